      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. CourseDrop as "CourseDrop".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select courseDropInput assign ws-path-courseDropInput
                   organization line sequential
                   file status is ws-input-status.
               select EnrollmentFile assign ws-path-EnrollmentFile
                   organization indexed
                   access mode dynamic
                   record key is en-key
                   file status is ws-enroll-status.
               select termMaster assign ws-path-termMaster
                   organization line sequential
                   file status is ws-term-status.
               select StudentFile assign ws-path-StudentFile
                   organization indexed
                   access mode dynamic
                   record key is StudentId
                   alternate record key is Surname
                       with duplicates
                   file status is ws-student-status.
               select financialHolds assign ws-path-financialHolds
                   organization indexed
                   access mode dynamic
                   record key is fh-StudentId
                   file status is ws-hold-status.
               select coursePrereqs assign ws-path-coursePrereqs
                   organization line sequential
                   file status is ws-prereq-status.
               select transferCredit assign ws-path-transferCredit
                   organization indexed
                   access mode dynamic
                   record key is tc-key
                   file status is ws-transfer-status.
               select courseOfferings assign ws-path-courseOfferings
                   organization line sequential
                   file status is ws-offering-status.
               select courseWaitlist assign ws-path-courseWaitlist
                   organization line sequential
                   file status is ws-cwait-status.
               select courseWaitlistTmp
                   assign ws-path-courseWaitlistTmp
                   organization line sequential
                   file status is ws-cwaittmp-status.
               select dropNotices assign ws-path-dropNotices
                   organization line sequential
                   file status is ws-notice-status.
               select gradeAudit assign ws-path-gradeAudit
                   organization line sequential
                   file status is ws-audit-status.
               select operatorFile assign ws-path-operatorFile
                   organization line sequential
                   file status is ws-operator-status.
               select dropReport assign ws-path-dropReport
                   organization line sequential.

       data division.
       file section.
       FD courseDropInput.
       01 courseDropInputRec.
           03 cd-StudentId         pic 9(9).
           03 cd-CourseCode        pic x(6).
           03 cd-Term              pic x(5).
       FD EnrollmentFile.
       01 EnrollmentRec.
           03 en-key.
               05 en-StudentId     PIC 9(9).
               05 en-CourseCode    PIC X(6).
           03 en-Term              PIC X(5).
           03 en-Grade             PIC X(2).
       FD termMaster.
       01 termMasterRec.
           03 tm-Term              pic x(5).
           03 filler               pic x value space.
           03 tm-StartDate         pic 9(8).
           03 filler               pic x value space.
           03 tm-EndDate           pic 9(8).
           03 filler               pic x value space.
           03 tm-AddDeadline       pic 9(8).
           03 filler               pic x value space.
           03 tm-DropDeadline      pic 9(8).
           03 filler               pic x value space.
           03 tm-GradeDeadline     pic 9(8).
           03 filler               pic x value space.
           03 tm-Status            pic x(1).
       FD StudentFile.
       01 StudentInfo.
           03 StudentId        PIC 9(9).
           03 StudentName.
               05 Surname      PIC X(30).
               05 Initials     PIC X(4).
               05 GivenName    PIC X(30).
           03 DateOfBirth.
               05 BirthYear    PIC 9(4).
               05 BirthMonth   PIC 9(2).
               05 BirthDay     PIC 9(2).
           03 ProgramCode      PIC X(3).
           03 Gender           PIC A(1).
           03 StudentStatus    PIC X(1).
           03 StatusDate       PIC 9(8).
       FD financialHolds.
       01 financialHoldRec.
           03 fh-StudentId         pic 9(9).
           03 fh-Status            pic x(1).
               88 fh-held                  value "H".
               88 fh-released              value "R".
           03 fh-HoldDate          pic 9(8).
           03 fh-Balance           pic 9(7)V9(2).
           03 fh-ReleaseDate       pic 9(8).
           03 fh-Operator          pic x(8).
       FD coursePrereqs.
       01 coursePrereqRec.
           03 cp-CourseCode        pic x(6).
           03 filler               pic x value space.
           03 cp-PrereqCode        pic x(6).
           03 filler               pic x value space.
           03 cp-MinGrade          pic x(2).
       FD transferCredit.
       01 transferCreditRec.
           03 tc-key.
               05 tc-StudentId     pic 9(9).
               05 tc-Institution   pic x(20).
               05 tc-ExtCourse     pic x(10).
           03 tc-EquivCourse       pic x(6).
           03 tc-Credits           pic 9(2).
           03 tc-ApprovedBy        pic x(8).
           03 tc-ApprovedDate      pic 9(8).
       FD courseOfferings.
       01 courseOfferingRec.
           03 co-CourseCode        pic x(6).
           03 co-Term              pic x(5).
           03 co-SeatLimit         pic 9(4).
           03 co-Waitlist          pic x(1).
       FD courseWaitlist.
       01 courseWaitlistRec.
           03 cw-Term              pic x(5).
           03 filler               pic x value space.
           03 cw-CourseCode        pic x(6).
           03 filler               pic x value space.
           03 cw-StudentId         pic 9(9).
           03 filler               pic x value space.
           03 cw-date              pic 9(8).
           03 filler               pic x value space.
           03 cw-time              pic 9(6).
       FD courseWaitlistTmp.
       01 courseWaitlistTmpRec     pic x(38).
      *    One notice per dropped course for TuitionBilling to credit
      *    against the refund schedule; the action says whether the
      *    enrolment was removed (R) or kept with a W grade (W).
       FD dropNotices.
       01 dropNoticeRec.
           03 dn-StudentId         pic 9(9).
           03 filler               pic x value space.
           03 dn-Term              pic x(5).
           03 filler               pic x value space.
           03 dn-CourseCode        pic x(6).
           03 filler               pic x value space.
           03 dn-date              pic 9(8).
           03 filler               pic x value space.
           03 dn-Action            pic x(1).
       FD gradeAudit.
       01 gradeAuditRec.
           03 ga-StudentId         pic 9(9).
           03 filler               pic x value space.
           03 ga-CourseCode        pic x(6).
           03 filler               pic x value space.
           03 ga-Term              pic x(5).
           03 filler               pic x value space.
           03 ga-date              pic 9(8).
           03 filler               pic x value space.
           03 ga-time              pic 9(6).
           03 filler               pic x value space.
           03 ga-operator          pic x(8).
           03 filler               pic x value space.
           03 ga-before-grade      pic x(2).
           03 filler               pic x value space.
           03 ga-after-grade       pic x(2).
           03 filler               pic x value space.
           03 ga-change-type       pic x(1).
           03 filler               pic x value space.
           03 ga-reason            pic x(30).
       FD operatorFile.
       01 operatorRec              pic x(8).
       FD dropReport.
       01 dropLine                 pic x(80).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-input-status       pic x(2).
       01 ws-enroll-status      pic x(2).
       01 ws-term-status        pic x(2).
       01 ws-offering-status    pic x(2).
       01 ws-cwait-status       pic x(2).
       01 ws-cwaittmp-status    pic x(2).
       01 ws-notice-status      pic x(2).
       01 ws-audit-status       pic x(2).
       01 ws-operator-status    pic x(2).
       01 ws-student-status     pic x(2).
       01 ws-hold-status        pic x(2).
       01 ws-holds-open         pic x(1) value "N".
           88 holds-open               value "Y".
       01 ws-prereq-status      pic x(2).
       01 ws-transfer-status    pic x(2).
       01 ws-transfer-open      pic x(1) value "N".
           88 transfer-open            value "Y".
       01 ws-transfer-eof       pic 9(4) value 0.
           88 end-of-transfers         value 1.
       01 ws-operator-id        pic x(8) value "UNKNOWN".
       01 ws-files-open         pic x(1) value "N".
           88 drop-files-open          value "Y".
       01 ws-run-date           pic 9(8).
       01 ws-time-now           pic 9(8).
       01 ws-before-grade       pic x(2).
       01 ws-drop-action        pic x(1).
           88 drop-removes             value "R".
           88 drop-withdraws           value "W".
       01 ws-removed-count      pic 9(6) value 0.
       01 ws-withdrawn-count    pic 9(6) value 0.
       01 ws-rejected-count     pic 9(6) value 0.
       01 ws-promoted-count     pic 9(6) value 0.
       01 ws-wait-removed-count pic 9(6) value 0.
       01 ws-wait-held-count    pic 9(6) value 0.
       01 ws-wait-result        pic x(1).
           88 wait-eligible            value "E".
           88 wait-kept                value "K".
           88 wait-removed             value "R".
       01 prereq-table.
           03 prereq-entry occurs 100 times indexed by pq-idx.
               05 pqt-CourseCode    pic x(6).
               05 pqt-PrereqCode    pic x(6).
               05 pqt-MinGrade      pic x(2).
       01 prereq-count          pic 9(4) comp value 0.
       01 ws-prereq-ok          pic x(1).
           88 prereqs-met              value "Y".
       01 ws-this-prereq-ok     pic x(1).
           88 this-prereq-met          value "Y".
       01 ws-offer-course       pic x(6).
       01 ws-offer-term         pic x(5).
       01 term-table.
           03 term-entry occurs 40 times indexed by trm-idx.
               05 trm-Term          pic x(5).
               05 trm-AddDeadline   pic 9(8).
               05 trm-DropDeadline  pic 9(8).
               05 trm-Status        pic x(1).
                   88 trm-closed           value "C".
       01 term-count            pic 9(4) comp value 0.
       01 ws-terms-loaded       pic x(1) value "N".
           88 terms-loaded             value "Y".
       01 freed-table.
           03 freed-entry occurs 100 times indexed by frd-idx.
               05 frd-CourseCode    pic x(6).
               05 frd-Term          pic x(5).
               05 frd-Limit         pic 9(4).
               05 frd-Enrolled      pic 9(6) comp.
       01 freed-count           pic 9(4) comp value 0.
       01 ws-report-title.
           03 filler            pic x(30) value
               "Course drops for run of:      ".
           03 ttl-date          pic 9(8).
       01 ws-column-heads.
           03 filler pic x(11) value "STUDENT ID ".
           03 filler pic x(8)  value "COURSE".
           03 filler pic x(7)  value "TERM".
           03 filler pic x(8)  value "BEFORE".
           03 filler pic x(30) value "ACTION".
       01 ws-detail-line.
           03 dtl-StudentId     pic 9(9).
           03 filler            pic x(2).
           03 dtl-CourseCode    pic x(6).
           03 filler            pic x(2).
           03 dtl-Term          pic x(5).
           03 filler            pic x(2).
           03 dtl-before        pic x(2).
           03 filler            pic x(6).
           03 dtl-action        pic x(30).
       01 dashLine              pic x(70) value all "-".
       01 blank-line            pic x value " ".

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-courseDropInput  pic x(70).
           03 ws-path-EnrollmentFile  pic x(70).
           03 ws-path-termMaster  pic x(70).
           03 ws-path-StudentFile  pic x(70).
           03 ws-path-financialHolds  pic x(70).
           03 ws-path-coursePrereqs  pic x(70).
           03 ws-path-transferCredit  pic x(70).
           03 ws-path-courseOfferings  pic x(70).
           03 ws-path-courseWaitlist  pic x(70).
           03 ws-path-courseWaitlistTmp  pic x(70).
           03 ws-path-dropNotices  pic x(70).
           03 ws-path-gradeAudit  pic x(70).
           03 ws-path-operatorFile  pic x(70).
           03 ws-path-dropReport  pic x(70).

      *    Drops one course for a student without touching the rest
      *    of the registration.  Up to the term's drop deadline the
      *    enrolment is removed; after it the enrolment stays with a
      *    W grade so the transcript shows the attempt.  A graded,
      *    already withdrawn or closed-term enrolment is refused.
      *    Each drop goes on the grade audit with the operator and
      *    before/after grades (type D removed, W withdrawn) and
      *    leaves a drop notice for TuitionBilling to credit the
      *    course's share of the bill by the refund schedule.  Once
      *    the drops are in, the course waitlist is checked and the
      *    longest-waiting students take any seats now free, provided
      *    they would pass the checks EnrollmentLoad makes on a new
      *    enrolment.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           perform process-rec until end-of-file.
           if drop-files-open and freed-count > zero
               perform fill-freed-seats
           end-if.
           perform end-para.

       init-para.
           perform read-operator-id.
           accept ws-run-date from date YYYYMMDD.
           perform load-term-master.
           open input courseDropInput.
           if ws-input-status not = "00"
               display "COURSE DROP INPUT NOT FOUND"
               set end-of-file to true
           else
               open i-o EnrollmentFile
               if ws-enroll-status not = "00"
                   display "ENROLLMENT FILE NOT FOUND - RUN "
                       "ABANDONED"
                   close courseDropInput
                   set end-of-file to true
               else
                   open extend gradeAudit
                   if ws-audit-status = "35"
                       open output gradeAudit
                   end-if
                   open extend dropNotices
                   if ws-notice-status = "35"
                       open output dropNotices
                   end-if
                   open output dropReport
                   move ws-run-date to ttl-date
                   write dropLine from ws-report-title
                   write dropLine from dashLine
                   write dropLine from ws-column-heads
                   move "Y" to ws-files-open
                   perform read-file
               end-if
           end-if.

       read-operator-id.
           open input operatorFile.
           if ws-operator-status = "00"
               read operatorFile
                   at end
                       continue
                   not at end
                       move operatorRec to ws-operator-id
               end-read
               close operatorFile
           end-if.

       load-term-master.
           open input termMaster.
           if ws-term-status = "00"
               move "Y" to ws-terms-loaded
               perform load-one-term
                   until ws-term-status not = "00"
                   or term-count = 40
               close termMaster
           else
               display "TERM MASTER NOT FOUND - DROPS RECORDED AS W"
           end-if.

       load-one-term.
           read termMaster
               at end
                   continue
               not at end
                   add 1 to term-count
                   set trm-idx to term-count
                   move tm-Term to trm-Term(trm-idx)
                   move tm-AddDeadline to trm-AddDeadline(trm-idx)
                   move tm-DropDeadline to trm-DropDeadline(trm-idx)
                   move tm-Status to trm-Status(trm-idx)
           end-read.

       read-file.
           read courseDropInput
               at end
                   set end-of-file to true
           end-read.

       process-rec.
           move cd-StudentId to en-StudentId.
           move cd-CourseCode to en-CourseCode.
           read EnrollmentFile
               invalid key
                   display "ENROLLMENT NOT ON FILE: "
                       cd-StudentId " " cd-CourseCode
                   add 1 to ws-rejected-count
               not invalid key
                   evaluate true
                       when en-Term not = cd-Term
                           display "TERM DOES NOT MATCH FILE FOR: "
                               cd-StudentId " " cd-CourseCode
                           add 1 to ws-rejected-count
                       when en-Grade = "W "
                           display "ALREADY WITHDRAWN FROM COURSE: "
                               cd-StudentId " " cd-CourseCode
                           add 1 to ws-rejected-count
                       when en-Grade not = spaces
                           display "COURSE ALREADY GRADED: "
                               cd-StudentId " " cd-CourseCode
                           add 1 to ws-rejected-count
                       when other
                           perform check-drop-term
                   end-evaluate
           end-read.
           perform read-file.

       check-drop-term.
           move "W" to ws-drop-action.
           if not terms-loaded
               perform apply-drop
           else
               set trm-idx to 1
               search term-entry
                   at end
                       display "TERM NOT ON TERM MASTER: "
                           cd-StudentId " " cd-CourseCode
                       add 1 to ws-rejected-count
                   when trm-idx > term-count
                       display "TERM NOT ON TERM MASTER: "
                           cd-StudentId " " cd-CourseCode
                       add 1 to ws-rejected-count
                   when trm-Term(trm-idx) = cd-Term
                       if trm-closed(trm-idx)
                           display "TERM CLOSED - NO CHANGES: "
                               cd-StudentId " " cd-CourseCode
                           add 1 to ws-rejected-count
                       else
                           if ws-run-date
                               not > trm-DropDeadline(trm-idx)
                               move "R" to ws-drop-action
                           end-if
                           perform apply-drop
                       end-if
               end-search
           end-if.

       apply-drop.
           move en-Grade to ws-before-grade.
           move spaces to dtl-action.
           if drop-removes
               delete EnrollmentFile record
               add 1 to ws-removed-count
               move "DROPPED - ENROLMENT REMOVED" to dtl-action
               move spaces to ga-after-grade
           else
               move "W " to en-Grade
               rewrite EnrollmentRec
               add 1 to ws-withdrawn-count
               move "DROPPED - GRADE W" to dtl-action
               move en-Grade to ga-after-grade
           end-if.
           perform write-audit-record.
           perform write-drop-notice.
           perform note-freed-seat.
           move cd-StudentId to dtl-StudentId.
           move cd-CourseCode to dtl-CourseCode.
           move cd-Term to dtl-Term.
           move ws-before-grade to dtl-before.
           write dropLine from ws-detail-line.

       write-audit-record.
           move cd-StudentId to ga-StudentId.
           move cd-CourseCode to ga-CourseCode.
           move cd-Term to ga-Term.
           move ws-run-date to ga-date.
           accept ws-time-now from time.
           move ws-time-now(1:6) to ga-time.
           move ws-operator-id to ga-operator.
           move ws-before-grade to ga-before-grade.
           if drop-removes
               move "D" to ga-change-type
               move "COURSE DROPPED BY DEADLINE" to ga-reason
           else
               move "W" to ga-change-type
               move "COURSE DROPPED AFTER DEADLINE" to ga-reason
           end-if.
           write gradeAuditRec.

       write-drop-notice.
           move cd-StudentId to dn-StudentId.
           move cd-Term to dn-Term.
           move cd-CourseCode to dn-CourseCode.
           move ws-run-date to dn-date.
           move ws-drop-action to dn-Action.
           write dropNoticeRec.

       note-freed-seat.
           set frd-idx to 1.
           search freed-entry
               at end
                   if freed-count < 100
                       add 1 to freed-count
                       set frd-idx to freed-count
                       move cd-CourseCode to frd-CourseCode(frd-idx)
                       move cd-Term to frd-Term(frd-idx)
                       move zero to frd-Limit(frd-idx)
                       move zero to frd-Enrolled(frd-idx)
                   end-if
               when frd-idx > freed-count
                   add 1 to freed-count
                   set frd-idx to freed-count
                   move cd-CourseCode to frd-CourseCode(frd-idx)
                   move cd-Term to frd-Term(frd-idx)
                   move zero to frd-Limit(frd-idx)
                   move zero to frd-Enrolled(frd-idx)
               when frd-CourseCode(frd-idx) = cd-CourseCode
                   and frd-Term(frd-idx) = cd-Term
                   continue
           end-search.

      *    Seats are counted the way EnrollmentLoad counts them:
      *    every enrolment in the course and term that is not W.  A
      *    course with no offering row or a zero limit is uncapped,
      *    so anyone waiting for it can be enrolled.  Without the
      *    student file the waitlist is left exactly as it was.
       fill-freed-seats.
           open input StudentFile.
           if ws-student-status not = "00"
               display "STUDENT FILE NOT FOUND - WAITLIST NOT "
                   "CHECKED"
           else
               perform load-course-offerings
               perform count-seats-taken
               perform load-prereq-table
               open input financialHolds
               if ws-hold-status = "00"
                   move "Y" to ws-holds-open
               end-if
               open input transferCredit
               if ws-transfer-status = "00"
                   move "Y" to ws-transfer-open
               end-if
               call "CBL_RENAME_FILE" using
                   ws-path-courseWaitlist,
                   ws-path-courseWaitlistTmp
               open input courseWaitlistTmp
               if ws-cwaittmp-status = "00"
                   open output courseWaitlist
                   move zero to ws-eof
                   perform read-waitlist
                   perform check-one-waiting until end-of-file
                   close courseWaitlistTmp
                   close courseWaitlist
                   call "CBL_DELETE_FILE" using
                       ws-path-courseWaitlistTmp
               end-if
               if holds-open
                   close financialHolds
               end-if
               if transfer-open
                   close transferCredit
               end-if
               close StudentFile
           end-if.

       load-prereq-table.
           open input coursePrereqs.
           if ws-prereq-status = "00"
               perform load-one-prereq
                   until ws-prereq-status not = "00"
                   or prereq-count = 100
               close coursePrereqs
           else
               display "COURSE PREREQUISITE TABLE NOT FOUND - "
                   "PREREQUISITES NOT CHECKED"
           end-if.

       load-one-prereq.
           read coursePrereqs
               at end
                   continue
               not at end
                   add 1 to prereq-count
                   set pq-idx to prereq-count
                   move cp-CourseCode to pqt-CourseCode(pq-idx)
                   move cp-PrereqCode to pqt-PrereqCode(pq-idx)
                   move cp-MinGrade to pqt-MinGrade(pq-idx)
           end-read.

       load-course-offerings.
           open input courseOfferings.
           if ws-offering-status = "00"
               perform load-one-offering
                   until ws-offering-status not = "00"
               close courseOfferings
           end-if.

       load-one-offering.
           read courseOfferings
               at end
                   continue
               not at end
                   move co-CourseCode to ws-offer-course
                   move co-Term to ws-offer-term
                   perform find-freed-entry
                   if frd-idx not > freed-count
                       and co-SeatLimit is numeric
                       move co-SeatLimit to frd-Limit(frd-idx)
                   end-if
           end-read.

       count-seats-taken.
           move low-values to en-key.
           start EnrollmentFile key not < en-key
               invalid key
                   continue
           end-start.
           perform count-one-seat
               until ws-enroll-status not = "00".

       count-one-seat.
           read EnrollmentFile next
               at end
                   continue
               not at end
                   if en-Grade not = "W "
                       move en-CourseCode to ws-offer-course
                       move en-Term to ws-offer-term
                       perform find-freed-entry
                       if frd-idx not > freed-count
                           add 1 to frd-Enrolled(frd-idx)
                       end-if
                   end-if
           end-read.

       find-freed-entry.
           set frd-idx to 1.
           search freed-entry
               at end
                   continue
               when frd-CourseCode(frd-idx) = ws-offer-course
                   and frd-Term(frd-idx) = ws-offer-term
                   continue
           end-search.

       read-waitlist.
           read courseWaitlistTmp into courseWaitlistRec
               at end
                   set end-of-file to true
           end-read.

      *    The waitlist is in the order students were turned away,
      *    so the longest-waiting student for the course is seen
      *    first.
       check-one-waiting.
           move cw-CourseCode to ws-offer-course.
           move cw-Term to ws-offer-term.
           perform find-freed-entry.
           if frd-idx > freed-count
               write courseWaitlistRec
           else
               if frd-Limit(frd-idx) = zero
                   or frd-Enrolled(frd-idx) < frd-Limit(frd-idx)
                   perform check-waiting-student
                   evaluate true
                       when wait-eligible
                           perform enroll-from-waitlist
                       when wait-kept
                           write courseWaitlistRec
                           add 1 to ws-wait-held-count
                           perform write-waitlist-line
                       when other
                           add 1 to ws-wait-removed-count
                           perform write-waitlist-line
                   end-evaluate
               else
                   write courseWaitlistRec
               end-if
           end-if.
           perform read-waitlist.

      *    A freed seat goes only to a student EnrollmentLoad would
      *    have admitted: an open term before its add deadline, a
      *    student still on file and neither withdrawn nor graduated,
      *    no financial hold and the prerequisites met.  A hold can
      *    be lifted, so that student keeps the place in line; any
      *    other refusal takes the student off the waitlist with the
      *    reason on the drop report.
       check-waiting-student.
           move "E" to ws-wait-result.
           if terms-loaded
               perform check-waiting-term
           end-if.
           if wait-eligible
               perform check-waiting-status
           end-if.
           if wait-eligible
               perform check-waiting-hold
           end-if.
           if wait-eligible
               perform check-waiting-prereqs
           end-if.

       check-waiting-term.
           set trm-idx to 1.
           search term-entry
               at end
                   move "R" to ws-wait-result
                   move "OFF WAITLIST - TERM NOT FOUND" to dtl-action
               when trm-idx > term-count
                   move "R" to ws-wait-result
                   move "OFF WAITLIST - TERM NOT FOUND" to dtl-action
               when trm-Term(trm-idx) = cw-Term
                   if trm-closed(trm-idx)
                       move "R" to ws-wait-result
                       move "OFF WAITLIST - TERM CLOSED" to dtl-action
                   else
                       if ws-run-date > trm-AddDeadline(trm-idx)
                           move "R" to ws-wait-result
                           move "OFF WAITLIST - PAST ADD DATE"
                               to dtl-action
                       end-if
                   end-if
           end-search.

       check-waiting-status.
           move cw-StudentId to StudentId.
           read StudentFile
               invalid key
                   move "R" to ws-wait-result
                   move "OFF WAITLIST - NOT ON FILE" to dtl-action
               not invalid key
                   if StudentStatus = "W"
                       move "R" to ws-wait-result
                       move "OFF WAITLIST - WITHDRAWN" to dtl-action
                   end-if
                   if StudentStatus = "G"
                       move "R" to ws-wait-result
                       move "OFF WAITLIST - GRADUATED" to dtl-action
                   end-if
           end-read.

       check-waiting-hold.
           move "N" to fh-Status.
           if holds-open
               move cw-StudentId to fh-StudentId
               read financialHolds
                   invalid key
                       move "N" to fh-Status
               end-read
           end-if.
           if fh-held
               move "K" to ws-wait-result
               move "KEPT ON WAITLIST - FIN HOLD" to dtl-action
           end-if.

       check-waiting-prereqs.
           move "Y" to ws-prereq-ok.
           perform check-one-prereq
               varying pq-idx from 1 by 1
               until pq-idx > prereq-count.
           if not prereqs-met
               move "R" to ws-wait-result
               move "OFF WAITLIST - PREREQ NOT MET" to dtl-action
           end-if.

      *    Same rule as EnrollmentLoad: a passing letter grade at or
      *    above any minimum, or transfer credit for the course.
       check-one-prereq.
           if pqt-CourseCode(pq-idx) = cw-CourseCode
               move "Y" to ws-this-prereq-ok
               move cw-StudentId to en-StudentId
               move pqt-PrereqCode(pq-idx) to en-CourseCode
               read EnrollmentFile
                   invalid key
                       move "N" to ws-this-prereq-ok
                   not invalid key
                       if en-Grade(1:1) = "A" or "B" or "C" or "D"
                           if pqt-MinGrade(pq-idx) not = spaces
                               and en-Grade(1:1) >
                                   pqt-MinGrade(pq-idx)(1:1)
                               move "N" to ws-this-prereq-ok
                           end-if
                       else
                           move "N" to ws-this-prereq-ok
                       end-if
               end-read
               if not this-prereq-met and transfer-open
                   perform check-transfer-prereq
               end-if
               if not this-prereq-met
                   move "N" to ws-prereq-ok
               end-if
           end-if.

       check-transfer-prereq.
           move zero to ws-transfer-eof.
           move cw-StudentId to tc-StudentId.
           move low-values to tc-Institution.
           move low-values to tc-ExtCourse.
           start transferCredit key not < tc-key
               invalid key
                   set end-of-transfers to true
           end-start.
           perform find-transfer-equivalent
               until end-of-transfers or this-prereq-met.

       find-transfer-equivalent.
           read transferCredit next
               at end
                   set end-of-transfers to true
               not at end
                   if tc-StudentId not = cw-StudentId
                       set end-of-transfers to true
                   else
                       if tc-EquivCourse = pqt-PrereqCode(pq-idx)
                           move "Y" to ws-this-prereq-ok
                       end-if
                   end-if
           end-read.

       enroll-from-waitlist.
           move cw-StudentId to en-StudentId.
           move cw-CourseCode to en-CourseCode.
           move cw-Term to en-Term.
           move spaces to en-Grade.
           write EnrollmentRec
               invalid key
                   move "ALREADY ENROLLED - OFF WAITLIST"
                       to dtl-action
               not invalid key
                   add 1 to frd-Enrolled(frd-idx)
                   add 1 to ws-promoted-count
                   move "ENROLLED FROM WAITLIST" to dtl-action
           end-write.
           perform write-waitlist-line.

       write-waitlist-line.
           move cw-StudentId to dtl-StudentId.
           move cw-CourseCode to dtl-CourseCode.
           move cw-Term to dtl-Term.
           move spaces to dtl-before.
           write dropLine from ws-detail-line.

       end-para.
           if drop-files-open
               close courseDropInput
               close EnrollmentFile
               close gradeAudit
               close dropNotices
               close dropReport
           end-if.
           display "COURSES DROPPED - REMOVED: " ws-removed-count.
           display "COURSES DROPPED - GRADE W: " ws-withdrawn-count.
           display "DROPS REJECTED: " ws-rejected-count.
           display "ENROLLED FROM WAITLIST: " ws-promoted-count.
           display "REMOVED FROM WAITLIST: " ws-wait-removed-count.
           display "KEPT ON WAITLIST - FINANCIAL HOLD: "
               ws-wait-held-count.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-courseDropInput.
           string env-data-dir delimited by space
               "CourseDropInput.dat" delimited by size
               into ws-path-courseDropInput
           end-string.
           move spaces to ws-path-EnrollmentFile.
           string env-data-dir delimited by space
               "EnrollmentFile.dat" delimited by size
               into ws-path-EnrollmentFile
           end-string.
           move spaces to ws-path-termMaster.
           string env-data-dir delimited by space
               "TermMaster.dat" delimited by size
               into ws-path-termMaster
           end-string.
           move spaces to ws-path-StudentFile.
           string env-data-dir delimited by space
               "StudentFile.dat" delimited by size
               into ws-path-StudentFile
           end-string.
           move spaces to ws-path-financialHolds.
           string env-data-dir delimited by space
               "FinancialHolds.dat" delimited by size
               into ws-path-financialHolds
           end-string.
           move spaces to ws-path-coursePrereqs.
           string env-data-dir delimited by space
               "CoursePrereqs.dat" delimited by size
               into ws-path-coursePrereqs
           end-string.
           move spaces to ws-path-transferCredit.
           string env-data-dir delimited by space
               "TransferCredit.dat" delimited by size
               into ws-path-transferCredit
           end-string.
           move spaces to ws-path-courseOfferings.
           string env-data-dir delimited by space
               "CourseOfferings.dat" delimited by size
               into ws-path-courseOfferings
           end-string.
           move spaces to ws-path-courseWaitlist.
           string env-data-dir delimited by space
               "CourseWaitlist.dat" delimited by size
               into ws-path-courseWaitlist
           end-string.
           move spaces to ws-path-courseWaitlistTmp.
           string env-data-dir delimited by space
               "CourseWaitlist.tmp" delimited by size
               into ws-path-courseWaitlistTmp
           end-string.
           move spaces to ws-path-dropNotices.
           string env-data-dir delimited by space
               "CourseDropNotices.dat" delimited by size
               into ws-path-dropNotices
           end-string.
           move spaces to ws-path-gradeAudit.
           string env-data-dir delimited by space
               "GradeAudit.dat" delimited by size
               into ws-path-gradeAudit
           end-string.
           move spaces to ws-path-operatorFile.
           string env-data-dir delimited by space
               "CurrentOperator.dat" delimited by size
               into ws-path-operatorFile
           end-string.
           move spaces to ws-path-dropReport.
           string env-data-dir delimited by space
               "CourseDrop.rpt" delimited by size
               into ws-path-dropReport
           end-string.

       end program CourseDrop.
