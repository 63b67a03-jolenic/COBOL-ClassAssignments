               select coursePrereqs assign ws-path-coursePrereqs
                   organization line sequential
                   file status is ws-prereq-status.
               select courseOfferings assign ws-path-courseOfferings
                   organization line sequential
                   file status is ws-offering-status.
               select courseWaitlist assign ws-path-courseWaitlist
                   organization line sequential
                   file status is ws-cwait-status.
               select financialHolds assign ws-path-financialHolds
                   organization indexed
                   access mode dynamic
                   record key is fh-StudentId
                   file status is ws-hold-status.
               select termMaster assign ws-path-termMaster
                   organization line sequential
                   file status is ws-term-status.
               select transferCredit assign ws-path-transferCredit
                   organization indexed
                   access mode dynamic
                   record key is tc-key
                   file status is ws-transfer-status.

       data division.
       file section.
           03 InTerm               PIC X(5).
           03 InGrade              PIC X(2).
           03 InOverride           PIC X(1).
           03 InLateAdd            PIC X(1).
       SD sortWorkFile.
       01 SortEnrollRec.
           03 SortStudentId        PIC 9(9).
           03 SortTerm             PIC X(5).
           03 SortGrade            PIC X(2).
           03 SortOverride         PIC X(1).
           03 SortLateAdd          PIC X(1).
       FD sortedInput.
       01 SortedEnrollRec.
           03 SortedStudentId      PIC 9(9).
           03 SortedGrade          PIC X(2).
           03 SortedOverride       PIC X(1).
               88 prereq-override          value "Y".
           03 SortedLateAdd        PIC X(1).
               88 late-add-override        value "Y".
       FD EnrollmentFile.
       01 EnrollmentRec.
           03 en-key.
           03 cp-PrereqCode        pic x(6).
           03 filler               pic x value space.
           03 cp-MinGrade          pic x(2).
      *    Seat limit for a course in a term; a course with no row
      *    for the term, or a zero limit, is not capped.  The flag
      *    says whether an enrolment past the limit is waitlisted
      *    (Y) or refused outright.
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
      *    The academic calendar: one row per term with its dates
      *    and whether it is still open (O) or closed (C).
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

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
       01 prereq-count          pic 9(4) comp value 0.
       01 ws-prereq-ok          pic x(1).
           88 prereqs-met              value "Y".
       01 ws-this-prereq-ok     pic x(1).
           88 this-prereq-met          value "Y".
       01 ws-transfer-status    pic x(2).
       01 ws-transfer-open      pic x(1) value "N".
           88 transfer-open            value "Y".
       01 ws-transfer-eof       pic 9(4) value 0.
           88 end-of-transfers         value 1.
       01 ws-override-count     pic 9(6) value 0.
       01 ws-offering-status    pic x(2).
       01 ws-cwait-status       pic x(2).
       01 offering-table.
           03 offering-entry occurs 200 times indexed by off-idx.
               05 off-CourseCode    pic x(6).
               05 off-Term          pic x(5).
               05 off-Limit         pic 9(4).
               05 off-Waitlist      pic x(1).
               05 off-Enrolled      pic 9(6) comp.
       01 offering-count        pic 9(4) comp value 0.
       01 ws-offer-course       pic x(6).
       01 ws-offer-term         pic x(5).
       01 ws-waitlisted-count   pic 9(6) value 0.
       01 ws-full-count         pic 9(6) value 0.
       01 ws-time-now           pic 9(8).
       01 ws-hold-status        pic x(2).
       01 ws-holds-open         pic x(1) value "N".
           88 holds-open               value "Y".
       01 ws-hold-count         pic 9(6) value 0.
       01 ws-term-status        pic x(2).
       01 ws-run-date           pic 9(8).
       01 ws-late-add           pic x(1).
           88 late-add                 value "Y".
       01 ws-late-add-count     pic 9(6) value 0.
       01 ws-deadline-count     pic 9(6) value 0.
       01 term-table.
           03 term-entry occurs 40 times indexed by trm-idx.
               05 trm-Term          pic x(5).
               05 trm-StartDate     pic 9(8).
               05 trm-EndDate       pic 9(8).
               05 trm-AddDeadline   pic 9(8).
               05 trm-DropDeadline  pic 9(8).
               05 trm-GradeDeadline pic 9(8).
               05 trm-Status        pic x(1).
                   88 trm-closed           value "C".
       01 term-count            pic 9(4) comp value 0.
       01 ws-terms-loaded       pic x(1) value "N".
           88 terms-loaded             value "Y".

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
           03 ws-path-courseMaster  pic x(70).
           03 ws-path-enrollExceptions  pic x(70).
           03 ws-path-coursePrereqs  pic x(70).
           03 ws-path-courseOfferings  pic x(70).
           03 ws-path-courseWaitlist  pic x(70).
           03 ws-path-financialHolds  pic x(70).
           03 ws-path-termMaster  pic x(70).
           03 ws-path-transferCredit  pic x(70).

       procedure division.
       prog.
           perform end-para.

       init-para.
           accept ws-run-date from date YYYYMMDD.
           perform load-course-master.
           perform load-term-master.
           perform load-prereq-table.
           perform load-course-offerings.
           perform sort-input.
           open input StudentFile.
           if ws-student-status not = "00"
                   close EnrollmentFile
                   open i-o EnrollmentFile
               end-if
               perform count-seats-taken
               open extend courseWaitlist
               if ws-cwait-status = "35"
                   open output courseWaitlist
               end-if
               open output enrollExceptions
               open input financialHolds
               if ws-hold-status = "00"
                   move "Y" to ws-holds-open
               end-if
               open input transferCredit
               if ws-transfer-status = "00"
                   move "Y" to ws-transfer-open
               end-if
               perform read-file
           end-if.

                   move cm-CreditHours to crs-credits(crs-idx)
           end-read.

       load-term-master.
           open input termMaster.
           if ws-term-status = "00"
               move "Y" to ws-terms-loaded
               perform load-one-term
                   until ws-term-status not = "00"
                   or term-count = 40
               close termMaster
           else
               display "TERM MASTER NOT FOUND - TERM DEADLINES NOT "
                   "CHECKED"
           end-if.

       load-one-term.
           read termMaster
               at end
                   continue
               not at end
                   add 1 to term-count
                   set trm-idx to term-count
                   move tm-Term to trm-Term(trm-idx)
                   move tm-StartDate to trm-StartDate(trm-idx)
                   move tm-EndDate to trm-EndDate(trm-idx)
                   move tm-AddDeadline to trm-AddDeadline(trm-idx)
                   move tm-DropDeadline to trm-DropDeadline(trm-idx)
                   move tm-GradeDeadline
                       to trm-GradeDeadline(trm-idx)
                   move tm-Status to trm-Status(trm-idx)
           end-read.

      *    Each row names one prerequisite for a course, with an
      *    optional minimum grade; a course may carry several rows
      *    and courses with none pass unchecked.
                   move cp-MinGrade to pqt-MinGrade(pq-idx)
           end-read.

       load-course-offerings.
           open input courseOfferings.
           if ws-offering-status = "00"
               perform load-one-offering
                   until ws-offering-status not = "00"
                   or offering-count = 200
               close courseOfferings
           else
               display "COURSE OFFERINGS FILE NOT FOUND - "
                   "SEAT LIMITS NOT CHECKED"
           end-if.

       load-one-offering.
           read courseOfferings
               at end
                   continue
               not at end
                   add 1 to offering-count
                   set off-idx to offering-count
                   move co-CourseCode to off-CourseCode(off-idx)
                   move co-Term to off-Term(off-idx)
                   if co-SeatLimit is numeric
                       move co-SeatLimit to off-Limit(off-idx)
                   else
                       move zero to off-Limit(off-idx)
                   end-if
                   move co-Waitlist to off-Waitlist(off-idx)
                   move zero to off-Enrolled(off-idx)
           end-read.

      *    Seats already taken are counted from the enrolment file
      *    before the batch is applied; a withdrawal (W) has given
      *    its seat back.
       count-seats-taken.
           if offering-count > zero
               perform count-one-seat
                   until ws-enroll-status not = "00"
           end-if.

       count-one-seat.
           read EnrollmentFile next
               at end
                   continue
               not at end
                   if en-Grade not = "W"
                       move en-CourseCode to ws-offer-course
                       move en-Term to ws-offer-term
                       perform find-offering-entry
                       if off-idx not > offering-count
                           add 1 to off-Enrolled(off-idx)
                       end-if
                   end-if
           end-read.

       find-offering-entry.
           set off-idx to 1.
           search offering-entry
               at end
                   continue
               when off-CourseCode(off-idx) = ws-offer-course
                   and off-Term(off-idx) = ws-offer-term
                   continue
           end-search.

       sort-input.
           sort sortWorkFile
               on ascending key SortStudentId
               move "COURSE NOT ON COURSE MASTER" to ex-message
               perform write-exception
           else
               perform check-term-calendar
           end-if.

      *    A closed term takes no enrolments at all.  Past the add
      *    deadline an enrolment needs the late-add override on the
      *    input, and one admitted that way is reported.
       check-term-calendar.
           move "N" to ws-late-add.
           if not terms-loaded
               perform check-student
           else
               set trm-idx to 1
               search term-entry
                   at end
                       move "TERM NOT ON TERM MASTER" to ex-message
                       perform write-exception
                   when trm-idx > term-count
                       move "TERM NOT ON TERM MASTER" to ex-message
                       perform write-exception
                   when trm-Term(trm-idx) = SortedTerm
                       perform check-term-dates
               end-search
           end-if.

       check-term-dates.
           if ws-run-date > trm-AddDeadline(trm-idx)
               move "Y" to ws-late-add
           end-if.
           evaluate true
               when trm-closed(trm-idx)
                   move "TERM CLOSED - NO CHANGES" to ex-message
                   perform write-exception
               when late-add and not late-add-override
                   move "PAST ADD DEADLINE" to ex-message
                   perform write-exception
                   add 1 to ws-deadline-count
               when other
                   perform check-student
           end-evaluate.

       check-student.
           move SortedStudentId to StudentId.
           read StudentFile
                   move "STUDENT NOT ON STUDENTFILE" to ex-message
                   perform write-exception
               not invalid key
                   if StudentStatus = "G"
                       move "STUDENT HAS GRADUATED" to ex-message
                       perform write-exception
                   else
                       perform check-financial-hold
                   end-if
           end-read.

      *    A student on financial hold for unpaid tuition takes no
      *    new enrolments until the balance is paid down or the
      *    hold is released.
       check-financial-hold.
           move "N" to fh-Status.
           if holds-open
               move SortedStudentId to fh-StudentId
               read financialHolds
                   invalid key
                       move "N" to fh-Status
               end-read
           end-if.
           if fh-held
               move "FINANCIAL HOLD" to ex-message
               perform write-exception
               add 1 to ws-hold-count
           else
               perform check-against-enrollments
           end-if.

       check-against-enrollments.
           move SortedStudentId to en-StudentId.
           move SortedCourseCode to en-CourseCode.
           read EnrollmentFile
               invalid key
                   perform check-prerequisites
                   if prereqs-met or prereq-override
                       perform check-seat-limit
                   else
                       move "PREREQUISITE NOT MET" to ex-message
                       perform write-exception
                   end-if
               not invalid key
                   move "ALREADY ENROLLED" to ex-message

      *    A prerequisite is satisfied by a passing letter grade on
      *    the student's own enrolment history, at or above the
      *    minimum when one is set (A best, D lowest pass), or by
      *    transfer credit granted as that course's equivalent.
      *    Transfer credit carries no grade, so a minimum grade
      *    does not apply to it.
       check-prerequisites.
           move "Y" to ws-prereq-ok.
           perform check-one-prereq

       check-one-prereq.
           if pqt-CourseCode(pq-idx) = SortedCourseCode
               move "Y" to ws-this-prereq-ok
               move SortedStudentId to en-StudentId
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
           move SortedStudentId to tc-StudentId.
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
                   if tc-StudentId not = SortedStudentId
                       set end-of-transfers to true
                   else
                       if tc-EquivCourse = pqt-PrereqCode(pq-idx)
                           move "Y" to ws-this-prereq-ok
                       end-if
                   end-if
           end-read.

      *    A course past its seat limit for the term takes no more
      *    enrolments; they are waitlisted or refused as the
      *    offering says, and either way reported as exceptions.
       check-seat-limit.
           move SortedCourseCode to ws-offer-course.
           move SortedTerm to ws-offer-term.
           perform find-offering-entry.
           if off-idx > offering-count
               perform admit-enrollment
           else
               if off-Limit(off-idx) = zero
                   or off-Enrolled(off-idx) < off-Limit(off-idx)
                   add 1 to off-Enrolled(off-idx)
                   perform admit-enrollment
               else
                   if off-Waitlist(off-idx) = "Y"
                       perform waitlist-enrollment
                   else
                       move "COURSE FULL - NOT ENROLLED"
                           to ex-message
                       perform write-exception
                       add 1 to ws-full-count
                   end-if
               end-if
           end-if.

       admit-enrollment.
           if not prereqs-met
               move SortedStudentId to ex-StudentId
               move SortedCourseCode to ex-CourseCode
               move "PREREQ OVERRIDE APPLIED" to ex-message
               write EnrollExceptionRec
               add 1 to ws-override-count
           end-if.
           if late-add
               move SortedStudentId to ex-StudentId
               move SortedCourseCode to ex-CourseCode
               move "LATE ADD OVERRIDE APPLIED" to ex-message
               write EnrollExceptionRec
               add 1 to ws-late-add-count
           end-if.
           perform load-new-enrollment.

       waitlist-enrollment.
           move SortedTerm to cw-Term.
           move SortedCourseCode to cw-CourseCode.
           move SortedStudentId to cw-StudentId.
           accept cw-date from date YYYYMMDD.
           accept ws-time-now from time.
           move ws-time-now(1:6) to cw-time.
           write courseWaitlistRec.
           add 1 to ws-waitlisted-count.
           move "COURSE FULL - WAITLISTED" to ex-message.
           perform write-exception.

       load-new-enrollment.
           move SortedStudentId to en-StudentId.
               close EnrollmentFile
               close StudentFile
               close enrollExceptions
               close courseWaitlist
           end-if.
           if holds-open
               close financialHolds
           end-if.
           if transfer-open
               close transferCredit
           end-if.
           display "ENROLLMENTS LOADED: " ws-loaded-count.
           display "ENROLLMENTS REJECTED: " ws-rejected-count.
           display "PREREQ OVERRIDES APPLIED: " ws-override-count.
           display "COURSE FULL - WAITLISTED: " ws-waitlisted-count.
           display "COURSE FULL - REFUSED: " ws-full-count.
           display "REFUSED - FINANCIAL HOLD: " ws-hold-count.
           display "REFUSED - PAST ADD DEADLINE: " ws-deadline-count.
           display "LATE ADD OVERRIDES APPLIED: " ws-late-add-count.
           stop run.

       build-file-paths.
               "CoursePrereqs.dat" delimited by size
               into ws-path-coursePrereqs
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
           move spaces to ws-path-financialHolds.
           string env-data-dir delimited by space
               "FinancialHolds.dat" delimited by size
               into ws-path-financialHolds
           end-string.
           move spaces to ws-path-termMaster.
           string env-data-dir delimited by space
               "TermMaster.dat" delimited by size
               into ws-path-termMaster
           end-string.
           move spaces to ws-path-transferCredit.
           string env-data-dir delimited by space
               "TransferCredit.dat" delimited by size
               into ws-path-transferCredit
           end-string.

       end program EnrollmentLoad.
