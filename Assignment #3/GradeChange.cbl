               select operatorFile assign ws-path-operatorFile
                   organization line sequential
                   file status is ws-operator-status.
               select termMaster assign ws-path-termMaster
                   organization line sequential
                   file status is ws-term-status.

       data division.
       file section.
           03 gc-CourseCode        pic x(6).
           03 gc-Term              pic x(5).
           03 gc-newGrade          pic x(2).
           03 gc-reason            pic x(30).
       FD EnrollmentFile.
       01 EnrollmentRec.
           03 en-key.
           03 ga-before-grade      pic x(2).
           03 filler               pic x value space.
           03 ga-after-grade       pic x(2).
           03 filler               pic x value space.
           03 ga-change-type       pic x(1).
           03 filler               pic x value space.
           03 ga-reason            pic x(30).
       FD operatorFile.
       01 operatorRec              pic x(8).
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

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
       01 ws-applied-count      pic 9(6) value 0.
       01 ws-rejected-count     pic 9(6) value 0.
       01 ws-before-grade       pic x(2).
       01 ws-change-type        pic x(1).
           88 initial-entry            value "I".
           88 correction               value "C".
           88 post-deadline-change     value "P".
       01 ws-initial-count      pic 9(6) value 0.
       01 ws-post-deadline-count pic 9(6) value 0.
       01 ws-term-status        pic x(2).
       01 term-table.
           03 term-entry occurs 40 times indexed by trm-idx.
               05 trm-Term          pic x(5).
               05 trm-GradeDeadline pic 9(8).
               05 trm-Status        pic x(1).
                   88 trm-closed           value "C".
       01 term-count            pic 9(4) comp value 0.
       01 ws-terms-loaded       pic x(1) value "N".
           88 terms-loaded             value "Y".

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
           03 ws-path-EnrollmentFile  pic x(70).
           03 ws-path-gradeAudit  pic x(70).
           03 ws-path-operatorFile  pic x(70).
           03 ws-path-termMaster  pic x(70).

      *    Grades change only through here now, so every appeal can
      *    be answered from the before/after images on the audit
      *    file instead of an unexplained edit to EnrollmentFile.
      *    A grade keyed where there was none is initial entry (I);
      *    replacing a grade is a correction (C) up to the term's
      *    grade-submission deadline and a post-deadline change (P)
      *    after it, which is refused without an approval reason.
      *    A closed term takes no grade changes of any kind.
       procedure division.
       prog.
           perform build-file-paths.
       init-para.
           perform read-operator-id.
           accept ws-run-date from date YYYYMMDD.
           perform load-term-master.
           open input gradeChangeInput.
           if ws-input-status not = "00"
               display "GRADE CHANGE INPUT NOT FOUND"
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
               display "TERM MASTER NOT FOUND - GRADE DEADLINES NOT "
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
                   move tm-GradeDeadline
                       to trm-GradeDeadline(trm-idx)
                   move tm-Status to trm-Status(trm-idx)
           end-read.

       read-file.
           read gradeChangeInput
               at end
                           gc-StudentId " " gc-CourseCode
                       add 1 to ws-rejected-count
                   else
                       perform check-grade-term
                   end-if
           end-read.
           perform read-file.

       check-grade-term.
           if en-Grade = spaces
               move "I" to ws-change-type
           else
               move "C" to ws-change-type
           end-if.
           if not terms-loaded
               perform apply-grade-change
           else
               set trm-idx to 1
               search term-entry
                   at end
                       display "TERM NOT ON TERM MASTER: "
                           gc-StudentId " " gc-CourseCode
                       add 1 to ws-rejected-count
                   when trm-idx > term-count
                       display "TERM NOT ON TERM MASTER: "
                           gc-StudentId " " gc-CourseCode
                       add 1 to ws-rejected-count
                   when trm-Term(trm-idx) = gc-Term
                       perform check-grade-deadline
               end-search
           end-if.

       check-grade-deadline.
           if correction
               and ws-run-date > trm-GradeDeadline(trm-idx)
               move "P" to ws-change-type
           end-if.
           evaluate true
               when trm-closed(trm-idx)
                   display "TERM CLOSED - NO CHANGES: "
                       gc-StudentId " " gc-CourseCode
                   add 1 to ws-rejected-count
               when post-deadline-change and gc-reason = spaces
                   display "APPROVAL REASON REQUIRED FOR: "
                       gc-StudentId " " gc-CourseCode
                   add 1 to ws-rejected-count
               when other
                   perform apply-grade-change
           end-evaluate.

       apply-grade-change.
           move en-Grade to ws-before-grade.
           move gc-newGrade to en-Grade.
           rewrite EnrollmentRec.
           add 1 to ws-applied-count.
           if initial-entry
               add 1 to ws-initial-count
           end-if.
           if post-deadline-change
               add 1 to ws-post-deadline-count
           end-if.
           perform write-audit-record.

       write-audit-record.
           move ws-operator-id to ga-operator.
           move ws-before-grade to ga-before-grade.
           move en-Grade to ga-after-grade.
           move ws-change-type to ga-change-type.
           move gc-reason to ga-reason.
           write gradeAuditRec.

       end-para.
               close gradeAudit
           end-if.
           display "GRADE CHANGES APPLIED: " ws-applied-count.
           display "  INITIAL GRADE ENTRIES: " ws-initial-count.
           display "  POST-DEADLINE CHANGES: " ws-post-deadline-count.
           display "GRADE CHANGES REJECTED: " ws-rejected-count.
           stop run.

               "CurrentOperator.dat" delimited by size
               into ws-path-operatorFile
           end-string.
           move spaces to ws-path-termMaster.
           string env-data-dir delimited by space
               "TermMaster.dat" delimited by size
               into ws-path-termMaster
           end-string.

       end program GradeChange.
