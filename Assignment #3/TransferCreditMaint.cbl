      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. TransferCreditMaint as "TransferCreditMaint".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select transferInput assign ws-path-transferInput
                   organization line sequential
                   file status is ws-input-status.
               select transferCredit assign ws-path-transferCredit
                   organization indexed
                   access mode dynamic
                   record key is tc-key
                   file status is ws-transfer-status.
               select StudentFile assign ws-path-StudentFile
                   organization indexed
                   access mode dynamic
                   record key is StudentId
                   alternate record key is Surname
                       with duplicates
                   file status is ws-student-status.
               select courseMaster assign ws-path-courseMaster
                   organization line sequential
                   file status is ws-course-status.
               select transferAudit assign ws-path-transferAudit
                   organization line sequential
                   file status is ws-audit-status.
               select operatorFile assign ws-path-operatorFile
                   organization line sequential
                   file status is ws-operator-status.

       data division.
       file section.
       FD transferInput.
       01 transferInputRec.
           03 ti-tranCode          pic x(1).
               88 ti-tran-add              value "A".
               88 ti-tran-change           value "C".
               88 ti-tran-delete           value "D".
           03 ti-StudentId         pic 9(9).
           03 ti-Institution       pic x(20).
           03 ti-ExtCourse         pic x(10).
           03 ti-EquivCourse       pic x(6).
           03 ti-Credits           pic x(2).
      *    One row per external course accepted for a student.  The
      *    equivalent course is blank for an unassigned elective,
      *    which then carries its own credit value; an equivalent
      *    course takes its credits from the course master.
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
       FD courseMaster.
       01 CourseMasterRec.
           03 cm-CourseCode        pic x(6).
           03 cm-Title             pic x(30).
           03 cm-ProgramCode       pic x(3).
           03 cm-CreditHours       pic 9(2).
           03 cm-FeePerCredit      pic 9(3)V9(2).
       FD transferAudit.
       01 transferAuditRec.
           03 ta-StudentId         pic 9(9).
           03 filler               pic x value space.
           03 ta-date              pic 9(8).
           03 filler               pic x value space.
           03 ta-time              pic 9(6).
           03 filler               pic x value space.
           03 ta-operator          pic x(8).
           03 filler               pic x value space.
           03 ta-tranCode          pic x(1).
           03 filler               pic x value space.
           03 ta-Institution       pic x(20).
           03 filler               pic x value space.
           03 ta-ExtCourse         pic x(10).
           03 filler               pic x value space.
           03 ta-before.
               05 ta-bef-EquivCourse   pic x(6).
               05 ta-bef-Credits       pic x(2).
           03 filler               pic x value space.
           03 ta-after.
               05 ta-aft-EquivCourse   pic x(6).
               05 ta-aft-Credits       pic x(2).
       FD operatorFile.
       01 operatorRec              pic x(8).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-input-status       pic x(2).
       01 ws-transfer-status    pic x(2).
       01 ws-student-status     pic x(2).
       01 ws-course-status      pic x(2).
       01 ws-audit-status       pic x(2).
       01 ws-operator-status    pic x(2).
       01 ws-operator-id        pic x(8) value "UNKNOWN".
       01 ws-files-open         pic x(1) value "N".
           88 transfer-files-open      value "Y".
       01 ws-run-date           pic 9(8).
       01 ws-time-now           pic 9(8).
       01 ws-applied-count      pic 9(6) value 0.
       01 ws-rejected-count     pic 9(6) value 0.
       01 ws-new-credits        pic 9(2).
       01 ws-credit-ok          pic x(1).
           88 credit-valid             value "Y".
       01 ws-reject-message     pic x(40).
       01 ws-before-image.
           03 ws-bef-EquivCourse   pic x(6).
           03 ws-bef-Credits       pic x(2).
       01 course-table.
           03 course-entry occurs 50 times indexed by crs-idx.
               05 crs-code          pic x(6).
               05 crs-credits       pic 9(2).
       01 course-count          pic 9(4) comp value 0.

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-transferInput  pic x(70).
           03 ws-path-transferCredit  pic x(70).
           03 ws-path-StudentFile  pic x(70).
           03 ws-path-courseMaster  pic x(70).
           03 ws-path-transferAudit  pic x(70).
           03 ws-path-operatorFile  pic x(70).

      *    Maintains the transfer credit (advanced standing) file:
      *    A adds an external course for a student, C changes its
      *    equivalent course or elective credit value, D removes it.
      *    The operator running the transaction is recorded as the
      *    approver, and every transaction goes on the transfer
      *    audit with before and after images.  Transfer credit
      *    counts toward graduation and satisfies prerequisites but
      *    never enters a grade point average.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           perform process-rec until end-of-file.
           perform end-para.

       init-para.
           perform read-operator-id.
           accept ws-run-date from date YYYYMMDD.
           perform load-course-master.
           open input transferInput.
           if ws-input-status not = "00"
               display "TRANSFER CREDIT INPUT NOT FOUND"
               set end-of-file to true
           else
               open input StudentFile
               if ws-student-status not = "00"
                   display "STUDENT FILE NOT FOUND - RUN ABANDONED"
                   close transferInput
                   set end-of-file to true
               else
                   open i-o transferCredit
                   if ws-transfer-status = "35"
                       open output transferCredit
                       close transferCredit
                       open i-o transferCredit
                   end-if
                   open extend transferAudit
                   if ws-audit-status = "35"
                       open output transferAudit
                   end-if
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

       load-course-master.
           open input courseMaster.
           if ws-course-status = "00"
               perform load-one-course
                   until ws-course-status not = "00"
                   or course-count = 50
               close courseMaster
           else
               display "COURSE MASTER FILE NOT FOUND - ONLY "
                   "ELECTIVE CREDIT CAN BE GRANTED"
           end-if.

       load-one-course.
           read courseMaster
               at end
                   continue
               not at end
                   add 1 to course-count
                   set crs-idx to course-count
                   move cm-CourseCode to crs-code(crs-idx)
                   move cm-CreditHours to crs-credits(crs-idx)
           end-read.

       read-file.
           read transferInput
               at end
                   set end-of-file to true
           end-read.

       process-rec.
           move ti-StudentId to StudentId.
           read StudentFile
               invalid key
                   display "STUDENT NOT ON FILE FOR " ti-tranCode
                       " TRANSACTION: " ti-StudentId
                   add 1 to ws-rejected-count
               not invalid key
                   if StudentStatus = "G"
                       display "STUDENT HAS GRADUATED - NO CHANGE: "
                           ti-StudentId
                       add 1 to ws-rejected-count
                   else
                       perform apply-transaction
                   end-if
           end-read.
           perform read-file.

       apply-transaction.
           move ti-StudentId to tc-StudentId.
           move ti-Institution to tc-Institution.
           move ti-ExtCourse to tc-ExtCourse.
           evaluate true
               when ti-Institution = spaces
                   or ti-ExtCourse = spaces
                   display "INSTITUTION AND EXTERNAL COURSE "
                       "REQUIRED: " ti-StudentId
                   add 1 to ws-rejected-count
               when ti-tran-add
                   perform apply-add
               when ti-tran-change
                   perform apply-change
               when ti-tran-delete
                   perform apply-delete
               when other
                   display "UNRECOGNIZED TRANSACTION CODE "
                       ti-tranCode " FOR: " ti-StudentId
                   add 1 to ws-rejected-count
           end-evaluate.

       apply-add.
           read transferCredit
               invalid key
                   move spaces to ws-before-image
                   perform edit-credit-value
                   if credit-valid
                       move ti-StudentId to tc-StudentId
                       move ti-Institution to tc-Institution
                       move ti-ExtCourse to tc-ExtCourse
                       perform set-credit-fields
                       write transferCreditRec
                       end-write
                       perform applied-with-audit
                   else
                       perform reject-transaction
                   end-if
               not invalid key
                   display "TRANSFER CREDIT ALREADY ON FILE: "
                       ti-StudentId " " ti-ExtCourse
                   add 1 to ws-rejected-count
           end-read.

       apply-change.
           read transferCredit
               invalid key
                   display "TRANSFER CREDIT NOT ON FILE: "
                       ti-StudentId " " ti-ExtCourse
                   add 1 to ws-rejected-count
               not invalid key
                   move tc-EquivCourse to ws-bef-EquivCourse
                   move tc-Credits to ws-bef-Credits
                   perform edit-credit-value
                   if credit-valid
                       perform set-credit-fields
                       rewrite transferCreditRec
                       end-rewrite
                       perform applied-with-audit
                   else
                       perform reject-transaction
                   end-if
           end-read.

       apply-delete.
           read transferCredit
               invalid key
                   display "TRANSFER CREDIT NOT ON FILE: "
                       ti-StudentId " " ti-ExtCourse
                   add 1 to ws-rejected-count
               not invalid key
                   move tc-EquivCourse to ws-bef-EquivCourse
                   move tc-Credits to ws-bef-Credits
                   delete transferCredit record
                   end-delete
                   move spaces to tc-EquivCourse
                   move zero to tc-Credits
                   perform applied-with-audit
           end-read.

      *    An equivalent course must be on the course master and
      *    earns that course's credits; an unassigned elective must
      *    state a credit value of its own.
       edit-credit-value.
           move "Y" to ws-credit-ok.
           move zero to ws-new-credits.
           if ti-EquivCourse not = spaces
               set crs-idx to 1
               search course-entry
                   at end
                       move "N" to ws-credit-ok
                       move "EQUIVALENT COURSE NOT ON MASTER"
                           to ws-reject-message
                   when crs-idx > course-count
                       move "N" to ws-credit-ok
                       move "EQUIVALENT COURSE NOT ON MASTER"
                           to ws-reject-message
                   when crs-code(crs-idx) = ti-EquivCourse
                       move crs-credits(crs-idx) to ws-new-credits
               end-search
           else
               if ti-Credits is numeric and ti-Credits not = "00"
                   move ti-Credits to ws-new-credits
               else
                   move "N" to ws-credit-ok
                   move "ELECTIVE CREDIT VALUE REQUIRED"
                       to ws-reject-message
               end-if
           end-if.

       set-credit-fields.
           move ti-EquivCourse to tc-EquivCourse.
           move ws-new-credits to tc-Credits.
           move ws-operator-id to tc-ApprovedBy.
           move ws-run-date to tc-ApprovedDate.

       reject-transaction.
           display ws-reject-message ": " ti-StudentId " "
               ti-ExtCourse.
           add 1 to ws-rejected-count.

       applied-with-audit.
           add 1 to ws-applied-count.
           move ti-StudentId to ta-StudentId.
           move ws-run-date to ta-date.
           accept ws-time-now from time.
           move ws-time-now(1:6) to ta-time.
           move ws-operator-id to ta-operator.
           move ti-tranCode to ta-tranCode.
           move ti-Institution to ta-Institution.
           move ti-ExtCourse to ta-ExtCourse.
           move ws-bef-EquivCourse to ta-bef-EquivCourse.
           move ws-bef-Credits to ta-bef-Credits.
           if ti-tran-delete
               move spaces to ta-after
           else
               move tc-EquivCourse to ta-aft-EquivCourse
               move tc-Credits to ta-aft-Credits
           end-if.
           write transferAuditRec.

       end-para.
           if transfer-files-open
               close transferInput
               close StudentFile
               close transferCredit
               close transferAudit
           end-if.
           display "TRANSFER TRANSACTIONS APPLIED: "
               ws-applied-count.
           display "TRANSFER TRANSACTIONS REJECTED: "
               ws-rejected-count.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-transferInput.
           string env-data-dir delimited by space
               "TransferCreditInput.dat" delimited by size
               into ws-path-transferInput
           end-string.
           move spaces to ws-path-transferCredit.
           string env-data-dir delimited by space
               "TransferCredit.dat" delimited by size
               into ws-path-transferCredit
           end-string.
           move spaces to ws-path-StudentFile.
           string env-data-dir delimited by space
               "StudentFile.dat" delimited by size
               into ws-path-StudentFile
           end-string.
           move spaces to ws-path-courseMaster.
           string env-data-dir delimited by space
               "CourseMaster.dat" delimited by size
               into ws-path-courseMaster
           end-string.
           move spaces to ws-path-transferAudit.
           string env-data-dir delimited by space
               "TransferCreditAudit.dat" delimited by size
               into ws-path-transferAudit
           end-string.
           move spaces to ws-path-operatorFile.
           string env-data-dir delimited by space
               "CurrentOperator.dat" delimited by size
               into ws-path-operatorFile
           end-string.

       end program TransferCreditMaint.
