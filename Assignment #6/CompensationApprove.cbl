      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. CompensationApprove as "CompensationApprove".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select compPending assign ws-path-compPending
                   organization line sequential
                   file status is ws-pending-status.
               select compPendingTmp
                   assign ws-path-compPendingTmp
                   organization line sequential
                   file status is ws-pendingtmp-status.
               select compMaster assign ws-path-compMaster
                   organization indexed
                   access mode dynamic
                   record key is cr-key
                   file status is ws-compmast-status.
               select compAudit assign ws-path-compAudit
                   organization line sequential
                   file status is ws-audit-status.

       data division.
       file section.
       FD compPending.
       01 compPendingRec.
           03 cp-employeeID        pic x(4).
           03 cp-effDate           pic x(8).
           03 cp-payType           pic x(1).
           03 cp-weeklySalary      pic 9(4)V9(2).
           03 cp-hourlyRate        pic 9(3)V9(2).
           03 cp-tranCode          pic x(1).
               88 cp-tran-add              value "A", " ".
               88 cp-tran-delete           value "D".
           03 cp-operator          pic x(8).
           03 cp-date              pic 9(8).
       FD compPendingTmp.
       01 compPendingTmpRec        pic x(41).
       FD compMaster.
       01 compMasterRec.
           03 cr-key.
               05 cr-employeeID     pic x(4).
               05 cr-effDate        pic x(8).
           03 cr-payType            pic x(1).
               88 cr-salaried              value "S".
               88 cr-hourly                value "H".
           03 cr-weeklySalary       pic 9(4)V9(2).
           03 cr-hourlyRate         pic 9(3)V9(2).
       FD compAudit.
       01 compAuditRec.
           03 ca-employeeID        pic x(4).
           03 filler               pic x value space.
           03 ca-date              pic 9(8).
           03 filler               pic x value space.
           03 ca-time              pic 9(6).
           03 filler               pic x value space.
           03 ca-operator          pic x(8).
           03 filler               pic x value space.
           03 ca-tranCode          pic x(1).
           03 filler               pic x value space.
           03 ca-effDate           pic x(8).
           03 filler               pic x value space.
           03 ca-before.
               05 ca-bef-payType       pic x(1).
               05 ca-bef-weeklySalary  pic 9(4)V9(2).
               05 ca-bef-hourlyRate    pic 9(3)V9(2).
           03 filler               pic x value space.
           03 ca-after.
               05 ca-aft-payType       pic x(1).
               05 ca-aft-weeklySalary  pic 9(4)V9(2).
               05 ca-aft-hourlyRate    pic 9(3)V9(2).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-pending-status     pic x(2).
       01 ws-pendingtmp-status  pic x(2).
       01 ws-compmast-status    pic x(2).
       01 ws-audit-status       pic x(2).
       01 ws-applied-count      pic 9(6) value 0.
       01 ws-rejected-count     pic 9(6) value 0.
       01 ws-held-count         pic 9(6) value 0.
       01 ws-audit-count        pic 9(6) value 0.
       01 ws-time-now           pic 9(8).
       01 ws-verdict            pic x(1).
           88 verdict-approve          value "A", "a".
           88 verdict-reject           value "R", "r".
       01 ws-before-image.
           03 ws-bef-payType       pic x(1).
           03 ws-bef-weeklySalary  pic 9(4)V9(2).
           03 ws-bef-hourlyRate    pic 9(3)V9(2).
       01 ws-salary-display     pic Z(3)9.9(2).
       01 ws-rate-display       pic Z(2)9.9(2).
       01 ws-signon-operator    pic x(8).
       01 ws-signon-payroll     pic x(1).
       01 ws-signon-registry    pic x(1).
       01 ws-signon-result      pic x(1).

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-compPending  pic x(70).
           03 ws-path-compPendingTmp  pic x(70).
           03 ws-path-compMaster  pic x(70).
           03 ws-path-compAudit  pic x(70).

      *    The review step of the dual-control arrangement for pay
      *    rates: only an operator holding payroll authority may
      *    apply the queued rows, and never those they queued
      *    themselves.  Rows are keyed by employee and effective
      *    date, so a new rate never overwrites the history of the
      *    rates that went before it.
       procedure division.
       prog.
           perform build-file-paths.
           perform sign-on-approver.
           perform init-para.
           perform review-rec until end-of-file.
           perform end-para.

       sign-on-approver.
           call "OperatorSignOn" using ws-signon-operator,
               ws-signon-payroll, ws-signon-registry,
               ws-signon-result.
           if ws-signon-result not = "P"
               display "SIGN-ON FAILED - APPROVAL RUN ABANDONED"
               stop run
           end-if.
           if ws-signon-payroll not = "Y"
               display "OPERATOR " ws-signon-operator
                   " DOES NOT HOLD PAYROLL AUTHORITY - "
                   "APPROVAL RUN ABANDONED"
               stop run
           end-if.

       init-para.
           call "CBL_RENAME_FILE" using ws-path-compPending,
               ws-path-compPendingTmp.
           open input compPendingTmp.
           if ws-pendingtmp-status not = "00"
               display "NO PENDING RATE TRANSACTIONS TO REVIEW"
               set end-of-file to true
           else
               open output compPending
               open extend compAudit
               if ws-audit-status = "35"
                   open output compAudit
               end-if
               open i-o compMaster
               if ws-compmast-status = "35"
                   open output compMaster
                   close compMaster
                   open i-o compMaster
               end-if
               perform read-file
           end-if.

       read-file.
           read compPendingTmp into compPendingRec
               at end
                   set end-of-file to true
           end-read.

       review-rec.
           if cp-operator = ws-signon-operator
               display "HELD - SUBMITTED BY THIS OPERATOR: "
                   cp-employeeID " " cp-effDate
               perform hold-transaction
           else
               perform present-transaction
               evaluate true
                   when verdict-approve
                       perform apply-transaction
                   when verdict-reject
                       display "REJECTED: " cp-employeeID
                           " " cp-effDate
                       add 1 to ws-rejected-count
                   when other
                       perform hold-transaction
               end-evaluate
           end-if.
           perform read-file.

       present-transaction.
           display " ".
           display "TRAN " cp-tranCode " EMPLOYEE " cp-employeeID
               " EFFECTIVE " cp-effDate.
           display "  SUBMITTED " cp-date " BY " cp-operator.
           if cp-tran-add
               if cp-payType = "H"
                   move cp-hourlyRate to ws-rate-display
                   display "  HOURLY RATE " ws-rate-display
               else
                   move cp-weeklySalary to ws-salary-display
                   display "  WEEKLY SALARY " ws-salary-display
               end-if
           else
               display "  DELETE RATE ROW"
           end-if.
           display "A = approve, R = reject, K = keep pending: ".
           accept ws-verdict.

       hold-transaction.
           write compPendingRec.
           add 1 to ws-held-count.

       apply-transaction.
           move cp-employeeID to cr-employeeID.
           move cp-effDate to cr-effDate.
           read compMaster
               invalid key
                   move spaces to ws-before-image
                   move zero to ws-bef-weeklySalary
                   move zero to ws-bef-hourlyRate
                   if cp-tran-add
                       perform add-rate-row
                   else
                       display "RATE ROW NO LONGER ON FILE: "
                           cp-employeeID " " cp-effDate
                       add 1 to ws-rejected-count
                   end-if
               not invalid key
                   perform save-before-image
                   if cp-tran-delete
                       perform delete-rate-row
                   else
                       perform change-rate-row
                   end-if
           end-read.

       save-before-image.
           move cr-payType to ws-bef-payType.
           move cr-weeklySalary to ws-bef-weeklySalary.
           move cr-hourlyRate to ws-bef-hourlyRate.

       add-rate-row.
           move cp-payType to cr-payType.
           move cp-weeklySalary to cr-weeklySalary.
           move cp-hourlyRate to cr-hourlyRate.
           write compMasterRec.
           add 1 to ws-applied-count.
           perform write-audit-record.

       change-rate-row.
           move cp-payType to cr-payType.
           move cp-weeklySalary to cr-weeklySalary.
           move cp-hourlyRate to cr-hourlyRate.
           rewrite compMasterRec.
           add 1 to ws-applied-count.
           perform write-audit-record.

       delete-rate-row.
           delete compMaster record.
           move spaces to cr-payType.
           move zero to cr-weeklySalary.
           move zero to cr-hourlyRate.
           add 1 to ws-applied-count.
           perform write-audit-record.

       write-audit-record.
           move cp-employeeID to ca-employeeID.
           accept ca-date from date YYYYMMDD.
           accept ws-time-now from time.
           move ws-time-now(1:6) to ca-time.
           move ws-signon-operator to ca-operator.
           move cp-tranCode to ca-tranCode.
           move cp-effDate to ca-effDate.
           move ws-bef-payType to ca-bef-payType.
           move ws-bef-weeklySalary to ca-bef-weeklySalary.
           move ws-bef-hourlyRate to ca-bef-hourlyRate.
           move cr-payType to ca-aft-payType.
           move cr-weeklySalary to ca-aft-weeklySalary.
           move cr-hourlyRate to ca-aft-hourlyRate.
           write compAuditRec.
           add 1 to ws-audit-count.

       end-para.
           if ws-pendingtmp-status = "00"
               or ws-pendingtmp-status = "10"
               close compPendingTmp
               close compPending
               close compAudit
               close compMaster
               call "CBL_DELETE_FILE" using
                   ws-path-compPendingTmp
           end-if.
           display "RATE TRANSACTIONS APPLIED: " ws-applied-count.
           display "RATE TRANSACTIONS REJECTED: " ws-rejected-count.
           display "RATE TRANSACTIONS KEPT PENDING: " ws-held-count.
           display "AUDIT RECORDS WRITTEN: " ws-audit-count.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-compPending.
           string env-data-dir delimited by space
               "CompensationPending.dat" delimited by size
               into ws-path-compPending
           end-string.
           move spaces to ws-path-compPendingTmp.
           string env-data-dir delimited by space
               "CompensationPending.tmp" delimited by size
               into ws-path-compPendingTmp
           end-string.
           move spaces to ws-path-compMaster.
           string env-data-dir delimited by space
               "CompensationMaster.dat" delimited by size
               into ws-path-compMaster
           end-string.
           move spaces to ws-path-compAudit.
           string env-data-dir delimited by space
               "CompensationAudit.dat" delimited by size
               into ws-path-compAudit
           end-string.

       end program CompensationApprove.
