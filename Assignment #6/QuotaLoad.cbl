      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. QuotaLoad as "QuotaLoad".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select quotaInput assign ws-path-quotaInput
                   organization line sequential
                   file status is ws-input-status.
               select salesQuota assign ws-path-salesQuota
                   organization indexed
                   access mode dynamic
                   record key is sq-key
                   file status is ws-quota-status.
               select employeeMaster assign ws-path-employeeMaster
                   organization indexed
                   access mode dynamic
                   record key is em-employeeID
                   file status is ws-empmast-status.
               select quotaAudit assign ws-path-quotaAudit
                   organization line sequential
                   file status is ws-audit-status.
               select operatorFile assign ws-path-operatorFile
                   organization line sequential
                   file status is ws-operator-status.

       data division.
       file section.
       FD quotaInput.
       01 quotaInputRec.
           03 qi-employeeID        pic x(4).
           03 qi-month             pic x(7).
           03 qi-tranCode          pic x(1).
               88 qi-tran-add              value "A", " ".
               88 qi-tran-change           value "C".
               88 qi-tran-delete           value "D".
           03 qi-amount            pic x(9).
       FD salesQuota.
       01 salesQuotaRec.
           03 sq-key.
               05 sq-employeeID     pic x(4).
               05 sq-month          pic x(7).
           03 sq-amount             pic 9(7)V9(2).
       FD employeeMaster.
       01 employeeMasterRec.
           03 em-employeeID         pic x(4).
           03 em-lastName           pic x(14).
           03 em-firstName          pic x(14).
           03 em-startDate          pic x(8).
           03 em-status             pic x(1).
               88 em-active                value "A".
               88 em-terminated            value "T".
               88 em-on-leave              value "L".
           03 em-termDate           pic x(8).
           03 em-homeStore          pic x(4).
           03 em-leaveStart         pic x(8).
           03 em-leaveReturn        pic x(8).
           03 em-leaveType          pic x(1).
           03 em-leaveDays          pic 9(4).
           03 em-rehireDate         pic x(8).
           03 em-serviceDate        pic x(8).
           03 em-payFrequency       pic x(1).
               88 em-biweekly              value "B".
       FD quotaAudit.
       01 quotaAuditRec.
           03 qau-employeeID       pic x(4).
           03 filler               pic x value space.
           03 qau-month            pic x(7).
           03 filler               pic x value space.
           03 qau-date             pic 9(8).
           03 filler               pic x value space.
           03 qau-time             pic 9(6).
           03 filler               pic x value space.
           03 qau-operator         pic x(8).
           03 filler               pic x value space.
           03 qau-tranCode         pic x(1).
           03 filler               pic x value space.
           03 qau-bef-amount       pic 9(7)V9(2).
           03 filler               pic x value space.
           03 qau-aft-amount       pic 9(7)V9(2).
       FD operatorFile.
       01 operatorRec              pic x(8).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-input-status       pic x(2).
       01 ws-quota-status       pic x(2).
       01 ws-empmast-status     pic x(2).
       01 ws-audit-status       pic x(2).
       01 ws-operator-status    pic x(2).
       01 ws-operator-id        pic x(8) value "UNKNOWN".
       01 ws-added-count        pic 9(6) value 0.
       01 ws-updated-count      pic 9(6) value 0.
       01 ws-deleted-count      pic 9(6) value 0.
       01 ws-rejected-count     pic 9(6) value 0.
       01 ws-audit-count        pic 9(6) value 0.
       01 ws-time-now           pic 9(8).
       01 ws-tran-ok            pic x(1).
           88 tran-ok                  value "Y".
       01 ws-amount-x           pic x(9).
       01 ws-amount-num redefines ws-amount-x pic 9(7)V9(2).
       01 ws-month-x            pic x(7).
       01 ws-month-parts redefines ws-month-x.
           03 ws-month-year         pic x(4).
           03 ws-month-dash         pic x(1).
           03 ws-month-month        pic 9(2).
       01 ws-bef-amount         pic 9(7)V9(2).

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-quotaInput  pic x(70).
           03 ws-path-salesQuota  pic x(70).
           03 ws-path-employeeMaster  pic x(70).
           03 ws-path-quotaAudit  pic x(70).
           03 ws-path-operatorFile  pic x(70).

      *    Monthly sales quotas, one per salesperson per YYYY-MM,
      *    are maintained here from the district managers' sheets.
      *    Each row is edited against the employee master before
      *    it is applied: the employee must be on file and, for an
      *    add or change, not terminated; the month must be a real
      *    YYYY-MM and the quota a positive amount.  Every change
      *    is audited with its before and after amounts.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           perform process-rec until end-of-file.
           perform end-para.

       init-para.
           perform read-operator-id.
           open input quotaInput.
           if ws-input-status not = "00"
               display "QUOTA INPUT NOT FOUND"
               set end-of-file to true
           else
               open extend quotaAudit
               if ws-audit-status = "35"
                   open output quotaAudit
               end-if
               open i-o salesQuota
               if ws-quota-status = "35"
                   open output salesQuota
                   close salesQuota
                   open i-o salesQuota
               end-if
               open input employeeMaster
               perform read-file
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

       read-file.
           read quotaInput
               at end
                   set end-of-file to true
           end-read.

       process-rec.
           move "Y" to ws-tran-ok.
           perform edit-transaction.
           if tran-ok
               move qi-employeeID to sq-employeeID
               move qi-month to sq-month
               read salesQuota
                   invalid key
                       move zero to ws-bef-amount
                       perform apply-tran-new-quota
                   not invalid key
                       move sq-amount to ws-bef-amount
                       perform apply-tran-existing-quota
               end-read
           else
               add 1 to ws-rejected-count
           end-if.
           perform read-file.

       edit-transaction.
           move qi-employeeID to em-employeeID.
           read employeeMaster
               invalid key
                   display "EMPLOYEE NOT ON MASTER: " qi-employeeID
                   move "N" to ws-tran-ok
               not invalid key
                   if em-terminated and not qi-tran-delete
                       display "EMPLOYEE IS TERMINATED: "
                           qi-employeeID
                       move "N" to ws-tran-ok
                   end-if
           end-read.
           move qi-month to ws-month-x.
           if ws-month-year not numeric
               or ws-month-dash not = "-"
               or ws-month-month not numeric
               display "QUOTA MONTH NOT YYYY-MM FOR: " qi-employeeID
               move "N" to ws-tran-ok
           else
               if ws-month-month < 1 or ws-month-month > 12
                   display "QUOTA MONTH NOT YYYY-MM FOR: "
                       qi-employeeID
                   move "N" to ws-tran-ok
               end-if
           end-if.
           evaluate true
               when qi-tran-delete
                   continue
               when qi-tran-add
               when qi-tran-change
                   move qi-amount to ws-amount-x
                   if ws-amount-x not numeric
                       or ws-amount-num = zero
                       display "QUOTA AMOUNT MISSING FOR: "
                           qi-employeeID
                       move "N" to ws-tran-ok
                   end-if
               when other
                   display "UNRECOGNIZED TRANSACTION CODE "
                       qi-tranCode " FOR: " qi-employeeID
                   move "N" to ws-tran-ok
           end-evaluate.

       apply-tran-new-quota.
           evaluate true
               when qi-tran-add
                   move ws-amount-num to sq-amount
                   write salesQuotaRec
                   add 1 to ws-added-count
                   perform write-audit-record
               when other
                   display "QUOTA NOT ON FILE FOR "
                       qi-tranCode " TRANSACTION: " qi-employeeID
                       " " qi-month
                   add 1 to ws-rejected-count
           end-evaluate.

       apply-tran-existing-quota.
           evaluate true
               when qi-tran-delete
                   delete salesQuota
                   move zero to sq-amount
                   add 1 to ws-deleted-count
                   perform write-audit-record
               when other
                   move ws-amount-num to sq-amount
                   rewrite salesQuotaRec
                   add 1 to ws-updated-count
                   perform write-audit-record
           end-evaluate.

       write-audit-record.
           move qi-employeeID to qau-employeeID.
           move qi-month to qau-month.
           accept qau-date from date YYYYMMDD.
           accept ws-time-now from time.
           move ws-time-now(1:6) to qau-time.
           move ws-operator-id to qau-operator.
           move qi-tranCode to qau-tranCode.
           move ws-bef-amount to qau-bef-amount.
           move sq-amount to qau-aft-amount.
           write quotaAuditRec.
           add 1 to ws-audit-count.

       end-para.
           if ws-input-status = "00" or ws-input-status = "10"
               close quotaInput
               close quotaAudit
               close salesQuota
               close employeeMaster
           end-if.
           display "QUOTAS ADDED: " ws-added-count.
           display "QUOTAS UPDATED: " ws-updated-count.
           display "QUOTAS DELETED: " ws-deleted-count.
           display "TRANSACTIONS REJECTED: " ws-rejected-count.
           display "AUDIT RECORDS WRITTEN: " ws-audit-count.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-quotaInput.
           string env-data-dir delimited by space
               "QuotaInput.dat" delimited by size
               into ws-path-quotaInput
           end-string.
           move spaces to ws-path-salesQuota.
           string env-data-dir delimited by space
               "SalesQuota.dat" delimited by size
               into ws-path-salesQuota
           end-string.
           move spaces to ws-path-employeeMaster.
           string env-data-dir delimited by space
               "EmployeeMaster.dat" delimited by size
               into ws-path-employeeMaster
           end-string.
           move spaces to ws-path-quotaAudit.
           string env-data-dir delimited by space
               "QuotaAudit.dat" delimited by size
               into ws-path-quotaAudit
           end-string.
           move spaces to ws-path-operatorFile.
           string env-data-dir delimited by space
               "CurrentOperator.dat" delimited by size
               into ws-path-operatorFile
           end-string.

       end program QuotaLoad.
