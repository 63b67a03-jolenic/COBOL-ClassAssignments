      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. CompensationLoad as "CompensationLoad".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select compInput assign ws-path-compInput
                   organization line sequential
                   file status is ws-input-status.
               select employeeMaster assign ws-path-employeeMaster
                   organization indexed
                   access mode dynamic
                   record key is em-employeeID
                   file status is ws-empmast-status.
               select compPending assign ws-path-compPending
                   organization line sequential
                   file status is ws-pending-status.
               select operatorFile assign ws-path-operatorFile
                   organization line sequential
                   file status is ws-operator-status.

       data division.
       file section.
       FD compInput.
       01 compInputRec.
           03 ci-employeeID        pic x(4).
           03 ci-effDate           pic x(8).
           03 ci-payType           pic x(1).
               88 ci-salaried              value "S".
               88 ci-hourly                value "H".
           03 ci-weeklySalary      pic x(6).
           03 ci-hourlyRate        pic x(5).
           03 ci-tranCode          pic x(1).
               88 ci-tran-add              value "A", " ".
               88 ci-tran-delete           value "D".

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

       FD compPending.
       01 compPendingRec.
           03 cp-employeeID        pic x(4).
           03 cp-effDate           pic x(8).
           03 cp-payType           pic x(1).
           03 cp-weeklySalary      pic 9(4)V9(2).
           03 cp-hourlyRate        pic 9(3)V9(2).
           03 cp-tranCode          pic x(1).
           03 cp-operator          pic x(8).
           03 cp-date              pic 9(8).
       FD operatorFile.
       01 operatorRec              pic x(8).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-input-status       pic x(2).
       01 ws-empmast-status     pic x(2).
       01 ws-pending-status     pic x(2).
       01 ws-queued-count       pic 9(6) value 0.
       01 ws-rejected-count     pic 9(6) value 0.
       01 ws-operator-status    pic x(2).
       01 ws-operator-id        pic x(8) value "UNKNOWN".
       01 ws-run-date           pic 9(8).
       01 ws-tran-ok            pic x(1).
           88 tran-ok                  value "Y".
       01 ws-salary-x           pic x(6).
       01 ws-salary-num redefines ws-salary-x pic 9(4)V9(2).
       01 ws-rate-x             pic x(5).
       01 ws-rate-num redefines ws-rate-x pic 9(3)V9(2).

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-compInput  pic x(70).
           03 ws-path-employeeMaster  pic x(70).
           03 ws-path-compPending  pic x(70).
           03 ws-path-operatorFile  pic x(70).

      *    Pay rates fall under the same dual control as the
      *    employee master: this program only edits and queues each
      *    rate row, stamped with the submitting operator, for
      *    CompensationApprove to apply under a second operator
      *    holding payroll authority.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           perform process-rec until end-of-file.
           perform end-para.

       init-para.
           perform read-operator-id.
           accept ws-run-date from date YYYYMMDD.
           open input compInput.
           if ws-input-status not = "00"
               display "COMPENSATION INPUT FILE NOT FOUND"
               set end-of-file to true
           else
               open extend compPending
               if ws-pending-status = "35"
                   open output compPending
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
           read compInput
               at end
                   set end-of-file to true
               not at end
                   continue
           end-read.

      *    Obvious mistakes are rejected here so the approver only
      *    sees workable transactions.
       process-rec.
           move "Y" to ws-tran-ok.
           perform edit-transaction.
           if tran-ok
               perform queue-transaction
           else
               add 1 to ws-rejected-count
           end-if.
           perform read-file.

       edit-transaction.
           move ci-employeeID to em-employeeID.
           read employeeMaster
               invalid key
                   display "EMPLOYEE NOT ON MASTER: " ci-employeeID
                   move "N" to ws-tran-ok
               not invalid key
                   if em-terminated and ci-tran-add
                       display "EMPLOYEE IS TERMINATED: "
                           ci-employeeID
                       move "N" to ws-tran-ok
                   end-if
           end-read.
           if ci-effDate not numeric
               display "EFFECTIVE DATE NOT NUMERIC FOR: "
                   ci-employeeID
               move "N" to ws-tran-ok
           end-if.
           evaluate true
               when ci-tran-delete
                   continue
               when ci-tran-add
                   perform edit-rate-fields
               when other
                   display "UNRECOGNIZED TRANSACTION CODE "
                       ci-tranCode " FOR: " ci-employeeID
                   move "N" to ws-tran-ok
           end-evaluate.

      *    A salaried row carries the weekly amount and an hourly
      *    row the hourly rate; the other amount is carried as zero.
       edit-rate-fields.
           evaluate true
               when ci-salaried
                   move ci-weeklySalary to ws-salary-x
                   if ws-salary-x not numeric
                       or ws-salary-num = zero
                       display "WEEKLY SALARY MISSING FOR: "
                           ci-employeeID
                       move "N" to ws-tran-ok
                   end-if
               when ci-hourly
                   move ci-hourlyRate to ws-rate-x
                   if ws-rate-x not numeric
                       or ws-rate-num = zero
                       display "HOURLY RATE MISSING FOR: "
                           ci-employeeID
                       move "N" to ws-tran-ok
                   end-if
               when other
                   display "PAY TYPE MUST BE S OR H FOR: "
                       ci-employeeID
                   move "N" to ws-tran-ok
           end-evaluate.

       queue-transaction.
           move ci-employeeID to cp-employeeID.
           move ci-effDate to cp-effDate.
           move ci-payType to cp-payType.
           move zero to cp-weeklySalary.
           move zero to cp-hourlyRate.
           if ci-tran-add
               if ci-salaried
                   move ws-salary-num to cp-weeklySalary
               else
                   move ws-rate-num to cp-hourlyRate
               end-if
           end-if.
           move ci-tranCode to cp-tranCode.
           move ws-operator-id to cp-operator.
           move ws-run-date to cp-date.
           write compPendingRec.
           add 1 to ws-queued-count.

       end-para.
           if ws-input-status = "00" or ws-input-status = "10"
               close compInput
               close compPending
               close employeeMaster
           end-if.
           display "RATE TRANSACTIONS QUEUED FOR APPROVAL: "
               ws-queued-count.
           display "RATE TRANSACTIONS REJECTED: " ws-rejected-count.
           display "RUN CompensationApprove TO APPLY THE QUEUE".
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-compInput.
           string env-data-dir delimited by space
               "CompensationInput.dat" delimited by size
               into ws-path-compInput
           end-string.
           move spaces to ws-path-employeeMaster.
           string env-data-dir delimited by space
               "EmployeeMaster.dat" delimited by size
               into ws-path-employeeMaster
           end-string.
           move spaces to ws-path-compPending.
           string env-data-dir delimited by space
               "CompensationPending.dat" delimited by size
               into ws-path-compPending
           end-string.
           move spaces to ws-path-operatorFile.
           string env-data-dir delimited by space
               "CurrentOperator.dat" delimited by size
               into ws-path-operatorFile
           end-string.

       end program CompensationLoad.
