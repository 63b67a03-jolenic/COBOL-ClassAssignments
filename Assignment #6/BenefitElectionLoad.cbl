      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. BenefitElectionLoad as "BenefitElectionLoad".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select electionInput assign ws-path-electionInput
                   organization line sequential
                   file status is ws-input-status.
               select benefitElections assign ws-path-benefitElections
                   organization indexed
                   access mode dynamic
                   record key is be-key
                   file status is ws-election-status.
               select electionAudit assign ws-path-electionAudit
                   organization line sequential
                   file status is ws-audit-status.
               select employeeMaster assign ws-path-employeeMaster
                   organization indexed
                   access mode dynamic
                   record key is em-employeeID
                   file status is ws-empmast-status.
               select deductionRates assign ws-path-deductionRates
                   organization line sequential
                   file status is ws-rates-status.
               select operatorFile assign ws-path-operatorFile
                   organization line sequential
                   file status is ws-operator-status.

       data division.
       file section.
       FD electionInput.
       01 electionInputRec.
           03 bi-employeeID        pic x(4).
           03 bi-code              pic x(2).
           03 bi-tranCode          pic x(1).
               88 bi-tran-add              value "A", " ".
               88 bi-tran-change           value "C".
               88 bi-tran-delete           value "D".
           03 bi-label             pic x(11).
           03 bi-method            pic x(1).
           03 bi-value             pic x(7).
           03 bi-value-num redefines bi-value
                                   pic 9(5)V9(2).
           03 bi-start-date        pic x(8).
           03 bi-start-num redefines bi-start-date
                                   pic 9(8).
           03 bi-stop-date         pic x(8).
           03 bi-stop-num redefines bi-stop-date
                                   pic 9(8).
           03 bi-annual-max        pic x(8).
           03 bi-annual-max-num redefines bi-annual-max
                                   pic 9(6)V9(2).
       FD benefitElections.
       01 benefitElectionRec.
           03 be-key.
               05 be-employeeID     pic x(4).
               05 be-code           pic x(2).
           03 be-label              pic x(11).
           03 be-method             pic x(1).
               88 be-flat                  value "F".
               88 be-percent               value "P".
           03 be-value              pic 9(5)V9(2).
           03 be-start-date         pic 9(8).
           03 be-stop-date          pic 9(8).
           03 be-annual-max         pic 9(6)V9(2).
       FD electionAudit.
       01 electionAuditRec.
           03 bau-employeeID       pic x(4).
           03 filler               pic x value space.
           03 bau-code             pic x(2).
           03 filler               pic x value space.
           03 bau-date             pic 9(8).
           03 filler               pic x value space.
           03 bau-time             pic 9(6).
           03 filler               pic x value space.
           03 bau-operator         pic x(8).
           03 filler               pic x value space.
           03 bau-tranCode         pic x(1).
           03 filler               pic x value space.
           03 bau-before           pic x(43).
           03 filler               pic x value space.
           03 bau-after            pic x(43).
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
       FD deductionRates.
       01 deductionRateRec.
           03 dr-code              pic x(2).
           03 filler               pic x.
           03 dr-label             pic x(11).
           03 filler               pic x.
           03 dr-pct               pic 9(2)V9(2).
       FD operatorFile.
       01 operatorRec              pic x(8).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-input-status       pic x(2).
       01 ws-election-status    pic x(2).
       01 ws-audit-status       pic x(2).
       01 ws-empmast-status     pic x(2).
       01 ws-rates-status       pic x(2).
       01 ws-operator-status    pic x(2).
       01 ws-operator-id        pic x(8) value "UNKNOWN".
       01 ws-added-count        pic 9(6) value 0.
       01 ws-updated-count      pic 9(6) value 0.
       01 ws-deleted-count      pic 9(6) value 0.
       01 ws-rejected-count     pic 9(6) value 0.
       01 ws-audit-count        pic 9(6) value 0.
       01 ws-time-now           pic 9(8).
       01 ws-before-image       pic x(43).
       01 ws-election-ok        pic x(1).
           88 election-ok              value "Y".
       01 statutory-table.
           03 statutory-entry occurs 10 times indexed by st-idx.
               05 st-code           pic x(2).
       01 statutory-count       pic 9(4) comp value 0.

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-electionInput  pic x(70).
           03 ws-path-benefitElections  pic x(70).
           03 ws-path-electionAudit  pic x(70).
           03 ws-path-employeeMaster  pic x(70).
           03 ws-path-deductionRates  pic x(70).
           03 ws-path-operatorFile  pic x(70).

      *    Maintains each employee's voluntary deductions - health,
      *    dental, union dues, savings plan - one record per
      *    employee and deduction code, taken as a flat amount or a
      *    percent of gross between the start and stop dates up to
      *    an annual maximum (zero means no maximum, a zero stop
      *    date means open-ended).  A code already used for a
      *    statutory deduction in DeductionRates.dat is refused so
      *    the two never mix on the deduction history.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           perform process-rec until end-of-file.
           perform end-para.

       init-para.
           perform read-operator-id.
           perform load-statutory-codes.
           open input electionInput.
           if ws-input-status not = "00"
               display "BENEFIT ELECTION INPUT NOT FOUND"
               set end-of-file to true
           else
               open input employeeMaster
               open extend electionAudit
               if ws-audit-status = "35"
                   open output electionAudit
               end-if
               open i-o benefitElections
               if ws-election-status = "35"
                   open output benefitElections
                   close benefitElections
                   open i-o benefitElections
               end-if
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

       load-statutory-codes.
           open input deductionRates.
           if ws-rates-status = "00"
               perform load-one-statutory-code
                   until ws-rates-status not = "00"
                   or statutory-count = 10
               close deductionRates
           else
               move 3 to statutory-count
               move "IT" to st-code(1)
               move "PP" to st-code(2)
               move "EI" to st-code(3)
           end-if.

       load-one-statutory-code.
           read deductionRates
               at end
                   continue
               not at end
                   add 1 to statutory-count
                   set st-idx to statutory-count
                   move dr-code to st-code(st-idx)
           end-read.

       read-file.
           read electionInput
               at end
                   set end-of-file to true
           end-read.

       process-rec.
           move bi-employeeID to be-employeeID.
           move bi-code to be-code.
           read benefitElections
               invalid key
                   move spaces to ws-before-image
                   perform apply-tran-new-election
               not invalid key
                   move benefitElectionRec(7:43) to ws-before-image
                   perform apply-tran-existing-election
           end-read.
           perform read-file.

       apply-tran-new-election.
           evaluate true
               when bi-tran-add
                   perform add-new-election
               when other
                   display "ELECTION NOT ON FILE FOR "
                       bi-tranCode " TRANSACTION: " bi-employeeID
                       " " bi-code
                   add 1 to ws-rejected-count
           end-evaluate.

       apply-tran-existing-election.
           evaluate true
               when bi-tran-delete
                   perform delete-election
               when bi-tran-add
               when bi-tran-change
                   perform update-existing-election
               when other
                   display "UNRECOGNIZED TRANSACTION CODE "
                       bi-tranCode " FOR: " bi-employeeID " " bi-code
                   add 1 to ws-rejected-count
           end-evaluate.

       add-new-election.
           move "Y" to ws-election-ok.
           perform check-new-election-keys.
           if election-ok
               move bi-label to be-label
               move bi-method to be-method
               move zero to be-value
               move zero to be-start-date
               move zero to be-stop-date
               move zero to be-annual-max
               perform move-changed-fields
               perform check-election-fields
           end-if.
           if election-ok
               write benefitElectionRec
               add 1 to ws-added-count
               perform write-audit-record
           else
               add 1 to ws-rejected-count
           end-if.

       check-new-election-keys.
           move bi-employeeID to em-employeeID.
           read employeeMaster
               invalid key
                   display "EMPLOYEE NOT ON MASTER: " bi-employeeID
                   move "N" to ws-election-ok
               not invalid key
                   if em-terminated
                       display "EMPLOYEE IS TERMINATED: "
                           bi-employeeID
                       move "N" to ws-election-ok
                   end-if
           end-read.
           set st-idx to 1.
           search statutory-entry
               at end
                   continue
               when st-code(st-idx) = bi-code
                   display "CODE " bi-code
                       " IS A STATUTORY DEDUCTION: " bi-employeeID
                   move "N" to ws-election-ok
           end-search.
           if bi-code = spaces
               display "DEDUCTION CODE MISSING FOR: " bi-employeeID
               move "N" to ws-election-ok
           end-if.

      *    Blank fields on a change leave the value on file as is.
       move-changed-fields.
           if bi-label not = spaces
               move bi-label to be-label
           end-if.
           if bi-method not = space
               move bi-method to be-method
           end-if.
           if bi-value not = spaces
               if bi-value-num is numeric
                   move bi-value-num to be-value
               else
                   display "AMOUNT NOT NUMERIC FOR: " bi-employeeID
                       " " bi-code
                   move "N" to ws-election-ok
               end-if
           end-if.
           if bi-start-date not = spaces
               if bi-start-num is numeric
                   move bi-start-num to be-start-date
               else
                   display "START DATE NOT NUMERIC FOR: "
                       bi-employeeID " " bi-code
                   move "N" to ws-election-ok
               end-if
           end-if.
           if bi-stop-date not = spaces
               if bi-stop-num is numeric
                   move bi-stop-num to be-stop-date
               else
                   display "STOP DATE NOT NUMERIC FOR: "
                       bi-employeeID " " bi-code
                   move "N" to ws-election-ok
               end-if
           end-if.
           if bi-annual-max not = spaces
               if bi-annual-max-num is numeric
                   move bi-annual-max-num to be-annual-max
               else
                   display "ANNUAL MAXIMUM NOT NUMERIC FOR: "
                       bi-employeeID " " bi-code
                   move "N" to ws-election-ok
               end-if
           end-if.

       check-election-fields.
           if not be-flat and not be-percent
               display "METHOD MUST BE F OR P FOR: " bi-employeeID
                   " " bi-code
               move "N" to ws-election-ok
           end-if.
           if be-percent and be-value > 100
               display "PERCENT OVER 100 FOR: " bi-employeeID
                   " " bi-code
               move "N" to ws-election-ok
           end-if.
           if be-value = zero
               display "AMOUNT MISSING FOR: " bi-employeeID
                   " " bi-code
               move "N" to ws-election-ok
           end-if.
           if be-start-date = zero
               display "START DATE MISSING FOR: " bi-employeeID
                   " " bi-code
               move "N" to ws-election-ok
           end-if.
           if be-stop-date not = zero
               and be-stop-date < be-start-date
               display "STOP DATE BEFORE START DATE FOR: "
                   bi-employeeID " " bi-code
               move "N" to ws-election-ok
           end-if.
           if be-label = spaces
               display "DESCRIPTION MISSING FOR: " bi-employeeID
                   " " bi-code
               move "N" to ws-election-ok
           end-if.

       update-existing-election.
           move "Y" to ws-election-ok.
           perform move-changed-fields.
           perform check-election-fields.
           if election-ok
               rewrite benefitElectionRec
               add 1 to ws-updated-count
               perform write-audit-record
           else
               add 1 to ws-rejected-count
           end-if.

       delete-election.
           delete benefitElections.
           move spaces to benefitElectionRec(7:43).
           add 1 to ws-deleted-count.
           perform write-audit-record.

       write-audit-record.
           move bi-employeeID to bau-employeeID.
           move bi-code to bau-code.
           accept bau-date from date YYYYMMDD.
           accept ws-time-now from time.
           move ws-time-now(1:6) to bau-time.
           move ws-operator-id to bau-operator.
           move bi-tranCode to bau-tranCode.
           move ws-before-image to bau-before.
           move benefitElectionRec(7:43) to bau-after.
           write electionAuditRec.
           add 1 to ws-audit-count.

       end-para.
           if ws-input-status = "00" or ws-input-status = "10"
               close electionInput
               close employeeMaster
               close electionAudit
               close benefitElections
           end-if.
           display "ELECTIONS ADDED: " ws-added-count.
           display "ELECTIONS UPDATED: " ws-updated-count.
           display "ELECTIONS DELETED: " ws-deleted-count.
           display "TRANSACTIONS REJECTED: " ws-rejected-count.
           display "AUDIT RECORDS WRITTEN: " ws-audit-count.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-electionInput.
           string env-data-dir delimited by space
               "BenefitElectionInput.dat" delimited by size
               into ws-path-electionInput
           end-string.
           move spaces to ws-path-benefitElections.
           string env-data-dir delimited by space
               "BenefitElections.dat" delimited by size
               into ws-path-benefitElections
           end-string.
           move spaces to ws-path-electionAudit.
           string env-data-dir delimited by space
               "BenefitElectionAudit.dat" delimited by size
               into ws-path-electionAudit
           end-string.
           move spaces to ws-path-employeeMaster.
           string env-data-dir delimited by space
               "EmployeeMaster.dat" delimited by size
               into ws-path-employeeMaster
           end-string.
           move spaces to ws-path-deductionRates.
           string env-data-dir delimited by space
               "DeductionRates.dat" delimited by size
               into ws-path-deductionRates
           end-string.
           move spaces to ws-path-operatorFile.
           string env-data-dir delimited by space
               "CurrentOperator.dat" delimited by size
               into ws-path-operatorFile
           end-string.

       end program BenefitElectionLoad.
