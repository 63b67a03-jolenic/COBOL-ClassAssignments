               select payBands assign ws-path-payBands
                   organization line sequential
                   file status is ws-payband-status.
               select weekParamFile assign ws-path-weekParamFile
                   organization line sequential
                   file status is ws-weekparam-status.
               select compMaster assign ws-path-compMaster
                   organization indexed
                   access mode dynamic
                   record key is cr-key
                   file status is ws-compmast-status.
               select employeeMaster assign ws-path-employeeMaster
                   organization indexed
                   access mode dynamic
                   record key is em-employeeID
                   file status is ws-empmast-status.

       data division.
       file section.
           03 raw-rec-type         pic x(1).
               88 raw-hourly-record        value "H".
               88 raw-adjustment-record    value "A", "R".
               88 raw-split-record         value "S".
       01 rawRecHourly.
           03 filler               pic x(45).
           03 raw-hours            pic x(4).
           03 raw-adj-amount       pic x(6).
           03 raw-adj-week         pic x(8).
           03 filler               pic x(1).
      *    A jointly closed sale: up to five employee and percent
      *    pairs from column 1, the store and sale amount in their
      *    usual columns.
       01 rawRecSplit.
           03 raw-split-share occurs 5 times
                   indexed by split-idx split-dup-idx.
               05 raw-split-employeeID pic x(4).
               05 raw-split-pct        pic x(3).
           03 filler               pic x(25).
       FD cleanSalaryData.
       01 cleanRec                 pic x(60).
       FD rejectReport.
       FD paramFile.
       01 paramRecord.
           03 param-tolerance-pct  pic 9(3).
           03 param-comp-action    pic x(1).
       FD payBands.
       01 payBandRec.
           03 pb-jobCode           pic x(1).
           03 pb-min-rate          pic 9(3)V9(2).
           03 filler               pic x value space.
           03 pb-max-rate          pic 9(3)V9(2).
       FD weekParamFile.
       01 weekParamRecord.
           03 param-threshold      pic 9(6)V9(2).
           03 param-week-ending    pic x(10).
           03 param-restart        pic x(1).
           03 param-force          pic x(1).
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

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
       01 ws-weekly-num redefines ws-weekly-x pic 9(4)V9(2).
       01 ws-rate-x             pic x(5).
       01 ws-rate-num redefines ws-rate-x pic 9(3)V9(2).
       01 ws-weekparam-status   pic x(2).
       01 ws-compmast-status    pic x(2).
       01 ws-comp-open          pic x(1) value "N".
           88 comp-master-open         value "Y".
       01 ws-comp-action        pic x(1) value "R".
           88 comp-flag-only           value "F".
       01 ws-week-ending        pic x(10) value "2020-10-24".
       01 ws-week-compact       pic x(8).
       01 ws-comp-found         pic x(1).
           88 comp-rate-found          value "Y".
       01 ws-comp-scan-done     pic x(1).
           88 comp-scan-done           value "Y".
       01 ws-comp-payType       pic x(1).
       01 ws-comp-weekly        pic 9(4)V9(2).
       01 ws-comp-rate          pic 9(3)V9(2).
       01 ws-comp-mismatch      pic x(1).
           88 comp-mismatch            value "Y".
       01 ws-empmast-status     pic x(2).
       01 ws-empmast-open       pic x(1) value "N".
           88 emp-master-open          value "Y".
       01 ws-split-total        pic 9(4).
       01 ws-split-shares       pic 9(4).
       01 ws-split-pct-x        pic x(3).
       01 ws-split-pct-num redefines ws-split-pct-x pic 9(3).
       01 ws-split-bad          pic x(1).
           88 split-bad                value "Y".
       01 ws-partner-bad        pic x(1).
           88 partner-bad              value "Y".
       01 ws-flag-count         pic 9(6) value 0.
       01 ws-norate-count       pic 9(6) value 0.
       01 ws-joblog-count       pic 9(6) value 0.
       01 ws-joblog-program     pic x(12) value "SalaryEdit".
       01 ws-joblog-runid      pic x(14).
           03 ws-path-rejectReport  pic x(70).
           03 ws-path-paramFile  pic x(70).
           03 ws-path-payBands  pic x(70).
           03 ws-path-weekParamFile  pic x(70).
           03 ws-path-compMaster  pic x(70).
           03 ws-path-employeeMaster  pic x(70).

       linkage section.
       01 EditResult            pic x(1).
           move "P" to EditResult.
           perform read-params.
           perform load-pay-bands.
           perform read-week-param.
           perform open-comp-master.
           perform open-employee-master.
           open input rawSalaryInput.
           if ws-raw-status not = "00"
               display "WEEKLY SALARY INPUT FILE NOT FOUND"
                       if param-tolerance-pct is numeric
                           move param-tolerance-pct to ws-tolerance-pct
                       end-if
                       if param-comp-action = "F"
                           move "F" to ws-comp-action
                       end-if
               end-read
               close paramFile
           else
               display "PAY BAND TABLE NOT FOUND - BANDS NOT CHECKED"
           end-if.

      *    The rate check is made against the rate in effect for
      *    the week being paid, so the week-ending comes from the
      *    weekly run's own parameter file.
       read-week-param.
           open input weekParamFile.
           if ws-weekparam-status = "00"
               read weekParamFile
                   at end
                       display "PARAMETER FILE EMPTY - USING DEFAULTS"
                   not at end
                       move param-week-ending to ws-week-ending
               end-read
               close weekParamFile
           else
               display "PARAMETER FILE NOT FOUND - USING DEFAULTS"
           end-if.
           move spaces to ws-week-compact.
           string ws-week-ending(1:4) delimited by size
               ws-week-ending(6:2) delimited by size
               ws-week-ending(9:2) delimited by size
               into ws-week-compact
           end-string.

       open-comp-master.
           open input compMaster.
           if ws-compmast-status = "00"
               move "Y" to ws-comp-open
           else
               display "COMPENSATION MASTER NOT FOUND - "
                   "RATES NOT CHECKED"
           end-if.

      *    Split sales are checked against the employee master;
      *    without it the split partners pass unchecked.
       open-employee-master.
           open input employeeMaster.
           if ws-empmast-status = "00"
               move "Y" to ws-empmast-open
           else
               display "EMPLOYEE MASTER NOT FOUND - "
                   "SPLIT PARTNERS NOT CHECKED"
           end-if.

       load-one-pay-band.
           read payBands
               at end
               write rejectRec
               add 1 to ws-reject-count
           else
               if comp-mismatch
                   move raw-employeeID to rj-employeeID
                   move "ED FLAGGED" to rj-reasons
                   move rawRec to rj-record
                   write rejectRec
                   add 1 to ws-flag-count
               end-if
               write cleanRec from rawRec
               add 1 to ws-clean-count
           end-if.
           move "N" to ws-record-bad.
           move spaces to ws-reason-list.
           move 1 to ws-reason-pointer.
           move "N" to ws-comp-mismatch.
           if raw-split-record
               perform edit-split-record
           else
               perform edit-pay-record
           end-if.

       edit-pay-record.
           if raw-employeeID = spaces
               move "E1" to ws-reason-code
               perform flag-reason
           end-if.
           if not raw-adjustment-record
               perform check-pay-band
               perform check-comp-rate
           end-if.

      *    A split sale names two or more different employees whose
      *    percentages come to exactly 100 (EE); every one of them
      *    must be on the master and active (EF).  There is no pay
      *    on the record, so the band and rate checks do not apply.
       edit-split-record.
           move zero to ws-split-total.
           move zero to ws-split-shares.
           move "N" to ws-split-bad.
           move "N" to ws-partner-bad.
           perform edit-one-split-share
               varying split-idx from 1 by 1
               until split-idx > 5.
           if ws-split-shares < 2 or ws-split-total not = 100
               move "Y" to ws-split-bad
           end-if.
           if split-bad
               move "EE" to ws-reason-code
               perform flag-reason
           end-if.
           if partner-bad
               move "EF" to ws-reason-code
               perform flag-reason
           end-if.
           if raw-salesAmount not numeric
               move "E5" to ws-reason-code
               perform flag-reason
           end-if.

       edit-one-split-share.
           if raw-split-employeeID(split-idx) = spaces
               if raw-split-pct(split-idx) not = spaces
                   move "Y" to ws-split-bad
               end-if
           else
               add 1 to ws-split-shares
               if raw-split-pct(split-idx) not numeric
                   move "Y" to ws-split-bad
               else
                   move raw-split-pct(split-idx) to ws-split-pct-x
                   if ws-split-pct-num = zero
                       move "Y" to ws-split-bad
                   end-if
                   add ws-split-pct-num to ws-split-total
               end-if
               perform check-split-duplicate
                   varying split-dup-idx from 1 by 1
                   until split-dup-idx not < split-idx
               perform check-split-partner
           end-if.

       check-split-duplicate.
           if raw-split-employeeID(split-dup-idx)
               = raw-split-employeeID(split-idx)
               move "Y" to ws-split-bad
           end-if.

       check-split-partner.
           if emp-master-open
               move raw-split-employeeID(split-idx) to em-employeeID
               read employeeMaster
                   invalid key
                       move "Y" to ws-partner-bad
                   not invalid key
                       if not em-active
                           move "Y" to ws-partner-bad
                       end-if
               end-read
           end-if.

      *    A prior-period adjustment carries its own amount and the
               end-if
           end-if.

      *    Keyed pay must match the employee's rate in effect for
      *    the week on the compensation master.  A mismatch is an
      *    ED reject, or with the flag-only action in the edit
      *    parameters it is listed on the reject report and passed.
      *    An employee with no rate on file yet passes unchecked.
       check-comp-rate.
           if comp-master-open
               perform find-comp-rate
               if comp-rate-found
                   perform compare-comp-rate
               else
                   add 1 to ws-norate-count
               end-if
           end-if.
           if comp-mismatch and not comp-flag-only
               move "ED" to ws-reason-code
               perform flag-reason
               move "N" to ws-comp-mismatch
           end-if.

       compare-comp-rate.
           if raw-hourly-record
               if ws-comp-payType not = "H"
                   move "Y" to ws-comp-mismatch
               else
                   if raw-rate is numeric
                       move raw-rate to ws-rate-x
                       if ws-rate-num not = ws-comp-rate
                           move "Y" to ws-comp-mismatch
                       end-if
                   end-if
               end-if
           else
               if ws-comp-payType not = "S"
                   move "Y" to ws-comp-mismatch
               else
                   if raw-weeklySalary is numeric
                       move raw-weeklySalary to ws-weekly-x
                       if ws-weekly-num not = ws-comp-weekly
                           move "Y" to ws-comp-mismatch
                       end-if
                   end-if
               end-if
           end-if.

      *    Rows are keyed by employee and effective date; the last
      *    row dated on or before the week-ending is the rate in
      *    effect.
       find-comp-rate.
           move "N" to ws-comp-found.
           move "N" to ws-comp-scan-done.
           move raw-employeeID to cr-employeeID.
           move zeros to cr-effDate.
           start compMaster key is not less than cr-key
               invalid key
                   move "Y" to ws-comp-scan-done
           end-start.
           perform scan-one-comp-rate until comp-scan-done.

       scan-one-comp-rate.
           read compMaster next
               at end
                   move "Y" to ws-comp-scan-done
               not at end
                   if cr-employeeID not = raw-employeeID
                       or cr-effDate > ws-week-compact
                       move "Y" to ws-comp-scan-done
                   else
                       move "Y" to ws-comp-found
                       move cr-payType to ws-comp-payType
                       move cr-weeklySalary to ws-comp-weekly
                       move cr-hourlyRate to ws-comp-rate
                   end-if
           end-read.

       find-pay-band.
           set pb-idx to 1.
           search pay-band-entry
               close cleanSalaryData
               close rejectReport
           end-if.
           if comp-master-open
               close compMaster
           end-if.
           if emp-master-open
               close employeeMaster
           end-if.
           if ws-read-count > 0
               compute ws-reject-pct rounded =
                   ws-reject-count * 100 / ws-read-count
           display "SALARY EDIT RECORDS READ: " ws-read-count.
           display "SALARY EDIT RECORDS ACCEPTED: " ws-clean-count.
           display "SALARY EDIT RECORDS REJECTED: " ws-reject-count.
           display "SALARY EDIT RATE MISMATCHES FLAGGED: "
               ws-flag-count.
           display "SALARY EDIT RECORDS WITH NO RATE ON FILE: "
               ws-norate-count.
           move ws-read-count to ws-joblog-count.
           move "END" to ws-joblog-event.
           if EditResult = "P"
               "PayBands.dat" delimited by size
               into ws-path-payBands
           end-string.
           move spaces to ws-path-weekParamFile.
           string env-data-dir delimited by space
               "Assignment6_Params.dat" delimited by size
               into ws-path-weekParamFile
           end-string.
           move spaces to ws-path-compMaster.
           string env-data-dir delimited by space
               "CompensationMaster.dat" delimited by size
               into ws-path-compMaster
           end-string.
           move spaces to ws-path-employeeMaster.
           string env-data-dir delimited by space
               "EmployeeMaster.dat" delimited by size
               into ws-path-employeeMaster
           end-string.

       end program SalaryEdit.
