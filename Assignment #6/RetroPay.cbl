      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. RetroPay as "RetroPay".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select paramFile assign ws-path-paramFile
                   organization line sequential
                   file status is ws-param-status.
               select rawSalaryInput assign ws-path-rawSalaryInput
                   organization line sequential
                   file status is ws-raw-status.
               select runControl assign ws-path-runControl
                   organization line sequential
                   file status is ws-runctl-status.
               select employeeEarnings assign ws-path-employeeEarnings
                   organization line sequential
                   file status is ws-earnings-status.
               select compMaster assign ws-path-compMaster
                   organization indexed
                   access mode dynamic
                   record key is cr-key
                   file status is ws-compmast-status.
               select retroHistory assign ws-path-retroHistory
                   organization line sequential
                   file status is ws-history-status.
               select retroRegister assign ws-path-retroRegister
                   organization line sequential.

       data division.
       file section.
       FD paramFile.
       01 retroParamRec.
           03 rp-employeeID        pic x(4).
           03 filler               pic x.
           03 rp-jobCode           pic x(1).
           03 filler               pic x.
           03 rp-payType           pic x(1).
           03 filler               pic x.
           03 rp-new-amount        pic 9(4)V9(2).
           03 filler               pic x.
           03 rp-effDate           pic x(8).
       FD rawSalaryInput.
       01 rawRec.
           03 raw-employeeID       pic x(4).
           03 raw-jobCode          pic x.
           03 raw-empLastName      pic x(14).
           03 raw-empFirstName     pic x(14).
           03 raw-empStartDate     pic x(8).
           03 raw-storeNo          pic x(4).
           03 raw-weeklySalary     pic x(6).
           03 raw-salesAmount      pic x(8).
           03 raw-rec-type         pic x(1).
               88 raw-hourly-record        value "H".
               88 raw-adjustment-record    value "A", "R".
               88 raw-split-record         value "S".
       01 rawRecAdjust.
           03 filler               pic x(45).
           03 raw-adj-amount       pic 9(4)V9(2).
           03 raw-adj-week         pic x(8).
           03 filler               pic x(1).
       FD runControl.
       01 runControlRec.
           03 rc-week-ending        pic x(10).
           03 filler                pic x.
           03 rc-status             pic x(10).
           03 filler                pic x.
           03 rc-record-count       pic 9(6).
           03 filler                pic x.
           03 rc-award-count        pic 9(4).
           03 filler                pic x.
           03 rc-company-total      pic 9(7)V9(2).
       FD employeeEarnings.
       01 employeeEarningsRec.
           03 er-week-ending        pic x(10).
           03 er-employeeID         pic x(4).
           03 er-gross              pic 9(5)V9(2).
           03 er-ot-premium         pic 9(5)V9(2).
           03 er-commission         pic 9(5)V9(2).
           03 er-jobcode            pic x(1).
           03 er-storeNo            pic x(4).
           03 er-hours              pic 9(3)V9.
           03 er-homeStore          pic x(4).
       FD compMaster.
       01 compMasterRec.
           03 cr-key.
               05 cr-employeeID     pic x(4).
               05 cr-effDate        pic x(8).
           03 cr-payType            pic x(1).
           03 cr-weeklySalary       pic 9(4)V9(2).
           03 cr-hourlyRate         pic 9(3)V9(2).
       FD retroHistory.
       01 retroHistoryRec.
           03 rh-employeeID        pic x(4).
           03 filler               pic x value space.
           03 rh-adj-week          pic x(8).
           03 filler               pic x value space.
           03 rh-effDate           pic x(8).
           03 filler               pic x value space.
           03 rh-type              pic x(1).
           03 filler               pic x value space.
           03 rh-amount            pic 9(4)V9(2).
           03 filler               pic x value space.
           03 rh-run-date          pic 9(8).
       FD retroRegister.
       01 retroRegisterLine        pic x(80).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-param-status       pic x(2).
       01 ws-raw-status         pic x(2).
       01 ws-runctl-status      pic x(2).
       01 ws-earnings-status    pic x(2).
       01 ws-compmast-status    pic x(2).
       01 ws-history-status     pic x(2).
       01 ws-params-ok          pic x(1) value "N".
           88 params-ok                value "Y".
       01 ws-comp-open          pic x(1) value "N".
           88 comp-master-open         value "Y".
       01 ws-run-date           pic 9(8).
       01 ws-eff-int            pic 9(8).
       01 ws-week-int           pic 9(8).
       01 ws-week-date          pic 9(8).
       01 ws-week-compact       pic x(8).
       01 ws-convert-week       pic x(10).
       01 ws-days-on-new        pic 9(5).
       01 ws-old-amount         pic 9(4)V9(2).
       01 ws-old-payType        pic x(1).
       01 ws-comp-found         pic x(1).
           88 comp-rate-found          value "Y".
       01 ws-comp-scan-done     pic x(1).
           88 comp-scan-done           value "Y".
       01 ws-should-pay         pic 9(5)V9(2).
       01 ws-difference         pic s9(5)V9(2).
       01 ws-adj-amount         pic 9(5)V9(2).
       01 ws-adj-type           pic x(1).
       01 ws-line-note          pic x(20).
       01 ws-adjust-count       pic 9(6) value 0.
       01 ws-exception-count    pic 9(6) value 0.
       01 ws-nochange-count     pic 9(6) value 0.
       01 ws-total-add          pic 9(7)V9(2) value 0.
       01 ws-total-reduce       pic 9(7)V9(2) value 0.
       01 ws-total-disp         pic Z(6)9.9(2).

       01 week-table.
           03 week-entry occurs 104 times indexed by wk-idx.
               05 wt-week-ending    pic x(10).
       01 week-count            pic 9(4) comp value 0.

       01 retro-emp-table.
           03 retro-emp-entry occurs 500 times indexed by re-idx.
               05 re-employeeID     pic x(4).
               05 re-jobCode        pic x(1).
               05 re-lastName       pic x(14).
               05 re-firstName      pic x(14).
               05 re-startDate      pic x(8).
               05 re-storeNo        pic x(4).
       01 retro-emp-count       pic 9(4) comp value 0.

       01 history-table.
           03 history-entry occurs 2000 times indexed by hi-idx.
               05 ht-employeeID     pic x(4).
               05 ht-adj-week       pic x(8).
               05 ht-effDate        pic x(8).
       01 history-count         pic 9(4) comp value 0.

       01 ws-register-title.
           03 filler            pic x(38) value
               "Retroactive pay register - effective ".
           03 rtt-effDate       pic x(8).
           03 filler            pic x(6) value "  new ".
           03 rtt-payType       pic x(1).
           03 filler            pic x(1) value space.
           03 rtt-new-amount    pic Z(3)9.9(2).
       01 ws-register-scope.
           03 filler            pic x(10) value "Employee: ".
           03 rts-employeeID    pic x(4).
           03 filler            pic x(13) value "   Job code: ".
           03 rts-jobCode       pic x(1).
       01 ws-column-heads.
           03 filler pic x(6)  value "EMP   ".
           03 filler pic x(11) value "WEEK       ".
           03 filler pic x(10) value "      PAID".
           03 filler pic x(9)  value "  OLD RT ".
           03 filler pic x(5)  value " DAYS".
           03 filler pic x(10) value "    SHOULD".
           03 filler pic x(11) value "      DIFF ".
           03 filler pic x(18) value "NOTE".
       01 ws-detail-line.
           03 rdl-employeeID    pic x(4).
           03 filler            pic x(2) value spaces.
           03 rdl-week          pic x(10).
           03 filler            pic x(1) value space.
           03 rdl-paid          pic Z(5)9.9(2).
           03 filler            pic x(1) value space.
           03 rdl-old-amount    pic Z(3)9.9(2).
           03 filler            pic x(2) value spaces.
           03 rdl-days          pic Z9.
           03 filler            pic x(1) value space.
           03 rdl-should        pic Z(5)9.9(2).
           03 filler            pic x(1) value space.
           03 rdl-difference    pic -(5)9.9(2).
           03 filler            pic x(2) value spaces.
           03 rdl-note          pic x(20).
       01 ws-message-line.
           03 rml-text          pic x(40).
           03 rml-employeeID    pic x(4).
       01 ws-total-line.
           03 rtl-label         pic x(30).
           03 rtl-amount        pic Z(6)9.9(2).
       01 dashLine              pic x(80) value all "-".
       01 blank-line            pic x value " ".
       01 ws-joblog-count       pic 9(6) value 0.
       01 ws-joblog-program     pic x(12) value "RetroPay".
       01 ws-joblog-runid      pic x(14).
       01 ws-runid-date        pic 9(8).
       01 ws-runid-time        pic 9(8).
       01 ws-joblog-event       pic x(10).
       01 ws-joblog-status      pic x(20).

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-paramFile  pic x(70).
           03 ws-path-rawSalaryInput  pic x(70).
           03 ws-path-runControl  pic x(70).
           03 ws-path-employeeEarnings  pic x(70).
           03 ws-path-compMaster  pic x(70).
           03 ws-path-retroHistory  pic x(70).
           03 ws-path-retroRegister  pic x(70).

      *    A back-dated rate is paid out as prior-period adjustment
      *    records appended to the coming week's raw salary input,
      *    one per employee per completed week since the effective
      *    date, so the run belongs after SalaryEntry has built the
      *    week's file.  What was paid comes from the earnings
      *    history and the rate it was paid at from the compensation
      *    master; gross pay moves in proportion to the rate, so the
      *    same arithmetic serves salaried and hourly staff and a
      *    week the rate took effect part-way through is prorated by
      *    calendar days.  Every adjustment generated is logged in
      *    RetroHistory.dat and a rerun skips what is already there.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           if params-ok
               perform process-rec until end-of-file
           end-if.
           perform end-para.

       init-para.
           accept ws-runid-date from date YYYYMMDD.
           accept ws-runid-time from time.
           move spaces to ws-joblog-runid.
           string ws-runid-date delimited by size
               ws-runid-time(1:6) delimited by size
               into ws-joblog-runid
           end-string.
           move "START" to ws-joblog-event.
           move "IN PROGRESS" to ws-joblog-status.
           call "JobLog" using ws-joblog-program, ws-joblog-event,
               ws-joblog-count, ws-joblog-status,
               ws-joblog-runid.
           move ws-runid-date to ws-run-date.
           perform read-params.
           if not params-ok
               display "RETRO PARAMETERS MISSING OR INVALID - "
                   "RUN REFUSED"
               move "END" to ws-joblog-event
               move "HALTED - BAD PARAMS" to ws-joblog-status
               call "JobLog" using ws-joblog-program,
                   ws-joblog-event, ws-joblog-count,
                   ws-joblog-status, ws-joblog-runid
               move 8 to return-code
               stop run
           end-if.
           perform load-completed-weeks.
           perform load-retro-employees.
           perform load-retro-history.
           open input compMaster.
           if ws-compmast-status = "00"
               move "Y" to ws-comp-open
           else
               display "COMPENSATION MASTER NOT FOUND - "
                   "NO RATES TO COMPARE"
           end-if.
           open output retroRegister.
           perform write-register-heading.
           perform check-new-rate-on-file
               varying re-idx from 1 by 1
               until re-idx > retro-emp-count.
           open extend rawSalaryInput.
           if ws-raw-status = "35"
               open output rawSalaryInput
           end-if.
           open extend retroHistory.
           if ws-history-status = "35"
               open output retroHistory
           end-if.
           open input employeeEarnings.
           if ws-earnings-status not = "00"
               display "EMPLOYEE EARNINGS HISTORY NOT FOUND"
               set end-of-file to true
           end-if.

      *    One run covers either one employee or every employee
      *    keyed under a job code, at one new weekly salary (S) or
      *    hourly rate (H) from one effective date.
       read-params.
           open input paramFile.
           if ws-param-status = "00"
               read paramFile
                   at end
                       display "PARAMETER FILE EMPTY"
                   not at end
                       perform edit-params
               end-read
               close paramFile
           else
               display "PARAMETER FILE NOT FOUND"
           end-if.

       edit-params.
           move "Y" to ws-params-ok.
           if rp-employeeID = spaces and rp-jobCode = space
               display "NAME AN EMPLOYEE OR A JOB CODE"
               move "N" to ws-params-ok
           end-if.
           if rp-payType not = "S" and rp-payType not = "H"
               display "PAY TYPE MUST BE S OR H"
               move "N" to ws-params-ok
           end-if.
           if rp-new-amount not numeric or rp-new-amount = zero
               display "NEW RATE MISSING"
               move "N" to ws-params-ok
           else
               if rp-payType = "H" and rp-new-amount > 999.99
                   display "HOURLY RATE TOO LARGE"
                   move "N" to ws-params-ok
               end-if
           end-if.
           if rp-effDate not numeric
               display "EFFECTIVE DATE NOT NUMERIC"
               move "N" to ws-params-ok
           else
               move rp-effDate to ws-week-date
               compute ws-eff-int =
                   function integer-of-date(ws-week-date)
           end-if.

      *    Only weeks the run control shows as COMPLETE have been
      *    paid; a week still in progress picks up the new rate
      *    when it is keyed.
       load-completed-weeks.
           open input runControl.
           if ws-runctl-status = "00"
               perform load-one-completed-week
                   until ws-runctl-status not = "00"
                   or week-count = 104
               close runControl
           else
               display "RUN CONTROL FILE NOT FOUND - NO WEEKS"
           end-if.

       load-one-completed-week.
           read runControl
               at end
                   continue
               not at end
                   if rc-status = "COMPLETE"
                       move rc-week-ending to ws-convert-week
                       perform convert-week-ending
                       if ws-week-int not < ws-eff-int
                           add 1 to week-count
                           set wk-idx to week-count
                           move rc-week-ending
                               to wt-week-ending(wk-idx)
                       end-if
                   end-if
           end-read.

       convert-week-ending.
           move spaces to ws-week-compact.
           string ws-convert-week(1:4) delimited by size
               ws-convert-week(6:2) delimited by size
               ws-convert-week(9:2) delimited by size
               into ws-week-compact
           end-string.
           move ws-week-compact to ws-week-date.
           compute ws-week-int =
               function integer-of-date(ws-week-date).

      *    The adjustment record needs the employee's job code,
      *    store and name as keyed for the coming week, so the
      *    employees in scope are the ones on this week's input.
       load-retro-employees.
           open input rawSalaryInput.
           if ws-raw-status = "00"
               perform load-one-retro-employee
                   until ws-raw-status not = "00"
                   or retro-emp-count = 500
               close rawSalaryInput
           else
               display "WEEKLY SALARY INPUT NOT FOUND - "
                   "RUN SALARY ENTRY FIRST"
           end-if.

       load-one-retro-employee.
           read rawSalaryInput
               at end
                   continue
               not at end
                   if not raw-adjustment-record
                       and not raw-split-record
                       if raw-employeeID = rp-employeeID
                           or (rp-employeeID = spaces
                               and raw-jobCode = rp-jobCode)
                           perform add-retro-employee
                       end-if
                   end-if
           end-read.

       add-retro-employee.
           set re-idx to 1.
           search retro-emp-entry
               at end
                   continue
               when re-idx > retro-emp-count
                   add 1 to retro-emp-count
                   move raw-employeeID to re-employeeID(re-idx)
                   move raw-jobCode to re-jobCode(re-idx)
                   move raw-empLastName to re-lastName(re-idx)
                   move raw-empFirstName to re-firstName(re-idx)
                   move raw-empStartDate to re-startDate(re-idx)
                   move raw-storeNo to re-storeNo(re-idx)
               when re-employeeID(re-idx) = raw-employeeID
                   continue
           end-search.

       load-retro-history.
           open input retroHistory.
           if ws-history-status = "00"
               perform load-one-history
                   until ws-history-status not = "00"
                   or history-count = 2000
               close retroHistory
           end-if.

       load-one-history.
           read retroHistory
               at end
                   continue
               not at end
                   add 1 to history-count
                   set hi-idx to history-count
                   move rh-employeeID to ht-employeeID(hi-idx)
                   move rh-adj-week to ht-adj-week(hi-idx)
                   move rh-effDate to ht-effDate(hi-idx)
           end-read.

       write-register-heading.
           move rp-effDate to rtt-effDate.
           move rp-payType to rtt-payType.
           move rp-new-amount to rtt-new-amount.
           write retroRegisterLine from ws-register-title.
           move rp-employeeID to rts-employeeID.
           move rp-jobCode to rts-jobCode.
           write retroRegisterLine from ws-register-scope.
           write retroRegisterLine from dashLine.
           write retroRegisterLine from ws-column-heads.

      *    The new rate must also reach the compensation master
      *    through CompensationLoad, or next week's salary edit will
      *    reject the employee's pay as a rate mismatch.
       check-new-rate-on-file.
           move "N" to ws-comp-found.
           if comp-master-open
               move re-employeeID(re-idx) to cr-employeeID
               move rp-effDate to cr-effDate
               read compMaster
                   invalid key
                       continue
                   not invalid key
                       if (cr-payType = "S"
                               and cr-weeklySalary = rp-new-amount)
                           or (cr-payType = "H"
                               and cr-hourlyRate = rp-new-amount)
                           move "Y" to ws-comp-found
                       end-if
               end-read
           end-if.
           if not comp-rate-found
               move "NEW RATE NOT ON COMPENSATION MASTER: "
                   to rml-text
               move re-employeeID(re-idx) to rml-employeeID
               write retroRegisterLine from ws-message-line
           end-if.

       process-rec.
           read employeeEarnings
               at end
                   set end-of-file to true
               not at end
                   perform check-earnings-row
           end-read.

       check-earnings-row.
           set re-idx to 1.
           search retro-emp-entry
               at end
                   continue
               when re-idx > retro-emp-count
                   continue
               when re-employeeID(re-idx) = er-employeeID
                   perform check-week-in-scope
           end-search.

       check-week-in-scope.
           set wk-idx to 1.
           search week-entry
               at end
                   continue
               when wk-idx > week-count
                   continue
               when wt-week-ending(wk-idx) = er-week-ending
                   perform compute-retro-week
           end-search.

       compute-retro-week.
           move spaces to ws-line-note.
           move zero to ws-should-pay.
           move zero to ws-difference.
           move zero to ws-old-amount.
           move er-week-ending to ws-convert-week.
           perform convert-week-ending.
           compute ws-days-on-new = ws-week-int - ws-eff-int + 1.
           if ws-days-on-new > 7
               move 7 to ws-days-on-new
           end-if.
           perform find-rate-paid.
           evaluate true
               when not comp-rate-found
                   move "NO RATE ON FILE" to ws-line-note
                   add 1 to ws-exception-count
               when ws-old-payType not = rp-payType
                   move "PAY TYPE DIFFERS" to ws-line-note
                   add 1 to ws-exception-count
               when ws-old-amount = zero
                   move "RATE ON FILE ZERO" to ws-line-note
                   add 1 to ws-exception-count
               when other
                   perform compute-difference
           end-evaluate.
           perform write-register-line.

       compute-difference.
           compute ws-difference rounded =
               er-gross * (rp-new-amount - ws-old-amount)
                   * ws-days-on-new / (ws-old-amount * 7).
           compute ws-should-pay = er-gross + ws-difference.
           if ws-difference = zero
               move "NO CHANGE" to ws-line-note
               add 1 to ws-nochange-count
           else
               perform check-already-generated
               if hi-idx not > history-count
                   move "ALREADY GENERATED" to ws-line-note
                   add 1 to ws-exception-count
               else
                   if ws-difference > zero
                       move "A" to ws-adj-type
                       move ws-difference to ws-adj-amount
                   else
                       move "R" to ws-adj-type
                       compute ws-adj-amount = zero - ws-difference
                   end-if
                   if ws-adj-amount > 9999.99
                       move "TOO LARGE - KEY IT" to ws-line-note
                       add 1 to ws-exception-count
                   else
                       perform write-adjustment-record
                   end-if
               end-if
           end-if.

      *    The rate the week was paid at is the last compensation
      *    row dated on or before that week-ending and before the
      *    retroactive change itself.
       find-rate-paid.
           move "N" to ws-comp-found.
           move "N" to ws-comp-scan-done.
           if comp-master-open
               move er-employeeID to cr-employeeID
               move zeros to cr-effDate
               start compMaster key is not less than cr-key
                   invalid key
                       move "Y" to ws-comp-scan-done
               end-start
               perform scan-one-comp-rate until comp-scan-done
           end-if.

       scan-one-comp-rate.
           read compMaster next
               at end
                   move "Y" to ws-comp-scan-done
               not at end
                   if cr-employeeID not = er-employeeID
                       or cr-effDate > ws-week-compact
                       or cr-effDate not < rp-effDate
                       move "Y" to ws-comp-scan-done
                   else
                       move "Y" to ws-comp-found
                       move cr-payType to ws-old-payType
                       if cr-payType = "H"
                           move cr-hourlyRate to ws-old-amount
                       else
                           move cr-weeklySalary to ws-old-amount
                       end-if
                   end-if
           end-read.

       check-already-generated.
           set hi-idx to 1.
           search history-entry
               at end
                   continue
               when hi-idx > history-count
                   continue
               when ht-employeeID(hi-idx) = er-employeeID
                   and ht-adj-week(hi-idx) = ws-week-compact
                   and ht-effDate(hi-idx) = rp-effDate
                   continue
           end-search.

       write-adjustment-record.
           move spaces to rawRec.
           move re-employeeID(re-idx) to raw-employeeID.
           move re-jobCode(re-idx) to raw-jobCode.
           move re-lastName(re-idx) to raw-empLastName.
           move re-firstName(re-idx) to raw-empFirstName.
           move re-startDate(re-idx) to raw-empStartDate.
           move re-storeNo(re-idx) to raw-storeNo.
           move ws-adj-amount to raw-adj-amount.
           move ws-week-compact to raw-adj-week.
           move ws-adj-type to raw-rec-type.
           write rawRec.
           move er-employeeID to rh-employeeID.
           move ws-week-compact to rh-adj-week.
           move rp-effDate to rh-effDate.
           move ws-adj-type to rh-type.
           move ws-adj-amount to rh-amount.
           move ws-run-date to rh-run-date.
           write retroHistoryRec.
           add 1 to ws-adjust-count.
           if ws-adj-type = "A"
               add ws-adj-amount to ws-total-add
               move "ADDED" to ws-line-note
           else
               add ws-adj-amount to ws-total-reduce
               move "REDUCED" to ws-line-note
           end-if.

       write-register-line.
           move er-employeeID to rdl-employeeID.
           move er-week-ending to rdl-week.
           move er-gross to rdl-paid.
           move ws-old-amount to rdl-old-amount.
           move ws-days-on-new to rdl-days.
           move ws-should-pay to rdl-should.
           move ws-difference to rdl-difference.
           move ws-line-note to rdl-note.
           write retroRegisterLine from ws-detail-line.

       end-para.
           if params-ok
               if ws-earnings-status = "00"
                   or ws-earnings-status = "10"
                   close employeeEarnings
               end-if
               close rawSalaryInput
               close retroHistory
               if comp-master-open
                   close compMaster
               end-if
               write retroRegisterLine from dashLine
               move "ADDITIONS WRITTEN:" to rtl-label
               move ws-total-add to rtl-amount
               write retroRegisterLine from ws-total-line
               move "REDUCTIONS WRITTEN:" to rtl-label
               move ws-total-reduce to rtl-amount
               write retroRegisterLine from ws-total-line
               close retroRegister
           end-if.
           display "EMPLOYEES IN SCOPE: " retro-emp-count.
           display "COMPLETED WEEKS IN SCOPE: " week-count.
           display "ADJUSTMENT RECORDS WRITTEN: " ws-adjust-count.
           display "WEEKS WITH NO CHANGE: " ws-nochange-count.
           display "WEEKS NOT ADJUSTED - SEE REGISTER: "
               ws-exception-count.
           move ws-total-add to ws-total-disp.
           display "TOTAL ADDITIONS: " ws-total-disp.
           move ws-total-reduce to ws-total-disp.
           display "TOTAL REDUCTIONS: " ws-total-disp.
           move ws-adjust-count to ws-joblog-count.
           move "END" to ws-joblog-event.
           move "COMPLETED" to ws-joblog-status.
           call "JobLog" using ws-joblog-program, ws-joblog-event,
               ws-joblog-count, ws-joblog-status,
               ws-joblog-runid.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-paramFile.
           string env-data-dir delimited by space
               "RetroPay_Params.dat" delimited by size
               into ws-path-paramFile
           end-string.
           move spaces to ws-path-rawSalaryInput.
           string env-data-dir delimited by space
               "Assignment#6_WeeklySalaryInput.dat" delimited by size
               into ws-path-rawSalaryInput
           end-string.
           move spaces to ws-path-runControl.
           string env-data-dir delimited by space
               "Assignment6_RunControl.dat" delimited by size
               into ws-path-runControl
           end-string.
           move spaces to ws-path-employeeEarnings.
           string env-data-dir delimited by space
               "EmployeeEarnings.dat" delimited by size
               into ws-path-employeeEarnings
           end-string.
           move spaces to ws-path-compMaster.
           string env-data-dir delimited by space
               "CompensationMaster.dat" delimited by size
               into ws-path-compMaster
           end-string.
           move spaces to ws-path-retroHistory.
           string env-data-dir delimited by space
               "RetroHistory.dat" delimited by size
               into ws-path-retroHistory
           end-string.
           move spaces to ws-path-retroRegister.
           string env-data-dir delimited by space
               "RetroRegister.rpt" delimited by size
               into ws-path-retroRegister
           end-string.

       end program RetroPay.
