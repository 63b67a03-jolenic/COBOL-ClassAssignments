                   assign ws-path-deductionTotalsTmp
                   organization line sequential
                   file status is ws-totalstmp-status.
               select netPayDetail assign ws-path-netPayDetail
                   organization line sequential.
               select deductionHistory assign ws-path-deductionHistory
                   organization line sequential
                   file status is ws-history-status.
               select deductionHistoryTmp
                   assign ws-path-deductionHistoryTmp
                   organization line sequential
                   file status is ws-historytmp-status.
               select benefitElections assign ws-path-benefitElections
                   organization indexed
                   access mode dynamic
                   record key is be-key
                   file status is ws-election-status.
               select payrollCalendar assign ws-path-payrollCalendar
                   organization line sequential
                   file status is ws-calendar-status.
               select biweeklyHeld assign ws-path-biweeklyHeld
                   organization line sequential
                   file status is ws-held-status.
               select earnedNotPaid assign ws-path-earnedNotPaid
                   organization line sequential.

       data division.
       file section.
           03 in-rec-type      pic x(1).
               88 hourly-record            value "H".
               88 adjustment-record        value "A", "R".
               88 split-record             value "S".
       01 inRecHourly.
           03 filler           pic x(45).
           03 in-hours         pic 9(3)V9.
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
       FD netPayRegister.
       01 registerLine             pic x(60).
       FD deductionTotals.
           03 dt-label             pic x(11).
           03 filler               pic x value space.
           03 dt-total             pic 9(7)V9(2).
           03 filler               pic x value space.
           03 dt-type              pic x(1).
       FD deductionTotalsTmp.
       01 deductionTotalsTmpRec    pic x(37).
       FD netPayDetail.
       01 netPayDetailRec.
           03 nd-employeeID        pic x(4).
           03 nd-lastName          pic x(14).
           03 nd-firstName         pic x(14).
           03 nd-storeNo           pic x(4).
           03 nd-gross             pic 9(5)V9(2).
           03 nd-deductions        pic 9(5)V9(2).
           03 nd-net               pic 9(5)V9(2).
           03 nd-ot-premium        pic 9(5)V9(2).
           03 nd-hol-premium       pic 9(5)V9(2).
       01 netPayDetailCtlRec.
           03 nc-marker            pic x(4).
           03 nc-record-count      pic 9(6).
           03 nc-amount-hash       pic 9(9)V9(2).
           03 nc-week-ending       pic x(10).
           03 filler               pic x(40).
       FD deductionHistory.
       01 deductionHistoryRec.
           03 dh-week-ending       pic x(10).
           03 filler               pic x value space.
           03 dh-employeeID        pic x(4).
           03 filler               pic x value space.
           03 dh-code              pic x(2).
           03 filler               pic x value space.
           03 dh-amount            pic 9(5)V9(2).
       FD deductionHistoryTmp.
       01 deductionHistoryTmpRec   pic x(26).
       FD benefitElections.
       01 benefitElectionRec.
           03 be-key.
               05 be-employeeID     pic x(4).
               05 be-code           pic x(2).
           03 be-label              pic x(11).
           03 be-method             pic x(1).
               88 be-percent               value "P".
           03 be-value              pic 9(5)V9(2).
           03 be-start-date         pic 9(8).
           03 be-stop-date          pic 9(8).
           03 be-annual-max         pic 9(6)V9(2).
      *    A P after the week-ending date marks a bi-weekly pay
      *    week; weekly employees are paid every calendar week.
       FD payrollCalendar.
       01 payrollCalendarRec.
           03 pc-week-ending        pic x(10).
           03 filler                pic x(1).
           03 pc-pay-period         pic x(1).
               88 pc-biweekly-payday       value "P".
      *    A bi-weekly employee's earnings for an off week, kept
      *    until the pay week that pays them; the paid week is
      *    blank until then.
       FD biweeklyHeld.
       01 biweeklyHeldRec.
           03 hw-employeeID         pic x(4).
           03 filler                pic x value space.
           03 hw-week-ending        pic x(10).
           03 filler                pic x value space.
           03 hw-storeNo            pic x(4).
           03 filler                pic x value space.
           03 hw-gross              pic 9(5)V9(2).
           03 filler                pic x value space.
           03 hw-ot-premium         pic 9(5)V9(2).
           03 filler                pic x value space.
           03 hw-hol-premium        pic 9(5)V9(2).
           03 filler                pic x value space.
           03 hw-paid-week          pic x(10).
           03 filler                pic x value space.
           03 hw-lastName           pic x(14).
           03 hw-firstName          pic x(14).
       FD earnedNotPaid.
       01 earnedNotPaidLine        pic x(70).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
       01 ws-empmast-status     pic x(2).
       01 ws-totals-status      pic x(2).
       01 ws-totalstmp-status   pic x(2).
       01 ws-history-status     pic x(2).
       01 ws-historytmp-status  pic x(2).
       01 ws-election-status    pic x(2).
       01 ws-calendar-status    pic x(2).
       01 ws-held-status        pic x(2).
       01 ws-calendar-marked    pic x(1) value "N".
           88 calendar-has-paydays     value "Y".
       01 ws-week-on-calendar   pic x(1) value "N".
           88 week-on-calendar         value "Y".
       01 ws-pay-week           pic x(1) value "Y".
           88 biweekly-pay-week        value "Y".
       01 ws-emp-biweekly       pic x(1) value "N".
           88 current-emp-biweekly     value "Y".
       01 ws-held-week-count    pic 9(6) value 0.
       01 ws-held-week-total    pic 9(8)V9(2) value 0.
       01 ws-released-gross     pic 9(5)V9(2).
       01 ws-unpaid-count       pic 9(6) value 0.
       01 ws-unpaid-total       pic 9(8)V9(2) value 0.
       01 held-table.
           03 held-entry occurs 2000 times indexed by hw-idx.
               05 ht-employeeID     pic x(4).
               05 ht-week-ending    pic x(10).
               05 ht-storeNo        pic x(4).
               05 ht-gross          pic 9(5)V9(2).
               05 ht-ot-premium     pic 9(5)V9(2).
               05 ht-hol-premium    pic 9(5)V9(2).
               05 ht-paid-week      pic x(10).
               05 ht-lastName       pic x(14).
               05 ht-firstName      pic x(14).
       01 held-count            pic 9(4) comp value 0.
       01 ws-week-ending        pic x(10) value "2020-10-24".
       01 ws-week-ending-num redefines ws-week-ending.
           03 wk-year               pic 9(4).
       01 ws-week-end-date      pic 9(8).
       01 ws-week-end-int       pic 9(8) comp.
       01 ws-week-start-int     pic 9(8) comp.
       01 ws-week-start-date    pic 9(8).
       01 ws-holiday-status     pic x(2).
       01 ws-holiday-int        pic 9(8) comp.
       01 ws-week-has-holiday   pic x(1) value "N".
       01 ws-adjustment-count   pic 9(6) value 0.
       01 ws-gross-total        pic 9(8)V9(2) value 0.
       01 ws-net-total          pic 9(8)V9(2) value 0.
       01 ws-net-hash           pic 9(9)V9(2) value 0.
       01 ws-emp-terminated     pic x(1) value "N".
           88 current-emp-terminated   value "Y".
       01 ws-lookup-lastName    pic x(14).
               05 rt-pct            pic 9(2)V9(2).
               05 rt-total          pic 9(7)V9(2).
       01 rate-count            pic 9(4) comp value 0.
      *    Voluntary deductions in effect this week, in employee and
      *    code order, with what has already been taken this year.
       01 election-table.
           03 election-entry occurs 500 times indexed by el-idx.
               05 el-employeeID     pic x(4).
               05 el-code           pic x(2).
               05 el-label          pic x(11).
               05 el-method         pic x(1).
                   88 el-percent            value "P".
               05 el-value          pic 9(5)V9(2).
               05 el-annual-max     pic 9(6)V9(2).
               05 el-ytd            pic 9(7)V9(2).
       01 election-count        pic 9(4) comp value 0.
       01 benefit-total-table.
           03 benefit-total-entry occurs 20 times indexed by bt-idx.
               05 bt-code           pic x(2).
               05 bt-label          pic x(11).
               05 bt-total          pic 9(7)V9(2).
       01 benefit-total-count   pic 9(4) comp value 0.
       01 ws-net-remaining      pic 9(5)V9(2).
       01 ws-max-remaining      pic 9(7)V9(2).
       01 ws-benefit-lines      pic 9(4) comp.
       01 ws-register-title.
           03 filler            pic x(36) value
               "NET PAY REGISTER - WEEK ENDING:     ".
           03 rgl-ded-label     pic x(11).
           03 filler            pic x(3) value ":  ".
           03 rgl-ded-amount    pic Z(4)9.9(2).
       01 ws-benefits-heading   pic x(24) value
           "  BENEFITS / VOLUNTARY:".
       01 ws-benefit-line.
           03 filler            pic x(4) value "    ".
           03 rgl-ben-label     pic x(11).
           03 filler            pic x(3) value ":  ".
           03 rgl-ben-amount    pic Z(4)9.9(2).
           03 filler            pic x(2) value "  ".
           03 rgl-ben-note      pic x(18).
       01 ws-net-line.
           03 filler            pic x(16) value "  NET PAY:      ".
           03 rgl-net           pic Z(4)9.9(2).
       01 ws-released-line.
           03 filler            pic x(16) value "  OFF WEEK:     ".
           03 rgl-released      pic Z(4)9.9(2).
           03 filler            pic x(22) value
               "  (BI-WEEKLY, HELD)".
       01 ws-held-trailer.
           03 filler            pic x(26) value
               "Bi-weekly earnings held:  ".
           03 trl-held-total    pic Z(7)9.9(2).
           03 filler            pic x(3) value spaces.
           03 trl-held-count    pic ZZZZ9.
           03 filler            pic x(10) value " EMPLOYEES".
       01 ws-enp-title.
           03 filler            pic x(40) value
               "EARNED NOT PAID (BI-WEEKLY) - AS AT:    ".
           03 enp-week          pic x(10).
       01 ws-enp-pay-line.
           03 filler            pic x(22) value
               "THIS WEEK IS A        ".
           03 enp-week-type     pic x(20).
       01 ws-enp-heads.
           03 filler pic x(6)  value "EMP   ".
           03 filler pic x(30) value "NAME".
           03 filler pic x(12) value "WEEK ENDING ".
           03 filler pic x(6)  value "STORE ".
           03 filler pic x(12) value "       GROSS".
       01 ws-enp-line.
           03 enl-employeeID    pic x(4).
           03 filler            pic x(2) value spaces.
           03 enl-lastName      pic x(14).
           03 filler            pic x(1) value ",".
           03 enl-firstName     pic x(14).
           03 filler            pic x(1) value spaces.
           03 enl-week          pic x(10).
           03 filler            pic x(2) value spaces.
           03 enl-storeNo       pic x(4).
           03 enl-gross         pic Z(6)9.9(2).
       01 ws-enp-trailer.
           03 filler            pic x(26) value
               "Total earned not paid:    ".
           03 ent-total         pic Z(7)9.9(2).
           03 filler            pic x(3) value spaces.
           03 ent-count         pic ZZZZ9.
           03 filler            pic x(6) value " WEEKS".
       01 ws-enp-none           pic x(40) value
           "NO BI-WEEKLY EARNINGS HELD".
       01 ws-totals-heading     pic x(34) value
           "DEDUCTION TOTALS FOR REMITTANCE:".
       01 ws-benefit-totals-heading pic x(40) value
           "BENEFIT AND VOLUNTARY DEDUCTION TOTALS:".
       01 ws-total-line.
           03 filler            pic x(2) value "  ".
           03 ttl-ded-label     pic x(11).
           03 ws-path-netPayRegister  pic x(70).
           03 ws-path-deductionTotals  pic x(70).
           03 ws-path-deductionTotalsTmp  pic x(70).
           03 ws-path-netPayDetail  pic x(70).
           03 ws-path-deductionHistory  pic x(70).
           03 ws-path-deductionHistoryTmp  pic x(70).
           03 ws-path-benefitElections  pic x(70).
           03 ws-path-payrollCalendar  pic x(70).
           03 ws-path-biweeklyHeld  pic x(70).
           03 ws-path-earnedNotPaid  pic x(70).

       procedure division.
       prog.
           compute ws-week-end-int =
               function integer-of-date(ws-week-end-date).
           compute ws-week-start-int = ws-week-end-int - 6.
           compute ws-week-start-date =
               function date-of-integer(ws-week-start-int).
           perform check-holiday-calendar.
           perform check-pay-period.
           perform load-held-table.
           perform load-rate-table.
           open input inFile.
           if ws-input-status not = "00"
           else
               open input employeeMaster
               open output netPayRegister
               open output netPayDetail
               perform drop-week-from-history
               perform load-election-table
               open extend deductionHistory
               if ws-history-status = "35"
                   open output deductionHistory
               end-if
               move ws-week-ending to rgt-week
               write registerLine from ws-register-title
               write registerLine from dashLine
                   end-if
           end-read.

      *    Bi-weekly employees are paid on the calendar weeks marked
      *    P.  With no calendar, a week not on it, or no week on it
      *    marked at all, every week is a pay week, so nobody's pay
      *    is held by mistake.
       check-pay-period.
           open input payrollCalendar.
           if ws-calendar-status = "00"
               move "N" to ws-pay-week
               perform scan-one-pay-period
                   until ws-calendar-status not = "00"
               close payrollCalendar
               if not calendar-has-paydays or not week-on-calendar
                   move "Y" to ws-pay-week
               end-if
           end-if.
           if not calendar-has-paydays
               display "NO BI-WEEKLY PAY WEEKS ON THE PAYROLL "
                   "CALENDAR - EVERYONE PAID THIS WEEK"
           end-if.

       scan-one-pay-period.
           read payrollCalendar
               at end
                   continue
               not at end
                   if pc-biweekly-payday
                       move "Y" to ws-calendar-marked
                   end-if
                   if pc-week-ending = ws-week-ending
                       move "Y" to ws-week-on-calendar
                       if pc-biweekly-payday
                           move "Y" to ws-pay-week
                       end-if
                   end-if
           end-read.

      *    This week's own held rows are dropped and rows it paid
      *    are opened up again, so a rerun holds or pays the same
      *    weeks once.  Rows paid in an earlier year are let go.
       load-held-table.
           open input biweeklyHeld.
           if ws-held-status = "00"
               perform load-one-held-row
                   until ws-held-status not = "00"
               close biweeklyHeld
           end-if.

       load-one-held-row.
           read biweeklyHeld
               at end
                   continue
               not at end
                   evaluate true
                       when hw-week-ending = ws-week-ending
                           continue
                       when hw-paid-week not = spaces
                           and hw-paid-week(1:4) < ws-week-ending(1:4)
                           continue
                       when held-count = 2000
                           display "HELD EARNINGS TABLE FULL - ROW "
                               "DROPPED FOR " hw-employeeID " "
                               hw-week-ending
                       when other
                           add 1 to held-count
                           set hw-idx to held-count
                           move hw-employeeID to ht-employeeID(hw-idx)
                           move hw-week-ending to ht-week-ending(hw-idx)
                           move hw-storeNo to ht-storeNo(hw-idx)
                           move hw-gross to ht-gross(hw-idx)
                           move hw-ot-premium to ht-ot-premium(hw-idx)
                           move hw-hol-premium
                               to ht-hol-premium(hw-idx)
                           move hw-lastName to ht-lastName(hw-idx)
                           move hw-firstName to ht-firstName(hw-idx)
                           if hw-paid-week = ws-week-ending
                               move spaces to ht-paid-week(hw-idx)
                           else
                               move hw-paid-week
                                   to ht-paid-week(hw-idx)
                           end-if
                   end-evaluate
           end-read.

      *    Statutory deduction codes, labels and percentage rates are
      *    operator-maintained in DeductionRates.dat; a default table
      *    is assumed when the file is missing.
      *    adjustment records carry an amount and week of their
      *    own, not this week's gross, and a terminated employee's
      *    record earns nothing here, so the register lines up with
      *    what was actually paid.  A split sale record carries
      *    commission only, which is paid from the sales detail.
       process-rec.
           evaluate true
               when adjustment-record
                   add 1 to ws-adjustment-count
               when split-record
                   continue
               when other
                   perform lookup-employee-name
                   if current-emp-terminated
                       add 1 to ws-skipped-count
                   else
                       perform set-gross-pay
                       if current-emp-biweekly
                           and not biweekly-pay-week
                           perform hold-biweekly-earnings
                       else
                           perform write-register-entry
                       end-if
                   end-if
           end-evaluate.
           perform read-file.

       lookup-employee-name.
           move "N" to ws-emp-terminated.
           move "N" to ws-emp-biweekly.
           move employeeID to em-employeeID.
           read employeeMaster
               invalid key
                   if em-terminated
                       move "Y" to ws-emp-terminated
                   end-if
                   if em-biweekly
                       move "Y" to ws-emp-biweekly
                   end-if
           end-read.

       set-gross-pay.
               perform compute-hourly-pay
           else
               move weeklySalary to ws-gross-pay
               move zero to ws-ot-premium
               move zero to ws-hol-premium
           end-if.

       compute-hourly-pay.
           move ws-lookup-lastName to rgl-lastName.
           move ws-lookup-firstName to rgl-firstName.
           write registerLine from ws-employee-line.
           if current-emp-biweekly
               perform release-held-earnings
           end-if.
           move ws-gross-pay to rgl-gross.
           write registerLine from ws-gross-line.
           move zero to ws-total-deductions.
           perform apply-one-deduction
               varying rt-idx from 1 by 1
               until rt-idx > rate-count.
           move zero to ws-benefit-lines.
           perform apply-one-election
               varying el-idx from 1 by 1
               until el-idx > election-count.
           compute ws-net-pay =
               ws-gross-pay - ws-total-deductions.
           move ws-net-pay to rgl-net.
           add 1 to ws-paid-count.
           add ws-gross-pay to ws-gross-total.
           add ws-net-pay to ws-net-total.
           perform write-net-pay-detail.

      *    Net pay per employee is handed to BankInterface for
      *    direct deposit; the file is signed off with a CTL*
      *    record the same way as the sales detail file.
       write-net-pay-detail.
           move employeeID to nd-employeeID.
           move ws-lookup-lastName to nd-lastName.
           move ws-lookup-firstName to nd-firstName.
           move storeNo to nd-storeNo.
           move ws-gross-pay to nd-gross.
           move ws-total-deductions to nd-deductions.
           move ws-net-pay to nd-net.
           move ws-ot-premium to nd-ot-premium.
           move ws-hol-premium to nd-hol-premium.
           write netPayDetailRec.
           add ws-net-pay to ws-net-hash.

      *    An off week for a bi-weekly employee: the earnings are
      *    kept, with no deductions taken and nothing sent to the
      *    bank, until the pay week.
       hold-biweekly-earnings.
           if held-count = 2000
               display "HELD EARNINGS TABLE FULL - NOT HELD: "
                   employeeID
           else
               add 1 to held-count
               set hw-idx to held-count
               move employeeID to ht-employeeID(hw-idx)
               move ws-week-ending to ht-week-ending(hw-idx)
               move storeNo to ht-storeNo(hw-idx)
               move ws-gross-pay to ht-gross(hw-idx)
               move ws-ot-premium to ht-ot-premium(hw-idx)
               move ws-hol-premium to ht-hol-premium(hw-idx)
               move spaces to ht-paid-week(hw-idx)
               move ws-lookup-lastName to ht-lastName(hw-idx)
               move ws-lookup-firstName to ht-firstName(hw-idx)
               add 1 to ws-held-week-count
               add ws-gross-pay to ws-held-week-total
           end-if.

      *    On the pay week every earlier week still held for the
      *    employee is added in, so deductions and net pay are
      *    worked on both weeks together.
       release-held-earnings.
           move zero to ws-released-gross.
           perform release-one-held-row
               varying hw-idx from 1 by 1
               until hw-idx > held-count.
           if ws-released-gross > zero
               move ws-released-gross to rgl-released
               write registerLine from ws-released-line
           end-if.

       release-one-held-row.
           if ht-employeeID(hw-idx) = employeeID
               and ht-paid-week(hw-idx) = spaces
               and ht-week-ending(hw-idx) < ws-week-ending
               add ht-gross(hw-idx) to ws-gross-pay
               add ht-ot-premium(hw-idx) to ws-ot-premium
               add ht-hol-premium(hw-idx) to ws-hol-premium
               add ht-gross(hw-idx) to ws-released-gross
               move ws-week-ending to ht-paid-week(hw-idx)
           end-if.

       write-net-pay-control.
           move spaces to netPayDetailCtlRec.
           move "CTL*" to nc-marker.
           move ws-paid-count to nc-record-count.
           move ws-net-hash to nc-amount-hash.
           move ws-week-ending to nc-week-ending.
           write netPayDetailCtlRec.
           close netPayDetail.

       apply-one-deduction.
           compute ws-deduction-amt rounded =
           move rt-label(rt-idx) to rgl-ded-label.
           move ws-deduction-amt to rgl-ded-amount.
           write registerLine from ws-deduction-line.
           move ws-week-ending to dh-week-ending.
           move employeeID to dh-employeeID.
           move rt-code(rt-idx) to dh-code.
           move ws-deduction-amt to dh-amount.
           write deductionHistoryRec.

       end-para.
           if ws-input-status = "00" or ws-input-status = "10"
               close inFile
               close employeeMaster
               close deductionHistory
               write registerLine from blank-line
               write registerLine from dashLine
               write registerLine from ws-totals-heading
               perform write-one-total
                   varying rt-idx from 1 by 1
                   until rt-idx > rate-count
               if benefit-total-count > zero
                   write registerLine from blank-line
                   write registerLine from ws-benefit-totals-heading
                   perform write-one-benefit-total
                       varying bt-idx from 1 by 1
                       until bt-idx > benefit-total-count
               end-if
               write registerLine from blank-line
               move ws-gross-total to trl-gross-total
               write registerLine from ws-gross-trailer
               move ws-net-total to trl-net-total
               write registerLine from ws-net-trailer
               if ws-held-week-count > zero
                   move ws-held-week-total to trl-held-total
                   move ws-held-week-count to trl-held-count
                   write registerLine from ws-held-trailer
               end-if
               close netPayRegister
               perform write-net-pay-control
               perform write-deduction-totals
               perform write-held-file
               perform write-earned-not-paid
           end-if.
           display "NET PAY REGISTER ENTRIES: " ws-paid-count.
           display "TERMINATED RECORDS SKIPPED: " ws-skipped-count.
           display "ADJUSTMENT RECORDS SKIPPED: "
               ws-adjustment-count.
           display "BI-WEEKLY OFF-WEEK EARNINGS HELD: "
               ws-held-week-count.
           move ws-paid-count to ws-joblog-count.
           move "END" to ws-joblog-event.
           move "COMPLETED" to ws-joblog-status.
               ws-joblog-runid.
           stop run.

       write-held-file.
           open output biweeklyHeld.
           perform write-one-held-row
               varying hw-idx from 1 by 1
               until hw-idx > held-count.
           close biweeklyHeld.

       write-one-held-row.
           move spaces to biweeklyHeldRec.
           move ht-employeeID(hw-idx) to hw-employeeID.
           move ht-week-ending(hw-idx) to hw-week-ending.
           move ht-storeNo(hw-idx) to hw-storeNo.
           move ht-gross(hw-idx) to hw-gross.
           move ht-ot-premium(hw-idx) to hw-ot-premium.
           move ht-hol-premium(hw-idx) to hw-hol-premium.
           move ht-paid-week(hw-idx) to hw-paid-week.
           move ht-lastName(hw-idx) to hw-lastName.
           move ht-firstName(hw-idx) to hw-firstName.
           write biweeklyHeldRec.

      *    Everything earned by bi-weekly employees and not yet
      *    paid, as it stands after this week's run.
       write-earned-not-paid.
           open output earnedNotPaid.
           move ws-week-ending to enp-week.
           write earnedNotPaidLine from ws-enp-title.
           if biweekly-pay-week
               move "BI-WEEKLY PAY WEEK" to enp-week-type
           else
               move "BI-WEEKLY OFF WEEK" to enp-week-type
           end-if.
           write earnedNotPaidLine from ws-enp-pay-line.
           write earnedNotPaidLine from dashLine.
           write earnedNotPaidLine from ws-enp-heads.
           perform write-one-unpaid-row
               varying hw-idx from 1 by 1
               until hw-idx > held-count.
           write earnedNotPaidLine from blank-line.
           if ws-unpaid-count = zero
               write earnedNotPaidLine from ws-enp-none
           else
               move ws-unpaid-total to ent-total
               move ws-unpaid-count to ent-count
               write earnedNotPaidLine from ws-enp-trailer
           end-if.
           close earnedNotPaid.

       write-one-unpaid-row.
           if ht-paid-week(hw-idx) = spaces
               move ht-employeeID(hw-idx) to enl-employeeID
               move ht-lastName(hw-idx) to enl-lastName
               move ht-firstName(hw-idx) to enl-firstName
               move ht-week-ending(hw-idx) to enl-week
               move ht-storeNo(hw-idx) to enl-storeNo
               move ht-gross(hw-idx) to enl-gross
               write earnedNotPaidLine from ws-enp-line
               add 1 to ws-unpaid-count
               add ht-gross(hw-idx) to ws-unpaid-total
           end-if.

       write-one-total.
           move rt-label(rt-idx) to ttl-ded-label.
           move rt-total(rt-idx) to ttl-ded-amount.
           write registerLine from ws-total-line.

       write-one-benefit-total.
           move bt-label(bt-idx) to ttl-ded-label.
           move bt-total(bt-idx) to ttl-ded-amount.
           write registerLine from ws-total-line.

      *    One row per deduction code per week; any rows already on
      *    file for this week are dropped first, so a rerun or a
      *    forced reprocess cannot double the monthly remittance.
           perform write-one-total-row
               varying rt-idx from 1 by 1
               until rt-idx > rate-count.
           perform write-one-benefit-row
               varying bt-idx from 1 by 1
               until bt-idx > benefit-total-count.
           close deductionTotals.

       drop-week-from-totals.
                   end-if
           end-read.

      *    Each employee's deductions by code are kept week by week
      *    for the pay advice year-to-date figures; the same
      *    drop-the-week-first rule keeps a rerun from doubling them.
       drop-week-from-history.
           call "CBL_RENAME_FILE" using ws-path-deductionHistory,
               ws-path-deductionHistoryTmp.
           open input deductionHistoryTmp.
           if ws-historytmp-status = "00"
               open output deductionHistory
               move zero to ws-eof
               perform drop-one-history-row until end-of-file
               move zero to ws-eof
               close deductionHistoryTmp
               close deductionHistory
               call "CBL_DELETE_FILE" using
                   ws-path-deductionHistoryTmp
           end-if.

       drop-one-history-row.
           read deductionHistoryTmp into deductionHistoryRec
               at end
                   set end-of-file to true
               not at end
                   if dh-week-ending not = ws-week-ending
                       write deductionHistoryRec
                   end-if
           end-read.

       write-one-total-row.
           move ws-week-ending to dt-week-ending.
           move rt-code(rt-idx) to dt-code.
           move rt-label(rt-idx) to dt-label.
           move rt-total(rt-idx) to dt-total.
           move space to dt-type.
           write deductionTotalRec.

      *    Benefit rows carry type B so the statutory remittance
      *    leaves them for the carrier and union remittances.
       write-one-benefit-row.
           move ws-week-ending to dt-week-ending.
           move bt-code(bt-idx) to dt-code.
           move bt-label(bt-idx) to dt-label.
           move bt-total(bt-idx) to dt-total.
           move "B" to dt-type.
           write deductionTotalRec.

      *    Elections are in effect for any week that overlaps their
      *    start and stop dates.  The year's deduction history, with
      *    this week already dropped, gives what each election has
      *    taken so far against its annual maximum.
       load-election-table.
           open input benefitElections.
           if ws-election-status = "00"
               perform load-one-election
                   until ws-election-status not = "00"
                   or election-count = 500
               close benefitElections
               if election-count > zero
                   perform load-election-ytd
               end-if
           end-if.

       load-one-election.
           read benefitElections next
               at end
                   continue
               not at end
                   if be-start-date not > ws-week-end-date
                       and (be-stop-date = zero
                       or be-stop-date not < ws-week-start-date)
                       add 1 to election-count
                       set el-idx to election-count
                       move be-employeeID to el-employeeID(el-idx)
                       move be-code to el-code(el-idx)
                       move be-label to el-label(el-idx)
                       move be-method to el-method(el-idx)
                       move be-value to el-value(el-idx)
                       move be-annual-max to el-annual-max(el-idx)
                       move zero to el-ytd(el-idx)
                   end-if
           end-read.

       load-election-ytd.
           open input deductionHistory.
           if ws-history-status = "00"
               perform add-one-election-ytd
                   until ws-history-status not = "00"
               close deductionHistory
           end-if.

       add-one-election-ytd.
           read deductionHistory
               at end
                   continue
               not at end
                   if dh-week-ending(1:4) = ws-week-ending(1:4)
                       and dh-week-ending < ws-week-ending
                       set el-idx to 1
                       search election-entry
                           at end
                               continue
                           when el-employeeID(el-idx) = dh-employeeID
                               and el-code(el-idx) = dh-code
                               add dh-amount to el-ytd(el-idx)
                       end-search
                   end-if
           end-read.

      *    Voluntary deductions come after the statutory ones and
      *    never take net pay below zero; once an annual maximum is
      *    reached the election stops for the rest of the year.
       apply-one-election.
           if el-employeeID(el-idx) = employeeID
               if el-percent(el-idx)
                   compute ws-deduction-amt rounded =
                       ws-gross-pay * el-value(el-idx) / 100
               else
                   move el-value(el-idx) to ws-deduction-amt
               end-if
               move spaces to rgl-ben-note
               if el-annual-max(el-idx) > zero
                   perform cap-at-annual-max
               end-if
               compute ws-net-remaining =
                   ws-gross-pay - ws-total-deductions
               if ws-deduction-amt > ws-net-remaining
                   move ws-net-remaining to ws-deduction-amt
                   move "LIMITED BY NET PAY" to rgl-ben-note
               end-if
               perform take-one-election
           end-if.

       cap-at-annual-max.
           if el-ytd(el-idx) not < el-annual-max(el-idx)
               move zero to ws-deduction-amt
               move "ANNUAL MAX REACHED" to rgl-ben-note
           else
               compute ws-max-remaining =
                   el-annual-max(el-idx) - el-ytd(el-idx)
               if ws-deduction-amt not < ws-max-remaining
                   move ws-max-remaining to ws-deduction-amt
                   move "ANNUAL MAX REACHED" to rgl-ben-note
               end-if
           end-if.

       take-one-election.
           if ws-benefit-lines = zero
               write registerLine from ws-benefits-heading
           end-if.
           add 1 to ws-benefit-lines.
           move el-label(el-idx) to rgl-ben-label.
           move ws-deduction-amt to rgl-ben-amount.
           write registerLine from ws-benefit-line.
           if ws-deduction-amt > zero
               add ws-deduction-amt to ws-total-deductions
               add ws-deduction-amt to el-ytd(el-idx)
               perform add-to-benefit-total
               move ws-week-ending to dh-week-ending
               move employeeID to dh-employeeID
               move el-code(el-idx) to dh-code
               move ws-deduction-amt to dh-amount
               write deductionHistoryRec
           end-if.

       add-to-benefit-total.
           set bt-idx to 1.
           search benefit-total-entry
               at end
                   if benefit-total-count < 20
                       add 1 to benefit-total-count
                       set bt-idx to benefit-total-count
                       move el-code(el-idx) to bt-code(bt-idx)
                       move el-label(el-idx) to bt-label(bt-idx)
                       move ws-deduction-amt to bt-total(bt-idx)
                   end-if
               when bt-code(bt-idx) = el-code(el-idx)
                   add ws-deduction-amt to bt-total(bt-idx)
           end-search.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-inFile.
               "DeductionTotals.tmp" delimited by size
               into ws-path-deductionTotalsTmp
           end-string.
           move spaces to ws-path-netPayDetail.
           string env-data-dir delimited by space
               "NetPayDetail.dat" delimited by size
               into ws-path-netPayDetail
           end-string.
           move spaces to ws-path-deductionHistory.
           string env-data-dir delimited by space
               "DeductionHistory.dat" delimited by size
               into ws-path-deductionHistory
           end-string.
           move spaces to ws-path-deductionHistoryTmp.
           string env-data-dir delimited by space
               "DeductionHistory.tmp" delimited by size
               into ws-path-deductionHistoryTmp
           end-string.
           move spaces to ws-path-benefitElections.
           string env-data-dir delimited by space
               "BenefitElections.dat" delimited by size
               into ws-path-benefitElections
           end-string.
           move spaces to ws-path-payrollCalendar.
           string env-data-dir delimited by space
               "PayrollCalendar.dat" delimited by size
               into ws-path-payrollCalendar
           end-string.
           move spaces to ws-path-biweeklyHeld.
           string env-data-dir delimited by space
               "BiweeklyHeld.dat" delimited by size
               into ws-path-biweeklyHeld
           end-string.
           move spaces to ws-path-earnedNotPaid.
           string env-data-dir delimited by space
               "EarnedNotPaid.rpt" delimited by size
               into ws-path-earnedNotPaid
           end-string.

       end program PayrollDeductions.
