                   access mode dynamic
                   record key is vb-employeeID
                   file status is ws-vacbal-status.
               select vacationPayouts assign ws-path-vacationPayouts
                   organization line sequential
                   file status is ws-vacpay-status.

       data division.
       file section.
               88 adjustment-record        value "A", "R".
               88 adjustment-add           value "A".
               88 adjustment-reduce        value "R".
               88 split-record             value "S".
       01 inRecHourly.
           03 filler           pic x(45).
           03 in-hours         pic 9(3)V9.
               05 adj-week-month   pic x(2).
               05 adj-week-day     pic x(2).
           03 filler           pic x(1).
      *    A jointly closed sale: up to five employee and percent
      *    pairs from column 1; the store and sale amount sit in
      *    their usual columns.
       01 inRecSplit.
           03 split-share occurs 5 times indexed by split-idx.
               05 split-employeeID pic x(4).
               05 split-pct        pic 9(3).
           03 filler           pic x(25).
       FD salesReport.
       01 salesRecord.
           03 salesEmployeeID  pic x(4).
                       pic 9(4).
                   07 cp-store-cat-fte occurs 10 times
                       pic 9(4)V9(2).
           03 cp-leave-pay-count   pic 9(4).
       FD storeMaster.
       01 storeMasterRec.
           03 sm-store-no          pic x(4).
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
       FD employeeExceptions.
       01 employeeExceptionRec.
           03 ee-employeeID        pic x(4).
           03 sd-commission         pic 9(5)V9(2).
           03 sd-salesAmount        pic 9(6)V9(2).
           03 sd-rate               pic 9V9(2).
           03 sd-split-ref          pic 9(4).
           03 sd-split-pct          pic 9(3).
           03 sd-split-sale         pic 9(6)V9(2).
       FD salesDetailTmp.
       01 salesDetailTmpRec        pic x(69).
       FD jobCodeExceptionsTmp.
       01 jobCodeExceptionsTmpRec  pic x(41).
       FD storeExceptionsTmp.
           03 er-gross              pic 9(5)V9(2).
           03 er-ot-premium         pic 9(5)V9(2).
           03 er-commission         pic 9(5)V9(2).
           03 er-jobcode            pic x(1).
           03 er-storeNo            pic x(4).
           03 er-hours              pic 9(3)V9.
           03 er-homeStore          pic x(4).
       FD earningsWeekTmp.
       01 earningsWeekTmpRec        pic x(48).
       FD employeeEarnings.
       01 employeeEarningsRec       pic x(48).
       FD employeeEarningsTmp.
       01 employeeEarningsTmpRec.
           03 et-week-ending        pic x(10).
           03 filler                pic x(38).
       FD adjustReport.
       01 adjustReportLine          pic x(70).
       FD payrollCalendar.
       01 payrollCalendarRec.
           03 pc-week-ending        pic x(10).
           03 filler                pic x(1).
           03 pc-pay-period         pic x(1).
               88 pc-biweekly-payday       value "P".
       FD holidayCalendar.
       01 holidayCalendarRec.
           03 hc-date               pic 9(8).
       01 vacationBalanceRec.
           03 vb-employeeID        pic x(4).
           03 vb-balance           pic 9(4)V9(2).
      *    One row per vacation balance paid out on a final pay,
      *    keyed in effect by employee and termination date.
       FD vacationPayouts.
       01 vacationPayoutRec.
           03 vp-employeeID        pic x(4).
           03 filler               pic x value space.
           03 vp-termDate          pic x(8).
           03 filler               pic x value space.
           03 vp-week-ending       pic x(10).
           03 filler               pic x value space.
           03 vp-amount            pic 9(5)V9(2).
       FD stmtControl.
       01 stmtControlRec.
           03 sct-week-ending       pic x(10).
           03 sr-commission         pic 9(5)V9(2).
           03 sr-salesAmount        pic 9(6)V9(2).
           03 sr-rate               pic 9V9(2).
           03 sr-split-ref          pic 9(4).
           03 sr-split-pct          pic 9(3).
           03 sr-split-sale         pic 9(6)V9(2).
       FD sortedSalesFile.
       01 sortedSalesRec.
           03 ss-storeNo            pic x(4).
           03 ss-commission         pic 9(5)V9(2).
           03 ss-salesAmount        pic 9(6)V9(2).
           03 ss-rate               pic 9V9(2).
           03 ss-split-ref          pic 9(4).
           03 ss-split-pct          pic 9(3).
           03 ss-split-sale         pic 9(6)V9(2).
       FD salaryExpenseCsv.
       01 csvDataRecord.
           03 csv-storeNo           pic x(4).
           88 eof-sorted-sales         value 1.
       01 ws-commission        pic 9(5)V9(2).
       01 ws-comm-rate         pic 9V9(2).
       01 ws-comm-basis        pic 9(6)V9(2).
       01 ws-share-amount      pic 9(6)V9(2).
       01 ws-split-allocated   pic 9(6)V9(2).
       01 ws-split-last        pic 9(4) comp.
       01 ws-gross-pay         pic 9(5)V9(2).
       01 ws-ot-hours          pic 9(3)V9.
       01 ws-ot-premium        pic 9(5)V9(2).
       01 ws-store-overflow     pic x(1) value "N".
           88 store-table-overflowed   value "Y".
       copy JOBCODES.
       copy LEAVETYPES.
       01 ws-leave-pay-count    pic 9(4) value 0.
       01 ws-emp-on-leave       pic x(1) value "N".
           88 current-emp-on-leave     value "Y".
       01 ws-leave-start-date   pic 9(8).
       01 ws-service-date       pic 9(8).
       01 ws-service-date-parts redefines ws-service-date.
           03 svc-year              pic 9(4).
           03 svc-month             pic 9(2).
           03 svc-day               pic 9(2).
       01 ws-service-int        pic 9(8) comp.
       01 ws-store-header      pic x(20).
       01 ws-ot-title.
           03 filler            pic x(40) value
       01 ws-holiday-int        pic 9(8) comp.
       01 ws-holiday-exception-count pic 9(4) value 0.
       01 ws-vacbal-status      pic x(2).
       01 ws-vacpay-status      pic x(2).
       01 ws-prior-payout       pic x(1).
           88 prior-payout-found       value "Y".
       01 ws-prior-payout-week  pic x(10).
       01 ws-prior-payout-amount pic 9(5)V9(2).
       01 ws-final-pay-count    pic 9(4) value 0.
       01 ws-sales-hash         pic 9(9)V9(2) value 0.
       01 ws-anniv-hash         pic 9(9) value 0.
           03 hctr-count        pic Z(4)9.
           03 filler            pic x(7) value "  FTE: ".
           03 hctr-fte          pic Z(4)9.9(2).
       01 ws-hc-leave-title     pic x(60) value
           "EMPLOYEES ON LEAVE - NOT IN THE HEADCOUNT ABOVE:".
       01 ws-hc-leave-heads.
           03 filler pic x(6)  value "EMP ID".
           03 filler pic x(16) value "  LAST NAME".
           03 filler pic x(7)  value "STORE".
           03 filler pic x(13) value "LEAVE TYPE".
           03 filler pic x(10) value "FROM".
           03 filler pic x(10) value "EXPECTED".
           03 filler pic x(6)  value "PAY".
       01 ws-hc-leave-detail.
           03 hcl-employeeID    pic x(4).
           03 filler            pic x(2).
           03 hcl-lastName      pic x(14).
           03 filler            pic x(2).
           03 hcl-storeNo       pic x(4).
           03 filler            pic x(3).
           03 hcl-type          pic x(11).
           03 filler            pic x(2).
           03 hcl-start         pic x(8).
           03 filler            pic x(2).
           03 hcl-return        pic x(8).
           03 filler            pic x(2).
           03 hcl-paid          pic x(6).
       01 ws-hc-leave-trailer.
           03 filler            pic x(20) value
               "TOTAL ON LEAVE:     ".
           03 hclt-count        pic Z(4)9.
           03 filler            pic x(12) value "    UNPAID: ".
           03 hclt-unpaid       pic Z(4)9.
       01 ws-leave-count        pic 9(5) value 0.
       01 ws-unpaid-leave-count pic 9(5) value 0.
       01 rgn-total-line.
           03 rgn-total-amount  pic Z(6)9.9(2).
       01 rgn-total-display redefines rgn-total-line pic x(10).
           03 ws-path-finalPayRegister  pic x(70).
           03 ws-path-finalPayRegisterTmp  pic x(70).
           03 ws-path-vacationBalances  pic x(70).
           03 ws-path-vacationPayouts  pic x(70).

       procedure division.
       prog.
           move ws-company-headcount to hctr-count.
           move ws-company-fte to hctr-fte.
           write headcountReportLine from ws-hc-trailer.
           perform write-hc-leave-section.
           close headcountReport.
           perform append-headcount-history.

               to ws-store-headcount.
           add store-cat-fte(store-idx, jc-idx) to ws-store-fte.

      *    People on leave are listed from the master rather than
      *    the week's pay, since most of them draw none.
       write-hc-leave-section.
           move zero to ws-leave-count.
           move zero to ws-unpaid-leave-count.
           write headcountReportLine from blank-line.
           write headcountReportLine from ws-hc-leave-title.
           write headcountReportLine from ws-hc-leave-heads.
           open input employeeMaster.
           if ws-empmast-status = "00"
               move zero to ws-eof
               perform list-one-hc-leave until end-of-file
               move zero to ws-eof
               close employeeMaster
           end-if.
           move ws-leave-count to hclt-count.
           move ws-unpaid-leave-count to hclt-unpaid.
           write headcountReportLine from ws-hc-leave-trailer.

       list-one-hc-leave.
           read employeeMaster next
               at end
                   set end-of-file to true
               not at end
                   if em-on-leave
                       perform write-hc-leave-line
                   end-if
           end-read.

       write-hc-leave-line.
           move em-employeeID to hcl-employeeID.
           move em-lastName to hcl-lastName.
           move em-homeStore to hcl-storeNo.
           move em-leaveStart to hcl-start.
           move em-leaveReturn to hcl-return.
           move em-leaveType to hcl-type.
           move "?" to hcl-paid.
           set lt-idx to 1.
           search leave-type-entry
               at end
                   continue
               when lt-code(lt-idx) = em-leaveType
                   move lt-label(lt-idx) to hcl-type
                   if lt-unpaid(lt-idx)
                       move "UNPAID" to hcl-paid
                       add 1 to ws-unpaid-leave-count
                   else
                       move "PAID" to hcl-paid
                   end-if
           end-search.
           write headcountReportLine from ws-hc-leave-detail.
           add 1 to ws-leave-count.

       set-hc-movement.
           if ws-prior-hc-week = spaces
               move spaces to hcs-move-label
                           to prior-adjust-table
                       move cp-company-total to ws-company-total
                       move cp-store-table to store-table
                       move cp-leave-pay-count to ws-leave-pay-count
               end-read
               close checkpointFile
               move ws-record-count to ws-skip-count
           move prior-adjust-table to cp-prior-adjust-table.
           move ws-company-total to cp-company-total.
           move store-table to cp-store-table.
           move ws-leave-pay-count to cp-leave-pay-count.
           open output checkpointFile.
           write checkpointRecord.
           close checkpointFile.
           compute ws-exception-lines =
               ws-employee-exception-count + ws-terminated-count
                   + ws-store-mismatch-count
                   + ws-holiday-exception-count
                   + ws-leave-pay-count.
           perform copy-employee-exception-line
               varying ws-trunc-index from 1 by 1
               until ws-trunc-index > ws-exception-lines.
       process-rec.
           perform read-file.
           if not end-of-file
               evaluate true
                   when adjustment-record
                       perform queue-prior-adjustment
                   when split-record
                       perform credit-split-sale
                   when other
                       perform lookup-employee-name
                       if current-emp-terminated
                           perform handle-terminated-employee
                       else
                           move zero to ws-rec-commission
                           perform set-gross-pay
                           if not hourly-record
                               perform check-sales
                           end-if
                           perform check-salary-expenses
                           perform check-anniversary
                           perform write-earnings-row
                       end-if
               end-evaluate
               perform checkpoint-if-due
           end-if.

       lookup-employee-name.
           move "N" to ws-emp-terminated.
           move "N" to ws-emp-on-leave.
           move spaces to ws-lookup-homeStore.
           move empStartDate to ws-service-date.
           move employeeID to em-employeeID.
           read employeeMaster
               invalid key
                   if em-terminated
                       move "Y" to ws-emp-terminated
                   end-if
                   if em-on-leave
                       perform check-employee-leave
                   end-if
                   if em-serviceDate is numeric
                       move em-serviceDate to ws-service-date
                   end-if
                   if em-leaveDays is numeric
                       and em-leaveDays > zero
                       and empStartDate is numeric
                       perform push-back-service-date
                   end-if
           end-read.

      *    A leave is in effect once its start date is reached.
      *    Pay keyed against an unpaid leave is still paid as keyed
      *    but goes on the exception report for the store to
      *    explain; paid leave is expected to draw pay.
       check-employee-leave.
           if em-leaveStart is numeric
               move em-leaveStart to ws-leave-start-date
           else
               move zero to ws-leave-start-date
           end-if.
           if ws-leave-start-date not > ws-week-end-date
               move "Y" to ws-emp-on-leave
               set lt-idx to 1
               search leave-type-entry
                   at end
                       continue
                   when lt-code(lt-idx) = em-leaveType
                       if lt-unpaid(lt-idx)
                           move employeeID to ee-employeeID
                           move "PAY KEYED DURING UNPAID LEAVE"
                               to ee-message
                           write employeeExceptionRec
                           add 1 to ws-leave-pay-count
                       end-if
               end-search
           end-if.

      *    Service runs from the start date, or from the bridged
      *    service date set on a rehire; completed unpaid leave
      *    then moves it later by the days away, so anniversaries
      *    fall correspondingly later.
       push-back-service-date.
           compute ws-service-int =
               function integer-of-date(ws-service-date)
                   + em-leaveDays.
           compute ws-service-date =
               function date-of-integer(ws-service-int).

      *    A termination dated inside or after the pay week earns a
      *    final cheque through the system instead of a hand-cut
      *    one; anything arriving after the termination week is

      *    The remaining vacation balance pays out at the hourly
      *    rate, or the weekly salary over forty hours, and the
      *    balance is retired so it cannot pay twice.  The payout
      *    ledger backs that up: a termination already paid out
      *    in an earlier week pays nothing more, and a rerun or
      *    restart of the same week repeats the recorded amount
      *    instead of finding the balance already at zero.
       compute-vacation-payout.
           move zero to ws-vacation-payout.
           perform find-prior-payout.
           if prior-payout-found
               if ws-prior-payout-week = ws-week-ending
                   move ws-prior-payout-amount to ws-vacation-payout
               else
                   move employeeID to ee-employeeID
                   move "VACATION ALREADY PAID OUT" to ee-message
                   write employeeExceptionRec
                   add 1 to ws-employee-exception-count
               end-if
           else
               perform pay-out-vacation-balance
           end-if.

       find-prior-payout.
           move "N" to ws-prior-payout.
           open input vacationPayouts.
           if ws-vacpay-status = "00"
               perform scan-one-payout
                   until ws-vacpay-status not = "00"
               close vacationPayouts
           end-if.

       scan-one-payout.
           read vacationPayouts
               at end
                   continue
               not at end
                   if vp-employeeID = employeeID
                       and vp-termDate = ws-lookup-termDate
                       move "Y" to ws-prior-payout
                       move vp-week-ending to ws-prior-payout-week
                       move vp-amount to ws-prior-payout-amount
                   end-if
           end-read.

       record-payout.
           open extend vacationPayouts.
           if ws-vacpay-status = "35"
               open output vacationPayouts
           end-if.
           move employeeID to vp-employeeID.
           move ws-lookup-termDate to vp-termDate.
           move ws-week-ending to vp-week-ending.
           move ws-vacation-payout to vp-amount.
           write vacationPayoutRec.
           close vacationPayouts.

       pay-out-vacation-balance.
           if hourly-record
               move in-rate to ws-payout-rate
           else
                           vb-balance * ws-payout-rate
                       move zero to vb-balance
                       rewrite vacationBalanceRec
                       perform record-payout
                   end-if
           end-read.

           
       check-sales.
           if jobCode = 'S' AND salesAmount-num > ws-threshold
               move salesAmount-num to ws-comm-basis
               perform calc-commission
               move employeeID to sd-employeeID
               move ws-lookup-lastName to sd-lastName
               move ws-commission to sd-commission
               move salesAmount-num to sd-salesAmount
               move ws-comm-rate to sd-rate
               move zero to sd-split-ref
               move zero to sd-split-pct
               move zero to sd-split-sale
               write salesDetailRec
               add ws-commission to ws-sales-hash
               move ws-commission to ws-rec-commission

       calc-commission.
           evaluate true
               when ws-comm-basis > 250000.00
                   move 0.10 to ws-comm-rate
               when ws-comm-basis > 150000.00
                   move 0.07 to ws-comm-rate
               when other
                   move 0.05 to ws-comm-rate
           end-evaluate.
           compute ws-commission =
               ws-comm-basis * ws-comm-rate.

      *    A jointly closed sale qualifies on the whole sale amount;
      *    each partner's share of it then earns commission at the
      *    tier that share reaches and is credited to that partner.
      *    The last share takes up any rounding so the shares add
      *    back to the sale.  Every share row carries the record
      *    number of the sale, its percent and the whole sale, so
      *    the statements can name the partners.
       credit-split-sale.
           if salesAmount-num > ws-threshold
               move zero to ws-split-allocated
               move zero to ws-split-last
               perform find-last-split-share
                   varying split-idx from 1 by 1
                   until split-idx > 5
               perform credit-one-split-share
                   varying split-idx from 1 by 1
                   until split-idx > 5
           end-if.

       find-last-split-share.
           if split-employeeID(split-idx) not = spaces
               set ws-split-last to split-idx
           end-if.

       credit-one-split-share.
           if split-employeeID(split-idx) not = spaces
               if split-idx = ws-split-last
                   compute ws-share-amount =
                       salesAmount-num - ws-split-allocated
               else
                   compute ws-share-amount rounded =
                       salesAmount-num * split-pct(split-idx) / 100
               end-if
               add ws-share-amount to ws-split-allocated
               perform lookup-split-partner
               move ws-share-amount to ws-comm-basis
               perform calc-commission
               move split-employeeID(split-idx) to sd-employeeID
               move ws-lookup-lastName to sd-lastName
               move ws-lookup-firstName to sd-firstName
               move storeNo to sd-storeNo
               move ws-commission to sd-commission
               move ws-share-amount to sd-salesAmount
               move ws-comm-rate to sd-rate
               move ws-record-count to sd-split-ref
               move split-pct(split-idx) to sd-split-pct
               move salesAmount-num to sd-split-sale
               write salesDetailRec
               add ws-commission to ws-sales-hash
               add 1 to ws-award-count
               perform find-store-entry
               if store-idx not > store-count
                   add 1 to store-award-count(store-idx)
               end-if
               perform write-split-earnings-row
           end-if.

       lookup-split-partner.
           move split-employeeID(split-idx) to em-employeeID.
           read employeeMaster
               invalid key
                   move spaces to ws-lookup-lastName
                   move spaces to ws-lookup-firstName
                   move split-employeeID(split-idx) to ee-employeeID
                   move "EMPLOYEE NOT ON MASTER FILE" to ee-message
                   write employeeExceptionRec
                   add 1 to ws-employee-exception-count
               not invalid key
                   move em-lastName to ws-lookup-lastName
                   move em-firstName to ws-lookup-firstName
           end-read.

      *    The share is commission only; the partner's own weekly
      *    record carries the pay and hours, so this row has none
      *    and no home store to charge back against.
       write-split-earnings-row.
           move ws-week-ending to er-week-ending.
           move split-employeeID(split-idx) to er-employeeID.
           move zero to er-gross.
           move zero to er-ot-premium.
           move ws-commission to er-commission.
           move "S" to er-jobcode.
           move storeNo to er-storeNo.
           move zero to er-hours.
           move spaces to er-homeStore.
           write earningsWeekRec.
           add 1 to ws-earnings-count.
           
      *    A weekly record keyed against the wrong store still pays,
      *    but the disagreement with the master's home store is
                   add ws-gross-pay to
                       store-cat-total(store-idx, jc-idx)
                   add ws-gross-pay to ws-company-total
                   if not current-emp-on-leave
                       add 1 to store-cat-count(store-idx, jc-idx)
                       if hourly-record
                           compute ws-fte rounded = in-hours / 40
                       else
                           move 1.00 to ws-fte
                       end-if
                       add ws-fte
                           to store-cat-fte(store-idx, jc-idx)
                   end-if
                   if hourly-record and ws-ot-hours > zero
                       add ws-ot-hours to store-ot-hours(store-idx)
                       add ws-ot-premium
       check-anniversary.
           move wk-year to ws-anniv-year.
           compute ws-anniv-date =
               ws-anniv-year * 10000 + svc-month * 100
                   + svc-day.
           compute ws-anniv-int =
               function integer-of-date(ws-anniv-date).
           if ws-anniv-int < ws-week-start-int
               or ws-anniv-int > ws-week-end-int
               compute ws-anniv-year = wk-year - 1
               compute ws-anniv-date =
                   ws-anniv-year * 10000 + svc-month * 100
                       + svc-day
               compute ws-anniv-int =
                   function integer-of-date(ws-anniv-date)
           end-if.
           if ws-anniv-int >= ws-week-start-int
               and ws-anniv-int <= ws-week-end-int
               compute ws-years-of-service =
                   ws-anniv-year - svc-year
               evaluate ws-years-of-service
                   when 5
                   when 10

      *    One earnings row per paid employee per week feeds the
      *    year-end statement run; overtime premium and commission
      *    are broken out so the statement can show them.  The job
      *    code and store the week was worked under go with it for
      *    the workers' compensation return, and the hours with the
      *    home store for the inter-store charge-back; a salaried
      *    week counts as a standard 40 hours.
       write-earnings-row.
           move ws-week-ending to er-week-ending.
           move employeeID to er-employeeID.
               move zero to er-ot-premium
           end-if.
           move ws-rec-commission to er-commission.
           move jobCode to er-jobcode.
           move storeNo to er-storeNo.
           if hourly-record
               move in-hours to er-hours
           else
               move 40 to er-hours
           end-if.
           move ws-lookup-homeStore to er-homeStore.
           write earningsWeekRec.
           add 1 to ws-earnings-count.

               ws-holiday-exception-count.
           display "TERMINATED EMPLOYEES FLAGGED: "
               ws-terminated-count.
           display "PAY KEYED DURING UNPAID LEAVE: "
               ws-leave-pay-count.
           display "FINAL PAYMENTS ISSUED: " ws-final-pay-count.
           display "HOURLY RECORDS PAID: " ws-hourly-count.
           display "PRIOR-PERIOD ADJUSTMENTS POSTED: "
               "VacationBalances.dat" delimited by size
               into ws-path-vacationBalances
           end-string.
           move spaces to ws-path-vacationPayouts.
           string env-data-dir delimited by space
               "VacationPayouts.dat" delimited by size
               into ws-path-vacationPayouts
           end-string.

       end program Assignment6.
