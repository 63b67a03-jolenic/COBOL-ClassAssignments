      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. PayAdvice as "PayAdvice".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select paramFile assign ws-path-paramFile
                   organization line sequential
                   file status is ws-param-status.
               select netPayDetail assign ws-path-netPayDetail
                   organization line sequential
                   file status is ws-netpay-status.
               select deductionRates assign ws-path-deductionRates
                   organization line sequential
                   file status is ws-rates-status.
               select deductionHistory assign ws-path-deductionHistory
                   organization line sequential
                   file status is ws-history-status.
               select employeeEarnings assign ws-path-employeeEarnings
                   organization line sequential
                   file status is ws-earnings-status.
               select garnishRemittance
                   assign ws-path-garnishRemittance
                   organization line sequential
                   file status is ws-remit-status.
               select paymentFile assign ws-path-paymentFile
                   organization line sequential
                   file status is ws-payment-status.
               select paymentExceptions assign ws-path-payExceptions
                   organization line sequential
                   file status is ws-except-status.
               select vacationBalances assign ws-path-vacationBalances
                   organization indexed
                   access mode dynamic
                   record key is vb-employeeID
                   file status is ws-balance-status.
               select benefitElections assign ws-path-benefitElections
                   organization indexed
                   access mode dynamic
                   record key is be-key
                   file status is ws-election-status.
               select payAdviceReport assign ws-path-payAdviceReport
                   organization line sequential.

       data division.
       file section.
       FD paramFile.
       01 paramRecord.
           03 param-threshold      pic 9(6)V9(2).
           03 param-week-ending    pic x(10).
           03 param-restart        pic x(1).
           03 param-force          pic x(1).
       FD netPayDetail.
       01 netPayDetailRec.
           03 nd-employeeID        pic x(4).
               88 nd-control-record        value "CTL*".
           03 nd-lastName          pic x(14).
           03 nd-firstName         pic x(14).
           03 nd-storeNo           pic x(4).
           03 nd-gross             pic 9(5)V9(2).
           03 nd-deductions        pic 9(5)V9(2).
           03 nd-net               pic 9(5)V9(2).
           03 nd-ot-premium        pic 9(5)V9(2).
           03 nd-hol-premium       pic 9(5)V9(2).
       FD deductionRates.
       01 deductionRateRec.
           03 dr-code              pic x(2).
           03 filler               pic x.
           03 dr-label             pic x(11).
           03 filler               pic x.
           03 dr-pct               pic 9(2)V9(2).
       FD deductionHistory.
       01 deductionHistoryRec.
           03 dh-week-ending       pic x(10).
           03 filler               pic x.
           03 dh-employeeID        pic x(4).
           03 filler               pic x.
           03 dh-code              pic x(2).
           03 filler               pic x.
           03 dh-amount            pic 9(5)V9(2).
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
       FD garnishRemittance.
       01 garnishRemitRec.
           03 gr-week-ending       pic x(10).
           03 filler               pic x.
           03 gr-employeeID        pic x(4).
           03 filler               pic x.
           03 gr-payee             pic x(20).
           03 filler               pic x.
           03 gr-amount            pic 9(7)V9(2).
       FD paymentFile.
       01 paymentRec.
           03 pay-rec-type         pic x(1).
               88 pay-header-rec           value "H".
               88 pay-detail-rec           value "D".
           03 pay-rest             pic x(39).
       01 paymentHeader redefines paymentRec.
           03 filler               pic x(1).
           03 hdr-creation-date    pic 9(8).
           03 hdr-week-ending      pic x(10).
           03 filler               pic x(21).
       01 paymentDetail redefines paymentRec.
           03 filler               pic x(1).
           03 det-employeeID       pic x(4).
           03 det-amount           pic 9(7)V9(2).
           03 det-transit          pic x(9).
           03 det-account          pic x(12).
           03 det-pay-type         pic x(1).
           03 filler               pic x(4).
       FD paymentExceptions.
       01 paymentExceptionRec.
           03 pe-employeeID        pic x(4).
           03 filler               pic x(3).
           03 pe-amount            pic Z(5)9.9(2).
           03 filler               pic x(3).
           03 pe-message           pic x(30).
           03 filler               pic x(3).
           03 pe-pay-type          pic x(1).
       FD vacationBalances.
       01 vacationBalanceRec.
           03 vb-employeeID        pic x(4).
           03 vb-balance           pic 9(4)V9(2).
       FD benefitElections.
       01 benefitElectionRec.
           03 be-key.
               05 be-employeeID     pic x(4).
               05 be-code           pic x(2).
           03 be-label              pic x(11).
           03 filler                pic x(32).
       FD payAdviceReport.
       01 adviceLine               pic x(60).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-param-status       pic x(2).
       01 ws-netpay-status      pic x(2).
       01 ws-rates-status       pic x(2).
       01 ws-election-status    pic x(2).
       01 ws-history-status     pic x(2).
       01 ws-earnings-status    pic x(2).
       01 ws-remit-status       pic x(2).
       01 ws-payment-status     pic x(2).
       01 ws-except-status      pic x(2).
       01 ws-balance-status     pic x(2).
       01 ws-week-ending        pic x(10) value "2020-10-24".
       01 ws-week-year          pic x(4).
       01 ws-payment-week       pic x(10) value spaces.
       01 ws-advice-count       pic 9(6) value 0.
       01 ws-lookup-employeeID  pic x(4).
       01 ws-pos                pic s9(4) comp.
       01 ws-ded-sub            pic 9(4) comp.
       01 ws-masked-account     pic x(12).
       01 ws-exception-amount   pic 9(7)V9(2).
       01 ws-total-earnings     pic 9(6)V9(2).
       01 ws-regular-pay        pic 9(5)V9(2).
       01 ws-garnish-total      pic 9(7)V9(2).
       01 ws-take-home          pic s9(7)V9(2).
       01 rate-table.
           03 rate-entry occurs 10 times indexed by rt-idx.
               05 rt-code           pic x(2).
               05 rt-label          pic x(11).
       01 rate-count            pic 9(4) comp value 0.
       01 statutory-count       pic 9(4) comp value 0.
      *    One entry per employee paid this week, with the week and
      *    year-to-date deduction amounts held in rate-table order.
       01 advice-table.
           03 advice-entry occurs 500 times indexed by adv-idx.
               05 av-employeeID     pic x(4).
               05 av-lastName       pic x(14).
               05 av-firstName      pic x(14).
               05 av-storeNo        pic x(4).
               05 av-gross          pic 9(5)V9(2).
               05 av-ot-premium     pic 9(5)V9(2).
               05 av-hol-premium    pic 9(5)V9(2).
               05 av-deductions     pic 9(5)V9(2).
               05 av-net            pic 9(5)V9(2).
               05 av-commission     pic 9(5)V9(2).
               05 av-ytd-gross      pic 9(7)V9(2).
               05 av-ded-week       pic 9(5)V9(2) occurs 10 times.
               05 av-ded-ytd        pic 9(7)V9(2) occurs 10 times.
       01 advice-count          pic 9(4) comp value 0.
       01 garnish-table.
           03 garnish-entry occurs 500 times indexed by gar-idx.
               05 gl-employeeID     pic x(4).
               05 gl-payee          pic x(20).
               05 gl-amount         pic 9(7)V9(2).
       01 garnish-count         pic 9(4) comp value 0.
       01 deposit-table.
           03 deposit-entry occurs 1000 times indexed by dep-idx.
               05 dp-employeeID     pic x(4).
               05 dp-pay-type       pic x(1).
               05 dp-method         pic x(1).
                   88 dp-by-deposit         value "D".
               05 dp-account        pic x(12).
               05 dp-amount         pic 9(7)V9(2).
       01 deposit-count         pic 9(4) comp value 0.
       01 ws-advice-title.
           03 filler            pic x(28) value
               "PAY ADVICE - WEEK ENDING:  ".
           03 adt-week          pic x(10).
       01 ws-advice-employee.
           03 filler            pic x(10) value "EMPLOYEE: ".
           03 ade-employeeID    pic x(4).
           03 filler            pic x(2) value spaces.
           03 ade-firstName     pic x(14).
           03 filler            pic x(1) value space.
           03 ade-lastName      pic x(14).
           03 filler            pic x(7) value " STORE ".
           03 ade-storeNo       pic x(4).
       01 ws-section-heading.
           03 filler            pic x(2) value spaces.
           03 sh-title          pic x(30).
           03 sh-col-1          pic x(12).
           03 sh-col-2          pic x(14).
       01 ws-amount-line.
           03 filler            pic x(4) value spaces.
           03 aml-label         pic x(28).
           03 aml-amount        pic Z(6)9.9(2).
           03 filler            pic x(2) value spaces.
           03 aml-ytd           pic Z(7)9.9(2).
       01 ws-ytd-blank-line.
           03 filler            pic x(4) value spaces.
           03 ybl-label         pic x(28).
           03 ybl-amount        pic Z(6)9.9(2).
       01 ws-deposit-line.
           03 filler            pic x(4) value spaces.
           03 dpl-text          pic x(16).
           03 dpl-account       pic x(12).
           03 dpl-amount        pic Z(6)9.9(2).
           03 filler            pic x(2) value spaces.
           03 dpl-type          pic x(10).
       01 ws-vacation-line.
           03 filler            pic x(4) value spaces.
           03 filler            pic x(28) value
               "VACATION BALANCE (HOURS)".
           03 vcl-hours         pic Z(3)9.9(2).
       01 dashLine              pic x(60) value all "-".
       01 ruleLine              pic x(60) value all "=".
       01 blank-line            pic x value " ".
       01 ws-joblog-count       pic 9(6) value 0.
       01 ws-joblog-program     pic x(12) value "PayAdvice".
       01 ws-joblog-runid      pic x(14).
       01 ws-runid-date        pic 9(8).
       01 ws-runid-time        pic 9(8).
       01 ws-joblog-event       pic x(10).
       01 ws-joblog-status      pic x(20).

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-paramFile  pic x(70).
           03 ws-path-netPayDetail  pic x(70).
           03 ws-path-deductionRates  pic x(70).
           03 ws-path-deductionHistory  pic x(70).
           03 ws-path-employeeEarnings  pic x(70).
           03 ws-path-garnishRemittance  pic x(70).
           03 ws-path-paymentFile  pic x(70).
           03 ws-path-payExceptions  pic x(70).
           03 ws-path-vacationBalances  pic x(70).
           03 ws-path-benefitElections  pic x(70).
           03 ws-path-payAdviceReport  pic x(70).

      *    Runs after PayrollDeductions and BankInterface.  Every
      *    employee on the week's net pay detail gets one advice
      *    built from the files those runs leave behind: earnings
      *    lines, deductions by code with year-to-date, court-order
      *    garnishments, where each payment went with the account
      *    masked, and the vacation balance.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           if advice-count > zero
               perform load-deduction-history
               perform load-earnings-history
               perform load-garnishments
               perform load-deposits
               perform load-cheque-exceptions
               open input vacationBalances
               open output payAdviceReport
               perform write-one-advice
                   varying adv-idx from 1 by 1
                   until adv-idx > advice-count
               close payAdviceReport
               if ws-balance-status = "00"
                   close vacationBalances
               end-if
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
           perform read-params.
           move ws-week-ending(1:4) to ws-week-year.
           perform load-rate-table.
           perform load-benefit-codes.
           open input netPayDetail.
           if ws-netpay-status not = "00"
               display "NET PAY DETAIL FILE NOT FOUND"
           else
               perform load-one-net-pay
                   until ws-netpay-status not = "00"
               close netPayDetail
           end-if.

       read-params.
           open input paramFile.
           if ws-param-status = "00"
               read paramFile
                   at end
                       display "PARAMETER FILE EMPTY - USING DEFAULTS"
                   not at end
                       move param-week-ending to ws-week-ending
               end-read
               close paramFile
           else
               display "PARAMETER FILE NOT FOUND - USING DEFAULTS"
           end-if.

      *    Codes and labels come from the same DeductionRates.dat
      *    the deductions run used, with the same defaults.
       load-rate-table.
           open input deductionRates.
           if ws-rates-status = "00"
               perform load-one-rate
                   until ws-rates-status not = "00"
                   or rate-count = 10
               close deductionRates
           else
               display "DEDUCTION RATES NOT FOUND - USING DEFAULTS"
               perform load-default-rates
           end-if.

       load-one-rate.
           read deductionRates
               at end
                   continue
               not at end
                   add 1 to rate-count
                   set rt-idx to rate-count
                   move dr-code to rt-code(rt-idx)
                   move dr-label to rt-label(rt-idx)
           end-read.

       load-default-rates.
           move 3 to rate-count.
           move "IT" to rt-code(1).
           move "INCOME TAX " to rt-label(1).
           move "PP" to rt-code(2).
           move "PENSION    " to rt-label(2).
           move "EI" to rt-code(3).
           move "EMPL INSUR " to rt-label(3).

      *    Voluntary benefit codes follow the statutory ones; an
      *    employee's advice only shows those with an amount.
       load-benefit-codes.
           move rate-count to statutory-count.
           open input benefitElections.
           if ws-election-status = "00"
               perform load-one-benefit-code
                   until ws-election-status not = "00"
                   or rate-count = 10
               close benefitElections
           end-if.

       load-one-benefit-code.
           read benefitElections next
               at end
                   continue
               not at end
                   set rt-idx to 1
                   search rate-entry
                       at end
                           add 1 to rate-count
                           set rt-idx to rate-count
                           move be-code to rt-code(rt-idx)
                           move be-label to rt-label(rt-idx)
                       when rt-code(rt-idx) = be-code
                           continue
                   end-search
           end-read.

       load-one-net-pay.
           read netPayDetail
               at end
                   continue
               not at end
                   if not nd-control-record
                       perform table-one-net-pay
                   end-if
           end-read.

       table-one-net-pay.
           if advice-count < 500
               add 1 to advice-count
               set adv-idx to advice-count
               move nd-employeeID to av-employeeID(adv-idx)
               move nd-lastName to av-lastName(adv-idx)
               move nd-firstName to av-firstName(adv-idx)
               move nd-storeNo to av-storeNo(adv-idx)
               move nd-gross to av-gross(adv-idx)
               move nd-ot-premium to av-ot-premium(adv-idx)
               move nd-hol-premium to av-hol-premium(adv-idx)
               move nd-deductions to av-deductions(adv-idx)
               move nd-net to av-net(adv-idx)
               move zero to av-commission(adv-idx)
               move zero to av-ytd-gross(adv-idx)
               perform clear-one-deduction
                   varying ws-ded-sub from 1 by 1
                   until ws-ded-sub > 10
           else
               display "ADVICE TABLE FULL - EMPLOYEE DROPPED: "
                   nd-employeeID
           end-if.

       clear-one-deduction.
           move zero to av-ded-week(adv-idx, ws-ded-sub).
           move zero to av-ded-ytd(adv-idx, ws-ded-sub).

       find-advice-entry.
           set adv-idx to 1.
           search advice-entry
               at end
                   continue
               when av-employeeID(adv-idx) = ws-lookup-employeeID
                   continue
           end-search.

      *    Year-to-date runs from the first week of the calendar
      *    year to this week; later weeks on file (a reprint of an
      *    older week) are left out.
       load-deduction-history.
           open input deductionHistory.
           if ws-history-status = "00"
               perform add-one-deduction
                   until ws-history-status not = "00"
               close deductionHistory
           else
               display "DEDUCTION HISTORY NOT FOUND"
           end-if.

       add-one-deduction.
           read deductionHistory
               at end
                   continue
               not at end
                   if dh-week-ending(1:4) = ws-week-year
                       and dh-week-ending not > ws-week-ending
                       move dh-employeeID to ws-lookup-employeeID
                       perform find-advice-entry
                       if adv-idx not > advice-count
                           perform post-one-deduction
                       end-if
                   end-if
           end-read.

       post-one-deduction.
           set rt-idx to 1.
           search rate-entry
               at end
                   continue
               when rt-code(rt-idx) = dh-code
                   set ws-ded-sub to rt-idx
                   add dh-amount to av-ded-ytd(adv-idx, ws-ded-sub)
                   if dh-week-ending = ws-week-ending
                       add dh-amount
                           to av-ded-week(adv-idx, ws-ded-sub)
                   end-if
           end-search.

       load-earnings-history.
           open input employeeEarnings.
           if ws-earnings-status = "00"
               perform add-one-earnings
                   until ws-earnings-status not = "00"
               close employeeEarnings
           else
               display "EMPLOYEE EARNINGS HISTORY NOT FOUND"
           end-if.

       add-one-earnings.
           read employeeEarnings
               at end
                   continue
               not at end
                   if er-week-ending(1:4) = ws-week-year
                       and er-week-ending not > ws-week-ending
                       move er-employeeID to ws-lookup-employeeID
                       perform find-advice-entry
                       if adv-idx not > advice-count
                           add er-gross to av-ytd-gross(adv-idx)
                           add er-commission to av-ytd-gross(adv-idx)
                           if er-week-ending = ws-week-ending
                               add er-commission
                                   to av-commission(adv-idx)
                           end-if
                       end-if
                   end-if
           end-read.

       load-garnishments.
           open input garnishRemittance.
           if ws-remit-status = "00"
               perform add-one-garnishment
                   until ws-remit-status not = "00"
               close garnishRemittance
           end-if.

       add-one-garnishment.
           read garnishRemittance
               at end
                   continue
               not at end
                   if gr-week-ending = ws-week-ending
                       and garnish-count < 500
                       add 1 to garnish-count
                       set gar-idx to garnish-count
                       move gr-employeeID to gl-employeeID(gar-idx)
                       move gr-payee to gl-payee(gar-idx)
                       move gr-amount to gl-amount(gar-idx)
                   end-if
           end-read.

      *    The payment file is only trusted for this week; an older
      *    file left behind means BankInterface has not been run.
       load-deposits.
           open input paymentFile.
           if ws-payment-status = "00"
               perform add-one-deposit
                   until ws-payment-status not = "00"
               close paymentFile
           else
               display "PAYMENT FILE NOT FOUND"
           end-if.

       add-one-deposit.
           read paymentFile
               at end
                   continue
               not at end
                   evaluate true
                       when pay-header-rec
                           move hdr-week-ending to ws-payment-week
                           if ws-payment-week not = ws-week-ending
                               display "PAYMENT FILE IS FOR WEEK "
                                   ws-payment-week " - DEPOSITS "
                                   "NOT SHOWN"
                           end-if
                       when pay-detail-rec
                           if ws-payment-week = ws-week-ending
                               perform table-one-deposit
                           end-if
                   end-evaluate
           end-read.

       table-one-deposit.
           if deposit-count < 1000
               add 1 to deposit-count
               set dep-idx to deposit-count
               move det-employeeID to dp-employeeID(dep-idx)
               move det-pay-type to dp-pay-type(dep-idx)
               move "D" to dp-method(dep-idx)
               move det-account to dp-account(dep-idx)
               move det-amount to dp-amount(dep-idx)
           end-if.

       load-cheque-exceptions.
           if ws-payment-week = ws-week-ending
               open input paymentExceptions
               if ws-except-status = "00"
                   perform add-one-exception
                       until ws-except-status not = "00"
                   close paymentExceptions
               end-if
           end-if.

       add-one-exception.
           read paymentExceptions
               at end
                   continue
               not at end
                   if deposit-count < 1000
                       add 1 to deposit-count
                       set dep-idx to deposit-count
                       move pe-employeeID to dp-employeeID(dep-idx)
                       move pe-pay-type to dp-pay-type(dep-idx)
                       move "Q" to dp-method(dep-idx)
                       move spaces to dp-account(dep-idx)
                       move pe-amount to ws-exception-amount
                       move ws-exception-amount to dp-amount(dep-idx)
                   end-if
           end-read.

       write-one-advice.
           write adviceLine from ruleLine.
           move ws-week-ending to adt-week.
           write adviceLine from ws-advice-title.
           move av-employeeID(adv-idx) to ade-employeeID.
           move av-firstName(adv-idx) to ade-firstName.
           move av-lastName(adv-idx) to ade-lastName.
           move av-storeNo(adv-idx) to ade-storeNo.
           write adviceLine from ws-advice-employee.
           write adviceLine from dashLine.
           perform write-earnings-lines.
           perform write-deduction-lines.
           perform write-garnish-lines.
           perform write-net-lines.
           perform write-vacation-line.
           write adviceLine from blank-line.
           add 1 to ws-advice-count.

       write-earnings-lines.
           move "EARNINGS" to sh-title.
           move "   THIS WEEK" to sh-col-1.
           move spaces to sh-col-2.
           write adviceLine from ws-section-heading.
           compute ws-regular-pay = av-gross(adv-idx)
               - av-ot-premium(adv-idx) - av-hol-premium(adv-idx).
           move "REGULAR PAY" to ybl-label.
           move ws-regular-pay to ybl-amount.
           write adviceLine from ws-ytd-blank-line.
           if av-ot-premium(adv-idx) > zero
               move "OVERTIME PREMIUM" to ybl-label
               move av-ot-premium(adv-idx) to ybl-amount
               write adviceLine from ws-ytd-blank-line
           end-if.
           if av-hol-premium(adv-idx) > zero
               move "HOLIDAY PREMIUM" to ybl-label
               move av-hol-premium(adv-idx) to ybl-amount
               write adviceLine from ws-ytd-blank-line
           end-if.
           if av-commission(adv-idx) > zero
               move "COMMISSION" to ybl-label
               move av-commission(adv-idx) to ybl-amount
               write adviceLine from ws-ytd-blank-line
           end-if.
           compute ws-total-earnings =
               av-gross(adv-idx) + av-commission(adv-idx).
           move "TOTAL EARNINGS" to aml-label.
           move ws-total-earnings to aml-amount.
           move av-ytd-gross(adv-idx) to aml-ytd.
           write adviceLine from ws-amount-line.

       write-deduction-lines.
           move "DEDUCTIONS" to sh-title.
           move "   THIS WEEK" to sh-col-1.
           move "  YEAR TO DATE" to sh-col-2.
           write adviceLine from ws-section-heading.
           perform write-one-deduction
               varying rt-idx from 1 by 1
               until rt-idx > rate-count.
           move "TOTAL DEDUCTIONS" to ybl-label.
           move av-deductions(adv-idx) to ybl-amount.
           write adviceLine from ws-ytd-blank-line.

       write-one-deduction.
           set ws-ded-sub to rt-idx.
           if ws-ded-sub not > statutory-count
               or av-ded-ytd(adv-idx, ws-ded-sub) > zero
               move rt-label(rt-idx) to aml-label
               move av-ded-week(adv-idx, ws-ded-sub) to aml-amount
               move av-ded-ytd(adv-idx, ws-ded-sub) to aml-ytd
               write adviceLine from ws-amount-line
           end-if.

       write-garnish-lines.
           move zero to ws-garnish-total.
           perform write-one-garnishment
               varying gar-idx from 1 by 1
               until gar-idx > garnish-count.

       write-one-garnishment.
           if gl-employeeID(gar-idx) = av-employeeID(adv-idx)
               if ws-garnish-total = zero
                   move "COURT-ORDERED GARNISHMENTS" to sh-title
                   move spaces to sh-col-1
                   move spaces to sh-col-2
                   write adviceLine from ws-section-heading
               end-if
               move gl-payee(gar-idx) to ybl-label
               move gl-amount(gar-idx) to ybl-amount
               write adviceLine from ws-ytd-blank-line
               add gl-amount(gar-idx) to ws-garnish-total
           end-if.

       write-net-lines.
           compute ws-take-home = av-net(adv-idx)
               + av-commission(adv-idx) - ws-garnish-total.
           if ws-take-home < zero
               move zero to ws-take-home
           end-if.
           write adviceLine from dashLine.
           move "NET PAY" to ybl-label.
           move ws-take-home to ybl-amount.
           write adviceLine from ws-ytd-blank-line.
           perform write-one-deposit
               varying dep-idx from 1 by 1
               until dep-idx > deposit-count.

       write-one-deposit.
           if dp-employeeID(dep-idx) = av-employeeID(adv-idx)
               if dp-by-deposit(dep-idx)
                   move "DEPOSITED TO    " to dpl-text
                   perform mask-account
                   move ws-masked-account to dpl-account
               else
                   move "PAID BY CHEQUE  " to dpl-text
                   move spaces to dpl-account
               end-if
               move dp-amount(dep-idx) to dpl-amount
               if dp-pay-type(dep-idx) = "N"
                   move "NET PAY" to dpl-type
               else
                   move "COMMISSION" to dpl-type
               end-if
               write adviceLine from ws-deposit-line
           end-if.

      *    Only the last four characters of the account number are
      *    ever printed.
       mask-account.
           move all "*" to ws-masked-account.
           perform find-account-end
               varying ws-pos from 12 by -1
               until ws-pos < 1
               or dp-account(dep-idx)(ws-pos:1) not = space.
           if ws-pos > 3
               move dp-account(dep-idx)(ws-pos - 3:4)
                   to ws-masked-account(9:4)
           end-if.

       find-account-end.
           continue.

       write-vacation-line.
           if ws-balance-status = "00"
               move av-employeeID(adv-idx) to vb-employeeID
               read vacationBalances
                   invalid key
                       move zero to vcl-hours
                   not invalid key
                       move vb-balance to vcl-hours
               end-read
               write adviceLine from ws-vacation-line
           end-if.

       end-para.
           display "PAY ADVICES PRINTED: " ws-advice-count.
           move ws-advice-count to ws-joblog-count.
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
               "Assignment6_Params.dat" delimited by size
               into ws-path-paramFile
           end-string.
           move spaces to ws-path-netPayDetail.
           string env-data-dir delimited by space
               "NetPayDetail.dat" delimited by size
               into ws-path-netPayDetail
           end-string.
           move spaces to ws-path-deductionRates.
           string env-data-dir delimited by space
               "DeductionRates.dat" delimited by size
               into ws-path-deductionRates
           end-string.
           move spaces to ws-path-deductionHistory.
           string env-data-dir delimited by space
               "DeductionHistory.dat" delimited by size
               into ws-path-deductionHistory
           end-string.
           move spaces to ws-path-employeeEarnings.
           string env-data-dir delimited by space
               "EmployeeEarnings.dat" delimited by size
               into ws-path-employeeEarnings
           end-string.
           move spaces to ws-path-garnishRemittance.
           string env-data-dir delimited by space
               "GarnishRemittance.dat" delimited by size
               into ws-path-garnishRemittance
           end-string.
           move spaces to ws-path-paymentFile.
           string env-data-dir delimited by space
               "CommissionPayments.dat" delimited by size
               into ws-path-paymentFile
           end-string.
           move spaces to ws-path-payExceptions.
           string env-data-dir delimited by space
               "PaymentExceptions.rpt" delimited by size
               into ws-path-payExceptions
           end-string.
           move spaces to ws-path-vacationBalances.
           string env-data-dir delimited by space
               "VacationBalances.dat" delimited by size
               into ws-path-vacationBalances
           end-string.
           move spaces to ws-path-benefitElections.
           string env-data-dir delimited by space
               "BenefitElections.dat" delimited by size
               into ws-path-benefitElections
           end-string.
           move spaces to ws-path-payAdviceReport.
           string env-data-dir delimited by space
               "PayAdvice.rpt" delimited by size
               into ws-path-payAdviceReport
           end-string.

       end program PayAdvice.
