      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. PaydayReconcile as "PaydayReconcile".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select paramFile assign ws-path-paramFile
                   organization line sequential
                   file status is ws-param-status.
               select earningsWeek assign ws-path-earningsWeek
                   organization line sequential
                   file status is ws-earnwk-status.
               select expenseHistory assign ws-path-expenseHistory
                   organization indexed
                   access mode dynamic
                   record key is eh-key
                   file status is ws-history-status.
               select glPostings assign ws-path-glPostings
                   organization line sequential
                   file status is ws-gl-status.
               select netPayDetail assign ws-path-netPayDetail
                   organization line sequential
                   file status is ws-netpay-status.
               select salesDetailFile assign ws-path-salesDetailFile
                   organization line sequential
                   file status is ws-sales-status.
               select paymentFile assign ws-path-paymentFile
                   organization line sequential
                   file status is ws-payment-status.
               select paymentExceptions assign ws-path-payExceptions
                   organization line sequential
                   file status is ws-except-status.
               select garnishRemittance
                   assign ws-path-garnishRemittance
                   organization line sequential
                   file status is ws-remit-status.
               select storeExceptions assign ws-path-storeExceptions
                   organization line sequential
                   file status is ws-storeexc-status.
               select jobCodeExceptions assign ws-path-jobCodeExceptions
                   organization line sequential
                   file status is ws-jobexc-status.
               select employeeMaster assign ws-path-employeeMaster
                   organization indexed
                   access mode dynamic
                   record key is em-employeeID
                   file status is ws-empmast-status.
               select biweeklyHeld assign ws-path-biweeklyHeld
                   organization line sequential
                   file status is ws-held-status.
               select certificate assign ws-path-certificate
                   organization line sequential.

       data division.
       file section.
       FD paramFile.
       01 paramRecord.
           03 param-threshold      pic 9(6)V9(2).
           03 param-week-ending    pic x(10).
           03 param-restart        pic x(1).
           03 param-force          pic x(1).
       FD earningsWeek.
       01 earningsWeekRec.
           03 er-week-ending        pic x(10).
           03 er-employeeID         pic x(4).
           03 er-gross              pic 9(5)V9(2).
           03 er-ot-premium         pic 9(5)V9(2).
           03 er-commission         pic 9(5)V9(2).
           03 er-jobcode            pic x(1).
           03 er-storeNo            pic x(4).
           03 er-hours              pic 9(3)V9.
           03 er-homeStore          pic x(4).
       FD expenseHistory.
       01 expenseHistoryRec.
           03 eh-key.
               05 eh-week-ending    pic x(10).
               05 eh-store-no       pic x(4).
               05 eh-jobcode        pic x(1).
           03 eh-total              pic 9(5)V9(2).
       FD glPostings.
       01 glPostingRec.
           03 gp-week-ending       pic x(10).
           03 filler               pic x.
           03 gp-account           pic x(8).
           03 filler               pic x.
           03 gp-dc                pic x(1).
           03 filler               pic x.
           03 gp-amount            pic 9(7)V9(2).
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
       FD salesDetailFile.
       01 salesDetailRec.
           03 sd-storeNo            pic x(4).
               88 sd-control-record        value "CTL*".
           03 sd-lastName           pic x(14).
           03 sd-firstName          pic x(14).
           03 sd-employeeID         pic x(4).
           03 sd-commission         pic 9(5)V9(2).
           03 sd-salesAmount        pic 9(6)V9(2).
           03 sd-rate               pic 9V9(2).
           03 sd-split-ref          pic 9(4).
           03 sd-split-pct          pic 9(3).
           03 sd-split-sale         pic 9(6)V9(2).
       FD paymentFile.
       01 paymentRec.
           03 pay-rec-type         pic x(1).
               88 pay-header-rec           value "H".
               88 pay-detail-rec           value "D".
           03 pay-rest             pic x(39).
       01 paymentHeader.
           03 filler               pic x(1).
           03 hdr-creation-date    pic 9(8).
           03 hdr-week-ending      pic x(10).
           03 filler               pic x(21).
       01 paymentDetail.
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
       FD garnishRemittance.
       01 garnishRemitRec.
           03 gr-week-ending       pic x(10).
           03 filler               pic x.
           03 gr-employeeID        pic x(4).
           03 filler               pic x.
           03 gr-payee             pic x(20).
           03 filler               pic x.
           03 gr-amount            pic 9(7)V9(2).
       FD storeExceptions.
       01 storeExceptionRec.
           03 se-employeeID        pic x(4).
           03 filler               pic x(40).
       FD jobCodeExceptions.
       01 jobCodeExceptionRec.
           03 jce-employeeID       pic x(4).
           03 filler               pic x(37).
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
       FD biweeklyHeld.
       01 biweeklyHeldRec.
           03 hw-employeeID         pic x(4).
           03 filler                pic x.
           03 hw-week-ending        pic x(10).
           03 filler                pic x.
           03 hw-storeNo            pic x(4).
           03 filler                pic x.
           03 hw-gross              pic 9(5)V9(2).
           03 filler                pic x.
           03 hw-ot-premium         pic 9(5)V9(2).
           03 filler                pic x.
           03 hw-hol-premium        pic 9(5)V9(2).
           03 filler                pic x.
           03 hw-paid-week          pic x(10).
           03 filler                pic x.
           03 hw-lastName           pic x(14).
           03 hw-firstName          pic x(14).
       FD certificate.
       01 certificateLine          pic x(80).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-param-status       pic x(2).
       01 ws-earnwk-status      pic x(2).
       01 ws-history-status     pic x(2).
       01 ws-gl-status          pic x(2).
       01 ws-netpay-status      pic x(2).
       01 ws-sales-status       pic x(2).
       01 ws-payment-status     pic x(2).
       01 ws-except-status      pic x(2).
       01 ws-remit-status       pic x(2).
       01 ws-storeexc-status    pic x(2).
       01 ws-jobexc-status      pic x(2).
       01 ws-empmast-status     pic x(2).
       01 ws-held-status        pic x(2).
       01 ws-week-ending        pic x(10) value "2020-10-24".
       01 ws-payment-week       pic x(10) value spaces.
       01 ws-lookup-employeeID  pic x(4).
       01 ws-exception-amount   pic 9(7)V9(2).
       01 ws-missing-count      pic 9(4) value 0.
       01 ws-fail-count         pic 9(4) value 0.
       01 ws-listed-count       pic 9(4) value 0.
       01 ws-employee-diff      pic s9(7)V9(2).
       01 ws-reason             pic x(30).
      *    Control totals for the three ties.
       01 ws-earn-gross         pic 9(8)V9(2) value 0.
       01 ws-unexpensed         pic 9(8)V9(2) value 0.
       01 ws-expense-total      pic 9(8)V9(2) value 0.
       01 ws-gl-debits          pic 9(8)V9(2) value 0.
       01 ws-gl-credits         pic 9(8)V9(2) value 0.
       01 ws-final-pay-gross    pic 9(8)V9(2) value 0.
       01 ws-held-gross         pic 9(8)V9(2) value 0.
       01 ws-released-gross     pic 9(8)V9(2) value 0.
       01 ws-np-gross           pic 9(8)V9(2) value 0.
       01 ws-np-deductions      pic 9(8)V9(2) value 0.
       01 ws-np-net             pic 9(8)V9(2) value 0.
       01 ws-commission-owed    pic 9(8)V9(2) value 0.
       01 ws-deposited          pic 9(8)V9(2) value 0.
       01 ws-excepted           pic 9(8)V9(2) value 0.
       01 ws-garnished          pic 9(8)V9(2) value 0.
       01 ws-owed-total         pic 9(8)V9(2) value 0.
       01 ws-paid-total         pic 9(8)V9(2) value 0.
       01 ws-gross-side         pic 9(8)V9(2) value 0.
       01 ws-settled-side       pic 9(8)V9(2) value 0.
       01 ws-diff               pic s9(8)V9(2).
       01 ws-overall-result     pic x(4) value "PASS".
           88 reconcile-failed          value "FAIL".
      *    One entry per employee touched by any of the files.
       01 recon-table.
           03 recon-entry occurs 1000 times indexed by rc-idx.
               05 rc-employeeID     pic x(4).
               05 rc-earn-gross     pic 9(6)V9(2).
               05 rc-on-earnings    pic x(1).
               05 rc-on-netpay      pic x(1).
               05 rc-unexpensed     pic x(1).
               05 rc-np-gross       pic 9(6)V9(2).
               05 rc-np-deductions  pic 9(6)V9(2).
               05 rc-np-net         pic 9(6)V9(2).
               05 rc-commission     pic 9(6)V9(2).
               05 rc-deposited      pic 9(7)V9(2).
               05 rc-excepted       pic 9(7)V9(2).
               05 rc-garnished      pic 9(7)V9(2).
               05 rc-held           pic 9(6)V9(2).
               05 rc-released       pic 9(6)V9(2).
       01 recon-count           pic 9(4) comp value 0.
       01 ws-certificate-title.
           03 filler            pic x(44) value
               "PAYDAY RECONCILIATION CERTIFICATE - WEEK:   ".
           03 crt-week          pic x(10).
       01 ws-section-line.
           03 crs-title         pic x(60).
       01 ws-amount-line.
           03 filler            pic x(4) value spaces.
           03 cal-label         pic x(44).
           03 cal-amount        pic -(8)9.9(2).
       01 ws-result-line.
           03 filler            pic x(4) value spaces.
           03 crl-label         pic x(44).
           03 crl-result        pic x(4).
       01 ws-employee-heading.
           03 filler pic x(4)  value spaces.
           03 filler pic x(10) value "EMPLOYEE  ".
           03 filler pic x(31) value "ITEM".
           03 filler pic x(14) value "    DIFFERENCE".
       01 ws-employee-line.
           03 filler            pic x(4) value spaces.
           03 cel-employeeID    pic x(4).
           03 filler            pic x(6) value spaces.
           03 cel-reason        pic x(30).
           03 filler            pic x(1) value space.
           03 cel-diff          pic -(8)9.9(2).
       01 ws-more-line.
           03 filler            pic x(4) value spaces.
           03 filler            pic x(6) value "  ... ".
           03 cml-count         pic ZZZ9.
           03 filler            pic x(40) value
               " MORE EMPLOYEE ITEMS - SEE JOB OUTPUT".
       01 ws-overall-line.
           03 filler            pic x(24) value
               "RECONCILIATION RESULT:  ".
           03 col-result        pic x(4).
       01 ws-signature-line     pic x(60) value
           "RECONCILED BY: ____________________   DATE: __________".
       01 dashLine              pic x(70) value all "-".
       01 blank-line            pic x value " ".
       01 ws-joblog-count       pic 9(6) value 0.
       01 ws-joblog-program     pic x(12) value "PaydayRecon".
       01 ws-joblog-runid      pic x(14).
       01 ws-runid-date        pic 9(8).
       01 ws-runid-time        pic 9(8).
       01 ws-joblog-event       pic x(10).
       01 ws-joblog-status      pic x(20).

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-paramFile  pic x(70).
           03 ws-path-earningsWeek  pic x(70).
           03 ws-path-expenseHistory  pic x(70).
           03 ws-path-glPostings  pic x(70).
           03 ws-path-netPayDetail  pic x(70).
           03 ws-path-salesDetailFile  pic x(70).
           03 ws-path-paymentFile  pic x(70).
           03 ws-path-payExceptions  pic x(70).
           03 ws-path-garnishRemittance  pic x(70).
           03 ws-path-storeExceptions  pic x(70).
           03 ws-path-jobCodeExceptions  pic x(70).
           03 ws-path-employeeMaster  pic x(70).
           03 ws-path-biweeklyHeld  pic x(70).
           03 ws-path-certificate  pic x(70).

      *    Runs after the weekly cycle (Assignment6, GlPosting,
      *    PayrollDeductions and BankInterface) and proves the
      *    pieces agree with each other:
      *      1. gross on the earnings week = salary expense history
      *         = GL wage debits = GL credits, after gross the run
      *         could not charge to a store and job code;
      *      2. net pay + deductions = gross for every employee on
      *         the net pay detail, and that gross matches the
      *         earnings week (final pays go through the final pay
      *         register instead, and a bi-weekly employee's
      *         off week is held and paid with the pay week);
      *      3. net pay and commission owed = deposits sent to the
      *         bank + payment exceptions + garnishments remitted.
      *    Anything out of balance is shown per employee where the
      *    files allow it, and the run ends FAIL on the job log.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           perform load-earnings-week.
           perform load-unexpensed.
           perform total-expense-history.
           perform total-gl-postings.
           perform load-net-pay.
           perform load-biweekly-held.
           perform load-commissions.
           perform load-payments.
           perform load-payment-exceptions.
           perform load-garnishments.
           perform write-certificate.
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

      *    Leaves rc-idx on the employee's entry, adding one if
      *    the employee has not been seen yet.
       find-recon-entry.
           set rc-idx to 1.
           search recon-entry
               at end
                   perform add-recon-entry
               when rc-employeeID(rc-idx) = ws-lookup-employeeID
                   continue
           end-search.

       add-recon-entry.
           if recon-count < 1000
               add 1 to recon-count
               set rc-idx to recon-count
               move ws-lookup-employeeID to rc-employeeID(rc-idx)
               move "N" to rc-on-earnings(rc-idx)
               move "N" to rc-on-netpay(rc-idx)
               move "N" to rc-unexpensed(rc-idx)
               move zero to rc-earn-gross(rc-idx)
               move zero to rc-np-gross(rc-idx)
               move zero to rc-np-deductions(rc-idx)
               move zero to rc-np-net(rc-idx)
               move zero to rc-commission(rc-idx)
               move zero to rc-deposited(rc-idx)
               move zero to rc-excepted(rc-idx)
               move zero to rc-garnished(rc-idx)
               move zero to rc-held(rc-idx)
               move zero to rc-released(rc-idx)
           else
               display "RECONCILIATION TABLE FULL AT EMPLOYEE "
                   ws-lookup-employeeID
               set rc-idx to recon-count
           end-if.

       note-missing-file.
           add 1 to ws-missing-count.
           move "FAIL" to ws-overall-result.

       load-earnings-week.
           open input earningsWeek.
           if ws-earnwk-status = "00"
               perform add-one-earnings-row
                   until ws-earnwk-status not = "00"
               close earningsWeek
           else
               display "EARNINGS WEEK FILE NOT FOUND"
               perform note-missing-file
           end-if.

       add-one-earnings-row.
           read earningsWeek
               at end
                   continue
               not at end
                   if er-week-ending = ws-week-ending
                       move er-employeeID to ws-lookup-employeeID
                       perform find-recon-entry
                       move "Y" to rc-on-earnings(rc-idx)
                       add er-gross to rc-earn-gross(rc-idx)
                       add er-gross to ws-earn-gross
                   end-if
           end-read.

      *    Weeks keyed to an unknown store or job code are paid but
      *    never reach the expense history; they are the expected
      *    difference between the first two totals.
       load-unexpensed.
           open input storeExceptions.
           if ws-storeexc-status = "00"
               perform flag-one-store-exception
                   until ws-storeexc-status not = "00"
               close storeExceptions
           end-if.
           open input jobCodeExceptions.
           if ws-jobexc-status = "00"
               perform flag-one-jobcode-exception
                   until ws-jobexc-status not = "00"
               close jobCodeExceptions
           end-if.

       flag-one-store-exception.
           read storeExceptions
               at end
                   continue
               not at end
                   move se-employeeID to ws-lookup-employeeID
                   perform flag-unexpensed
           end-read.

       flag-one-jobcode-exception.
           read jobCodeExceptions
               at end
                   continue
               not at end
                   move jce-employeeID to ws-lookup-employeeID
                   perform flag-unexpensed
           end-read.

       flag-unexpensed.
           set rc-idx to 1.
           search recon-entry
               at end
                   continue
               when rc-employeeID(rc-idx) = ws-lookup-employeeID
                   if rc-unexpensed(rc-idx) not = "Y"
                       move "Y" to rc-unexpensed(rc-idx)
                       add rc-earn-gross(rc-idx) to ws-unexpensed
                   end-if
           end-search.

       total-expense-history.
           open input expenseHistory.
           if ws-history-status = "00"
               move ws-week-ending to eh-week-ending
               move low-values to eh-store-no
               move low-values to eh-jobcode
               start expenseHistory key not < eh-key
                   invalid key
                       set end-of-file to true
               end-start
               perform add-one-expense-row until end-of-file
               move zero to ws-eof
               close expenseHistory
           else
               display "EXPENSE HISTORY FILE NOT FOUND"
               perform note-missing-file
           end-if.

       add-one-expense-row.
           read expenseHistory next
               at end
                   set end-of-file to true
               not at end
                   if eh-week-ending not = ws-week-ending
                       set end-of-file to true
                   else
                       add eh-total to ws-expense-total
                   end-if
           end-read.

       total-gl-postings.
           open input glPostings.
           if ws-gl-status = "00"
               perform add-one-gl-posting
                   until ws-gl-status not = "00"
               close glPostings
           else
               display "GL POSTING FILE NOT FOUND"
               perform note-missing-file
           end-if.

       add-one-gl-posting.
           read glPostings
               at end
                   continue
               not at end
                   if gp-week-ending = ws-week-ending
                       if gp-dc = "D"
                           add gp-amount to ws-gl-debits
                       else
                           add gp-amount to ws-gl-credits
                       end-if
                   end-if
           end-read.

       load-net-pay.
           open input netPayDetail.
           if ws-netpay-status = "00"
               perform add-one-net-pay
                   until ws-netpay-status not = "00"
               close netPayDetail
           else
               display "NET PAY DETAIL NOT FOUND"
               perform note-missing-file
           end-if.

       add-one-net-pay.
           read netPayDetail
               at end
                   continue
               not at end
                   if not nd-control-record
                       move nd-employeeID to ws-lookup-employeeID
                       perform find-recon-entry
                       move "Y" to rc-on-netpay(rc-idx)
                       add nd-gross to rc-np-gross(rc-idx)
                       add nd-deductions to rc-np-deductions(rc-idx)
                       add nd-net to rc-np-net(rc-idx)
                       add nd-gross to ws-np-gross
                       add nd-deductions to ws-np-deductions
                       add nd-net to ws-np-net
                   end-if
           end-read.

      *    Off-week earnings held this week, and earlier weeks'
      *    earnings paid out with this pay week, explain the gap
      *    between the earnings week and the net pay gross.
       load-biweekly-held.
           open input biweeklyHeld.
           if ws-held-status = "00"
               perform add-one-held-row
                   until ws-held-status not = "00"
               close biweeklyHeld
           end-if.

       add-one-held-row.
           read biweeklyHeld
               at end
                   continue
               not at end
                   move hw-employeeID to ws-lookup-employeeID
                   evaluate true
                       when hw-week-ending = ws-week-ending
                           and hw-paid-week = spaces
                           perform find-recon-entry
                           add hw-gross to rc-held(rc-idx)
                           add hw-gross to ws-held-gross
                       when hw-paid-week = ws-week-ending
                           and hw-week-ending < ws-week-ending
                           perform find-recon-entry
                           add hw-gross to rc-released(rc-idx)
                           add hw-gross to ws-released-gross
                       when other
                           continue
                   end-evaluate
           end-read.

       load-commissions.
           open input salesDetailFile.
           if ws-sales-status = "00"
               perform add-one-commission
                   until ws-sales-status not = "00"
               close salesDetailFile
           else
               display "SALES DETAIL FILE NOT FOUND"
               perform note-missing-file
           end-if.

       add-one-commission.
           read salesDetailFile
               at end
                   continue
               not at end
                   if not sd-control-record
                       move sd-employeeID to ws-lookup-employeeID
                       perform find-recon-entry
                       add sd-commission to rc-commission(rc-idx)
                       add sd-commission to ws-commission-owed
                   end-if
           end-read.

      *    The bank file is only counted when its header is for
      *    the week being reconciled.
       load-payments.
           open input paymentFile.
           if ws-payment-status = "00"
               perform add-one-payment
                   until ws-payment-status not = "00"
               close paymentFile
           else
               display "PAYMENT FILE NOT FOUND"
               perform note-missing-file
           end-if.
           if ws-payment-week not = ws-week-ending
               display "PAYMENT FILE IS NOT FOR WEEK " ws-week-ending
               perform note-missing-file
           end-if.

       add-one-payment.
           read paymentFile
               at end
                   continue
               not at end
                   evaluate true
                       when pay-header-rec
                           move hdr-week-ending to ws-payment-week
                       when pay-detail-rec
                           and ws-payment-week = ws-week-ending
                           move det-employeeID to ws-lookup-employeeID
                           perform find-recon-entry
                           add det-amount to rc-deposited(rc-idx)
                           add det-amount to ws-deposited
                       when other
                           continue
                   end-evaluate
           end-read.

       load-payment-exceptions.
           open input paymentExceptions.
           if ws-except-status = "00"
               perform add-one-payment-exception
                   until ws-except-status not = "00"
               close paymentExceptions
           end-if.

       add-one-payment-exception.
           read paymentExceptions
               at end
                   continue
               not at end
                   if pe-employeeID not = spaces
                       move pe-amount to ws-exception-amount
                       move pe-employeeID to ws-lookup-employeeID
                       perform find-recon-entry
                       add ws-exception-amount to rc-excepted(rc-idx)
                       add ws-exception-amount to ws-excepted
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
                       move gr-employeeID to ws-lookup-employeeID
                       perform find-recon-entry
                       add gr-amount to rc-garnished(rc-idx)
                       add gr-amount to ws-garnished
                   end-if
           end-read.

      *    One page: the three ties with their differences, then as
      *    many employee items as fit, then the overall result.
       write-certificate.
           open input employeeMaster.
           perform total-final-pays
               varying rc-idx from 1 by 1
               until rc-idx > recon-count.
           perform mark-held-week
               varying rc-idx from 1 by 1
               until rc-idx > recon-count.
           open output certificate.
           move ws-week-ending to crt-week.
           write certificateLine from ws-certificate-title.
           write certificateLine from dashLine.
           perform write-gross-tie.
           perform write-net-tie.
           perform write-payment-tie.
           write certificateLine from blank-line.
           move "EMPLOYEE ITEMS OUT OF BALANCE:" to crs-title.
           write certificateLine from ws-section-line.
           write certificateLine from ws-employee-heading.
           perform check-one-employee
               varying rc-idx from 1 by 1
               until rc-idx > recon-count.
           if ws-fail-count > ws-listed-count
               compute cml-count = ws-fail-count - ws-listed-count
               write certificateLine from ws-more-line
           end-if.
           if ws-fail-count > zero
               move "FAIL" to ws-overall-result
           end-if.
           if ws-missing-count > zero
               move "INPUT FILES MISSING OR NOT FOR THIS WEEK"
                   to cal-label
               move ws-missing-count to cal-amount
               write certificateLine from ws-amount-line
           end-if.
           write certificateLine from dashLine.
           move ws-overall-result to col-result.
           write certificateLine from ws-overall-line.
           write certificateLine from blank-line.
           write certificateLine from ws-signature-line.
           close certificate.
           if ws-empmast-status = "00"
               close employeeMaster
           end-if.

      *    A terminated employee's last week is paid through the
      *    final pay register, not the net pay run.
       total-final-pays.
           if rc-on-earnings(rc-idx) = "Y"
               and rc-on-netpay(rc-idx) = "N"
               and ws-empmast-status = "00"
               move rc-employeeID(rc-idx) to em-employeeID
               read employeeMaster
                   invalid key
                       continue
                   not invalid key
                       if em-terminated
                           move "F" to rc-on-netpay(rc-idx)
                           add rc-earn-gross(rc-idx)
                               to ws-final-pay-gross
                       end-if
               end-read
           end-if.

       mark-held-week.
           if rc-on-earnings(rc-idx) = "Y"
               and rc-on-netpay(rc-idx) = "N"
               and rc-held(rc-idx) > zero
               and rc-held(rc-idx) = rc-earn-gross(rc-idx)
               move "H" to rc-on-netpay(rc-idx)
           end-if.

       write-gross-tie.
           move "1. GROSS PAY TO EXPENSE HISTORY TO GL" to crs-title.
           write certificateLine from ws-section-line.
           move "Gross pay on earnings week" to cal-label.
           move ws-earn-gross to cal-amount.
           write certificateLine from ws-amount-line.
           move "Less gross on store/job code exceptions"
               to cal-label.
           move ws-unexpensed to cal-amount.
           write certificateLine from ws-amount-line.
           move "Salary expense history for the week" to cal-label.
           move ws-expense-total to cal-amount.
           write certificateLine from ws-amount-line.
           move "GL wage debits" to cal-label.
           move ws-gl-debits to cal-amount.
           write certificateLine from ws-amount-line.
           move "GL accrued payroll credits" to cal-label.
           move ws-gl-credits to cal-amount.
           write certificateLine from ws-amount-line.
           compute ws-diff =
               ws-earn-gross - ws-unexpensed - ws-expense-total.
           move "Earnings vs expense history difference"
               to cal-label.
           perform write-difference.
           compute ws-diff = ws-expense-total - ws-gl-debits.
           move "Expense history vs GL debits difference"
               to cal-label.
           perform write-difference.
           compute ws-diff = ws-gl-debits - ws-gl-credits.
           move "GL debits vs credits difference" to cal-label.
           perform write-difference.

       write-net-tie.
           write certificateLine from blank-line.
           move "2. NET PAY + DEDUCTIONS TO GROSS" to crs-title.
           write certificateLine from ws-section-line.
           move "Gross pay on earnings week" to cal-label.
           move ws-earn-gross to cal-amount.
           write certificateLine from ws-amount-line.
           move "Less final pays (final pay register)" to cal-label.
           move ws-final-pay-gross to cal-amount.
           write certificateLine from ws-amount-line.
           move "Less bi-weekly off week held" to cal-label.
           move ws-held-gross to cal-amount.
           write certificateLine from ws-amount-line.
           move "Plus bi-weekly held weeks paid out" to cal-label.
           move ws-released-gross to cal-amount.
           write certificateLine from ws-amount-line.
           move "Gross pay on net pay detail" to cal-label.
           move ws-np-gross to cal-amount.
           write certificateLine from ws-amount-line.
           move "Deductions" to cal-label.
           move ws-np-deductions to cal-amount.
           write certificateLine from ws-amount-line.
           move "Net pay" to cal-label.
           move ws-np-net to cal-amount.
           write certificateLine from ws-amount-line.
           compute ws-diff =
               ws-earn-gross - ws-final-pay-gross - ws-held-gross
                   + ws-released-gross - ws-np-gross.
           move "Earnings vs net pay gross difference"
               to cal-label.
           perform write-difference.
           compute ws-diff =
               ws-np-gross - ws-np-deductions - ws-np-net.
           move "Gross - deductions - net difference" to cal-label.
           perform write-difference.

       write-payment-tie.
           write certificateLine from blank-line.
           move "3. AMOUNTS OWED TO AMOUNTS PAID OUT" to crs-title.
           write certificateLine from ws-section-line.
           move "Net pay owed" to cal-label.
           move ws-np-net to cal-amount.
           write certificateLine from ws-amount-line.
           move "Commission owed" to cal-label.
           move ws-commission-owed to cal-amount.
           write certificateLine from ws-amount-line.
           move "Deposits on payment file" to cal-label.
           move ws-deposited to cal-amount.
           write certificateLine from ws-amount-line.
           move "Payment exceptions (cheque)" to cal-label.
           move ws-excepted to cal-amount.
           write certificateLine from ws-amount-line.
           move "Garnishments remitted" to cal-label.
           move ws-garnished to cal-amount.
           write certificateLine from ws-amount-line.
           compute ws-owed-total = ws-np-net + ws-commission-owed.
           compute ws-paid-total =
               ws-deposited + ws-excepted + ws-garnished.
           compute ws-diff = ws-owed-total - ws-paid-total.
           move "Owed vs paid out difference" to cal-label.
           perform write-difference.
           compute ws-gross-side = ws-np-gross + ws-commission-owed.
           compute ws-settled-side =
               ws-paid-total + ws-np-deductions.
           compute ws-diff = ws-gross-side - ws-settled-side.
           move "Paid + deductions + garnishments vs gross"
               to cal-label.
           perform write-difference.

       write-difference.
           move ws-diff to cal-amount.
           write certificateLine from ws-amount-line.
           if ws-diff not = zero
               move "FAIL" to ws-overall-result
           end-if.

      *    The same three ties employee by employee; the first
      *    fifteen items go on the certificate, every item goes to
      *    the job output.
       check-one-employee.
           if rc-on-earnings(rc-idx) = "Y"
               and rc-on-netpay(rc-idx) = "N"
               move rc-earn-gross(rc-idx) to ws-employee-diff
               move "NOT ON NET PAY DETAIL" to ws-reason
               perform list-employee-item
           end-if.
           if rc-on-netpay(rc-idx) = "Y"
               compute ws-employee-diff =
                   rc-earn-gross(rc-idx) - rc-held(rc-idx)
                       + rc-released(rc-idx) - rc-np-gross(rc-idx)
               if ws-employee-diff not = zero
                   move "EARNINGS VS NET PAY GROSS" to ws-reason
                   perform list-employee-item
               end-if
               compute ws-employee-diff =
                   rc-np-gross(rc-idx) - rc-np-deductions(rc-idx)
                       - rc-np-net(rc-idx)
               if ws-employee-diff not = zero
                   move "GROSS - DEDUCTIONS - NET" to ws-reason
                   perform list-employee-item
               end-if
           end-if.
           if rc-on-netpay(rc-idx) not = "F"
               compute ws-employee-diff =
                   rc-np-net(rc-idx) + rc-commission(rc-idx)
                       - rc-deposited(rc-idx) - rc-excepted(rc-idx)
                       - rc-garnished(rc-idx)
               if ws-employee-diff not = zero
                   move "OWED VS PAID OUT" to ws-reason
                   perform list-employee-item
               end-if
           end-if.

       list-employee-item.
           add 1 to ws-fail-count.
           display "OUT OF BALANCE: " rc-employeeID(rc-idx) " "
               ws-reason " " ws-employee-diff.
           if ws-listed-count < 15
               add 1 to ws-listed-count
               move rc-employeeID(rc-idx) to cel-employeeID
               move ws-reason to cel-reason
               move ws-employee-diff to cel-diff
               write certificateLine from ws-employee-line
           end-if.

       end-para.
           display "RECONCILIATION RESULT: " ws-overall-result.
           display "EMPLOYEE ITEMS OUT OF BALANCE: " ws-fail-count.
           move recon-count to ws-joblog-count.
           move "END" to ws-joblog-event.
           if reconcile-failed
               move "FAIL - OUT OF BAL" to ws-joblog-status
               move 8 to return-code
           else
               move "COMPLETED" to ws-joblog-status
           end-if.
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
           move spaces to ws-path-earningsWeek.
           string env-data-dir delimited by space
               "EmployeeEarningsWeek.dat" delimited by size
               into ws-path-earningsWeek
           end-string.
           move spaces to ws-path-expenseHistory.
           string env-data-dir delimited by space
               "SalaryExpenseHistory.dat" delimited by size
               into ws-path-expenseHistory
           end-string.
           move spaces to ws-path-glPostings.
           string env-data-dir delimited by space
               "GlPostings.dat" delimited by size
               into ws-path-glPostings
           end-string.
           move spaces to ws-path-netPayDetail.
           string env-data-dir delimited by space
               "NetPayDetail.dat" delimited by size
               into ws-path-netPayDetail
           end-string.
           move spaces to ws-path-salesDetailFile.
           string env-data-dir delimited by space
               "Assignment6_SalesDetail.dat" delimited by size
               into ws-path-salesDetailFile
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
           move spaces to ws-path-garnishRemittance.
           string env-data-dir delimited by space
               "GarnishRemittance.dat" delimited by size
               into ws-path-garnishRemittance
           end-string.
           move spaces to ws-path-storeExceptions.
           string env-data-dir delimited by space
               "StoreExceptions.rpt" delimited by size
               into ws-path-storeExceptions
           end-string.
           move spaces to ws-path-jobCodeExceptions.
           string env-data-dir delimited by space
               "JobCodeExceptions.rpt" delimited by size
               into ws-path-jobCodeExceptions
           end-string.
           move spaces to ws-path-employeeMaster.
           string env-data-dir delimited by space
               "EmployeeMaster.dat" delimited by size
               into ws-path-employeeMaster
           end-string.
           move spaces to ws-path-biweeklyHeld.
           string env-data-dir delimited by space
               "BiweeklyHeld.dat" delimited by size
               into ws-path-biweeklyHeld
           end-string.
           move spaces to ws-path-certificate.
           string env-data-dir delimited by space
               "PaydayCertificate.rpt" delimited by size
               into ws-path-certificate
           end-string.

       end program PaydayReconcile.
