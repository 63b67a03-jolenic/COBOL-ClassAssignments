               select salesDetailFile assign ws-path-salesDetailFile
                   organization line sequential
                   file status is ws-detail-status.
               select netPayDetail assign ws-path-netPayDetail
                   organization line sequential
                   file status is ws-netpay-status.
               select paramFile assign ws-path-paramFile
                   organization line sequential
                   file status is ws-param-status.
           03 sd-commission         pic 9(5)V9(2).
           03 sd-salesAmount        pic 9(6)V9(2).
           03 sd-rate               pic 9V9(2).
           03 sd-split-ref          pic 9(4).
           03 sd-split-pct          pic 9(3).
           03 sd-split-sale         pic 9(6)V9(2).
       01 salesDetailCtlRec.
           03 ct-marker             pic x(4).
           03 ct-record-count       pic 9(6).
           03 ct-amount-hash        pic 9(9)V9(2).
           03 ct-week-ending        pic x(10).
           03 filler                pic x(38).
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
       01 netPayDetailCtlRec.
           03 nc-marker            pic x(4).
           03 nc-record-count      pic 9(6).
           03 nc-amount-hash       pic 9(9)V9(2).
           03 nc-week-ending       pic x(10).
           03 filler               pic x(40).
       FD paramFile.
       01 paramRecord.
           03 param-threshold      pic 9(6)V9(2).
           03 pe-amount            pic Z(5)9.9(2).
           03 filler               pic x(3) value spaces.
           03 pe-message           pic x(30).
           03 filler               pic x(3) value spaces.
           03 pe-pay-type          pic x(1).
       FD payrollCalendar.
       01 payrollCalendarRec.
           03 pc-week-ending        pic x(10).
           03 filler                pic x(1).
           03 pc-pay-period         pic x(1).
               88 pc-biweekly-payday       value "P".
       FD garnishOrders.
       01 garnishOrderRec.
           03 go-employeeID        pic x(4).
       01 ws-ctl-week           pic x(10).
       01 ws-detail-held        pic x(1).
           88 detail-row-held          value "Y".
       01 ws-netpay-status      pic x(2).
       01 ws-netpay-eof         pic 9(4) value 0.
           88 end-of-netpay            value 1.
       01 ws-netpay-ok          pic x(1) value "N".
           88 netpay-control-good      value "Y".
       01 ws-netpay-held        pic x(1).
           88 netpay-row-held          value "Y".
       01 ws-np-scan-count      pic 9(6) value 0.
       01 ws-np-scan-hash       pic 9(9)V9(2) value 0.
       01 ws-np-ctl-seen        pic x(1) value "N".
       01 ws-np-ctl-count       pic 9(6).
       01 ws-np-ctl-hash        pic 9(9)V9(2).
       01 ws-np-ctl-week        pic x(10).
       01 ws-outputs-open       pic x(1) value "N".
           88 payment-outputs-open     value "Y".
       01 ws-pay-employeeID     pic x(4).
       01 ws-pay-amount         pic 9(7)V9(2).
       01 ws-pay-type           pic x(1).
           88 pay-type-commission      value "C".
           88 pay-type-net-pay         value "N".
       01 ws-netpay-count       pic 9(6) value 0.
       01 ws-commission-count   pic 9(6) value 0.
       01 ws-garnish-room       pic 9(7)V9(2).
       01 garnish-table.
           03 garnish-entry occurs 100 times indexed by gar-idx.
               05 gt-employeeID     pic x(4).
               05 gt-payee          pic x(20).
               05 gt-week-max       pic 9(5)V9(2).
               05 gt-balance        pic 9(7)V9(2).
               05 gt-week-taken     pic 9(7)V9(2).
       01 garnish-count         pic 9(4) comp value 0.
       01 ws-garnish-overflow   pic x(1) value "N".
           88 garnish-table-overflowed value "Y".
           03 det-amount           pic 9(7)V9(2).
           03 det-transit          pic x(9).
           03 det-account          pic x(12).
           03 det-pay-type         pic x(1).
           03 filler               pic x(4) value spaces.
       01 ws-payment-trailer.
           03 filler               pic x(1) value "T".
           03 trl-record-count     pic 9(6).
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-salesDetailFile  pic x(70).
           03 ws-path-netPayDetail  pic x(70).
           03 ws-path-paramFile  pic x(70).
           03 ws-path-paymentFile  pic x(70).
           03 ws-path-bankMaster  pic x(70).
           03 ws-path-garnishControl  pic x(70).
           03 ws-path-garnishControlTmp  pic x(70).

      *    One payment file carries both payment types: net pay
      *    from the deductions run and commission from the sales
      *    detail, each detail marked N or C.  Net pay is paid
      *    first so garnishments come off salary before commission,
      *    and the trailer count and hash cover every detail of
      *    either type.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           perform process-net-pay until end-of-netpay.
           perform process-rec until end-of-file.
           perform end-para.

               move 8 to return-code
               stop run
           end-if.
           perform verify-netpay-control.
           if not netpay-control-good
               display "NET PAY DETAIL CONTROL RECORD MISSING OR "
                   "WRONG - RUN REFUSED"
               move "END" to ws-joblog-event
               move "HALTED - BAD NETPAY" to ws-joblog-status
               call "JobLog" using ws-joblog-program, ws-joblog-event,
                   ws-joblog-count, ws-joblog-status,
                   ws-joblog-runid
               move 8 to return-code
               stop run
           end-if.
           perform load-garnish-orders.
           perform check-garnish-control.
           if week-already-garnished
           if ws-detail-status not = "00"
               display "SALES DETAIL FILE NOT FOUND"
               set end-of-file to true
           end-if.
           open input netPayDetail.
           if ws-netpay-status not = "00"
               display "NET PAY DETAIL FILE NOT FOUND"
               set end-of-netpay to true
           end-if.
           if ws-detail-status = "00" or ws-netpay-status = "00"
               perform open-payment-outputs
           end-if.
           if ws-detail-status = "00"
               perform read-file
           end-if.
           if ws-netpay-status = "00"
               perform read-net-pay
           end-if.

       open-payment-outputs.
           open input bankAccountMaster.
           if ws-bankmast-status = "00"
               move "Y" to ws-bankmast-open
           else
               display "BANK ACCOUNT MASTER NOT FOUND - ALL "
                   "PAYMENTS WILL BE SUPPRESSED"
           end-if.
           open output paymentFile.
           open output paymentExceptions.
           open extend garnishRemittance.
           if ws-remit-status = "35"
               open output garnishRemittance
           end-if.
           move ws-creation-date to hdr-creation-date.
           move ws-week-ending to hdr-week-ending.
           write paymentRec from ws-payment-header.
           move "Y" to ws-outputs-open.

      *    Only week-ending dates on the payroll calendar may run; a
      *    missing calendar file is warned about but does not block
                   end-if
           end-read.

      *    The net pay detail is signed off the same way by the
      *    deductions run; a missing file only means no net pay is
      *    sent this run, but a file that does not balance is not
      *    paid from.
       verify-netpay-control.
           open input netPayDetail.
           if ws-netpay-status not = "00"
               move "Y" to ws-netpay-ok
           else
               perform scan-one-net-pay
                   until ws-netpay-status not = "00"
               close netPayDetail
               if ws-np-ctl-seen = "Y"
                   and ws-np-ctl-count = ws-np-scan-count
                   and ws-np-ctl-hash = ws-np-scan-hash
                   and ws-np-ctl-week = ws-week-ending
                   move "Y" to ws-netpay-ok
               end-if
           end-if.

       scan-one-net-pay.
           read netPayDetail
               at end
                   continue
               not at end
                   if nd-control-record
                       move "Y" to ws-np-ctl-seen
                       move nc-record-count to ws-np-ctl-count
                       move nc-amount-hash to ws-np-ctl-hash
                       move nc-week-ending to ws-np-ctl-week
                   else
                       add 1 to ws-np-scan-count
                       add nd-net to ws-np-scan-hash
                   end-if
           end-read.

       read-net-pay.
           move "N" to ws-netpay-held.
           perform fetch-one-net-pay
               until end-of-netpay or netpay-row-held.

       fetch-one-net-pay.
           read netPayDetail
               at end
                   set end-of-netpay to true
               not at end
                   if not nd-control-record
                       move "Y" to ws-netpay-held
                   end-if
           end-read.

       read-file.
           move "N" to ws-detail-held.
           perform fetch-one-detail
                       move go-payee to gt-payee(gar-idx)
                       move go-week-max to gt-week-max(gar-idx)
                       move go-balance to gt-balance(gar-idx)
                       move zero to gt-week-taken(gar-idx)
                   end-if
           end-read.

                   end-if
           end-read.

       process-net-pay.
           move nd-employeeID to ws-pay-employeeID.
           move nd-net to ws-pay-amount.
           move "N" to ws-pay-type.
           perform pay-one-employee.
           add 1 to ws-netpay-count.
           perform read-net-pay.

       process-rec.
           move sd-employeeID to ws-pay-employeeID.
           move sd-commission to ws-pay-amount.
           move "C" to ws-pay-type.
           perform pay-one-employee.
           add 1 to ws-commission-count.
           perform read-file.

      *    Garnishments come off every payment whether it goes to
      *    the bank or not, so the exception amount is what is
      *    actually owed by cheque.  A payment with no account on
      *    file - or with no account master open at all - goes to
      *    the exception list instead of the bank, so nobody is
      *    paid short at the terminal, nothing vanishes without a
      *    trail, and the trailer still matches what was sent.
       pay-one-employee.
           move ws-pay-amount to ws-pay-remaining.
           perform apply-garnishments.
           if bank-master-open
               move ws-pay-employeeID to bk-employeeID
               read bankAccountMaster
                   invalid key
                       perform suppress-payment
           else
               perform suppress-payment
           end-if.

       suppress-payment.
           move ws-pay-employeeID to pe-employeeID.
           move ws-pay-remaining to pe-amount.
           move "NO BANK ACCOUNT ON FILE" to pe-message.
           move ws-pay-type to pe-pay-type.
           write paymentExceptionRec.
           add 1 to ws-suppressed-count.

       build-one-payment.
           move ws-pay-employeeID to det-employeeID.
           move ws-pay-remaining to det-amount.
           move bk-transit to det-transit.
           move bk-account to det-account.
           move ws-pay-type to det-pay-type.
           write paymentRec from ws-payment-detail.
           add 1 to ws-payment-count.
           add ws-pay-remaining to ws-hash-total.
      *    Court orders come off the payment lowest priority number
      *    first, each capped by its weekly maximum and remaining
      *    balance; every deduction is remitted to the payee and an
      *    order retires when its balance reaches zero.  The weekly
      *    maximum spans both payments an employee may receive.
       apply-garnishments.
           if garnish-count > zero
               perform apply-one-priority
               until gar-idx > garnish-count.

       apply-one-order.
           if gt-employeeID(gar-idx) = ws-pay-employeeID
               and gt-priority(gar-idx) = ws-priority-level
               and gt-balance(gar-idx) > zero
               and gt-week-taken(gar-idx) < gt-week-max(gar-idx)
               and ws-pay-remaining > zero
               compute ws-garnish-room =
                   gt-week-max(gar-idx) - gt-week-taken(gar-idx)
               move ws-garnish-room to ws-garnish-amount
               if gt-balance(gar-idx) < ws-garnish-amount
                   move gt-balance(gar-idx) to ws-garnish-amount
               end-if
               end-if
               subtract ws-garnish-amount from ws-pay-remaining
               subtract ws-garnish-amount from gt-balance(gar-idx)
               add ws-garnish-amount to gt-week-taken(gar-idx)
               add ws-garnish-amount to ws-garnish-total
               if gt-balance(gar-idx) = zero
                   add 1 to ws-retired-count

       write-remittance.
           move ws-week-ending to gr-week-ending.
           move ws-pay-employeeID to gr-employeeID.
           move gt-payee(gar-idx) to gr-payee.
           move ws-garnish-amount to gr-amount.
           write garnishRemitRec.

       end-para.
           if ws-detail-status = "00" or ws-detail-status = "10"
               close salesDetailFile
           end-if.
           if ws-netpay-status = "00" or ws-netpay-status = "10"
               close netPayDetail
           end-if.
           if payment-outputs-open
               move ws-payment-count to trl-record-count
               move ws-hash-total to trl-hash-total
               write paymentRec from ws-payment-trailer
               close paymentFile
               close paymentExceptions
               close garnishRemittance
               perform rewrite-garnish-orders
               perform mark-garnish-week
           end-if.
           display "NET PAY PAYMENTS PROCESSED: " ws-netpay-count.
           display "COMMISSION PAYMENTS PROCESSED: "
               ws-commission-count.
           display "PAYMENT DETAILS WRITTEN: " ws-payment-count.
           display "PAYMENTS SUPPRESSED - NO ACCOUNT: "
               ws-suppressed-count.
               "Assignment6_SalesDetail.dat" delimited by size
               into ws-path-salesDetailFile
           end-string.
           move spaces to ws-path-netPayDetail.
           string env-data-dir delimited by space
               "NetPayDetail.dat" delimited by size
               into ws-path-netPayDetail
           end-string.
           move spaces to ws-path-paramFile.
           string env-data-dir delimited by space
               "Assignment6_Params.dat" delimited by size
