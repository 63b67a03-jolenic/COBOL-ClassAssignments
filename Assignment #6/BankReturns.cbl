                   file status is ws-reissue-status.
               select reconcileReport assign ws-path-reconcileReport
                   organization line sequential.
               select outstandingCheques
                   assign ws-path-outstandingCheques
                   organization indexed
                   access mode dynamic
                   record key is oc-chequeNo
                   file status is ws-outstanding-status.

       data division.
       file section.
           03 det-amount           pic 9(7)V9(2).
           03 det-transit          pic x(9).
           03 det-account          pic x(12).
           03 det-pay-type         pic x(1).
           03 filler               pic x(4).
       01 paymentTrailer redefines paymentRec.
           03 filler               pic x(1).
           03 trl-record-count     pic 9(6).
           03 rq-account           pic x(12).
           03 filler               pic x value space.
           03 rq-reason            pic x(3).
           03 filler               pic x value space.
           03 rq-pay-type          pic x(1).
       FD reconcileReport.
       01 reconcileLine            pic x(70).
       FD outstandingCheques.
       01 outstandingChequeRec.
           03 oc-chequeNo           pic 9(8).
           03 oc-employeeID         pic x(4).
           03 oc-lastName           pic x(14).
           03 oc-firstName          pic x(14).
           03 oc-amount             pic 9(7)V9(2).
           03 oc-pay-type           pic x(1).
           03 oc-week-ending        pic x(10).
           03 oc-issue-date         pic 9(8).
           03 oc-status             pic x(1).
               88 oc-outstanding           value "O".
               88 oc-cashed                value "C".
           03 oc-status-date        pic 9(8).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
       01 ws-returns-status     pic x(2).
       01 ws-commhist-status    pic x(2).
       01 ws-reissue-status     pic x(2).
       01 ws-outstanding-status pic x(2).
       01 ws-scan-eof           pic x(1) value "N".
           88 end-of-scan              value "Y".
       01 ws-cheque-count       pic 9(6) value 0.
       01 ws-cheque-total       pic 9(9)V9(2) value 0.
       01 ws-cheque-cashed-count pic 9(6) value 0.
       01 ws-cheque-cashed-total pic 9(9)V9(2) value 0.
       01 ws-cheque-open-count  pic 9(6) value 0.
       01 ws-cheque-open-total  pic 9(9)V9(2) value 0.
       01 ws-week-ending        pic x(10) value spaces.
       01 ws-sent-count         pic 9(6) value 0.
       01 ws-sent-total         pic 9(9)V9(2) value 0.
       01 ws-trailer-ok         pic x(1) value "N".
           88 trailer-balanced         value "Y".
       01 payment-table.
           03 payment-entry occurs 2000 times indexed by pay-idx.
               05 pt-employeeID     pic x(4).
               05 pt-amount         pic 9(7)V9(2).
               05 pt-transit        pic x(9).
               05 pt-account        pic x(12).
               05 pt-returned       pic x(1).
               05 pt-pay-type       pic x(1).
                   88 pt-net-pay            value "N".
       01 payment-count         pic 9(4) comp value 0.
       01 ws-report-title.
           03 filler            pic x(44) value
           03 ws-path-commissionHistory  pic x(70).
           03 ws-path-reissueQueue  pic x(70).
           03 ws-path-reconcileReport  pic x(70).
           03 ws-path-outstandingCheques  pic x(70).

       procedure division.
       prog.
           end-read.

       table-one-payment.
           if payment-count < 2000
               add 1 to payment-count
               set pay-idx to payment-count
               move det-employeeID to pt-employeeID(pay-idx)
               move det-transit to pt-transit(pay-idx)
               move det-account to pt-account(pay-idx)
               move "N" to pt-returned(pay-idx)
               move det-pay-type to pt-pay-type(pay-idx)
               add 1 to ws-sent-count
               add det-amount to ws-sent-total
           else
               move "NOT ON PAYMENT FILE" to rtl-note
               add 1 to ws-unmatched-count
           else
               if pt-net-pay(pay-idx)
                   move "NET PAY QUEUED" to rtl-note
               else
                   perform reverse-commission
                   move "REVERSED AND QUEUED" to rtl-note
               end-if
               perform queue-reissue
               move "Y" to pt-returned(pay-idx)
               add 1 to ws-returned-count
               add br-amount to ws-returned-total
                   continue
           end-search.

      *    Only a commission payment was ever posted to commission
      *    history; a returned net pay is simply queued for reissue.
       reverse-commission.
           move br-employeeID to ch-employeeID.
           read commissionHistory
           move pt-transit(pay-idx) to rq-transit.
           move pt-account(pay-idx) to rq-account.
           move br-reason to rq-reason.
           move pt-pay-type(pay-idx) to rq-pay-type.
           write reissueRec.

      *    Payments the bank never saw went out as manual cheques;
      *    the week's cheques are shown beside the bank figures so
      *    the reconciliation accounts for every employee paid.
       report-manual-cheques.
           open input outstandingCheques.
           if ws-outstanding-status = "00"
               perform sum-one-cheque until end-of-scan
               close outstandingCheques
               write reconcileLine from blank-line
               move "MANUAL CHEQUES ISSUED:" to cnl-label
               move ws-cheque-count to cnl-count
               move ws-cheque-total to cnl-amount
               write reconcileLine from ws-count-line
               move "MANUAL CHEQUES CASHED:" to cnl-label
               move ws-cheque-cashed-count to cnl-count
               move ws-cheque-cashed-total to cnl-amount
               write reconcileLine from ws-count-line
               move "MANUAL CHEQUES OPEN:  " to cnl-label
               move ws-cheque-open-count to cnl-count
               move ws-cheque-open-total to cnl-amount
               write reconcileLine from ws-count-line
           end-if.

       sum-one-cheque.
           read outstandingCheques next record
               at end
                   move "Y" to ws-scan-eof
               not at end
                   if oc-week-ending = ws-week-ending
                       add 1 to ws-cheque-count
                       add oc-amount to ws-cheque-total
                       if oc-cashed
                           add 1 to ws-cheque-cashed-count
                           add oc-amount to ws-cheque-cashed-total
                       end-if
                       if oc-outstanding
                           add 1 to ws-cheque-open-count
                           add oc-amount to ws-cheque-open-total
                       end-if
                   end-if
           end-read.

       end-para.
           if ws-returns-status = "00" or ws-returns-status = "10"
               compute ws-settled-count =
                       to vfl-result
               end-if
               write reconcileLine from ws-verify-line
               perform report-manual-cheques
               close returnsFile
               close commissionHistory
               close reissueQueue
               "BankReconciliation.rpt" delimited by size
               into ws-path-reconcileReport
           end-string.
           move spaces to ws-path-outstandingCheques.
           string env-data-dir delimited by space
               "OutstandingCheques.dat" delimited by size
               into ws-path-outstandingCheques
           end-string.

       end program BankReturns.
