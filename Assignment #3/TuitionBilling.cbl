               select tuitionPayments assign ws-path-tuitionPayments
                   organization line sequential
                   file status is ws-payment-status.
               select tuitionPaymentsTmp
                   assign ws-path-tuitionPaymentsTmp
                   organization line sequential
                   file status is ws-paymenttmp-status.
               select withdrawalNotices
                   assign ws-path-withdrawalNotices
                   organization line sequential
                   assign ws-path-withdrawalNoticesTmp
                   organization line sequential
                   file status is ws-noticetmp-status.
               select dropNotices assign ws-path-dropNotices
                   organization line sequential
                   file status is ws-dropnotice-status.
               select dropNoticesTmp assign ws-path-dropNoticesTmp
                   organization line sequential
                   file status is ws-droptmp-status.
               select refundSchedule assign ws-path-refundSchedule
                   organization line sequential
                   file status is ws-refund-status.
               select termMaster assign ws-path-termMaster
                   organization line sequential
                   file status is ws-term-status.
               select paramFile assign ws-path-paramFile
                   organization line sequential
                   file status is ws-param-status.
           03 rv-billed            pic 9(5)V9(2).
           03 rv-paid              pic 9(5)V9(2).
           03 rv-refunded          pic 9(5)V9(2).
           03 rv-invoiceDate       pic 9(8).
       FD tuitionPayments.
       01 tuitionPaymentRec.
           03 tp-StudentId         pic 9(9).
           03 tp-Term              pic x(5).
           03 filler               pic x value space.
           03 tp-amount            pic 9(5)V9(2).
       FD tuitionPaymentsTmp.
       01 tuitionPaymentTmpRec     pic x(23).
       FD withdrawalNotices.
       01 withdrawalNoticeRec.
           03 wn-StudentId         pic 9(9).
           03 wn-date              pic 9(8).
       FD withdrawalNoticesTmp.
       01 withdrawalNoticeTmpRec   pic x(18).
       FD dropNotices.
       01 dropNoticeRec.
           03 dn-StudentId         pic 9(9).
           03 filler               pic x value space.
           03 dn-Term              pic x(5).
           03 filler               pic x value space.
           03 dn-CourseCode        pic x(6).
           03 filler               pic x value space.
           03 dn-date              pic 9(8).
           03 filler               pic x value space.
           03 dn-Action            pic x(1).
               88 dn-removed               value "R".
       FD dropNoticesTmp.
       01 dropNoticeTmpRec         pic x(33).
       FD refundSchedule.
       01 refundScheduleRec.
           03 rs-Term              pic x(5).
           03 rs-cutoff-date       pic 9(8).
           03 filler               pic x value space.
           03 rs-pct               pic 9(3).
       FD termMaster.
       01 termMasterRec.
           03 tm-Term              pic x(5).
           03 filler               pic x value space.
           03 tm-StartDate         pic 9(8).
           03 filler               pic x value space.
           03 tm-EndDate           pic 9(8).
           03 filler               pic x value space.
           03 tm-AddDeadline       pic 9(8).
           03 filler               pic x value space.
           03 tm-DropDeadline      pic 9(8).
           03 filler               pic x value space.
           03 tm-GradeDeadline     pic 9(8).
           03 filler               pic x value space.
           03 tm-Status            pic x(1).
       FD paramFile.
       01 ParamRecord.
           03 param-Term            pic x(5).
       01 ws-course-status      pic x(2).
       01 ws-recv-status        pic x(2).
       01 ws-payment-status     pic x(2).
       01 ws-paymenttmp-status  pic x(2).
       01 ws-kept-payment-count pic 9(6) value 0.
       01 ws-notice-status      pic x(2).
       01 ws-noticetmp-status   pic x(2).
       01 ws-notice-applied     pic x(1).
           88 notice-applied           value "Y".
       01 ws-kept-notice-count  pic 9(6) value 0.
       01 ws-refund-status      pic x(2).
       01 ws-dropnotice-status  pic x(2).
       01 ws-droptmp-status     pic x(2).
       01 ws-kept-drop-count    pic 9(6) value 0.
       01 ws-drop-refund-count  pic 9(6) value 0.
       01 ws-refund-date        pic 9(8).
       01 ws-unrefunded         pic 9(5)V9(2).
       01 ws-param-status       pic x(2).
       01 ws-term-status        pic x(2).
       01 ws-term-found         pic x(1) value "N".
           88 term-on-calendar         value "Y".
       01 ws-term-end-date      pic 9(8) value 0.
       01 ws-term               pic x(5) value "2021W".
       01 ws-run-date           pic 9(8).
       01 ws-invoiced-count     pic 9(6) value 0.
       01 ws-payment-count      pic 9(6) value 0.
       01 ws-refund-count       pic 9(6) value 0.
           03 ws-path-courseMaster  pic x(70).
           03 ws-path-receivables  pic x(70).
           03 ws-path-tuitionPayments  pic x(70).
           03 ws-path-tuitionPaymentsTmp  pic x(70).
           03 ws-path-withdrawalNotices  pic x(70).
           03 ws-path-withdrawalNoticesTmp  pic x(70).
           03 ws-path-refundSchedule  pic x(70).
           03 ws-path-dropNotices  pic x(70).
           03 ws-path-dropNoticesTmp  pic x(70).
           03 ws-path-paramFile  pic x(70).
           03 ws-path-termMaster  pic x(70).
           03 ws-path-invoiceReport  pic x(70).

       procedure division.
           perform write-invoices.
           perform apply-payments.
           perform apply-refunds.
           perform apply-course-drops.
           perform write-balances.
           perform end-para.

       init-para.
           accept ws-run-date from date YYYYMMDD.
           perform read-params.
           perform load-course-master.
           perform load-term-dates.
           perform load-refund-schedule.
           open i-o receivables.
           if ws-recv-status = "35"
                   end-if
           end-read.

       load-term-dates.
           open input termMaster.
           if ws-term-status = "00"
               perform find-term-row
                   until ws-term-status not = "00"
                   or term-on-calendar
               close termMaster
           end-if.
           if not term-on-calendar
               display "TERM NOT ON TERM MASTER - REFUND SCHEDULE "
                   "NOT CHECKED"
           end-if.

       find-term-row.
           read termMaster
               at end
                   continue
               not at end
                   if tm-Term = ws-term
                       move "Y" to ws-term-found
                       move tm-EndDate to ws-term-end-date
                   end-if
           end-read.

      *    Each schedule row says withdrawals on or before its
      *    cutoff date refund the given percent of the term's bill.
      *    A cutoff past the end of the term on the calendar is a
      *    keying error and the row is left out rather than letting
      *    a late withdrawal collect a refund.
       load-refund-schedule.
           open input refundSchedule.
           if ws-refund-status = "00"
               at end
                   continue
               not at end
                   if rs-Term = ws-term and term-on-calendar
                       and rs-cutoff-date > ws-term-end-date
                       display "REFUND CUTOFF AFTER TERM END - ROW "
                           "IGNORED: " rs-Term " " rs-cutoff-date
                   else
                       add 1 to refund-sched-count
                       set rsc-idx to refund-sched-count
                       move rs-Term to rsc-Term(rsc-idx)
                       move rs-cutoff-date to rsc-cutoff(rsc-idx)
                       move rs-pct to rsc-pct(rsc-idx)
                   end-if
           end-read.

       gather-term-enrollments.
                   move bl-amount(bil-idx) to rv-billed
                   move zero to rv-paid
                   move zero to rv-refunded
                   move ws-run-date to rv-invoiceDate
                   write receivableRec
                   move spaces to inv-note
                   perform write-invoice-line
           move bl-amount(bil-idx) to inv-amount.
           write invoiceLine from ws-invoice-detail.

      *    Payments arrive daily from the lockbox import and the
      *    suspense clearing run, so a payment is retired once it is
      *    posted to its receivable and can never be added twice.
      *    A payment with no receivable stays queued until one is
      *    billed.
       apply-payments.
           move zero to ws-eof.
           call "CBL_RENAME_FILE" using
               ws-path-tuitionPayments,
               ws-path-tuitionPaymentsTmp.
           open input tuitionPaymentsTmp.
           if ws-paymenttmp-status = "00"
               open output tuitionPayments
               perform apply-one-payment until end-of-file
               close tuitionPaymentsTmp
               close tuitionPayments
               call "CBL_DELETE_FILE" using
                   ws-path-tuitionPaymentsTmp
           end-if.
           move zero to ws-eof.

       apply-one-payment.
           read tuitionPaymentsTmp into tuitionPaymentRec
               at end
                   set end-of-file to true
               not at end
                       invalid key
                           display "PAYMENT WITHOUT RECEIVABLE: "
                               tp-StudentId " " tp-Term
                           write tuitionPaymentRec
                           add 1 to ws-kept-payment-count
                       not invalid key
                           add tp-amount to rv-paid
                           rewrite receivableRec
      *    A withdrawal past the term's last cutoff is owed nothing
      *    and that is a final answer, so the notice retires rather
      *    than lingering to refund the student's next term.
      *    The percent applies to whatever part of the bill has not
      *    already been credited, so course drops earlier in the
      *    term are not refunded a second time.
       credit-one-refund.
           move "N" to ws-notice-applied.
           move wn-StudentId to rv-StudentId.
           move ws-term to rv-Term.
           move wn-date to ws-refund-date.
           read receivables
               invalid key
                   continue
               not invalid key
                   if rv-refunded not < rv-billed
                       move "Y" to ws-notice-applied
                   else
                       perform find-refund-pct
                       if ws-refund-pct > zero
                           compute ws-unrefunded =
                               rv-billed - rv-refunded
                           compute ws-refund-amount rounded =
                               ws-unrefunded * ws-refund-pct / 100
                           add ws-refund-amount to rv-refunded
                           rewrite receivableRec
                           add 1 to ws-refund-count
                           move "Y" to ws-notice-applied
       check-one-refund-row.
           if rsc-Term(rsc-idx) = ws-term
               move "Y" to ws-term-scheduled
               if rsc-cutoff(rsc-idx) not < ws-refund-date
                   and rsc-cutoff(rsc-idx) < ws-best-cutoff
                   move rsc-cutoff(rsc-idx) to ws-best-cutoff
                   move rsc-pct(rsc-idx) to ws-refund-pct
               end-if
           end-if.

      *    A dropped course is credited its own share of the bill -
      *    credit hours at the course fee - at the schedule percent
      *    for the drop date.  A course removed before the student
      *    was invoiced never made it onto the bill and retires
      *    with nothing to credit; a W course is billed like any
      *    other, so its notice waits for the invoice.  Notices for
      *    other terms stay queued for the run that owns them.
       apply-course-drops.
           move zero to ws-eof.
           call "CBL_RENAME_FILE" using
               ws-path-dropNotices,
               ws-path-dropNoticesTmp.
           open input dropNoticesTmp.
           if ws-droptmp-status = "00"
               open output dropNotices
               perform apply-one-drop until end-of-file
               close dropNoticesTmp
               close dropNotices
               call "CBL_DELETE_FILE" using
                   ws-path-dropNoticesTmp
           end-if.
           move zero to ws-eof.

       apply-one-drop.
           read dropNoticesTmp into dropNoticeRec
               at end
                   set end-of-file to true
               not at end
                   move "N" to ws-notice-applied
                   if dn-Term = ws-term
                       perform credit-one-drop
                   end-if
                   if not notice-applied
                       write dropNoticeRec
                       add 1 to ws-kept-drop-count
                   end-if
           end-read.

       credit-one-drop.
           move dn-StudentId to rv-StudentId.
           move ws-term to rv-Term.
           move dn-date to ws-refund-date.
           read receivables
               invalid key
                   if dn-removed
                       move "Y" to ws-notice-applied
                   end-if
               not invalid key
                   if dn-removed and dn-date < rv-invoiceDate
                       move "Y" to ws-notice-applied
                   else
                       perform find-refund-pct
                       if ws-refund-pct > zero
                           perform compute-drop-credit
                           move "Y" to ws-notice-applied
                       else
                           if term-has-schedule
                               display "NO DROP CREDIT - PAST LAST "
                                   "CUTOFF: " dn-StudentId " "
                                   dn-CourseCode
                               move "Y" to ws-notice-applied
                           end-if
                       end-if
                   end-if
           end-read.

       compute-drop-credit.
           set crs-idx to 1.
           search course-entry
               at end
                   move zero to ws-refund-amount
               when crs-code(crs-idx) = dn-CourseCode
                   compute ws-refund-amount rounded =
                       crs-credits(crs-idx) * crs-fee(crs-idx)
                           * ws-refund-pct / 100
           end-search.
           compute ws-unrefunded = rv-billed - rv-refunded.
           if ws-refund-amount > ws-unrefunded
               move ws-unrefunded to ws-refund-amount
           end-if.
           if ws-refund-amount > zero
               add ws-refund-amount to rv-refunded
               rewrite receivableRec
               add 1 to ws-drop-refund-count
           end-if.

       write-balances.
           write invoiceLine from blank-line.
           write invoiceLine from ws-balances-heading.
           move ws-billed-total to ws-total-disp.
           display "TUITION BILLED: " ws-total-disp.
           display "PAYMENTS POSTED: " ws-payment-count.
           display "PAYMENTS HELD FOR RECEIVABLE: "
               ws-kept-payment-count.
           display "REFUNDS CREDITED: " ws-refund-count.
           display "NOTICES KEPT FOR ANOTHER TERM: "
               ws-kept-notice-count.
           display "COURSE DROPS CREDITED: " ws-drop-refund-count.
           display "DROP NOTICES KEPT FOR ANOTHER TERM: "
               ws-kept-drop-count.
           stop run.

       build-file-paths.
               "TuitionPayments.dat" delimited by size
               into ws-path-tuitionPayments
           end-string.
           move spaces to ws-path-tuitionPaymentsTmp.
           string env-data-dir delimited by space
               "TuitionPayments.tmp" delimited by size
               into ws-path-tuitionPaymentsTmp
           end-string.
           move spaces to ws-path-withdrawalNotices.
           string env-data-dir delimited by space
               "WithdrawalNotices.dat" delimited by size
               "RefundSchedule.dat" delimited by size
               into ws-path-refundSchedule
           end-string.
           move spaces to ws-path-dropNotices.
           string env-data-dir delimited by space
               "CourseDropNotices.dat" delimited by size
               into ws-path-dropNotices
           end-string.
           move spaces to ws-path-dropNoticesTmp.
           string env-data-dir delimited by space
               "CourseDropNotices.tmp" delimited by size
               into ws-path-dropNoticesTmp
           end-string.
           move spaces to ws-path-termMaster.
           string env-data-dir delimited by space
               "TermMaster.dat" delimited by size
               into ws-path-termMaster
           end-string.
           move spaces to ws-path-paramFile.
           string env-data-dir delimited by space
               "Tuition_Params.dat" delimited by size
