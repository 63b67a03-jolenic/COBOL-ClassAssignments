      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. LockboxImport as "LockboxImport".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select lockboxFile assign ws-path-lockboxFile
                   organization line sequential
                   file status is ws-lockbox-status.
               select StudentFile assign ws-path-StudentFile
                   organization indexed
                   access mode dynamic
                   record key is StudentId
                   alternate record key is Surname
                       with duplicates
                   file status is ws-student-status.
               select receivables assign ws-path-receivables
                   organization indexed
                   access mode dynamic
                   record key is rv-key
                   file status is ws-recv-status.
               select tuitionPayments assign ws-path-tuitionPayments
                   organization line sequential
                   file status is ws-payment-status.
               select lockboxSuspense assign ws-path-lockboxSuspense
                   organization line sequential
                   file status is ws-suspense-status.
               select lockboxControl assign ws-path-lockboxControl
                   organization line sequential
                   file status is ws-control-status.
               select reconReport assign ws-path-reconReport
                   organization line sequential.

       data division.
       file section.
      *    The bank's daily lockbox file: one D row per payment
      *    received, and a T row carrying the bank's own item count
      *    and deposit total.
       FD lockboxFile.
       01 lockboxRec.
           03 lb-RecType           pic x(1).
               88 lb-detail                value "D".
               88 lb-trailer               value "T".
           03 lb-DepositDate       pic x(8).
           03 lb-Reference         pic x(12).
           03 lb-PayerName         pic x(30).
           03 lb-Amount            pic 9(7)V9(2).
           03 lb-StudentRef        pic x(30).
       01 lockboxTrailerRec.
           03 filler               pic x(1).
           03 lt-DepositDate       pic x(8).
           03 lt-ItemCount         pic 9(6).
           03 lt-Total             pic 9(9)V9(2).
       FD StudentFile.
       01 StudentInfo.
           03 StudentId        PIC 9(9).
           03 StudentName.
               05 Surname      PIC X(30).
               05 Initials     PIC X(4).
               05 GivenName    PIC X(30).
           03 DateOfBirth.
               05 BirthYear    PIC 9(4).
               05 BirthMonth   PIC 9(2).
               05 BirthDay     PIC 9(2).
           03 ProgramCode      PIC X(3).
           03 Gender           PIC A(1).
           03 StudentStatus    PIC X(1).
           03 StatusDate       PIC 9(8).
       FD receivables.
       01 receivableRec.
           03 rv-key.
               05 rv-StudentId     pic 9(9).
               05 rv-Term          pic x(5).
           03 rv-billed            pic 9(5)V9(2).
           03 rv-paid              pic 9(5)V9(2).
           03 rv-refunded          pic 9(5)V9(2).
           03 rv-invoiceDate       pic 9(8).
       FD tuitionPayments.
       01 tuitionPaymentRec.
           03 tp-StudentId         pic 9(9).
           03 filler               pic x value space.
           03 tp-Term              pic x(5).
           03 filler               pic x value space.
           03 tp-amount            pic 9(5)V9(2).
       FD lockboxSuspense.
       01 suspenseRec.
           03 su-DepositDate       pic x(8).
           03 filler               pic x value space.
           03 su-Reference         pic x(12).
           03 filler               pic x value space.
           03 su-PayerName         pic x(30).
           03 filler               pic x value space.
           03 su-Amount            pic 9(7)V9(2).
           03 filler               pic x value space.
           03 su-StudentRef        pic x(30).
           03 filler               pic x value space.
           03 su-Reason            pic x(20).
       FD lockboxControl.
       01 lockboxControlRec.
           03 lc-DepositDate       pic x(8).
           03 filler               pic x value space.
           03 lc-ImportDate        pic 9(8).
       FD reconReport.
       01 reconLine                pic x(80).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-lockbox-status     pic x(2).
       01 ws-student-status     pic x(2).
       01 ws-recv-status        pic x(2).
       01 ws-payment-status     pic x(2).
       01 ws-suspense-status    pic x(2).
       01 ws-control-status     pic x(2).
       01 ws-run-date           pic 9(8).
       01 ws-deposit-date       pic x(8) value spaces.
       01 ws-already-imported   pic x(1) value "N".
           88 deposit-imported         value "Y".
       01 ws-files-open         pic x(1) value "N".
           88 import-files-open        value "Y".
       01 ws-trailer-seen       pic x(1) value "N".
           88 trailer-seen             value "Y".
       01 ws-bank-count         pic 9(6) value 0.
       01 ws-bank-total         pic 9(9)V9(2) value 0.
       01 ws-item-count         pic 9(6) value 0.
       01 ws-item-total         pic 9(9)V9(2) value 0.
       01 ws-matched-count      pic 9(6) value 0.
       01 ws-matched-total      pic 9(9)V9(2) value 0.
       01 ws-suspense-count     pic 9(6) value 0.
       01 ws-suspense-total     pic 9(9)V9(2) value 0.
       01 ws-difference         pic s9(9)V9(2).
       01 ws-suspense-reason    pic x(20).
       01 ws-ref-pos            pic 9(2) comp.
       01 ws-ref-found          pic x(1).
           88 ref-found                value "Y".
       01 ws-ref-student        pic 9(9).
       01 ws-tally              pic 9(4) comp.
       01 ws-balance            pic s9(6)V9(2).
       01 ws-matched-term       pic x(5).
       01 ws-oldest-invoice     pic 9(8).
       01 ws-student-eof        pic x(1).
           88 end-of-student-receivables value "Y".
       01 open-table.
           03 open-entry occurs 20 times indexed by opn-idx.
               05 opn-Term          pic x(5).
               05 opn-InvoiceDate   pic 9(8).
       01 open-count            pic 9(4) comp value 0.
       01 ws-report-title.
           03 filler            pic x(36) value
               "Lockbox deposit reconciliation for ".
           03 rpt-DepositDate   pic x(8).
       01 ws-column-heads.
           03 filler pic x(14) value "REFERENCE".
           03 filler pic x(22) value "PAYER".
           03 filler pic x(13) value "       AMOUNT".
           03 filler pic x(11) value "  STUDENT".
           03 filler pic x(7)  value "TERM".
           03 filler pic x(13) value "DISPOSITION".
       01 ws-detail-line.
           03 dtl-Reference     pic x(12).
           03 filler            pic x(2).
           03 dtl-PayerName     pic x(20).
           03 filler            pic x(2).
           03 dtl-Amount        pic Z,ZZZ,ZZ9.99.
           03 filler            pic x(2).
           03 dtl-StudentId     pic x(9).
           03 filler            pic x(2).
           03 dtl-Term          pic x(5).
           03 filler            pic x(2).
           03 dtl-Disposition   pic x(20).
       01 ws-total-line.
           03 tot-label         pic x(30).
           03 tot-count         pic ZZZ,ZZ9.
           03 filler            pic x(3).
           03 tot-amount        pic ZZZ,ZZZ,ZZ9.99-.
       01 ws-result-line.
           03 filler            pic x(30) value "DEPOSIT RESULT:".
           03 rsl-result        pic x(30).
       01 dashLine              pic x(80) value all "-".
       01 blank-line            pic x value " ".

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-lockboxFile  pic x(70).
           03 ws-path-StudentFile  pic x(70).
           03 ws-path-receivables  pic x(70).
           03 ws-path-tuitionPayments  pic x(70).
           03 ws-path-lockboxSuspense  pic x(70).
           03 ws-path-lockboxControl  pic x(70).
           03 ws-path-reconReport  pic x(70).

      *    Imports the bank's daily lockbox file.  The student is
      *    taken from the first nine-digit number in the payer's
      *    free-form reference and must be on StudentFile with an
      *    open (unpaid) receivable: the term named in the
      *    reference if it is open, otherwise the oldest open
      *    invoice.  Matched payments become TuitionPayments rows
      *    for TuitionBilling to post; everything else is held on
      *    the suspense file with the reason until finance clears
      *    it.  The reconciliation proves the bank's deposit total
      *    equals matched plus suspense.  A deposit date already
      *    imported is refused so a rerun cannot post twice.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           perform process-rec until end-of-file.
           perform end-para.

       init-para.
           accept ws-run-date from date YYYYMMDD.
           open input lockboxFile.
           if ws-lockbox-status not = "00"
               display "LOCKBOX FILE NOT FOUND"
               set end-of-file to true
           else
               perform read-file
               if end-of-file
                   display "LOCKBOX FILE EMPTY"
               else
                   move lb-DepositDate to ws-deposit-date
                   perform check-deposit-imported
                   if deposit-imported
                       display "LOCKBOX DEPOSIT " ws-deposit-date
                           " ALREADY IMPORTED - RUN REFUSED"
                       set end-of-file to true
                   else
                       perform open-import-files
                   end-if
               end-if
           end-if.

       check-deposit-imported.
           open input lockboxControl.
           if ws-control-status = "00"
               perform check-one-control
                   until ws-control-status not = "00"
                   or deposit-imported
               close lockboxControl
           end-if.

       check-one-control.
           read lockboxControl
               at end
                   continue
               not at end
                   if lc-DepositDate = ws-deposit-date
                       move "Y" to ws-already-imported
                   end-if
           end-read.

      *    Without the student and receivables files nothing can
      *    be matched, so the deposit is left unimported for a rerun
      *    and the run ends with a non-zero return code.
       open-import-files.
           open input StudentFile.
           if ws-student-status not = "00"
               display "STUDENT FILE NOT FOUND - RUN ABANDONED"
               move 8 to return-code
               set end-of-file to true
           else
               open input receivables
               if ws-recv-status not = "00"
                   display "RECEIVABLES FILE NOT FOUND - STATUS "
                       ws-recv-status " - RUN ABANDONED"
                   close StudentFile
                   move 8 to return-code
                   set end-of-file to true
               else
                   perform open-posting-files
               end-if
           end-if.

       open-posting-files.
           open extend tuitionPayments.
           if ws-payment-status = "35"
               open output tuitionPayments
           end-if.
           open extend lockboxSuspense.
           if ws-suspense-status = "35"
               open output lockboxSuspense
           end-if.
           open output reconReport.
           move "Y" to ws-files-open.
           move ws-deposit-date to rpt-DepositDate.
           write reconLine from ws-report-title.
           write reconLine from dashLine.
           write reconLine from ws-column-heads.

       read-file.
           read lockboxFile
               at end
                   set end-of-file to true
           end-read.

       process-rec.
           evaluate true
               when lb-trailer
                   move "Y" to ws-trailer-seen
                   if lt-ItemCount is numeric
                       move lt-ItemCount to ws-bank-count
                   end-if
                   if lt-Total is numeric
                       move lt-Total to ws-bank-total
                   end-if
               when lb-detail
                   perform match-one-payment
               when other
                   display "UNRECOGNIZED LOCKBOX RECORD TYPE: "
                       lb-RecType " " lb-Reference
           end-evaluate.
           perform read-file.

       match-one-payment.
           add 1 to ws-item-count.
           if lb-Amount not numeric
               move zero to lb-Amount
           end-if.
           add lb-Amount to ws-item-total.
           move spaces to ws-detail-line.
           move lb-Reference to dtl-Reference.
           move lb-PayerName to dtl-PayerName.
           move lb-Amount to dtl-Amount.
           move spaces to ws-suspense-reason.
           move spaces to ws-matched-term.
           perform find-student-ref.
           evaluate true
               when lb-Amount = zero
                   move "AMOUNT NOT VALID" to ws-suspense-reason
               when lb-Amount > 99999.99
                   move "AMOUNT TOO LARGE" to ws-suspense-reason
               when not ref-found
                   move "NO STUDENT NUMBER" to ws-suspense-reason
               when other
                   move ws-ref-student to dtl-StudentId
                   perform match-student
           end-evaluate.
           if ws-suspense-reason = spaces
               perform write-matched-payment
           else
               perform write-suspense-row
           end-if.
           write reconLine from ws-detail-line.

      *    The student number is the first run of exactly nine
      *    digits anywhere in the reference.
       find-student-ref.
           move "N" to ws-ref-found.
           perform check-ref-position
               varying ws-ref-pos from 1 by 1
               until ws-ref-pos > 22 or ref-found.

       check-ref-position.
           if lb-StudentRef(ws-ref-pos:9) is numeric
               move "Y" to ws-ref-found
               if ws-ref-pos > 1
                   if lb-StudentRef(ws-ref-pos - 1:1) is numeric
                       move "N" to ws-ref-found
                   end-if
               end-if
               if ws-ref-pos < 22
                   if lb-StudentRef(ws-ref-pos + 9:1) is numeric
                       move "N" to ws-ref-found
                   end-if
               end-if
               if ref-found
                   move lb-StudentRef(ws-ref-pos:9) to ws-ref-student
               end-if
           end-if.

       match-student.
           move ws-ref-student to StudentId.
           read StudentFile
               invalid key
                   move "STUDENT NOT ON FILE" to ws-suspense-reason
               not invalid key
                   perform load-open-receivables
                   if open-count = zero
                       move "NO OPEN RECEIVABLE" to ws-suspense-reason
                   else
                       perform choose-receivable-term
                   end-if
           end-read.

       load-open-receivables.
           move zero to open-count.
           move "N" to ws-student-eof.
           move ws-ref-student to rv-StudentId.
           move low-values to rv-Term.
           start receivables key not < rv-key
               invalid key
                   move "Y" to ws-student-eof
           end-start.
           perform load-one-open-receivable
               until end-of-student-receivables.

       load-one-open-receivable.
           read receivables next
               at end
                   move "Y" to ws-student-eof
               not at end
                   if rv-StudentId not = ws-ref-student
                       move "Y" to ws-student-eof
                   else
                       compute ws-balance =
                           rv-billed - rv-paid - rv-refunded
                       if ws-balance > zero and open-count < 20
                           add 1 to open-count
                           set opn-idx to open-count
                           move rv-Term to opn-Term(opn-idx)
                           move rv-invoiceDate
                               to opn-InvoiceDate(opn-idx)
                       end-if
                   end-if
           end-read.

       choose-receivable-term.
           perform check-term-named
               varying opn-idx from 1 by 1
               until opn-idx > open-count
               or ws-matched-term not = spaces.
           if ws-matched-term = spaces
               move 99999999 to ws-oldest-invoice
               perform check-oldest-term
                   varying opn-idx from 1 by 1
                   until opn-idx > open-count
           end-if.

       check-term-named.
           move zero to ws-tally.
           inspect lb-StudentRef tallying ws-tally
               for all opn-Term(opn-idx).
           if ws-tally > zero
               move opn-Term(opn-idx) to ws-matched-term
           end-if.

       check-oldest-term.
           if opn-InvoiceDate(opn-idx) < ws-oldest-invoice
               move opn-InvoiceDate(opn-idx) to ws-oldest-invoice
               move opn-Term(opn-idx) to ws-matched-term
           end-if.

       write-matched-payment.
           move ws-ref-student to tp-StudentId.
           move ws-matched-term to tp-Term.
           move lb-Amount to tp-amount.
           write tuitionPaymentRec.
           add 1 to ws-matched-count.
           add lb-Amount to ws-matched-total.
           move ws-matched-term to dtl-Term.
           move "MATCHED" to dtl-Disposition.

       write-suspense-row.
           move lb-DepositDate to su-DepositDate.
           move lb-Reference to su-Reference.
           move lb-PayerName to su-PayerName.
           move lb-Amount to su-Amount.
           move lb-StudentRef to su-StudentRef.
           move ws-suspense-reason to su-Reason.
           write suspenseRec.
           add 1 to ws-suspense-count.
           add lb-Amount to ws-suspense-total.
           move ws-suspense-reason to dtl-Disposition.

      *    The deposit balances when the bank's total is fully
      *    accounted for by matched and suspense items; with no
      *    trailer the detail rows themselves are the bank total.
       write-reconciliation.
           if not trailer-seen
               move ws-item-count to ws-bank-count
               move ws-item-total to ws-bank-total
           end-if.
           write reconLine from blank-line.
           move "BANK DEPOSIT TOTAL:" to tot-label.
           move ws-bank-count to tot-count.
           move ws-bank-total to tot-amount.
           write reconLine from ws-total-line.
           move "ITEMS ON LOCKBOX FILE:" to tot-label.
           move ws-item-count to tot-count.
           move ws-item-total to tot-amount.
           write reconLine from ws-total-line.
           move "MATCHED TO STUDENTS:" to tot-label.
           move ws-matched-count to tot-count.
           move ws-matched-total to tot-amount.
           write reconLine from ws-total-line.
           move "HELD IN SUSPENSE:" to tot-label.
           move ws-suspense-count to tot-count.
           move ws-suspense-total to tot-amount.
           write reconLine from ws-total-line.
           compute ws-difference = ws-bank-total
               - ws-matched-total - ws-suspense-total.
           move "DIFFERENCE:" to tot-label.
           move zero to tot-count.
           move ws-difference to tot-amount.
           write reconLine from ws-total-line.
           if ws-difference = zero
               and ws-bank-count = ws-item-count
               move "BALANCED" to rsl-result
           else
               move "OUT OF BALANCE - CALL THE BANK" to rsl-result
           end-if.
           write reconLine from ws-result-line.

       mark-deposit-imported.
           open extend lockboxControl.
           if ws-control-status = "35"
               open output lockboxControl
           end-if.
           move ws-deposit-date to lc-DepositDate.
           move ws-run-date to lc-ImportDate.
           write lockboxControlRec.
           close lockboxControl.

       end-para.
           if import-files-open
               perform write-reconciliation
               close StudentFile
               close receivables
               close tuitionPayments
               close lockboxSuspense
               close reconReport
               perform mark-deposit-imported
           end-if.
           if ws-lockbox-status = "00" or ws-lockbox-status = "10"
               close lockboxFile
           end-if.
           display "LOCKBOX ITEMS READ: " ws-item-count.
           display "PAYMENTS MATCHED: " ws-matched-count.
           display "PAYMENTS TO SUSPENSE: " ws-suspense-count.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-lockboxFile.
           string env-data-dir delimited by space
               "LockboxDeposit.dat" delimited by size
               into ws-path-lockboxFile
           end-string.
           move spaces to ws-path-StudentFile.
           string env-data-dir delimited by space
               "StudentFile.dat" delimited by size
               into ws-path-StudentFile
           end-string.
           move spaces to ws-path-receivables.
           string env-data-dir delimited by space
               "TuitionReceivables.dat" delimited by size
               into ws-path-receivables
           end-string.
           move spaces to ws-path-tuitionPayments.
           string env-data-dir delimited by space
               "TuitionPayments.dat" delimited by size
               into ws-path-tuitionPayments
           end-string.
           move spaces to ws-path-lockboxSuspense.
           string env-data-dir delimited by space
               "LockboxSuspense.dat" delimited by size
               into ws-path-lockboxSuspense
           end-string.
           move spaces to ws-path-lockboxControl.
           string env-data-dir delimited by space
               "LockboxControl.dat" delimited by size
               into ws-path-lockboxControl
           end-string.
           move spaces to ws-path-reconReport.
           string env-data-dir delimited by space
               "LockboxReconcile.rpt" delimited by size
               into ws-path-reconReport
           end-string.

       end program LockboxImport.
