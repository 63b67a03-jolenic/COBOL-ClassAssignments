      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. SuspenseClear as "SuspenseClear".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select clearInput assign ws-path-clearInput
                   organization line sequential
                   file status is ws-input-status.
               select lockboxSuspense assign ws-path-lockboxSuspense
                   organization line sequential
                   file status is ws-suspense-status.
               select lockboxSuspenseTmp
                   assign ws-path-lockboxSuspenseTmp
                   organization line sequential
                   file status is ws-suspensetmp-status.
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
               select suspenseAudit assign ws-path-suspenseAudit
                   organization line sequential
                   file status is ws-audit-status.
               select operatorFile assign ws-path-operatorFile
                   organization line sequential
                   file status is ws-operator-status.

       data division.
       file section.
      *    Finance's assignments: the suspense item by deposit date
      *    and bank reference, the student it belongs to and, when
      *    known, the term to post it against.
       FD clearInput.
       01 clearInputRec.
           03 sc-DepositDate       pic x(8).
           03 sc-Reference         pic x(12).
           03 sc-StudentId         pic 9(9).
           03 sc-Term              pic x(5).
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
       FD lockboxSuspenseTmp.
       01 suspenseTmpRec           pic x(114).
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
       FD suspenseAudit.
       01 suspenseAuditRec.
           03 sa-date              pic 9(8).
           03 filler               pic x value space.
           03 sa-time              pic 9(6).
           03 filler               pic x value space.
           03 sa-operator          pic x(8).
           03 filler               pic x value space.
           03 sa-DepositDate       pic x(8).
           03 filler               pic x value space.
           03 sa-Reference         pic x(12).
           03 filler               pic x value space.
           03 sa-Amount            pic 9(7)V9(2).
           03 filler               pic x value space.
           03 sa-StudentId         pic 9(9).
           03 filler               pic x value space.
           03 sa-Term              pic x(5).
           03 filler               pic x value space.
           03 sa-held-reason       pic x(20).
       FD operatorFile.
       01 operatorRec              pic x(8).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-input-status       pic x(2).
       01 ws-suspense-status    pic x(2).
       01 ws-suspensetmp-status pic x(2).
       01 ws-student-status     pic x(2).
       01 ws-recv-status        pic x(2).
       01 ws-payment-status     pic x(2).
       01 ws-audit-status       pic x(2).
       01 ws-operator-status    pic x(2).
       01 ws-operator-id        pic x(8) value "UNKNOWN".
       01 ws-files-open         pic x(1) value "N".
           88 clear-files-open         value "Y".
       01 ws-run-date           pic 9(8).
       01 ws-time-now           pic 9(8).
       01 ws-cleared-count      pic 9(6) value 0.
       01 ws-rejected-count     pic 9(6) value 0.
       01 ws-kept-count         pic 9(6) value 0.
       01 ws-reject-reason      pic x(30).
       01 ws-post-term          pic x(5).
       01 ws-balance            pic s9(6)V9(2).
       01 ws-oldest-invoice     pic 9(8).
       01 ws-student-eof        pic x(1).
           88 end-of-student-receivables value "Y".
       01 clear-table.
           03 clear-entry occurs 200 times indexed by clr-idx.
               05 clr-DepositDate   pic x(8).
               05 clr-Reference     pic x(12).
               05 clr-StudentId     pic 9(9).
               05 clr-Term          pic x(5).
               05 clr-Used          pic x(1).
       01 clear-count           pic 9(4) comp value 0.

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-clearInput  pic x(70).
           03 ws-path-lockboxSuspense  pic x(70).
           03 ws-path-lockboxSuspenseTmp  pic x(70).
           03 ws-path-StudentFile  pic x(70).
           03 ws-path-receivables  pic x(70).
           03 ws-path-tuitionPayments  pic x(70).
           03 ws-path-suspenseAudit  pic x(70).
           03 ws-path-operatorFile  pic x(70).

      *    Clears lockbox payments held in suspense once finance
      *    knows whose they are.  The held item moves to
      *    TuitionPayments against the term given (or the student's
      *    oldest open receivable when no term is given), leaves
      *    the suspense file, and the clearing goes on the suspense
      *    audit with the operator.  An assignment that fails
      *    validation leaves the item held; one that names no held
      *    item is reported.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           perform process-rec until end-of-file.
           perform end-para.

       init-para.
           perform read-operator-id.
           accept ws-run-date from date YYYYMMDD.
           perform load-clear-table.
           if clear-count = zero
               display "NO SUSPENSE CLEARINGS TO APPLY"
               set end-of-file to true
           else
               call "CBL_RENAME_FILE" using
                   ws-path-lockboxSuspense,
                   ws-path-lockboxSuspenseTmp
               open input lockboxSuspenseTmp
               if ws-suspensetmp-status not = "00"
                   display "SUSPENSE FILE NOT FOUND - RUN ABANDONED"
                   set end-of-file to true
               else
                   open output lockboxSuspense
                   open input StudentFile
                   open input receivables
                   open extend tuitionPayments
                   if ws-payment-status = "35"
                       open output tuitionPayments
                   end-if
                   open extend suspenseAudit
                   if ws-audit-status = "35"
                       open output suspenseAudit
                   end-if
                   move "Y" to ws-files-open
                   perform read-file
               end-if
           end-if.

       read-operator-id.
           open input operatorFile.
           if ws-operator-status = "00"
               read operatorFile
                   at end
                       continue
                   not at end
                       move operatorRec to ws-operator-id
               end-read
               close operatorFile
           end-if.

       load-clear-table.
           open input clearInput.
           if ws-input-status = "00"
               perform load-one-clearing
                   until ws-input-status not = "00"
                   or clear-count = 200
               close clearInput
           end-if.

       load-one-clearing.
           read clearInput
               at end
                   continue
               not at end
                   add 1 to clear-count
                   set clr-idx to clear-count
                   move sc-DepositDate to clr-DepositDate(clr-idx)
                   move sc-Reference to clr-Reference(clr-idx)
                   move sc-StudentId to clr-StudentId(clr-idx)
                   move sc-Term to clr-Term(clr-idx)
                   move "N" to clr-Used(clr-idx)
           end-read.

       read-file.
           read lockboxSuspenseTmp into suspenseRec
               at end
                   set end-of-file to true
           end-read.

       process-rec.
           set clr-idx to 1.
           search clear-entry
               at end
                   perform keep-suspense-item
               when clr-idx > clear-count
                   perform keep-suspense-item
               when clr-DepositDate(clr-idx) = su-DepositDate
                   and clr-Reference(clr-idx) = su-Reference
                   and clr-Used(clr-idx) = "N"
                   move "Y" to clr-Used(clr-idx)
                   perform validate-clearing
                   if ws-reject-reason = spaces
                       perform clear-suspense-item
                   else
                       display ws-reject-reason " "
                           su-Reference " " clr-StudentId(clr-idx)
                       add 1 to ws-rejected-count
                       perform keep-suspense-item
                   end-if
           end-search.
           perform read-file.

       validate-clearing.
           move spaces to ws-reject-reason.
           move spaces to ws-post-term.
           move clr-StudentId(clr-idx) to StudentId.
           read StudentFile
               invalid key
                   move "STUDENT NOT ON FILE:" to ws-reject-reason
           end-read.
           evaluate true
               when ws-reject-reason not = spaces
                   continue
               when su-Amount > 99999.99
                   move "AMOUNT TOO LARGE TO POST:" to ws-reject-reason
               when clr-Term(clr-idx) not = spaces
                   move clr-StudentId(clr-idx) to rv-StudentId
                   move clr-Term(clr-idx) to rv-Term
                   read receivables
                       invalid key
                           move "NO RECEIVABLE FOR TERM:"
                               to ws-reject-reason
                       not invalid key
                           move clr-Term(clr-idx) to ws-post-term
                   end-read
               when other
                   perform find-oldest-open-term
                   if ws-post-term = spaces
                       move "NO OPEN RECEIVABLE:" to ws-reject-reason
                   end-if
           end-evaluate.

       find-oldest-open-term.
           move 99999999 to ws-oldest-invoice.
           move "N" to ws-student-eof.
           move clr-StudentId(clr-idx) to rv-StudentId.
           move low-values to rv-Term.
           start receivables key not < rv-key
               invalid key
                   move "Y" to ws-student-eof
           end-start.
           perform check-one-receivable
               until end-of-student-receivables.

       check-one-receivable.
           read receivables next
               at end
                   move "Y" to ws-student-eof
               not at end
                   if rv-StudentId not = clr-StudentId(clr-idx)
                       move "Y" to ws-student-eof
                   else
                       compute ws-balance =
                           rv-billed - rv-paid - rv-refunded
                       if ws-balance > zero
                           and rv-invoiceDate < ws-oldest-invoice
                           move rv-invoiceDate to ws-oldest-invoice
                           move rv-Term to ws-post-term
                       end-if
                   end-if
           end-read.

       clear-suspense-item.
           move clr-StudentId(clr-idx) to tp-StudentId.
           move ws-post-term to tp-Term.
           move su-Amount to tp-amount.
           write tuitionPaymentRec.
           add 1 to ws-cleared-count.
           perform write-audit-record.

       keep-suspense-item.
           write suspenseRec.
           add 1 to ws-kept-count.

       write-audit-record.
           move ws-run-date to sa-date.
           accept ws-time-now from time.
           move ws-time-now(1:6) to sa-time.
           move ws-operator-id to sa-operator.
           move su-DepositDate to sa-DepositDate.
           move su-Reference to sa-Reference.
           move su-Amount to sa-Amount.
           move clr-StudentId(clr-idx) to sa-StudentId.
           move ws-post-term to sa-Term.
           move su-Reason to sa-held-reason.
           write suspenseAuditRec.

       report-unmatched-clearing.
           if clr-Used(clr-idx) = "N"
               display "NOT IN SUSPENSE: " clr-DepositDate(clr-idx)
                   " " clr-Reference(clr-idx)
               add 1 to ws-rejected-count
           end-if.

       end-para.
           if clear-files-open
               close lockboxSuspenseTmp
               close lockboxSuspense
               close StudentFile
               close receivables
               close tuitionPayments
               close suspenseAudit
               call "CBL_DELETE_FILE" using
                   ws-path-lockboxSuspenseTmp
               perform report-unmatched-clearing
                   varying clr-idx from 1 by 1
                   until clr-idx > clear-count
           end-if.
           display "SUSPENSE ITEMS CLEARED: " ws-cleared-count.
           display "CLEARINGS REJECTED: " ws-rejected-count.
           display "ITEMS STILL IN SUSPENSE: " ws-kept-count.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-clearInput.
           string env-data-dir delimited by space
               "SuspenseClearInput.dat" delimited by size
               into ws-path-clearInput
           end-string.
           move spaces to ws-path-lockboxSuspense.
           string env-data-dir delimited by space
               "LockboxSuspense.dat" delimited by size
               into ws-path-lockboxSuspense
           end-string.
           move spaces to ws-path-lockboxSuspenseTmp.
           string env-data-dir delimited by space
               "LockboxSuspense.tmp" delimited by size
               into ws-path-lockboxSuspenseTmp
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
           move spaces to ws-path-suspenseAudit.
           string env-data-dir delimited by space
               "SuspenseAudit.dat" delimited by size
               into ws-path-suspenseAudit
           end-string.
           move spaces to ws-path-operatorFile.
           string env-data-dir delimited by space
               "CurrentOperator.dat" delimited by size
               into ws-path-operatorFile
           end-string.

       end program SuspenseClear.
