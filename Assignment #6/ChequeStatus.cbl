      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. ChequeStatus as "ChequeStatus".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select chequeTransactions
                   assign ws-path-chequeTransactions
                   organization line sequential
                   file status is ws-input-status.
               select outstandingCheques
                   assign ws-path-outstandingCheques
                   organization indexed
                   access mode dynamic
                   record key is oc-chequeNo
                   file status is ws-outstanding-status.
               select chequeAudit assign ws-path-chequeAudit
                   organization line sequential
                   file status is ws-audit-status.
               select reissueQueue assign ws-path-reissueQueue
                   organization line sequential
                   file status is ws-reissue-status.
               select operatorFile assign ws-path-operatorFile
                   organization line sequential
                   file status is ws-operator-status.
               select statusRegister assign ws-path-statusRegister
                   organization line sequential.

       data division.
       file section.
       FD chequeTransactions.
       01 chequeTransactionRec.
           03 ct-chequeNo          pic x(8).
           03 filler               pic x.
           03 ct-action            pic x(1).
               88 ct-cashed                value "C".
               88 ct-void                  value "V".
               88 ct-stop                  value "S".
           03 filler               pic x.
           03 ct-date              pic x(8).
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
               88 oc-voided                value "V".
               88 oc-stopped               value "S".
           03 oc-status-date        pic 9(8).
       FD chequeAudit.
       01 chequeAuditRec.
           03 ka-chequeNo          pic 9(8).
           03 filler               pic x value space.
           03 ka-employeeID        pic x(4).
           03 filler               pic x value space.
           03 ka-date              pic 9(8).
           03 filler               pic x value space.
           03 ka-time              pic 9(6).
           03 filler               pic x value space.
           03 ka-operator          pic x(8).
           03 filler               pic x value space.
           03 ka-bef-status        pic x(1).
           03 filler               pic x value space.
           03 ka-aft-status        pic x(1).
           03 filler               pic x value space.
           03 ka-status-date       pic 9(8).
           03 filler               pic x value space.
           03 ka-amount            pic 9(7)V9(2).
       FD reissueQueue.
       01 reissueRec.
           03 rq-week-ending       pic x(10).
           03 filler               pic x value space.
           03 rq-employeeID        pic x(4).
           03 filler               pic x value space.
           03 rq-amount            pic 9(7)V9(2).
           03 filler               pic x value space.
           03 rq-transit           pic x(9).
           03 filler               pic x value space.
           03 rq-account           pic x(12).
           03 filler               pic x value space.
           03 rq-reason            pic x(3).
           03 filler               pic x value space.
           03 rq-pay-type          pic x(1).
       FD operatorFile.
       01 operatorRec              pic x(8).
       FD statusRegister.
       01 registerLine             pic x(80).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-input-status       pic x(2).
       01 ws-outstanding-status pic x(2).
       01 ws-audit-status       pic x(2).
       01 ws-reissue-status     pic x(2).
       01 ws-operator-status    pic x(2).
       01 ws-operator-id        pic x(8) value "UNKNOWN".
       01 ws-run-date           pic 9(8).
       01 ws-time-now           pic 9(8).
       01 ws-cheque-x           pic x(8).
       01 ws-cheque-num redefines ws-cheque-x pic 9(8).
       01 ws-before-status      pic x(1).
       01 ws-applied-count      pic 9(6) value 0.
       01 ws-rejected-count     pic 9(6) value 0.
       01 ws-cashed-count       pic 9(6) value 0.
       01 ws-cashed-total       pic 9(9)V9(2) value 0.
       01 ws-cancelled-count    pic 9(6) value 0.
       01 ws-cancelled-total    pic 9(9)V9(2) value 0.
       01 ws-outstanding-count  pic 9(6) value 0.
       01 ws-outstanding-total  pic 9(9)V9(2) value 0.
       01 ws-scan-eof           pic x(1) value "N".
           88 end-of-scan              value "Y".
       01 ws-report-title.
           03 filler            pic x(36) value
               "Cheque status transactions -       ".
           03 rgt-date          pic 9(8).
           03 filler            pic x(12) value "  OPERATOR ".
           03 rgt-operator      pic x(8).
       01 ws-column-heads.
           03 filler pic x(10) value "CHEQUE NO ".
           03 filler pic x(7)  value "ACTION ".
           03 filler pic x(10) value "DATE      ".
           03 filler pic x(7)  value "EMP ID ".
           03 filler pic x(14) value "      AMOUNT  ".
           03 filler pic x(30) value "RESULT".
       01 ws-detail-line.
           03 dtl-chequeNo      pic x(8).
           03 filler            pic x(4).
           03 dtl-action        pic x(1).
           03 filler            pic x(2).
           03 dtl-date          pic x(8).
           03 filler            pic x(2).
           03 dtl-employeeID    pic x(4).
           03 filler            pic x(3).
           03 dtl-amount        pic Z(6)9.9(2).
           03 filler            pic x(2).
           03 dtl-note          pic x(34).
       01 ws-count-line.
           03 cnl-label         pic x(26).
           03 cnl-count         pic Z(5)9.
           03 filler            pic x(3).
           03 cnl-amount        pic Z(8)9.9(2).
       01 dashLine              pic x(70) value all "-".
       01 blank-line            pic x value " ".
       01 ws-joblog-count       pic 9(6) value 0.
       01 ws-joblog-program     pic x(12) value "ChequeStatus".
       01 ws-joblog-runid      pic x(14).
       01 ws-runid-date        pic 9(8).
       01 ws-runid-time        pic 9(8).
       01 ws-joblog-event       pic x(10).
       01 ws-joblog-status      pic x(20).

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-chequeTransactions  pic x(70).
           03 ws-path-outstandingCheques  pic x(70).
           03 ws-path-chequeAudit  pic x(70).
           03 ws-path-reissueQueue  pic x(70).
           03 ws-path-operatorFile  pic x(70).
           03 ws-path-statusRegister  pic x(70).

      *    Clears manual cheques off the outstanding file as the
      *    bank reports them cashed, or as payroll voids or stops
      *    them.  Only an outstanding cheque can change status.  A
      *    voided or stopped cheque still owes the employee, so it
      *    goes onto the payment reissue queue, and every change is
      *    audited with the operator who made it.  The register
      *    closes with what remains outstanding.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           perform process-rec until end-of-file.
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
           accept ws-run-date from date YYYYMMDD.
           perform read-operator-id.
           open input chequeTransactions.
           if ws-input-status not = "00"
               display "CHEQUE TRANSACTIONS FILE NOT FOUND"
               set end-of-file to true
           else
               open i-o outstandingCheques
               if ws-outstanding-status not = "00"
                   display "OUTSTANDING CHEQUE FILE NOT FOUND"
                   close chequeTransactions
                   move "35" to ws-input-status
                   set end-of-file to true
               else
                   open extend chequeAudit
                   if ws-audit-status = "35"
                       open output chequeAudit
                   end-if
                   open extend reissueQueue
                   if ws-reissue-status = "35"
                       open output reissueQueue
                   end-if
                   open output statusRegister
                   move ws-run-date to rgt-date
                   move ws-operator-id to rgt-operator
                   write registerLine from ws-report-title
                   write registerLine from dashLine
                   write registerLine from ws-column-heads
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

       read-file.
           read chequeTransactions
               at end
                   set end-of-file to true
           end-read.

       process-rec.
           move ct-chequeNo to dtl-chequeNo.
           move ct-action to dtl-action.
           move ct-date to dtl-date.
           move spaces to dtl-employeeID.
           move zero to dtl-amount.
           move ct-chequeNo to ws-cheque-x.
           evaluate true
               when ws-cheque-x not numeric
                   move "REJECTED - BAD CHEQUE NUMBER" to dtl-note
                   add 1 to ws-rejected-count
               when not ct-cashed and not ct-void and not ct-stop
                   move "REJECTED - ACTION MUST BE C, V OR S"
                       to dtl-note
                   add 1 to ws-rejected-count
               when ct-date not numeric
                   move "REJECTED - BAD DATE" to dtl-note
                   add 1 to ws-rejected-count
               when other
                   perform apply-transaction
           end-evaluate.
           write registerLine from ws-detail-line.
           perform read-file.

       apply-transaction.
           move ws-cheque-num to oc-chequeNo.
           read outstandingCheques
               invalid key
                   move "REJECTED - CHEQUE NOT ON FILE" to dtl-note
                   add 1 to ws-rejected-count
               not invalid key
                   move oc-employeeID to dtl-employeeID
                   move oc-amount to dtl-amount
                   if oc-outstanding
                       perform change-cheque-status
                   else
                       move spaces to dtl-note
                       string "REJECTED - ALREADY " delimited by size
                           oc-status delimited by size
                           into dtl-note
                       end-string
                       add 1 to ws-rejected-count
                   end-if
           end-read.

       change-cheque-status.
           move oc-status to ws-before-status.
           move ct-action to oc-status.
           move ct-date to oc-status-date.
           rewrite outstandingChequeRec.
           perform write-audit-record.
           add 1 to ws-applied-count.
           evaluate true
               when ct-cashed
                   move "CASHED" to dtl-note
                   add 1 to ws-cashed-count
                   add oc-amount to ws-cashed-total
               when ct-void
                   move "VOIDED - QUEUED FOR REISSUE" to dtl-note
                   perform queue-reissue
               when ct-stop
                   move "STOPPED - QUEUED FOR REISSUE" to dtl-note
                   perform queue-reissue
           end-evaluate.

       queue-reissue.
           move oc-week-ending to rq-week-ending.
           move oc-employeeID to rq-employeeID.
           move oc-amount to rq-amount.
           move spaces to rq-transit.
           move spaces to rq-account.
           if ct-void
               move "VOD" to rq-reason
           else
               move "STP" to rq-reason
           end-if.
           move oc-pay-type to rq-pay-type.
           write reissueRec.
           add 1 to ws-cancelled-count.
           add oc-amount to ws-cancelled-total.

       write-audit-record.
           move oc-chequeNo to ka-chequeNo.
           move oc-employeeID to ka-employeeID.
           accept ka-date from date YYYYMMDD.
           accept ws-time-now from time.
           move ws-time-now(1:6) to ka-time.
           move ws-operator-id to ka-operator.
           move ws-before-status to ka-bef-status.
           move oc-status to ka-aft-status.
           move oc-status-date to ka-status-date.
           move oc-amount to ka-amount.
           write chequeAuditRec.

      *    What is still outstanding after the transactions is the
      *    figure the bank reconciliation needs for manual cheques.
       total-outstanding.
           move zero to oc-chequeNo.
           start outstandingCheques key is not less than oc-chequeNo
               invalid key
                   move "Y" to ws-scan-eof
           end-start.
           perform sum-one-outstanding until end-of-scan.

       sum-one-outstanding.
           read outstandingCheques next record
               at end
                   move "Y" to ws-scan-eof
               not at end
                   if oc-outstanding
                       add 1 to ws-outstanding-count
                       add oc-amount to ws-outstanding-total
                   end-if
           end-read.

       end-para.
           if ws-input-status = "00" or ws-input-status = "10"
               perform total-outstanding
               write registerLine from blank-line
               move "CHEQUES CASHED:" to cnl-label
               move ws-cashed-count to cnl-count
               move ws-cashed-total to cnl-amount
               write registerLine from ws-count-line
               move "CHEQUES VOIDED OR STOPPED:" to cnl-label
               move ws-cancelled-count to cnl-count
               move ws-cancelled-total to cnl-amount
               write registerLine from ws-count-line
               move "CHEQUES STILL OUTSTANDING:" to cnl-label
               move ws-outstanding-count to cnl-count
               move ws-outstanding-total to cnl-amount
               write registerLine from ws-count-line
               close chequeTransactions
               close outstandingCheques
               close chequeAudit
               close reissueQueue
               close statusRegister
           end-if.
           display "CHEQUE TRANSACTIONS APPLIED: " ws-applied-count.
           display "CHEQUE TRANSACTIONS REJECTED: " ws-rejected-count.
           display "CHEQUES STILL OUTSTANDING: " ws-outstanding-count.
           move ws-applied-count to ws-joblog-count.
           move "END" to ws-joblog-event.
           move "COMPLETED" to ws-joblog-status.
           call "JobLog" using ws-joblog-program, ws-joblog-event,
               ws-joblog-count, ws-joblog-status,
               ws-joblog-runid.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-chequeTransactions.
           string env-data-dir delimited by space
               "ChequeTransactions.dat" delimited by size
               into ws-path-chequeTransactions
           end-string.
           move spaces to ws-path-outstandingCheques.
           string env-data-dir delimited by space
               "OutstandingCheques.dat" delimited by size
               into ws-path-outstandingCheques
           end-string.
           move spaces to ws-path-chequeAudit.
           string env-data-dir delimited by space
               "ChequeAudit.dat" delimited by size
               into ws-path-chequeAudit
           end-string.
           move spaces to ws-path-reissueQueue.
           string env-data-dir delimited by space
               "PaymentReissue.dat" delimited by size
               into ws-path-reissueQueue
           end-string.
           move spaces to ws-path-operatorFile.
           string env-data-dir delimited by space
               "CurrentOperator.dat" delimited by size
               into ws-path-operatorFile
           end-string.
           move spaces to ws-path-statusRegister.
           string env-data-dir delimited by space
               "ChequeStatus.rpt" delimited by size
               into ws-path-statusRegister
           end-string.

       end program ChequeStatus.
