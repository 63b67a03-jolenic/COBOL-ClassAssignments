      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. ChequeRun as "ChequeRun".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select paymentExceptions assign ws-path-payExceptions
                   organization line sequential
                   file status is ws-except-status.
               select paymentFile assign ws-path-paymentFile
                   organization line sequential
                   file status is ws-payment-status.
               select paramFile assign ws-path-paramFile
                   organization line sequential
                   file status is ws-param-status.
               select chequeControl assign ws-path-chequeControl
                   organization line sequential
                   file status is ws-control-status.
               select employeeMaster assign ws-path-employeeMaster
                   organization indexed
                   access mode dynamic
                   record key is em-employeeID
                   file status is ws-empmast-status.
               select outstandingCheques
                   assign ws-path-outstandingCheques
                   organization indexed
                   access mode dynamic
                   record key is oc-chequeNo
                   file status is ws-outstanding-status.
               select chequeRegister assign ws-path-chequeRegister
                   organization line sequential.
               select chequeStubs assign ws-path-chequeStubs
                   organization line sequential.

       data division.
       file section.
       FD paymentExceptions.
       01 paymentExceptionRec.
           03 pe-employeeID        pic x(4).
           03 filler               pic x(3).
           03 pe-amount            pic Z(5)9.9(2).
           03 filler               pic x(3).
           03 pe-message           pic x(30).
           03 filler               pic x(3).
           03 pe-pay-type          pic x(1).
       FD paymentFile.
       01 paymentRec.
           03 pay-rec-type         pic x(1).
               88 pay-header-rec           value "H".
           03 pay-rest             pic x(39).
       01 paymentHeader redefines paymentRec.
           03 filler               pic x(1).
           03 hdr-creation-date    pic 9(8).
           03 hdr-week-ending      pic x(10).
           03 filler               pic x(21).
       FD paramFile.
       01 paramRecord.
           03 param-threshold      pic 9(6)V9(2).
           03 param-week-ending    pic x(10).
           03 param-restart        pic x(1).
           03 param-force          pic x(1).
       FD chequeControl.
       01 chequeControlRec.
           03 cc-last-cheque       pic 9(8).
           03 filler               pic x.
           03 cc-last-week         pic x(10).
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
       FD chequeRegister.
       01 registerLine             pic x(80).
       FD chequeStubs.
       01 stubLine                 pic x(60).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-except-status      pic x(2).
       01 ws-param-status       pic x(2).
       01 ws-payment-status     pic x(2).
       01 ws-payment-week       pic x(10) value spaces.
       01 ws-control-status     pic x(2).
       01 ws-empmast-status     pic x(2).
       01 ws-outstanding-status pic x(2).
       01 ws-week-ending        pic x(10) value "2020-10-24".
       01 ws-run-date           pic 9(8).
       01 ws-next-cheque        pic 9(8) value 0.
       01 ws-first-cheque       pic 9(8) value 0.
       01 ws-last-week          pic x(10) value spaces.
       01 ws-cheque-amount      pic 9(7)V9(2).
       01 ws-issued-count       pic 9(6) value 0.
       01 ws-issued-total       pic 9(9)V9(2) value 0.
       01 ws-zero-count         pic 9(6) value 0.
       01 ws-total-disp         pic Z(8)9.9(2).
       01 ws-report-title.
           03 filler            pic x(38) value
               "Manual cheque register - week ending ".
           03 rgt-week          pic x(10).
           03 filler            pic x(4) value spaces.
           03 filler            pic x(9) value "RUN DATE ".
           03 rgt-date          pic 9(8).
       01 ws-column-heads.
           03 filler pic x(10) value "CHEQUE NO ".
           03 filler pic x(7)  value "EMP ID ".
           03 filler pic x(30) value "NAME".
           03 filler pic x(12) value "PAYMENT".
           03 filler pic x(12) value "      AMOUNT".
       01 ws-detail-line.
           03 dtl-chequeNo      pic 9(8).
           03 filler            pic x(2).
           03 dtl-employeeID    pic x(4).
           03 filler            pic x(3).
           03 dtl-lastName      pic x(14).
           03 filler            pic x(1).
           03 dtl-firstName     pic x(14).
           03 filler            pic x(1).
           03 dtl-pay-type      pic x(10).
           03 filler            pic x(2).
           03 dtl-amount        pic Z(6)9.9(2).
       01 ws-zero-line.
           03 filler            pic x(10) value "NO CHEQUE ".
           03 zrl-employeeID    pic x(4).
           03 filler            pic x(3) value spaces.
           03 filler            pic x(40) value
               "NOTHING LEFT TO PAY AFTER GARNISHMENTS".
       01 ws-count-trailer.
           03 filler            pic x(26) value
               "Cheques issued:           ".
           03 trl-count         pic Z(5)9.
       01 ws-total-trailer.
           03 filler            pic x(26) value
               "Total of cheques issued:  ".
           03 trl-total         pic Z(8)9.9(2).
       01 ws-range-trailer.
           03 filler            pic x(26) value
               "Cheque numbers used:      ".
           03 trl-first         pic 9(8).
           03 filler            pic x(4) value " TO ".
           03 trl-last          pic 9(8).
       01 ws-stub-rule          pic x(60) value all "=".
       01 ws-stub-line-1.
           03 filler            pic x(11) value "CHEQUE NO: ".
           03 stb-chequeNo      pic 9(8).
           03 filler            pic x(16) value spaces.
           03 filler            pic x(6) value "DATE: ".
           03 stb-date          pic 9(8).
       01 ws-stub-line-2.
           03 filler            pic x(11) value "PAY TO:    ".
           03 stb-firstName     pic x(14).
           03 filler            pic x(1) value space.
           03 stb-lastName      pic x(14).
           03 filler            pic x(6) value "  EMP ".
           03 stb-employeeID    pic x(4).
       01 ws-stub-line-3.
           03 filler            pic x(11) value "AMOUNT:    ".
           03 stb-amount        pic $$$,$$$,$$9.9(2).
       01 ws-stub-line-4.
           03 filler            pic x(11) value "FOR:       ".
           03 stb-pay-type      pic x(10).
           03 filler            pic x(13) value " WEEK ENDING ".
           03 stb-week          pic x(10).
       01 dashLine              pic x(70) value all "-".
       01 blank-line            pic x value " ".
       01 ws-joblog-count       pic 9(6) value 0.
       01 ws-joblog-program     pic x(12) value "ChequeRun".
       01 ws-joblog-runid      pic x(14).
       01 ws-runid-date        pic 9(8).
       01 ws-runid-time        pic 9(8).
       01 ws-joblog-event       pic x(10).
       01 ws-joblog-status      pic x(20).

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-payExceptions  pic x(70).
           03 ws-path-paramFile  pic x(70).
           03 ws-path-paymentFile  pic x(70).
           03 ws-path-chequeControl  pic x(70).
           03 ws-path-employeeMaster  pic x(70).
           03 ws-path-outstandingCheques  pic x(70).
           03 ws-path-chequeRegister  pic x(70).
           03 ws-path-chequeStubs  pic x(70).

      *    Runs after BankInterface: every payment the bank could not
      *    take is paid by manual cheque.  Cheque numbers run on from
      *    the control file, each cheque is recorded on the
      *    outstanding-cheque file until ChequeStatus clears it, and
      *    the control file remembers the week so the same
      *    exceptions are never paid twice.  The exceptions file
      *    carries no date of its own, so it is only trusted when
      *    the payment file BankInterface wrote beside it is for
      *    this week; a file left over from an earlier week is
      *    refused.
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
           perform read-params.
           perform read-cheque-control.
           if ws-last-week = ws-week-ending
               display "CHEQUES ALREADY ISSUED FOR WEEK "
                   ws-week-ending " - RUN REFUSED"
               move "END" to ws-joblog-event
               move "HALTED - ALREADY RUN" to ws-joblog-status
               call "JobLog" using ws-joblog-program, ws-joblog-event,
                   ws-joblog-count, ws-joblog-status,
                   ws-joblog-runid
               move 8 to return-code
               stop run
           end-if.
           perform check-payment-week.
           if ws-payment-week not = ws-week-ending
               display "PAYMENT EXCEPTIONS ARE NOT FOR WEEK "
                   ws-week-ending " - RUN REFUSED"
               move "END" to ws-joblog-event
               move "HALTED - WRONG WEEK" to ws-joblog-status
               call "JobLog" using ws-joblog-program, ws-joblog-event,
                   ws-joblog-count, ws-joblog-status,
                   ws-joblog-runid
               move 8 to return-code
               stop run
           end-if.
           open input paymentExceptions.
           if ws-except-status not = "00"
               display "PAYMENT EXCEPTIONS FILE NOT FOUND"
               set end-of-file to true
           else
               open input employeeMaster
               open i-o outstandingCheques
               if ws-outstanding-status = "35"
                   open output outstandingCheques
                   close outstandingCheques
                   open i-o outstandingCheques
               end-if
               open output chequeRegister
               open output chequeStubs
               move ws-week-ending to rgt-week
               move ws-run-date to rgt-date
               write registerLine from ws-report-title
               write registerLine from dashLine
               write registerLine from ws-column-heads
               perform read-file
           end-if.

       check-payment-week.
           open input paymentFile.
           if ws-payment-status = "00"
               read paymentFile
                   at end
                       continue
                   not at end
                       if pay-header-rec
                           move hdr-week-ending to ws-payment-week
                       end-if
               end-read
               close paymentFile
           else
               display "PAYMENT FILE NOT FOUND"
           end-if.
           if ws-payment-week not = spaces
               and ws-payment-week not = ws-week-ending
               display "PAYMENT FILE IS FOR WEEK " ws-payment-week
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

       read-cheque-control.
           open input chequeControl.
           if ws-control-status = "00"
               read chequeControl
                   at end
                       display "CHEQUE CONTROL EMPTY - NUMBERING "
                           "FROM 00000001"
                   not at end
                       if cc-last-cheque is numeric
                           move cc-last-cheque to ws-next-cheque
                       end-if
                       move cc-last-week to ws-last-week
               end-read
               close chequeControl
           else
               display "CHEQUE CONTROL NOT FOUND - NUMBERING "
                   "FROM 00000001"
           end-if.

       read-file.
           read paymentExceptions
               at end
                   set end-of-file to true
           end-read.

      *    A payment garnished down to nothing still reaches the
      *    exception list; it is shown on the register but no cheque
      *    number is spent on it.
       process-rec.
           move pe-amount to ws-cheque-amount.
           if ws-cheque-amount = zero
               move pe-employeeID to zrl-employeeID
               write registerLine from ws-zero-line
               add 1 to ws-zero-count
           else
               perform issue-cheque
           end-if.
           perform read-file.

       issue-cheque.
           add 1 to ws-next-cheque.
           if ws-first-cheque = zero
               move ws-next-cheque to ws-first-cheque
           end-if.
           move pe-employeeID to em-employeeID.
           read employeeMaster
               invalid key
                   move "NOT ON MASTER" to em-lastName
                   move spaces to em-firstName
           end-read.
           move ws-next-cheque to oc-chequeNo.
           move pe-employeeID to oc-employeeID.
           move em-lastName to oc-lastName.
           move em-firstName to oc-firstName.
           move ws-cheque-amount to oc-amount.
           move pe-pay-type to oc-pay-type.
           move ws-week-ending to oc-week-ending.
           move ws-run-date to oc-issue-date.
           move "O" to oc-status.
           move ws-run-date to oc-status-date.
           write outstandingChequeRec
               invalid key
                   display "CHEQUE NUMBER ALREADY ON FILE: "
                       ws-next-cheque
           end-write.
           perform write-register-line.
           perform write-cheque-stub.
           add 1 to ws-issued-count.
           add ws-cheque-amount to ws-issued-total.

       write-register-line.
           move ws-next-cheque to dtl-chequeNo.
           move pe-employeeID to dtl-employeeID.
           move em-lastName to dtl-lastName.
           move em-firstName to dtl-firstName.
           perform name-pay-type.
           move ws-cheque-amount to dtl-amount.
           write registerLine from ws-detail-line.

       name-pay-type.
           if pe-pay-type = "N"
               move "NET PAY" to dtl-pay-type
           else
               move "COMMISSION" to dtl-pay-type
           end-if.

       write-cheque-stub.
           write stubLine from ws-stub-rule.
           move ws-next-cheque to stb-chequeNo.
           move ws-run-date to stb-date.
           write stubLine from ws-stub-line-1.
           move em-firstName to stb-firstName.
           move em-lastName to stb-lastName.
           move pe-employeeID to stb-employeeID.
           write stubLine from ws-stub-line-2.
           move ws-cheque-amount to stb-amount.
           write stubLine from ws-stub-line-3.
           move dtl-pay-type to stb-pay-type.
           move ws-week-ending to stb-week.
           write stubLine from ws-stub-line-4.
           write stubLine from blank-line.

      *    The control file is only advanced once the exceptions
      *    have actually been read, so a run with nothing to pay can
      *    be repeated once BankInterface has produced the file.
       write-cheque-control.
           open output chequeControl.
           move spaces to chequeControlRec.
           move ws-next-cheque to cc-last-cheque.
           move ws-week-ending to cc-last-week.
           write chequeControlRec.
           close chequeControl.

       end-para.
           if ws-except-status = "00" or ws-except-status = "10"
               write registerLine from blank-line
               move ws-issued-count to trl-count
               write registerLine from ws-count-trailer
               move ws-issued-total to trl-total
               write registerLine from ws-total-trailer
               if ws-issued-count > zero
                   move ws-first-cheque to trl-first
                   move ws-next-cheque to trl-last
                   write registerLine from ws-range-trailer
               end-if
               close paymentExceptions
               close employeeMaster
               close outstandingCheques
               close chequeRegister
               close chequeStubs
               perform write-cheque-control
           end-if.
           display "CHEQUES ISSUED: " ws-issued-count.
           move ws-issued-total to ws-total-disp.
           display "TOTAL OF CHEQUES ISSUED: " ws-total-disp.
           display "EXCEPTIONS WITH NOTHING TO PAY: " ws-zero-count.
           move ws-issued-count to ws-joblog-count.
           move "END" to ws-joblog-event.
           move "COMPLETED" to ws-joblog-status.
           call "JobLog" using ws-joblog-program, ws-joblog-event,
               ws-joblog-count, ws-joblog-status,
               ws-joblog-runid.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-payExceptions.
           string env-data-dir delimited by space
               "PaymentExceptions.rpt" delimited by size
               into ws-path-payExceptions
           end-string.
           move spaces to ws-path-paramFile.
           string env-data-dir delimited by space
               "Assignment6_Params.dat" delimited by size
               into ws-path-paramFile
           end-string.
           move spaces to ws-path-paymentFile.
           string env-data-dir delimited by space
               "CommissionPayments.dat" delimited by size
               into ws-path-paymentFile
           end-string.
           move spaces to ws-path-chequeControl.
           string env-data-dir delimited by space
               "ChequeControl.dat" delimited by size
               into ws-path-chequeControl
           end-string.
           move spaces to ws-path-employeeMaster.
           string env-data-dir delimited by space
               "EmployeeMaster.dat" delimited by size
               into ws-path-employeeMaster
           end-string.
           move spaces to ws-path-outstandingCheques.
           string env-data-dir delimited by space
               "OutstandingCheques.dat" delimited by size
               into ws-path-outstandingCheques
           end-string.
           move spaces to ws-path-chequeRegister.
           string env-data-dir delimited by space
               "ChequeRegister.rpt" delimited by size
               into ws-path-chequeRegister
           end-string.
           move spaces to ws-path-chequeStubs.
           string env-data-dir delimited by space
               "ChequeStubs.rpt" delimited by size
               into ws-path-chequeStubs
           end-string.

       end program ChequeRun.
