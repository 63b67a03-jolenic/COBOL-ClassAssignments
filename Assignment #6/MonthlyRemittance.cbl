      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. MonthlyRemittance as "MonthlyRemittance".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select remitParams assign ws-path-remitParams
                   organization line sequential
                   file status is ws-remitparam-status.
               select employerShare assign ws-path-employerShare
                   organization line sequential
                   file status is ws-share-status.
               select deductionTotals assign ws-path-deductionTotals
                   organization line sequential
                   file status is ws-totals-status.
               select remitHistory assign ws-path-remitHistory
                   organization line sequential
                   file status is ws-remithist-status.
               select operatorFile assign ws-path-operatorFile
                   organization line sequential
                   file status is ws-operator-status.
               select remitVoucher assign ws-path-remitVoucher
                   organization line sequential.

       data division.
       file section.
       FD remitParams.
       01 remitParamRec.
           03 rp-month             pic x(7).
           03 filler               pic x.
           03 rp-due-day           pic x(2).
       FD employerShare.
       01 employerShareRec.
           03 es-code              pic x(2).
           03 filler               pic x.
           03 es-factor            pic 9(1)V9(2).
       FD deductionTotals.
       01 deductionTotalRec.
           03 dt-week-ending       pic x(10).
           03 filler               pic x.
           03 dt-code              pic x(2).
           03 filler               pic x.
           03 dt-label             pic x(11).
           03 filler               pic x.
           03 dt-total             pic 9(7)V9(2).
           03 filler               pic x.
           03 dt-type              pic x(1).
               88 dt-benefit               value "B".
       FD remitHistory.
       01 remitHistoryRec.
           03 rh-month             pic x(7).
           03 filler               pic x value space.
           03 rh-remit-date        pic 9(8).
           03 filler               pic x value space.
           03 rh-due-date          pic 9(8).
           03 filler               pic x value space.
           03 rh-week-count        pic 9(2).
           03 filler               pic x value space.
           03 rh-total             pic 9(9)V9(2).
           03 filler               pic x value space.
           03 rh-operator          pic x(8).
       FD operatorFile.
       01 operatorRec              pic x(8).
       FD remitVoucher.
       01 voucherLine              pic x(70).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-remitparam-status  pic x(2).
       01 ws-share-status       pic x(2).
       01 ws-totals-status      pic x(2).
       01 ws-remithist-status   pic x(2).
       01 ws-operator-status    pic x(2).
       01 ws-operator-id        pic x(8) value "UNKNOWN".
       01 ws-run-date           pic 9(8).
       01 ws-remit-month        pic x(7) value spaces.
       01 ws-remit-month-num redefines ws-remit-month.
           03 rm-year               pic 9(4).
           03 filler                pic x.
           03 rm-month              pic 9(2).
       01 ws-due-day            pic 9(2) value 15.
       01 ws-due-date           pic 9(8).
       01 ws-due-year           pic 9(4).
       01 ws-due-month          pic 9(2).
       01 ws-already-remitted   pic x(1) value "N".
           88 month-already-remitted   value "Y".
       01 ws-prior-remit-date   pic 9(8).
       01 ws-week-count         pic 9(2) value 0.
       01 ws-last-week          pic x(10) value spaces.
       01 ws-withheld-total     pic 9(9)V9(2) value 0.
       01 ws-employer-total     pic 9(9)V9(2) value 0.
       01 ws-remit-total        pic 9(9)V9(2) value 0.
       01 ws-total-disp         pic Z(8)9.9(2).
      *    Employer contribution per withheld dollar, by code; a
      *    code not listed carries no employer share.
       01 share-table.
           03 share-entry occurs 10 times indexed by sh-idx.
               05 sh-code           pic x(2).
               05 sh-factor         pic 9(1)V9(2).
       01 share-count           pic 9(4) comp value 0.
       01 remit-table.
           03 remit-entry occurs 10 times indexed by rm-idx.
               05 rt-code           pic x(2).
               05 rt-label          pic x(11).
               05 rt-withheld       pic 9(9)V9(2).
               05 rt-employer       pic 9(9)V9(2).
       01 remit-count           pic 9(4) comp value 0.
       01 ws-voucher-title.
           03 filler            pic x(36) value
               "SOURCE DEDUCTION REMITTANCE VOUCHER ".
       01 ws-month-line.
           03 filler            pic x(22) value
               "REMITTANCE PERIOD:    ".
           03 vml-month         pic x(7).
           03 filler            pic x(4) value spaces.
           03 filler            pic x(7) value "WEEKS: ".
           03 vml-weeks         pic Z9.
       01 ws-due-line.
           03 filler            pic x(22) value
               "DUE DATE:             ".
           03 vdl-due-date      pic 9(8).
           03 filler            pic x(4) value spaces.
           03 vdl-late          pic x(26).
       01 ws-prepared-line.
           03 filler            pic x(22) value
               "PREPARED:             ".
           03 vpl-date          pic 9(8).
           03 filler            pic x(4) value " BY ".
           03 vpl-operator      pic x(8).
       01 ws-column-heads.
           03 filler pic x(16) value "CODE  DEDUCTION ".
           03 filler pic x(16) value "        WITHHELD".
           03 filler pic x(16) value "  EMPLOYER SHARE".
           03 filler pic x(16) value "    AMOUNT OWING".
       01 ws-code-line.
           03 vcl-code          pic x(2).
           03 filler            pic x(4) value spaces.
           03 vcl-label         pic x(11).
           03 vcl-withheld      pic Z(8)9.9(2).
           03 filler            pic x(1) value space.
           03 vcl-employer      pic Z(8)9.9(2).
           03 filler            pic x(1) value space.
           03 vcl-owing         pic Z(8)9.9(2).
       01 ws-total-line.
           03 filler            pic x(17) value "TOTAL REMITTANCE ".
           03 vtl-withheld      pic Z(8)9.9(2).
           03 filler            pic x(1) value space.
           03 vtl-employer      pic Z(8)9.9(2).
           03 filler            pic x(1) value space.
           03 vtl-owing         pic Z(8)9.9(2).
       01 dashLine              pic x(65) value all "-".
       01 blank-line            pic x value " ".
       01 ws-joblog-count       pic 9(6) value 0.
       01 ws-joblog-program     pic x(12) value "MonthRemit".
       01 ws-joblog-runid      pic x(14).
       01 ws-runid-date        pic 9(8).
       01 ws-runid-time        pic 9(8).
       01 ws-joblog-event       pic x(10).
       01 ws-joblog-status      pic x(20).

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-remitParams  pic x(70).
           03 ws-path-employerShare  pic x(70).
           03 ws-path-deductionTotals  pic x(70).
           03 ws-path-remitHistory  pic x(70).
           03 ws-path-operatorFile  pic x(70).
           03 ws-path-remitVoucher  pic x(70).

      *    Totals the week/code rows PayrollDeductions leaves on
      *    DeductionTotals.dat for every week ending in the requested
      *    month, adds the employer share, and prints the voucher.
      *    The remittance history is what stops a month being
      *    remitted twice, and is what MorningSummary reads to find
      *    months that are late or still missing.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           perform total-month.
           perform write-voucher.
           perform record-remittance.
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
           perform read-remit-params.
           if ws-remit-month-num(1:4) not numeric
               or ws-remit-month(5:1) not = "-"
               or ws-remit-month(6:2) not numeric
               or rm-month < 1 or rm-month > 12
               display "REMITTANCE MONTH MISSING OR NOT YYYY-MM"
               move "HALTED - BAD PARAMS" to ws-joblog-status
               perform halt-run
           end-if.
           perform compute-due-date.
           perform check-remit-history.
           if month-already-remitted
               display "MONTH " ws-remit-month " ALREADY REMITTED ON "
                   ws-prior-remit-date " - RUN REFUSED"
               move "HALTED - REMITTED" to ws-joblog-status
               perform halt-run
           end-if.
           perform load-employer-share.

       halt-run.
           move "END" to ws-joblog-event.
           call "JobLog" using ws-joblog-program, ws-joblog-event,
               ws-joblog-count, ws-joblog-status,
               ws-joblog-runid.
           move 8 to return-code.
           stop run.

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

       read-remit-params.
           open input remitParams.
           if ws-remitparam-status = "00"
               read remitParams
                   at end
                       display "REMITTANCE PARAMETERS EMPTY"
                   not at end
                       move rp-month to ws-remit-month
                       if rp-due-day is numeric
                           and rp-due-day > "00"
                           and rp-due-day < "29"
                           move rp-due-day to ws-due-day
                       end-if
               end-read
               close remitParams
           else
               display "REMITTANCE PARAMETERS NOT FOUND"
           end-if.

      *    Source deductions are due in the month after they were
      *    withheld, on the due day from the parameters (the 15th
      *    when none is given).
       compute-due-date.
           if rm-month = 12
               compute ws-due-year = rm-year + 1
               move 1 to ws-due-month
           else
               move rm-year to ws-due-year
               compute ws-due-month = rm-month + 1
           end-if.
           compute ws-due-date = ws-due-year * 10000
               + ws-due-month * 100 + ws-due-day.

       check-remit-history.
           open input remitHistory.
           if ws-remithist-status = "00"
               perform check-one-history
                   until ws-remithist-status not = "00"
               close remitHistory
           end-if.

       check-one-history.
           read remitHistory
               at end
                   continue
               not at end
                   if rh-month = ws-remit-month
                       move "Y" to ws-already-remitted
                       move rh-remit-date to ws-prior-remit-date
                   end-if
           end-read.

       load-employer-share.
           open input employerShare.
           if ws-share-status = "00"
               perform load-one-share
                   until ws-share-status not = "00"
                   or share-count = 10
               close employerShare
           else
               display "EMPLOYER SHARE RULES NOT FOUND - USING DEFAULTS"
               move 2 to share-count
               move "PP" to sh-code(1)
               move 1.00 to sh-factor(1)
               move "EI" to sh-code(2)
               move 1.40 to sh-factor(2)
           end-if.

       load-one-share.
           read employerShare
               at end
                   continue
               not at end
                   if es-factor is numeric
                       add 1 to share-count
                       set sh-idx to share-count
                       move es-code to sh-code(sh-idx)
                       move es-factor to sh-factor(sh-idx)
                   end-if
           end-read.

      *    A week belongs to the month its week-ending date falls
      *    in, which is how the deduction totals are dated.
       total-month.
           open input deductionTotals.
           if ws-totals-status = "00"
               perform add-one-total
                   until ws-totals-status not = "00"
               close deductionTotals
           else
               display "DEDUCTION TOTALS FILE NOT FOUND"
           end-if.
           if remit-count = zero
               display "NO DEDUCTIONS ON FILE FOR " ws-remit-month
                   " - NOTHING TO REMIT"
               move "HALTED - NO DATA" to ws-joblog-status
               perform halt-run
           end-if.
           perform add-employer-share
               varying rm-idx from 1 by 1
               until rm-idx > remit-count.

       add-one-total.
           read deductionTotals
               at end
                   continue
               not at end
                   if dt-week-ending(1:7) = ws-remit-month
                       and not dt-benefit
                       perform post-one-total
                   end-if
           end-read.

       post-one-total.
           if dt-week-ending not = ws-last-week
               add 1 to ws-week-count
               move dt-week-ending to ws-last-week
           end-if.
           set rm-idx to 1.
           search remit-entry
               at end
                   if remit-count < 10
                       add 1 to remit-count
                       set rm-idx to remit-count
                       move dt-code to rt-code(rm-idx)
                       move dt-label to rt-label(rm-idx)
                       move dt-total to rt-withheld(rm-idx)
                       move zero to rt-employer(rm-idx)
                   end-if
               when rt-code(rm-idx) = dt-code
                   add dt-total to rt-withheld(rm-idx)
           end-search.
           add dt-total to ws-withheld-total.

       add-employer-share.
           set sh-idx to 1.
           search share-entry
               at end
                   continue
               when sh-code(sh-idx) = rt-code(rm-idx)
                   compute rt-employer(rm-idx) rounded =
                       rt-withheld(rm-idx) * sh-factor(sh-idx)
           end-search.
           add rt-employer(rm-idx) to ws-employer-total.

       write-voucher.
           compute ws-remit-total =
               ws-withheld-total + ws-employer-total.
           open output remitVoucher.
           write voucherLine from ws-voucher-title.
           write voucherLine from dashLine.
           move ws-remit-month to vml-month.
           move ws-week-count to vml-weeks.
           write voucherLine from ws-month-line.
           move ws-due-date to vdl-due-date.
           if ws-run-date > ws-due-date
               move "*** LATE REMITTANCE ***" to vdl-late
           else
               move spaces to vdl-late
           end-if.
           write voucherLine from ws-due-line.
           move ws-run-date to vpl-date.
           move ws-operator-id to vpl-operator.
           write voucherLine from ws-prepared-line.
           write voucherLine from blank-line.
           write voucherLine from ws-column-heads.
           write voucherLine from dashLine.
           perform write-one-code
               varying rm-idx from 1 by 1
               until rm-idx > remit-count.
           write voucherLine from dashLine.
           move ws-withheld-total to vtl-withheld.
           move ws-employer-total to vtl-employer.
           move ws-remit-total to vtl-owing.
           write voucherLine from ws-total-line.
           close remitVoucher.

       write-one-code.
           move rt-code(rm-idx) to vcl-code.
           move rt-label(rm-idx) to vcl-label.
           move rt-withheld(rm-idx) to vcl-withheld.
           move rt-employer(rm-idx) to vcl-employer.
           compute ws-total-disp =
               rt-withheld(rm-idx) + rt-employer(rm-idx).
           move ws-total-disp to vcl-owing.
           write voucherLine from ws-code-line.

       record-remittance.
           open extend remitHistory.
           if ws-remithist-status = "35"
               open output remitHistory
           end-if.
           move ws-remit-month to rh-month.
           move ws-run-date to rh-remit-date.
           move ws-due-date to rh-due-date.
           move ws-week-count to rh-week-count.
           move ws-remit-total to rh-total.
           move ws-operator-id to rh-operator.
           write remitHistoryRec.
           close remitHistory.

       end-para.
           move ws-remit-total to ws-total-disp.
           display "REMITTANCE FOR " ws-remit-month ": " ws-total-disp.
           display "WEEKS INCLUDED: " ws-week-count.
           display "DUE DATE: " ws-due-date.
           move ws-week-count to ws-joblog-count.
           move "END" to ws-joblog-event.
           if ws-run-date > ws-due-date
               move "COMPLETED - LATE" to ws-joblog-status
           else
               move "COMPLETED" to ws-joblog-status
           end-if.
           call "JobLog" using ws-joblog-program, ws-joblog-event,
               ws-joblog-count, ws-joblog-status,
               ws-joblog-runid.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-remitParams.
           string env-data-dir delimited by space
               "Remittance_Params.dat" delimited by size
               into ws-path-remitParams
           end-string.
           move spaces to ws-path-employerShare.
           string env-data-dir delimited by space
               "EmployerShare.dat" delimited by size
               into ws-path-employerShare
           end-string.
           move spaces to ws-path-deductionTotals.
           string env-data-dir delimited by space
               "DeductionTotals.dat" delimited by size
               into ws-path-deductionTotals
           end-string.
           move spaces to ws-path-remitHistory.
           string env-data-dir delimited by space
               "RemittanceHistory.dat" delimited by size
               into ws-path-remitHistory
           end-string.
           move spaces to ws-path-operatorFile.
           string env-data-dir delimited by space
               "CurrentOperator.dat" delimited by size
               into ws-path-operatorFile
           end-string.
           move spaces to ws-path-remitVoucher.
           string env-data-dir delimited by space
               "RemittanceVoucher.rpt" delimited by size
               into ws-path-remitVoucher
           end-string.

       end program MonthlyRemittance.
