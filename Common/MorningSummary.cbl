                   file status is ws-exception-status.
               select summaryReport assign ws-path-summaryReport
                   organization line sequential.
               select deductionTotals assign ws-path-deductionTotals
                   organization line sequential
                   file status is ws-totals-status.
               select remitHistory assign ws-path-remitHistory
                   organization line sequential
                   file status is ws-remithist-status.
               select remitParams assign ws-path-remitParams
                   organization line sequential
                   file status is ws-remitparam-status.

       data division.
       file section.
       01 ExceptionRec         pic x(120).
       FD summaryReport.
       01 SummaryLine          pic x(80).
       FD deductionTotals.
       01 deductionTotalRec.
           03 dt-week-ending   pic x(10).
           03 filler           pic x.
           03 dt-code          pic x(2).
           03 filler           pic x.
           03 dt-label         pic x(11).
           03 filler           pic x.
           03 dt-total         pic 9(7)V9(2).
           03 filler           pic x.
           03 dt-type          pic x(1).
               88 dt-benefit           value "B".
       FD remitHistory.
       01 remitHistoryRec.
           03 rh-month         pic x(7).
           03 filler           pic x.
           03 rh-remit-date    pic 9(8).
           03 filler           pic x.
           03 rh-due-date      pic 9(8).
           03 filler           pic x.
           03 rh-week-count    pic 9(2).
           03 filler           pic x.
           03 rh-total         pic 9(9)V9(2).
           03 filler           pic x.
           03 rh-operator      pic x(8).
       FD remitParams.
       01 remitParamRec.
           03 rp-month         pic x(7).
           03 filler           pic x.
           03 rp-due-day       pic x(2).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
       01 ws-exception-name     pic x(70).
       01 ws-attention-count    pic 9(4) value 0.
       01 ws-file-idx           pic 9(4) comp.
       01 ws-totals-status      pic x(2).
       01 ws-remithist-status   pic x(2).
       01 ws-remitparam-status  pic x(2).
       01 ws-due-day            pic 9(2) value 15.
       01 ws-run-date-x         pic x(8).
       01 ws-run-date-parts redefines ws-run-date-x.
           03 rdp-year              pic 9(4).
           03 rdp-month             pic 9(2).
           03 rdp-day               pic 9(2).
       01 ws-check-year         pic 9(4).
       01 ws-check-month        pic 9(2).
       01 ws-due-year           pic 9(4).
       01 ws-due-month          pic 9(2).
      *    The three calendar months before this one; any of them
      *    with deductions withheld must be remitted by its due date.
       01 remit-check-table.
           03 rc-entry occurs 3 times indexed by rc-idx.
               05 rc-month          pic x(7).
               05 rc-withheld       pic x(1).
               05 rc-remitted       pic x(1).
               05 rc-remit-date     pic 9(8).
               05 rc-due-date       pic 9(8).
       01 job-status-table.
           03 js-entry occurs 60 times indexed by js-idx.
               05 js-program        pic x(12).
               05 js-last-event     pic x(10).
               05 js-last-status    pic x(20).
       01 js-count              pic 9(4) comp value 0.
       01 js-not-shown          pic 9(4) value 0.
       01 exception-file-table.
           03 filler pic x(24) value "JobCodeExceptions.rpt".
           03 filler pic x(24) value "StoreExceptions.rpt".
           03 jbl-event         pic x(10).
           03 filler            pic x(2).
           03 jbl-status        pic x(20).
       01 ws-jobs-full-line.
           03 filler            pic x(11) value " ATTENTION ".
           03 filler            pic x(29) value
               "JOBS NOT SHOWN - TABLE FULL: ".
           03 jfl-count         pic Z(3)9.
           03 filler            pic x(9) value " LOG ROWS".
       01 ws-exc-line.
           03 exl-flag          pic x(11).
           03 exl-name          pic x(24).
           03 filler            pic x(14) value "  NOT PRODUCED".
       01 ws-section-jobs       pic x(30) value "NIGHTLY JOB OUTCOMES:".
       01 ws-section-excs       pic x(30) value "EXCEPTION REPORTS:".
       01 ws-section-remit      pic x(30) value
           "SOURCE DEDUCTION REMITTANCES:".
       01 ws-remit-line.
           03 rml-flag          pic x(11).
           03 rml-month         pic x(7).
           03 filler            pic x(2) value spaces.
           03 rml-text          pic x(22).
           03 rml-date          pic 9(8).
       01 ws-title.
           03 filler            pic x(29) value
               "Morning operations summary - ".
       01 env-file-paths.
           03 ws-path-jobLogFile  pic x(70).
           03 ws-path-summaryReport  pic x(70).
           03 ws-path-deductionTotals  pic x(70).
           03 ws-path-remitHistory  pic x(70).
           03 ws-path-remitParams  pic x(70).

       procedure division.
       prog.
           perform count-exception-files
               varying ws-file-idx from 1 by 1
               until ws-file-idx > 7.
           perform check-remittances.
           perform write-summary.
           stop run.

           move zero to ws-eof.

      *    The last event on file per program wins, so the summary
      *    reflects each job's final state from the night.  Rows for
      *    programs beyond the table are counted and flagged, never
      *    silently dropped.
       post-log-entry.
           read jobLogFile
               at end
               not at end
                   perform find-job-entry
                   if js-idx > js-count
                       if js-count < 60
                           add 1 to js-count
                           set js-idx to js-count
                           move jl-Program to js-program(js-idx)
                       else
                           add 1 to js-not-shown
                       end-if
                   end-if
                   if js-idx not > js-count
                   add 1 to exc-count(ws-file-idx)
           end-read.

      *    A month with deductions withheld and no remittance on
      *    the history is missing once its due date has passed; a
      *    month remitted after its due date is reported as late.
       check-remittances.
           move ws-run-date to ws-run-date-x.
           move rdp-year to ws-check-year.
           move rdp-month to ws-check-month.
           perform read-remit-due-day.
           perform set-one-check-month
               varying rc-idx from 1 by 1
               until rc-idx > 3.
           open input deductionTotals.
           if ws-totals-status = "00"
               perform mark-one-withheld
                   until ws-totals-status not = "00"
               close deductionTotals
           end-if.
           open input remitHistory.
           if ws-remithist-status = "00"
               perform mark-one-remitted
                   until ws-remithist-status not = "00"
               close remitHistory
           end-if.

      *    The due day is the one MonthlyRemittance works to, so
      *    both agree on what is overdue.
       read-remit-due-day.
           open input remitParams.
           if ws-remitparam-status = "00"
               read remitParams
                   at end
                       continue
                   not at end
                       if rp-due-day is numeric
                           and rp-due-day > "00"
                           and rp-due-day < "29"
                           move rp-due-day to ws-due-day
                       end-if
               end-read
               close remitParams
           end-if.

       set-one-check-month.
           if ws-check-month = 1
               move 12 to ws-check-month
               subtract 1 from ws-check-year
           else
               subtract 1 from ws-check-month
           end-if.
           move spaces to rc-month(rc-idx).
           string ws-check-year delimited by size
               "-" delimited by size
               ws-check-month delimited by size
               into rc-month(rc-idx)
           end-string.
           move "N" to rc-withheld(rc-idx).
           move "N" to rc-remitted(rc-idx).
           move zero to rc-remit-date(rc-idx).
           if ws-check-month = 12
               compute ws-due-year = ws-check-year + 1
               move 1 to ws-due-month
           else
               move ws-check-year to ws-due-year
               compute ws-due-month = ws-check-month + 1
           end-if.
           compute rc-due-date(rc-idx) = ws-due-year * 10000
               + ws-due-month * 100 + ws-due-day.

       mark-one-withheld.
           read deductionTotals
               at end
                   continue
               not at end
                   if not dt-benefit
                       set rc-idx to 1
                       search rc-entry
                           at end
                               continue
                           when rc-month(rc-idx) = dt-week-ending(1:7)
                               move "Y" to rc-withheld(rc-idx)
                       end-search
                   end-if
           end-read.

       mark-one-remitted.
           read remitHistory
               at end
                   continue
               not at end
                   set rc-idx to 1
                   search rc-entry
                       at end
                           continue
                       when rc-month(rc-idx) = rh-month
                           move "Y" to rc-remitted(rc-idx)
                           move rh-remit-date to rc-remit-date(rc-idx)
                           move rh-due-date to rc-due-date(rc-idx)
                   end-search
           end-read.

       write-summary.
           perform tally-attention-items.
           open output summaryReport.
           perform write-one-job
               varying js-idx from 1 by 1
               until js-idx > js-count.
           if js-not-shown > zero
               move js-not-shown to jfl-count
               write SummaryLine from ws-jobs-full-line
           end-if.
           write SummaryLine from blank-line.
           write SummaryLine from ws-section-excs.
           perform write-one-exception
               varying ws-file-idx from 1 by 1
               until ws-file-idx > 7.
           write SummaryLine from blank-line.
           write SummaryLine from ws-section-remit.
           perform write-one-remittance
               varying rc-idx from 1 by 1
               until rc-idx > 3.
           close summaryReport.
           display "MORNING SUMMARY ATTENTION ITEMS: "
               ws-attention-count.
           perform tally-one-job
               varying js-idx from 1 by 1
               until js-idx > js-count.
           if js-not-shown > zero
               add 1 to ws-attention-count
           end-if.
           perform tally-one-exception
               varying ws-file-idx from 1 by 1
               until ws-file-idx > 7.
           perform tally-one-remittance
               varying rc-idx from 1 by 1
               until rc-idx > 3.

      *    BackupMaster and the verify pass write BACKUP, RESTORE
      *    and VERIFY as their terminal events; those are healthy
               add 1 to ws-attention-count
           end-if.

       tally-one-remittance.
           perform judge-one-remittance.
           if rml-flag = " ATTENTION "
               add 1 to ws-attention-count
           end-if.

       judge-one-remittance.
           move zero to rml-date.
           evaluate true
               when rc-withheld(rc-idx) = "N"
                   and rc-remitted(rc-idx) = "N"
                   move "   -       " to rml-flag
                   move "NOTHING WITHHELD" to rml-text
               when rc-remitted(rc-idx) = "Y"
                   and rc-remit-date(rc-idx) > rc-due-date(rc-idx)
                   move " LATE      " to rml-flag
                   move "REMITTED LATE ON" to rml-text
                   move rc-remit-date(rc-idx) to rml-date
               when rc-remitted(rc-idx) = "Y"
                   move "   OK      " to rml-flag
                   move "REMITTED ON" to rml-text
                   move rc-remit-date(rc-idx) to rml-date
               when ws-run-date > rc-due-date(rc-idx)
                   move " ATTENTION " to rml-flag
                   move "MISSING - WAS DUE" to rml-text
                   move rc-due-date(rc-idx) to rml-date
               when other
                   move "   DUE     " to rml-flag
                   move "NOT YET REMITTED - DUE" to rml-text
                   move rc-due-date(rc-idx) to rml-date
           end-evaluate.

       write-one-remittance.
           move rc-month(rc-idx) to rml-month.
           perform judge-one-remittance.
           write SummaryLine from ws-remit-line.

       write-one-job.
           move js-program(js-idx) to jbl-program.
           move js-last-event(js-idx) to jbl-event.
               "MorningSummary.rpt" delimited by size
               into ws-path-summaryReport
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
           move spaces to ws-path-remitParams.
           string env-data-dir delimited by space
               "Remittance_Params.dat" delimited by size
               into ws-path-remitParams
           end-string.

       end program MorningSummary.
