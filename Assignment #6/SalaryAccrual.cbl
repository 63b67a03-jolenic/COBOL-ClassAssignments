      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. SalaryAccrual as "SalaryAccrual".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select accrualParams assign ws-path-accrualParams
                   organization line sequential
                   file status is ws-accrparam-status.
               select payrollCalendar assign ws-path-payrollCalendar
                   organization line sequential
                   file status is ws-calendar-status.
               select expenseHistory assign ws-path-expenseHistory
                   organization indexed
                   access mode dynamic
                   record key is eh-key
                   file status is ws-history-status.
               select glAccountMap assign ws-path-glAccountMap
                   organization line sequential
                   file status is ws-glmap-status.
               select accrualHistory assign ws-path-accrualHistory
                   organization line sequential
                   file status is ws-accrhist-status.
               select operatorFile assign ws-path-operatorFile
                   organization line sequential
                   file status is ws-operator-status.
               select glPostings assign ws-path-glPostings
                   organization line sequential.
               select accrualRegister assign ws-path-accrualRegister
                   organization line sequential.

       data division.
       file section.
       FD accrualParams.
       01 accrualParamRec.
           03 ap-month             pic x(7).
       FD payrollCalendar.
       01 payrollCalendarRec.
           03 pc-week-ending        pic x(10).
           03 filler                pic x(1).
           03 pc-pay-period         pic x(1).
               88 pc-biweekly-payday       value "P".
       FD expenseHistory.
       01 expenseHistoryRec.
           03 eh-key.
               05 eh-week-ending    pic x(10).
               05 eh-store-no       pic x(4).
               05 eh-jobcode        pic x(1).
           03 eh-total              pic 9(5)V9(2).
       FD glAccountMap.
       01 glAccountMapRec.
           03 ga-store-no          pic x(4).
           03 filler               pic x.
           03 ga-jobcode           pic x(1).
           03 filler               pic x.
           03 ga-account           pic x(8).
           03 filler               pic x.
           03 ga-map-type          pic x(1).
               88 ga-wage-map              value space.
               88 ga-accrual-map           value "A".
       FD accrualHistory.
       01 accrualHistoryRec.
           03 ah-month             pic x(7).
           03 filler               pic x value space.
           03 ah-week-ending       pic x(10).
           03 filler               pic x value space.
           03 ah-store-no          pic x(4).
           03 filler               pic x value space.
           03 ah-jobcode           pic x(1).
           03 filler               pic x value space.
           03 ah-days              pic 9(1).
           03 filler               pic x value space.
           03 ah-basis-week        pic x(10).
           03 filler               pic x value space.
           03 ah-amount            pic 9(5)V9(2).
           03 filler               pic x value space.
           03 ah-accrual-date      pic x(10).
           03 filler               pic x value space.
           03 ah-reversal-date     pic x(10).
           03 filler               pic x value space.
           03 ah-run-date          pic 9(8).
           03 filler               pic x value space.
           03 ah-operator          pic x(8).
       FD operatorFile.
       01 operatorRec              pic x(8).
       FD glPostings.
       01 glPostingRec.
           03 gp-week-ending       pic x(10).
           03 filler               pic x value space.
           03 gp-account           pic x(8).
           03 filler               pic x value space.
           03 gp-dc                pic x(1).
           03 filler               pic x value space.
           03 gp-amount            pic 9(7)V9(2).
       FD accrualRegister.
       01 registerLine             pic x(70).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-accrparam-status   pic x(2).
       01 ws-calendar-status    pic x(2).
       01 ws-history-status     pic x(2).
       01 ws-glmap-status       pic x(2).
       01 ws-accrhist-status    pic x(2).
       01 ws-operator-status    pic x(2).
       01 ws-operator-id        pic x(8) value "UNKNOWN".
       01 ws-run-date           pic 9(8).
       01 ws-accrual-month      pic x(7) value spaces.
       01 ws-accrual-month-num redefines ws-accrual-month.
           03 am-year               pic 9(4).
           03 filler                pic x.
           03 am-month              pic 9(2).
       01 ws-prior-month        pic x(7).
       01 ws-already-accrued    pic x(1) value "N".
           88 month-already-accrued    value "Y".
       01 ws-prior-run-date     pic 9(8).
      *    Dates are carried as YYYYMMDD for the day arithmetic and
      *    as YYYY-MM-DD to match the calendar and the GL postings.
       01 ws-work-date          pic 9(8).
       01 ws-work-date-x redefines ws-work-date.
           03 wd-year               pic x(4).
           03 wd-month              pic x(2).
           03 wd-day                pic x(2).
       01 ws-edit-date.
           03 ed-year               pic x(4).
           03 filler                pic x value "-".
           03 ed-month              pic x(2).
           03 filler                pic x value "-".
           03 ed-day                pic x(2).
       01 ws-next-year          pic 9(4).
       01 ws-next-month         pic 9(2).
       01 ws-month-end-int      pic 9(8).
       01 ws-week-end-int       pic 9(8).
       01 ws-month-end-date     pic x(10).
       01 ws-reversal-date      pic x(10).
       01 ws-straddle-week      pic x(10) value spaces.
       01 ws-last-full-week     pic x(10) value spaces.
       01 ws-month-end-week     pic x(1) value "N".
           88 month-ends-on-week       value "Y".
       01 ws-basis-week         pic x(10) value spaces.
       01 ws-accrual-days       pic 9(1) value 0.
       01 ws-row-accrual        pic 9(5)V9(2).
       01 ws-basis-total        pic 9(8)V9(2) value 0.
       01 ws-debit-total        pic 9(8)V9(2) value 0.
       01 ws-credit-total       pic 9(8)V9(2) value 0.
       01 ws-reversed-total     pic 9(8)V9(2) value 0.
       01 ws-reversed-count     pic 9(6) value 0.
       01 ws-unmapped-count     pic 9(4) value 0.
       01 ws-posting-count      pic 9(6) value 0.
       01 ws-amount-disp        pic Z(7)9.9(2).
       01 calendar-table.
           03 calendar-entry occurs 60 times indexed by cal-idx.
               05 cal-week          pic x(10).
       01 calendar-count        pic 9(4) comp value 0.
      *    Accruals debit the same wage expense accounts the weekly
      *    batch uses (untyped map rows) so the store P&L carries
      *    its share of the straddling week; the credit goes to the
      *    accrued-salary liability named by the ****/A map row.
       01 ws-credit-account     pic x(8) value "20110000".
       01 gl-map-table.
           03 gl-map-entry occurs 200 times indexed by gm-idx.
               05 gm-store-no       pic x(4).
               05 gm-jobcode        pic x(1).
               05 gm-account        pic x(8).
       01 gl-map-count          pic 9(4) comp value 0.
       01 gl-account-table.
           03 gl-account-entry occurs 50 times indexed by ga-idx.
               05 gat-account       pic x(8).
               05 gat-amount        pic 9(8)V9(2).
       01 gl-account-count      pic 9(4) comp value 0.
       01 accrual-table.
           03 accrual-entry occurs 200 times indexed by ac-idx.
               05 act-store-no      pic x(4).
               05 act-jobcode       pic x(1).
               05 act-amount        pic 9(5)V9(2).
       01 accrual-count         pic 9(4) comp value 0.
       01 ws-job-label          pic x(11).
       copy JOBCODES.
       01 ws-report-title.
           03 filler            pic x(36) value
               "MONTH-END SALARY ACCRUAL - MONTH:   ".
           03 rgt-month         pic x(7).
       01 ws-week-line.
           03 filler            pic x(24) value
               "STRADDLING WEEK ENDING: ".
           03 rwl-week          pic x(10).
           03 filler            pic x(4) value spaces.
           03 rwl-days          pic 9.
           03 filler            pic x(17) value
               " OF 7 DAYS IN MTH".
       01 ws-basis-line.
           03 filler            pic x(24) value
               "EXPENSE BASIS WEEK:     ".
           03 rbl-week          pic x(10).
           03 filler            pic x(4) value spaces.
           03 rbl-note          pic x(20).
       01 ws-dates-line.
           03 filler            pic x(24) value
               "ACCRUED ON:             ".
           03 rdl-accrual       pic x(10).
           03 filler            pic x(16) value
               "   REVERSES ON: ".
           03 rdl-reversal      pic x(10).
       01 ws-column-heads.
           03 filler pic x(7)  value "STORE  ".
           03 filler pic x(13) value "JOB CODE     ".
           03 filler pic x(14) value "    WEEK WAGES".
           03 filler pic x(14) value "       ACCRUED".
           03 filler pic x(10) value "  ACCOUNT ".
       01 ws-detail-line.
           03 dtl-store-no      pic x(4).
           03 filler            pic x(3).
           03 dtl-jobcode       pic x(1).
           03 filler            pic x(1).
           03 dtl-job-label     pic x(11).
           03 dtl-wages         pic Z(8)9.9(2).
           03 filler            pic x(2).
           03 dtl-accrued       pic Z(8)9.9(2).
           03 filler            pic x(2).
           03 dtl-account       pic x(8).
       01 ws-reversal-heading.
           03 filler            pic x(33) value
               "PRIOR MONTH ACCRUAL REVERSED ON: ".
           03 rrh-date          pic x(10).
           03 filler            pic x(3) value spaces.
           03 rrh-month         pic x(7).
       01 ws-reversal-line.
           03 rvl-store-no      pic x(4).
           03 filler            pic x(3).
           03 rvl-jobcode       pic x(1).
           03 filler            pic x(1).
           03 rvl-job-label     pic x(11).
           03 filler            pic x(14) value spaces.
           03 rvl-amount        pic Z(8)9.9(2).
       01 ws-accrued-trailer.
           03 filler            pic x(34) value
               "Company salary accrued:           ".
           03 trl-accrued       pic Z(7)9.9(2).
       01 ws-reversed-trailer.
           03 filler            pic x(34) value
               "Prior month accrual reversed:     ".
           03 trl-reversed      pic Z(7)9.9(2).
       01 ws-no-week-line       pic x(60) value
           "MONTH ENDS ON A WEEK-ENDING DATE - NOTHING TO ACCRUE".
       01 ws-no-reversal-line   pic x(60) value
           "NO PRIOR MONTH ACCRUAL ON FILE".
       01 dashLine              pic x(60) value all "-".
       01 blank-line            pic x value " ".
       01 ws-joblog-count       pic 9(6) value 0.
       01 ws-joblog-program     pic x(12) value "SalAccrual".
       01 ws-joblog-runid      pic x(14).
       01 ws-runid-date        pic 9(8).
       01 ws-runid-time        pic 9(8).
       01 ws-joblog-event       pic x(10).
       01 ws-joblog-status      pic x(20).

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-accrualParams  pic x(70).
           03 ws-path-payrollCalendar  pic x(70).
           03 ws-path-expenseHistory  pic x(70).
           03 ws-path-glAccountMap  pic x(70).
           03 ws-path-accrualHistory  pic x(70).
           03 ws-path-operatorFile  pic x(70).
           03 ws-path-glPostings  pic x(70).
           03 ws-path-accrualRegister  pic x(70).

      *    GlPosting books a week into the month its week-ending
      *    date falls in, so the days of a week that fall before
      *    the month end land in the following month.  For the
      *    closing month in the parameters this finds the first
      *    payroll calendar week ending after the month end and
      *    accrues its closing-month days, by store and job code,
      *    as sevenths of that week's expense.  When the week has
      *    not been run yet the last full week of the month is
      *    used as the estimate.  The batch carries the accrual
      *    dated the last day of the month and its reversal dated
      *    the first of the next, and is released only when it
      *    balances.  The accrual history stops a month being
      *    accrued twice and gives the register the prior month's
      *    rows to show as reversed.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           perform accrue-one-row until end-of-file.
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
           perform read-accrual-params.
           if ws-accrual-month-num(1:4) not numeric
               or ws-accrual-month(5:1) not = "-"
               or ws-accrual-month(6:2) not numeric
               or am-month < 1 or am-month > 12
               display "ACCRUAL MONTH MISSING OR NOT YYYY-MM"
               move "HALTED - BAD PARAMS" to ws-joblog-status
               perform halt-run
           end-if.
           perform check-accrual-history.
           if month-already-accrued
               display "MONTH " ws-accrual-month " ALREADY ACCRUED ON "
                   ws-prior-run-date " - RUN REFUSED"
               move "HALTED - ACCRUED" to ws-joblog-status
               perform halt-run
           end-if.
           perform compute-month-dates.
           perform load-payroll-calendar.
           if calendar-count = zero
               display "PAYROLL CALENDAR NOT FOUND OR EMPTY"
               move "HALTED - NO CALENDAR" to ws-joblog-status
               perform halt-run
           end-if.
           perform find-straddling-week
               varying cal-idx from 1 by 1
               until cal-idx > calendar-count.
      *    Only a week ending on the month-end date itself leaves
      *    nothing to accrue; with no week found either way the
      *    calendar does not reach past the month and the run stops
      *    without recording the month as done.
           if ws-straddle-week = spaces
               and not month-ends-on-week
               display "NO CALENDAR WEEK STRADDLES MONTH END "
                   ws-month-end-date
               move "HALTED - NO STRADDLE" to ws-joblog-status
               perform halt-run
           end-if.
           perform load-jobcode-table.
           perform load-gl-map.
           open output accrualRegister.
           move ws-accrual-month to rgt-month.
           write registerLine from ws-report-title.
           write registerLine from dashLine.
           if ws-straddle-week = spaces
               write registerLine from ws-no-week-line
               set end-of-file to true
           else
               perform open-basis-week
           end-if.

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

       read-accrual-params.
           open input accrualParams.
           if ws-accrparam-status = "00"
               read accrualParams
                   at end
                       display "ACCRUAL PARAMETERS EMPTY"
                   not at end
                       move ap-month to ws-accrual-month
               end-read
               close accrualParams
           else
               display "ACCRUAL PARAMETERS NOT FOUND"
           end-if.

       check-accrual-history.
           if am-month = 1
               compute ws-next-year = am-year - 1
               move 12 to ws-next-month
           else
               move am-year to ws-next-year
               compute ws-next-month = am-month - 1
           end-if.
           move spaces to ws-prior-month.
           string ws-next-year delimited by size
               "-" delimited by size
               ws-next-month delimited by size
               into ws-prior-month
           end-string.
           open input accrualHistory.
           if ws-accrhist-status = "00"
               perform check-one-history
                   until ws-accrhist-status not = "00"
               close accrualHistory
           end-if.

       check-one-history.
           read accrualHistory
               at end
                   continue
               not at end
                   if ah-month = ws-accrual-month
                       move "Y" to ws-already-accrued
                       move ah-run-date to ws-prior-run-date
                   end-if
           end-read.

      *    The month end is the day before the first of the next
      *    month; that first is also the reversal date.
       compute-month-dates.
           if am-month = 12
               compute ws-next-year = am-year + 1
               move 1 to ws-next-month
           else
               move am-year to ws-next-year
               compute ws-next-month = am-month + 1
           end-if.
           compute ws-work-date = ws-next-year * 10000
               + ws-next-month * 100 + 1.
           compute ws-month-end-int =
               function integer-of-date(ws-work-date) - 1.
           perform format-work-date.
           move ws-edit-date to ws-reversal-date.
           compute ws-work-date =
               function date-of-integer(ws-month-end-int).
           perform format-work-date.
           move ws-edit-date to ws-month-end-date.

       format-work-date.
           move wd-year to ed-year.
           move wd-month to ed-month.
           move wd-day to ed-day.

       load-payroll-calendar.
           open input payrollCalendar.
           if ws-calendar-status = "00"
               perform load-one-calendar-week
                   until ws-calendar-status not = "00"
               close payrollCalendar
           end-if.

       load-one-calendar-week.
           read payrollCalendar
               at end
                   continue
               not at end
                   if calendar-count < 60
                       and pc-week-ending(1:4) is numeric
                       and pc-week-ending(6:2) is numeric
                       and pc-week-ending(9:2) is numeric
                       add 1 to calendar-count
                       set cal-idx to calendar-count
                       move pc-week-ending to cal-week(cal-idx)
                   end-if
           end-read.

      *    A week straddles the month end when it ends within six
      *    days after it; the latest week ending on or before the
      *    month end is kept as the fallback basis.
       find-straddling-week.
           move cal-week(cal-idx)(1:4) to wd-year.
           move cal-week(cal-idx)(6:2) to wd-month.
           move cal-week(cal-idx)(9:2) to wd-day.
           compute ws-week-end-int =
               function integer-of-date(ws-work-date).
           if ws-week-end-int > ws-month-end-int
               and ws-week-end-int < ws-month-end-int + 7
               and ws-straddle-week = spaces
               move cal-week(cal-idx) to ws-straddle-week
               compute ws-accrual-days =
                   ws-month-end-int - ws-week-end-int + 7
           end-if.
           if ws-week-end-int = ws-month-end-int
               move "Y" to ws-month-end-week
           end-if.
           if ws-week-end-int not > ws-month-end-int
               and cal-week(cal-idx) > ws-last-full-week
               move cal-week(cal-idx) to ws-last-full-week
           end-if.

       load-jobcode-table.
           move spaces to jobcode-table.
           move zero to jobcode-count.
           perform load-one-jobcode varying jc-idx from 1 by 1
               until jc-idx > jobcode-seed-count.

       load-one-jobcode.
           add 1 to jobcode-count.
           move jc-seed-code(jc-idx) to jc-code(jc-idx).
           move jc-seed-label(jc-idx) to jc-label(jc-idx).

       load-gl-map.
           open input glAccountMap.
           if ws-glmap-status = "00"
               perform load-one-gl-map
                   until ws-glmap-status not = "00"
                   or gl-map-count = 200
               close glAccountMap
           else
               display "GL ACCOUNT MAP NOT FOUND"
           end-if.

       load-one-gl-map.
           read glAccountMap
               at end
                   continue
               not at end
                   evaluate true
                       when ga-accrual-map
                           and ga-store-no = "****"
                           move ga-account to ws-credit-account
                       when not ga-wage-map
                           continue
                       when ga-store-no = "****"
                           continue
                       when other
                           add 1 to gl-map-count
                           set gm-idx to gl-map-count
                           move ga-store-no to gm-store-no(gm-idx)
                           move ga-jobcode to gm-jobcode(gm-idx)
                           move ga-account to gm-account(gm-idx)
                   end-evaluate
           end-read.

      *    The straddling week's own expense is used once that week
      *    has been through the weekly run; until then the last full
      *    week of the closing month stands in for it.
       open-basis-week.
           open input expenseHistory.
           if ws-history-status not = "00"
               display "EXPENSE HISTORY FILE NOT FOUND"
               set end-of-file to true
           else
               move ws-straddle-week to ws-basis-week
               move "(WEEK AS RUN)" to rbl-note
               perform start-basis-week
               if end-of-file and ws-last-full-week not = spaces
                   move zero to ws-eof
                   move ws-last-full-week to ws-basis-week
                   move "(ESTIMATE)" to rbl-note
                   perform start-basis-week
               end-if
           end-if.
           move ws-straddle-week to rwl-week.
           move ws-accrual-days to rwl-days.
           write registerLine from ws-week-line.
           move ws-basis-week to rbl-week.
           write registerLine from ws-basis-line.
           move ws-month-end-date to rdl-accrual.
           move ws-reversal-date to rdl-reversal.
           write registerLine from ws-dates-line.
           write registerLine from blank-line.
           write registerLine from ws-column-heads.

      *    Positions on the first expense row of the basis week and
      *    reads it, so an unrun week shows up as end of file.
       start-basis-week.
           move ws-basis-week to eh-week-ending.
           move low-values to eh-store-no.
           move low-values to eh-jobcode.
           start expenseHistory key not < eh-key
               invalid key
                   set end-of-file to true
           end-start.
           if not end-of-file
               read expenseHistory next
                   at end
                       set end-of-file to true
               end-read
           end-if.
           if not end-of-file
               and eh-week-ending not = ws-basis-week
               set end-of-file to true
           end-if.

      *    The current row was read by start-basis-week or by the
      *    previous pass; it is accrued and the next row read.
       accrue-one-row.
           if eh-total > zero
               perform accrue-current-row
           end-if.
           read expenseHistory next
               at end
                   set end-of-file to true
               not at end
                   if eh-week-ending not = ws-basis-week
                       set end-of-file to true
                   end-if
           end-read.

       accrue-current-row.
           compute ws-row-accrual rounded =
               eh-total * ws-accrual-days / 7.
           add eh-total to ws-basis-total.
           perform find-gl-map.
           move eh-store-no to dtl-store-no.
           move eh-jobcode to dtl-jobcode.
           perform find-job-label.
           move ws-job-label to dtl-job-label.
           move eh-total to dtl-wages.
           move ws-row-accrual to dtl-accrued.
           if ws-row-accrual > zero
               add ws-row-accrual to ws-credit-total
               if accrual-count < 200
                   add 1 to accrual-count
                   set ac-idx to accrual-count
                   move eh-store-no to act-store-no(ac-idx)
                   move eh-jobcode to act-jobcode(ac-idx)
                   move ws-row-accrual to act-amount(ac-idx)
               end-if
               if gm-idx > gl-map-count
                   display "NO GL ACCOUNT FOR STORE " eh-store-no
                       " JOB CODE " eh-jobcode
                   add 1 to ws-unmapped-count
                   move "UNMAPPED" to dtl-account
               else
                   perform add-to-account
                   add ws-row-accrual to ws-debit-total
                   move gm-account(gm-idx) to dtl-account
               end-if
           else
               move spaces to dtl-account
           end-if.
           write registerLine from ws-detail-line.

       find-job-label.
           move spaces to ws-job-label.
           set jc-idx to 1.
           search jobcode-entry
               at end
                   continue
               when jc-code(jc-idx) = eh-jobcode
                   move jc-label(jc-idx) to ws-job-label
           end-search.

       find-gl-map.
           set gm-idx to 1.
           search gl-map-entry
               at end
                   continue
               when gm-store-no(gm-idx) = eh-store-no
                   and gm-jobcode(gm-idx) = eh-jobcode
                   continue
           end-search.

       add-to-account.
           set ga-idx to 1.
           search gl-account-entry
               at end
                   add 1 to gl-account-count
                   set ga-idx to gl-account-count
                   move gm-account(gm-idx) to gat-account(ga-idx)
                   move zero to gat-amount(ga-idx)
               when gat-account(ga-idx) = gm-account(gm-idx)
                   continue
           end-search.
           add ws-row-accrual to gat-amount(ga-idx).

       end-para.
           if ws-history-status = "00" or ws-history-status = "10"
               close expenseHistory
           end-if.
           if ws-straddle-week not = spaces
               write registerLine from blank-line
               move ws-credit-total to trl-accrued
               write registerLine from ws-accrued-trailer
           end-if.
           perform write-prior-reversal.
           evaluate true
               when ws-straddle-week = spaces
                   perform record-no-accrual
                   display "NO STRADDLING WEEK FOR " ws-accrual-month
                   move "COMPLETED" to ws-joblog-status
               when ws-credit-total = zero
                   display "NO SALARY EXPENSE ON FILE FOR WEEK "
                       ws-basis-week
                   move "HALTED - NO EXPENSE" to ws-joblog-status
                   move 8 to return-code
               when ws-debit-total = ws-credit-total
                   perform release-posting-file
                   perform record-accruals
                   display "ACCRUAL GL POSTINGS RELEASED: "
                       ws-posting-count
                   move "COMPLETED" to ws-joblog-status
               when other
                   move ws-debit-total to ws-amount-disp
                   display "GL DEBIT TOTAL:  " ws-amount-disp
                   move ws-credit-total to ws-amount-disp
                   display "GL CREDIT TOTAL: " ws-amount-disp
                   display "UNMAPPED EXPENSE ROWS: " ws-unmapped-count
                   display "*** ACCRUAL POSTING FILE NOT RELEASED - "
                       "DEBITS AND CREDITS DO NOT BALANCE ***"
                   move "HALTED - OUT OF BAL" to ws-joblog-status
                   move 8 to return-code
           end-evaluate.
           close accrualRegister.
           move ws-credit-total to ws-amount-disp.
           display "SALARY ACCRUED FOR " ws-accrual-month ": "
               ws-amount-disp.
           move accrual-count to ws-joblog-count.
           move "END" to ws-joblog-event.
           call "JobLog" using ws-joblog-program, ws-joblog-event,
               ws-joblog-count, ws-joblog-status,
               ws-joblog-runid.
           stop run.

      *    The prior month's batch already carried its reversal,
      *    dated the first of this month; the register lists those
      *    rows again so the month shows both sides.
       write-prior-reversal.
           write registerLine from blank-line.
           move ws-prior-month to rrh-month.
           move spaces to rrh-date.
           move ws-accrual-month to rrh-date(1:7).
           move "-01" to rrh-date(8:3).
           write registerLine from ws-reversal-heading.
           open input accrualHistory.
           if ws-accrhist-status = "00"
               perform reverse-one-history
                   until ws-accrhist-status not = "00"
               close accrualHistory
           end-if.
           if ws-reversed-count = zero
               write registerLine from ws-no-reversal-line
           else
               move ws-reversed-total to trl-reversed
               write registerLine from ws-reversed-trailer
           end-if.

       reverse-one-history.
           read accrualHistory
               at end
                   continue
               not at end
                   if ah-month = ws-prior-month
                       and ah-amount > zero
                       move ah-store-no to rvl-store-no
                       move ah-jobcode to rvl-jobcode
                       move ah-jobcode to eh-jobcode
                       perform find-job-label
                       move ws-job-label to rvl-job-label
                       move ah-amount to rvl-amount
                       write registerLine from ws-reversal-line
                       add ah-amount to ws-reversed-total
                       add 1 to ws-reversed-count
                   end-if
           end-read.

      *    Accrual: debit each wage account, credit the liability,
      *    dated the month end.  Reversal: the same amounts with the
      *    sides swapped, dated the first of the next month.
       release-posting-file.
           open output glPostings.
           move ws-month-end-date to gp-week-ending.
           move "D" to gp-dc.
           perform write-one-account
               varying ga-idx from 1 by 1
               until ga-idx > gl-account-count.
           move ws-credit-account to gp-account.
           move "C" to gp-dc.
           move ws-credit-total to gp-amount.
           write glPostingRec.
           add 1 to ws-posting-count.
           move ws-reversal-date to gp-week-ending.
           move ws-credit-account to gp-account.
           move "D" to gp-dc.
           move ws-credit-total to gp-amount.
           write glPostingRec.
           add 1 to ws-posting-count.
           move "C" to gp-dc.
           perform write-one-account
               varying ga-idx from 1 by 1
               until ga-idx > gl-account-count.
           close glPostings.

       write-one-account.
           move gat-account(ga-idx) to gp-account.
           move gat-amount(ga-idx) to gp-amount.
           write glPostingRec.
           add 1 to ws-posting-count.

       record-accruals.
           perform open-history-extend.
           perform record-one-accrual
               varying ac-idx from 1 by 1
               until ac-idx > accrual-count.
           close accrualHistory.

       record-one-accrual.
           move act-store-no(ac-idx) to ah-store-no.
           move act-jobcode(ac-idx) to ah-jobcode.
           move act-amount(ac-idx) to ah-amount.
           perform write-history-row.

      *    A month with no straddling week still gets a zero row so
      *    it is not picked up again.
       record-no-accrual.
           perform open-history-extend.
           move spaces to ah-store-no.
           move spaces to ah-jobcode.
           move zero to ah-amount.
           perform write-history-row.
           close accrualHistory.

       open-history-extend.
           open extend accrualHistory.
           if ws-accrhist-status = "35"
               open output accrualHistory
           end-if.

       write-history-row.
           move ws-accrual-month to ah-month.
           move ws-straddle-week to ah-week-ending.
           move ws-accrual-days to ah-days.
           move ws-basis-week to ah-basis-week.
           move ws-month-end-date to ah-accrual-date.
           move ws-reversal-date to ah-reversal-date.
           move ws-run-date to ah-run-date.
           move ws-operator-id to ah-operator.
           write accrualHistoryRec.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-accrualParams.
           string env-data-dir delimited by space
               "Accrual_Params.dat" delimited by size
               into ws-path-accrualParams
           end-string.
           move spaces to ws-path-payrollCalendar.
           string env-data-dir delimited by space
               "PayrollCalendar.dat" delimited by size
               into ws-path-payrollCalendar
           end-string.
           move spaces to ws-path-expenseHistory.
           string env-data-dir delimited by space
               "SalaryExpenseHistory.dat" delimited by size
               into ws-path-expenseHistory
           end-string.
           move spaces to ws-path-glAccountMap.
           string env-data-dir delimited by space
               "GlAccountMap.dat" delimited by size
               into ws-path-glAccountMap
           end-string.
           move spaces to ws-path-accrualHistory.
           string env-data-dir delimited by space
               "AccrualHistory.dat" delimited by size
               into ws-path-accrualHistory
           end-string.
           move spaces to ws-path-operatorFile.
           string env-data-dir delimited by space
               "CurrentOperator.dat" delimited by size
               into ws-path-operatorFile
           end-string.
           move spaces to ws-path-glPostings.
           string env-data-dir delimited by space
               "AccrualGlPostings.dat" delimited by size
               into ws-path-glPostings
           end-string.
           move spaces to ws-path-accrualRegister.
           string env-data-dir delimited by space
               "AccrualRegister.rpt" delimited by size
               into ws-path-accrualRegister
           end-string.

       end program SalaryAccrual.
