      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. WsibEarnings as "WsibEarnings".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select employeeEarnings assign ws-path-employeeEarnings
                   organization line sequential
                   file status is ws-earnings-status.
               select sortWorkFile assign ws-path-sortWorkFile.
               select sortedEarnings assign ws-path-sortedEarnings
                   organization line sequential.
               select paramFile assign ws-path-paramFile
                   organization line sequential
                   file status is ws-param-status.
               select wsibClasses assign ws-path-wsibClasses
                   organization line sequential
                   file status is ws-classes-status.
               select wsibReport assign ws-path-wsibReport
                   organization line sequential.
               select wsibSummary assign ws-path-wsibSummary
                   organization line sequential.

       data division.
       file section.
       FD employeeEarnings.
       01 employeeEarningsRec.
           03 er-week-ending        pic x(10).
           03 er-employeeID         pic x(4).
           03 er-gross              pic 9(5)V9(2).
           03 er-ot-premium         pic 9(5)V9(2).
           03 er-commission         pic 9(5)V9(2).
           03 er-jobcode            pic x(1).
           03 er-storeNo            pic x(4).
           03 er-hours              pic 9(3)V9.
           03 er-homeStore          pic x(4).
       SD sortWorkFile.
       01 sortEarningsRec.
           03 sr-employeeID         pic x(4).
           03 sr-week-ending        pic x(10).
           03 sr-earnings           pic 9(6)V9(2).
           03 sr-jobcode            pic x(1).
           03 sr-storeNo            pic x(4).
       FD sortedEarnings.
       01 sortedEarningsRec.
           03 se-employeeID         pic x(4).
           03 se-week-ending        pic x(10).
           03 se-earnings           pic 9(6)V9(2).
           03 se-jobcode            pic x(1).
           03 se-storeNo            pic x(4).
       FD paramFile.
       01 paramRecord.
           03 param-fiscal-year    pic x(4).
           03 filler               pic x(1).
           03 param-quarter        pic x(1).
           03 filler               pic x(1).
           03 param-annual-max     pic x(8).
           03 param-annual-max-num redefines param-annual-max
                                   pic 9(6)V9(2).
       FD wsibClasses.
       01 wsibClassRec.
           03 wc-jobcode           pic x(1).
           03 filler               pic x.
           03 wc-class             pic x(4).
           03 filler               pic x.
           03 wc-rate              pic 9(2)V9(2).
       FD wsibReport.
       01 reportLine               pic x(80).
       FD wsibSummary.
       01 wsibSummaryRec.
           03 wsum-year            pic x(4).
           03 filler               pic x value space.
           03 wsum-period          pic x(2).
           03 filler               pic x value space.
           03 wsum-class           pic x(4).
           03 filler               pic x value space.
           03 wsum-rate            pic 9(2)V9(2).
           03 filler               pic x value space.
           03 wsum-workers         pic 9(5).
           03 filler               pic x value space.
           03 wsum-assessable      pic 9(9)V9(2).
           03 filler               pic x value space.
           03 wsum-excess          pic 9(9)V9(2).
           03 filler               pic x value space.
           03 wsum-premium         pic 9(7)V9(2).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-load-eof           pic 9(4) value 0.
           88 end-of-load               value 1.
       01 ws-earnings-status    pic x(2).
       01 ws-param-status       pic x(2).
       01 ws-classes-status     pic x(2).
       01 ws-fiscal-year        pic x(4).
       01 ws-run-date           pic 9(8).
      *    Blank quarter runs the whole year; 1 to 4 gives the
      *    quarterly installment for months ending that quarter.
       01 ws-quarter            pic x(1) value space.
           88 annual-run                value space.
           88 valid-quarter             value "1", "2", "3", "4".
       01 ws-quarter-num        pic 9(1).
       01 ws-period             pic x(2) value "AN".
       01 ws-first-month        pic 9(2) value 1.
       01 ws-last-month         pic 9(2) value 12.
       01 ws-row-month          pic 9(2).
       01 ws-annual-max         pic 9(6)V9(2) value 100422.00.
       01 ws-current-employee   pic x(4) value spaces.
       01 ws-emp-cumulative     pic 9(7)V9(2).
       01 ws-cap-before         pic 9(7)V9(2).
       01 ws-cap-after          pic 9(7)V9(2).
       01 ws-row-assessable     pic 9(7)V9(2).
       01 ws-row-excess         pic 9(7)V9(2).
       01 ws-row-class          pic x(4).
       01 ws-row-rate           pic 9(2)V9(2).
       01 ws-row-count          pic 9(6) value 0.
       01 ws-worker-count       pic 9(5) value 0.
       01 ws-last-counted       pic x(4) value spaces.
       01 ws-unclassified-count pic 9(6) value 0.
       01 ws-store-sub          pic 9(4) comp.
       01 ws-shift-sub          pic 9(4) comp.
       01 ws-new-key            pic x(8).
       01 ws-last-store         pic x(4).
       01 ws-total-assessable   pic 9(9)V9(2) value 0.
       01 ws-total-excess       pic 9(9)V9(2) value 0.
       01 ws-total-premium      pic 9(7)V9(2) value 0.
       01 ws-store-assessable   pic 9(9)V9(2).
       01 ws-store-excess       pic 9(9)V9(2).
       01 ws-store-premium      pic 9(7)V9(2).
      *    Job code to rate class and premium rate per $100 of
      *    assessable earnings.  Job codes with no row of their
      *    own use the row keyed *.
       01 class-map-table.
           03 class-map-entry occurs 20 times indexed by cmap-idx.
               05 cmap-jobcode      pic x(1).
               05 cmap-class        pic x(4).
               05 cmap-rate         pic 9(2)V9(2).
       01 class-map-count       pic 9(4) comp value 0.
       01 class-table.
           03 class-entry occurs 20 times indexed by cl-idx.
               05 cl-class          pic x(4).
               05 cl-rate           pic 9(2)V9(2).
               05 cl-workers        pic 9(5).
               05 cl-last-employee  pic x(4).
               05 cl-assessable     pic 9(9)V9(2).
               05 cl-excess         pic 9(9)V9(2).
               05 cl-premium        pic 9(7)V9(2).
       01 class-count           pic 9(4) comp value 0.
      *    Store and class totals, held in store then class order.
       01 store-class-table.
           03 store-class-entry occurs 400 times indexed by sc-idx.
               05 sc-key.
                   07 sc-storeNo    pic x(4).
                   07 sc-class      pic x(4).
               05 sc-rate           pic 9(2)V9(2).
               05 sc-assessable     pic 9(9)V9(2).
               05 sc-excess         pic 9(9)V9(2).
               05 sc-premium        pic 9(7)V9(2).
       01 store-class-count     pic 9(4) comp value 0.
       copy JOBCODES.
       01 ws-report-title.
           03 filler            pic x(38) value
               "WSIB ASSESSABLE EARNINGS - YEAR:      ".
           03 rpt-year          pic x(4).
           03 filler            pic x(10) value "  PERIOD: ".
           03 rpt-period        pic x(2).
       01 ws-max-line.
           03 filler            pic x(38) value
               "Annual maximum per worker:            ".
           03 rpt-max           pic Z(5)9.9(2).
       01 ws-map-heading        pic x(30) value
           "JOB CODE RATE CLASSES:".
       01 ws-map-line.
           03 filler            pic x(2) value spaces.
           03 mpl-jobcode       pic x(1).
           03 filler            pic x(2) value spaces.
           03 mpl-label         pic x(11).
           03 filler            pic x(9) value "  CLASS  ".
           03 mpl-class         pic x(4).
           03 filler            pic x(8) value "  RATE  ".
           03 mpl-rate          pic Z9.99.
       01 ws-class-heading      pic x(30) value
           "BY RATE CLASS:".
       01 ws-class-heads.
           03 filler pic x(8)  value "CLASS   ".
           03 filler pic x(8)  value "   RATE ".
           03 filler pic x(9)  value "  WORKERS".
           03 filler pic x(16) value "      ASSESSABLE".
           03 filler pic x(16) value "          EXCESS".
           03 filler pic x(14) value "       PREMIUM".
       01 ws-class-line.
           03 ccl-class         pic x(4).
           03 filler            pic x(4).
           03 ccl-rate          pic Z9.99.
           03 filler            pic x(4).
           03 ccl-workers       pic ZZZZ9.
           03 filler            pic x(2).
           03 ccl-assessable    pic Z(8)9.9(2).
           03 filler            pic x(2).
           03 ccl-excess        pic Z(8)9.9(2).
           03 filler            pic x(2).
           03 ccl-premium       pic Z(6)9.9(2).
       01 ws-store-heading      pic x(30) value
           "BY STORE AND RATE CLASS:".
       01 ws-store-heads.
           03 filler pic x(8)  value "STORE   ".
           03 filler pic x(8)  value "CLASS   ".
           03 filler pic x(9)  value "         ".
           03 filler pic x(16) value "      ASSESSABLE".
           03 filler pic x(16) value "          EXCESS".
           03 filler pic x(14) value "       PREMIUM".
       01 ws-store-line.
           03 scl-storeNo       pic x(4).
           03 filler            pic x(4).
           03 scl-class         pic x(4).
           03 filler            pic x(2).
           03 scl-rate          pic Z9.99.
           03 filler            pic x(6).
           03 scl-assessable    pic Z(8)9.9(2).
           03 filler            pic x(2).
           03 scl-excess        pic Z(8)9.9(2).
           03 filler            pic x(2).
           03 scl-premium       pic Z(6)9.9(2).
       01 ws-store-total-line.
           03 filler            pic x(8) value spaces.
           03 filler            pic x(17) value
               "STORE TOTAL      ".
           03 stl-assessable    pic Z(8)9.9(2).
           03 filler            pic x(2).
           03 stl-excess        pic Z(8)9.9(2).
           03 filler            pic x(2).
           03 stl-premium       pic Z(6)9.9(2).
       01 ws-grand-total-line.
           03 filler            pic x(16) value
               "COMPANY TOTAL   ".
           03 filler            pic x(4).
           03 gtl-workers       pic ZZZZ9.
           03 filler            pic x(2).
           03 gtl-assessable    pic Z(8)9.9(2).
           03 filler            pic x(2).
           03 gtl-excess        pic Z(8)9.9(2).
           03 filler            pic x(2).
           03 gtl-premium       pic Z(6)9.9(2).
       01 dashLine              pic x(76) value all "-".
       01 blank-line            pic x value " ".
       01 ws-joblog-count       pic 9(6) value 0.
       01 ws-joblog-program     pic x(12) value "WsibEarnings".
       01 ws-joblog-runid      pic x(14).
       01 ws-runid-date        pic 9(8).
       01 ws-runid-time        pic 9(8).
       01 ws-joblog-event       pic x(10).
       01 ws-joblog-status      pic x(20).

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-employeeEarnings  pic x(70).
           03 ws-path-sortWorkFile  pic x(70).
           03 ws-path-sortedEarnings  pic x(70).
           03 ws-path-paramFile  pic x(70).
           03 ws-path-wsibClasses  pic x(70).
           03 ws-path-wsibReport  pic x(70).
           03 ws-path-wsibSummary  pic x(70).

      *    Workers' compensation return.  Each employee's weekly
      *    earnings (gross plus commission) for the fiscal year are
      *    taken in week order and capped at the annual maximum per
      *    worker; every week is charged to the rate class of the
      *    job code it was worked under, so the excess over the
      *    maximum falls on the weeks that crossed it.  A quarter
      *    run caps the year to the quarter end and reports only
      *    that quarter's share, which gives the installment.
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
           move ws-run-date(1:4) to ws-fiscal-year.
           perform read-params.
           perform load-jobcode-table.
           perform load-class-map.
           perform sort-earnings.
           open input sortedEarnings.
           perform read-file.

       read-params.
           open input paramFile.
           if ws-param-status = "00"
               read paramFile
                   at end
                       display "PARAMETER FILE EMPTY - USING DEFAULTS"
                   not at end
                       if param-fiscal-year is numeric
                           move param-fiscal-year to ws-fiscal-year
                       end-if
                       move param-quarter to ws-quarter
                       if param-annual-max-num is numeric
                           and param-annual-max-num > zero
                           move param-annual-max-num to ws-annual-max
                       end-if
               end-read
               close paramFile
           else
               display "PARAMETER FILE NOT FOUND - USING DEFAULTS"
           end-if.
           if not annual-run and not valid-quarter
               display "QUARTER MUST BE 1 TO 4 - RUNNING FULL YEAR"
               move space to ws-quarter
           end-if.
           if valid-quarter
               move ws-quarter to ws-quarter-num
               compute ws-first-month = ws-quarter-num * 3 - 2
               compute ws-last-month = ws-quarter-num * 3
               move "Q " to ws-period
               move ws-quarter to ws-period(2:1)
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

       load-class-map.
           open input wsibClasses.
           if ws-classes-status = "00"
               perform load-one-class-map
                   until ws-classes-status not = "00"
                   or class-map-count = 20
               close wsibClasses
           else
               display "WSIB CLASSES NOT FOUND - USING DEFAULTS"
               perform load-default-classes
           end-if.

       load-one-class-map.
           read wsibClasses
               at end
                   continue
               not at end
                   if wc-rate is numeric
                       add 1 to class-map-count
                       set cmap-idx to class-map-count
                       move wc-jobcode to cmap-jobcode(cmap-idx)
                       move wc-class to cmap-class(cmap-idx)
                       move wc-rate to cmap-rate(cmap-idx)
                   end-if
           end-read.

       load-default-classes.
           move 4 to class-map-count.
           move "M" to cmap-jobcode(1).
           move "9170" to cmap-class(1).
           move 00.95 to cmap-rate(1).
           move "A" to cmap-jobcode(2).
           move "9170" to cmap-class(2).
           move 00.95 to cmap-rate(2).
           move "S" to cmap-jobcode(3).
           move "8340" to cmap-class(3).
           move 01.45 to cmap-rate(3).
           move "C" to cmap-jobcode(4).
           move "9172" to cmap-class(4).
           move 03.20 to cmap-rate(4).

      *    Rows after the end of the period are never released;
      *    rows before it are still needed to know how much of
      *    the maximum was used up before the period started.
       sort-earnings.
           sort sortWorkFile
               on ascending key sr-employeeID
               on ascending key sr-week-ending
               input procedure is release-earnings
               giving sortedEarnings.

       release-earnings.
           open input employeeEarnings.
           if ws-earnings-status not = "00"
               display "EMPLOYEE EARNINGS FILE NOT FOUND"
           else
               perform release-one-row until end-of-load
               close employeeEarnings
           end-if.

       release-one-row.
           read employeeEarnings
               at end
                   set end-of-load to true
               not at end
                   if er-week-ending(1:4) = ws-fiscal-year
                       and er-week-ending(6:2) is numeric
                       move er-week-ending(6:2) to ws-row-month
                       if ws-row-month not > ws-last-month
                           move er-employeeID to sr-employeeID
                           move er-week-ending to sr-week-ending
                           compute sr-earnings =
                               er-gross + er-commission
                           move er-jobcode to sr-jobcode
                           move er-storeNo to sr-storeNo
                           release sortEarningsRec
                       end-if
                   end-if
           end-read.

       read-file.
           read sortedEarnings
               at end
                   set end-of-file to true
           end-read.

       process-rec.
           if se-employeeID not = ws-current-employee
               move se-employeeID to ws-current-employee
               move zero to ws-emp-cumulative
           end-if.
           move ws-emp-cumulative to ws-cap-before.
           if ws-cap-before > ws-annual-max
               move ws-annual-max to ws-cap-before
           end-if.
           add se-earnings to ws-emp-cumulative.
           move ws-emp-cumulative to ws-cap-after.
           if ws-cap-after > ws-annual-max
               move ws-annual-max to ws-cap-after
           end-if.
           move se-week-ending(6:2) to ws-row-month.
           if ws-row-month not < ws-first-month
               compute ws-row-assessable = ws-cap-after - ws-cap-before
               compute ws-row-excess =
                   se-earnings - ws-row-assessable
               perform charge-one-row
           end-if.
           perform read-file.

       charge-one-row.
           add 1 to ws-row-count.
           if se-employeeID not = ws-last-counted
               add 1 to ws-worker-count
               move se-employeeID to ws-last-counted
           end-if.
           set cmap-idx to 1.
           search class-map-entry
               at end
                   perform find-default-class
               when cmap-idx > class-map-count
                   perform find-default-class
               when cmap-jobcode(cmap-idx) = se-jobcode
                   continue
           end-search.
           if cmap-idx > class-map-count
               display "NO WSIB CLASS FOR JOB CODE " se-jobcode
                   " EMPLOYEE " se-employeeID " WEEK "
                   se-week-ending
               add 1 to ws-unclassified-count
               move "????" to ws-row-class
               move zero to ws-row-rate
           else
               move cmap-class(cmap-idx) to ws-row-class
               move cmap-rate(cmap-idx) to ws-row-rate
           end-if.
           perform add-to-class.
           perform add-to-store-class.

       find-default-class.
           set cmap-idx to 1.
           search class-map-entry
               at end
                   set cmap-idx to class-map-count
                   set cmap-idx up by 1
               when cmap-idx > class-map-count
                   continue
               when cmap-jobcode(cmap-idx) = "*"
                   continue
           end-search.

      *    Premium is figured once per class from the total
      *    assessable earnings, at the end of the run.
       add-to-class.
           set cl-idx to 1.
           search class-entry
               at end
                   add 1 to class-count
                   set cl-idx to class-count
                   move ws-row-class to cl-class(cl-idx)
                   move ws-row-rate to cl-rate(cl-idx)
                   move zero to cl-workers(cl-idx)
                   move spaces to cl-last-employee(cl-idx)
                   move zero to cl-assessable(cl-idx)
                   move zero to cl-excess(cl-idx)
                   move zero to cl-premium(cl-idx)
               when cl-class(cl-idx) = ws-row-class
                   continue
           end-search.
           if cl-last-employee(cl-idx) not = se-employeeID
               add 1 to cl-workers(cl-idx)
               move se-employeeID to cl-last-employee(cl-idx)
           end-if.
           add ws-row-assessable to cl-assessable(cl-idx).
           add ws-row-excess to cl-excess(cl-idx).

       add-to-store-class.
           move se-storeNo to ws-new-key(1:4).
           move ws-row-class to ws-new-key(5:4).
           move 1 to ws-store-sub.
           perform find-store-slot
               until ws-store-sub > store-class-count
               or sc-key(ws-store-sub) not < ws-new-key.
           if ws-store-sub > store-class-count
               perform insert-store-class
           else
               if sc-key(ws-store-sub) not = ws-new-key
                   perform insert-store-class
               end-if
           end-if.
           if ws-store-sub > store-class-count
               display "STORE CLASS TABLE FULL AT STORE " se-storeNo
           else
               add ws-row-assessable to sc-assessable(ws-store-sub)
               add ws-row-excess to sc-excess(ws-store-sub)
           end-if.

       find-store-slot.
           add 1 to ws-store-sub.

       insert-store-class.
           if store-class-count < 400
               move store-class-count to ws-shift-sub
               perform shift-one-store-class
                   until ws-shift-sub < ws-store-sub
               add 1 to store-class-count
               move ws-new-key to sc-key(ws-store-sub)
               move ws-row-rate to sc-rate(ws-store-sub)
               move zero to sc-assessable(ws-store-sub)
               move zero to sc-excess(ws-store-sub)
               move zero to sc-premium(ws-store-sub)
           end-if.

       shift-one-store-class.
           move store-class-entry(ws-shift-sub)
               to store-class-entry(ws-shift-sub + 1).
           subtract 1 from ws-shift-sub.

       end-para.
           close sortedEarnings.
           open output wsibReport.
           open output wsibSummary.
           move ws-fiscal-year to rpt-year.
           move ws-period to rpt-period.
           write reportLine from ws-report-title.
           move ws-annual-max to rpt-max.
           write reportLine from ws-max-line.
           write reportLine from dashLine.
           write reportLine from ws-map-heading.
           perform write-one-mapping
               varying jc-idx from 1 by 1
               until jc-idx > jobcode-count.
           write reportLine from blank-line.
           write reportLine from ws-class-heading.
           write reportLine from ws-class-heads.
           perform write-one-class
               varying cl-idx from 1 by 1
               until cl-idx > class-count.
           write reportLine from dashLine.
           move ws-worker-count to gtl-workers.
           move ws-total-assessable to gtl-assessable.
           move ws-total-excess to gtl-excess.
           move ws-total-premium to gtl-premium.
           write reportLine from ws-grand-total-line.
           write reportLine from blank-line.
           write reportLine from ws-store-heading.
           write reportLine from ws-store-heads.
           move spaces to ws-last-store.
           perform write-one-store-class
               varying sc-idx from 1 by 1
               until sc-idx > store-class-count.
           if ws-last-store not = spaces
               perform write-store-total
           end-if.
           close wsibReport.
           close wsibSummary.
           display "EARNINGS WEEKS CHARGED: " ws-row-count.
           display "UNCLASSIFIED WEEKS: " ws-unclassified-count.
           move ws-row-count to ws-joblog-count.
           move "END" to ws-joblog-event.
           if ws-unclassified-count > zero
               move "COMPLETED - UNCLASS" to ws-joblog-status
           else
               move "COMPLETED" to ws-joblog-status
           end-if.
           call "JobLog" using ws-joblog-program, ws-joblog-event,
               ws-joblog-count, ws-joblog-status,
               ws-joblog-runid.
           stop run.

      *    Each job code in the company table is shown with the
      *    class it falls under for this return.
       write-one-mapping.
           move jc-code(jc-idx) to mpl-jobcode.
           move jc-label(jc-idx) to mpl-label.
           set cmap-idx to 1.
           search class-map-entry
               at end
                   perform find-default-class
               when cmap-idx > class-map-count
                   perform find-default-class
               when cmap-jobcode(cmap-idx) = jc-code(jc-idx)
                   continue
           end-search.
           if cmap-idx > class-map-count
               move "????" to mpl-class
               move zero to mpl-rate
           else
               move cmap-class(cmap-idx) to mpl-class
               move cmap-rate(cmap-idx) to mpl-rate
           end-if.
           write reportLine from ws-map-line.

       write-one-class.
           compute cl-premium(cl-idx) rounded =
               cl-assessable(cl-idx) * cl-rate(cl-idx) / 100.
           move cl-class(cl-idx) to ccl-class.
           move cl-rate(cl-idx) to ccl-rate.
           move cl-workers(cl-idx) to ccl-workers.
           move cl-assessable(cl-idx) to ccl-assessable.
           move cl-excess(cl-idx) to ccl-excess.
           move cl-premium(cl-idx) to ccl-premium.
           write reportLine from ws-class-line.
           add cl-assessable(cl-idx) to ws-total-assessable.
           add cl-excess(cl-idx) to ws-total-excess.
           add cl-premium(cl-idx) to ws-total-premium.
           move ws-fiscal-year to wsum-year.
           move ws-period to wsum-period.
           move cl-class(cl-idx) to wsum-class.
           move cl-rate(cl-idx) to wsum-rate.
           move cl-workers(cl-idx) to wsum-workers.
           move cl-assessable(cl-idx) to wsum-assessable.
           move cl-excess(cl-idx) to wsum-excess.
           move cl-premium(cl-idx) to wsum-premium.
           write wsibSummaryRec.

       write-one-store-class.
           if sc-storeNo(sc-idx) not = ws-last-store
               if ws-last-store not = spaces
                   perform write-store-total
               end-if
               move sc-storeNo(sc-idx) to ws-last-store
               move zero to ws-store-assessable
               move zero to ws-store-excess
               move zero to ws-store-premium
           end-if.
           compute sc-premium(sc-idx) rounded =
               sc-assessable(sc-idx) * sc-rate(sc-idx) / 100.
           move sc-storeNo(sc-idx) to scl-storeNo.
           move sc-class(sc-idx) to scl-class.
           move sc-rate(sc-idx) to scl-rate.
           move sc-assessable(sc-idx) to scl-assessable.
           move sc-excess(sc-idx) to scl-excess.
           move sc-premium(sc-idx) to scl-premium.
           write reportLine from ws-store-line.
           add sc-assessable(sc-idx) to ws-store-assessable.
           add sc-excess(sc-idx) to ws-store-excess.
           add sc-premium(sc-idx) to ws-store-premium.

       write-store-total.
           move ws-store-assessable to stl-assessable.
           move ws-store-excess to stl-excess.
           move ws-store-premium to stl-premium.
           write reportLine from ws-store-total-line.
           write reportLine from blank-line.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-employeeEarnings.
           string env-data-dir delimited by space
               "EmployeeEarnings.dat" delimited by size
               into ws-path-employeeEarnings
           end-string.
           move spaces to ws-path-sortWorkFile.
           string env-data-dir delimited by space
               "WsibEarnings_Sort.dat" delimited by size
               into ws-path-sortWorkFile
           end-string.
           move spaces to ws-path-sortedEarnings.
           string env-data-dir delimited by space
               "WsibEarnings_Sorted.dat" delimited by size
               into ws-path-sortedEarnings
           end-string.
           move spaces to ws-path-paramFile.
           string env-data-dir delimited by space
               "Wsib_Params.dat" delimited by size
               into ws-path-paramFile
           end-string.
           move spaces to ws-path-wsibClasses.
           string env-data-dir delimited by space
               "WsibClasses.dat" delimited by size
               into ws-path-wsibClasses
           end-string.
           move spaces to ws-path-wsibReport.
           string env-data-dir delimited by space
               "WsibEarnings.rpt" delimited by size
               into ws-path-wsibReport
           end-string.
           move spaces to ws-path-wsibSummary.
           string env-data-dir delimited by space
               "WsibSummary.dat" delimited by size
               into ws-path-wsibSummary
           end-string.

       end program WsibEarnings.
