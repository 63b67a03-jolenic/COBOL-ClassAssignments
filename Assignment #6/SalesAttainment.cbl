      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. SalesAttainment as "SalesAttainment".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select paramFile assign ws-path-paramFile
                   organization line sequential
                   file status is ws-param-status.
               select payrollCalendar assign ws-path-payrollCalendar
                   organization line sequential
                   file status is ws-calendar-status.
               select salesDetailFile assign ws-path-salesDetailFile
                   organization line sequential
                   file status is ws-detail-status.
               select salesQuota assign ws-path-salesQuota
                   organization indexed
                   access mode dynamic
                   record key is sq-key
                   file status is ws-quota-status.
               select employeeMaster assign ws-path-employeeMaster
                   organization indexed
                   access mode dynamic
                   record key is em-employeeID
                   file status is ws-empmast-status.
               select storeMaster assign ws-path-storeMaster
                   organization indexed
                   access mode dynamic
                   record key is sm-store-no
                   file status is ws-storemast-status.
               select sortWorkFile assign ws-path-sortWorkFile.
               select sortedAttainment assign ws-path-sortedAttain
                   organization line sequential.
               select attainmentReport assign ws-path-attainReport
                   organization line sequential.
               select coachingFile assign ws-path-coachingFile
                   organization line sequential.

       data division.
       file section.
       FD paramFile.
       01 paramRecord.
           03 param-month          pic x(7).
           03 filler               pic x(1).
           03 param-threshold-pct  pic x(3).
       FD payrollCalendar.
       01 payrollCalendarRec.
           03 pc-week-ending        pic x(10).
           03 filler                pic x(1).
           03 pc-pay-period         pic x(1).
               88 pc-biweekly-payday       value "P".
       FD salesDetailFile.
       01 salesDetailRec.
           03 sd-storeNo            pic x(4).
               88 sd-control-record        value "CTL*".
           03 sd-lastName           pic x(14).
           03 sd-firstName          pic x(14).
           03 sd-employeeID         pic x(4).
           03 sd-commission         pic 9(5)V9(2).
           03 sd-salesAmount        pic 9(6)V9(2).
           03 sd-rate               pic 9V9(2).
           03 sd-split-ref          pic 9(4).
           03 sd-split-pct          pic 9(3).
           03 sd-split-sale         pic 9(6)V9(2).
       FD salesQuota.
       01 salesQuotaRec.
           03 sq-key.
               05 sq-employeeID     pic x(4).
               05 sq-month          pic x(7).
           03 sq-amount             pic 9(7)V9(2).
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
       FD storeMaster.
       01 storeMasterRec.
           03 sm-store-no          pic x(4).
           03 sm-store-name        pic x(20).
           03 sm-region            pic x(10).
       SD sortWorkFile.
       01 sortAttainRec.
           03 sr-region            pic x(10).
           03 sr-storeNo           pic x(4).
           03 sr-store-rank        pic 9(4).
           03 sr-employeeID        pic x(4).
           03 sr-lastName          pic x(14).
           03 sr-firstName         pic x(14).
           03 sr-quota             pic 9(7)V9(2).
           03 sr-actual            pic 9(7)V9(2).
           03 sr-pct               pic 9(4)V9.
           03 sr-region-rank       pic 9(4).
       FD sortedAttainment.
       01 sortedAttainRec.
           03 sa-region            pic x(10).
           03 sa-storeNo           pic x(4).
           03 sa-store-rank        pic 9(4).
               88 sa-no-quota              value 9999.
           03 sa-employeeID        pic x(4).
           03 sa-lastName          pic x(14).
           03 sa-firstName         pic x(14).
           03 sa-quota             pic 9(7)V9(2).
           03 sa-actual            pic 9(7)V9(2).
           03 sa-pct               pic 9(4)V9.
           03 sa-region-rank       pic 9(4).
       FD attainmentReport.
       01 reportLine               pic x(100).
       FD coachingFile.
       01 coachingRec.
           03 cf-month             pic x(7).
           03 filler               pic x value space.
           03 cf-employeeID        pic x(4).
           03 filler               pic x value space.
           03 cf-lastName          pic x(14).
           03 filler               pic x value space.
           03 cf-firstName         pic x(14).
           03 filler               pic x value space.
           03 cf-storeNo           pic x(4).
           03 filler               pic x value space.
           03 cf-region            pic x(10).
           03 filler               pic x value space.
           03 cf-quota             pic 9(7)V9(2).
           03 filler               pic x value space.
           03 cf-actual            pic 9(7)V9(2).
           03 filler               pic x value space.
           03 cf-pct               pic 9(4)V9.

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-param-status       pic x(2).
       01 ws-calendar-status    pic x(2).
       01 ws-detail-status      pic x(2).
       01 ws-quota-status       pic x(2).
       01 ws-empmast-status     pic x(2).
       01 ws-storemast-status   pic x(2).
       01 ws-empmast-open       pic x(1) value "N".
           88 emp-master-open          value "Y".
       01 ws-storemast-open     pic x(1) value "N".
           88 store-master-open        value "Y".
       01 ws-report-month       pic x(7) value spaces.
       01 ws-report-month-parts redefines ws-report-month.
           03 rm-year               pic x(4).
           03 rm-dash               pic x(1).
           03 rm-month              pic 9(2).
       01 ws-threshold-x        pic x(3).
       01 ws-threshold-num redefines ws-threshold-x pic 9(3).
       01 ws-threshold-pct      pic 9(3) value 80.
       01 week-table.
           03 week-entry occurs 6 times indexed by wk-idx.
               05 wk-week-ending    pic x(10).
               05 wk-found          pic x(1).
       01 week-count            pic 9(4) comp value 0.
       01 ws-missing-weeks      pic 9(4) value 0.
       01 rep-table.
           03 rep-entry occurs 500 times indexed by rep-idx cmp-idx.
               05 rp-employeeID     pic x(4).
               05 rp-lastName       pic x(14).
               05 rp-firstName      pic x(14).
               05 rp-storeNo        pic x(4).
               05 rp-region         pic x(10).
               05 rp-quota          pic 9(7)V9(2).
               05 rp-actual         pic 9(7)V9(2).
               05 rp-pct            pic 9(4)V9.
               05 rp-has-quota      pic x(1).
                   88 rp-quota-set          value "Y".
               05 rp-store-rank     pic 9(4).
               05 rp-region-rank    pic 9(4).
       01 rep-count             pic 9(4) comp value 0.
       01 ws-rep-overflow       pic 9(6) value 0.
       01 ws-lookup-employeeID  pic x(4).
       01 ws-lookup-store       pic x(4).
       01 ws-lookup-region      pic x(10).
       01 ws-lookup-name        pic x(20).
       01 ws-current-region     pic x(10) value spaces.
       01 ws-current-store      pic x(4) value spaces.
       01 ws-first-row          pic x(1) value "Y".
           88 first-row                 value "Y".
       01 ws-store-quota        pic 9(9)V9(2) value 0.
       01 ws-store-actual       pic 9(9)V9(2) value 0.
       01 ws-store-quota-actual pic 9(9)V9(2) value 0.
       01 ws-region-quota       pic 9(9)V9(2) value 0.
       01 ws-region-actual      pic 9(9)V9(2) value 0.
       01 ws-region-quota-actual pic 9(9)V9(2) value 0.
       01 ws-total-quota        pic 9(9)V9(2) value 0.
       01 ws-total-actual       pic 9(9)V9(2) value 0.
       01 ws-total-quota-actual pic 9(9)V9(2) value 0.
       01 ws-sub-quota          pic 9(9)V9(2).
       01 ws-sub-actual         pic 9(9)V9(2).
       01 ws-sub-quota-actual   pic 9(9)V9(2).
       01 ws-row-count          pic 9(6) value 0.
       01 ws-coaching-count     pic 9(6) value 0.
       01 ws-report-title.
           03 filler            pic x(34) value
               "SALES QUOTA ATTAINMENT - MONTH:   ".
           03 rgt-month         pic x(7).
           03 filler            pic x(26) value
               "    COACHING BELOW PCT:  ".
           03 rgt-threshold     pic ZZ9.
       01 ws-week-line.
           03 filler            pic x(17) value "  WEEK ENDING:   ".
           03 wkl-week          pic x(10).
           03 filler            pic x(2) value spaces.
           03 wkl-note          pic x(30).
       01 ws-region-line.
           03 filler            pic x(8) value "REGION: ".
           03 rgl-region        pic x(10).
       01 ws-store-line.
           03 filler            pic x(2) value spaces.
           03 filler            pic x(7) value "STORE: ".
           03 stl-store-no      pic x(4).
           03 filler            pic x(2) value spaces.
           03 stl-store-name    pic x(20).
       01 ws-column-heads.
           03 filler pic x(4)  value spaces.
           03 filler pic x(36) value "EMP   NAME".
           03 filler pic x(12) value "       QUOTA".
           03 filler pic x(12) value "      ACTUAL".
           03 filler pic x(8)  value "     PCT".
           03 filler pic x(12) value "  STORE RANK".
           03 filler pic x(13) value "  REGION RANK".
       01 ws-detail-line.
           03 filler            pic x(4) value spaces.
           03 dtl-employeeID    pic x(4).
           03 filler            pic x(2) value spaces.
           03 dtl-lastName      pic x(14).
           03 filler            pic x(1) value space.
           03 dtl-firstName     pic x(14).
           03 filler            pic x(1) value space.
           03 dtl-quota         pic Z(7)9.9(2).
           03 dtl-quota-x redefines dtl-quota pic x(11).
           03 filler            pic x(1) value space.
           03 dtl-actual        pic Z(7)9.9(2).
           03 filler            pic x(2) value spaces.
           03 dtl-pct           pic Z(3)9.9.
           03 dtl-pct-x redefines dtl-pct pic x(6).
           03 filler            pic x(8) value spaces.
           03 dtl-store-rank    pic Z(3)9.
           03 dtl-store-rank-x redefines dtl-store-rank pic x(4).
           03 filler            pic x(9) value spaces.
           03 dtl-region-rank   pic Z(3)9.
           03 dtl-region-rank-x redefines dtl-region-rank pic x(4).
       01 ws-subtotal-line.
           03 filler            pic x(4) value spaces.
           03 sbl-label         pic x(36).
           03 sbl-quota         pic Z(7)9.9(2).
           03 filler            pic x(1) value space.
           03 sbl-actual        pic Z(7)9.9(2).
           03 filler            pic x(2) value spaces.
           03 sbl-pct           pic Z(3)9.9.
           03 sbl-pct-x redefines sbl-pct pic x(6).
       01 ws-sub-pct            pic 9(4)V9.
       01 dashLine              pic x(100) value all "-".
       01 blank-line            pic x value " ".
       01 ws-joblog-count       pic 9(6) value 0.
       01 ws-joblog-program     pic x(12) value "SalesAttain".
       01 ws-joblog-runid      pic x(14).
       01 ws-runid-date        pic 9(8).
       01 ws-runid-time        pic 9(8).
       01 ws-joblog-event       pic x(10).
       01 ws-joblog-status      pic x(20).

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-paramFile  pic x(70).
           03 ws-path-payrollCalendar  pic x(70).
           03 ws-path-salesDetailFile  pic x(70).
           03 ws-path-salesQuota  pic x(70).
           03 ws-path-employeeMaster  pic x(70).
           03 ws-path-storeMaster  pic x(70).
           03 ws-path-sortWorkFile  pic x(70).
           03 ws-path-sortedAttain  pic x(70).
           03 ws-path-attainReport  pic x(70).
           03 ws-path-coachingFile  pic x(70).

      *    Monthly quota attainment for the district managers.  Each
      *    salesperson's sales for the month are totalled from the
      *    weekly sales detail files MonthEndDriver sets aside under
      *    dated names, for every payroll calendar week ending in
      *    the month, and set against the quota on file.  The report
      *    runs by region and store with the percent attained and
      *    the rank within store and within region (equal percents
      *    share a rank; a salesperson with sales but no quota is
      *    listed unranked), with store, region and company
      *    subtotals.  Anyone with a quota who falls under the
      *    coaching percent goes on the follow-up file.  A week whose
      *    detail file is missing is shown on the report and leaves
      *    the run flagged in the job log.
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
           perform read-params.
           if rm-year not numeric
               or rm-dash not = "-"
               or rm-month not numeric
               or rm-month < 1 or rm-month > 12
               display "ATTAINMENT MONTH MISSING OR NOT YYYY-MM"
               move "HALTED - BAD PARAMS" to ws-joblog-status
               perform halt-run
           end-if.
           perform load-payroll-calendar.
           if week-count = zero
               display "NO PAYROLL CALENDAR WEEKS IN " ws-report-month
               move "HALTED - NO CALENDAR" to ws-joblog-status
               perform halt-run
           end-if.
           open input employeeMaster.
           if ws-empmast-status = "00"
               move "Y" to ws-empmast-open
           end-if.
           open input storeMaster.
           if ws-storemast-status = "00"
               move "Y" to ws-storemast-open
           end-if.
           perform load-quotas.
           perform load-one-week-sales
               varying wk-idx from 1 by 1
               until wk-idx > week-count.
           perform compute-one-pct
               varying rep-idx from 1 by 1
               until rep-idx > rep-count.
           perform set-one-rank
               varying rep-idx from 1 by 1
               until rep-idx > rep-count.
           perform sort-attainment.
           open input sortedAttainment.
           open output attainmentReport.
           open output coachingFile.
           move ws-report-month to rgt-month.
           move ws-threshold-pct to rgt-threshold.
           write reportLine from ws-report-title.
           write reportLine from dashLine.
           perform write-one-week-line
               varying wk-idx from 1 by 1
               until wk-idx > week-count.
           perform read-file.

       halt-run.
           move "END" to ws-joblog-event.
           call "JobLog" using ws-joblog-program, ws-joblog-event,
               ws-joblog-count, ws-joblog-status,
               ws-joblog-runid.
           move 8 to return-code.
           stop run.

       read-params.
           open input paramFile.
           if ws-param-status = "00"
               read paramFile
                   at end
                       display "ATTAINMENT PARAMETERS EMPTY"
                   not at end
                       move param-month to ws-report-month
                       move param-threshold-pct to ws-threshold-x
                       if ws-threshold-x is numeric
                           move ws-threshold-num to ws-threshold-pct
                       end-if
               end-read
               close paramFile
           else
               display "ATTAINMENT PARAMETERS NOT FOUND"
           end-if.

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
                   if pc-week-ending(1:7) = ws-report-month
                       and week-count < 6
                       add 1 to week-count
                       set wk-idx to week-count
                       move pc-week-ending to wk-week-ending(wk-idx)
                       move "N" to wk-found(wk-idx)
                   end-if
           end-read.

      *    The quota file is keyed by employee and month, so the
      *    month's quotas are picked out on a pass of the file.
       load-quotas.
           open input salesQuota.
           if ws-quota-status = "00"
               perform load-one-quota
                   until ws-quota-status not = "00"
               close salesQuota
           else
               display "SALES QUOTA FILE NOT FOUND"
           end-if.

       load-one-quota.
           read salesQuota next
               at end
                   continue
               not at end
                   if sq-month = ws-report-month
                       move sq-employeeID to ws-lookup-employeeID
                       move spaces to ws-lookup-store
                       perform find-rep-entry
                       if rep-idx not > rep-count
                           move "Y" to rp-has-quota(rep-idx)
                           add sq-amount to rp-quota(rep-idx)
                       end-if
                   end-if
           end-read.

       load-one-week-sales.
           move spaces to ws-path-salesDetailFile.
           string env-data-dir delimited by space
               "Assignment6_SalesDetail_" delimited by size
               wk-week-ending(wk-idx) delimited by size
               ".dat" delimited by size
               into ws-path-salesDetailFile
           end-string.
           open input salesDetailFile.
           if ws-detail-status = "00"
               move "Y" to wk-found(wk-idx)
               perform add-one-sales-row
                   until ws-detail-status not = "00"
               close salesDetailFile
           else
               display "SALES DETAIL NOT FOUND FOR WEEK "
                   wk-week-ending(wk-idx)
               add 1 to ws-missing-weeks
           end-if.

       add-one-sales-row.
           read salesDetailFile
               at end
                   continue
               not at end
                   if not sd-control-record
                       move sd-employeeID to ws-lookup-employeeID
                       move sd-storeNo to ws-lookup-store
                       perform find-rep-entry
                       if rep-idx not > rep-count
                           add sd-salesAmount to rp-actual(rep-idx)
                       end-if
                   end-if
           end-read.

      *    A salesperson is placed in the home store on the master;
      *    one with no home store on file goes under the store the
      *    first sale was made in.
       find-rep-entry.
           set rep-idx to 1.
           search rep-entry
               at end
                   perform add-rep-entry
               when rp-employeeID(rep-idx) = ws-lookup-employeeID
                   continue
           end-search.

       add-rep-entry.
           if rep-count < 500
               add 1 to rep-count
               set rep-idx to rep-count
               move ws-lookup-employeeID to rp-employeeID(rep-idx)
               move spaces to rp-lastName(rep-idx)
               move spaces to rp-firstName(rep-idx)
               move zero to rp-quota(rep-idx)
               move zero to rp-actual(rep-idx)
               move zero to rp-pct(rep-idx)
               move "N" to rp-has-quota(rep-idx)
               if emp-master-open
                   perform lookup-rep-employee
               end-if
               move ws-lookup-store to rp-storeNo(rep-idx)
               perform lookup-store
               move ws-lookup-region to rp-region(rep-idx)
           else
               add 1 to ws-rep-overflow
               set rep-idx to 501
           end-if.

       lookup-rep-employee.
           move ws-lookup-employeeID to em-employeeID.
           read employeeMaster
               invalid key
                   continue
               not invalid key
                   move em-lastName to rp-lastName(rep-idx)
                   move em-firstName to rp-firstName(rep-idx)
                   if em-homeStore not = spaces
                       move em-homeStore to ws-lookup-store
                   end-if
           end-read.

       lookup-store.
           move "OTHER" to ws-lookup-region.
           move "NOT ON STORE MASTER" to ws-lookup-name.
           if store-master-open
               move ws-lookup-store to sm-store-no
               read storeMaster
                   invalid key
                       continue
                   not invalid key
                       move sm-store-name to ws-lookup-name
                       if sm-region not = spaces
                           move sm-region to ws-lookup-region
                       end-if
               end-read
           end-if.

      *    Percent attained first for everyone, then each rank is one
      *    more than the number of quota holders in the same store
      *    (or region) who attained a higher percent.
       compute-one-pct.
           if rp-quota-set(rep-idx) and rp-quota(rep-idx) > zero
               compute rp-pct(rep-idx) rounded =
                   rp-actual(rep-idx) * 100 / rp-quota(rep-idx)
                   on size error
                       move 9999.9 to rp-pct(rep-idx)
               end-compute
           end-if.

       set-one-rank.
           if rp-quota-set(rep-idx)
               move 1 to rp-store-rank(rep-idx)
               move 1 to rp-region-rank(rep-idx)
               perform compare-one-rep
                   varying cmp-idx from 1 by 1
                   until cmp-idx > rep-count
           else
               move 9999 to rp-store-rank(rep-idx)
               move zero to rp-region-rank(rep-idx)
           end-if.

       compare-one-rep.
           if rp-quota-set(cmp-idx)
               and rp-pct(cmp-idx) > rp-pct(rep-idx)
               if rp-region(cmp-idx) = rp-region(rep-idx)
                   add 1 to rp-region-rank(rep-idx)
                   if rp-storeNo(cmp-idx) = rp-storeNo(rep-idx)
                       add 1 to rp-store-rank(rep-idx)
                   end-if
               end-if
           end-if.

       sort-attainment.
           sort sortWorkFile
               on ascending key sr-region
               on ascending key sr-storeNo
               on ascending key sr-store-rank
               on ascending key sr-employeeID
               input procedure is release-reps
               giving sortedAttainment.

       release-reps.
           perform release-one-rep
               varying rep-idx from 1 by 1
               until rep-idx > rep-count.

       release-one-rep.
           move rp-region(rep-idx) to sr-region.
           move rp-storeNo(rep-idx) to sr-storeNo.
           move rp-store-rank(rep-idx) to sr-store-rank.
           move rp-employeeID(rep-idx) to sr-employeeID.
           move rp-lastName(rep-idx) to sr-lastName.
           move rp-firstName(rep-idx) to sr-firstName.
           move rp-quota(rep-idx) to sr-quota.
           move rp-actual(rep-idx) to sr-actual.
           move rp-pct(rep-idx) to sr-pct.
           move rp-region-rank(rep-idx) to sr-region-rank.
           release sortAttainRec.

       write-one-week-line.
           move wk-week-ending(wk-idx) to wkl-week.
           if wk-found(wk-idx) = "Y"
               move spaces to wkl-note
           else
               move "SALES DETAIL NOT FOUND" to wkl-note
           end-if.
           write reportLine from ws-week-line.

       read-file.
           read sortedAttainment
               at end
                   set end-of-file to true
           end-read.

       process-rec.
           add 1 to ws-row-count.
           if first-row
               move "N" to ws-first-row
               perform start-region
               perform start-store
           else
               if sa-region not = ws-current-region
                   perform end-store
                   perform end-region
                   perform start-region
                   perform start-store
               else
                   if sa-storeNo not = ws-current-store
                       perform end-store
                       perform start-store
                   end-if
               end-if
           end-if.
           perform write-detail-line.
           if not sa-no-quota and sa-pct < ws-threshold-pct
               perform write-coaching-row
           end-if.
           perform read-file.

       start-region.
           move sa-region to ws-current-region.
           move zero to ws-region-quota.
           move zero to ws-region-actual.
           move zero to ws-region-quota-actual.
           write reportLine from blank-line.
           move sa-region to rgl-region.
           write reportLine from ws-region-line.

       start-store.
           move sa-storeNo to ws-current-store.
           move zero to ws-store-quota.
           move zero to ws-store-actual.
           move zero to ws-store-quota-actual.
           move sa-storeNo to ws-lookup-store.
           perform lookup-store.
           move sa-storeNo to stl-store-no.
           move ws-lookup-name to stl-store-name.
           write reportLine from ws-store-line.
           write reportLine from ws-column-heads.

       write-detail-line.
           move sa-employeeID to dtl-employeeID.
           move sa-lastName to dtl-lastName.
           move sa-firstName to dtl-firstName.
           move sa-actual to dtl-actual.
           add sa-actual to ws-store-actual.
           if sa-no-quota
               move "   NO QUOTA" to dtl-quota-x
               move spaces to dtl-pct-x
               move spaces to dtl-store-rank-x
               move spaces to dtl-region-rank-x
           else
               move sa-quota to dtl-quota
               move sa-pct to dtl-pct
               move sa-store-rank to dtl-store-rank
               move sa-region-rank to dtl-region-rank
               add sa-quota to ws-store-quota
               add sa-actual to ws-store-quota-actual
           end-if.
           write reportLine from ws-detail-line.

       write-coaching-row.
           move ws-report-month to cf-month.
           move sa-employeeID to cf-employeeID.
           move sa-lastName to cf-lastName.
           move sa-firstName to cf-firstName.
           move sa-storeNo to cf-storeNo.
           move sa-region to cf-region.
           move sa-quota to cf-quota.
           move sa-actual to cf-actual.
           move sa-pct to cf-pct.
           write coachingRec.
           add 1 to ws-coaching-count.

      *    Subtotal percents are taken over the salespeople who
      *    carry a quota, so sales by someone with no quota do not
      *    lift the store's attainment.
       end-store.
           move "STORE TOTAL" to sbl-label.
           move ws-store-quota to ws-sub-quota.
           move ws-store-actual to ws-sub-actual.
           move ws-store-quota-actual to ws-sub-quota-actual.
           perform write-subtotal-line.
           add ws-store-quota to ws-region-quota.
           add ws-store-actual to ws-region-actual.
           add ws-store-quota-actual to ws-region-quota-actual.

       end-region.
           move spaces to sbl-label.
           string "REGION TOTAL " delimited by size
               ws-current-region delimited by space
               into sbl-label
           end-string.
           move ws-region-quota to ws-sub-quota.
           move ws-region-actual to ws-sub-actual.
           move ws-region-quota-actual to ws-sub-quota-actual.
           perform write-subtotal-line.
           add ws-region-quota to ws-total-quota.
           add ws-region-actual to ws-total-actual.
           add ws-region-quota-actual to ws-total-quota-actual.

       write-subtotal-line.
           move ws-sub-quota to sbl-quota.
           move ws-sub-actual to sbl-actual.
           if ws-sub-quota > zero
               compute ws-sub-pct rounded =
                   ws-sub-quota-actual * 100 / ws-sub-quota
                   on size error
                       move 9999.9 to ws-sub-pct
               end-compute
               move ws-sub-pct to sbl-pct
           else
               move spaces to sbl-pct-x
           end-if.
           write reportLine from ws-subtotal-line.

       end-para.
           if not first-row
               perform end-store
               perform end-region
           end-if.
           write reportLine from blank-line.
           write reportLine from dashLine.
           move "COMPANY TOTAL" to sbl-label.
           move ws-total-quota to ws-sub-quota.
           move ws-total-actual to ws-sub-actual.
           move ws-total-quota-actual to ws-sub-quota-actual.
           perform write-subtotal-line.
           close sortedAttainment.
           close attainmentReport.
           close coachingFile.
           if emp-master-open
               close employeeMaster
           end-if.
           if store-master-open
               close storeMaster
           end-if.
           if ws-rep-overflow > zero
               display "SALESPEOPLE TABLE FULL - ROWS NOT REPORTED: "
                   ws-rep-overflow
           end-if.
           display "SALESPEOPLE REPORTED: " ws-row-count.
           display "SALESPEOPLE FOR COACHING FOLLOW-UP: "
               ws-coaching-count.
           move ws-row-count to ws-joblog-count.
           move "END" to ws-joblog-event.
           evaluate true
               when ws-missing-weeks > zero
                   move "COMPLETED - NO WEEK" to ws-joblog-status
               when ws-rep-overflow > zero
                   move "COMPLETED - OVERFLOW" to ws-joblog-status
               when other
                   move "COMPLETED" to ws-joblog-status
           end-evaluate.
           call "JobLog" using ws-joblog-program, ws-joblog-event,
               ws-joblog-count, ws-joblog-status,
               ws-joblog-runid.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-paramFile.
           string env-data-dir delimited by space
               "Attainment_Params.dat" delimited by size
               into ws-path-paramFile
           end-string.
           move spaces to ws-path-payrollCalendar.
           string env-data-dir delimited by space
               "PayrollCalendar.dat" delimited by size
               into ws-path-payrollCalendar
           end-string.
           move spaces to ws-path-salesQuota.
           string env-data-dir delimited by space
               "SalesQuota.dat" delimited by size
               into ws-path-salesQuota
           end-string.
           move spaces to ws-path-employeeMaster.
           string env-data-dir delimited by space
               "EmployeeMaster.dat" delimited by size
               into ws-path-employeeMaster
           end-string.
           move spaces to ws-path-storeMaster.
           string env-data-dir delimited by space
               "Assignment6_StoreMaster.dat" delimited by size
               into ws-path-storeMaster
           end-string.
           move spaces to ws-path-sortWorkFile.
           string env-data-dir delimited by space
               "SalesAttainment_Sort.dat" delimited by size
               into ws-path-sortWorkFile
           end-string.
           move spaces to ws-path-sortedAttain.
           string env-data-dir delimited by space
               "SalesAttainment_Sorted.dat" delimited by size
               into ws-path-sortedAttain
           end-string.
           move spaces to ws-path-attainReport.
           string env-data-dir delimited by space
               "SalesAttainment.rpt" delimited by size
               into ws-path-attainReport
           end-string.
           move spaces to ws-path-coachingFile.
           string env-data-dir delimited by space
               "CoachingFollowUp.dat" delimited by size
               into ws-path-coachingFile
           end-string.

       end program SalesAttainment.
