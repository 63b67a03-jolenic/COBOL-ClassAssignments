      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. BorrowedLabour as "BorrowedLabour".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select chargeBackHistory assign ws-path-chargeHistory
                   organization line sequential
                   file status is ws-history-status.
               select storeMaster assign ws-path-storeMaster
                   organization indexed
                   access mode dynamic
                   record key is sm-store-no
                   file status is ws-storemast-status.
               select paramFile assign ws-path-paramFile
                   organization line sequential
                   file status is ws-param-status.
               select sortWorkFile assign ws-path-sortWorkFile.
               select sortedLabour assign ws-path-sortedLabour
                   organization line sequential.
               select labourReport assign ws-path-labourReport
                   organization line sequential.

       data division.
       file section.
       FD chargeBackHistory.
       01 chargeBackHistoryRec.
           03 cb-week-ending       pic x(10).
           03 filler               pic x.
           03 cb-borrow-store      pic x(4).
           03 filler               pic x.
           03 cb-home-store        pic x(4).
           03 filler               pic x.
           03 cb-hours             pic 9(5)V9.
           03 filler               pic x.
           03 cb-amount            pic 9(7)V9(2).
       FD storeMaster.
       01 storeMasterRec.
           03 sm-store-no          pic x(4).
           03 sm-store-name        pic x(20).
           03 sm-region            pic x(10).
       FD paramFile.
       01 paramRecord.
           03 param-month          pic x(7).
       SD sortWorkFile.
       01 sortLabourRec.
           03 sr-region            pic x(10).
           03 sr-borrow-store      pic x(4).
           03 sr-home-store        pic x(4).
           03 sr-home-region       pic x(10).
           03 sr-hours             pic 9(5)V9.
           03 sr-amount            pic 9(7)V9(2).
       FD sortedLabour.
       01 sortedLabourRec.
           03 sl-region            pic x(10).
           03 sl-borrow-store      pic x(4).
           03 sl-home-store        pic x(4).
           03 sl-home-region       pic x(10).
           03 sl-hours             pic 9(5)V9.
           03 sl-amount            pic 9(7)V9(2).
       FD labourReport.
       01 reportLine               pic x(80).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-load-eof           pic 9(4) value 0.
           88 end-of-load               value 1.
       01 ws-history-status     pic x(2).
       01 ws-storemast-status   pic x(2).
       01 ws-storemast-open     pic x(1) value "N".
           88 store-master-open        value "Y".
       01 ws-param-status       pic x(2).
       01 ws-run-date           pic 9(8).
       01 ws-report-month       pic x(7).
       01 ws-lookup-store       pic x(4).
       01 ws-lookup-region      pic x(10).
       01 ws-lookup-name        pic x(20).
       01 ws-current-region     pic x(10) value spaces.
       01 ws-current-store      pic x(4) value spaces.
       01 ws-current-home       pic x(4) value spaces.
       01 ws-current-home-region pic x(10).
       01 ws-first-row          pic x(1) value "Y".
           88 first-row                 value "Y".
       01 ws-line-hours         pic 9(6)V9 value 0.
       01 ws-line-amount        pic 9(8)V9(2) value 0.
       01 ws-store-hours        pic 9(6)V9 value 0.
       01 ws-store-amount       pic 9(8)V9(2) value 0.
       01 ws-region-hours       pic 9(6)V9 value 0.
       01 ws-region-amount      pic 9(8)V9(2) value 0.
       01 ws-total-hours        pic 9(7)V9 value 0.
       01 ws-total-amount       pic 9(9)V9(2) value 0.
       01 ws-row-count          pic 9(6) value 0.
       01 ws-report-title.
           03 filler            pic x(34) value
               "BORROWED LABOUR REPORT - MONTH:   ".
           03 rgt-month         pic x(7).
       01 ws-region-line.
           03 filler            pic x(10) value "DISTRICT: ".
           03 rgl-region        pic x(10).
       01 ws-store-line.
           03 filler            pic x(2) value spaces.
           03 filler            pic x(17) value
               "BORROWING STORE: ".
           03 stl-store-no      pic x(4).
           03 filler            pic x(2) value spaces.
           03 stl-store-name    pic x(20).
       01 ws-column-heads.
           03 filler pic x(6)  value spaces.
           03 filler pic x(16) value "LENDING STORE   ".
           03 filler pic x(12) value "DISTRICT    ".
           03 filler pic x(10) value "     HOURS".
           03 filler pic x(14) value "       DOLLARS".
       01 ws-detail-line.
           03 filler            pic x(6) value spaces.
           03 dtl-home-store    pic x(4).
           03 filler            pic x(12) value spaces.
           03 dtl-home-region   pic x(10).
           03 filler            pic x(2) value spaces.
           03 dtl-hours         pic Z(5)9.9.
           03 filler            pic x(2) value spaces.
           03 dtl-amount        pic Z(8)9.9(2).
       01 ws-subtotal-line.
           03 filler            pic x(6) value spaces.
           03 sbl-label         pic x(28).
           03 sbl-hours         pic Z(5)9.9.
           03 filler            pic x(2) value spaces.
           03 sbl-amount        pic Z(8)9.9(2).
       01 dashLine              pic x(70) value all "-".
       01 blank-line            pic x value " ".
       01 ws-joblog-count       pic 9(6) value 0.
       01 ws-joblog-program     pic x(12) value "BorrowLabour".
       01 ws-joblog-runid      pic x(14).
       01 ws-runid-date        pic 9(8).
       01 ws-runid-time        pic 9(8).
       01 ws-joblog-event       pic x(10).
       01 ws-joblog-status      pic x(20).

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-chargeHistory  pic x(70).
           03 ws-path-storeMaster  pic x(70).
           03 ws-path-paramFile  pic x(70).
           03 ws-path-sortWorkFile  pic x(70).
           03 ws-path-sortedLabour  pic x(70).
           03 ws-path-labourReport  pic x(70).

      *    Monthly report for the district managers from the weekly
      *    charge-back history: for each district, each of its
      *    stores that borrowed staff, who lent them and how many
      *    hours and dollars, with store and district subtotals.
      *    A week belongs to the month its week-ending date is in.
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
           move spaces to ws-report-month.
           string ws-run-date(1:4) delimited by size
               "-" delimited by size
               ws-run-date(5:2) delimited by size
               into ws-report-month
           end-string.
           perform read-params.
           open input storeMaster.
           if ws-storemast-status = "00"
               move "Y" to ws-storemast-open
           end-if.
           perform sort-labour.
           open input sortedLabour.
           open output labourReport.
           move ws-report-month to rgt-month.
           write reportLine from ws-report-title.
           write reportLine from dashLine.
           perform read-file.

       read-params.
           open input paramFile.
           if ws-param-status = "00"
               read paramFile
                   at end
                       display "PARAMETER FILE EMPTY - USING DEFAULTS"
                   not at end
                       if param-month(1:4) is numeric
                           and param-month(6:2) is numeric
                           move param-month to ws-report-month
                       end-if
               end-read
               close paramFile
           else
               display "PARAMETER FILE NOT FOUND - USING DEFAULTS"
           end-if.

       sort-labour.
           sort sortWorkFile
               on ascending key sr-region
               on ascending key sr-borrow-store
               on ascending key sr-home-store
               input procedure is release-labour
               giving sortedLabour.

       release-labour.
           open input chargeBackHistory.
           if ws-history-status not = "00"
               display "CHARGE-BACK HISTORY NOT FOUND"
           else
               perform release-one-row until end-of-load
               close chargeBackHistory
           end-if.

       release-one-row.
           read chargeBackHistory
               at end
                   set end-of-load to true
               not at end
                   if cb-week-ending(1:7) = ws-report-month
                       move cb-home-store to ws-lookup-store
                       perform lookup-store
                       move ws-lookup-region to sr-home-region
                       move cb-borrow-store to ws-lookup-store
                       perform lookup-store
                       move ws-lookup-region to sr-region
                       move cb-borrow-store to sr-borrow-store
                       move cb-home-store to sr-home-store
                       move cb-hours to sr-hours
                       move cb-amount to sr-amount
                       release sortLabourRec
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

       read-file.
           read sortedLabour
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
               if sl-region not = ws-current-region
                   perform end-home-line
                   perform end-store
                   perform end-region
                   perform start-region
                   perform start-store
               else
                   if sl-borrow-store not = ws-current-store
                       perform end-home-line
                       perform end-store
                       perform start-store
                   else
                       if sl-home-store not = ws-current-home
                           perform end-home-line
                       end-if
                   end-if
               end-if
           end-if.
           move sl-home-store to ws-current-home.
           move sl-home-region to ws-current-home-region.
           add sl-hours to ws-line-hours.
           add sl-amount to ws-line-amount.
           perform read-file.

       start-region.
           move sl-region to ws-current-region.
           move zero to ws-region-hours.
           move zero to ws-region-amount.
           write reportLine from blank-line.
           move sl-region to rgl-region.
           write reportLine from ws-region-line.

       start-store.
           move sl-borrow-store to ws-current-store.
           move zero to ws-store-hours.
           move zero to ws-store-amount.
           move sl-borrow-store to ws-lookup-store.
           perform lookup-store.
           move sl-borrow-store to stl-store-no.
           move ws-lookup-name to stl-store-name.
           write reportLine from ws-store-line.
           write reportLine from ws-column-heads.

       end-home-line.
           move ws-current-home to dtl-home-store.
           move ws-current-home-region to dtl-home-region.
           move ws-line-hours to dtl-hours.
           move ws-line-amount to dtl-amount.
           write reportLine from ws-detail-line.
           add ws-line-hours to ws-store-hours.
           add ws-line-amount to ws-store-amount.
           move zero to ws-line-hours.
           move zero to ws-line-amount.

       end-store.
           move "STORE TOTAL" to sbl-label.
           move ws-store-hours to sbl-hours.
           move ws-store-amount to sbl-amount.
           write reportLine from ws-subtotal-line.
           add ws-store-hours to ws-region-hours.
           add ws-store-amount to ws-region-amount.

       end-region.
           move spaces to sbl-label.
           string "DISTRICT TOTAL " delimited by size
               ws-current-region delimited by space
               into sbl-label
           end-string.
           move ws-region-hours to sbl-hours.
           move ws-region-amount to sbl-amount.
           write reportLine from ws-subtotal-line.
           add ws-region-hours to ws-total-hours.
           add ws-region-amount to ws-total-amount.

       end-para.
           if not first-row
               perform end-home-line
               perform end-store
               perform end-region
           end-if.
           write reportLine from blank-line.
           write reportLine from dashLine.
           move "COMPANY TOTAL" to sbl-label.
           move ws-total-hours to sbl-hours.
           move ws-total-amount to sbl-amount.
           write reportLine from ws-subtotal-line.
           close sortedLabour.
           close labourReport.
           if store-master-open
               close storeMaster
           end-if.
           display "BORROWED LABOUR ROWS REPORTED: " ws-row-count.
           move ws-row-count to ws-joblog-count.
           move "END" to ws-joblog-event.
           move "COMPLETED" to ws-joblog-status.
           call "JobLog" using ws-joblog-program, ws-joblog-event,
               ws-joblog-count, ws-joblog-status,
               ws-joblog-runid.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-chargeHistory.
           string env-data-dir delimited by space
               "ChargeBackHistory.dat" delimited by size
               into ws-path-chargeHistory
           end-string.
           move spaces to ws-path-storeMaster.
           string env-data-dir delimited by space
               "Assignment6_StoreMaster.dat" delimited by size
               into ws-path-storeMaster
           end-string.
           move spaces to ws-path-paramFile.
           string env-data-dir delimited by space
               "BorrowedLabour_Params.dat" delimited by size
               into ws-path-paramFile
           end-string.
           move spaces to ws-path-sortWorkFile.
           string env-data-dir delimited by space
               "BorrowedLabour_Sort.dat" delimited by size
               into ws-path-sortWorkFile
           end-string.
           move spaces to ws-path-sortedLabour.
           string env-data-dir delimited by space
               "BorrowedLabour_Sorted.dat" delimited by size
               into ws-path-sortedLabour
           end-string.
           move spaces to ws-path-labourReport.
           string env-data-dir delimited by space
               "BorrowedLabour.rpt" delimited by size
               into ws-path-labourReport
           end-string.

       end program BorrowedLabour.
