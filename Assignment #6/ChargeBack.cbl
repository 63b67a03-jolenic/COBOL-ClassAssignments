      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. ChargeBack as "ChargeBack".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select employeeEarnings assign ws-path-employeeEarnings
                   organization line sequential
                   file status is ws-earnings-status.
               select paramFile assign ws-path-paramFile
                   organization line sequential
                   file status is ws-param-status.
               select storeMaster assign ws-path-storeMaster
                   organization indexed
                   access mode dynamic
                   record key is sm-store-no
                   file status is ws-storemast-status.
               select glAccountMap assign ws-path-glAccountMap
                   organization line sequential
                   file status is ws-glmap-status.
               select chargeBackHistory assign ws-path-chargeHistory
                   organization line sequential
                   file status is ws-history-status.
               select chargeBackHistoryTmp
                   assign ws-path-chargeHistoryTmp
                   organization line sequential
                   file status is ws-historytmp-status.
               select glPostings assign ws-path-glPostings
                   organization line sequential.
               select matrixReport assign ws-path-matrixReport
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
       FD paramFile.
       01 paramRecord.
           03 param-threshold      pic 9(6)V9(2).
           03 param-week-ending    pic x(10).
           03 param-restart        pic x(1).
           03 param-force          pic x(1).
       FD storeMaster.
       01 storeMasterRec.
           03 sm-store-no          pic x(4).
           03 sm-store-name        pic x(20).
           03 sm-region            pic x(10).
       FD glAccountMap.
       01 glAccountMapRec.
           03 ga-store-no          pic x(4).
           03 filler               pic x.
           03 ga-jobcode           pic x(1).
           03 filler               pic x.
           03 ga-account           pic x(8).
           03 filler               pic x.
           03 ga-map-type          pic x(1).
               88 ga-interstore-map        value "I".
       FD chargeBackHistory.
       01 chargeBackHistoryRec.
           03 cb-week-ending       pic x(10).
           03 filler               pic x value space.
           03 cb-borrow-store      pic x(4).
           03 filler               pic x value space.
           03 cb-home-store        pic x(4).
           03 filler               pic x value space.
           03 cb-hours             pic 9(5)V9.
           03 filler               pic x value space.
           03 cb-amount            pic 9(7)V9(2).
       FD chargeBackHistoryTmp.
       01 chargeBackHistoryTmpRec  pic x(37).
       FD glPostings.
       01 glPostingRec.
           03 gp-week-ending       pic x(10).
           03 filler               pic x value space.
           03 gp-account           pic x(8).
           03 filler               pic x value space.
           03 gp-dc                pic x(1).
           03 filler               pic x value space.
           03 gp-amount            pic 9(7)V9(2).
       FD matrixReport.
       01 reportLine               pic x(90).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-earnings-status    pic x(2).
       01 ws-param-status       pic x(2).
       01 ws-storemast-status   pic x(2).
       01 ws-storemast-open     pic x(1) value "N".
           88 store-master-open        value "Y".
       01 ws-glmap-status       pic x(2).
       01 ws-history-status     pic x(2).
       01 ws-historytmp-status  pic x(2).
       01 ws-week-ending        pic x(10) value "2020-10-24".
       01 ws-row-count          pic 9(6) value 0.
       01 ws-hours-total        pic 9(6)V9 value 0.
       01 ws-amount-total       pic 9(8)V9(2) value 0.
       01 ws-debit-total        pic 9(8)V9(2) value 0.
       01 ws-credit-total       pic 9(8)V9(2) value 0.
       01 ws-unmapped-count     pic 9(4) value 0.
       01 ws-posting-count      pic 9(6) value 0.
       01 ws-amount-disp        pic Z(7)9.9(2).
       01 ws-lookup-store       pic x(4).
       01 ws-lookup-region      pic x(10).
       01 ws-post-account       pic x(8).
       01 ws-post-dc            pic x(1).
       01 ws-post-amount        pic 9(7)V9(2).
       01 ws-borrow-sub         pic 9(4) comp.
       01 ws-home-sub           pic 9(4) comp.
       01 ws-col-sub            pic 9(4) comp.
       01 ws-net-amount         pic s9(8)V9(2).
      *    Borrowing store / home store pairs for the week.
       01 pair-table.
           03 pair-entry occurs 500 times indexed by pr-idx.
               05 pr-borrow-store   pic x(4).
               05 pr-home-store     pic x(4).
               05 pr-hours          pic 9(5)V9.
               05 pr-amount         pic 9(7)V9(2).
       01 pair-count            pic 9(4) comp value 0.
       01 store-table.
           03 store-entry occurs 200 times indexed by st-idx.
               05 st-store-no       pic x(4).
               05 st-region         pic x(10).
               05 st-borrowed-hours pic 9(5)V9.
               05 st-borrowed-amt   pic 9(7)V9(2).
               05 st-lent-hours     pic 9(5)V9.
               05 st-lent-amt       pic 9(7)V9(2).
       01 store-count           pic 9(4) comp value 0.
       copy REGIONS.
      *    Region by region dollars: rows are the borrowing region,
      *    columns the lending (home) region.
       01 region-matrix.
           03 rm-row occurs 10 times.
               05 rm-cell           pic 9(7)V9(2) occurs 10 times.
               05 rm-row-hours      pic 9(6)V9.
       01 gl-map-table.
           03 gl-map-entry occurs 200 times indexed by gm-idx.
               05 gm-store-no       pic x(4).
               05 gm-account        pic x(8).
       01 gl-map-count          pic 9(4) comp value 0.
       01 gl-account-table.
           03 gl-account-entry occurs 100 times indexed by ga-idx.
               05 gat-account       pic x(8).
               05 gat-dc            pic x(1).
               05 gat-amount        pic 9(8)V9(2).
       01 gl-account-count      pic 9(4) comp value 0.
       01 ws-report-title.
           03 filler            pic x(38) value
               "INTER-STORE LABOUR - WEEK ENDING:     ".
           03 rgt-week          pic x(10).
       01 ws-pair-heading       pic x(40) value
           "BORROWED LABOUR BY STORE:".
       01 ws-pair-heads.
           03 filler pic x(18) value "BORROWING STORE   ".
           03 filler pic x(18) value "HOME STORE        ".
           03 filler pic x(10) value "     HOURS".
           03 filler pic x(14) value "       DOLLARS".
       01 ws-pair-line.
           03 prl-borrow-store  pic x(4).
           03 filler            pic x(2).
           03 prl-borrow-region pic x(10).
           03 filler            pic x(2).
           03 prl-home-store    pic x(4).
           03 filler            pic x(2).
           03 prl-home-region   pic x(10).
           03 filler            pic x(2).
           03 prl-hours         pic Z(4)9.9.
           03 filler            pic x(2).
           03 prl-amount        pic Z(6)9.9(2).
       01 ws-store-heading      pic x(40) value
           "LENDING AND BORROWING BY STORE:".
       01 ws-store-heads.
           03 filler pic x(18) value "STORE             ".
           03 filler pic x(22) value "   BORROWED HRS / $   ".
           03 filler pic x(22) value "       LENT HRS / $   ".
           03 filler pic x(14) value "      NET COST".
       01 ws-store-line.
           03 stl-store-no      pic x(4).
           03 filler            pic x(2).
           03 stl-region        pic x(10).
           03 filler            pic x(2).
           03 stl-borrowed-hrs  pic Z(4)9.9.
           03 filler            pic x(1).
           03 stl-borrowed-amt  pic Z(6)9.9(2).
           03 filler            pic x(2).
           03 stl-lent-hrs      pic Z(4)9.9.
           03 filler            pic x(1).
           03 stl-lent-amt      pic Z(6)9.9(2).
           03 filler            pic x(2).
           03 stl-net           pic -(7)9.9(2).
       01 ws-region-heading     pic x(60) value
           "REGION MATRIX (DOLLARS, BORROWER DOWN, LENDER ACROSS):".
       01 ws-region-heads.
           03 filler            pic x(10) value spaces.
           03 rgh-name          pic x(11) occurs 6 times.
       01 ws-region-line.
           03 rgl-name          pic x(10).
           03 rgl-cell          pic Z(7)9.99 occurs 6 times.
       01 ws-total-line.
           03 filler            pic x(36) value
               "Company borrowed labour:            ".
           03 ttl-hours         pic Z(5)9.9.
           03 filler            pic x(2).
           03 ttl-amount        pic Z(7)9.9(2).
       01 dashLine              pic x(80) value all "-".
       01 blank-line            pic x value " ".
       01 ws-joblog-count       pic 9(6) value 0.
       01 ws-joblog-program     pic x(12) value "ChargeBack".
       01 ws-joblog-runid      pic x(14).
       01 ws-runid-date        pic 9(8).
       01 ws-runid-time        pic 9(8).
       01 ws-joblog-event       pic x(10).
       01 ws-joblog-status      pic x(20).

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-employeeEarnings  pic x(70).
           03 ws-path-paramFile  pic x(70).
           03 ws-path-storeMaster  pic x(70).
           03 ws-path-glAccountMap  pic x(70).
           03 ws-path-chargeHistory  pic x(70).
           03 ws-path-chargeHistoryTmp  pic x(70).
           03 ws-path-glPostings  pic x(70).
           03 ws-path-matrixReport  pic x(70).

      *    Runs after the weekly expense run.  A week worked at a
      *    store other than the employee's home store is charged
      *    back: the borrowing store is debited and the home store
      *    credited through each store's inter-store account (GL
      *    map rows typed I).  The week's pairs go on the charge-
      *    back history for the monthly borrowed-labour report; a
      *    rerun replaces the week.
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
           perform load-region-table.
           perform load-gl-map.
           move zero to region-matrix.
           open input storeMaster.
           if ws-storemast-status = "00"
               move "Y" to ws-storemast-open
           end-if.
           open input employeeEarnings.
           if ws-earnings-status not = "00"
               display "EMPLOYEE EARNINGS FILE NOT FOUND"
               set end-of-file to true
           else
               perform read-file
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

      *    The known regions, plus a last column for any store
      *    whose region is missing or not on the list.
       load-region-table.
           move spaces to known-region-table.
           move zero to known-region-count.
           perform load-one-region varying rg-idx from 1 by 1
               until rg-idx > region-seed-count.
           add 1 to known-region-count.
           set rg-idx to known-region-count.
           move "OTHER" to rg-name(rg-idx).

       load-one-region.
           add 1 to known-region-count.
           move rg-seed-name(rg-idx) to rg-name(rg-idx).

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
                   if ga-interstore-map
                       add 1 to gl-map-count
                       set gm-idx to gl-map-count
                       move ga-store-no to gm-store-no(gm-idx)
                       move ga-account to gm-account(gm-idx)
                   end-if
           end-read.

       read-file.
           read employeeEarnings
               at end
                   set end-of-file to true
           end-read.

       process-rec.
           if er-week-ending = ws-week-ending
               and er-homeStore not = spaces
               and er-homeStore not = er-storeNo
               and er-gross is numeric
               perform charge-one-row
           end-if.
           perform read-file.

       charge-one-row.
           add 1 to ws-row-count.
           if er-hours is not numeric
               move zero to er-hours
           end-if.
           add er-hours to ws-hours-total.
           add er-gross to ws-amount-total.
           set pr-idx to 1.
           search pair-entry
               at end
                   if pair-count < 500
                       add 1 to pair-count
                       set pr-idx to pair-count
                       move er-storeNo to pr-borrow-store(pr-idx)
                       move er-homeStore to pr-home-store(pr-idx)
                       move zero to pr-hours(pr-idx)
                       move zero to pr-amount(pr-idx)
                   end-if
               when pr-borrow-store(pr-idx) = er-storeNo
                   and pr-home-store(pr-idx) = er-homeStore
                   continue
           end-search.
           if pr-idx > pair-count
               display "CHARGE-BACK PAIR TABLE FULL AT EMPLOYEE "
                   er-employeeID
           else
               add er-hours to pr-hours(pr-idx)
               add er-gross to pr-amount(pr-idx)
           end-if.
           move er-storeNo to ws-lookup-store.
           perform find-store-entry.
           add er-hours to st-borrowed-hours(st-idx).
           add er-gross to st-borrowed-amt(st-idx).
           set ws-borrow-sub to rg-idx.
           move er-homeStore to ws-lookup-store.
           perform find-store-entry.
           add er-hours to st-lent-hours(st-idx).
           add er-gross to st-lent-amt(st-idx).
           set ws-home-sub to rg-idx.
           add er-gross to rm-cell(ws-borrow-sub, ws-home-sub).
           add er-hours to rm-row-hours(ws-borrow-sub).

      *    Leaves st-idx on the store and rg-idx on its region.
       find-store-entry.
           set st-idx to 1.
           search store-entry
               at end
                   perform add-store-entry
               when st-store-no(st-idx) = ws-lookup-store
                   continue
           end-search.
           set rg-idx to 1.
           search known-region-entry
               at end
                   set rg-idx to known-region-count
               when rg-name(rg-idx) = st-region(st-idx)
                   continue
           end-search.

       add-store-entry.
           add 1 to store-count.
           set st-idx to store-count.
           move ws-lookup-store to st-store-no(st-idx).
           move zero to st-borrowed-hours(st-idx).
           move zero to st-borrowed-amt(st-idx).
           move zero to st-lent-hours(st-idx).
           move zero to st-lent-amt(st-idx).
           move "OTHER" to ws-lookup-region.
           if store-master-open
               move ws-lookup-store to sm-store-no
               read storeMaster
                   invalid key
                       continue
                   not invalid key
                       if sm-region not = spaces
                           move sm-region to ws-lookup-region
                       end-if
               end-read
           end-if.
           move ws-lookup-region to st-region(st-idx).

       end-para.
           if ws-earnings-status = "00" or ws-earnings-status = "10"
               close employeeEarnings
           end-if.
           if store-master-open
               close storeMaster
           end-if.
           perform write-matrix-report.
           perform save-week-history.
           perform build-gl-batch.
           if ws-amount-total = zero
               display "NO BORROWED LABOUR THIS WEEK"
               move "COMPLETED" to ws-joblog-status
           else
               if ws-debit-total = ws-credit-total
                   and ws-unmapped-count = zero
                   perform release-posting-file
                   display "INTER-STORE POSTINGS RELEASED: "
                       ws-posting-count
                   move "COMPLETED" to ws-joblog-status
               else
                   move ws-debit-total to ws-amount-disp
                   display "GL DEBIT TOTAL:  " ws-amount-disp
                   move ws-credit-total to ws-amount-disp
                   display "GL CREDIT TOTAL: " ws-amount-disp
                   display "STORES WITH NO INTER-STORE ACCOUNT: "
                       ws-unmapped-count
                   display "*** INTER-STORE POSTING FILE NOT "
                       "RELEASED - DEBITS AND CREDITS DO NOT "
                       "BALANCE ***"
                   move "HALTED - OUT OF BAL" to ws-joblog-status
                   move 8 to return-code
               end-if
           end-if.
           display "MISMATCHED WEEKS CHARGED: " ws-row-count.
           move ws-row-count to ws-joblog-count.
           move "END" to ws-joblog-event.
           call "JobLog" using ws-joblog-program, ws-joblog-event,
               ws-joblog-count, ws-joblog-status,
               ws-joblog-runid.
           stop run.

       write-matrix-report.
           open output matrixReport.
           move ws-week-ending to rgt-week.
           write reportLine from ws-report-title.
           write reportLine from dashLine.
           write reportLine from ws-pair-heading.
           write reportLine from ws-pair-heads.
           perform write-one-pair
               varying pr-idx from 1 by 1
               until pr-idx > pair-count.
           write reportLine from blank-line.
           write reportLine from ws-store-heading.
           write reportLine from ws-store-heads.
           perform write-one-store
               varying st-idx from 1 by 1
               until st-idx > store-count.
           write reportLine from blank-line.
           write reportLine from ws-region-heading.
           perform set-region-head
               varying rg-idx from 1 by 1
               until rg-idx > known-region-count.
           write reportLine from ws-region-heads.
           perform write-one-region-row
               varying ws-borrow-sub from 1 by 1
               until ws-borrow-sub > known-region-count.
           write reportLine from blank-line.
           move ws-hours-total to ttl-hours.
           move ws-amount-total to ttl-amount.
           write reportLine from ws-total-line.
           close matrixReport.

       write-one-pair.
           move pr-borrow-store(pr-idx) to prl-borrow-store.
           move pr-borrow-store(pr-idx) to ws-lookup-store.
           perform find-store-entry.
           move st-region(st-idx) to prl-borrow-region.
           move pr-home-store(pr-idx) to prl-home-store.
           move pr-home-store(pr-idx) to ws-lookup-store.
           perform find-store-entry.
           move st-region(st-idx) to prl-home-region.
           move pr-hours(pr-idx) to prl-hours.
           move pr-amount(pr-idx) to prl-amount.
           write reportLine from ws-pair-line.

       write-one-store.
           move st-store-no(st-idx) to stl-store-no.
           move st-region(st-idx) to stl-region.
           move st-borrowed-hours(st-idx) to stl-borrowed-hrs.
           move st-borrowed-amt(st-idx) to stl-borrowed-amt.
           move st-lent-hours(st-idx) to stl-lent-hrs.
           move st-lent-amt(st-idx) to stl-lent-amt.
           compute ws-net-amount =
               st-borrowed-amt(st-idx) - st-lent-amt(st-idx).
           move ws-net-amount to stl-net.
           write reportLine from ws-store-line.

       set-region-head.
           set ws-col-sub to rg-idx.
           if ws-col-sub not > 6
               move spaces to rgh-name(ws-col-sub)
               move rg-name(rg-idx) to rgh-name(ws-col-sub)(2:10)
           end-if.

       write-one-region-row.
           move spaces to ws-region-line.
           set rg-idx to ws-borrow-sub.
           move rg-name(rg-idx) to rgl-name.
           perform move-one-region-cell
               varying ws-col-sub from 1 by 1
               until ws-col-sub > known-region-count
               or ws-col-sub > 6.
           write reportLine from ws-region-line.

       move-one-region-cell.
           move rm-cell(ws-borrow-sub, ws-col-sub)
               to rgl-cell(ws-col-sub).

      *    The week's pairs replace any already on file for the
      *    week, the same drop-the-week-first rule the deduction
      *    totals use.
       save-week-history.
           call "CBL_RENAME_FILE" using ws-path-chargeHistory,
               ws-path-chargeHistoryTmp.
           open input chargeBackHistoryTmp.
           open output chargeBackHistory.
           if ws-historytmp-status = "00"
               move zero to ws-eof
               perform drop-one-history-row until end-of-file
               close chargeBackHistoryTmp
               call "CBL_DELETE_FILE" using
                   ws-path-chargeHistoryTmp
           end-if.
           perform write-one-history-row
               varying pr-idx from 1 by 1
               until pr-idx > pair-count.
           close chargeBackHistory.

       drop-one-history-row.
           read chargeBackHistoryTmp into chargeBackHistoryRec
               at end
                   set end-of-file to true
               not at end
                   if cb-week-ending not = ws-week-ending
                       write chargeBackHistoryRec
                   end-if
           end-read.

       write-one-history-row.
           move ws-week-ending to cb-week-ending.
           move pr-borrow-store(pr-idx) to cb-borrow-store.
           move pr-home-store(pr-idx) to cb-home-store.
           move pr-hours(pr-idx) to cb-hours.
           move pr-amount(pr-idx) to cb-amount.
           write chargeBackHistoryRec.

      *    Each pair must find an inter-store account on both
      *    sides; an unmapped store leaves its side out, so the
      *    batch cannot balance and is held back.
       build-gl-batch.
           perform post-one-pair
               varying pr-idx from 1 by 1
               until pr-idx > pair-count.

       post-one-pair.
           move pr-amount(pr-idx) to ws-post-amount.
           move pr-borrow-store(pr-idx) to ws-lookup-store.
           move "D" to ws-post-dc.
           perform post-one-side.
           move pr-home-store(pr-idx) to ws-lookup-store.
           move "C" to ws-post-dc.
           perform post-one-side.

       post-one-side.
           set gm-idx to 1.
           search gl-map-entry
               at end
                   display "NO INTER-STORE GL ACCOUNT FOR STORE "
                       ws-lookup-store
                   add 1 to ws-unmapped-count
               when gm-store-no(gm-idx) = ws-lookup-store
                   move gm-account(gm-idx) to ws-post-account
                   perform add-to-account
           end-search.

       add-to-account.
           set ga-idx to 1.
           search gl-account-entry
               at end
                   add 1 to gl-account-count
                   set ga-idx to gl-account-count
                   move ws-post-account to gat-account(ga-idx)
                   move ws-post-dc to gat-dc(ga-idx)
                   move zero to gat-amount(ga-idx)
               when gat-account(ga-idx) = ws-post-account
                   and gat-dc(ga-idx) = ws-post-dc
                   continue
           end-search.
           add ws-post-amount to gat-amount(ga-idx).
           if ws-post-dc = "D"
               add ws-post-amount to ws-debit-total
           else
               add ws-post-amount to ws-credit-total
           end-if.

       release-posting-file.
           open output glPostings.
           perform write-one-posting
               varying ga-idx from 1 by 1
               until ga-idx > gl-account-count.
           close glPostings.

       write-one-posting.
           move ws-week-ending to gp-week-ending.
           move gat-account(ga-idx) to gp-account.
           move gat-dc(ga-idx) to gp-dc.
           move gat-amount(ga-idx) to gp-amount.
           write glPostingRec.
           add 1 to ws-posting-count.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-employeeEarnings.
           string env-data-dir delimited by space
               "EmployeeEarnings.dat" delimited by size
               into ws-path-employeeEarnings
           end-string.
           move spaces to ws-path-paramFile.
           string env-data-dir delimited by space
               "Assignment6_Params.dat" delimited by size
               into ws-path-paramFile
           end-string.
           move spaces to ws-path-storeMaster.
           string env-data-dir delimited by space
               "Assignment6_StoreMaster.dat" delimited by size
               into ws-path-storeMaster
           end-string.
           move spaces to ws-path-glAccountMap.
           string env-data-dir delimited by space
               "GlAccountMap.dat" delimited by size
               into ws-path-glAccountMap
           end-string.
           move spaces to ws-path-chargeHistory.
           string env-data-dir delimited by space
               "ChargeBackHistory.dat" delimited by size
               into ws-path-chargeHistory
           end-string.
           move spaces to ws-path-chargeHistoryTmp.
           string env-data-dir delimited by space
               "ChargeBackHistory.tmp" delimited by size
               into ws-path-chargeHistoryTmp
           end-string.
           move spaces to ws-path-glPostings.
           string env-data-dir delimited by space
               "InterStoreGlPostings.dat" delimited by size
               into ws-path-glPostings
           end-string.
           move spaces to ws-path-matrixReport.
           string env-data-dir delimited by space
               "ChargeBackMatrix.rpt" delimited by size
               into ws-path-matrixReport
           end-string.

       end program ChargeBack.
