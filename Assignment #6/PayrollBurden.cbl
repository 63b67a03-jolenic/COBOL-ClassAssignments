      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. PayrollBurden as "PayrollBurden".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select expenseHistory assign ws-path-expenseHistory
                   organization indexed
                   access mode dynamic
                   record key is eh-key
                   file status is ws-history-status.
               select burdenHistory assign ws-path-burdenHistory
                   organization indexed
                   access mode dynamic
                   record key is bh-key
                   file status is ws-burden-status.
               select paramFile assign ws-path-paramFile
                   organization line sequential
                   file status is ws-param-status.
               select burdenRates assign ws-path-burdenRates
                   organization line sequential
                   file status is ws-rates-status.
               select glAccountMap assign ws-path-glAccountMap
                   organization line sequential
                   file status is ws-glmap-status.
               select glPostings assign ws-path-glPostings
                   organization line sequential.
               select burdenRegister assign ws-path-burdenRegister
                   organization line sequential.

       data division.
       file section.
       FD expenseHistory.
       01 expenseHistoryRec.
           03 eh-key.
               05 eh-week-ending    pic x(10).
               05 eh-store-no       pic x(4).
               05 eh-jobcode        pic x(1).
           03 eh-total              pic 9(5)V9(2).
       FD burdenHistory.
       01 burdenHistoryRec.
           03 bh-key.
               05 bh-week-ending    pic x(10).
               05 bh-store-no       pic x(4).
               05 bh-jobcode        pic x(1).
           03 bh-wages              pic 9(5)V9(2).
           03 bh-total              pic 9(5)V9(2).
       FD paramFile.
       01 paramRecord.
           03 param-threshold      pic 9(6)V9(2).
           03 param-week-ending    pic x(10).
           03 param-restart        pic x(1).
           03 param-force          pic x(1).
       FD burdenRates.
       01 burdenRateRec.
           03 bu-jobcode           pic x(1).
           03 filler               pic x.
           03 bu-code              pic x(2).
           03 filler               pic x.
           03 bu-label             pic x(11).
           03 filler               pic x.
           03 bu-pct               pic 9(2)V9(2).
       FD glAccountMap.
       01 glAccountMapRec.
           03 ga-store-no          pic x(4).
           03 filler               pic x.
           03 ga-jobcode           pic x(1).
           03 filler               pic x.
           03 ga-account           pic x(8).
           03 filler               pic x.
           03 ga-map-type          pic x(1).
               88 ga-burden-map            value "B".
       FD glPostings.
       01 glPostingRec.
           03 gp-week-ending       pic x(10).
           03 filler               pic x value space.
           03 gp-account           pic x(8).
           03 filler               pic x value space.
           03 gp-dc                pic x(1).
           03 filler               pic x value space.
           03 gp-amount            pic 9(7)V9(2).
       FD burdenRegister.
       01 registerLine             pic x(70).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-history-status     pic x(2).
       01 ws-burden-status      pic x(2).
       01 ws-param-status       pic x(2).
       01 ws-rates-status       pic x(2).
       01 ws-glmap-status       pic x(2).
       01 ws-week-ending        pic x(10) value "2020-10-24".
       01 ws-rate-jobcode       pic x(1).
       01 ws-component-amt      pic 9(5)V9(2).
       01 ws-row-burden         pic 9(5)V9(2).
       01 ws-row-count          pic 9(6) value 0.
       01 ws-wage-total         pic 9(8)V9(2) value 0.
       01 ws-debit-total        pic 9(8)V9(2) value 0.
       01 ws-credit-total       pic 9(8)V9(2) value 0.
       01 ws-unmapped-count     pic 9(4) value 0.
       01 ws-posting-count      pic 9(6) value 0.
       01 ws-amount-disp        pic Z(7)9.9(2).
       01 ws-burden-pct         pic 9(3)V9(2).
      *    Burden rows in the GL account map carry type B: store and
      *    job code name the burden expense account, and store ****
      *    names the accrued burden liability that takes the credit.
       01 ws-credit-account     pic x(8) value "20150000".
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
      *    Burden components by job code; a job code with no rows
      *    of its own takes the rows keyed with job code *.
       01 burden-rate-table.
           03 burden-rate-entry occurs 40 times indexed by br-idx.
               05 brt-jobcode       pic x(1).
               05 brt-code          pic x(2).
               05 brt-label         pic x(11).
               05 brt-pct           pic 9(2)V9(2).
       01 burden-rate-count     pic 9(4) comp value 0.
       01 component-table.
           03 component-entry occurs 10 times indexed by cm-idx.
               05 cmt-code          pic x(2).
               05 cmt-label         pic x(11).
               05 cmt-total         pic 9(8)V9(2).
       01 component-count       pic 9(4) comp value 0.
       copy JOBCODES.
       01 ws-report-title.
           03 filler            pic x(36) value
               "EMPLOYER BURDEN - WEEK ENDING:      ".
           03 rgt-week          pic x(10).
       01 ws-column-heads.
           03 filler pic x(7)  value "STORE  ".
           03 filler pic x(13) value "JOB CODE     ".
           03 filler pic x(14) value "         WAGES".
           03 filler pic x(14) value "        BURDEN".
           03 filler pic x(10) value "  BURDEN %".
       01 ws-detail-line.
           03 dtl-store-no      pic x(4).
           03 filler            pic x(3).
           03 dtl-jobcode       pic x(1).
           03 filler            pic x(1).
           03 dtl-job-label     pic x(11).
           03 dtl-wages         pic Z(8)9.9(2).
           03 filler            pic x(2).
           03 dtl-burden        pic Z(8)9.9(2).
           03 filler            pic x(3).
           03 dtl-pct           pic ZZ9.99.
       01 ws-component-line.
           03 filler            pic x(2) value spaces.
           03 cpl-code          pic x(2).
           03 filler            pic x(2) value spaces.
           03 cpl-label         pic x(11).
           03 filler            pic x(3) value ":  ".
           03 cpl-amount        pic Z(7)9.9(2).
       01 ws-components-heading pic x(30) value
           "BURDEN BY COMPONENT:".
       01 ws-wage-trailer.
           03 filler            pic x(26) value
               "Company wages:            ".
           03 trl-wages         pic Z(7)9.9(2).
       01 ws-burden-trailer.
           03 filler            pic x(26) value
               "Company employer burden:  ".
           03 trl-burden        pic Z(7)9.9(2).
       01 dashLine              pic x(60) value all "-".
       01 blank-line            pic x value " ".
       01 ws-joblog-count       pic 9(6) value 0.
       01 ws-joblog-program     pic x(12) value "PayBurden".
       01 ws-joblog-runid      pic x(14).
       01 ws-runid-date        pic 9(8).
       01 ws-runid-time        pic 9(8).
       01 ws-joblog-event       pic x(10).
       01 ws-joblog-status      pic x(20).

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-expenseHistory  pic x(70).
           03 ws-path-burdenHistory  pic x(70).
           03 ws-path-paramFile  pic x(70).
           03 ws-path-burdenRates  pic x(70).
           03 ws-path-glAccountMap  pic x(70).
           03 ws-path-glPostings  pic x(70).
           03 ws-path-burdenRegister  pic x(70).

      *    Runs after the weekly expense run: the employer's own
      *    cost on top of each store and job code's wages for the
      *    week - pension match, health tax, employment insurance -
      *    is kept on a burden history keyed like the expense
      *    history and posted in its own balanced GL batch.  A rerun
      *    replaces the week's burden rows rather than adding to them.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           perform burden-one-row until end-of-file.
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
           perform load-jobcode-table.
           perform load-burden-rates.
           perform load-gl-map.
           open input expenseHistory.
           if ws-history-status not = "00"
               display "EXPENSE HISTORY FILE NOT FOUND"
               set end-of-file to true
           else
               open i-o burdenHistory
               if ws-burden-status = "35"
                   open output burdenHistory
                   close burdenHistory
                   open i-o burdenHistory
               end-if
               open output burdenRegister
               move ws-week-ending to rgt-week
               write registerLine from ws-report-title
               write registerLine from dashLine
               write registerLine from ws-column-heads
               move ws-week-ending to eh-week-ending
               move low-values to eh-store-no
               move low-values to eh-jobcode
               start expenseHistory key not < eh-key
                   invalid key
                       set end-of-file to true
               end-start
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

       load-jobcode-table.
           move spaces to jobcode-table.
           move zero to jobcode-count.
           perform load-one-jobcode varying jc-idx from 1 by 1
               until jc-idx > jobcode-seed-count.

       load-one-jobcode.
           add 1 to jobcode-count.
           move jc-seed-code(jc-idx) to jc-code(jc-idx).
           move jc-seed-label(jc-idx) to jc-label(jc-idx).

       load-burden-rates.
           open input burdenRates.
           if ws-rates-status = "00"
               perform load-one-burden-rate
                   until ws-rates-status not = "00"
                   or burden-rate-count = 40
               close burdenRates
           else
               display "BURDEN RATES NOT FOUND - USING DEFAULTS"
               perform load-default-burden
           end-if.

       load-one-burden-rate.
           read burdenRates
               at end
                   continue
               not at end
                   if bu-pct is numeric
                       add 1 to burden-rate-count
                       set br-idx to burden-rate-count
                       move bu-jobcode to brt-jobcode(br-idx)
                       move bu-code to brt-code(br-idx)
                       move bu-label to brt-label(br-idx)
                       move bu-pct to brt-pct(br-idx)
                   end-if
           end-read.

       load-default-burden.
           move 3 to burden-rate-count.
           move "*" to brt-jobcode(1).
           move "PP" to brt-code(1).
           move "PENSION    " to brt-label(1).
           move 05.00 to brt-pct(1).
           move "*" to brt-jobcode(2).
           move "EH" to brt-code(2).
           move "HEALTH TAX " to brt-label(2).
           move 01.95 to brt-pct(2).
           move "*" to brt-jobcode(3).
           move "EI" to brt-code(3).
           move "EMPL INSUR " to brt-label(3).
           move 02.10 to brt-pct(3).

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
                       when not ga-burden-map
                           continue
                       when ga-store-no = "****"
                           move ga-account to ws-credit-account
                       when other
                           add 1 to gl-map-count
                           set gm-idx to gl-map-count
                           move ga-store-no to gm-store-no(gm-idx)
                           move ga-jobcode to gm-jobcode(gm-idx)
                           move ga-account to gm-account(gm-idx)
                   end-evaluate
           end-read.

       burden-one-row.
           read expenseHistory next
               at end
                   set end-of-file to true
               not at end
                   if eh-week-ending not = ws-week-ending
                       set end-of-file to true
                   else
                       if eh-total > zero
                           perform compute-row-burden
                           perform save-burden-row
                           perform write-register-line
                           perform post-one-row
                       end-if
                   end-if
           end-read.

       compute-row-burden.
           move zero to ws-row-burden.
           move eh-jobcode to ws-rate-jobcode.
           set br-idx to 1.
           search burden-rate-entry
               at end
                   move "*" to ws-rate-jobcode
               when brt-jobcode(br-idx) = eh-jobcode
                   continue
           end-search.
           perform apply-one-component
               varying br-idx from 1 by 1
               until br-idx > burden-rate-count.
           add 1 to ws-row-count.
           add eh-total to ws-wage-total.

       apply-one-component.
           if brt-jobcode(br-idx) = ws-rate-jobcode
               compute ws-component-amt rounded =
                   eh-total * brt-pct(br-idx) / 100
               add ws-component-amt to ws-row-burden
               perform add-to-component
           end-if.

       add-to-component.
           set cm-idx to 1.
           search component-entry
               at end
                   if component-count < 10
                       add 1 to component-count
                       set cm-idx to component-count
                       move brt-code(br-idx) to cmt-code(cm-idx)
                       move brt-label(br-idx) to cmt-label(cm-idx)
                       move ws-component-amt to cmt-total(cm-idx)
                   end-if
               when cmt-code(cm-idx) = brt-code(br-idx)
                   add ws-component-amt to cmt-total(cm-idx)
           end-search.

       save-burden-row.
           move eh-key to bh-key.
           read burdenHistory
               invalid key
                   move eh-total to bh-wages
                   move ws-row-burden to bh-total
                   write burdenHistoryRec
               not invalid key
                   move eh-total to bh-wages
                   move ws-row-burden to bh-total
                   rewrite burdenHistoryRec
           end-read.

       write-register-line.
           move eh-store-no to dtl-store-no.
           move eh-jobcode to dtl-jobcode.
           move spaces to dtl-job-label.
           set jc-idx to 1.
           search jobcode-entry
               at end
                   continue
               when jc-code(jc-idx) = eh-jobcode
                   move jc-label(jc-idx) to dtl-job-label
           end-search.
           move eh-total to dtl-wages.
           move ws-row-burden to dtl-burden.
           compute ws-burden-pct rounded =
               ws-row-burden * 100 / eh-total.
           move ws-burden-pct to dtl-pct.
           write registerLine from ws-detail-line.

      *    As with the wage batch, every burden row must reach a
      *    debit account and the credit side carries the full week,
      *    so an unmapped row holds the batch back.
       post-one-row.
           if ws-row-burden > zero
               add ws-row-burden to ws-credit-total
               perform find-gl-map
               if gm-idx > gl-map-count
                   display "NO BURDEN GL ACCOUNT FOR STORE "
                       eh-store-no " JOB CODE " eh-jobcode
                   add 1 to ws-unmapped-count
               else
                   perform add-to-account
                   add ws-row-burden to ws-debit-total
               end-if
           end-if.

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
           add ws-row-burden to gat-amount(ga-idx).

       end-para.
           if ws-history-status = "00" or ws-history-status = "10"
               write registerLine from blank-line
               write registerLine from ws-components-heading
               perform write-one-component
                   varying cm-idx from 1 by 1
                   until cm-idx > component-count
               write registerLine from blank-line
               move ws-wage-total to trl-wages
               write registerLine from ws-wage-trailer
               move ws-credit-total to trl-burden
               write registerLine from ws-burden-trailer
               close expenseHistory
               close burdenHistory
               close burdenRegister
           end-if.
           if ws-debit-total = ws-credit-total
               and ws-credit-total > zero
               perform release-posting-file
               display "BURDEN GL POSTINGS RELEASED: "
                   ws-posting-count
               move "COMPLETED" to ws-joblog-status
           else
               move ws-debit-total to ws-amount-disp
               display "GL DEBIT TOTAL:  " ws-amount-disp
               move ws-credit-total to ws-amount-disp
               display "GL CREDIT TOTAL: " ws-amount-disp
               display "UNMAPPED BURDEN ROWS: " ws-unmapped-count
               display "*** BURDEN POSTING FILE NOT RELEASED - "
                   "DEBITS AND CREDITS DO NOT BALANCE ***"
               move "HALTED - OUT OF BAL" to ws-joblog-status
               move 8 to return-code
           end-if.
           display "BURDEN ROWS WRITTEN: " ws-row-count.
           move ws-row-count to ws-joblog-count.
           move "END" to ws-joblog-event.
           call "JobLog" using ws-joblog-program, ws-joblog-event,
               ws-joblog-count, ws-joblog-status,
               ws-joblog-runid.
           stop run.

       write-one-component.
           move cmt-code(cm-idx) to cpl-code.
           move cmt-label(cm-idx) to cpl-label.
           move cmt-total(cm-idx) to cpl-amount.
           write registerLine from ws-component-line.

       release-posting-file.
           open output glPostings.
           perform write-one-debit
               varying ga-idx from 1 by 1
               until ga-idx > gl-account-count.
           move ws-week-ending to gp-week-ending.
           move ws-credit-account to gp-account.
           move "C" to gp-dc.
           move ws-credit-total to gp-amount.
           write glPostingRec.
           add 1 to ws-posting-count.
           close glPostings.

       write-one-debit.
           move ws-week-ending to gp-week-ending.
           move gat-account(ga-idx) to gp-account.
           move "D" to gp-dc.
           move gat-amount(ga-idx) to gp-amount.
           write glPostingRec.
           add 1 to ws-posting-count.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-expenseHistory.
           string env-data-dir delimited by space
               "SalaryExpenseHistory.dat" delimited by size
               into ws-path-expenseHistory
           end-string.
           move spaces to ws-path-burdenHistory.
           string env-data-dir delimited by space
               "BurdenHistory.dat" delimited by size
               into ws-path-burdenHistory
           end-string.
           move spaces to ws-path-paramFile.
           string env-data-dir delimited by space
               "Assignment6_Params.dat" delimited by size
               into ws-path-paramFile
           end-string.
           move spaces to ws-path-burdenRates.
           string env-data-dir delimited by space
               "BurdenRates.dat" delimited by size
               into ws-path-burdenRates
           end-string.
           move spaces to ws-path-glAccountMap.
           string env-data-dir delimited by space
               "GlAccountMap.dat" delimited by size
               into ws-path-glAccountMap
           end-string.
           move spaces to ws-path-glPostings.
           string env-data-dir delimited by space
               "BurdenGlPostings.dat" delimited by size
               into ws-path-glPostings
           end-string.
           move spaces to ws-path-burdenRegister.
           string env-data-dir delimited by space
               "BurdenRegister.rpt" delimited by size
               into ws-path-burdenRegister
           end-string.

       end program PayrollBurden.
