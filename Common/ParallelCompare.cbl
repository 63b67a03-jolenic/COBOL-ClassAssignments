      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. ParallelCompare as "ParallelCompare".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select compareParams assign ws-path-compareParams
                   organization line sequential
                   file status is ws-param-status.
               select compareList assign ws-path-compareList
                   organization line sequential
                   file status is ws-list-status.
               select testFile assign ws-test-name
                   organization line sequential
                   file status is ws-test-status.
               select prodFile assign ws-prod-name
                   organization line sequential
                   file status is ws-prod-status.
               select compareReport assign ws-path-compareReport
                   organization line sequential.

       data division.
       file section.
      *    The TEST and PROD data directories, each ending in its
      *    separator as DATAFILES_DIR does, and the number of
      *    differences to print for each file.
       FD compareParams.
       01 compareParamRec.
           03 cp-test-dir          pic x(30).
           03 filler               pic x.
           03 cp-prod-dir          pic x(30).
           03 filler               pic x.
           03 cp-max-diffs         pic 9(3).
      *    One file per row.  Up to three column ranges (start and
      *    length) may follow for fields the automatic masking
      *    does not recognise, such as a printed run date.
       FD compareList.
       01 compareListRec.
           03 cf-file-name         pic x(40).
           03 cf-mask occurs 3 times.
               05 filler           pic x.
               05 cf-mask-from     pic 9(3).
               05 filler           pic x.
               05 cf-mask-len      pic 9(3).
       FD testFile.
       01 testRec                  pic x(256).
       FD prodFile.
       01 prodRec                  pic x(256).
       FD compareReport.
       01 compareLine              pic x(132).

       working-storage section.
       01 ws-param-status       pic x(2).
       01 ws-list-status        pic x(2).
       01 ws-test-status        pic x(2).
       01 ws-prod-status        pic x(2).
       01 ws-list-eof           pic x(1).
           88 end-of-list               value "Y".
       01 ws-test-eof           pic x(1).
           88 test-at-end               value "Y".
       01 ws-prod-eof           pic x(1).
           88 prod-at-end               value "Y".
       01 ws-overall-result     pic x(4) value "PASS".
           88 overall-failed            value "FAIL".
       01 ws-file-result        pic x(4).
       01 ws-test-dir           pic x(30) value spaces.
       01 ws-prod-dir           pic x(30) value spaces.
       01 ws-max-diffs          pic 9(3) value 10.
       01 ws-test-name          pic x(70).
       01 ws-prod-name          pic x(70).
       01 ws-test-raw           pic x(256).
       01 ws-prod-raw           pic x(256).
       01 ws-test-mask          pic x(256).
       01 ws-prod-mask          pic x(256).
       01 ws-work-rec           pic x(256).
       01 ws-prev-char          pic x(1).
       01 ws-next-char          pic x(1).
       01 ws-pos                pic 9(4) comp.
       01 ws-mask-idx           pic 9(4) comp.
       01 ws-first-diff         pic 9(4) comp.
       01 ws-window             pic 9(4) comp.
       01 ws-test-recno         pic 9(6) value 0.
       01 ws-prod-recno         pic 9(6) value 0.
       01 ws-matched-count      pic 9(6) value 0.
       01 ws-changed-count      pic 9(6) value 0.
       01 ws-added-count        pic 9(6) value 0.
       01 ws-dropped-count      pic 9(6) value 0.
       01 ws-shown-count        pic 9(3) value 0.
       01 ws-files-compared     pic 9(4) value 0.
       01 ws-files-failed       pic 9(4) value 0.
       01 ws-total-diffs        pic 9(6) value 0.
      *    The weekly outputs compared when no list has been set up.
       01 default-file-table.
           03 filler pic x(40) value "SalaryExpense.rpt".
           03 filler pic x(40) value "SalespersonRecognition.rpt".
           03 filler pic x(40) value "RegionSalaryExpense.rpt".
           03 filler pic x(40) value "StoreExceptions.rpt".
           03 filler pic x(40) value "Assignment6_SalesDetail.dat".
           03 filler pic x(40) value "NetPayDetail.dat".
           03 filler pic x(40) value "CommissionPayments.dat".
           03 filler pic x(40) value "GlPostings.dat".
       01 default-file-redef redefines default-file-table.
           03 default-file-name occurs 8 times pic x(40).
       01 default-file-count    pic 9(4) comp value 8.
       01 file-table.
           03 file-entry occurs 30 times indexed by file-idx.
               05 fl-name           pic x(40).
               05 fl-mask occurs 3 times.
                   07 fl-mask-from  pic 9(3).
                   07 fl-mask-len   pic 9(3).
       01 file-count            pic 9(4) comp value 0.
       01 ws-report-title       pic x(60) value
           "TEST / PROD parallel run comparison".
       01 ws-dir-line.
           03 dir-label         pic x(8).
           03 dir-name          pic x(30).
       01 ws-file-heading.
           03 filler            pic x(6) value "FILE: ".
           03 fh-name           pic x(40).
       01 ws-column-heading.
           03 filler            pic x(15) value "RECORD   COL".
           03 filler            pic x(58) value "TEST".
           03 filler            pic x(4) value "PROD".
       01 ws-diff-line.
           03 dl-recno          pic Z(5)9.
           03 filler            pic x(1).
           03 dl-kind           pic x(1).
           03 filler            pic x(1).
           03 dl-col            pic ZZ9.
           03 filler            pic x(3).
           03 dl-test           pic x(55).
           03 filler            pic x(3) value " | ".
           03 dl-prod           pic x(55).
       01 ws-missing-line.
           03 filler            pic x(3).
           03 ml-text           pic x(40).
       01 ws-file-totals.
           03 filler            pic x(10) value "  MATCHED ".
           03 ft-matched        pic Z(5)9.
           03 filler            pic x(10) value "  CHANGED ".
           03 ft-changed        pic Z(5)9.
           03 filler            pic x(8) value "  ADDED ".
           03 ft-added          pic Z(5)9.
           03 filler            pic x(10) value "  DROPPED ".
           03 ft-dropped        pic Z(5)9.
           03 filler            pic x(3).
           03 ft-result         pic x(4).
       01 ws-trailer-1.
           03 filler            pic x(24) value
               "Files compared:".
           03 trl-compared      pic Z(3)9.
       01 ws-trailer-2.
           03 filler            pic x(24) value
               "Files failed:".
           03 trl-failed        pic Z(3)9.
       01 ws-trailer-3.
           03 filler            pic x(24) value
               "OVERALL RESULT:".
           03 trl-result        pic x(4).
       01 dashLine              pic x(60) value all "-".
       01 blank-line            pic x value " ".
       01 ws-joblog-count       pic 9(6) value 0.
       01 ws-joblog-program     pic x(12) value "ParallelComp".
       01 ws-joblog-runid      pic x(14).
       01 ws-runid-date        pic 9(8).
       01 ws-runid-time        pic 9(8).
       01 ws-joblog-event       pic x(10).
       01 ws-joblog-status      pic x(20).

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-compareParams  pic x(70).
           03 ws-path-compareList  pic x(70).
           03 ws-path-compareReport  pic x(70).

      *    Parallel-run sign-off.  Each listed report and data file
      *    is read from the TEST and the PROD directory and compared
      *    record by record after masking the values that differ on
      *    every run: run IDs, date-and-time stamps and clock times.
      *    Records present in only one directory are counted as
      *    added or dropped.  The first few differences of each
      *    file are printed side by side and the run ends PASS only
      *    if every file matches.  The run is logged under the TEST
      *    environment so the sign-off is on record.
       procedure division.
       prog.
           perform set-test-environment.
           perform build-file-paths.
           perform init-para.
           perform load-file-list.
           perform write-heading.
           perform compare-one-file
               varying file-idx from 1 by 1
               until file-idx > file-count.
           perform write-trailers.
           perform end-para.

       set-test-environment.
           display "RUN_ENV" upon environment-name.
           display "TEST" upon environment-value.

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

      *    PROD defaults to the current data directory; there is no
      *    sensible default for TEST, so without one nothing runs.
       read-params.
           move env-data-dir to ws-prod-dir.
           open input compareParams.
           if ws-param-status = "00"
               read compareParams
                   at end
                       continue
                   not at end
                       move cp-test-dir to ws-test-dir
                       if cp-prod-dir not = spaces
                           move cp-prod-dir to ws-prod-dir
                       end-if
                       if cp-max-diffs is numeric
                           and cp-max-diffs > zero
                           move cp-max-diffs to ws-max-diffs
                       end-if
               end-read
               close compareParams
           end-if.
           if ws-test-dir = spaces
               display "PARAMETERS NOT FOUND - NO TEST DIRECTORY"
               move "FAIL" to ws-overall-result
               move "END" to ws-joblog-event
               move "NO TEST DIRECTORY" to ws-joblog-status
               call "JobLog" using ws-joblog-program, ws-joblog-event,
                   ws-joblog-count, ws-joblog-status,
                   ws-joblog-runid
               stop run
           end-if.

       load-file-list.
           open input compareList.
           if ws-list-status = "00"
               move "N" to ws-list-eof
               perform read-one-list-entry
                   until end-of-list or file-count = 30
               close compareList
           end-if.
           if file-count = zero
               display "FILE LIST NOT FOUND - DEFAULT FILES"
               perform load-one-default
                   varying file-idx from 1 by 1
                   until file-idx > default-file-count
               move default-file-count to file-count
           end-if.

       read-one-list-entry.
           read compareList
               at end
                   move "Y" to ws-list-eof
               not at end
                   if cf-file-name not = spaces
                       add 1 to file-count
                       set file-idx to file-count
                       move cf-file-name to fl-name(file-idx)
                       perform load-one-mask
                           varying ws-mask-idx from 1 by 1
                           until ws-mask-idx > 3
                   end-if
           end-read.

       load-one-mask.
           if cf-mask-from(ws-mask-idx) is numeric
               and cf-mask-len(ws-mask-idx) is numeric
               and cf-mask-from(ws-mask-idx) > zero
               move cf-mask-from(ws-mask-idx)
                   to fl-mask-from(file-idx, ws-mask-idx)
               move cf-mask-len(ws-mask-idx)
                   to fl-mask-len(file-idx, ws-mask-idx)
               if fl-mask-from(file-idx, ws-mask-idx)
                   + fl-mask-len(file-idx, ws-mask-idx) > 257
                   compute fl-mask-len(file-idx, ws-mask-idx) =
                       257 - fl-mask-from(file-idx, ws-mask-idx)
               end-if
           else
               move zero to fl-mask-from(file-idx, ws-mask-idx)
               move zero to fl-mask-len(file-idx, ws-mask-idx)
           end-if.

       load-one-default.
           move default-file-name(file-idx) to fl-name(file-idx).
           move zeros to fl-mask(file-idx, 1).
           move zeros to fl-mask(file-idx, 2).
           move zeros to fl-mask(file-idx, 3).

       write-heading.
           open output compareReport.
           write compareLine from ws-report-title.
           move "TEST:" to dir-label.
           move ws-test-dir to dir-name.
           write compareLine from ws-dir-line.
           move "PROD:" to dir-label.
           move ws-prod-dir to dir-name.
           write compareLine from ws-dir-line.
           write compareLine from dashLine.

      *    A file produced by neither run is reported but does not
      *    fail the comparison; one produced by only one run does.
       compare-one-file.
           move fl-name(file-idx) to fh-name.
           write compareLine from blank-line.
           write compareLine from ws-file-heading.
           move spaces to ws-test-name.
           string ws-test-dir delimited by space
               fl-name(file-idx) delimited by space
               into ws-test-name
           end-string.
           move spaces to ws-prod-name.
           string ws-prod-dir delimited by space
               fl-name(file-idx) delimited by space
               into ws-prod-name
           end-string.
           open input testFile.
           open input prodFile.
           if ws-test-status not = "00" and ws-prod-status not = "00"
               move "NOT PRODUCED BY EITHER RUN" to ml-text
               write compareLine from ws-missing-line
           else
               if ws-test-status not = "00"
                   close prodFile
                   move "MISSING FROM TEST" to ml-text
                   write compareLine from ws-missing-line
                   perform fail-file
               else
                   if ws-prod-status not = "00"
                       close testFile
                       move "MISSING FROM PROD" to ml-text
                       write compareLine from ws-missing-line
                       perform fail-file
                   else
                       perform compare-contents
                   end-if
               end-if
           end-if.

       fail-file.
           add 1 to ws-files-compared.
           add 1 to ws-files-failed.
           move "FAIL" to ws-overall-result.

       compare-contents.
           add 1 to ws-files-compared.
           move zero to ws-test-recno.
           move zero to ws-prod-recno.
           move zero to ws-matched-count.
           move zero to ws-changed-count.
           move zero to ws-added-count.
           move zero to ws-dropped-count.
           move zero to ws-shown-count.
           move "N" to ws-test-eof.
           move "N" to ws-prod-eof.
           write compareLine from ws-column-heading.
           perform read-test.
           perform read-prod.
           perform compare-records until test-at-end and prod-at-end.
           close testFile.
           close prodFile.
           if ws-changed-count = zero and ws-added-count = zero
               and ws-dropped-count = zero
               move "PASS" to ws-file-result
           else
               move "FAIL" to ws-file-result
               add 1 to ws-files-failed
               move "FAIL" to ws-overall-result
           end-if.
           add ws-changed-count ws-added-count ws-dropped-count
               to ws-total-diffs.
           move ws-matched-count to ft-matched.
           move ws-changed-count to ft-changed.
           move ws-added-count to ft-added.
           move ws-dropped-count to ft-dropped.
           move ws-file-result to ft-result.
           write compareLine from ws-file-totals.

       read-test.
           read testFile into ws-test-raw
               at end
                   move "Y" to ws-test-eof
               not at end
                   add 1 to ws-test-recno
           end-read.

       read-prod.
           read prodFile into ws-prod-raw
               at end
                   move "Y" to ws-prod-eof
               not at end
                   add 1 to ws-prod-recno
           end-read.

      *    Records are paired by position.  Once one side runs out,
      *    the rest of the other side is added (TEST only) or
      *    dropped (PROD only).
       compare-records.
           if not test-at-end and not prod-at-end
               move ws-test-raw to ws-work-rec
               perform mask-record
               move ws-work-rec to ws-test-mask
               move ws-prod-raw to ws-work-rec
               perform mask-record
               move ws-work-rec to ws-prod-mask
               if ws-test-mask = ws-prod-mask
                   add 1 to ws-matched-count
               else
                   add 1 to ws-changed-count
                   move "C" to dl-kind
                   perform show-difference
               end-if
               perform read-test
               perform read-prod
           else
               if prod-at-end
                   add 1 to ws-added-count
                   move "A" to dl-kind
                   perform show-difference
                   perform read-test
               else
                   add 1 to ws-dropped-count
                   move "D" to dl-kind
                   perform show-difference
                   perform read-prod
               end-if
           end-if.

       mask-record.
           perform mask-at-position
               varying ws-pos from 1 by 1
               until ws-pos > 242.
           perform mask-columns
               varying ws-mask-idx from 1 by 1
               until ws-mask-idx > 3.

      *    A run ID is a date and time run together (14 digits); an
      *    audit or log stamp is a date, a space and a time; a clock
      *    time is HH:MM or HH:MM:SS.  Each is overwritten with #.
       mask-at-position.
           move space to ws-prev-char.
           if ws-pos > 1
               move ws-work-rec(ws-pos - 1:1) to ws-prev-char
           end-if.
           if ws-prev-char is not numeric
               and ws-work-rec(ws-pos:8) is numeric
               and (ws-work-rec(ws-pos:2) = "19"
                   or ws-work-rec(ws-pos:2) = "20")
               and ws-work-rec(ws-pos + 4:2) >= "01"
               and ws-work-rec(ws-pos + 4:2) <= "12"
               if ws-work-rec(ws-pos + 8:6) is numeric
                   move ws-work-rec(ws-pos + 14:1) to ws-next-char
                   if ws-next-char is not numeric
                       move all "#" to ws-work-rec(ws-pos:14)
                   end-if
               else
                   if ws-work-rec(ws-pos + 8:1) = space
                       and ws-work-rec(ws-pos + 9:6) is numeric
                       move all "#" to ws-work-rec(ws-pos:8)
                       move all "#" to ws-work-rec(ws-pos + 9:6)
                   end-if
               end-if
           end-if.
           if ws-prev-char is not numeric
               and ws-work-rec(ws-pos:2) is numeric
               and ws-work-rec(ws-pos + 2:1) = ":"
               and ws-work-rec(ws-pos + 3:2) is numeric
               move all "#" to ws-work-rec(ws-pos:5)
               if ws-work-rec(ws-pos + 5:1) = ":"
                   and ws-work-rec(ws-pos + 6:2) is numeric
                   move all "#" to ws-work-rec(ws-pos + 5:3)
               end-if
           end-if.

       mask-columns.
           if fl-mask-from(file-idx, ws-mask-idx) > zero
               and fl-mask-len(file-idx, ws-mask-idx) > zero
               move all "#" to ws-work-rec
                   (fl-mask-from(file-idx, ws-mask-idx):
                    fl-mask-len(file-idx, ws-mask-idx))
           end-if.

      *    The window starts a few columns before the first
      *    difference so the changed field is in view.
       show-difference.
           if ws-shown-count < ws-max-diffs
               add 1 to ws-shown-count
               move spaces to dl-test
               move spaces to dl-prod
               move 1 to ws-first-diff
               evaluate dl-kind
                   when "C"
                       move zero to ws-first-diff
                       perform find-first-diff
                           varying ws-pos from 1 by 1
                           until ws-pos > 256 or ws-first-diff > zero
                       move ws-test-recno to dl-recno
                   when "A"
                       move ws-test-recno to dl-recno
                   when "D"
                       move ws-prod-recno to dl-recno
               end-evaluate
               move ws-first-diff to dl-col
               move 1 to ws-window
               if ws-first-diff > 6
                   compute ws-window = ws-first-diff - 5
               end-if
               if ws-window > 202
                   move 202 to ws-window
               end-if
               if dl-kind not = "D"
                   move ws-test-raw(ws-window:55) to dl-test
               end-if
               if dl-kind not = "A"
                   move ws-prod-raw(ws-window:55) to dl-prod
               end-if
               write compareLine from ws-diff-line
           end-if.

       find-first-diff.
           if ws-test-mask(ws-pos:1) not = ws-prod-mask(ws-pos:1)
               move ws-pos to ws-first-diff
           end-if.

       write-trailers.
           write compareLine from blank-line.
           write compareLine from dashLine.
           move ws-files-compared to trl-compared.
           write compareLine from ws-trailer-1.
           move ws-files-failed to trl-failed.
           write compareLine from ws-trailer-2.
           move ws-overall-result to trl-result.
           write compareLine from ws-trailer-3.
           close compareReport.

       end-para.
           display "FILES COMPARED: " ws-files-compared.
           display "FILES FAILED: " ws-files-failed.
           display "PARALLEL RUN " ws-overall-result.
           move ws-total-diffs to ws-joblog-count.
           move "END" to ws-joblog-event.
           if overall-failed
               move "COMPARE FAILED" to ws-joblog-status
           else
               move "COMPARE PASSED" to ws-joblog-status
           end-if.
           call "JobLog" using ws-joblog-program, ws-joblog-event,
               ws-joblog-count, ws-joblog-status,
               ws-joblog-runid.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-compareParams.
           string env-data-dir delimited by space
               "Compare_Params.dat" delimited by size
               into ws-path-compareParams
           end-string.
           move spaces to ws-path-compareList.
           string env-data-dir delimited by space
               "CompareFiles.dat" delimited by size
               into ws-path-compareList
           end-string.
           move spaces to ws-path-compareReport.
           string env-data-dir delimited by space
               "ParallelCompare.rpt" delimited by size
               into ws-path-compareReport
           end-string.

       end program ParallelCompare.
