      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. LeaveReturns as "LeaveReturns".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select paramFile assign ws-path-paramFile
                   organization line sequential
                   file status is ws-param-status.
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
               select returnsReport assign ws-path-returnsReport
                   organization line sequential.

       data division.
       file section.
       FD paramFile.
       01 paramRecord.
           03 param-threshold      pic 9(6)V9(2).
           03 param-week-ending    pic x(10).
           03 param-restart        pic x(1).
           03 param-force          pic x(1).
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
           03 em-leaveReturn-num redefines em-leaveReturn pic 9(8).
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
       FD returnsReport.
       01 returnsReportLine        pic x(80).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-param-status       pic x(2).
       01 ws-empmast-status     pic x(2).
       01 ws-storemast-status   pic x(2).
       01 ws-week-ending        pic x(10) value "2020-10-24".
       01 ws-week-ending-num redefines ws-week-ending.
           03 wk-year               pic 9(4).
           03 filler                pic x.
           03 wk-month              pic 9(2).
           03 filler                pic x.
           03 wk-day                pic 9(2).
       01 ws-week-end-date      pic 9(8).
       01 ws-week-end-int       pic 9(8) comp.
       01 ws-window-end-int     pic 9(8) comp.
       01 ws-return-int         pic 9(8) comp.
       01 ws-store-lines        pic 9(4).
       01 ws-due-count          pic 9(4) value 0.
       01 ws-overdue-count      pic 9(4) value 0.
       01 ws-current-store      pic x(4).
      *    Everyone due back by the end of next week, overdue
      *    returns included; filled from the master in employee
      *    order and printed store by store.
       01 return-table.
           03 return-entry occurs 500 times indexed by rt-idx.
               05 rt-employeeID     pic x(4).
               05 rt-lastName       pic x(14).
               05 rt-firstName      pic x(14).
               05 rt-store          pic x(4).
               05 rt-type           pic x(11).
               05 rt-start          pic x(8).
               05 rt-return         pic x(8).
               05 rt-note           pic x(8).
               05 rt-printed        pic x(1).
       01 return-count          pic 9(4) comp value 0.
       copy LEAVETYPES.
       01 ws-report-title.
           03 filler            pic x(44) value
               "Returning from leave after the week ending: ".
           03 rpt-week          pic x(10).
       01 ws-store-heading.
           03 filler            pic x(7) value "STORE #".
           03 rsh-store-no      pic x(4).
           03 filler            pic x(3) value " - ".
           03 rsh-store-name    pic x(20).
       01 ws-column-heads.
           03 filler pic x(7)  value "EMP ID ".
           03 filler pic x(15) value "LAST NAME      ".
           03 filler pic x(15) value "FIRST NAME     ".
           03 filler pic x(13) value "LEAVE TYPE   ".
           03 filler pic x(10) value "FROM      ".
           03 filler pic x(10) value "EXPECTED  ".
           03 filler pic x(8)  value "NOTE".
       01 ws-detail-line.
           03 dtl-employeeID    pic x(4).
           03 filler            pic x(3).
           03 dtl-lastName      pic x(14).
           03 filler            pic x(1).
           03 dtl-firstName     pic x(14).
           03 filler            pic x(1).
           03 dtl-type          pic x(11).
           03 filler            pic x(2).
           03 dtl-start         pic x(8).
           03 filler            pic x(2).
           03 dtl-return        pic x(8).
           03 filler            pic x(2).
           03 dtl-note          pic x(8).
       01 ws-none-line          pic x(40) value
           "NO EMPLOYEES DUE BACK FROM LEAVE".
       01 ws-trailer.
           03 filler            pic x(18) value "DUE NEXT WEEK:    ".
           03 trl-due           pic Z(3)9.
           03 filler            pic x(16) value "      OVERDUE:  ".
           03 trl-overdue       pic Z(3)9.
       01 dashLine              pic x(80) value all "-".
       01 blank-line            pic x value " ".
       01 ws-joblog-count       pic 9(6) value 0.
       01 ws-joblog-program     pic x(12) value "LeaveReturn".
       01 ws-joblog-runid      pic x(14).
       01 ws-runid-date        pic 9(8).
       01 ws-runid-time        pic 9(8).
       01 ws-joblog-event       pic x(10).
       01 ws-joblog-status      pic x(20).

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-paramFile  pic x(70).
           03 ws-path-employeeMaster  pic x(70).
           03 ws-path-storeMaster  pic x(70).
           03 ws-path-returnsReport  pic x(70).

      *    Weekly list for the store managers of everyone on leave
      *    whose expected return falls in the week after the pay
      *    week, plus anyone whose expected return has passed with
      *    no return transaction - those are marked OVERDUE so the
      *    store can either send the return or extend the leave.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           perform load-returning-employees.
           perform write-returns-report.
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
           compute ws-week-end-date =
               wk-year * 10000 + wk-month * 100 + wk-day.
           compute ws-week-end-int =
               function integer-of-date(ws-week-end-date).
           compute ws-window-end-int = ws-week-end-int + 7.

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

       load-returning-employees.
           open input employeeMaster.
           if ws-empmast-status = "00"
               perform load-one-employee until end-of-file
               close employeeMaster
           else
               display "EMPLOYEE MASTER NOT FOUND"
           end-if.
           move zero to ws-eof.

       load-one-employee.
           read employeeMaster next
               at end
                   set end-of-file to true
               not at end
                   if em-on-leave and em-leaveReturn is numeric
                       compute ws-return-int =
                           function integer-of-date(em-leaveReturn-num)
                       if ws-return-int not > ws-window-end-int
                           perform add-return-entry
                       end-if
                   end-if
           end-read.

       add-return-entry.
           if return-count < 500
               add 1 to return-count
               set rt-idx to return-count
               move em-employeeID to rt-employeeID(rt-idx)
               move em-lastName to rt-lastName(rt-idx)
               move em-firstName to rt-firstName(rt-idx)
               move em-homeStore to rt-store(rt-idx)
               move em-leaveStart to rt-start(rt-idx)
               move em-leaveReturn to rt-return(rt-idx)
               move "N" to rt-printed(rt-idx)
               move em-leaveType to rt-type(rt-idx)
               set lt-idx to 1
               search leave-type-entry
                   at end
                       continue
                   when lt-code(lt-idx) = em-leaveType
                       move lt-label(lt-idx) to rt-type(rt-idx)
               end-search
               if ws-return-int > ws-week-end-int
                   move spaces to rt-note(rt-idx)
                   add 1 to ws-due-count
               else
                   move "OVERDUE" to rt-note(rt-idx)
                   add 1 to ws-overdue-count
               end-if
           else
               display "RETURN TABLE FULL AT EMPLOYEE " em-employeeID
           end-if.

      *    Stores come off the store master in store order; anyone
      *    whose home store is blank or not on the master is listed
      *    last so they are not lost.
       write-returns-report.
           open output returnsReport.
           move ws-week-ending to rpt-week.
           write returnsReportLine from ws-report-title.
           write returnsReportLine from dashLine.
           if return-count = zero
               write returnsReportLine from ws-none-line
           else
               open input storeMaster
               if ws-storemast-status = "00"
                   perform report-one-store until end-of-file
                   close storeMaster
               end-if
               move zero to ws-eof
               move "????" to rsh-store-no
               move "STORE NOT ON MASTER" to rsh-store-name
               move spaces to ws-current-store
               perform write-unprinted-group
           end-if.
           write returnsReportLine from blank-line.
           move ws-due-count to trl-due.
           move ws-overdue-count to trl-overdue.
           write returnsReportLine from ws-trailer.
           close returnsReport.

       report-one-store.
           read storeMaster next
               at end
                   set end-of-file to true
               not at end
                   move sm-store-no to ws-current-store
                   move sm-store-no to rsh-store-no
                   move sm-store-name to rsh-store-name
                   perform write-store-group
           end-read.

       write-store-group.
           move zero to ws-store-lines.
           perform write-one-store-return
               varying rt-idx from 1 by 1
               until rt-idx > return-count.

       write-one-store-return.
           if rt-store(rt-idx) = ws-current-store
               perform write-return-line
           end-if.

       write-unprinted-group.
           move zero to ws-store-lines.
           perform write-one-unprinted-return
               varying rt-idx from 1 by 1
               until rt-idx > return-count.

       write-one-unprinted-return.
           if rt-printed(rt-idx) = "N"
               perform write-return-line
           end-if.

       write-return-line.
           if ws-store-lines = zero
               write returnsReportLine from blank-line
               write returnsReportLine from ws-store-heading
               write returnsReportLine from ws-column-heads
           end-if.
           move rt-employeeID(rt-idx) to dtl-employeeID.
           move rt-lastName(rt-idx) to dtl-lastName.
           move rt-firstName(rt-idx) to dtl-firstName.
           move rt-type(rt-idx) to dtl-type.
           move rt-start(rt-idx) to dtl-start.
           move rt-return(rt-idx) to dtl-return.
           move rt-note(rt-idx) to dtl-note.
           write returnsReportLine from ws-detail-line.
           move "Y" to rt-printed(rt-idx).
           add 1 to ws-store-lines.

       end-para.
           display "DUE BACK NEXT WEEK: " ws-due-count.
           display "OVERDUE RETURNS: " ws-overdue-count.
           move return-count to ws-joblog-count.
           move "END" to ws-joblog-event.
           move "COMPLETED" to ws-joblog-status.
           call "JobLog" using ws-joblog-program, ws-joblog-event,
               ws-joblog-count, ws-joblog-status,
               ws-joblog-runid.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-paramFile.
           string env-data-dir delimited by space
               "Assignment6_Params.dat" delimited by size
               into ws-path-paramFile
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
           move spaces to ws-path-returnsReport.
           string env-data-dir delimited by space
               "LeaveReturns.rpt" delimited by size
               into ws-path-returnsReport
           end-string.

       end program LeaveReturns.
