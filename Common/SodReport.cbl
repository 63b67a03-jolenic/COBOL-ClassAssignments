      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. SodReport as "SodReport".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select sodParams assign ws-path-sodParams
                   organization line sequential
                   file status is ws-param-status.
               select sodRules assign ws-path-sodRules
                   organization line sequential
                   file status is ws-rules-status.
               select employeeAudit assign ws-path-employeeAudit
                   organization line sequential
                   file status is ws-audit-status.
               select bankAccountAudit assign ws-path-bankAudit
                   organization line sequential
                   file status is ws-audit-status.
               select storeAudit assign ws-path-storeAudit
                   organization line sequential
                   file status is ws-audit-status.
               select studentAudit assign ws-path-studentAudit
                   organization line sequential
                   file status is ws-audit-status.
               select addressAudit assign ws-path-addressAudit
                   organization line sequential
                   file status is ws-audit-status.
               select gradeAudit assign ws-path-gradeAudit
                   organization line sequential
                   file status is ws-audit-status.
               select jobLogFile assign ws-path-jobLogFile
                   organization line sequential
                   file status is ws-audit-status.
               select securityFile assign ws-path-securityFile
                   organization line sequential
                   file status is ws-security-status.
               select sodReportFile assign ws-path-sodReport
                   organization line sequential.

       data division.
       file section.
       FD sodParams.
       01 sodParamRec.
           03 sp-from-date         pic 9(8).
           03 filler               pic x.
           03 sp-to-date           pic 9(8).
      *    One conflict rule per row: an action of the first kind
      *    followed by one of the second kind, by the same operator
      *    on the same employee or student, within the given number
      *    of days.  A qualifier of * takes any transaction code.
       FD sodRules.
       01 sodRuleRec.
           03 sr-rule-id           pic x(4).
           03 filler               pic x.
           03 sr-first-source      pic x(2).
           03 filler               pic x.
           03 sr-first-qual        pic x(12).
           03 filler               pic x.
           03 sr-then-source       pic x(2).
           03 filler               pic x.
           03 sr-then-qual         pic x(12).
           03 filler               pic x.
           03 sr-days              pic 9(3).
           03 filler               pic x.
           03 sr-text              pic x(40).
       FD employeeAudit.
       01 employeeAuditRec.
           03 au-employeeID        pic x(4).
           03 filler               pic x.
           03 au-date              pic 9(8).
           03 filler               pic x.
           03 au-time              pic 9(6).
           03 filler               pic x.
           03 au-operator          pic x(8).
           03 filler               pic x.
           03 au-tranCode          pic x(1).
           03 filler               pic x(182).
       FD bankAccountAudit.
       01 bankAccountAuditRec.
           03 bau-employeeID       pic x(4).
           03 filler               pic x.
           03 bau-date             pic 9(8).
           03 filler               pic x.
           03 bau-time             pic 9(6).
           03 filler               pic x.
           03 bau-operator         pic x(8).
           03 filler               pic x.
           03 bau-tranCode         pic x(1).
           03 filler               pic x(44).
       FD storeAudit.
       01 storeAuditRec.
           03 ma-tranCode          pic x(1).
           03 filler               pic x(2).
           03 ma-store-no          pic x(4).
           03 filler               pic x(2).
           03 ma-action            pic x(40).
           03 filler               pic x(2).
           03 ma-date              pic 9(8).
           03 filler               pic x.
           03 ma-time              pic 9(6).
           03 filler               pic x.
           03 ma-operator          pic x(8).
       FD studentAudit.
       01 studentAuditRec.
           03 sa-StudentId         pic 9(9).
           03 filler               pic x.
           03 sa-date              pic 9(8).
           03 filler               pic x.
           03 sa-time              pic 9(6).
           03 filler               pic x.
           03 sa-operator          pic x(8).
           03 filler               pic x.
           03 sa-tranCode          pic x(1).
           03 filler               pic x(154).
       FD addressAudit.
       01 addressAuditRec.
           03 aa-StudentId         pic 9(9).
           03 filler               pic x.
           03 aa-date              pic 9(8).
           03 filler               pic x.
           03 aa-time              pic 9(6).
           03 filler               pic x.
           03 aa-operator          pic x(8).
           03 filler               pic x(120).
       FD gradeAudit.
       01 gradeAuditRec.
           03 ga-StudentId         pic 9(9).
           03 filler               pic x.
           03 ga-CourseCode        pic x(6).
           03 filler               pic x.
           03 ga-Term              pic x(5).
           03 filler               pic x.
           03 ga-date              pic 9(8).
           03 filler               pic x.
           03 ga-time              pic 9(6).
           03 filler               pic x.
           03 ga-operator          pic x(8).
           03 filler               pic x.
           03 ga-before-grade      pic x(2).
           03 filler               pic x.
           03 ga-after-grade       pic x(2).
           03 filler               pic x.
           03 ga-change-type       pic x(1).
           03 filler               pic x.
           03 ga-reason            pic x(30).
       FD jobLogFile.
       01 JobLogRec.
           03 jl-Date          pic 9(8).
           03 filler           pic x value space.
           03 jl-Time          pic 9(6).
           03 filler           pic x value space.
           03 jl-Program       pic x(12).
           03 filler           pic x value space.
           03 jl-Event         pic x(10).
           03 filler           pic x value space.
           03 jl-RecordCount   pic 9(6).
           03 filler           pic x value space.
           03 jl-Status        pic x(20).
           03 filler           pic x value space.
           03 jl-RunId         pic x(14).
           03 filler           pic x value space.
           03 jl-Environment   pic x(8).
           03 filler           pic x value space.
           03 jl-Operator      pic x(8).
       FD securityFile.
       01 SecurityRec.
           03 sec-operator-id      pic x(8).
           03 filler               pic x value space.
           03 sec-password         pic x(8).
           03 filler               pic x value space.
           03 sec-payroll-auth     pic x(1).
           03 filler               pic x value space.
           03 sec-registry-auth    pic x(1).
       FD sodReportFile.
       01 sodLine                  pic x(110).

       working-storage section.
       01 ws-param-status       pic x(2).
       01 ws-rules-status       pic x(2).
       01 ws-audit-status       pic x(2).
       01 ws-security-status    pic x(2).
       01 ws-file-eof           pic x(1).
           88 end-of-audit              value "Y".
       01 ws-today              pic 9(8).
       01 ws-from-date          pic 9(8) value 0.
       01 ws-to-date            pic 9(8) value 0.
       01 ws-load-from          pic 9(8).
       01 ws-from-int           pic 9(8) comp.
       01 ws-to-int             pic 9(8) comp.
       01 ws-max-days           pic 9(3) value 0.
       01 ws-day-gap            pic s9(8) comp.
       01 ws-conflict-count     pic 9(4) value 0.
       01 ws-dual-count         pic 9(4) value 0.
       01 ws-skipped-count      pic 9(4) value 0.
      *    Default rules, used when no rules file has been set up.
      *    Each entry is rule id, first source and qualifier, then
      *    source and qualifier, days and description, laid out as
      *    on the rules file.
       01 sod-seed-table.
           03 filler pic x(4) value "R01 ".
           03 filler pic x(2) value "BA".
           03 filler pic x(12) value "*".
           03 filler pic x(2) value "JL".
           03 filler pic x(12) value "ChequeRun".
           03 filler pic x(3) value "014".
           03 filler pic x(40) value
               "BANK ACCOUNT CHANGED THEN CHEQUE RUN".
           03 filler pic x(4) value "R02 ".
           03 filler pic x(2) value "BA".
           03 filler pic x(12) value "*".
           03 filler pic x(2) value "JL".
           03 filler pic x(12) value "BankInterfce".
           03 filler pic x(3) value "014".
           03 filler pic x(40) value
               "BANK ACCOUNT CHANGED THEN BANK FILE SENT".
           03 filler pic x(4) value "R03 ".
           03 filler pic x(2) value "BA".
           03 filler pic x(12) value "*".
           03 filler pic x(2) value "JL".
           03 filler pic x(12) value "WeeklyDriver".
           03 filler pic x(3) value "014".
           03 filler pic x(40) value
               "BANK ACCOUNT CHANGED THEN WEEKLY PAYROLL".
           03 filler pic x(4) value "R04 ".
           03 filler pic x(2) value "EM".
           03 filler pic x(12) value "*".
           03 filler pic x(2) value "BA".
           03 filler pic x(12) value "*".
           03 filler pic x(3) value "030".
           03 filler pic x(40) value
               "EMPLOYEE CHANGED THEN BANK ACCOUNT SET".
           03 filler pic x(4) value "R05 ".
           03 filler pic x(2) value "ST".
           03 filler pic x(12) value "R".
           03 filler pic x(2) value "GR".
           03 filler pic x(12) value "*".
           03 filler pic x(3) value "030".
           03 filler pic x(40) value
               "STUDENT REINSTATED THEN GRADE CHANGED".
       01 sod-seed-redef redefines sod-seed-table.
           03 sod-seed-entry occurs 5 times.
               05 sd-rule-id        pic x(4).
               05 sd-first-source   pic x(2).
               05 sd-first-qual     pic x(12).
               05 sd-then-source    pic x(2).
               05 sd-then-qual      pic x(12).
               05 sd-days           pic 9(3).
               05 sd-text           pic x(40).
       01 sod-seed-count        pic 9(4) comp value 5.
       01 rule-table.
           03 rule-entry occurs 20 times indexed by rule-idx.
               05 ru-rule-id        pic x(4).
               05 ru-first-source   pic x(2).
               05 ru-first-qual     pic x(12).
               05 ru-then-source    pic x(2).
               05 ru-then-qual      pic x(12).
               05 ru-days           pic 9(3).
               05 ru-text           pic x(40).
       01 rule-count            pic 9(4) comp value 0.
      *    Every audit row and job start in the window, reduced to
      *    who did what to whom and when.  Subject type E is an
      *    employee, S a student, R a store; a job run has none and
      *    so touches every employee it pays.
       01 event-table.
           03 event-entry occurs 500 times
                   indexed by ev-idx ev2-idx.
               05 ev-source         pic x(2).
               05 ev-qual           pic x(12).
               05 ev-subject.
                   07 ev-subj-type  pic x(1).
                   07 ev-subj-key   pic x(9).
               05 ev-stamp.
                   07 ev-date       pic 9(8).
                   07 ev-time       pic 9(6).
               05 ev-day-int        pic 9(8) comp.
               05 ev-operator       pic x(8).
               05 ev-image          pic x(60).
       01 event-count           pic 9(4) comp value 0.
       01 ws-new-source         pic x(2).
       01 ws-new-qual           pic x(12).
       01 ws-new-subj-type      pic x(1).
       01 ws-new-subj-key       pic x(9).
       01 ws-new-date           pic 9(8).
       01 ws-new-time           pic 9(6).
       01 ws-new-operator       pic x(8).
       01 ws-new-image          pic x(60).
       01 ws-report-title.
           03 filler            pic x(40) value
               "Segregation of duties conflicts  FROM ".
           03 ttl-from          pic 9(8).
           03 filler            pic x(4) value " TO ".
           03 ttl-to            pic 9(8).
       01 ws-rule-line.
           03 filler            pic x(5) value "RULE ".
           03 rll-rule-id       pic x(4).
           03 filler            pic x(2).
           03 rll-text          pic x(40).
           03 filler            pic x(10) value "OPERATOR: ".
           03 rll-operator      pic x(8).
       01 ws-event-line.
           03 filler            pic x(3).
           03 evl-label         pic x(7).
           03 evl-source        pic x(10).
           03 evl-date          pic 9(8).
           03 filler            pic x(1).
           03 evl-time          pic 9(6).
           03 filler            pic x(2).
           03 evl-image         pic x(60).
       01 ws-dual-heading       pic x(60) value
           "OPERATORS HOLDING BOTH PAYROLL AND REGISTRY AUTHORITY".
       01 ws-dual-line.
           03 filler            pic x(3).
           03 dul-operator      pic x(8).
       01 ws-none-line          pic x(10) value "  NONE".
       01 ws-trailer-1.
           03 filler            pic x(28) value
               "Audit and job rows examined:".
           03 trl-events        pic Z(4)9.
       01 ws-trailer-2.
           03 filler            pic x(28) value
               "Conflicts reported:         ".
           03 trl-conflicts     pic Z(4)9.
       01 ws-trailer-3.
           03 filler            pic x(28) value
               "Dual-authority operators:   ".
           03 trl-dual          pic Z(4)9.
       01 ws-trailer-4.
           03 filler            pic x(28) value
               "Rows not held - table full: ".
           03 trl-skipped       pic Z(4)9.
       01 dashLine              pic x(60) value all "-".
       01 blank-line            pic x value " ".
       01 ws-joblog-count       pic 9(6) value 0.
       01 ws-joblog-program     pic x(12) value "SodReport".
       01 ws-joblog-runid      pic x(14).
       01 ws-runid-date        pic 9(8).
       01 ws-runid-time        pic 9(8).
       01 ws-joblog-event       pic x(10).
       01 ws-joblog-status      pic x(20).

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-sodParams  pic x(70).
           03 ws-path-sodRules  pic x(70).
           03 ws-path-employeeAudit  pic x(70).
           03 ws-path-bankAudit  pic x(70).
           03 ws-path-storeAudit  pic x(70).
           03 ws-path-studentAudit  pic x(70).
           03 ws-path-addressAudit  pic x(70).
           03 ws-path-gradeAudit  pic x(70).
           03 ws-path-jobLogFile  pic x(70).
           03 ws-path-securityFile  pic x(70).
           03 ws-path-sodReport  pic x(70).

      *    Each maintenance program keeps its own audit trail and
      *    nobody reads them side by side.  This weekly run pulls
      *    the payroll and registry trails and the job log's
      *    operator-stamped job starts into one list, then applies
      *    the conflict rules: the same operator doing the first
      *    thing and then the second to the same employee or
      *    student within the rule's days.  Both rows are printed
      *    for each conflict.  Operators carrying both payroll and
      *    registry authority are listed after the conflicts.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           perform load-employee-audit.
           perform load-bank-audit.
           perform load-store-audit.
           perform load-student-audit.
           perform load-address-audit.
           perform load-grade-audit.
           perform load-job-log.
           perform write-report.
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
           perform load-rules.
      *    Rows before the range are kept for as long as the
      *    longest rule looks back, so a conflict whose second
      *    action falls in the range is still caught.
           compute ws-load-from = function date-of-integer
               (ws-from-int - ws-max-days).

      *    The range defaults to the seven days ending today.
       read-params.
           accept ws-today from date YYYYMMDD.
           open input sodParams.
           if ws-param-status = "00"
               read sodParams
                   at end
                       display "PARAMETERS EMPTY - LAST 7 DAYS"
                   not at end
                       if sp-from-date is numeric
                           and sp-to-date is numeric
                           and sp-from-date > zero
                           and sp-to-date not < sp-from-date
                           move sp-from-date to ws-from-date
                           move sp-to-date to ws-to-date
                       end-if
               end-read
               close sodParams
           else
               display "PARAMETERS NOT FOUND - LAST 7 DAYS"
           end-if.
           if ws-from-date = zero
               move ws-today to ws-to-date
               compute ws-from-date = function date-of-integer
                   (function integer-of-date(ws-today) - 6)
           end-if.
           compute ws-from-int = function integer-of-date(ws-from-date).
           compute ws-to-int = function integer-of-date(ws-to-date).

       load-rules.
           open input sodRules.
           if ws-rules-status = "00"
               move "N" to ws-file-eof
               perform read-one-rule
                   until end-of-audit or rule-count = 20
               close sodRules
           end-if.
           if rule-count = zero
               display "RULES FILE NOT FOUND - DEFAULT RULES"
               perform load-one-seed-rule
                   varying rule-idx from 1 by 1
                   until rule-idx > sod-seed-count
               move sod-seed-count to rule-count
           end-if.
           perform note-rule-days
               varying rule-idx from 1 by 1
               until rule-idx > rule-count.

       read-one-rule.
           read sodRules
               at end
                   move "Y" to ws-file-eof
               not at end
                   if sr-days is numeric and sr-rule-id not = spaces
                       add 1 to rule-count
                       set rule-idx to rule-count
                       move sr-rule-id to ru-rule-id(rule-idx)
                       move sr-first-source to ru-first-source(rule-idx)
                       move sr-first-qual to ru-first-qual(rule-idx)
                       move sr-then-source to ru-then-source(rule-idx)
                       move sr-then-qual to ru-then-qual(rule-idx)
                       move sr-days to ru-days(rule-idx)
                       move sr-text to ru-text(rule-idx)
                   end-if
           end-read.

       load-one-seed-rule.
           move sod-seed-entry(rule-idx) to rule-entry(rule-idx).

       note-rule-days.
           if ru-days(rule-idx) > ws-max-days
               move ru-days(rule-idx) to ws-max-days
           end-if.

       load-employee-audit.
           open input employeeAudit.
           if ws-audit-status = "00"
               move "N" to ws-file-eof
               perform read-employee-audit until end-of-audit
               close employeeAudit
           else
               display "EMPLOYEE AUDIT NOT FOUND"
           end-if.

       read-employee-audit.
           read employeeAudit
               at end
                   move "Y" to ws-file-eof
               not at end
                   move "EM" to ws-new-source
                   move au-tranCode to ws-new-qual
                   move "E" to ws-new-subj-type
                   move au-employeeID to ws-new-subj-key
                   move au-date to ws-new-date
                   move au-time to ws-new-time
                   move au-operator to ws-new-operator
                   move employeeAuditRec(1:60) to ws-new-image
                   perform add-event
           end-read.

       load-bank-audit.
           open input bankAccountAudit.
           if ws-audit-status = "00"
               move "N" to ws-file-eof
               perform read-bank-audit until end-of-audit
               close bankAccountAudit
           else
               display "BANK ACCOUNT AUDIT NOT FOUND"
           end-if.

       read-bank-audit.
           read bankAccountAudit
               at end
                   move "Y" to ws-file-eof
               not at end
                   move "BA" to ws-new-source
                   move bau-tranCode to ws-new-qual
                   move "E" to ws-new-subj-type
                   move bau-employeeID to ws-new-subj-key
                   move bau-date to ws-new-date
                   move bau-time to ws-new-time
                   move bau-operator to ws-new-operator
                   move bankAccountAuditRec(1:60) to ws-new-image
                   perform add-event
           end-read.

       load-store-audit.
           open input storeAudit.
           if ws-audit-status = "00"
               move "N" to ws-file-eof
               perform read-store-audit until end-of-audit
               close storeAudit
           else
               display "STORE MAINTENANCE AUDIT NOT FOUND"
           end-if.

      *    Rejected store transactions changed nothing.
       read-store-audit.
           read storeAudit
               at end
                   move "Y" to ws-file-eof
               not at end
                   if ma-action(1:8) not = "REJECTED"
                       move "SM" to ws-new-source
                       move ma-tranCode to ws-new-qual
                       move "R" to ws-new-subj-type
                       move ma-store-no to ws-new-subj-key
                       move ma-date to ws-new-date
                       move ma-time to ws-new-time
                       move ma-operator to ws-new-operator
                       move storeAuditRec(1:60) to ws-new-image
                       perform add-event
                   end-if
           end-read.

       load-student-audit.
           open input studentAudit.
           if ws-audit-status = "00"
               move "N" to ws-file-eof
               perform read-student-audit until end-of-audit
               close studentAudit
           else
               display "STUDENT AUDIT NOT FOUND"
           end-if.

       read-student-audit.
           read studentAudit
               at end
                   move "Y" to ws-file-eof
               not at end
                   move "ST" to ws-new-source
                   move sa-tranCode to ws-new-qual
                   move "S" to ws-new-subj-type
                   move sa-StudentId to ws-new-subj-key
                   move sa-date to ws-new-date
                   move sa-time to ws-new-time
                   move sa-operator to ws-new-operator
                   move studentAuditRec(1:60) to ws-new-image
                   perform add-event
           end-read.

       load-address-audit.
           open input addressAudit.
           if ws-audit-status = "00"
               move "N" to ws-file-eof
               perform read-address-audit until end-of-audit
               close addressAudit
           else
               display "ADDRESS AUDIT NOT FOUND"
           end-if.

       read-address-audit.
           read addressAudit
               at end
                   move "Y" to ws-file-eof
               not at end
                   move "AD" to ws-new-source
                   move spaces to ws-new-qual
                   move "S" to ws-new-subj-type
                   move aa-StudentId to ws-new-subj-key
                   move aa-date to ws-new-date
                   move aa-time to ws-new-time
                   move aa-operator to ws-new-operator
                   move addressAuditRec(1:60) to ws-new-image
                   perform add-event
           end-read.

       load-grade-audit.
           open input gradeAudit.
           if ws-audit-status = "00"
               move "N" to ws-file-eof
               perform read-grade-audit until end-of-audit
               close gradeAudit
           else
               display "GRADE AUDIT NOT FOUND"
           end-if.

       read-grade-audit.
           read gradeAudit
               at end
                   move "Y" to ws-file-eof
               not at end
                   move "GR" to ws-new-source
                   move ga-change-type to ws-new-qual
                   move "S" to ws-new-subj-type
                   move ga-StudentId to ws-new-subj-key
                   move ga-date to ws-new-date
                   move ga-time to ws-new-time
                   move ga-operator to ws-new-operator
                   move gradeAuditRec(1:60) to ws-new-image
                   perform add-event
           end-read.

      *    Only a job's START row is taken; it carries the operator
      *    signed on when the run began.
       load-job-log.
           open input jobLogFile.
           if ws-audit-status = "00"
               move "N" to ws-file-eof
               perform read-job-log until end-of-audit
               close jobLogFile
           else
               display "JOB RUN LOG NOT FOUND"
           end-if.

       read-job-log.
           read jobLogFile
               at end
                   move "Y" to ws-file-eof
               not at end
                   if jl-Event = "START"
                       move "JL" to ws-new-source
                       move jl-Program to ws-new-qual
                       move spaces to ws-new-subj-type
                       move spaces to ws-new-subj-key
                       move jl-Date to ws-new-date
                       move jl-Time to ws-new-time
                       move jl-Operator to ws-new-operator
                       move JobLogRec(1:60) to ws-new-image
                       perform add-event
                   end-if
           end-read.

       add-event.
           if ws-new-date is numeric
               and ws-new-date not < ws-load-from
               and ws-new-date not > ws-to-date
               and ws-new-operator not = spaces
               if event-count < 500
                   add 1 to event-count
                   set ev-idx to event-count
                   move ws-new-source to ev-source(ev-idx)
                   move ws-new-qual to ev-qual(ev-idx)
                   move ws-new-subj-type to ev-subj-type(ev-idx)
                   move ws-new-subj-key to ev-subj-key(ev-idx)
                   move ws-new-date to ev-date(ev-idx)
                   move ws-new-time to ev-time(ev-idx)
                   compute ev-day-int(ev-idx) =
                       function integer-of-date(ws-new-date)
                   move ws-new-operator to ev-operator(ev-idx)
                   move ws-new-image to ev-image(ev-idx)
               else
                   add 1 to ws-skipped-count
               end-if
           end-if.

       write-report.
           open output sodReportFile.
           move ws-from-date to ttl-from.
           move ws-to-date to ttl-to.
           write sodLine from ws-report-title.
           write sodLine from dashLine.
           perform check-one-rule
               varying rule-idx from 1 by 1
               until rule-idx > rule-count.
           if ws-conflict-count = zero
               write sodLine from ws-none-line
           end-if.
           write sodLine from blank-line.
           write sodLine from ws-dual-heading.
           perform check-authorities.
           if ws-dual-count = zero
               write sodLine from ws-none-line
           end-if.
           write sodLine from blank-line.
           move event-count to trl-events.
           write sodLine from ws-trailer-1.
           move ws-conflict-count to trl-conflicts.
           write sodLine from ws-trailer-2.
           move ws-dual-count to trl-dual.
           write sodLine from ws-trailer-3.
           if ws-skipped-count > zero
               move ws-skipped-count to trl-skipped
               write sodLine from ws-trailer-4
           end-if.
           close sodReportFile.

       check-one-rule.
           perform check-first-event
               varying ev-idx from 1 by 1
               until ev-idx > event-count.

       check-first-event.
           if ev-source(ev-idx) = ru-first-source(rule-idx)
               and (ru-first-qual(rule-idx) = "*"
                   or ev-qual(ev-idx) = ru-first-qual(rule-idx))
               perform check-then-event
                   varying ev2-idx from 1 by 1
                   until ev2-idx > event-count
           end-if.

      *    The second action must come at or after the first, fall
      *    inside the report range and within the rule's days.
       check-then-event.
           if ev2-idx not = ev-idx
               and ev-source(ev2-idx) = ru-then-source(rule-idx)
               and (ru-then-qual(rule-idx) = "*"
                   or ev-qual(ev2-idx) = ru-then-qual(rule-idx))
               and ev-operator(ev2-idx) = ev-operator(ev-idx)
               and ev-stamp(ev2-idx) not < ev-stamp(ev-idx)
               and ev-date(ev2-idx) not < ws-from-date
               compute ws-day-gap =
                   ev-day-int(ev2-idx) - ev-day-int(ev-idx)
               if ws-day-gap not > ru-days(rule-idx)
                   perform check-same-subject
               end-if
           end-if.

       check-same-subject.
           if ev-subj-type(ev-idx) = spaces
               or ev-subj-type(ev2-idx) = spaces
               or ev-subject(ev-idx) = ev-subject(ev2-idx)
               perform write-conflict
           end-if.

       write-conflict.
           add 1 to ws-conflict-count.
           move ru-rule-id(rule-idx) to rll-rule-id.
           move ru-text(rule-idx) to rll-text.
           move ev-operator(ev-idx) to rll-operator.
           write sodLine from ws-rule-line.
           move spaces to ws-event-line.
           move "FIRST:" to evl-label.
           move ev-source(ev-idx) to ws-new-source.
           perform name-source.
           move ev-date(ev-idx) to evl-date.
           move ev-time(ev-idx) to evl-time.
           move ev-image(ev-idx) to evl-image.
           write sodLine from ws-event-line.
           move "THEN:" to evl-label.
           move ev-source(ev2-idx) to ws-new-source.
           perform name-source.
           move ev-date(ev2-idx) to evl-date.
           move ev-time(ev2-idx) to evl-time.
           move ev-image(ev2-idx) to evl-image.
           write sodLine from ws-event-line.
           write sodLine from blank-line.

       name-source.
           evaluate ws-new-source
               when "EM"
                   move "EMPLOYEE" to evl-source
               when "BA"
                   move "BANK ACCT" to evl-source
               when "SM"
                   move "STORE" to evl-source
               when "ST"
                   move "STUDENT" to evl-source
               when "AD"
                   move "ADDRESS" to evl-source
               when "GR"
                   move "GRADE" to evl-source
               when "JL"
                   move "JOB RUN" to evl-source
               when other
                   move ws-new-source to evl-source
           end-evaluate.

       check-authorities.
           open input securityFile.
           if ws-security-status = "00"
               move "N" to ws-file-eof
               perform read-one-operator until end-of-audit
               close securityFile
           else
               display "OPERATOR SECURITY FILE NOT FOUND"
           end-if.

       read-one-operator.
           read securityFile
               at end
                   move "Y" to ws-file-eof
               not at end
                   if sec-payroll-auth = "Y"
                       and sec-registry-auth = "Y"
                       add 1 to ws-dual-count
                       move sec-operator-id to dul-operator
                       write sodLine from ws-dual-line
                   end-if
           end-read.

       end-para.
           display "CONFLICTS REPORTED: " ws-conflict-count.
           display "DUAL-AUTHORITY OPERATORS: " ws-dual-count.
           move ws-conflict-count to ws-joblog-count.
           move "END" to ws-joblog-event.
           move "COMPLETED" to ws-joblog-status.
           call "JobLog" using ws-joblog-program, ws-joblog-event,
               ws-joblog-count, ws-joblog-status,
               ws-joblog-runid.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-sodParams.
           string env-data-dir delimited by space
               "Sod_Params.dat" delimited by size
               into ws-path-sodParams
           end-string.
           move spaces to ws-path-sodRules.
           string env-data-dir delimited by space
               "SodRules.dat" delimited by size
               into ws-path-sodRules
           end-string.
           move spaces to ws-path-employeeAudit.
           string env-data-dir delimited by space
               "EmployeeAudit.dat" delimited by size
               into ws-path-employeeAudit
           end-string.
           move spaces to ws-path-bankAudit.
           string env-data-dir delimited by space
               "BankAccountAudit.dat" delimited by size
               into ws-path-bankAudit
           end-string.
           move spaces to ws-path-storeAudit.
           string env-data-dir delimited by space
               "StoreMaintAudit.rpt" delimited by size
               into ws-path-storeAudit
           end-string.
           move spaces to ws-path-studentAudit.
           string env-data-dir delimited by space
               "StudentAudit.dat" delimited by size
               into ws-path-studentAudit
           end-string.
           move spaces to ws-path-addressAudit.
           string env-data-dir delimited by space
               "AddressAudit.dat" delimited by size
               into ws-path-addressAudit
           end-string.
           move spaces to ws-path-gradeAudit.
           string env-data-dir delimited by space
               "GradeAudit.dat" delimited by size
               into ws-path-gradeAudit
           end-string.
           move spaces to ws-path-jobLogFile.
           string env-data-dir delimited by space
               "JobRunLog.dat" delimited by size
               into ws-path-jobLogFile
           end-string.
           move spaces to ws-path-securityFile.
           string env-data-dir delimited by space
               "OperatorSecurity.dat" delimited by size
               into ws-path-securityFile
           end-string.
           move spaces to ws-path-sodReport.
           string env-data-dir delimited by space
               "SodConflicts.rpt" delimited by size
               into ws-path-sodReport
           end-string.

       end program SodReport.
