      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. EmployeePurge as "EmployeePurge".
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
               select bankAccountMaster assign ws-path-bankAccountMaster
                   organization indexed
                   access mode dynamic
                   record key is bk-employeeID
                   file status is ws-bank-status.
               select vacationBalances assign ws-path-vacationBalances
                   organization indexed
                   access mode dynamic
                   record key is vb-employeeID
                   file status is ws-balance-status.
               select vacationUsage assign ws-path-vacationUsage
                   organization line sequential
                   file status is ws-usage-status.
               select vacationUsageTmp assign ws-path-vacationUsageTmp
                   organization line sequential
                   file status is ws-usagetmp-status.
               select employeeEarnings assign ws-path-employeeEarnings
                   organization line sequential
                   file status is ws-earnings-status.
               select employeeAudit assign ws-path-employeeAudit
                   organization line sequential
                   file status is ws-audit-status.
               select employeeAuditTmp assign ws-path-employeeAuditTmp
                   organization line sequential
                   file status is ws-audittmp-status.
               select bankAccountAudit assign ws-path-bankAccountAudit
                   organization line sequential
                   file status is ws-bankaudit-status.
               select bankAccountAuditTmp
                   assign ws-path-bankAccountAuditTmp
                   organization line sequential
                   file status is ws-bankaudittmp-status.
               select outstandingCheques
                   assign ws-path-outstandingCheques
                   organization indexed
                   access mode dynamic
                   record key is oc-chequeNo
                   file status is ws-outstanding-status.
               select garnishOrders assign ws-path-garnishOrders
                   organization line sequential
                   file status is ws-garnish-status.
               select reissueQueue assign ws-path-reissueQueue
                   organization line sequential
                   file status is ws-reissue-status.
               select pendingFile assign ws-path-pendingFile
                   organization line sequential
                   file status is ws-pending-status.
               select purgeArchive assign ws-path-purgeArchive
                   organization line sequential
                   file status is ws-archive-status.
               select purgeRegister assign ws-path-purgeRegister
                   organization line sequential.

       data division.
       file section.
       FD paramFile.
       01 paramRecord.
           03 param-retention-years pic x(2).
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
       FD bankAccountMaster.
       01 bankAccountMasterRec.
           03 bk-employeeID         pic x(4).
           03 bk-transit            pic x(9).
           03 bk-account            pic x(12).
       FD vacationBalances.
       01 vacationBalanceRec.
           03 vb-employeeID        pic x(4).
           03 vb-balance           pic 9(4)V9(2).
       FD vacationUsage.
       01 vacationUsageRec.
           03 vu-employeeID        pic x(4).
           03 filler               pic x value space.
           03 vu-date              pic x(10).
           03 filler               pic x value space.
           03 vu-hours             pic 9(3)V9.
       FD vacationUsageTmp.
       01 vacationUsageTmpRec.
           03 filler               pic x(20).
       FD employeeEarnings.
       01 employeeEarningsRec.
           03 er-week-ending       pic x(10).
           03 er-employeeID        pic x(4).
           03 filler               pic x(34).
       FD employeeAudit.
       01 employeeAuditRec.
           03 au-employeeID        pic x(4).
           03 filler               pic x value space.
           03 au-date              pic 9(8).
           03 filler               pic x value space.
           03 au-time              pic 9(6).
           03 filler               pic x value space.
           03 au-operator          pic x(8).
           03 filler               pic x value space.
           03 au-tranCode          pic x(1).
           03 filler               pic x value space.
           03 au-before.
               05 au-bef-lastName      pic x(14).
               05 au-bef-firstName     pic x(14).
               05 au-bef-startDate     pic x(8).
               05 au-bef-status        pic x(1).
               05 au-bef-termDate      pic x(8).
               05 au-bef-homeStore     pic x(4).
           03 filler               pic x value space.
           03 au-after.
               05 au-aft-lastName      pic x(14).
               05 au-aft-firstName     pic x(14).
               05 au-aft-startDate     pic x(8).
               05 au-aft-status        pic x(1).
               05 au-aft-termDate      pic x(8).
               05 au-aft-homeStore     pic x(4).
           03 filler               pic x value space.
           03 au-bef-leave.
               05 au-bef-leaveStart    pic x(8).
               05 au-bef-leaveReturn   pic x(8).
               05 au-bef-leaveType     pic x(1).
               05 au-bef-leaveDays     pic 9(4).
           03 filler               pic x value space.
           03 au-aft-leave.
               05 au-aft-leaveStart    pic x(8).
               05 au-aft-leaveReturn   pic x(8).
               05 au-aft-leaveType     pic x(1).
               05 au-aft-leaveDays     pic 9(4).
           03 filler               pic x value space.
           03 au-bef-service.
               05 au-bef-rehireDate    pic x(8).
               05 au-bef-serviceDate   pic x(8).
           03 filler               pic x value space.
           03 au-aft-service.
               05 au-aft-rehireDate    pic x(8).
               05 au-aft-serviceDate   pic x(8).
           03 filler               pic x value space.
           03 au-bef-payFrequency  pic x(1).
           03 filler               pic x value space.
           03 au-aft-payFrequency  pic x(1).
       FD employeeAuditTmp.
       01 employeeAuditTmpRec      pic x(213).
       FD bankAccountAudit.
       01 bankAccountAuditRec.
           03 bau-employeeID       pic x(4).
           03 filler               pic x value space.
           03 bau-date             pic 9(8).
           03 filler               pic x value space.
           03 bau-time             pic 9(6).
           03 filler               pic x value space.
           03 bau-operator         pic x(8).
           03 filler               pic x value space.
           03 bau-tranCode         pic x(1).
           03 filler               pic x value space.
           03 bau-before.
               05 bau-bef-transit      pic x(9).
               05 bau-bef-account      pic x(12).
           03 filler               pic x value space.
           03 bau-after.
               05 bau-aft-transit      pic x(9).
               05 bau-aft-account      pic x(12).
       FD bankAccountAuditTmp.
       01 bankAccountAuditTmpRec   pic x(75).
       FD outstandingCheques.
       01 outstandingChequeRec.
           03 oc-chequeNo           pic 9(8).
           03 oc-employeeID         pic x(4).
           03 oc-lastName           pic x(14).
           03 oc-firstName          pic x(14).
           03 oc-amount             pic 9(7)V9(2).
           03 oc-pay-type           pic x(1).
           03 oc-week-ending        pic x(10).
           03 oc-issue-date         pic 9(8).
           03 oc-status             pic x(1).
               88 oc-outstanding           value "O".
               88 oc-cashed                value "C".
               88 oc-voided                value "V".
               88 oc-stopped               value "S".
           03 oc-status-date        pic 9(8).
       FD garnishOrders.
       01 garnishOrderRec.
           03 go-employeeID        pic x(4).
           03 filler               pic x value space.
           03 go-priority          pic 9(1).
           03 filler               pic x value space.
           03 go-payee             pic x(20).
           03 filler               pic x value space.
           03 go-week-max          pic 9(5)V9(2).
           03 filler               pic x value space.
           03 go-balance           pic 9(7)V9(2).
       FD reissueQueue.
       01 reissueRec.
           03 rq-week-ending       pic x(10).
           03 filler               pic x value space.
           03 rq-employeeID        pic x(4).
           03 filler               pic x value space.
           03 rq-amount            pic 9(7)V9(2).
           03 filler               pic x value space.
           03 rq-transit           pic x(9).
           03 filler               pic x value space.
           03 rq-account           pic x(12).
           03 filler               pic x value space.
           03 rq-reason            pic x(3).
           03 filler               pic x value space.
           03 rq-pay-type          pic x(1).
      *    Every pending maintenance file carries the employee ID
      *    in its first four bytes; the rest is not looked at here.
       FD pendingFile.
       01 pendingRec.
           03 pd-employeeID        pic x(4).
           03 filler               pic x(196).
       FD purgeArchive.
       01 purgeArchiveRec.
           03 pa-type              pic x(1).
               88 pa-master                value "M".
               88 pa-bank                  value "B".
               88 pa-vacation              value "V".
               88 pa-usage                 value "U".
               88 pa-earnings              value "E".
           03 filler               pic x value space.
           03 pa-employeeID        pic x(4).
           03 filler               pic x value space.
           03 pa-image             pic x(91).
       FD purgeRegister.
       01 registerLine             pic x(80).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-param-status       pic x(2).
       01 ws-empmast-status     pic x(2).
       01 ws-bank-status        pic x(2).
       01 ws-balance-status     pic x(2).
       01 ws-usage-status       pic x(2).
       01 ws-usagetmp-status    pic x(2).
       01 ws-earnings-status    pic x(2).
       01 ws-audit-status       pic x(2).
       01 ws-audittmp-status    pic x(2).
       01 ws-bankaudit-status   pic x(2).
       01 ws-bankaudittmp-status pic x(2).
       01 ws-outstanding-status pic x(2).
       01 ws-garnish-status     pic x(2).
       01 ws-reissue-status     pic x(2).
       01 ws-pending-status     pic x(2).
       01 ws-archive-status     pic x(2).
       01 ws-empmast-open       pic x(1) value "N".
           88 emp-master-open          value "Y".
       01 ws-bank-open          pic x(1) value "N".
           88 bank-master-open         value "Y".
       01 ws-balance-open       pic x(1) value "N".
           88 balances-open            value "Y".
      *    Retention in years after termination; the master, bank,
      *    vacation and earnings records of anyone terminated before
      *    the run date less this many years are archived and the
      *    names removed.
       01 ws-retention-years    pic 9(2) value 7.
       01 ws-retention-x redefines ws-retention-years pic x(2).
       01 ws-run-date           pic 9(8).
       01 ws-run-date-parts redefines ws-run-date.
           03 rd-year               pic 9(4).
           03 rd-mmdd               pic 9(4).
       01 ws-cutoff-date        pic 9(8).
       01 ws-cutoff-date-parts redefines ws-cutoff-date.
           03 co-year               pic 9(4).
           03 co-mmdd               pic 9(4).
       01 ws-purge-name         pic x(14) value "PURGED".
       01 ws-pending-reason     pic x(20).
       01 ws-block-reason       pic x(20).
       01 ws-block-employeeID   pic x(4).
       01 ws-bank-archived      pic x(1).
       01 ws-vac-archived       pic x(1).
       01 ws-purge-hit          pic x(1).
           88 purge-hit                value "Y".
       01 block-table.
           03 block-entry occurs 2000 times indexed by blk-idx.
               05 blk-employeeID    pic x(4).
               05 blk-reason        pic x(20).
       01 block-count           pic 9(4) comp value 0.
       01 purge-table.
           03 purge-entry occurs 500 times indexed by pg-idx.
               05 pg-employeeID     pic x(4).
       01 purge-count           pic 9(4) comp value 0.
       01 ws-eligible-count     pic 9(6) value 0.
       01 ws-purged-count       pic 9(6) value 0.
       01 ws-refused-count      pic 9(6) value 0.
       01 ws-deferred-count     pic 9(6) value 0.
       01 ws-bank-count         pic 9(6) value 0.
       01 ws-balance-count      pic 9(6) value 0.
       01 ws-usage-count        pic 9(6) value 0.
       01 ws-earnings-count     pic 9(6) value 0.
       01 ws-audit-count        pic 9(6) value 0.
       01 ws-bank-audit-count   pic 9(6) value 0.
       01 ws-cheque-count       pic 9(6) value 0.
       01 ws-report-title.
           03 filler            pic x(36) value
               "Retention purge register  run date: ".
           03 rgt-run-date      pic 9(8).
           03 filler            pic x(24) value
               "   terminated before: ".
           03 rgt-cutoff        pic 9(8).
       01 ws-column-heads.
           03 filler pic x(8)  value "EMP ID".
           03 filler pic x(11) value "TERM DATE".
           03 filler pic x(10) value "RESULT".
           03 filler pic x(6)  value "BANK".
           03 filler pic x(6)  value "VAC".
           03 filler pic x(20) value "REASON".
       01 ws-detail-line.
           03 dtl-employeeID    pic x(4).
           03 filler            pic x(4).
           03 dtl-termDate      pic x(8).
           03 filler            pic x(3).
           03 dtl-result        pic x(8).
           03 filler            pic x(2).
           03 dtl-bank          pic x(1).
           03 filler            pic x(5).
           03 dtl-vacation      pic x(1).
           03 filler            pic x(5).
           03 dtl-reason        pic x(20).
       01 ws-total-line.
           03 tot-label         pic x(40).
           03 tot-count         pic ZZZ,ZZ9.
       01 dashLine              pic x(70) value all "-".
       01 blank-line            pic x value " ".
       01 ws-joblog-count       pic 9(6) value 0.
       01 ws-joblog-program     pic x(12) value "EmpPurge".
       01 ws-joblog-runid      pic x(14).
       01 ws-runid-date        pic 9(8).
       01 ws-runid-time        pic 9(8).
       01 ws-joblog-event       pic x(10).
       01 ws-joblog-status      pic x(20).

       01 ws-backup-key         pic x(8) value "EMPMAST".
       01 ws-backup-mode        pic x(1) value "B".
       01 ws-backup-gen         pic 9(4) value 0.
       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-paramFile  pic x(70).
           03 ws-path-employeeMaster  pic x(70).
           03 ws-path-bankAccountMaster  pic x(70).
           03 ws-path-vacationBalances  pic x(70).
           03 ws-path-vacationUsage  pic x(70).
           03 ws-path-vacationUsageTmp  pic x(70).
           03 ws-path-employeeEarnings  pic x(70).
           03 ws-path-employeeAudit  pic x(70).
           03 ws-path-employeeAuditTmp  pic x(70).
           03 ws-path-bankAccountAudit  pic x(70).
           03 ws-path-bankAccountAuditTmp  pic x(70).
           03 ws-path-outstandingCheques  pic x(70).
           03 ws-path-garnishOrders  pic x(70).
           03 ws-path-reissueQueue  pic x(70).
           03 ws-path-pendingFile  pic x(70).
           03 ws-path-purgeArchive  pic x(70).
           03 ws-path-purgeRegister  pic x(70).

      *    Records retention.  An employee terminated more than the
      *    retention period ago has the master, bank account,
      *    vacation balance, vacation usage and weekly earnings
      *    records copied to a dated purge archive; the bank account
      *    and vacation records are then deleted and the names on
      *    the master, the employee audit trail and the outstanding
      *    cheque file are replaced with a placeholder.  The transit
      *    and account numbers on the bank account audit trail are
      *    blanked for the same employees.  Earnings
      *    rows stay in place (they carry no names) so year-to-date
      *    and year-end totals still add up.  Anyone with an open
      *    garnishment balance, a payment waiting on the reissue
      *    queue or a maintenance transaction still pending approval
      *    is refused and listed on the register with the reason.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           perform purge-one-employee until end-of-file.
           perform purge-vacation-usage.
           perform archive-earnings.
           perform anonymize-employee-audit.
           perform anonymize-bank-audit.
           perform anonymize-outstanding-cheques.
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
           perform read-purge-params.
           if ws-retention-x not numeric
               or ws-retention-years = zero
               display "RETENTION YEARS MISSING OR NOT NUMERIC"
               move "HALTED - BAD PARAMS" to ws-joblog-status
               perform halt-run
           end-if.
           move ws-run-date to ws-cutoff-date.
           subtract ws-retention-years from co-year.
           if co-mmdd = 0229
               move 0228 to co-mmdd
           end-if.
           open input employeeMaster.
           if ws-empmast-status not = "00"
               display "EMPLOYEE MASTER NOT FOUND"
               move "HALTED - NO MASTER" to ws-joblog-status
               perform halt-run
           end-if.
           close employeeMaster.
           call "BackupMaster" using ws-backup-key,
               ws-backup-mode, ws-backup-gen.
           perform load-blocked-employees.
           open i-o employeeMaster.
           move "Y" to ws-empmast-open.
           open i-o bankAccountMaster.
           if ws-bank-status = "00"
               move "Y" to ws-bank-open
           end-if.
           open i-o vacationBalances.
           if ws-balance-status = "00"
               move "Y" to ws-balance-open
           end-if.
           open extend purgeArchive.
           if ws-archive-status = "35"
               open output purgeArchive
           end-if.
           open output purgeRegister.
           move ws-run-date to rgt-run-date.
           move ws-cutoff-date to rgt-cutoff.
           write registerLine from ws-report-title.
           write registerLine from dashLine.
           write registerLine from ws-column-heads.

       halt-run.
           move "END" to ws-joblog-event.
           call "JobLog" using ws-joblog-program, ws-joblog-event,
               ws-joblog-count, ws-joblog-status,
               ws-joblog-runid.
           move 8 to return-code.
           stop run.

       read-purge-params.
           open input paramFile.
           if ws-param-status = "00"
               read paramFile
                   at end
                       continue
                   not at end
                       move param-retention-years to ws-retention-x
               end-read
               close paramFile
           end-if.

      *    Who may not be purged this run, and why.  An employee
      *    can appear more than once; the first reason found is
      *    the one reported.
       load-blocked-employees.
           move zero to ws-eof.
           open input garnishOrders.
           if ws-garnish-status = "00"
               perform load-one-garnishment until end-of-file
               close garnishOrders
           end-if.
           move zero to ws-eof.
           open input reissueQueue.
           if ws-reissue-status = "00"
               perform load-one-reissue until end-of-file
               close reissueQueue
           end-if.
           move spaces to ws-path-pendingFile.
           string env-data-dir delimited by space
               "EmployeePending.dat" delimited by size
               into ws-path-pendingFile
           end-string.
           move "EMPLOYEE CHANGE" to ws-pending-reason.
           perform load-pending-file.
           move spaces to ws-path-pendingFile.
           string env-data-dir delimited by space
               "CompensationPending.dat" delimited by size
               into ws-path-pendingFile
           end-string.
           move "COMPENSATION CHANGE" to ws-pending-reason.
           perform load-pending-file.
           move spaces to ws-path-pendingFile.
           string env-data-dir delimited by space
               "CommissionAdjPending.dat" delimited by size
               into ws-path-pendingFile
           end-string.
           move "COMMISSION ADJ" to ws-pending-reason.
           perform load-pending-file.
           move zero to ws-eof.

       load-one-garnishment.
           read garnishOrders
               at end
                   set end-of-file to true
               not at end
                   if go-balance > zero
                       move "OPEN GARNISHMENT" to ws-block-reason
                       move go-employeeID to ws-block-employeeID
                       perform add-block-entry
                   end-if
           end-read.

       load-one-reissue.
           read reissueQueue
               at end
                   set end-of-file to true
               not at end
                   move "REISSUE QUEUED" to ws-block-reason
                   move rq-employeeID to ws-block-employeeID
                   perform add-block-entry
           end-read.

       load-pending-file.
           move zero to ws-eof.
           open input pendingFile.
           if ws-pending-status = "00"
               perform load-one-pending until end-of-file
               close pendingFile
           end-if.

       load-one-pending.
           read pendingFile
               at end
                   set end-of-file to true
               not at end
                   move ws-pending-reason to ws-block-reason
                   move pd-employeeID to ws-block-employeeID
                   perform add-block-entry
           end-read.

       add-block-entry.
           if block-count < 2000
               add 1 to block-count
               move ws-block-employeeID to
                   blk-employeeID(block-count)
               move ws-block-reason to blk-reason(block-count)
           else
               display "REFUSAL TABLE FULL - ROW IGNORED"
           end-if.

       purge-one-employee.
           read employeeMaster next
               at end
                   set end-of-file to true
               not at end
                   if em-terminated
                       and em-termDate is numeric
                       and em-termDate < ws-cutoff-date
                       and em-lastName not = ws-purge-name
                       add 1 to ws-eligible-count
                       perform check-blocked-employee
                   end-if
           end-read.

       check-blocked-employee.
           move spaces to ws-detail-line.
           move em-employeeID to dtl-employeeID.
           move em-termDate to dtl-termDate.
           move spaces to ws-block-reason.
           set blk-idx to 1.
           search block-entry
               at end
                   continue
               when blk-employeeID(blk-idx) = em-employeeID
                   move blk-reason(blk-idx) to ws-block-reason
           end-search.
           evaluate true
               when ws-block-reason not = spaces
                   move "REFUSED" to dtl-result
                   move ws-block-reason to dtl-reason
                   add 1 to ws-refused-count
               when purge-count not < 500
                   move "DEFERRED" to dtl-result
                   move "PURGE TABLE FULL" to dtl-reason
                   add 1 to ws-deferred-count
               when other
                   perform purge-employee
                   move "PURGED" to dtl-result
                   move ws-bank-archived to dtl-bank
                   move ws-vac-archived to dtl-vacation
           end-evaluate.
           write registerLine from ws-detail-line.

      *    The master image is archived before the names are
      *    removed; the bank account and vacation balance rows are
      *    archived and deleted outright.
       purge-employee.
           move "M" to pa-type.
           move em-employeeID to pa-employeeID.
           move employeeMasterRec to pa-image.
           write purgeArchiveRec.
           move "N" to ws-bank-archived.
           if bank-master-open
               move em-employeeID to bk-employeeID
               read bankAccountMaster
                   invalid key
                       continue
                   not invalid key
                       move "B" to pa-type
                       move spaces to pa-image
                       move bankAccountMasterRec to pa-image
                       write purgeArchiveRec
                       delete bankAccountMaster
                       move "Y" to ws-bank-archived
                       add 1 to ws-bank-count
               end-read
           end-if.
           move "N" to ws-vac-archived.
           if balances-open
               move em-employeeID to vb-employeeID
               read vacationBalances
                   invalid key
                       continue
                   not invalid key
                       move "V" to pa-type
                       move spaces to pa-image
                       move vacationBalanceRec to pa-image
                       write purgeArchiveRec
                       delete vacationBalances
                       move "Y" to ws-vac-archived
                       add 1 to ws-balance-count
               end-read
           end-if.
           move ws-purge-name to em-lastName.
           move spaces to em-firstName.
           rewrite employeeMasterRec.
           add 1 to purge-count.
           move em-employeeID to pg-employeeID(purge-count).
           add 1 to ws-purged-count.

       find-purged-employee.
           move "N" to ws-purge-hit.
           set pg-idx to 1.
           search purge-entry
               at end
                   continue
               when pg-employeeID(pg-idx) = pa-employeeID
                   move "Y" to ws-purge-hit
           end-search.

      *    Usage rows for purged employees are archived and dropped
      *    from the queue; everyone else's rows are kept as they
      *    were.
       purge-vacation-usage.
           move zero to ws-eof.
           if purge-count > zero
               call "CBL_RENAME_FILE" using ws-path-vacationUsage,
                   ws-path-vacationUsageTmp
               open input vacationUsageTmp
               if ws-usagetmp-status = "00"
                   open output vacationUsage
                   perform purge-one-usage until end-of-file
                   close vacationUsageTmp
                   close vacationUsage
                   call "CBL_DELETE_FILE" using
                       ws-path-vacationUsageTmp
               end-if
           end-if.

       purge-one-usage.
           read vacationUsageTmp into vacationUsageRec
               at end
                   set end-of-file to true
               not at end
                   move vu-employeeID to pa-employeeID
                   perform find-purged-employee
                   if purge-hit
                       move "U" to pa-type
                       move spaces to pa-image
                       move vacationUsageRec to pa-image
                       write purgeArchiveRec
                       add 1 to ws-usage-count
                   else
                       write vacationUsageRec
                   end-if
           end-read.

       archive-earnings.
           move zero to ws-eof.
           if purge-count > zero
               open input employeeEarnings
               if ws-earnings-status = "00"
                   perform archive-one-earnings until end-of-file
                   close employeeEarnings
               end-if
           end-if.

       archive-one-earnings.
           read employeeEarnings
               at end
                   set end-of-file to true
               not at end
                   move er-employeeID to pa-employeeID
                   perform find-purged-employee
                   if purge-hit
                       move "E" to pa-type
                       move spaces to pa-image
                       move employeeEarningsRec to pa-image
                       write purgeArchiveRec
                       add 1 to ws-earnings-count
                   end-if
           end-read.

       anonymize-employee-audit.
           move zero to ws-eof.
           if purge-count > zero
               call "CBL_RENAME_FILE" using ws-path-employeeAudit,
                   ws-path-employeeAuditTmp
               open input employeeAuditTmp
               if ws-audittmp-status = "00"
                   open output employeeAudit
                   perform anonymize-one-audit until end-of-file
                   close employeeAuditTmp
                   close employeeAudit
                   call "CBL_DELETE_FILE" using
                       ws-path-employeeAuditTmp
               end-if
           end-if.

       anonymize-one-audit.
           read employeeAuditTmp into employeeAuditRec
               at end
                   set end-of-file to true
               not at end
                   move au-employeeID to pa-employeeID
                   perform find-purged-employee
                   if purge-hit
                       move ws-purge-name to au-bef-lastName
                       move spaces to au-bef-firstName
                       move ws-purge-name to au-aft-lastName
                       move spaces to au-aft-firstName
                       add 1 to ws-audit-count
                   end-if
                   write employeeAuditRec
           end-read.

       anonymize-bank-audit.
           move zero to ws-eof.
           if purge-count > zero
               call "CBL_RENAME_FILE" using ws-path-bankAccountAudit,
                   ws-path-bankAccountAuditTmp
               open input bankAccountAuditTmp
               if ws-bankaudittmp-status = "00"
                   open output bankAccountAudit
                   perform anonymize-one-bank-audit until end-of-file
                   close bankAccountAuditTmp
                   close bankAccountAudit
                   call "CBL_DELETE_FILE" using
                       ws-path-bankAccountAuditTmp
               end-if
           end-if.

       anonymize-one-bank-audit.
           read bankAccountAuditTmp into bankAccountAuditRec
               at end
                   set end-of-file to true
               not at end
                   move bau-employeeID to pa-employeeID
                   perform find-purged-employee
                   if purge-hit
                       move spaces to bau-before
                       move spaces to bau-after
                       add 1 to ws-bank-audit-count
                   end-if
                   write bankAccountAuditRec
           end-read.

       anonymize-outstanding-cheques.
           move zero to ws-eof.
           if purge-count > zero
               open i-o outstandingCheques
               if ws-outstanding-status = "00"
                   perform anonymize-one-cheque until end-of-file
                   close outstandingCheques
               end-if
           end-if.

       anonymize-one-cheque.
           read outstandingCheques next
               at end
                   set end-of-file to true
               not at end
                   move oc-employeeID to pa-employeeID
                   perform find-purged-employee
                   if purge-hit
                       move ws-purge-name to oc-lastName
                       move spaces to oc-firstName
                       rewrite outstandingChequeRec
                       add 1 to ws-cheque-count
                   end-if
           end-read.

       end-para.
           if emp-master-open
               close employeeMaster
           end-if.
           if bank-master-open
               close bankAccountMaster
           end-if.
           if balances-open
               close vacationBalances
           end-if.
           close purgeArchive.
           write registerLine from blank-line.
           move "TERMINATED BEFORE CUTOFF:" to tot-label.
           move ws-eligible-count to tot-count.
           write registerLine from ws-total-line.
           move "PURGED:" to tot-label.
           move ws-purged-count to tot-count.
           write registerLine from ws-total-line.
           move "REFUSED:" to tot-label.
           move ws-refused-count to tot-count.
           write registerLine from ws-total-line.
           move "DEFERRED TO NEXT RUN:" to tot-label.
           move ws-deferred-count to tot-count.
           write registerLine from ws-total-line.
           move "BANK ACCOUNTS ARCHIVED AND DELETED:" to tot-label.
           move ws-bank-count to tot-count.
           write registerLine from ws-total-line.
           move "VACATION BALANCES ARCHIVED AND DELETED:"
               to tot-label.
           move ws-balance-count to tot-count.
           write registerLine from ws-total-line.
           move "VACATION USAGE ROWS ARCHIVED:" to tot-label.
           move ws-usage-count to tot-count.
           write registerLine from ws-total-line.
           move "EARNINGS ROWS ARCHIVED:" to tot-label.
           move ws-earnings-count to tot-count.
           write registerLine from ws-total-line.
           move "AUDIT ROWS ANONYMIZED:" to tot-label.
           move ws-audit-count to tot-count.
           write registerLine from ws-total-line.
           move "BANK AUDIT ROWS ANONYMIZED:" to tot-label.
           move ws-bank-audit-count to tot-count.
           write registerLine from ws-total-line.
           move "CHEQUE ROWS ANONYMIZED:" to tot-label.
           move ws-cheque-count to tot-count.
           write registerLine from ws-total-line.
           close purgeRegister.
           display "EMPLOYEES PURGED: " ws-purged-count.
           display "EMPLOYEES REFUSED: " ws-refused-count.
           display "EMPLOYEES DEFERRED: " ws-deferred-count.
           move ws-purged-count to ws-joblog-count.
           move "END" to ws-joblog-event.
           if ws-refused-count > zero or ws-deferred-count > zero
               move "COMPLETED - REFUSALS" to ws-joblog-status
           else
               move "COMPLETED" to ws-joblog-status
           end-if.
           call "JobLog" using ws-joblog-program, ws-joblog-event,
               ws-joblog-count, ws-joblog-status,
               ws-joblog-runid.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
      *    The archive is named for the run date.
           accept ws-run-date from date YYYYMMDD.
           move spaces to ws-path-paramFile.
           string env-data-dir delimited by space
               "Purge_Params.dat" delimited by size
               into ws-path-paramFile
           end-string.
           move spaces to ws-path-employeeMaster.
           string env-data-dir delimited by space
               "EmployeeMaster.dat" delimited by size
               into ws-path-employeeMaster
           end-string.
           move spaces to ws-path-bankAccountMaster.
           string env-data-dir delimited by space
               "BankAccountMaster.dat" delimited by size
               into ws-path-bankAccountMaster
           end-string.
           move spaces to ws-path-vacationBalances.
           string env-data-dir delimited by space
               "VacationBalances.dat" delimited by size
               into ws-path-vacationBalances
           end-string.
           move spaces to ws-path-vacationUsage.
           string env-data-dir delimited by space
               "VacationUsage.dat" delimited by size
               into ws-path-vacationUsage
           end-string.
           move spaces to ws-path-vacationUsageTmp.
           string env-data-dir delimited by space
               "VacationUsage.tmp" delimited by size
               into ws-path-vacationUsageTmp
           end-string.
           move spaces to ws-path-employeeEarnings.
           string env-data-dir delimited by space
               "EmployeeEarnings.dat" delimited by size
               into ws-path-employeeEarnings
           end-string.
           move spaces to ws-path-employeeAudit.
           string env-data-dir delimited by space
               "EmployeeAudit.dat" delimited by size
               into ws-path-employeeAudit
           end-string.
           move spaces to ws-path-employeeAuditTmp.
           string env-data-dir delimited by space
               "EmployeeAudit.tmp" delimited by size
               into ws-path-employeeAuditTmp
           end-string.
           move spaces to ws-path-bankAccountAudit.
           string env-data-dir delimited by space
               "BankAccountAudit.dat" delimited by size
               into ws-path-bankAccountAudit
           end-string.
           move spaces to ws-path-bankAccountAuditTmp.
           string env-data-dir delimited by space
               "BankAccountAudit.tmp" delimited by size
               into ws-path-bankAccountAuditTmp
           end-string.
           move spaces to ws-path-outstandingCheques.
           string env-data-dir delimited by space
               "OutstandingCheques.dat" delimited by size
               into ws-path-outstandingCheques
           end-string.
           move spaces to ws-path-garnishOrders.
           string env-data-dir delimited by space
               "GarnishOrders.dat" delimited by size
               into ws-path-garnishOrders
           end-string.
           move spaces to ws-path-reissueQueue.
           string env-data-dir delimited by space
               "PaymentReissue.dat" delimited by size
               into ws-path-reissueQueue
           end-string.
           move spaces to ws-path-purgeArchive.
           string env-data-dir delimited by space
               "PurgeArchive_" delimited by size
               ws-run-date delimited by size
               ".dat" delimited by size
               into ws-path-purgeArchive
           end-string.
           move spaces to ws-path-purgeRegister.
           string env-data-dir delimited by space
               "PurgeRegister.rpt" delimited by size
               into ws-path-purgeRegister
           end-string.

       end program EmployeePurge.
