               select employeeAudit assign ws-path-employeeAudit
                   organization line sequential
                   file status is ws-audit-status.
               select rehireParams assign ws-path-rehireParams
                   organization line sequential
                   file status is ws-rehire-param-status.
               select employmentHistory
                   assign ws-path-employmentHistory
                   organization line sequential
                   file status is ws-emphist-status.

       data division.
       file section.
           03 ep-lastName          pic x(14).
           03 ep-firstName         pic x(14).
           03 ep-startDate         pic x(8).
           03 ep-startDate-num redefines ep-startDate pic 9(8).
           03 ep-tranCode          pic x(1).
               88 ep-tran-add              value "A", " ".
               88 ep-tran-change           value "C".
               88 ep-tran-terminate        value "T".
               88 ep-tran-transfer         value "S".
               88 ep-tran-leave            value "L".
               88 ep-tran-return           value "R".
               88 ep-tran-rehire           value "H".
           03 ep-termDate          pic x(8).
           03 ep-homeStore         pic x(4).
           03 ep-operator          pic x(8).
           03 ep-date              pic 9(8).
           03 ep-leaveStart        pic x(8).
           03 ep-leaveStart-num redefines ep-leaveStart pic 9(8).
           03 ep-leaveReturn       pic x(8).
           03 ep-leaveReturn-num redefines ep-leaveReturn pic 9(8).
           03 ep-leaveType         pic x(1).
           03 ep-payFrequency      pic x(1).
       FD employeePendingTmp.
       01 employeePendingTmpRec    pic x(87).
       FD employeeMaster.
       01 employeeMasterRec.
           03 em-employeeID         pic x(4).
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
       FD employeeAudit.
       01 employeeAuditRec.
           03 au-employeeID        pic x(4).
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
      *    Bridging months for a rehire: a return within this many
      *    months of the termination restores seniority.
       FD rehireParams.
       01 rehireParamRec.
           03 rp-bridge-months     pic 9(3).
      *    One row per closed employment period, written when the
      *    employee is rehired.
       FD employmentHistory.
       01 employmentHistoryRec.
           03 hi-employeeID        pic x(4).
           03 filler               pic x value space.
           03 hi-periodStart       pic x(8).
           03 filler               pic x value space.
           03 hi-periodEnd         pic x(8).
           03 filler               pic x value space.
           03 hi-serviceDate       pic x(8).
           03 filler               pic x value space.
           03 hi-rehireDate        pic x(8).
           03 filler               pic x value space.
           03 hi-breakMonths       pic 9(4).
           03 filler               pic x value space.
           03 hi-bridged           pic x(1).
           03 filler               pic x value space.
           03 hi-newServiceDate    pic x(8).
           03 filler               pic x value space.
           03 hi-operator          pic x(8).
           03 filler               pic x value space.
           03 hi-date              pic 9(8).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           03 ws-bef-status        pic x(1).
           03 ws-bef-termDate      pic x(8).
           03 ws-bef-homeStore     pic x(4).
           03 ws-bef-leaveStart    pic x(8).
           03 ws-bef-leaveReturn   pic x(8).
           03 ws-bef-leaveType     pic x(1).
           03 ws-bef-leaveDays     pic 9(4).
           03 ws-bef-rehireDate    pic x(8).
           03 ws-bef-serviceDate   pic x(8).
           03 ws-bef-payFrequency  pic x(1).
       01 ws-leave-start-date   pic 9(8).
       01 ws-leave-days         pic 9(5).
       01 ws-rehire-param-status pic x(2).
       01 ws-emphist-status     pic x(2).
       01 ws-bridge-months      pic 9(3) value 12.
       01 ws-break-months       pic s9(5).
       01 ws-break-days         pic s9(7).
       01 ws-term-date          pic 9(8).
       01 ws-term-date-parts redefines ws-term-date.
           03 trm-year              pic 9(4).
           03 trm-month             pic 9(2).
           03 trm-day               pic 9(2).
       01 ws-rehire-date        pic 9(8).
       01 ws-rehire-date-parts redefines ws-rehire-date.
           03 rhr-year              pic 9(4).
           03 rhr-month             pic 9(2).
           03 rhr-day               pic 9(2).
       01 ws-service-date       pic 9(8).
       01 ws-service-int        pic 9(8) comp.
       01 ws-bridged            pic x(1).
           88 service-bridged          value "Y".
       01 ws-signon-operator    pic x(8).
       01 ws-signon-payroll     pic x(1).
       01 ws-signon-registry    pic x(1).
       01 ws-signon-result      pic x(1).
       copy LEAVETYPES.

       01 ws-backup-key         pic x(8) value "EMPMAST".
       01 ws-backup-mode        pic x(1) value "B".
           03 ws-path-employeePendingTmp  pic x(70).
           03 ws-path-employeeMaster  pic x(70).
           03 ws-path-employeeAudit  pic x(70).
           03 ws-path-rehireParams  pic x(70).
           03 ws-path-employmentHistory  pic x(70).

      *    The review step of the dual-control arrangement: only an
      *    operator holding payroll authority may apply the queued
               if ws-audit-status = "35"
                   open output employeeAudit
               end-if
               perform read-rehire-params
               open extend employmentHistory
               if ws-emphist-status = "35"
                   open output employmentHistory
               end-if
               open i-o employeeMaster
               if ws-empmast-status = "35"
                   open output employeeMaster
           if ep-tran-transfer
               display "  TRANSFER TO STORE " ep-homeStore
           end-if.
           if ep-tran-leave
               display "  LEAVE TYPE " ep-leaveType " FROM "
                   ep-leaveStart " EXPECTED BACK " ep-leaveReturn
           end-if.
           if ep-tran-return
               display "  RETURNED FROM LEAVE " ep-leaveReturn
           end-if.
           if ep-tran-rehire
               display "  REHIRED " ep-startDate
           end-if.
           if ep-payFrequency not = space
               display "  PAY FREQUENCY " ep-payFrequency
           end-if.
           display "A = approve, R = reject, K = keep pending: ".
           accept ws-verdict.

           move em-status to ws-bef-status.
           move em-termDate to ws-bef-termDate.
           move em-homeStore to ws-bef-homeStore.
           move em-leaveStart to ws-bef-leaveStart.
           move em-leaveReturn to ws-bef-leaveReturn.
           move em-leaveType to ws-bef-leaveType.
           move em-leaveDays to ws-bef-leaveDays.
           move em-rehireDate to ws-bef-rehireDate.
           move em-serviceDate to ws-bef-serviceDate.
           move em-payFrequency to ws-bef-payFrequency.

       apply-tran-existing-employee.
           evaluate true
                   perform terminate-employee
               when ep-tran-transfer
                   perform transfer-employee
               when ep-tran-leave
                   perform start-employee-leave
               when ep-tran-return
                   perform return-employee-from-leave
               when ep-tran-rehire
                   perform rehire-employee
               when ep-tran-add
               when ep-tran-change
                   perform update-existing-employee
           move "A" to em-status.
           move spaces to em-termDate.
           move ep-homeStore to em-homeStore.
           move spaces to em-leaveStart.
           move spaces to em-leaveReturn.
           move spaces to em-leaveType.
           move zero to em-leaveDays.
           move spaces to em-rehireDate.
           move spaces to em-serviceDate.
           if ep-payFrequency = space
               move "W" to em-payFrequency
           else
               move ep-payFrequency to em-payFrequency
           end-if.
           write employeeMasterRec.
           add 1 to ws-applied-count.
           perform write-audit-record.
           if ep-homeStore not = spaces
               move ep-homeStore to em-homeStore
           end-if.
           if ep-payFrequency not = space
               move ep-payFrequency to em-payFrequency
           end-if.
           rewrite employeeMasterRec.
           add 1 to ws-applied-count.
           perform write-audit-record.
           add 1 to ws-applied-count.
           perform write-audit-record.

      *    The master may have moved on since the transaction was
      *    queued, so the leave state is checked again here.
       start-employee-leave.
           if em-terminated or em-on-leave
               display "EMPLOYEE TERMINATED OR ALREADY ON LEAVE: "
                   ep-employeeID
               add 1 to ws-rejected-count
           else
               move "L" to em-status
               move ep-leaveStart to em-leaveStart
               move ep-leaveReturn to em-leaveReturn
               move ep-leaveType to em-leaveType
               rewrite employeeMasterRec
               add 1 to ws-applied-count
               perform write-audit-record
           end-if.

      *    Days away on an unpaid leave are kept on the master so
      *    the anniversary and vacation service date can be pushed
      *    back by them; the leave itself is then cleared.
       return-employee-from-leave.
           if not em-on-leave
               display "EMPLOYEE NO LONGER ON LEAVE: " ep-employeeID
               add 1 to ws-rejected-count
           else
               move zero to ws-leave-days
               set lt-idx to 1
               search leave-type-entry
                   at end
                       continue
                   when lt-code(lt-idx) = em-leaveType
                       if lt-unpaid(lt-idx)
                           and em-leaveStart is numeric
                           perform count-unpaid-leave-days
                       end-if
               end-search
               add ws-leave-days to em-leaveDays
               move "A" to em-status
               move spaces to em-leaveStart
               move spaces to em-leaveReturn
               move spaces to em-leaveType
               rewrite employeeMasterRec
               add 1 to ws-applied-count
               perform write-audit-record
           end-if.

       count-unpaid-leave-days.
           move em-leaveStart to ws-leave-start-date.
           compute ws-leave-days =
               function integer-of-date(ep-leaveReturn-num)
                   - function integer-of-date(ws-leave-start-date).

      *    The same ID comes back to life.  A break of no more
      *    than the bridging months keeps the old seniority, moved
      *    on by the days away; a longer break, or one with no
      *    termination date to measure from, starts service again
      *    at the rehire date.  The vacation balance is left as
      *    the final pay retired it, so nothing paid out on
      *    termination comes back to be paid again.
       rehire-employee.
           if not em-terminated
               display "EMPLOYEE NO LONGER TERMINATED: " ep-employeeID
               add 1 to ws-rejected-count
           else
               move ep-startDate-num to ws-rehire-date
               perform measure-service-break
               if service-bridged
                   perform bridge-service-date
               else
                   move ws-rehire-date to ws-service-date
               end-if
               perform write-employment-history
               if not service-bridged
                   move zero to em-leaveDays
               end-if
               move ws-service-date to em-serviceDate
               move ep-startDate to em-rehireDate
               move "A" to em-status
               move spaces to em-termDate
               move spaces to em-leaveStart
               move spaces to em-leaveReturn
               move spaces to em-leaveType
               if ep-homeStore not = spaces
                   move ep-homeStore to em-homeStore
               end-if
               rewrite employeeMasterRec
               add 1 to ws-applied-count
               perform write-audit-record
           end-if.

       measure-service-break.
           move "N" to ws-bridged.
           move zero to ws-break-months.
           move zero to ws-break-days.
           if em-termDate is numeric
               move em-termDate to ws-term-date
               compute ws-break-months =
                   (rhr-year * 12 + rhr-month)
                       - (trm-year * 12 + trm-month)
               if rhr-day < trm-day
                   subtract 1 from ws-break-months
               end-if
               compute ws-break-days =
                   function integer-of-date(ws-rehire-date)
                       - function integer-of-date(ws-term-date) - 1
               if ws-break-days < zero
                   move zero to ws-break-days
               end-if
               if ws-break-months not > ws-bridge-months
                   move "Y" to ws-bridged
               end-if
           end-if.

       bridge-service-date.
           if em-serviceDate is numeric
               move em-serviceDate to ws-service-date
           else
               move em-startDate to ws-service-date
           end-if.
           if ws-service-date is numeric
               and ws-service-date not = zero
               compute ws-service-int =
                   function integer-of-date(ws-service-date)
                       + ws-break-days
               compute ws-service-date =
                   function date-of-integer(ws-service-int)
           else
               move ws-rehire-date to ws-service-date
           end-if.

       write-employment-history.
           move ep-employeeID to hi-employeeID.
           if em-rehireDate is numeric
               move em-rehireDate to hi-periodStart
           else
               move em-startDate to hi-periodStart
           end-if.
           move em-termDate to hi-periodEnd.
           if em-serviceDate is numeric
               move em-serviceDate to hi-serviceDate
           else
               move em-startDate to hi-serviceDate
           end-if.
           move ep-startDate to hi-rehireDate.
           if ws-break-months < zero
               move zero to hi-breakMonths
           else
               move ws-break-months to hi-breakMonths
           end-if.
           move ws-bridged to hi-bridged.
           move ws-service-date to hi-newServiceDate.
           move ws-signon-operator to hi-operator.
           accept hi-date from date YYYYMMDD.
           write employmentHistoryRec.

       read-rehire-params.
           open input rehireParams.
           if ws-rehire-param-status = "00"
               read rehireParams
                   at end
                       continue
                   not at end
                       if rp-bridge-months is numeric
                           move rp-bridge-months to ws-bridge-months
                       end-if
               end-read
               close rehireParams
           end-if.

       write-audit-record.
           move ep-employeeID to au-employeeID.
           accept au-date from date YYYYMMDD.
           move em-status to au-aft-status.
           move em-termDate to au-aft-termDate.
           move em-homeStore to au-aft-homeStore.
           move ws-bef-leaveStart to au-bef-leaveStart.
           move ws-bef-leaveReturn to au-bef-leaveReturn.
           move ws-bef-leaveType to au-bef-leaveType.
           move ws-bef-leaveDays to au-bef-leaveDays.
           move em-leaveStart to au-aft-leaveStart.
           move em-leaveReturn to au-aft-leaveReturn.
           move em-leaveType to au-aft-leaveType.
           move em-leaveDays to au-aft-leaveDays.
           move ws-bef-rehireDate to au-bef-rehireDate.
           move ws-bef-serviceDate to au-bef-serviceDate.
           move em-rehireDate to au-aft-rehireDate.
           move em-serviceDate to au-aft-serviceDate.
           move ws-bef-payFrequency to au-bef-payFrequency.
           move em-payFrequency to au-aft-payFrequency.
           write employeeAuditRec.
           add 1 to ws-audit-count.

               close employeePendingTmp
               close employeePending
               close employeeAudit
               close employmentHistory
               close employeeMaster
               call "CBL_DELETE_FILE" using
                   ws-path-employeePendingTmp
               "EmployeeAudit.dat" delimited by size
               into ws-path-employeeAudit
           end-string.
           move spaces to ws-path-rehireParams.
           string env-data-dir delimited by space
               "Rehire_Params.dat" delimited by size
               into ws-path-rehireParams
           end-string.
           move spaces to ws-path-employmentHistory.
           string env-data-dir delimited by space
               "EmploymentHistory.dat" delimited by size
               into ws-path-employmentHistory
           end-string.

       end program EmployeeApprove.
