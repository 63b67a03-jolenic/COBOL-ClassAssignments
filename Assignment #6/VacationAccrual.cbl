           03 salesAmount      pic x(8).
           03 in-rec-type      pic x(1).
               88 adjustment-record        value "A", "R".
               88 split-record             value "S".
       FD paramFile.
       01 paramRecord.
           03 param-threshold      pic 9(6)V9(2).
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
       FD vacationBalances.
       01 vacationBalanceRec.
           03 vb-employeeID        pic x(4).
       01 ws-week-accrued       pic x(1) value "N".
           88 week-already-accrued     value "Y".
       01 ws-years-of-service   pic 9(4).
       01 ws-week-end-date      pic 9(8).
       01 ws-leave-start-date   pic 9(8).
       01 ws-unpaid-leave       pic x(1) value "N".
           88 on-unpaid-leave          value "Y".
       01 ws-leave-skip-count   pic 9(6) value 0.
       01 ws-service-date       pic 9(8).
       01 ws-service-date-parts redefines ws-service-date.
           03 svc-year              pic 9(4).
           03 svc-month             pic 9(2).
           03 svc-day               pic 9(2).
       01 ws-service-int        pic 9(8) comp.
       copy LEAVETYPES.
       01 ws-accrual-hours      pic 9(1)V9(2).
       01 ws-accrued-count      pic 9(6) value 0.
       01 ws-usage-count        pic 9(6) value 0.
               ws-joblog-count, ws-joblog-status,
               ws-joblog-runid.
           perform read-params.
           compute ws-week-end-date =
               wk-year * 10000 + wk-month * 100 + wk-day.
           perform load-rate-bands.
           perform check-prior-accrual.
           open i-o vacationBalances.
      *    A prior-period adjustment record is not a week worked;
      *    only the real salary and hourly records earn accrual, so
      *    a late timesheet cannot grant a second week of hours.
      *    A split sale record is not a week worked either.
       accrue-rec.
           if not adjustment-record and not split-record
               perform lookup-employee
           end-if.
           perform read-file.

      *    Nothing accrues while an unpaid leave is in effect.
      *    Service runs from the start date, or the bridged service
      *    date a rehire sets, pushed back by completed unpaid
      *    leave before the rate band is chosen.
       lookup-employee.
           move empStartDate to ws-service-date.
           move employeeID to em-employeeID.
           read employeeMaster
               invalid key
                   perform accrue-one-employee
               not invalid key
                   perform check-unpaid-leave
                   if em-serviceDate is numeric
                       move em-serviceDate to ws-service-date
                   end-if
                   if em-leaveDays is numeric
                       and em-leaveDays > zero
                       and empStartDate is numeric
                       perform push-back-service-date
                   end-if
                   evaluate true
                       when em-terminated
                           continue
                       when on-unpaid-leave
                           add 1 to ws-leave-skip-count
                       when other
                           perform accrue-one-employee
                   end-evaluate
           end-read.

       check-unpaid-leave.
           move "N" to ws-unpaid-leave.
           if em-on-leave
               if em-leaveStart is numeric
                   move em-leaveStart to ws-leave-start-date
               else
                   move zero to ws-leave-start-date
               end-if
               if ws-leave-start-date not > ws-week-end-date
                   set lt-idx to 1
                   search leave-type-entry
                       at end
                           continue
                       when lt-code(lt-idx) = em-leaveType
                           if lt-unpaid(lt-idx)
                               move "Y" to ws-unpaid-leave
                           end-if
                   end-search
               end-if
           end-if.

       push-back-service-date.
           compute ws-service-int =
               function integer-of-date(ws-service-date)
                   + em-leaveDays.
           compute ws-service-date =
               function date-of-integer(ws-service-int).

       accrue-one-employee.
           perform compute-service-years.
           perform find-rate-band.

       compute-service-years.
           compute ws-years-of-service =
               wk-year - svc-year.
           if svc-month > wk-month
               or (svc-month = wk-month
                   and svc-day > wk-day)
               if ws-years-of-service > zero
                   subtract 1 from ws-years-of-service
               end-if
               end-if
           end-if.
           display "EMPLOYEES ACCRUED: " ws-accrued-count.
           display "NOT ACCRUED - ON UNPAID LEAVE: "
               ws-leave-skip-count.
           display "USAGE TRANSACTIONS APPLIED: " ws-usage-count.
           display "USAGE TRANSACTIONS KEPT QUEUED: "
               ws-usage-kept-count.
