               88 ei-tran-change           value "C".
               88 ei-tran-terminate        value "T".
               88 ei-tran-transfer         value "S".
               88 ei-tran-leave            value "L".
               88 ei-tran-return           value "R".
               88 ei-tran-rehire           value "H".
           03 ei-termDate          pic x(8).
           03 ei-homeStore         pic x(4).
           03 ei-leaveStart        pic x(8).
           03 ei-leaveReturn       pic x(8).
           03 ei-leaveType         pic x(1).
           03 ei-payFrequency      pic x(1).
               88 ei-valid-frequency       value " ", "W", "B".

       FD employeeMaster.
       01 employeeMasterRec.
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

       FD employeePending.
       01 employeePendingRec.
           03 ep-homeStore         pic x(4).
           03 ep-operator          pic x(8).
           03 ep-date              pic 9(8).
           03 ep-leaveStart        pic x(8).
           03 ep-leaveReturn       pic x(8).
           03 ep-leaveType         pic x(1).
           03 ep-payFrequency      pic x(1).
       FD operatorFile.
       01 operatorRec              pic x(8).

       01 ws-operator-status    pic x(2).
       01 ws-operator-id        pic x(8) value "UNKNOWN".
       01 ws-run-date           pic 9(8).
       01 ws-tran-error         pic x(30).
       copy LEAVETYPES.

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
           read employeeMaster
               invalid key
                   if ei-tran-add
                       perform check-pay-frequency
                   else
                       display "EMPLOYEE NOT ON MASTER FOR "
                           ei-tranCode " TRANSACTION: " ei-employeeID
                   evaluate true
                       when ei-tran-add
                       when ei-tran-change
                           perform check-pay-frequency
                       when ei-tran-terminate
                           perform queue-transaction
                       when ei-tran-transfer
                           else
                               perform queue-transaction
                           end-if
                       when ei-tran-leave
                           perform check-leave-start
                       when ei-tran-return
                           perform check-leave-return
                       when ei-tran-rehire
                           perform check-rehire
                       when other
                           display "UNRECOGNIZED TRANSACTION CODE "
                               ei-tranCode " FOR: " ei-employeeID
           end-read.
           perform read-file.

      *    A leave needs a start date, an expected return on or
      *    after it and a known leave type, and cannot be opened
      *    for someone terminated or already away.
       check-leave-start.
           move spaces to ws-tran-error.
           set lt-idx to 1.
           search leave-type-entry
               at end
                   move "UNKNOWN LEAVE TYPE" to ws-tran-error
               when lt-code(lt-idx) = ei-leaveType
                   continue
           end-search.
           evaluate true
               when em-terminated
                   move "EMPLOYEE IS TERMINATED" to ws-tran-error
               when em-on-leave
                   move "EMPLOYEE ALREADY ON LEAVE" to ws-tran-error
               when ei-leaveStart not numeric
                   move "LEAVE START DATE MISSING" to ws-tran-error
               when ei-leaveReturn not numeric
                   move "EXPECTED RETURN DATE MISSING"
                       to ws-tran-error
               when ei-leaveReturn < ei-leaveStart
                   move "RETURN BEFORE LEAVE START" to ws-tran-error
               when other
                   continue
           end-evaluate.
           perform queue-or-reject.

      *    The return transaction carries the actual return date
      *    in the return-date column.
       check-leave-return.
           move spaces to ws-tran-error.
           evaluate true
               when not em-on-leave
                   move "EMPLOYEE IS NOT ON LEAVE" to ws-tran-error
               when ei-leaveReturn not numeric
                   move "RETURN DATE MISSING" to ws-tran-error
               when ei-leaveReturn < em-leaveStart
                   move "RETURN BEFORE LEAVE START" to ws-tran-error
               when other
                   continue
           end-evaluate.
           perform queue-or-reject.

      *    A rehire brings back a terminated employee under the
      *    same ID; the rehire date is keyed in the start date
      *    column and must fall after the termination.
       check-rehire.
           move spaces to ws-tran-error.
           evaluate true
               when not em-terminated
                   move "EMPLOYEE IS NOT TERMINATED" to ws-tran-error
               when ei-startDate not numeric
                   move "REHIRE DATE MISSING" to ws-tran-error
               when em-termDate is numeric
                   and ei-startDate not > em-termDate
                   move "REHIRE NOT AFTER TERMINATION"
                       to ws-tran-error
               when other
                   continue
           end-evaluate.
           perform queue-or-reject.

      *    Pay frequency is W (weekly) or B (bi-weekly); left blank
      *    on an add it means weekly and on a change it leaves the
      *    frequency as it is.
       check-pay-frequency.
           move spaces to ws-tran-error.
           if not ei-valid-frequency
               move "UNKNOWN PAY FREQUENCY" to ws-tran-error
           end-if.
           perform queue-or-reject.

       queue-or-reject.
           if ws-tran-error = spaces
               perform queue-transaction
           else
               display ws-tran-error " - " ei-tranCode
                   " TRANSACTION FOR: " ei-employeeID
               add 1 to ws-rejected-count
           end-if.

       queue-transaction.
           move ei-employeeID to ep-employeeID.
           move ei-lastName to ep-lastName.
           move ei-tranCode to ep-tranCode.
           move ei-termDate to ep-termDate.
           move ei-homeStore to ep-homeStore.
           move ei-leaveStart to ep-leaveStart.
           move ei-leaveReturn to ep-leaveReturn.
           move ei-leaveType to ep-leaveType.
           move ei-payFrequency to ep-payFrequency.
           move ws-operator-id to ep-operator.
           move ws-run-date to ep-date.
           write employeePendingRec.
