
       data division.
       file section.
      *    The layout as it was before the leave-of-absence
      *    change: a 53-byte record ending at the home store.
       FD oldEmployeeMaster.
       01 oldEmployeeMasterRec.
           03 om-employeeID         pic x(4).
           03 om-startDate          pic x(8).
           03 om-status             pic x(1).
           03 om-termDate           pic x(8).
           03 om-homeStore          pic x(4).
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

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           03 ws-path-employeeMaster  pic x(70).
           03 ws-path-oldMaster  pic x(70).

      *    One-time cutover to the 91-byte master carrying the
      *    leave-of-absence, rehire and pay frequency fields.  The
      *    53-byte master is set aside under a .old name and
      *    rewritten in the new layout with no leave on record, no
      *    unpaid leave days, a blank rehire date and a blank
      *    service date, which the pay programs read as "service
      *    runs from the start date", and a blank pay frequency,
      *    which is paid weekly.  A master already in the new
      *    layout fails the old-layout open and is put back
      *    untouched.
       procedure division.
                   move om-startDate to em-startDate
                   move om-status to em-status
                   move om-termDate to em-termDate
                   move om-homeStore to em-homeStore
                   move spaces to em-leaveStart
                   move spaces to em-leaveReturn
                   move spaces to em-leaveType
                   move zero to em-leaveDays
                   move spaces to em-rehireDate
                   move spaces to em-serviceDate
                   move spaces to em-payFrequency
                   write employeeMasterRec
                   end-write
                   add 1 to ws-converted-count
