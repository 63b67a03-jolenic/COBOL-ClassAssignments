      *****************************************************
      *    Leave-of-absence type table.  Each entry is the
      *    code keyed on the leave transaction, an 11-char
      *    label, and P or U for whether the leave is paid
      *    through payroll.  Unpaid leave stops vacation
      *    accrual and pushes the service date back.  Add a
      *    filler line, increase the OCCURS on leave-type-entry
      *    and update leave-type-count to match.
      *****************************************************
       01 leave-type-table.
           03 filler pic x(13) value "MMaternity  U".
           03 filler pic x(13) value "PParental   U".
           03 filler pic x(13) value "DDisability P".
           03 filler pic x(13) value "CCompassion P".
           03 filler pic x(13) value "UUnpaid     U".
       01 leave-type-redef redefines leave-type-table.
           03 leave-type-entry occurs 5 times indexed by lt-idx.
               05 lt-code           pic x(1).
               05 lt-label          pic x(11).
               05 lt-paid-flag      pic x(1).
                   88 lt-unpaid             value "U".
       01 leave-type-count         pic 9(4) comp value 5.
