               05 aw-gift-value     pic 9(5)V9(2).
               05 aw-template       pic x(3).
       01 award-config-count    pic 9(4) comp value 0.
      *    Milestones booked in earlier weeks; an employee rehired
      *    without bridging counts service again from the rehire
      *    date and must not collect the same milestone twice.
       01 prior-award-table.
           03 prior-award-entry occurs 2000 times
                   indexed by pw-idx.
               05 pw-employeeID     pic x(4).
               05 pw-years          pic 9(2).
       01 prior-award-count     pic 9(4) comp value 0.
       01 ws-repeat-count       pic 9(6) value 0.
       01 ws-letter-text        pic x(70).
       01 dashLine              pic x(60) value all "-".
       01 blank-line            pic x value " ".
               not at end
                   if ac-week-ending = ws-week-ending
                       move "Y" to ws-week-accrued
                   else
                       perform keep-prior-award
                   end-if
           end-read.

       keep-prior-award.
           if prior-award-count < 2000
               add 1 to prior-award-count
               set pw-idx to prior-award-count
               move ac-employeeID to pw-employeeID(pw-idx)
               move ac-years to pw-years(pw-idx)
           end-if.

       read-params.
           open input paramFile.
           if ws-param-status = "00"

       process-rec.
           perform find-award-config.
           perform find-prior-award.
           evaluate true
               when pw-idx not > prior-award-count
                   display "MILESTONE ALREADY AWARDED - " ad-years
                       " YEARS - EMPLOYEE " ad-employeeID
                   add 1 to ws-repeat-count
               when aw-idx > award-config-count
                   display "NO AWARD CONFIGURED FOR " ad-years
                       " YEARS - EMPLOYEE " ad-employeeID
               when other
                   perform write-award-letter
                   if not week-already-accrued
                       perform write-accrual
                   end-if
           end-evaluate.
           perform read-file.

       find-prior-award.
           set pw-idx to 1.
           search prior-award-entry
               at end
                   continue
               when pw-employeeID(pw-idx) = ad-employeeID
                   and pw-years(pw-idx) = ad-years
                   continue
           end-search.

       find-award-config.
           set aw-idx to 1.
           search award-config-entry
               close awardAccruals
           end-if.
           display "AWARD LETTERS WRITTEN: " ws-letter-count.
           display "MILESTONES ALREADY AWARDED: " ws-repeat-count.
           move ws-accrual-total to ws-accrual-disp.
           display "GIFT EXPENSE ACCRUED: " ws-accrual-disp.
           move ws-letter-count to ws-joblog-count.
