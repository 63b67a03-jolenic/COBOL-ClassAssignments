           03 ga-jobcode           pic x(1).
           03 filler               pic x value space.
           03 ga-account           pic x(8).
           03 filler               pic x value space.
           03 ga-map-type          pic x(1).
               88 ga-wage-map              value space.
       FD glPostings.
       01 glPostingRec.
           03 gp-week-ending       pic x(10).
       01 ws-amount-disp        pic Z(7)9.9(2).
      *    A map record keyed with store number **** names the
      *    accrued-payroll account that takes the balancing credit.
      *    Records typed B belong to the employer burden run and
      *    records typed I to the inter-store charge-back.
       01 ws-credit-account     pic x(8) value "20100000".
       01 gl-map-table.
           03 gl-map-entry occurs 200 times indexed by gm-idx.
               at end
                   continue
               not at end
                   evaluate true
                       when not ga-wage-map
                           continue
                       when ga-store-no = "****"
                           move ga-account to ws-credit-account
                       when other
                           add 1 to gl-map-count
                           set gm-idx to gl-map-count
                           move ga-store-no to gm-store-no(gm-idx)
                           move ga-jobcode to gm-jobcode(gm-idx)
                           move ga-account to gm-account(gm-idx)
                   end-evaluate
           end-read.

       gather-week.
