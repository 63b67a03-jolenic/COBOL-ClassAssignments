           03 sd-commission         pic 9(5)V9(2).
           03 sd-salesAmount        pic 9(6)V9(2).
           03 sd-rate               pic 9V9(2).
           03 sd-split-ref          pic 9(4).
           03 sd-split-pct          pic 9(3).
           03 sd-split-sale         pic 9(6)V9(2).
       01 salesDetailCtlRec.
           03 ct-marker             pic x(4).
           03 ct-record-count       pic 9(6).
           03 ct-amount-hash        pic 9(9)V9(2).
           03 ct-week-ending        pic x(10).
           03 filler                pic x(38).
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
       FD storeMaster.
       01 storeMasterRec.
           03 sm-store-no          pic x(4).
       FD payrollCalendar.
       01 payrollCalendarRec.
           03 pc-week-ending        pic x(10).
           03 filler                pic x(1).
           03 pc-pay-period         pic x(1).
               88 pc-biweekly-payday       value "P".

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
       01 ws-ctl-count          pic 9(6).
       01 ws-ctl-hash           pic 9(9)V9(2).
       01 ws-ctl-week           pic x(10).
       01 split-share-table.
           03 split-entry occurs 200 times indexed by spl-idx.
               05 spl-ref           pic 9(4).
               05 spl-employeeID    pic x(4).
               05 spl-lastName      pic x(14).
               05 spl-firstName     pic x(14).
               05 spl-pct           pic 9(3).
       01 split-count           pic 9(4) comp value 0.
       01 ws-detail-held        pic x(1).
           88 detail-row-held          value "Y".
       01 pending-adjust-table.
       01 ws-ytd-line.
           03 filler            pic x(16) value "YEAR-TO-DATE:   ".
           03 stl-ytd           pic Z(6)9.9(2).
       01 ws-split-line.
           03 filler            pic x(16) value "SPLIT SALE:     ".
           03 stl-split-sale    pic Z(5)9.9(2).
           03 filler            pic x(9) value "  SHARE: ".
           03 stl-split-pct     pic ZZ9.
           03 filler            pic x(1) value "%".
       01 ws-partner-line.
           03 filler            pic x(16) value "PARTNER:        ".
           03 stl-partnerID     pic x(4).
           03 filler            pic x(2) value "  ".
           03 stl-partner-last  pic x(14).
           03 filler            pic x(1) value ",".
           03 stl-partner-first pic x(14).
           03 filler            pic x(1) value " ".
           03 stl-partner-pct   pic ZZ9.
           03 filler            pic x(1) value "%".
       01 ws-adjustment-line.
           03 filler            pic x(16) value "ADJUSTMENT:     ".
           03 stl-adj-sign      pic x(1).
                   else
                       add 1 to ws-scan-count
                       add sd-commission to ws-scan-hash
                       if sd-split-pct is numeric
                           and sd-split-pct > zero
                           perform keep-split-share
                       end-if
                   end-if
           end-read.

      *    Every share of a split sale is kept so each partner's
      *    statement can name the others on the same sale.
       keep-split-share.
           if split-count < 200
               add 1 to split-count
               set spl-idx to split-count
               move sd-split-ref to spl-ref(spl-idx)
               move sd-employeeID to spl-employeeID(spl-idx)
               move sd-lastName to spl-lastName(spl-idx)
               move sd-firstName to spl-firstName(spl-idx)
               move sd-split-pct to spl-pct(spl-idx)
           else
               display "SPLIT SALES EXCEED TABLE - PARTNER "
                   "FOR " sd-employeeID " NOT PRINTED"
           end-if.

       read-file.
           move "N" to ws-detail-held.
           perform fetch-one-detail
           write statementLine from ws-store-line.
           move sd-salesAmount to stl-salesAmount.
           write statementLine from ws-sales-line.
           if sd-split-pct is numeric
               and sd-split-pct > zero
               move sd-split-sale to stl-split-sale
               move sd-split-pct to stl-split-pct
               write statementLine from ws-split-line
               perform print-one-partner
                   varying spl-idx from 1 by 1
                   until spl-idx > split-count
           end-if.
           move sd-rate to stl-rate.
           write statementLine from ws-rate-line.
           move sd-commission to stl-commission.
           write statementLine from blank-line.
           add 1 to ws-statement-count.

       print-one-partner.
           if spl-ref(spl-idx) = sd-split-ref
               and spl-employeeID(spl-idx) not = sd-employeeID
               move spl-employeeID(spl-idx) to stl-partnerID
               move spl-lastName(spl-idx) to stl-partner-last
               move spl-firstName(spl-idx) to stl-partner-first
               move spl-pct(spl-idx) to stl-partner-pct
               write statementLine from ws-partner-line
           end-if.

       print-one-adjustment.
           if pnd-employeeID(pnd-idx) = sd-employeeID
               and pnd-consumed(pnd-idx) = "N"
