                   record key is sm-store-no
                   file status is ws-storemast-status.
               select maintAudit assign ws-path-maintAudit
                   organization line sequential
                   file status is ws-audit-status.
               select operatorFile assign ws-path-operatorFile
                   organization line sequential
                   file status is ws-operator-status.

       data division.
       file section.
           03 ma-store-no          pic x(4).
           03 filler               pic x(2).
           03 ma-action            pic x(40).
           03 filler               pic x(2).
           03 ma-date              pic 9(8).
           03 filler               pic x value space.
           03 ma-time              pic 9(6).
           03 filler               pic x value space.
           03 ma-operator          pic x(8).
       FD operatorFile.
       01 operatorRec              pic x(8).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-input-status       pic x(2).
       01 ws-storemast-status   pic x(2).
       01 ws-audit-status       pic x(2).
       01 ws-operator-status    pic x(2).
       01 ws-operator-id        pic x(8) value "UNKNOWN".
       01 ws-applied-count      pic 9(6) value 0.
       01 ws-rejected-count     pic 9(6) value 0.
       copy REGIONS.
           03 ws-path-storeInput  pic x(70).
           03 ws-path-storeMaster  pic x(70).
           03 ws-path-maintAudit  pic x(70).
           03 ws-path-operatorFile  pic x(70).

      *    The master is maintained in place by key since its move
      *    to an indexed organization; there is no longer a fixed
               ws-joblog-count, ws-joblog-status,
               ws-joblog-runid.
           perform load-region-table.
           perform read-operator-id.
           open i-o storeMaster.
           if ws-storemast-status = "35"
               display "STORE MASTER NOT FOUND - STARTING EMPTY"
               display "STORE MAINTENANCE INPUT NOT FOUND"
               set end-of-file to true
           else
      *        The audit trail is kept across runs, each row stamped
      *        with who made the change and when.
               open extend maintAudit
               if ws-audit-status = "35"
                   open output maintAudit
               end-if
               perform read-file
           end-if.

           add 1 to known-region-count.
           move rg-seed-name(rg-idx) to rg-name(rg-idx).

       read-operator-id.
           open input operatorFile.
           if ws-operator-status = "00"
               read operatorFile
                   at end
                       continue
                   not at end
                       move operatorRec to ws-operator-id
               end-read
               close operatorFile
           end-if.

       read-file.
           read storeInput
               at end
       process-rec.
           move si-tranCode to ma-tranCode.
           move si-store-no to ma-store-no.
           move ws-runid-date to ma-date.
           move ws-runid-time(1:6) to ma-time.
           move ws-operator-id to ma-operator.
           evaluate true
               when si-store-no = spaces
                   move "REJECTED - STORE NUMBER MISSING" to ma-action
               "StoreMaintAudit.rpt" delimited by size
               into ws-path-maintAudit
           end-string.
           move spaces to ws-path-operatorFile.
           string env-data-dir delimited by space
               "CurrentOperator.dat" delimited by size
               into ws-path-operatorFile
           end-string.

       end program StoreLoad.
