               display "ALREADY WITHDRAWN: " mi-StudentId
               add 1 to ws-rejected-count
           else
               if StudentStatus = "G"
                   display "STUDENT HAS GRADUATED: " mi-StudentId
                   add 1 to ws-rejected-count
               else
                   move "W" to StudentStatus
                   move ws-run-date to StatusDate
                   perform rewrite-with-audit
                   perform write-withdrawal-notice
               end-if
           end-if.

      *    Address data lives on its own keyed file so the student
