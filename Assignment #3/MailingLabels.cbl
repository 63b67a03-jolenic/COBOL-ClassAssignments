           end-read.

       process-student.
           if StudentStatus = "W" or StudentStatus = "G"
               add 1 to ws-skipped-count
           else
               perform label-one-student
           end-if.
           display "LABELS PRINTED: " ws-label-count.
           display "ADDRESSES MISSING: " ws-missing-count.
           display "WITHDRAWN OR GRADUATED SKIPPED: "
               ws-skipped-count.
           stop run.

       build-file-paths.
