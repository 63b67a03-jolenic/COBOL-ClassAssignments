           03 em-status             pic x(1).
           03 em-termDate           pic x(8).
           03 em-homeStore          pic x(4).
           03 em-leaveStart         pic x(8).
           03 em-leaveReturn        pic x(8).
           03 em-leaveType          pic x(1).
           03 em-leaveDays          pic 9(4).
           03 em-rehireDate         pic x(8).
           03 em-serviceDate        pic x(8).
           03 em-payFrequency       pic x(1).
       FD ytdFile.
       01 ytdRecord.
           03 ytd-key.
                   if em-startDate not numeric
                       add 1 to ws-error-count
                   end-if
                   if em-status = "L"
                       and em-leaveStart not numeric
                       add 1 to ws-error-count
                   end-if
                   if em-payFrequency not = space
                       and em-payFrequency not = "W"
                       and em-payFrequency not = "B"
                       add 1 to ws-error-count
                   end-if
           end-read.

       verify-ytd-file.
