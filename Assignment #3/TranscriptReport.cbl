                   access mode dynamic
                   record key is ad-StudentId
                   file status is ws-address-status.
               select transferCredit assign ws-path-transferCredit
                   organization indexed
                   access mode dynamic
                   record key is tc-key
                   file status is ws-transfer-status.

       data division.
       file section.
           03 ad-city              pic x(20).
           03 ad-province          pic x(2).
           03 ad-postal            pic x(7).
       FD transferCredit.
       01 transferCreditRec.
           03 tc-key.
               05 tc-StudentId     pic 9(9).
               05 tc-Institution   pic x(20).
               05 tc-ExtCourse     pic x(10).
           03 tc-EquivCourse       pic x(6).
           03 tc-Credits           pic 9(2).
           03 tc-ApprovedBy        pic x(8).
           03 tc-ApprovedDate      pic 9(8).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
       01 ws-quality-points     pic 9(5)V9(2).
       01 ws-credit-total       pic 9(4).
       01 ws-gpa                pic 9V9(2).
       01 ws-transfer-status    pic x(2).
       01 ws-transfer-open      pic x(1) value "N".
           88 transfer-open            value "Y".
       01 ws-transfer-eof       pic 9(4) value 0.
           88 end-of-transfers         value 1.
       01 ws-transfer-lines     pic 9(4).
       01 ws-transfer-total     pic 9(4).
       01 course-table.
           03 course-entry occurs 50 times indexed by crs-idx.
               05 crs-code          pic x(6).
           03 gpl-gpa           pic 9.9(2).
       01 ws-no-course-line     pic x(30) value
           "  NO COURSES ON FILE".
       01 ws-transfer-heading   pic x(40) value
           "TRANSFER CREDIT - NOT INCLUDED IN GPA".
       01 ws-transfer-line.
           03 filler            pic x(2).
           03 trl-Institution   pic x(20).
           03 filler            pic x(2).
           03 trl-ExtCourse     pic x(10).
           03 filler            pic x(2).
           03 trl-Equivalent    pic x(8).
           03 filler            pic x(2).
           03 trl-Credits       pic Z9.
           03 filler            pic x(8) value " CREDITS".
       01 ws-transfer-total-line.
           03 filler            pic x(25) value
               "TRANSFER CREDITS:        ".
           03 ttl-credits       pic ZZZ9.
       01 dashLine              pic x(70) value all "-".
       01 blank-line            pic x value " ".

           03 ws-path-courseMaster  pic x(70).
           03 ws-path-transcriptReport  pic x(70).
           03 ws-path-studentAddress  pic x(70).
           03 ws-path-transferCredit  pic x(70).

       procedure division.
       prog.
                   display "STUDENT ADDRESS FILE NOT FOUND - "
                       "TRANSCRIPTS WILL NOT BE MAILABLE"
               end-if
               open input transferCredit
               if ws-transfer-status = "00"
                   move "Y" to ws-transfer-open
               end-if
               perform read-student
           end-if.

           perform print-student-heading.
           perform print-enrollments.
           perform print-gpa.
           if transfer-open
               perform print-transfer-credits
           end-if.
           write TranscriptLine from blank-line.
           add 1 to ws-transcript-count.
           perform read-student.
               write TranscriptLine from ws-gpa-line
           end-if.

      *    Transfer credit prints in a block of its own after the
      *    average, since it carries no grade and counts only
      *    toward the credits required to graduate.
       print-transfer-credits.
           move zero to ws-transfer-lines.
           move zero to ws-transfer-total.
           move zero to ws-transfer-eof.
           move StudentId to tc-StudentId.
           move low-values to tc-Institution.
           move low-values to tc-ExtCourse.
           start transferCredit key not < tc-key
               invalid key
                   set end-of-transfers to true
           end-start.
           perform read-next-transfer.
           perform print-one-transfer
               until end-of-transfers.
           if ws-transfer-lines > zero
               move ws-transfer-total to ttl-credits
               write TranscriptLine from ws-transfer-total-line
           end-if.

       read-next-transfer.
           if not end-of-transfers
               read transferCredit next
                   at end
                       set end-of-transfers to true
                   not at end
                       if tc-StudentId not = StudentId
                           set end-of-transfers to true
                       end-if
               end-read
           end-if.

       print-one-transfer.
           if ws-transfer-lines = zero
               write TranscriptLine from blank-line
               write TranscriptLine from ws-transfer-heading
           end-if.
           move tc-Institution to trl-Institution.
           move tc-ExtCourse to trl-ExtCourse.
           if tc-EquivCourse = spaces
               move "ELECTIVE" to trl-Equivalent
           else
               move tc-EquivCourse to trl-Equivalent
           end-if.
           move tc-Credits to trl-Credits.
           write TranscriptLine from ws-transfer-line.
           add tc-Credits to ws-transfer-total.
           add 1 to ws-transfer-lines.
           perform read-next-transfer.

       find-course-entry.
           set crs-idx to 1.
           search course-entry
                   or ws-address-status = "10"
                   close studentAddress
               end-if
               if transfer-open
                   close transferCredit
               end-if
           end-if.
           display "TRANSCRIPTS WRITTEN: " ws-transcript-count.
           stop run.
               "StudentAddress.dat" delimited by size
               into ws-path-studentAddress
           end-string.
           move spaces to ws-path-transferCredit.
           string env-data-dir delimited by space
               "TransferCredit.dat" delimited by size
               into ws-path-transferCredit
           end-string.

       end program TranscriptReport.
