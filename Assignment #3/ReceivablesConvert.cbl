      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. ReceivablesConvert as "ReceivablesConvert".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select oldReceivables assign ws-path-oldReceivables
                   organization indexed
                   access mode dynamic
                   record key is or-key
                   file status is ws-oldrecv-status.
               select receivables assign ws-path-receivables
                   organization indexed
                   access mode dynamic
                   record key is rv-key
                   file status is ws-recv-status.

       data division.
       file section.
      *    The layout as it was before invoice dates were kept: a
      *    35-byte record ending at the refunded amount.
       FD oldReceivables.
       01 oldReceivableRec.
           03 or-key.
               05 or-StudentId     pic 9(9).
               05 or-Term          pic x(5).
           03 or-billed            pic 9(5)V9(2).
           03 or-paid              pic 9(5)V9(2).
           03 or-refunded          pic 9(5)V9(2).
       FD receivables.
       01 receivableRec.
           03 rv-key.
               05 rv-StudentId     pic 9(9).
               05 rv-Term          pic x(5).
           03 rv-billed            pic 9(5)V9(2).
           03 rv-paid              pic 9(5)V9(2).
           03 rv-refunded          pic 9(5)V9(2).
           03 rv-invoiceDate       pic 9(8).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-oldrecv-status     pic x(2).
       01 ws-recv-status        pic x(2).
       01 ws-converted-count    pic 9(6) value 0.

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-receivables  pic x(70).
           03 ws-path-oldReceivables  pic x(70).

      *    One-time cutover to the receivables record carrying the
      *    invoice date.  The file is set aside under a .old name
      *    and rewritten with a zero invoice date, which the aging
      *    report reads as "invoiced before dates were kept" and
      *    ages as the oldest bucket.  A file already in the new
      *    layout fails the old-layout open and is put back as is.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           perform convert-rec until end-of-file.
           perform end-para.

       init-para.
           call "CBL_RENAME_FILE" using ws-path-receivables,
               ws-path-oldReceivables.
           open input oldReceivables.
           if ws-oldrecv-status not = "00"
               display "RECEIVABLES NOT IN THE OLD LAYOUT - "
                   "LEFT AS IS (STATUS " ws-oldrecv-status ")"
               call "CBL_RENAME_FILE" using ws-path-oldReceivables,
                   ws-path-receivables
               set end-of-file to true
           else
               open output receivables
           end-if.

       convert-rec.
           read oldReceivables next
               at end
                   set end-of-file to true
               not at end
                   move or-StudentId to rv-StudentId
                   move or-Term to rv-Term
                   move or-billed to rv-billed
                   move or-paid to rv-paid
                   move or-refunded to rv-refunded
                   move zero to rv-invoiceDate
                   write receivableRec
                   end-write
                   add 1 to ws-converted-count
           end-read.

       end-para.
           if ws-oldrecv-status = "00" or ws-oldrecv-status = "10"
               close oldReceivables
               close receivables
               call "CBL_DELETE_FILE" using ws-path-oldReceivables
           end-if.
           display "RECEIVABLES CONVERTED: " ws-converted-count.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-receivables.
           string env-data-dir delimited by space
               "TuitionReceivables.dat" delimited by size
               into ws-path-receivables
           end-string.
           move spaces to ws-path-oldReceivables.
           string env-data-dir delimited by space
               "TuitionReceivables.old" delimited by size
               into ws-path-oldReceivables
           end-string.

       end program ReceivablesConvert.
