                   organization line sequential.
               select candidateList assign ws-path-candidateList
                   organization line sequential.
               select candidateFile assign ws-path-candidateFile
                   organization line sequential.
               select transferCredit assign ws-path-transferCredit
                   organization indexed
                   access mode dynamic
                   record key is tc-key
                   file status is ws-transfer-status.

       data division.
       file section.
       01 ParamRecord.
           03 param-Term            pic x(5).
       FD auditReport.
       01 auditLine                pic x(110).
       FD candidateList.
       01 candidateLine            pic x(80).
      *    The candidates again as data for the conferral run; the
      *    registrar marks each approved row Y in the last column.
       FD candidateFile.
       01 candidateRec.
           03 gd-StudentId         pic 9(9).
           03 filler               pic x value space.
           03 gd-ProgramCode       pic x(3).
           03 filler               pic x value space.
           03 gd-Credits           pic 9(4).
           03 filler               pic x value space.
           03 gd-Approved          pic x(1).
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
       01 ws-term               pic x(5) value "2021W".
       01 ws-full-name-work     pic x(70).
       01 ws-completed-credits  pic 9(4).
       01 ws-transfer-credits   pic 9(4).
       01 ws-total-credits      pic 9(4).
       01 ws-transfer-status    pic x(2).
       01 ws-transfer-open      pic x(1) value "N".
           88 transfer-open            value "Y".
       01 ws-transfer-eof       pic 9(4) value 0.
           88 end-of-transfers         value 1.
       01 ws-required-credits   pic 9(3).
       01 ws-missing-credits    pic s9(4).
       01 ws-audited-count      pic 9(6) value 0.
           03 filler pic x(41) value "NAME".
           03 filler pic x(5)  value "PGM  ".
           03 filler pic x(11) value "COMPLETED  ".
           03 filler pic x(10) value "TRANSFER  ".
           03 filler pic x(10) value "REQUIRED  ".
           03 filler pic x(8)  value "MISSING".
       01 ws-audit-detail.
           03 adl-Program       pic x(3).
           03 filler            pic x(4).
           03 adl-Completed     pic Z(3)9.
           03 filler            pic x(6).
           03 adl-Transfer      pic Z(3)9.
           03 filler            pic x(7).
           03 adl-Required      pic Z(2)9.
           03 filler            pic x(6).
           03 ws-path-paramFile  pic x(70).
           03 ws-path-auditReport  pic x(70).
           03 ws-path-candidateList  pic x(70).
           03 ws-path-candidateFile  pic x(70).
           03 ws-path-transferCredit  pic x(70).

       procedure division.
       prog.
               set end-of-file to true
           else
               open input EnrollmentFile
               open input transferCredit
               if ws-transfer-status = "00"
                   move "Y" to ws-transfer-open
               else
                   display "TRANSFER CREDIT FILE NOT FOUND - "
                       "TRANSFER CREDIT NOT COUNTED"
               end-if
               open output auditReport
               open output candidateList
               open output candidateFile
               move ws-term to adt-term
               write auditLine from ws-audit-title
               write auditLine from dashLine
           end-read.

       process-student.
           if StudentStatus not = "W" and StudentStatus not = "G"
               perform audit-one-student
           end-if.
           perform read-student.

       audit-one-student.
           perform total-completed-credits.
           move zero to ws-transfer-credits.
           if transfer-open
               perform total-transfer-credits
           end-if.
           compute ws-total-credits =
               ws-completed-credits + ws-transfer-credits.
           perform find-program-requirement.
           if prq-idx > prq-count
               or prq-Required(prq-idx) = zero
           perform write-audit-line.
           add 1 to ws-audited-count.
           if ws-required-credits > zero
               and ws-total-credits not < ws-required-credits
               perform write-candidate-line
               add 1 to ws-candidate-count
           end-if.
                       to ws-completed-credits
           end-search.

      *    Transfer credit counts toward the program requirement
      *    like a passed course.  Credit granted as the equivalent
      *    of a course the student has also passed here is only
      *    counted once.
       total-transfer-credits.
           move zero to ws-transfer-eof.
           move StudentId to tc-StudentId.
           move low-values to tc-Institution.
           move low-values to tc-ExtCourse.
           start transferCredit key not < tc-key
               invalid key
                   set end-of-transfers to true
           end-start.
           perform tally-one-transfer until end-of-transfers.

       tally-one-transfer.
           read transferCredit next
               at end
                   set end-of-transfers to true
               not at end
                   if tc-StudentId not = StudentId
                       set end-of-transfers to true
                   else
                       perform check-transfer-duplicate
                   end-if
           end-read.

       check-transfer-duplicate.
           if tc-EquivCourse = spaces
               add tc-Credits to ws-transfer-credits
           else
               move StudentId to en-StudentId
               move tc-EquivCourse to en-CourseCode
               read EnrollmentFile
                   invalid key
                       add tc-Credits to ws-transfer-credits
                   not invalid key
                       if en-Grade(1:1) not = "A" and not = "B"
                           and not = "C" and not = "D"
                           add tc-Credits to ws-transfer-credits
                       end-if
               end-read
           end-if.

       find-program-requirement.
           set prq-idx to 1.
           search prq-entry
           move ws-full-name-work to adl-Name.
           move ProgramCode to adl-Program.
           move ws-completed-credits to adl-Completed.
           move ws-transfer-credits to adl-Transfer.
           move ws-required-credits to adl-Required.
           if ws-required-credits = zero
               move zero to adl-Missing
               move "NO REQMT" to adl-flag
           else
               compute ws-missing-credits =
                   ws-required-credits - ws-total-credits
               if ws-missing-credits < zero
                   move zero to ws-missing-credits
               end-if
           move ProgramCode to cdl-Program.
           move prq-ProgramName(prq-idx) to cdl-ProgramName.
           write candidateLine from ws-candidate-line.
           move StudentId to gd-StudentId.
           move ProgramCode to gd-ProgramCode.
           move ws-total-credits to gd-Credits.
           move spaces to gd-Approved.
           write candidateRec.

       end-para.
           if ws-student-status = "00" or ws-student-status = "10"
               close StudentFile
               close EnrollmentFile
               if transfer-open
                   close transferCredit
               end-if
               close auditReport
               close candidateList
               close candidateFile
           end-if.
           display "STUDENTS AUDITED: " ws-audited-count.
           display "GRADUATION CANDIDATES: " ws-candidate-count.
               "GraduationCandidates.rpt" delimited by size
               into ws-path-candidateList
           end-string.
           move spaces to ws-path-candidateFile.
           string env-data-dir delimited by space
               "GraduationCandidates.dat" delimited by size
               into ws-path-candidateFile
           end-string.
           move spaces to ws-path-transferCredit.
           string env-data-dir delimited by space
               "TransferCredit.dat" delimited by size
               into ws-path-transferCredit
           end-string.

       end program GraduationAudit.
