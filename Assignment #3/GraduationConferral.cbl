      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. GraduationConferral as "GraduationConferral".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select StudentFile assign ws-path-StudentFile
                   organization indexed
                   access mode dynamic
                   record key is StudentId
                   alternate record key is Surname
                       with duplicates
                   file status is ws-student-status.
               select candidateFile assign ws-path-candidateFile
                   organization line sequential
                   file status is ws-candidate-status.
               select programMaster assign ws-path-programMaster
                   organization line sequential
                   file status is ws-progmast-status.
               select standingResults assign ws-path-standingResults
                   organization line sequential
                   file status is ws-results-status.
               select paramFile assign ws-path-paramFile
                   organization line sequential
                   file status is ws-param-status.
               select parchmentControl assign ws-path-parchmentControl
                   organization line sequential
                   file status is ws-control-status.
               select credentialRegister
                   assign ws-path-credentialRegister
                   organization line sequential
                   file status is ws-register-status.
               select sortWorkFile assign ws-path-sortWorkFile.
               select sortedConferralFile
                   assign ws-path-sortedConferralFile
                   organization line sequential.
               select convocationList assign ws-path-convocationList
                   organization line sequential.

       data division.
       file section.
       FD StudentFile.
       01 StudentInfo.
           03 StudentId        PIC 9(9).
           03 StudentName.
               05 Surname      PIC X(30).
               05 Initials     PIC X(4).
               05 GivenName    PIC X(30).
           03 DateOfBirth.
               05 BirthYear    PIC 9(4).
               05 BirthMonth   PIC 9(2).
               05 BirthDay     PIC 9(2).
           03 ProgramCode      PIC X(3).
           03 Gender           PIC A(1).
           03 StudentStatus    PIC X(1).
           03 StatusDate       PIC 9(8).
       FD candidateFile.
       01 candidateRec.
           03 gd-StudentId         pic 9(9).
           03 filler               pic x.
           03 gd-ProgramCode       pic x(3).
           03 filler               pic x.
           03 gd-Credits           pic 9(4).
           03 filler               pic x.
           03 gd-Approved          pic x(1).
               88 gd-approved-yes          value "Y".
       FD programMaster.
       01 ProgramMasterRec.
           03 pm-ProgramCode        pic x(3).
           03 pm-MinAge             pic 9(2).
           03 pm-ProgramName        pic x(30).
           03 pm-Department         pic x(20).
           03 pm-MaxCapacity        pic 9(4).
           03 pm-RequiredCredits    pic 9(3).
       FD standingResults.
       01 standingResultRec.
           03 sr-Term              pic x(5).
           03 filler               pic x.
           03 sr-StudentId         pic 9(9).
           03 filler               pic x.
           03 sr-ProgramCode       pic x(3).
           03 filler               pic x.
           03 sr-TermGpa           pic 9V9(2).
           03 filler               pic x.
           03 sr-CumGpa            pic 9V9(2).
           03 filler               pic x.
           03 sr-TermCredits       pic 9(4).
           03 filler               pic x.
           03 sr-Standing          pic x(12).
       FD paramFile.
       01 ParamRecord.
           03 param-ConferralDate  pic 9(8).
           03 filler               pic x.
           03 param-DistinctionGpa pic 9V9(2).
           03 filler               pic x.
           03 param-HighGpa        pic 9V9(2).
       FD parchmentControl.
       01 parchmentControlRec.
           03 pc-last-parchment    pic 9(8).
           03 filler               pic x.
           03 pc-last-date         pic x(8).
      *    One row per credential conferred, kept for the life of
      *    the institution; the parchment number is never reused.
       FD credentialRegister.
       01 credentialRec.
           03 cr-Parchment         pic 9(8).
           03 filler               pic x value space.
           03 cr-StudentId         pic 9(9).
           03 filler               pic x value space.
           03 cr-ProgramCode       pic x(3).
           03 filler               pic x value space.
           03 cr-Credential        pic x(30).
           03 filler               pic x value space.
           03 cr-ConferralDate     pic 9(8).
           03 filler               pic x value space.
           03 cr-Credits           pic 9(4).
           03 filler               pic x value space.
           03 cr-FinalGpa          pic 9V9(2).
           03 filler               pic x value space.
           03 cr-Honours           pic x(21).
       SD sortWorkFile.
       01 SortConferralRec.
           03 SortProgramCode      pic x(3).
           03 SortSurname          pic x(30).
           03 SortStudentId        pic 9(9).
           03 SortFullName         pic x(40).
           03 SortParchment        pic 9(8).
           03 SortCredits          pic 9(4).
           03 SortFinalGpa         pic 9V9(2).
           03 SortHonours          pic x(21).
       FD sortedConferralFile.
       01 SortedConferralRec.
           03 SortedProgramCode    pic x(3).
           03 SortedSurname        pic x(30).
           03 SortedStudentId      pic 9(9).
           03 SortedFullName       pic x(40).
           03 SortedParchment      pic 9(8).
           03 SortedCredits        pic 9(4).
           03 SortedFinalGpa       pic 9V9(2).
           03 SortedHonours        pic x(21).
       FD convocationList.
       01 convocationLine          pic x(110).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-load-eof           pic 9(4) value 0.
           88 end-of-load               value 1.
       01 ws-student-status     pic x(2).
       01 ws-candidate-status   pic x(2).
       01 ws-progmast-status    pic x(2).
       01 ws-results-status     pic x(2).
       01 ws-param-status       pic x(2).
       01 ws-control-status     pic x(2).
       01 ws-register-status    pic x(2).
       01 ws-conferral-date     pic 9(8) value 0.
       01 ws-distinction-gpa    pic 9V9(2) value 3.50.
       01 ws-high-gpa           pic 9V9(2) value 3.80.
       01 ws-next-parchment     pic 9(8) value 0.
       01 ws-final-gpa          pic 9V9(2).
       01 ws-honours            pic x(21).
       01 ws-credential         pic x(30).
       01 ws-full-name-work     pic x(70).
       01 ws-current-program    pic x(3) value spaces.
       01 ws-first-heading      pic x(1) value "Y".
           88 first-heading            value "Y".
       01 ws-backup-key         pic x(8) value "STUDENT".
       01 ws-backup-mode        pic x(1) value "B".
       01 ws-backup-gen         pic 9(4) value 0.
       01 ws-read-count         pic 9(6) value 0.
       01 ws-unapproved-count   pic 9(6) value 0.
       01 ws-conferred-count    pic 9(6) value 0.
       01 ws-rejected-count     pic 9(6) value 0.
       01 ws-program-count      pic 9(6) value 0.
       01 program-table.
           03 prg-entry occurs 20 times indexed by prg-idx.
               05 prg-ProgramCode   pic x(3).
               05 prg-ProgramName   pic x(30).
       01 prg-count             pic 9(4) comp value 0.
       01 standing-table.
           03 std-entry occurs 2000 times indexed by std-idx.
               05 std-StudentId     pic 9(9).
               05 std-CumGpa        pic 9V9(2).
       01 std-count             pic 9(4) comp value 0.
       01 ws-report-title.
           03 filler            pic x(30) value
               "Convocation list - conferred: ".
           03 ttl-date          pic 9(8).
       01 ws-program-heading.
           03 filler            pic x(9) value "PROGRAM: ".
           03 pgh-ProgramCode   pic x(3).
           03 filler            pic x(2) value spaces.
           03 pgh-ProgramName   pic x(30).
       01 ws-column-heads.
           03 filler pic x(11) value "PARCHMENT  ".
           03 filler pic x(11) value "STUDENT ID ".
           03 filler pic x(42) value "NAME".
           03 filler pic x(9)  value "CREDITS  ".
           03 filler pic x(6)  value "GPA   ".
           03 filler pic x(21) value "HONOURS".
       01 ws-detail-line.
           03 dtl-Parchment     pic 9(8).
           03 filler            pic x(3) value spaces.
           03 dtl-StudentId     pic 9(9).
           03 filler            pic x(2) value spaces.
           03 dtl-Name          pic x(40).
           03 filler            pic x(2) value spaces.
           03 dtl-Credits       pic zzz9.
           03 filler            pic x(5) value spaces.
           03 dtl-Gpa           pic 9.99.
           03 filler            pic x(2) value spaces.
           03 dtl-Honours       pic x(21).
       01 ws-program-total.
           03 filler            pic x(26) value
               "  GRADUATES IN PROGRAM:   ".
           03 pgt-count         pic zzzzz9.
       01 ws-grand-total.
           03 filler            pic x(26) value
               "TOTAL CREDENTIALS:        ".
           03 grt-count         pic zzzzz9.
       01 dashLine              pic x(110) value all "-".
       01 blank-line            pic x(110) value spaces.

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-StudentFile  pic x(70).
           03 ws-path-candidateFile  pic x(70).
           03 ws-path-programMaster  pic x(70).
           03 ws-path-standingResults  pic x(70).
           03 ws-path-paramFile  pic x(70).
           03 ws-path-parchmentControl  pic x(70).
           03 ws-path-credentialRegister  pic x(70).
           03 ws-path-sortWorkFile  pic x(70).
           03 ws-path-sortedConferralFile  pic x(70).
           03 ws-path-convocationList  pic x(70).

      *    Confers the credentials the registrar has approved on the
      *    graduation candidate file (the audit writes the rows; the
      *    registrar marks each approved one Y).  Each approved
      *    student still active on the master is set to status G,
      *    dated the convocation date, given the next parchment
      *    number and entered on the credential register with the
      *    program name as the credential, the final cumulative GPA
      *    from the last standing run and any honours earned.  The
      *    convocation list prints the graduates by program and
      *    surname.  A graduate is frozen from then on: standing,
      *    labels, capacity counts and enrolment all pass them by.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           if ws-conferral-date not = zero
               call "BackupMaster" using ws-backup-key,
                   ws-backup-mode, ws-backup-gen
               perform sort-conferrals
               perform print-convocation-list
               perform write-parchment-control
           end-if.
           perform end-para.

       init-para.
           perform read-params.
           if ws-conferral-date not = zero
               perform load-programs
               perform load-standing
               perform read-parchment-control
           end-if.

      *    The convocation date has no sensible default, so the run
      *    will not go ahead without one.
       read-params.
           open input paramFile.
           if ws-param-status = "00"
               read paramFile
                   at end
                       continue
                   not at end
                       if param-ConferralDate is numeric
                           move param-ConferralDate
                               to ws-conferral-date
                       end-if
                       if param-DistinctionGpa is numeric
                           move param-DistinctionGpa
                               to ws-distinction-gpa
                       end-if
                       if param-HighGpa is numeric
                           move param-HighGpa to ws-high-gpa
                       end-if
               end-read
               close paramFile
           end-if.
           if ws-conferral-date = zero
               display "CONVOCATION DATE NOT GIVEN - RUN ABANDONED"
           end-if.

       load-programs.
           open input programMaster.
           if ws-progmast-status = "00"
               move 0 to ws-load-eof
               perform load-one-program
                   until end-of-load or prg-count = 20
               close programMaster
           else
               display "PROGRAM MASTER NOT FOUND - CREDENTIAL WILL "
                   "SHOW PROGRAM CODE"
           end-if.

       load-one-program.
           read programMaster
               at end
                   set end-of-load to true
               not at end
                   add 1 to prg-count
                   move pm-ProgramCode to prg-ProgramCode(prg-count)
                   move pm-ProgramName to prg-ProgramName(prg-count)
           end-read.

       load-standing.
           open input standingResults.
           if ws-results-status = "00"
               move 0 to ws-load-eof
               perform load-one-standing
                   until end-of-load or std-count = 2000
               close standingResults
           else
               display "STANDING RESULTS NOT FOUND - FINAL GPA "
                   "AND HONOURS NOT AVAILABLE"
           end-if.

       load-one-standing.
           read standingResults
               at end
                   set end-of-load to true
               not at end
                   add 1 to std-count
                   move sr-StudentId to std-StudentId(std-count)
                   move sr-CumGpa to std-CumGpa(std-count)
           end-read.

       read-parchment-control.
           open input parchmentControl.
           if ws-control-status = "00"
               read parchmentControl
                   at end
                       display "PARCHMENT CONTROL EMPTY - NUMBERING "
                           "FROM 00000001"
                   not at end
                       if pc-last-parchment is numeric
                           move pc-last-parchment to ws-next-parchment
                       end-if
               end-read
               close parchmentControl
           else
               display "PARCHMENT CONTROL NOT FOUND - NUMBERING "
                   "FROM 00000001"
           end-if.

       sort-conferrals.
           sort sortWorkFile
               on ascending key SortProgramCode
               on ascending key SortSurname
               on ascending key SortStudentId
               input procedure is confer-candidates
               giving sortedConferralFile.

       confer-candidates.
           open input candidateFile.
           if ws-candidate-status not = "00"
               display "GRADUATION CANDIDATE FILE NOT FOUND - RUN "
                   "GRADUATION AUDIT FIRST"
           else
               open i-o StudentFile
               open extend credentialRegister
               if ws-register-status = "35"
                   open output credentialRegister
               end-if
               move 0 to ws-eof
               perform read-candidate
               perform confer-one-candidate until end-of-file
               close candidateFile
               close StudentFile
               close credentialRegister
           end-if.

       read-candidate.
           read candidateFile
               at end
                   set end-of-file to true
               not at end
                   add 1 to ws-read-count
           end-read.

       confer-one-candidate.
           if not gd-approved-yes
               add 1 to ws-unapproved-count
           else
               move gd-StudentId to StudentId
               read StudentFile
                   invalid key
                       display "STUDENT NOT ON FILE: " gd-StudentId
                       add 1 to ws-rejected-count
                   not invalid key
                       evaluate StudentStatus
                           when "G"
                               display "ALREADY CONFERRED: "
                                   gd-StudentId
                               add 1 to ws-rejected-count
                           when "W"
                               display "STUDENT WITHDRAWN - NOT "
                                   "CONFERRED: " gd-StudentId
                               add 1 to ws-rejected-count
                           when other
                               perform confer-credential
                       end-evaluate
               end-read
           end-if.
           perform read-candidate.

       confer-credential.
           move "G" to StudentStatus.
           move ws-conferral-date to StatusDate.
           rewrite StudentInfo.
           add 1 to ws-next-parchment.
           add 1 to ws-conferred-count.
           perform find-credential.
           perform find-final-gpa.
           move spaces to credentialRec.
           move ws-next-parchment to cr-Parchment.
           move StudentId to cr-StudentId.
           move ProgramCode to cr-ProgramCode.
           move ws-credential to cr-Credential.
           move ws-conferral-date to cr-ConferralDate.
           move gd-Credits to cr-Credits.
           move ws-final-gpa to cr-FinalGpa.
           move ws-honours to cr-Honours.
           write credentialRec.
           call "NameConcat" using Surname, Initials, GivenName,
               ws-full-name-work.
           move ProgramCode to SortProgramCode.
           move Surname to SortSurname.
           move StudentId to SortStudentId.
           move ws-full-name-work to SortFullName.
           move ws-next-parchment to SortParchment.
           move gd-Credits to SortCredits.
           move ws-final-gpa to SortFinalGpa.
           move ws-honours to SortHonours.
           release SortConferralRec.

       find-credential.
           move ProgramCode to ws-credential.
           set prg-idx to 1.
           search prg-entry
               at end
                   continue
               when prg-idx > prg-count
                   continue
               when prg-ProgramCode(prg-idx) = ProgramCode
                   move prg-ProgramName(prg-idx) to ws-credential
           end-search.

      *    Honours go on the final cumulative GPA; a graduate with no
      *    standing result carries a zero GPA and no honours.
       find-final-gpa.
           move zero to ws-final-gpa.
           move spaces to ws-honours.
           set std-idx to 1.
           search std-entry
               at end
                   continue
               when std-idx > std-count
                   continue
               when std-StudentId(std-idx) = StudentId
                   move std-CumGpa(std-idx) to ws-final-gpa
           end-search.
           evaluate true
               when ws-final-gpa = zero
                   continue
               when ws-final-gpa >= ws-high-gpa
                   move "WITH HIGH DISTINCTION" to ws-honours
               when ws-final-gpa >= ws-distinction-gpa
                   move "WITH DISTINCTION" to ws-honours
           end-evaluate.

       print-convocation-list.
           open input sortedConferralFile.
           open output convocationList.
           move ws-conferral-date to ttl-date.
           write convocationLine from ws-report-title.
           write convocationLine from dashLine.
           move 0 to ws-eof.
           perform read-sorted.
           perform print-one-graduate until end-of-file.
           if not first-heading
               perform print-program-total
           end-if.
           write convocationLine from blank-line.
           move ws-conferred-count to grt-count.
           write convocationLine from ws-grand-total.
           close sortedConferralFile.
           close convocationList.

       read-sorted.
           read sortedConferralFile
               at end
                   set end-of-file to true
           end-read.

       print-one-graduate.
           if first-heading
               or SortedProgramCode not = ws-current-program
               perform print-program-heading
           end-if.
           move SortedParchment to dtl-Parchment.
           move SortedStudentId to dtl-StudentId.
           move SortedFullName to dtl-Name.
           move SortedCredits to dtl-Credits.
           move SortedFinalGpa to dtl-Gpa.
           move SortedHonours to dtl-Honours.
           write convocationLine from ws-detail-line.
           add 1 to ws-program-count.
           perform read-sorted.

       print-program-heading.
           if not first-heading
               perform print-program-total
           end-if.
           move "N" to ws-first-heading.
           move SortedProgramCode to ws-current-program.
           move 0 to ws-program-count.
           move SortedProgramCode to pgh-ProgramCode.
           move SortedProgramCode to pgh-ProgramName.
           set prg-idx to 1.
           search prg-entry
               at end
                   continue
               when prg-idx > prg-count
                   continue
               when prg-ProgramCode(prg-idx) = SortedProgramCode
                   move prg-ProgramName(prg-idx) to pgh-ProgramName
           end-search.
           write convocationLine from blank-line.
           write convocationLine from ws-program-heading.
           write convocationLine from ws-column-heads.

       print-program-total.
           move ws-program-count to pgt-count.
           write convocationLine from ws-program-total.

       write-parchment-control.
           open output parchmentControl.
           move spaces to parchmentControlRec.
           move ws-next-parchment to pc-last-parchment.
           move ws-conferral-date to pc-last-date.
           write parchmentControlRec.
           close parchmentControl.

       end-para.
           display "CANDIDATES READ: " ws-read-count.
           display "NOT APPROVED: " ws-unapproved-count.
           display "CREDENTIALS CONFERRED: " ws-conferred-count.
           display "CONFERRALS REJECTED: " ws-rejected-count.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-StudentFile.
           string env-data-dir delimited by space
               "StudentFile.dat" delimited by size
               into ws-path-StudentFile
           end-string.
           move spaces to ws-path-candidateFile.
           string env-data-dir delimited by space
               "GraduationCandidates.dat" delimited by size
               into ws-path-candidateFile
           end-string.
           move spaces to ws-path-programMaster.
           string env-data-dir delimited by space
               "Assignment3_ProgramMaster.dat" delimited by size
               into ws-path-programMaster
           end-string.
           move spaces to ws-path-standingResults.
           string env-data-dir delimited by space
               "StandingResults.dat" delimited by size
               into ws-path-standingResults
           end-string.
           move spaces to ws-path-paramFile.
           string env-data-dir delimited by space
               "Conferral_Params.dat" delimited by size
               into ws-path-paramFile
           end-string.
           move spaces to ws-path-parchmentControl.
           string env-data-dir delimited by space
               "ParchmentControl.dat" delimited by size
               into ws-path-parchmentControl
           end-string.
           move spaces to ws-path-credentialRegister.
           string env-data-dir delimited by space
               "CredentialRegister.dat" delimited by size
               into ws-path-credentialRegister
           end-string.
           move spaces to ws-path-sortWorkFile.
           string env-data-dir delimited by space
               "Conferral_Sort.dat" delimited by size
               into ws-path-sortWorkFile
           end-string.
           move spaces to ws-path-sortedConferralFile.
           string env-data-dir delimited by space
               "Conferral_Sorted.dat" delimited by size
               into ws-path-sortedConferralFile
           end-string.
           move spaces to ws-path-convocationList.
           string env-data-dir delimited by space
               "ConvocationList.rpt" delimited by size
               into ws-path-convocationList
           end-string.

       end program GraduationConferral.
