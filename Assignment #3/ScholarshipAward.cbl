      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. ScholarshipAward as "ScholarshipAward".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select paramFile assign ws-path-paramFile
                   organization line sequential
                   file status is ws-param-status.
               select awardRules assign ws-path-awardRules
                   organization line sequential
                   file status is ws-rules-status.
               select standingResults assign ws-path-standingResults
                   organization line sequential
                   file status is ws-results-status.
               select programMaster assign ws-path-programMaster
                   organization line sequential
                   file status is ws-progmast-status.
               select courseMaster assign ws-path-courseMaster
                   organization line sequential
                   file status is ws-course-status.
               select EnrollmentFile assign ws-path-EnrollmentFile
                   organization indexed
                   access mode dynamic
                   record key is en-key
                   file status is ws-enroll-status.
               select StudentFile assign ws-path-StudentFile
                   organization indexed
                   access mode dynamic
                   record key is StudentId
                   alternate record key is Surname
                       with duplicates
                   file status is ws-student-status.
               select studentAddress assign ws-path-studentAddress
                   organization indexed
                   access mode dynamic
                   record key is ad-StudentId
                   file status is ws-address-status.
               select receivables assign ws-path-receivables
                   organization indexed
                   access mode dynamic
                   record key is rv-key
                   file status is ws-recv-status.
               select awardHistory assign ws-path-awardHistory
                   organization line sequential
                   file status is ws-history-status.
               select sortWorkFile assign ws-path-sortWorkFile.
               select sortedAwardFile assign ws-path-sortedAwardFile
                   organization line sequential.
               select registerReport assign ws-path-registerReport
                   organization line sequential.
               select letterReport assign ws-path-letterReport
                   organization line sequential.

       data division.
       file section.
      *    The standing term is the one whose results qualify the
      *    student; the award term is the tuition the award pays
      *    and whose enrolment makes up the credit load.  A blank
      *    award term means the same term.
       FD paramFile.
       01 ParamRecord.
           03 param-StandingTerm    pic x(5).
           03 filler                pic x value space.
           03 param-AwardTerm       pic x(5).
      *    One row per award.  A blank program or department means
      *    any; basis A pays the value as dollars, P pays it as a
      *    percent of the term's billed tuition; a zero limit means
      *    every eligible student receives it.
       FD awardRules.
       01 awardRuleRec.
           03 ar-AwardCode          pic x(6).
           03 filler                pic x value space.
           03 ar-ProgramCode        pic x(3).
           03 filler                pic x value space.
           03 ar-Department         pic x(20).
           03 filler                pic x value space.
           03 ar-MinGpa             pic 9V9(2).
           03 filler                pic x value space.
           03 ar-MinCredits         pic 9(2).
           03 filler                pic x value space.
           03 ar-Basis              pic x(1).
           03 filler                pic x value space.
           03 ar-Value              pic 9(5)V9(2).
           03 filler                pic x value space.
           03 ar-Limit              pic 9(3).
           03 filler                pic x value space.
           03 ar-AwardName          pic x(30).
       FD standingResults.
       01 standingResultRec.
           03 sr-Term              pic x(5).
           03 filler               pic x value space.
           03 sr-StudentId         pic 9(9).
           03 filler               pic x value space.
           03 sr-ProgramCode       pic x(3).
           03 filler               pic x value space.
           03 sr-TermGpa           pic 9V9(2).
           03 filler               pic x value space.
           03 sr-CumGpa            pic 9V9(2).
           03 filler               pic x value space.
           03 sr-TermCredits       pic 9(4).
           03 filler               pic x value space.
           03 sr-Standing          pic x(12).
       FD programMaster.
       01 ProgramMasterRec.
           03 pm-ProgramCode        pic x(3).
           03 pm-MinAge             pic 9(2).
           03 pm-ProgramName        pic x(30).
           03 pm-Department         pic x(20).
           03 pm-MaxCapacity        pic 9(4).
           03 pm-RequiredCredits    pic 9(3).
       FD courseMaster.
       01 CourseMasterRec.
           03 cm-CourseCode        pic x(6).
           03 cm-Title             pic x(30).
           03 cm-ProgramCode       pic x(3).
           03 cm-CreditHours       pic 9(2).
           03 cm-FeePerCredit      pic 9(3)V9(2).
       FD EnrollmentFile.
       01 EnrollmentRec.
           03 en-key.
               05 en-StudentId     PIC 9(9).
               05 en-CourseCode    PIC X(6).
           03 en-Term              PIC X(5).
           03 en-Grade             PIC X(2).
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
       FD studentAddress.
       01 studentAddressRec.
           03 ad-StudentId         pic 9(9).
           03 ad-street            pic x(30).
           03 ad-city              pic x(20).
           03 ad-province          pic x(2).
           03 ad-postal            pic x(7).
       FD receivables.
       01 receivableRec.
           03 rv-key.
               05 rv-StudentId     pic 9(9).
               05 rv-Term          pic x(5).
           03 rv-billed            pic 9(5)V9(2).
           03 rv-paid              pic 9(5)V9(2).
           03 rv-refunded          pic 9(5)V9(2).
           03 rv-invoiceDate       pic 9(8).
      *    Every award ever granted; it is what stops a rerun from
      *    granting the same award twice and what the limits are
      *    counted against.
       FD awardHistory.
       01 awardHistoryRec.
           03 ah-AwardCode         pic x(6).
           03 filler               pic x value space.
           03 ah-Term              pic x(5).
           03 filler               pic x value space.
           03 ah-StudentId         pic 9(9).
           03 filler               pic x value space.
           03 ah-Amount            pic 9(5)V9(2).
           03 filler               pic x value space.
           03 ah-GrantDate         pic 9(8).
           03 filler               pic x value space.
           03 ah-StandingTerm      pic x(5).
       SD sortWorkFile.
       01 SortAwardRec.
           03 SortRuleNo           pic 9(3).
           03 SortTermGpa          pic 9V9(2).
           03 SortCredits          pic 9(4).
           03 SortStudentId        pic 9(9).
       FD sortedAwardFile.
       01 SortedAwardRec.
           03 SortedRuleNo         pic 9(3).
           03 SortedTermGpa        pic 9V9(2).
           03 SortedCredits        pic 9(4).
           03 SortedStudentId      pic 9(9).
       FD registerReport.
       01 registerLine             pic x(90).
       FD letterReport.
       01 letterLine               pic x(80).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-load-eof           pic 9(4) value 0.
           88 end-of-load               value 1.
       01 ws-enroll-eof         pic 9(4) value 0.
           88 end-of-enrollments        value 1.
       01 ws-param-status       pic x(2).
       01 ws-rules-status       pic x(2).
       01 ws-results-status     pic x(2).
       01 ws-progmast-status    pic x(2).
       01 ws-course-status      pic x(2).
       01 ws-enroll-status      pic x(2).
       01 ws-student-status     pic x(2).
       01 ws-address-status     pic x(2).
       01 ws-recv-status        pic x(2).
       01 ws-history-status     pic x(2).
       01 ws-address-open       pic x(1) value "N".
           88 address-open             value "Y".
       01 ws-recv-open          pic x(1) value "N".
           88 receivables-open         value "Y".
       01 ws-standing-term      pic x(5) value "2021W".
       01 ws-award-term         pic x(5) value spaces.
       01 ws-run-date           pic 9(8).
       01 ws-run-date-x redefines ws-run-date.
           03 ws-run-year       pic 9(4).
           03 ws-run-month      pic 9(2).
           03 ws-run-day        pic 9(2).
       01 ws-full-name-work     pic x(70).
       01 ws-address-line       pic x(70).
       01 ws-no-address-line    pic x(40) value
           "  *** NO MAILING ADDRESS ON FILE ***".
       01 ws-student-dept       pic x(20).
       01 ws-enrolled-credits   pic 9(4).
       01 ws-award-amount       pic 9(5)V9(2).
       01 ws-new-paid           pic 9(6)V9(2).
       01 ws-candidate-count    pic 9(6) value 0.
       01 ws-granted-count      pic 9(6) value 0.
       01 ws-no-receivable-count pic 9(6) value 0.
       01 ws-granted-total      pic 9(7)V9(2) value 0.
       01 ws-current-rule       pic 9(3) value 0.
       01 ws-first-heading      pic x(1) value "Y".
           88 first-heading            value "Y".
       01 ws-already-held       pic x(1).
           88 award-already-held       value "Y".
       01 program-table.
           03 prg-entry occurs 20 times indexed by prg-idx.
               05 prg-ProgramCode   pic x(3).
               05 prg-Department    pic x(20).
       01 prg-count             pic 9(4) comp value 0.
       01 course-table.
           03 course-entry occurs 50 times indexed by crs-idx.
               05 crs-code          pic x(6).
               05 crs-credits       pic 9(2).
       01 course-count          pic 9(4) comp value 0.
       01 rule-table.
           03 rule-entry occurs 50 times indexed by rul-idx.
               05 rul-AwardCode     pic x(6).
               05 rul-ProgramCode   pic x(3).
               05 rul-Department    pic x(20).
               05 rul-MinGpa        pic 9V9(2).
               05 rul-MinCredits    pic 9(2).
               05 rul-Basis         pic x(1).
               05 rul-Value         pic 9(5)V9(2).
               05 rul-Limit         pic 9(3).
               05 rul-AwardName     pic x(30).
               05 rul-Granted       pic 9(4) comp.
               05 rul-RunGranted    pic 9(4) comp.
               05 rul-RunAmount     pic 9(7)V9(2).
       01 rule-count            pic 9(4) comp value 0.
       01 held-table.
           03 held-entry occurs 2000 times indexed by hld-idx.
               05 hld-AwardCode     pic x(6).
               05 hld-StudentId     pic 9(9).
       01 held-count            pic 9(4) comp value 0.
       01 ws-report-title.
           03 filler            pic x(31) value
               "Scholarship award register for ".
           03 ttl-award-term    pic x(5).
           03 filler            pic x(23) value
               " on standing in term ".
           03 ttl-standing-term pic x(5).
       01 ws-award-heading.
           03 filler            pic x(7) value "AWARD: ".
           03 awh-AwardCode     pic x(6).
           03 filler            pic x(2).
           03 awh-AwardName     pic x(30).
           03 filler            pic x(8) value "  LIMIT ".
           03 awh-Limit         pic x(8).
       01 ws-column-heads.
           03 filler pic x(11) value "STUDENT ID ".
           03 filler pic x(32) value "NAME".
           03 filler pic x(6)  value "GPA".
           03 filler pic x(9)  value "CREDITS".
           03 filler pic x(12) value "     AMOUNT".
           03 filler pic x(20) value "  NOTE".
       01 ws-detail-line.
           03 dtl-StudentId     pic 9(9).
           03 filler            pic x(2).
           03 dtl-Name          pic x(30).
           03 filler            pic x(2).
           03 dtl-Gpa           pic 9.9(2).
           03 filler            pic x(4).
           03 dtl-Credits       pic ZZZ9.
           03 filler            pic x(2).
           03 dtl-Amount        pic ZZ,ZZ9.99.
           03 filler            pic x(2).
           03 dtl-Note          pic x(22).
       01 ws-award-total-line.
           03 filler            pic x(20) value "   AWARDS GRANTED: ".
           03 awt-count         pic ZZZ9.
           03 filler            pic x(22) value
               "   THIS RUN, TOTALING ".
           03 awt-amount        pic Z,ZZZ,ZZ9.99.
           03 filler            pic x(16) value "   TERM TO DATE ".
           03 awt-term-count    pic ZZZ9.
       01 ws-grand-total-line.
           03 filler            pic x(35) value
               "TOTAL AWARDS CREDITED THIS RUN:   ".
           03 grt-count         pic ZZZ,ZZ9.
           03 filler            pic x(4).
           03 grt-amount        pic Z,ZZZ,ZZ9.99.
       01 ws-letter-date.
           03 filler            pic x(2) value spaces.
           03 ltd-year          pic 9(4).
           03 filler            pic x value "-".
           03 ltd-month         pic 9(2).
           03 filler            pic x value "-".
           03 ltd-day           pic 9(2).
       01 ws-amount-disp        pic Z,ZZZ,ZZ9.99.
       01 ws-letter-text        pic x(80).
       01 dashLine              pic x(85) value all "-".
       01 blank-line            pic x value " ".

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-paramFile  pic x(70).
           03 ws-path-awardRules  pic x(70).
           03 ws-path-standingResults  pic x(70).
           03 ws-path-programMaster  pic x(70).
           03 ws-path-courseMaster  pic x(70).
           03 ws-path-EnrollmentFile  pic x(70).
           03 ws-path-StudentFile  pic x(70).
           03 ws-path-studentAddress  pic x(70).
           03 ws-path-receivables  pic x(70).
           03 ws-path-awardHistory  pic x(70).
           03 ws-path-sortWorkFile  pic x(70).
           03 ws-path-sortedAwardFile  pic x(70).
           03 ws-path-registerReport  pic x(70).
           03 ws-path-letterReport  pic x(70).

      *    Grants scholarships and bursaries from the award rules.
      *    Every student AcademicStanding assessed for the standing
      *    term is tried against every award: program or department,
      *    minimum term GPA, and minimum credits enrolled in the
      *    award term.  Eligible students are ranked per award by
      *    term GPA, then credit load, and granted in that order
      *    until the award's limit is reached, counting awards
      *    already granted for the term.  Each award is credited to
      *    the student's receivable for the award term (a student
      *    not yet billed is passed over), recorded on the award
      *    history, listed on the register and written up as a
      *    letter to the student's mailing address.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           if rule-count > zero
               perform sort-candidates
               perform grant-awards
           end-if.
           perform end-para.

       init-para.
           accept ws-run-date from date YYYYMMDD.
           perform read-params.
           perform load-programs.
           perform load-courses.
           perform load-award-rules.
           perform load-award-history.

       read-params.
           open input paramFile.
           if ws-param-status = "00"
               read paramFile
                   at end
                       display "PARAMETER FILE EMPTY - USING DEFAULTS"
                   not at end
                       if param-StandingTerm not = spaces
                           move param-StandingTerm to ws-standing-term
                       end-if
                       move param-AwardTerm to ws-award-term
               end-read
               close paramFile
           else
               display "PARAMETER FILE NOT FOUND - USING DEFAULTS"
           end-if.
           if ws-award-term = spaces
               move ws-standing-term to ws-award-term
           end-if.

       load-programs.
           open input programMaster.
           if ws-progmast-status = "00"
               perform load-one-program
                   until ws-progmast-status not = "00"
                   or prg-count = 20
               close programMaster
           else
               display "PROGRAM MASTER FILE NOT FOUND"
           end-if.

       load-one-program.
           read programMaster
               at end
                   continue
               not at end
                   add 1 to prg-count
                   set prg-idx to prg-count
                   move pm-ProgramCode to prg-ProgramCode(prg-idx)
                   move pm-Department to prg-Department(prg-idx)
           end-read.

       load-courses.
           open input courseMaster.
           if ws-course-status = "00"
               perform load-one-course
                   until ws-course-status not = "00"
                   or course-count = 50
               close courseMaster
           else
               display "COURSE MASTER FILE NOT FOUND"
           end-if.

       load-one-course.
           read courseMaster
               at end
                   continue
               not at end
                   add 1 to course-count
                   set crs-idx to course-count
                   move cm-CourseCode to crs-code(crs-idx)
                   move cm-CreditHours to crs-credits(crs-idx)
           end-read.

       load-award-rules.
           open input awardRules.
           if ws-rules-status = "00"
               perform load-one-rule
                   until ws-rules-status not = "00"
                   or rule-count = 50
               close awardRules
           else
               display "AWARD RULES FILE NOT FOUND - NO AWARDS GRANTED"
           end-if.

       load-one-rule.
           read awardRules
               at end
                   continue
               not at end
                   if ar-MinGpa is numeric
                       and ar-MinCredits is numeric
                       and ar-Value is numeric
                       and ar-Limit is numeric
                       and (ar-Basis = "A" or ar-Basis = "P")
                       add 1 to rule-count
                       set rul-idx to rule-count
                       move ar-AwardCode to rul-AwardCode(rul-idx)
                       move ar-ProgramCode to rul-ProgramCode(rul-idx)
                       move ar-Department to rul-Department(rul-idx)
                       move ar-MinGpa to rul-MinGpa(rul-idx)
                       move ar-MinCredits to rul-MinCredits(rul-idx)
                       move ar-Basis to rul-Basis(rul-idx)
                       move ar-Value to rul-Value(rul-idx)
                       move ar-Limit to rul-Limit(rul-idx)
                       move ar-AwardName to rul-AwardName(rul-idx)
                       move zero to rul-Granted(rul-idx)
                       move zero to rul-RunGranted(rul-idx)
                       move zero to rul-RunAmount(rul-idx)
                   else
                       display "AWARD RULE NOT VALID - IGNORED: "
                           ar-AwardCode
                   end-if
           end-read.

       load-award-history.
           open input awardHistory.
           if ws-history-status = "00"
               perform load-one-history
                   until ws-history-status not = "00"
               close awardHistory
           end-if.

       load-one-history.
           read awardHistory
               at end
                   continue
               not at end
                   if ah-Term = ws-award-term
                       perform find-rule-by-code
                       if rul-idx not > rule-count
                           add 1 to rul-Granted(rul-idx)
                       end-if
                       if held-count < 2000
                           add 1 to held-count
                           set hld-idx to held-count
                           move ah-AwardCode to hld-AwardCode(hld-idx)
                           move ah-StudentId to hld-StudentId(hld-idx)
                       end-if
                   end-if
           end-read.

       find-rule-by-code.
           set rul-idx to 1.
           search rule-entry
               at end
                   continue
               when rul-AwardCode(rul-idx) = ah-AwardCode
                   continue
           end-search.

      *    Ranking is one sort across all awards: by award in rule
      *    file order, then best term GPA, heaviest credit load,
      *    and student number as the final tie-break.
       sort-candidates.
           sort sortWorkFile
               on ascending key SortRuleNo
               on descending key SortTermGpa
               on descending key SortCredits
               on ascending key SortStudentId
               input procedure is release-candidates
               giving sortedAwardFile.

       release-candidates.
           open input standingResults.
           if ws-results-status not = "00"
               display "STANDING RESULTS NOT FOUND - RUN "
                   "ACADEMIC STANDING FIRST"
           else
               open input EnrollmentFile
               perform release-one-result until end-of-load
               close EnrollmentFile
               close standingResults
           end-if.

       release-one-result.
           read standingResults
               at end
                   set end-of-load to true
               not at end
                   if sr-Term = ws-standing-term
                       and sr-TermGpa is numeric
                       perform find-student-department
                       perform count-enrolled-credits
                       perform check-one-rule
                           varying rul-idx from 1 by 1
                           until rul-idx > rule-count
                   end-if
           end-read.

       find-student-department.
           set prg-idx to 1.
           search prg-entry
               at end
                   move spaces to ws-student-dept
               when prg-ProgramCode(prg-idx) = sr-ProgramCode
                   move prg-Department(prg-idx) to ws-student-dept
           end-search.

      *    The credit load is what the student carries in the award
      *    term; withdrawn courses do not count.
       count-enrolled-credits.
           move zero to ws-enrolled-credits.
           move zero to ws-enroll-eof.
           move sr-StudentId to en-StudentId.
           move low-values to en-CourseCode.
           start EnrollmentFile key not < en-key
               invalid key
                   set end-of-enrollments to true
           end-start.
           perform count-one-enrollment until end-of-enrollments.

       count-one-enrollment.
           read EnrollmentFile next
               at end
                   set end-of-enrollments to true
               not at end
                   if en-StudentId not = sr-StudentId
                       set end-of-enrollments to true
                   else
                       if en-Term = ws-award-term
                           and en-Grade not = "W "
                           perform find-course-entry
                           if crs-idx not > course-count
                               add crs-credits(crs-idx)
                                   to ws-enrolled-credits
                           end-if
                       end-if
                   end-if
           end-read.

       find-course-entry.
           set crs-idx to 1.
           search course-entry
               at end
                   continue
               when crs-code(crs-idx) = en-CourseCode
                   continue
           end-search.

       check-one-rule.
           if (rul-ProgramCode(rul-idx) = spaces
                   or rul-ProgramCode(rul-idx) = sr-ProgramCode)
               and (rul-Department(rul-idx) = spaces
                   or rul-Department(rul-idx) = ws-student-dept)
               and sr-TermGpa not < rul-MinGpa(rul-idx)
               and ws-enrolled-credits not < rul-MinCredits(rul-idx)
               set SortRuleNo to rul-idx
               move sr-TermGpa to SortTermGpa
               move ws-enrolled-credits to SortCredits
               move sr-StudentId to SortStudentId
               release SortAwardRec
               add 1 to ws-candidate-count
           end-if.

       grant-awards.
           open input sortedAwardFile.
           open input StudentFile.
           open input studentAddress.
           if ws-address-status = "00"
               move "Y" to ws-address-open
           else
               display "STUDENT ADDRESS FILE NOT FOUND - LETTERS "
                   "WILL NEED ADDRESSING BY HAND"
           end-if.
           open i-o receivables.
           if ws-recv-status = "00"
               move "Y" to ws-recv-open
           else
               display "RECEIVABLES FILE NOT FOUND - RUN ABANDONED"
               set end-of-file to true
           end-if.
           open extend awardHistory.
           if ws-history-status = "35"
               open output awardHistory
           end-if.
           open output registerReport.
           open output letterReport.
           move ws-award-term to ttl-award-term.
           move ws-standing-term to ttl-standing-term.
           write registerLine from ws-report-title.
           write registerLine from dashLine.
           move ws-run-year to ltd-year.
           move ws-run-month to ltd-month.
           move ws-run-day to ltd-day.
           perform read-sorted.
           perform process-candidate until end-of-file.
           if not first-heading
               perform print-award-total
           end-if.
           write registerLine from blank-line.
           move ws-granted-count to grt-count.
           move ws-granted-total to grt-amount.
           write registerLine from ws-grand-total-line.
           close sortedAwardFile.
           close StudentFile.
           if address-open
               close studentAddress
           end-if.
           if receivables-open
               close receivables
           end-if.
           close awardHistory.
           close registerReport.
           close letterReport.

       read-sorted.
           read sortedAwardFile
               at end
                   set end-of-file to true
           end-read.

       process-candidate.
           set rul-idx to SortedRuleNo.
           if SortedRuleNo not = ws-current-rule
               perform print-award-heading
               move SortedRuleNo to ws-current-rule
           end-if.
           perform check-award-held.
           if not award-already-held
               and (rul-Limit(rul-idx) = zero
                   or rul-Granted(rul-idx) < rul-Limit(rul-idx))
               perform grant-one-award
           end-if.
           perform read-sorted.

       check-award-held.
           move "N" to ws-already-held.
           set hld-idx to 1.
           search held-entry
               at end
                   continue
               when hld-idx > held-count
                   continue
               when hld-AwardCode(hld-idx) = rul-AwardCode(rul-idx)
                   and hld-StudentId(hld-idx) = SortedStudentId
                   move "Y" to ws-already-held
           end-search.

       print-award-heading.
           if not first-heading
               perform print-award-total
           end-if.
           move "N" to ws-first-heading.
           write registerLine from blank-line.
           move rul-AwardCode(rul-idx) to awh-AwardCode.
           move rul-AwardName(rul-idx) to awh-AwardName.
           if rul-Limit(rul-idx) = zero
               move "NONE" to awh-Limit
           else
               move rul-Limit(rul-idx) to awh-Limit
           end-if.
           write registerLine from ws-award-heading.
           write registerLine from ws-column-heads.

       print-award-total.
           set rul-idx to ws-current-rule.
           move rul-RunGranted(rul-idx) to awt-count.
           move rul-RunAmount(rul-idx) to awt-amount.
           move rul-Granted(rul-idx) to awt-term-count.
           write registerLine from ws-award-total-line.
           set rul-idx to SortedRuleNo.

      *    A student with no receivable for the award term has not
      *    been billed yet; the award passes to the next in rank.
       grant-one-award.
           move SortedStudentId to StudentId.
           read StudentFile
               invalid key
                   move spaces to StudentName
           end-read.
           move SortedStudentId to rv-StudentId.
           move ws-award-term to rv-Term.
           read receivables
               invalid key
                   add 1 to ws-no-receivable-count
                   move zero to ws-award-amount
                   move "NOT BILLED - PASSED" to dtl-Note
                   perform write-register-line
               not invalid key
                   perform compute-award-amount
                   compute ws-new-paid = rv-paid + ws-award-amount
                   if ws-new-paid > 99999.99
                       move zero to ws-award-amount
                       move "CREDIT OVERFLOW" to dtl-Note
                       perform write-register-line
                   else
                       perform post-award-credit
                   end-if
           end-read.

       compute-award-amount.
           if rul-Basis(rul-idx) = "P"
               compute ws-award-amount rounded =
                   rv-billed * rul-Value(rul-idx) / 100
           else
               move rul-Value(rul-idx) to ws-award-amount
           end-if.

       post-award-credit.
           add ws-award-amount to rv-paid.
           rewrite receivableRec.
           move rul-AwardCode(rul-idx) to ah-AwardCode.
           move ws-award-term to ah-Term.
           move SortedStudentId to ah-StudentId.
           move ws-award-amount to ah-Amount.
           move ws-run-date to ah-GrantDate.
           move ws-standing-term to ah-StandingTerm.
           write awardHistoryRec.
           add 1 to rul-Granted(rul-idx).
           add 1 to rul-RunGranted(rul-idx).
           add ws-award-amount to rul-RunAmount(rul-idx).
           add 1 to ws-granted-count.
           add ws-award-amount to ws-granted-total.
           move "GRANTED" to dtl-Note.
           perform write-register-line.
           perform write-award-letter.

       write-register-line.
           move SortedStudentId to dtl-StudentId.
           call "NameConcat" using Surname, Initials,
               GivenName, ws-full-name-work.
           move ws-full-name-work to dtl-Name.
           move SortedTermGpa to dtl-Gpa.
           move SortedCredits to dtl-Credits.
           move ws-award-amount to dtl-Amount.
           write registerLine from ws-detail-line.
           move spaces to dtl-Note.

       write-award-letter.
           write letterLine from ws-letter-date.
           write letterLine from blank-line.
           move spaces to ws-letter-text.
           string "  " delimited by size
               ws-full-name-work delimited by size
               into ws-letter-text
           end-string.
           write letterLine from ws-letter-text.
           perform write-letter-address.
           write letterLine from blank-line.
           move spaces to ws-letter-text.
           string "  Dear " delimited by size
               GivenName delimited by space
               "," delimited by size
               into ws-letter-text
           end-string.
           write letterLine from ws-letter-text.
           write letterLine from blank-line.
           move spaces to ws-letter-text.
           string "  We are pleased to tell you that you have been "
               delimited by size
               "awarded the" delimited by size
               into ws-letter-text
           end-string.
           write letterLine from ws-letter-text.
           move ws-award-amount to ws-amount-disp.
           move spaces to ws-letter-text.
           string "  " delimited by size
               rul-AwardName(rul-idx) delimited by size
               " for term " delimited by size
               ws-award-term delimited by size
               ", $" delimited by size
               ws-amount-disp delimited by size
               into ws-letter-text
           end-string.
           write letterLine from ws-letter-text.
           move spaces to ws-letter-text.
           string "  in recognition of your standing in term "
               delimited by size
               ws-standing-term delimited by size
               ". The award has been" delimited by size
               into ws-letter-text
           end-string.
           write letterLine from ws-letter-text.
           move "  credited to your tuition account." to ws-letter-text.
           write letterLine from ws-letter-text.
           write letterLine from blank-line.
           move "  Office of the Registrar" to ws-letter-text.
           write letterLine from ws-letter-text.
           write letterLine from dashLine.

       write-letter-address.
           if address-open
               move SortedStudentId to ad-StudentId
               read studentAddress
                   invalid key
                       write letterLine from ws-no-address-line
                       end-write
                   not invalid key
                       move spaces to ws-address-line
                       string "  " delimited by size
                           ad-street delimited by size
                           into ws-address-line
                       end-string
                       write letterLine from ws-address-line
                       move spaces to ws-address-line
                       string "  " delimited by size
                           ad-city delimited by size
                           " " delimited by size
                           ad-province delimited by size
                           "  " delimited by size
                           ad-postal delimited by size
                           into ws-address-line
                       end-string
                       write letterLine from ws-address-line
               end-read
           else
               write letterLine from ws-no-address-line
           end-if.

       end-para.
           display "AWARD CANDIDATES RANKED: " ws-candidate-count.
           display "AWARDS GRANTED: " ws-granted-count.
           display "PASSED OVER - NOT BILLED: "
               ws-no-receivable-count.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-paramFile.
           string env-data-dir delimited by space
               "Award_Params.dat" delimited by size
               into ws-path-paramFile
           end-string.
           move spaces to ws-path-awardRules.
           string env-data-dir delimited by space
               "AwardRules.dat" delimited by size
               into ws-path-awardRules
           end-string.
           move spaces to ws-path-standingResults.
           string env-data-dir delimited by space
               "StandingResults.dat" delimited by size
               into ws-path-standingResults
           end-string.
           move spaces to ws-path-programMaster.
           string env-data-dir delimited by space
               "Assignment3_ProgramMaster.dat" delimited by size
               into ws-path-programMaster
           end-string.
           move spaces to ws-path-courseMaster.
           string env-data-dir delimited by space
               "CourseMaster.dat" delimited by size
               into ws-path-courseMaster
           end-string.
           move spaces to ws-path-EnrollmentFile.
           string env-data-dir delimited by space
               "EnrollmentFile.dat" delimited by size
               into ws-path-EnrollmentFile
           end-string.
           move spaces to ws-path-StudentFile.
           string env-data-dir delimited by space
               "StudentFile.dat" delimited by size
               into ws-path-StudentFile
           end-string.
           move spaces to ws-path-studentAddress.
           string env-data-dir delimited by space
               "StudentAddress.dat" delimited by size
               into ws-path-studentAddress
           end-string.
           move spaces to ws-path-receivables.
           string env-data-dir delimited by space
               "TuitionReceivables.dat" delimited by size
               into ws-path-receivables
           end-string.
           move spaces to ws-path-awardHistory.
           string env-data-dir delimited by space
               "ScholarshipAwards.dat" delimited by size
               into ws-path-awardHistory
           end-string.
           move spaces to ws-path-sortWorkFile.
           string env-data-dir delimited by space
               "Award_Sort.dat" delimited by size
               into ws-path-sortWorkFile
           end-string.
           move spaces to ws-path-sortedAwardFile.
           string env-data-dir delimited by space
               "Award_Sorted.dat" delimited by size
               into ws-path-sortedAwardFile
           end-string.
           move spaces to ws-path-registerReport.
           string env-data-dir delimited by space
               "AwardRegister.rpt" delimited by size
               into ws-path-registerReport
           end-string.
           move spaces to ws-path-letterReport.
           string env-data-dir delimited by space
               "ScholarshipLetters.rpt" delimited by size
               into ws-path-letterReport
           end-string.

       end program ScholarshipAward.
