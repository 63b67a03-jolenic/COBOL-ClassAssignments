      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. ClassList as "ClassList".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select paramFile assign ws-path-paramFile
                   organization line sequential
                   file status is ws-param-status.
               select StudentFile assign ws-path-StudentFile
                   organization indexed
                   access mode dynamic
                   record key is StudentId
                   alternate record key is Surname
                       with duplicates
                   file status is ws-student-status.
               select EnrollmentFile assign ws-path-EnrollmentFile
                   organization indexed
                   access mode dynamic
                   record key is en-key
                   file status is ws-enroll-status.
               select courseMaster assign ws-path-courseMaster
                   organization line sequential
                   file status is ws-course-status.
               select courseOfferings assign ws-path-courseOfferings
                   organization line sequential
                   file status is ws-offering-status.
               select courseWaitlist assign ws-path-courseWaitlist
                   organization line sequential
                   file status is ws-cwait-status.
               select sortWorkFile assign ws-path-sortWorkFile.
               select sortedClassFile assign ws-path-sortedClassFile
                   organization line sequential.
               select classListReport assign ws-path-classListReport
                   organization line sequential.

       data division.
       file section.
       FD paramFile.
       01 ParamRecord.
           03 param-Term            pic x(5).
           03 filler                pic x value space.
           03 param-LowFillPct      pic x(3).
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
       FD EnrollmentFile.
       01 EnrollmentRec.
           03 en-key.
               05 en-StudentId     PIC 9(9).
               05 en-CourseCode    PIC X(6).
           03 en-Term              PIC X(5).
           03 en-Grade             PIC X(2).
       FD courseMaster.
       01 CourseMasterRec.
           03 cm-CourseCode        pic x(6).
           03 cm-Title             pic x(30).
           03 cm-ProgramCode       pic x(3).
           03 cm-CreditHours       pic 9(2).
           03 cm-FeePerCredit      pic 9(3)V9(2).
       FD courseOfferings.
       01 courseOfferingRec.
           03 co-CourseCode        pic x(6).
           03 co-Term              pic x(5).
           03 co-SeatLimit         pic 9(4).
           03 co-Waitlist          pic x(1).
       FD courseWaitlist.
       01 courseWaitlistRec.
           03 cw-Term              pic x(5).
           03 filler               pic x value space.
           03 cw-CourseCode        pic x(6).
           03 filler               pic x value space.
           03 cw-StudentId         pic 9(9).
           03 filler               pic x value space.
           03 cw-date              pic 9(8).
           03 filler               pic x value space.
           03 cw-time              pic 9(6).
       SD sortWorkFile.
       01 SortClassRec.
           03 SortCourseCode       PIC X(6).
           03 SortStudentId        PIC 9(9).
           03 SortStudentName.
               05 SortSurname      PIC X(30).
               05 SortInitials     PIC X(4).
               05 SortGivenName    PIC X(30).
           03 SortProgramCode      PIC X(3).
       FD sortedClassFile.
       01 SortedClassRec.
           03 SortedCourseCode     PIC X(6).
           03 SortedStudentId      PIC 9(9).
           03 SortedStudentName.
               05 SortedSurname    PIC X(30).
               05 SortedInitials   PIC X(4).
               05 SortedGivenName  PIC X(30).
           03 SortedProgramCode    PIC X(3).
       FD classListReport.
       01 ClassListLine            pic x(80).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-load-eof           pic 9(4) value 0.
           88 end-of-load               value 1.
       01 ws-param-status       pic x(2).
       01 ws-student-status     pic x(2).
       01 ws-enroll-status      pic x(2).
       01 ws-course-status      pic x(2).
       01 ws-offering-status    pic x(2).
       01 ws-cwait-status       pic x(2).
       01 ws-term               pic x(5) value spaces.
      *    A section filled below this percentage of its limit is
      *    flagged for the department to consider cancelling.
       01 ws-low-fill-pct       pic 9(3) value 50.
       01 ws-low-fill-x redefines ws-low-fill-pct pic x(3).
       01 ws-current-course     pic x(6) value spaces.
       01 ws-first-heading      pic x(1) value "Y".
           88 first-heading             value "Y".
       01 ws-course-enrolled    pic 9(6) value 0.
       01 ws-listed-count       pic 9(6) value 0.
       01 ws-full-name-work     pic x(70).
       01 ws-fill-pct           pic 9(3)V9.
       01 ws-lookup-course      pic x(6).
       01 course-table.
           03 course-entry occurs 50 times indexed by crs-idx.
               05 crs-code          pic x(6).
               05 crs-title         pic x(30).
               05 crs-program       pic x(3).
               05 crs-credits       pic 9(2).
       01 course-count          pic 9(4) comp value 0.
      *    One row per course offered or enrolled in for the term,
      *    built from the offerings and topped up as the rosters
      *    are printed; it drives the fill-rate summary.
       01 fill-table.
           03 fill-entry occurs 200 times indexed by fil-idx.
               05 fil-CourseCode    pic x(6).
               05 fil-Limit         pic 9(4).
               05 fil-Enrolled      pic 9(6) comp.
               05 fil-Waitlisted    pic 9(6) comp.
       01 fill-count            pic 9(4) comp value 0.

       01 ws-report-title.
           03 filler            pic x(25) value
               "Class lists for term:    ".
           03 rpt-Term          pic x(5).
       01 ws-course-heading.
           03 filler            pic x(9) value "COURSE:  ".
           03 hdr-CourseCode    pic x(6).
           03 filler            pic x(2).
           03 hdr-Title         pic x(30).
       01 ws-column-heads.
           03 filler pic x(11) value "StudentId  ".
           03 filler pic x(42) value
               "Name                                    ".
           03 filler pic x(7)  value "Program".
       01 ws-detail-line.
           03 dtl-StudentId     pic 9(9).
           03 filler            pic x(2).
           03 dtl-Name          pic x(40).
           03 filler            pic x(2).
           03 dtl-Program       pic x(3).
       01 ws-count-line.
           03 filler            pic x(12) value "  ENROLLED: ".
           03 cnt-Enrolled      pic Z(4)9.
           03 filler            pic x(10) value "   LIMIT: ".
           03 cnt-Limit         pic x(8).
           03 filler            pic x(15) value "   WAITLISTED: ".
           03 cnt-Waitlisted    pic Z(4)9.
       01 ws-limit-edit         pic Z(4)9.
       01 ws-summary-title.
           03 filler            pic x(31) value
               "Fill-rate summary for term:    ".
           03 sum-Term          pic x(5).
       01 ws-summary-heads.
           03 filler pic x(8)  value "COURSE".
           03 filler pic x(32) value "TITLE".
           03 filler pic x(7)  value "ENRLD".
           03 filler pic x(7)  value "LIMIT".
           03 filler pic x(7)  value "WAIT".
           03 filler pic x(7)  value "FILL%".
           03 filler pic x(12) value "ACTION".
       01 ws-summary-line.
           03 sml-CourseCode    pic x(6).
           03 filler            pic x(2).
           03 sml-Title         pic x(30).
           03 filler            pic x(2).
           03 sml-Enrolled      pic Z(4)9.
           03 filler            pic x(2).
           03 sml-Limit         pic Z(4)9.
           03 filler            pic x(2).
           03 sml-Waitlisted    pic Z(4)9.
           03 filler            pic x(2).
           03 sml-Fill          pic ZZ9.9.
           03 filler            pic x(2).
           03 sml-Action        pic x(12).
       01 dashLine              pic x(70) value all "-".
       01 blank-line            pic x value " ".

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-paramFile  pic x(70).
           03 ws-path-StudentFile  pic x(70).
           03 ws-path-EnrollmentFile  pic x(70).
           03 ws-path-courseMaster  pic x(70).
           03 ws-path-courseOfferings  pic x(70).
           03 ws-path-courseWaitlist  pic x(70).
           03 ws-path-sortWorkFile  pic x(70).
           03 ws-path-sortedClassFile  pic x(70).
           03 ws-path-classListReport  pic x(70).

      *    Class lists for instructors: every course enrolled in for
      *    the term named on the parameter file, one roster per
      *    course in surname order with the enrolled, limit and
      *    waitlist counts, then a fill-rate summary the department
      *    uses to open or cancel sections.  Withdrawals (W) are not
      *    on the rosters and do not count against the limit.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           perform process-rec until end-of-file.
           perform end-para.

       init-para.
           perform read-params.
           if ws-term = spaces
               display "CLASS LIST TERM NOT GIVEN - RUN ABANDONED"
               stop run
           end-if.
           perform load-course-master.
           perform load-course-offerings.
           perform count-waitlisted.
           perform sort-class-lists.
           open input sortedClassFile.
           open output classListReport.
           move ws-term to rpt-Term.
           write ClassListLine from ws-report-title.
           write ClassListLine from dashLine.
           perform read-file.

       read-params.
           open input paramFile.
           if ws-param-status = "00"
               read paramFile
                   at end
                       continue
                   not at end
                       move param-Term to ws-term
                       if param-LowFillPct is numeric
                           move param-LowFillPct to ws-low-fill-x
                       end-if
               end-read
               close paramFile
           else
               display "PARAMETER FILE NOT FOUND"
           end-if.

       load-course-master.
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
                   move cm-Title to crs-title(crs-idx)
                   move cm-ProgramCode to crs-program(crs-idx)
                   move cm-CreditHours to crs-credits(crs-idx)
           end-read.

       load-course-offerings.
           open input courseOfferings.
           if ws-offering-status = "00"
               perform load-one-offering
                   until ws-offering-status not = "00"
               close courseOfferings
           else
               display "COURSE OFFERINGS FILE NOT FOUND - "
                   "NO SEAT LIMITS SHOWN"
           end-if.

       load-one-offering.
           read courseOfferings
               at end
                   continue
               not at end
                   if co-Term = ws-term
                       move co-CourseCode to ws-lookup-course
                       perform find-fill-entry
                       if fil-idx not > fill-count
                           and co-SeatLimit is numeric
                           move co-SeatLimit to fil-Limit(fil-idx)
                       end-if
                   end-if
           end-read.

       count-waitlisted.
           open input courseWaitlist.
           if ws-cwait-status = "00"
               perform count-one-waitlisted
                   until ws-cwait-status not = "00"
               close courseWaitlist
           end-if.

       count-one-waitlisted.
           read courseWaitlist
               at end
                   continue
               not at end
                   if cw-Term = ws-term
                       move cw-CourseCode to ws-lookup-course
                       perform find-fill-entry
                       if fil-idx not > fill-count
                           add 1 to fil-Waitlisted(fil-idx)
                       end-if
                   end-if
           end-read.

      *    Finds the course in the fill table, adding it when it is
      *    not there yet; a full table leaves the index past the
      *    count.
       find-fill-entry.
           set fil-idx to 1.
           search fill-entry
               at end
                   perform add-fill-entry
               when fil-CourseCode(fil-idx) = ws-lookup-course
                   continue
           end-search.

       add-fill-entry.
           if fill-count < 200
               add 1 to fill-count
               set fil-idx to fill-count
               move ws-lookup-course to fil-CourseCode(fil-idx)
               move zero to fil-Limit(fil-idx)
               move zero to fil-Enrolled(fil-idx)
               move zero to fil-Waitlisted(fil-idx)
           else
               set fil-idx to 201
           end-if.

      *    Only the term's enrolments go to the sort; each is
      *    looked up on the student file for the name and program.
       sort-class-lists.
           sort sortWorkFile
               on ascending key SortCourseCode
               on ascending key SortSurname
               on ascending key SortGivenName
               input procedure is release-enrollments
               giving sortedClassFile.

       release-enrollments.
           open input EnrollmentFile.
           if ws-enroll-status not = "00"
               display "ENROLLMENT FILE NOT FOUND"
           else
               open input StudentFile
               perform release-one-enrollment until end-of-load
               close EnrollmentFile
               if ws-student-status = "00"
                   or ws-student-status = "10"
                   close StudentFile
               end-if
           end-if.

       release-one-enrollment.
           read EnrollmentFile next
               at end
                   set end-of-load to true
               not at end
                   if en-Term = ws-term
                       and en-Grade not = "W"
                       perform release-class-member
                   end-if
           end-read.

       release-class-member.
           move en-CourseCode to SortCourseCode.
           move en-StudentId to SortStudentId.
           move en-StudentId to StudentId.
           move spaces to SortStudentName.
           move spaces to SortProgramCode.
           read StudentFile
               invalid key
                   move "NOT ON STUDENTFILE" to SortSurname
               not invalid key
                   move Surname to SortSurname
                   move Initials to SortInitials
                   move GivenName to SortGivenName
                   move ProgramCode to SortProgramCode
           end-read.
           release SortClassRec.

       read-file.
           read sortedClassFile
               at end
                   set end-of-file to true
           end-read.

       process-rec.
           if SortedCourseCode not = ws-current-course
               if not first-heading
                   perform print-course-counts
               end-if
               perform print-course-heading
               move SortedCourseCode to ws-current-course
           end-if.
           perform print-detail-line.
           add 1 to ws-course-enrolled.
           add 1 to ws-listed-count.
           perform read-file.

       print-course-heading.
           if not first-heading
               write ClassListLine from blank-line
           end-if.
           move "N" to ws-first-heading.
           move SortedCourseCode to hdr-CourseCode.
           move SortedCourseCode to ws-lookup-course.
           perform find-course-entry.
           if crs-idx > course-count
               move "COURSE NOT ON MASTER" to hdr-Title
           else
               move crs-title(crs-idx) to hdr-Title
           end-if.
           write ClassListLine from ws-course-heading.
           write ClassListLine from ws-column-heads.
           move zero to ws-course-enrolled.

       print-detail-line.
           move SortedStudentId to dtl-StudentId.
           call "NameConcat" using SortedSurname, SortedInitials,
               SortedGivenName, ws-full-name-work.
           move ws-full-name-work to dtl-Name.
           move SortedProgramCode to dtl-Program.
           write ClassListLine from ws-detail-line.

       print-course-counts.
           move ws-current-course to ws-lookup-course.
           perform find-fill-entry.
           move ws-course-enrolled to cnt-Enrolled.
           move zero to cnt-Waitlisted.
           move "NO LIMIT" to cnt-Limit.
           if fil-idx not > fill-count
               move ws-course-enrolled to fil-Enrolled(fil-idx)
               move fil-Waitlisted(fil-idx) to cnt-Waitlisted
               if fil-Limit(fil-idx) > zero
                   move fil-Limit(fil-idx) to ws-limit-edit
                   move ws-limit-edit to cnt-Limit
               end-if
           end-if.
           write ClassListLine from ws-count-line.

       find-course-entry.
           set crs-idx to 1.
           search course-entry
               at end
                   continue
               when crs-code(crs-idx) = ws-lookup-course
                   continue
           end-search.

      *    Full sections with students waiting are candidates for
      *    another section; sections under the low-fill percentage
      *    are candidates for cancelling.
       print-fill-summary.
           write ClassListLine from blank-line.
           move ws-term to sum-Term.
           write ClassListLine from ws-summary-title.
           write ClassListLine from dashLine.
           write ClassListLine from ws-summary-heads.
           perform print-one-fill-line
               varying fil-idx from 1 by 1
               until fil-idx > fill-count.

       print-one-fill-line.
           move spaces to ws-summary-line.
           move fil-CourseCode(fil-idx) to sml-CourseCode.
           move fil-CourseCode(fil-idx) to ws-lookup-course.
           perform find-course-entry.
           if crs-idx > course-count
               move "COURSE NOT ON MASTER" to sml-Title
           else
               move crs-title(crs-idx) to sml-Title
           end-if.
           move fil-Enrolled(fil-idx) to sml-Enrolled.
           move fil-Limit(fil-idx) to sml-Limit.
           move fil-Waitlisted(fil-idx) to sml-Waitlisted.
           if fil-Limit(fil-idx) = zero
               move zero to sml-Fill
               move "NO LIMIT SET" to sml-Action
           else
               compute ws-fill-pct rounded =
                   fil-Enrolled(fil-idx) * 100 / fil-Limit(fil-idx)
                   on size error
                       move 999.9 to ws-fill-pct
               end-compute
               move ws-fill-pct to sml-Fill
               evaluate true
                   when fil-Enrolled(fil-idx) not < fil-Limit(fil-idx)
                       and fil-Waitlisted(fil-idx) > zero
                       move "OPEN SECTION" to sml-Action
                   when fil-Enrolled(fil-idx) not < fil-Limit(fil-idx)
                       move "FULL" to sml-Action
                   when ws-fill-pct < ws-low-fill-pct
                       move "LOW - REVIEW" to sml-Action
                   when other
                       continue
               end-evaluate
           end-if.
           write ClassListLine from ws-summary-line.

       end-para.
           if not first-heading
               perform print-course-counts
           end-if.
           perform print-fill-summary.
           close sortedClassFile.
           close classListReport.
           display "STUDENTS LISTED: " ws-listed-count.
           display "COURSES IN SUMMARY: " fill-count.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-paramFile.
           string env-data-dir delimited by space
               "ClassList_Params.dat" delimited by size
               into ws-path-paramFile
           end-string.
           move spaces to ws-path-StudentFile.
           string env-data-dir delimited by space
               "StudentFile.dat" delimited by size
               into ws-path-StudentFile
           end-string.
           move spaces to ws-path-EnrollmentFile.
           string env-data-dir delimited by space
               "EnrollmentFile.dat" delimited by size
               into ws-path-EnrollmentFile
           end-string.
           move spaces to ws-path-courseMaster.
           string env-data-dir delimited by space
               "CourseMaster.dat" delimited by size
               into ws-path-courseMaster
           end-string.
           move spaces to ws-path-courseOfferings.
           string env-data-dir delimited by space
               "CourseOfferings.dat" delimited by size
               into ws-path-courseOfferings
           end-string.
           move spaces to ws-path-courseWaitlist.
           string env-data-dir delimited by space
               "CourseWaitlist.dat" delimited by size
               into ws-path-courseWaitlist
           end-string.
           move spaces to ws-path-sortWorkFile.
           string env-data-dir delimited by space
               "ClassList_Sort.dat" delimited by size
               into ws-path-sortWorkFile
           end-string.
           move spaces to ws-path-sortedClassFile.
           string env-data-dir delimited by space
               "ClassList_Sorted.dat" delimited by size
               into ws-path-sortedClassFile
           end-string.
           move spaces to ws-path-classListReport.
           string env-data-dir delimited by space
               "ClassList.rpt" delimited by size
               into ws-path-classListReport
           end-string.

       end program ClassList.
