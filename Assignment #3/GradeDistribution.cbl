      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. GradeDistribution as "GradeDistribution".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select EnrollmentFile assign ws-path-EnrollmentFile
                   organization indexed
                   access mode dynamic
                   record key is en-key
                   file status is ws-enroll-status.
               select courseMaster assign ws-path-courseMaster
                   organization line sequential
                   file status is ws-course-status.
               select programMaster assign ws-path-programMaster
                   organization line sequential
                   file status is ws-progmast-status.
               select gradeScale assign ws-path-gradeScale
                   organization line sequential
                   file status is ws-scale-status.
               select paramFile assign ws-path-paramFile
                   organization line sequential
                   file status is ws-param-status.
               select distributionReport
                   assign ws-path-distributionReport
                   organization line sequential.
               select distributionCsv assign ws-path-distributionCsv
                   organization line sequential.

       data division.
       file section.
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
       FD programMaster.
       01 ProgramMasterRec.
           03 pm-ProgramCode        pic x(3).
           03 pm-MinAge             pic 9(2).
           03 pm-ProgramName        pic x(30).
           03 pm-Department         pic x(20).
           03 pm-MaxCapacity        pic 9(4).
           03 pm-RequiredCredits    pic 9(3).
       FD gradeScale.
       01 gradeScaleRec.
           03 gs-grade             pic x(2).
           03 filler               pic x value space.
           03 gs-points            pic 9V9(2).
      *    Term to analyse, the highest acceptable failure rate as a
      *    whole percent, and the band of acceptable average grade
      *    points; a course outside any limit is flagged.
       FD paramFile.
       01 ParamRecord.
           03 param-Term            pic x(5).
           03 filler                pic x.
           03 param-MaxFailPct      pic 9(3).
           03 filler                pic x.
           03 param-MinAverage      pic 9V9(2).
           03 filler                pic x.
           03 param-MaxAverage      pic 9V9(2).
       FD distributionReport.
       01 distributionLine         pic x(160).
       FD distributionCsv.
       01 csvLine                  pic x(211).

       working-storage section.
       01 ws-enroll-eof         pic 9(4) value 0.
           88 end-of-enrollments        value 1.
       01 ws-load-eof           pic 9(4) value 0.
           88 end-of-load               value 1.
       01 ws-enroll-status      pic x(2).
       01 ws-course-status      pic x(2).
       01 ws-progmast-status    pic x(2).
       01 ws-scale-status       pic x(2).
       01 ws-param-status       pic x(2).
       01 ws-term               pic x(5) value "2021W".
       01 ws-max-fail-pct       pic 9(3) value 30.
       01 ws-min-average        pic 9V9(2) value 1.50.
       01 ws-max-average        pic 9V9(2) value 3.70.
       01 ws-grade-points       pic 9V9(2).
       01 ws-grade-valid        pic x(1).
       01 ws-lookup-grade       pic x(2).
       01 ws-bucket             pic 9(4) comp.
       01 ws-read-count         pic 9(6) value 0.
       01 ws-term-count         pic 9(6) value 0.
       01 ws-unknown-count      pic 9(6) value 0.
       01 ws-flagged-count      pic 9(6) value 0.
       01 ws-course-average     pic 9V9(2).
       01 ws-deviation          pic s9V9(2).
       01 ws-fail-pct           pic 9(3)V9.
       01 ws-pct                pic 9(3)V9.
       01 ws-flag               pic x(20).
       01 ws-dept-name          pic x(20).
       01 ws-dept-courses       pic 9(4).
       01 bkt-no                pic 9(4) comp.
       01 course-table.
           03 course-entry occurs 50 times indexed by crs-idx.
               05 crs-code          pic x(6).
               05 crs-title         pic x(30).
               05 crs-program       pic x(3).
               05 crs-dept-no       pic 9(4) comp.
               05 crs-total         pic 9(5) comp.
               05 crs-graded        pic 9(5) comp.
               05 crs-points        pic 9(7)V9(2).
               05 crs-count         pic 9(5) comp occurs 8 times.
       01 course-count          pic 9(4) comp value 0.
       01 program-table.
           03 prg-entry occurs 20 times indexed by prg-idx.
               05 prg-ProgramCode   pic x(3).
               05 prg-Department    pic x(20).
       01 prg-count             pic 9(4) comp value 0.
      *    One row per department named on the program master, and
      *    a last row for courses whose program is not on it.
       01 department-table.
           03 dept-entry occurs 21 times indexed by dpt-idx.
               05 dpt-name          pic x(20).
               05 dpt-graded        pic 9(6) comp.
               05 dpt-points        pic 9(8)V9(2).
               05 dpt-average       pic 9V9(2).
       01 dept-count            pic 9(4) comp value 0.
       01 grade-scale-table.
           03 grade-scale-entry occurs 20 times indexed by gsc-idx.
               05 gst-grade         pic x(2).
               05 gst-points        pic 9V9(2).
       01 grade-scale-count     pic 9(4) comp value 0.
       01 bucket-labels.
           03 filler            pic x(5) value "    A".
           03 filler            pic x(5) value "    B".
           03 filler            pic x(5) value "    C".
           03 filler            pic x(5) value "    D".
           03 filler            pic x(5) value "    F".
           03 filler            pic x(5) value "    W".
           03 filler            pic x(5) value " NONE".
           03 filler            pic x(5) value "OTHER".
       01 bucket-label-table redefines bucket-labels.
           03 bucket-label      pic x(5) occurs 8 times.
       01 ws-report-title.
           03 filler            pic x(36) value
               "Grade distribution report for term: ".
           03 ttl-term          pic x(5).
       01 ws-limits-line.
           03 filler            pic x(22) value
               "LIMITS - MAX FAIL PCT ".
           03 lim-fail          pic zz9.
           03 filler            pic x(16) value
               "   AVERAGE FROM ".
           03 lim-min           pic 9.9(2).
           03 filler            pic x(4) value " TO ".
           03 lim-max           pic 9.9(2).
       01 ws-dept-heading.
           03 filler            pic x(12) value "DEPARTMENT: ".
           03 dph-name          pic x(20).
           03 filler            pic x(22) value
               "   AVERAGE POINTS:    ".
           03 dph-average       pic 9.9(2).
       01 ws-column-heads.
           03 filler            pic x(8)  value "COURSE".
           03 filler            pic x(22) value "TITLE".
           03 filler            pic x(5)  value "PGM".
           03 filler            pic x(6)  value "TOTAL".
           03 chd-bucket occurs 8 times.
               05 chd-label     pic x(5).
               05 filler        pic x(7) value spaces.
           03 filler            pic x(6)  value "AVG".
           03 filler            pic x(7)  value "DEV".
           03 filler            pic x(20) value "FLAG".
       01 ws-detail-line.
           03 dtl-CourseCode    pic x(6).
           03 filler            pic x(2) value spaces.
           03 dtl-Title         pic x(20).
           03 filler            pic x(2) value spaces.
           03 dtl-Program       pic x(3).
           03 filler            pic x(2) value spaces.
           03 dtl-Total         pic zzzz9.
           03 filler            pic x(1) value spaces.
           03 dtl-bucket occurs 8 times.
               05 dtl-Count     pic zzzz9.
               05 dtl-Pct       pic zz9.9.
               05 filler        pic x(2) value spaces.
           03 dtl-Average       pic 9.9(2).
           03 filler            pic x(2) value spaces.
           03 dtl-Deviation     pic -9.9(2).
           03 filler            pic x(2) value spaces.
           03 dtl-Flag          pic x(20).
       01 ws-no-grades-line     pic x(40) value
           "  NO ENROLMENTS FOR THE TERM".
       01 ws-csv-detail.
           03 csv-Term             pic x(5).
           03 filler               pic x value ",".
           03 csv-CourseCode       pic x(6).
           03 filler               pic x value ",".
           03 filler               pic x value quote.
           03 csv-Title            pic x(30).
           03 filler               pic x value quote.
           03 filler               pic x value ",".
           03 csv-Program          pic x(3).
           03 filler               pic x value ",".
           03 filler               pic x value quote.
           03 csv-Department       pic x(20).
           03 filler               pic x value quote.
           03 filler               pic x value ",".
           03 csv-Total            pic 9(5).
           03 csv-bucket occurs 8 times.
               05 filler           pic x value ",".
               05 csv-Count        pic 9(5).
               05 filler           pic x value ",".
               05 csv-Pct          pic 9(3).9.
           03 filler               pic x value ",".
           03 csv-Average          pic 9.9(2).
           03 filler               pic x value ",".
           03 csv-DeptAverage      pic 9.9(2).
           03 filler               pic x value ",".
           03 csv-Deviation        pic +9.9(2).
           03 filler               pic x value ",".
           03 csv-Flag             pic x(20).
       01 ws-csv-header         pic x(211).
       01 dashLine              pic x(160) value all "-".
       01 blank-line            pic x value " ".

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-EnrollmentFile  pic x(70).
           03 ws-path-courseMaster  pic x(70).
           03 ws-path-programMaster  pic x(70).
           03 ws-path-gradeScale  pic x(70).
           03 ws-path-paramFile  pic x(70).
           03 ws-path-distributionReport  pic x(70).
           03 ws-path-distributionCsv  pic x(70).

      *    Counts every grade given in a term, course by course:
      *    each letter (plus and minus grades fall under their
      *    letter), withdrawals, ungraded rows and anything else.
      *    Average points come from GradeScale.dat as in the
      *    standing run, over graded rows only.  Courses are listed
      *    by department with the department's average, each
      *    course's deviation from it, and a flag where the failure
      *    rate or the average falls outside the parameter limits.
      *    The same table goes to a CSV file for the academic
      *    council package.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           if ws-enroll-status = "00"
               perform tally-enrollments
               perform compute-department-averages
               perform write-report
           end-if.
           perform end-para.

       init-para.
           perform read-params.
           perform load-program-master.
           perform load-course-master.
           perform load-grade-scale.
           open input EnrollmentFile.
           if ws-enroll-status not = "00"
               display "ENROLLMENT FILE NOT FOUND - NO REPORT"
           end-if.

       read-params.
           open input paramFile.
           if ws-param-status = "00"
               read paramFile
                   at end
                       display "PARAMETER FILE EMPTY - USING DEFAULTS"
                   not at end
                       if param-Term not = spaces
                           move param-Term to ws-term
                       end-if
                       if param-MaxFailPct is numeric
                           move param-MaxFailPct to ws-max-fail-pct
                       end-if
                       if param-MinAverage is numeric
                           move param-MinAverage to ws-min-average
                       end-if
                       if param-MaxAverage is numeric
                           move param-MaxAverage to ws-max-average
                       end-if
               end-read
               close paramFile
           else
               display "PARAMETER FILE NOT FOUND - USING DEFAULTS"
           end-if.

       load-program-master.
           open input programMaster.
           if ws-progmast-status = "00"
               move 0 to ws-load-eof
               perform load-one-program
                   until end-of-load or prg-count = 20
               close programMaster
           else
               display "PROGRAM MASTER NOT FOUND - DEPARTMENTS "
                   "NOT AVAILABLE"
           end-if.
           add 1 to dept-count.
           move "UNMAPPED" to dpt-name(dept-count).

       load-one-program.
           read programMaster
               at end
                   set end-of-load to true
               not at end
                   add 1 to prg-count
                   move pm-ProgramCode to prg-ProgramCode(prg-count)
                   move pm-Department to prg-Department(prg-count)
                   move pm-Department to ws-dept-name
                   perform find-department
                   if dpt-idx > dept-count
                       add 1 to dept-count
                       move pm-Department to dpt-name(dept-count)
                   end-if
           end-read.

       find-department.
           set dpt-idx to 1.
           search dept-entry
               at end
                   continue
               when dpt-idx > dept-count
                   continue
               when dpt-name(dpt-idx) = ws-dept-name
                   continue
           end-search.

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
                   initialize course-entry(crs-idx)
                   move cm-CourseCode to crs-code(crs-idx)
                   move cm-Title to crs-title(crs-idx)
                   move cm-ProgramCode to crs-program(crs-idx)
                   perform set-course-department
           end-read.

       set-course-department.
           move "UNMAPPED" to ws-dept-name.
           set prg-idx to 1.
           search prg-entry
               at end
                   continue
               when prg-idx > prg-count
                   continue
               when prg-ProgramCode(prg-idx) = cm-ProgramCode
                   move prg-Department(prg-idx) to ws-dept-name
           end-search.
           perform find-department.
           set crs-dept-no(crs-idx) to dpt-idx.

      *    Grade points come from GradeScale.dat, with the same
      *    default letter scale as the standing run when it is
      *    missing.
       load-grade-scale.
           open input gradeScale.
           if ws-scale-status = "00"
               perform load-one-grade
                   until ws-scale-status not = "00"
                   or grade-scale-count = 20
               close gradeScale
           else
               display "GRADE SCALE NOT FOUND - USING DEFAULTS"
               perform load-default-scale
           end-if.

       load-one-grade.
           read gradeScale
               at end
                   continue
               not at end
                   add 1 to grade-scale-count
                   set gsc-idx to grade-scale-count
                   move gs-grade to gst-grade(gsc-idx)
                   move gs-points to gst-points(gsc-idx)
           end-read.

       load-default-scale.
           move 5 to grade-scale-count.
           move "A " to gst-grade(1).
           move 4.00 to gst-points(1).
           move "B " to gst-grade(2).
           move 3.00 to gst-points(2).
           move "C " to gst-grade(3).
           move 2.00 to gst-points(3).
           move "D " to gst-grade(4).
           move 1.00 to gst-points(4).
           move "F " to gst-grade(5).
           move 0.00 to gst-points(5).

       tally-enrollments.
           move zero to ws-enroll-eof.
           perform tally-one-enrollment until end-of-enrollments.

       tally-one-enrollment.
           read EnrollmentFile next
               at end
                   set end-of-enrollments to true
               not at end
                   add 1 to ws-read-count
                   if en-Term = ws-term
                       perform post-one-grade
                   end-if
           end-read.

       post-one-grade.
           add 1 to ws-term-count.
           set crs-idx to 1.
           search course-entry
               at end
                   add 1 to ws-unknown-count
               when crs-idx > course-count
                   add 1 to ws-unknown-count
               when crs-code(crs-idx) = en-CourseCode
                   perform count-one-grade
           end-search.

       count-one-grade.
           evaluate true
               when en-Grade = spaces
                   move 7 to ws-bucket
               when en-Grade(1:1) = "A"
                   move 1 to ws-bucket
               when en-Grade(1:1) = "B"
                   move 2 to ws-bucket
               when en-Grade(1:1) = "C"
                   move 3 to ws-bucket
               when en-Grade(1:1) = "D"
                   move 4 to ws-bucket
               when en-Grade(1:1) = "F"
                   move 5 to ws-bucket
               when en-Grade(1:1) = "W"
                   move 6 to ws-bucket
               when other
                   move 8 to ws-bucket
           end-evaluate.
           add 1 to crs-count(crs-idx, ws-bucket).
           add 1 to crs-total(crs-idx).
           if ws-bucket < 6
               perform grade-to-points
               if ws-grade-valid = "Y"
                   add 1 to crs-graded(crs-idx)
                   add ws-grade-points to crs-points(crs-idx)
               end-if
           end-if.

      *    The full two-character grade is tried first, then the
      *    bare letter, as the standing run does.
       grade-to-points.
           move "N" to ws-grade-valid.
           move en-Grade to ws-lookup-grade.
           perform find-grade-entry.
           if gsc-idx > grade-scale-count
               move spaces to ws-lookup-grade
               move en-Grade(1:1) to ws-lookup-grade(1:1)
               perform find-grade-entry
           end-if.
           if gsc-idx not > grade-scale-count
               move gst-points(gsc-idx) to ws-grade-points
               move "Y" to ws-grade-valid
           end-if.

       find-grade-entry.
           set gsc-idx to 1.
           search grade-scale-entry
               at end
                   continue
               when gst-grade(gsc-idx) = ws-lookup-grade
                   continue
           end-search.

       compute-department-averages.
           perform add-course-to-department
               varying crs-idx from 1 by 1
               until crs-idx > course-count.
           perform set-department-average
               varying dpt-idx from 1 by 1
               until dpt-idx > dept-count.

       add-course-to-department.
           set dpt-idx to crs-dept-no(crs-idx).
           add crs-graded(crs-idx) to dpt-graded(dpt-idx).
           add crs-points(crs-idx) to dpt-points(dpt-idx).

       set-department-average.
           if dpt-graded(dpt-idx) > zero
               compute dpt-average(dpt-idx) rounded =
                   dpt-points(dpt-idx) / dpt-graded(dpt-idx)
           else
               move zero to dpt-average(dpt-idx)
           end-if.

       write-report.
           open output distributionReport.
           open output distributionCsv.
           move ws-term to ttl-term.
           write distributionLine from ws-report-title.
           move ws-max-fail-pct to lim-fail.
           move ws-min-average to lim-min.
           move ws-max-average to lim-max.
           write distributionLine from ws-limits-line.
           write distributionLine from dashLine.
           perform set-column-label
               varying bkt-no from 1 by 1 until bkt-no > 8.
           move spaces to ws-csv-header.
           string "Term,Course,Title,Program,Department,Total,"
                   delimited by size
               "A,A%,B,B%,C,C%,D,D%,F,F%,W,W%,Ungraded,Ungraded%,"
                   delimited by size
               "Other,Other%,AvgPoints,DeptAvgPoints,Deviation,Flag"
                   delimited by size
               into ws-csv-header
           end-string.
           write csvLine from ws-csv-header.
           perform write-department
               varying dpt-idx from 1 by 1
               until dpt-idx > dept-count.
           close distributionReport.
           close distributionCsv.

       set-column-label.
           move bucket-label(bkt-no) to chd-label(bkt-no).

       write-department.
           move zero to ws-dept-courses.
           perform write-course-if-in-department
               varying crs-idx from 1 by 1
               until crs-idx > course-count.

      *    The department heading goes out with its first course
      *    that has enrolments, so empty departments do not print.
       write-course-if-in-department.
           if crs-dept-no(crs-idx) = dpt-idx
               and crs-total(crs-idx) > zero
               if ws-dept-courses = zero
                   write distributionLine from blank-line
                   move dpt-name(dpt-idx) to dph-name
                   move dpt-average(dpt-idx) to dph-average
                   write distributionLine from ws-dept-heading
                   write distributionLine from ws-column-heads
               end-if
               add 1 to ws-dept-courses
               perform write-course-line
           end-if.

       write-course-line.
           if crs-graded(crs-idx) > zero
               compute ws-course-average rounded =
                   crs-points(crs-idx) / crs-graded(crs-idx)
               compute ws-fail-pct rounded =
                   crs-count(crs-idx, 5) * 100 / crs-graded(crs-idx)
           else
               move zero to ws-course-average
               move zero to ws-fail-pct
           end-if.
           compute ws-deviation =
               ws-course-average - dpt-average(dpt-idx).
           perform set-course-flag.
           move crs-code(crs-idx) to dtl-CourseCode.
           move crs-title(crs-idx) to dtl-Title.
           move crs-program(crs-idx) to dtl-Program.
           move crs-total(crs-idx) to dtl-Total.
           move ws-term to csv-Term.
           move crs-code(crs-idx) to csv-CourseCode.
           move crs-title(crs-idx) to csv-Title.
           move crs-program(crs-idx) to csv-Program.
           move dpt-name(dpt-idx) to csv-Department.
           move crs-total(crs-idx) to csv-Total.
           perform set-bucket-columns
               varying bkt-no from 1 by 1 until bkt-no > 8.
           move ws-course-average to dtl-Average.
           move ws-deviation to dtl-Deviation.
           move ws-flag to dtl-Flag.
           write distributionLine from ws-detail-line.
           move ws-course-average to csv-Average.
           move dpt-average(dpt-idx) to csv-DeptAverage.
           move ws-deviation to csv-Deviation.
           move ws-flag to csv-Flag.
           write csvLine from ws-csv-detail.

       set-bucket-columns.
           compute ws-pct rounded =
               crs-count(crs-idx, bkt-no) * 100 / crs-total(crs-idx).
           move crs-count(crs-idx, bkt-no) to dtl-Count(bkt-no).
           move ws-pct to dtl-Pct(bkt-no).
           move crs-count(crs-idx, bkt-no) to csv-Count(bkt-no).
           move ws-pct to csv-Pct(bkt-no).

      *    A course with no graded rows yet is not judged.
       set-course-flag.
           move spaces to ws-flag.
           if crs-graded(crs-idx) > zero
               evaluate true
                   when ws-fail-pct > ws-max-fail-pct
                       and ws-course-average < ws-min-average
                       move "HIGH FAIL/LOW AVG" to ws-flag
                   when ws-fail-pct > ws-max-fail-pct
                       move "HIGH FAIL RATE" to ws-flag
                   when ws-course-average < ws-min-average
                       move "LOW AVERAGE" to ws-flag
                   when ws-course-average > ws-max-average
                       move "HIGH AVERAGE" to ws-flag
               end-evaluate
           end-if.
           if ws-flag not = spaces
               add 1 to ws-flagged-count
           end-if.

       end-para.
           if ws-enroll-status = "00" or ws-enroll-status = "10"
               close EnrollmentFile
           end-if.
           display "ENROLMENTS READ: " ws-read-count.
           display "ENROLMENTS IN TERM: " ws-term-count.
           display "COURSE NOT ON MASTER: " ws-unknown-count.
           display "COURSES FLAGGED: " ws-flagged-count.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
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
           move spaces to ws-path-programMaster.
           string env-data-dir delimited by space
               "Assignment3_ProgramMaster.dat" delimited by size
               into ws-path-programMaster
           end-string.
           move spaces to ws-path-gradeScale.
           string env-data-dir delimited by space
               "GradeScale.dat" delimited by size
               into ws-path-gradeScale
           end-string.
           move spaces to ws-path-paramFile.
           string env-data-dir delimited by space
               "Distribution_Params.dat" delimited by size
               into ws-path-paramFile
           end-string.
           move spaces to ws-path-distributionReport.
           string env-data-dir delimited by space
               "GradeDistribution.rpt" delimited by size
               into ws-path-distributionReport
           end-string.
           move spaces to ws-path-distributionCsv.
           string env-data-dir delimited by space
               "GradeDistribution.csv" delimited by size
               into ws-path-distributionCsv
           end-string.

       end program GradeDistribution.
