                   file status is ws-param-status.
               select standingReport assign ws-path-standingReport
                   organization line sequential.
               select standingResults assign ws-path-standingResults
                   organization line sequential.

       data division.
       file section.
           03 sp-suspension-gpa    pic 9V9(2).
       FD standingReport.
       01 standingLine             pic x(90).
      *    The same assessment in machine-readable form, one row per
      *    student, for the runs that act on standing (awards).
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

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           03 ws-path-gradeScale  pic x(70).
           03 ws-path-standingParams  pic x(70).
           03 ws-path-standingReport  pic x(70).
           03 ws-path-standingResults  pic x(70).

       procedure division.
       prog.
           else
               open input EnrollmentFile
               open output standingReport
               open output standingResults
               move ws-term to ttl-term
               write standingLine from ws-report-title
               write standingLine from dashLine
                   set end-of-file to true
           end-read.

      *    Graduates are finished; their standing is frozen at
      *    conferral and never reassessed.
       process-student.
           if StudentStatus not = "W" and StudentStatus not = "G"
               perform tally-enrollments
               perform compute-gpas
               perform set-standing
           move ws-cum-gpa to dtl-cum-gpa.
           move ws-standing to dtl-standing.
           write standingLine from ws-detail-line.
           move ws-term to sr-Term.
           move StudentId to sr-StudentId.
           move ProgramCode to sr-ProgramCode.
           move ws-term-gpa to sr-TermGpa.
           move ws-cum-gpa to sr-CumGpa.
           move ws-term-credits to sr-TermCredits.
           move ws-standing to sr-Standing.
           write standingResultRec.

       end-para.
           if ws-student-status = "00" or ws-student-status = "10"
               close StudentFile
               close EnrollmentFile
               close standingReport
               close standingResults
           end-if.
           display "STUDENTS ASSESSED: " ws-student-count.
           display "DEANS LIST: " ws-deans-count.
               "StandingReport.rpt" delimited by size
               into ws-path-standingReport
           end-string.
           move spaces to ws-path-standingResults.
           string env-data-dir delimited by space
               "StandingResults.dat" delimited by size
               into ws-path-standingResults
           end-string.

       end program AcademicStanding.
