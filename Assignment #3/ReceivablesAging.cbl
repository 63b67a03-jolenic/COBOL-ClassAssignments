      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. ReceivablesAging as "ReceivablesAging".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select paramFile assign ws-path-paramFile
                   organization line sequential
                   file status is ws-param-status.
               select receivables assign ws-path-receivables
                   organization indexed
                   access mode dynamic
                   record key is rv-key
                   file status is ws-recv-status.
               select StudentFile assign ws-path-StudentFile
                   organization indexed
                   access mode dynamic
                   record key is StudentId
                   alternate record key is Surname
                       with duplicates
                   file status is ws-student-status.
               select programMaster assign ws-path-programMaster
                   organization line sequential
                   file status is ws-progmast-status.
               select financialHolds assign ws-path-financialHolds
                   organization indexed
                   access mode dynamic
                   record key is fh-StudentId
                   file status is ws-hold-status.
               select holdAudit assign ws-path-holdAudit
                   organization line sequential
                   file status is ws-audit-status.
               select operatorFile assign ws-path-operatorFile
                   organization line sequential
                   file status is ws-operator-status.
               select sortWorkFile assign ws-path-sortWorkFile.
               select sortedAgingFile assign ws-path-sortedAgingFile
                   organization line sequential.
               select agingReport assign ws-path-agingReport
                   organization line sequential.
               select collectionsList assign ws-path-collectionsList
                   organization line sequential.

       data division.
       file section.
       FD paramFile.
       01 ParamRecord.
           03 param-AsOfDate        pic x(8).
           03 filler                pic x value space.
           03 param-HoldThreshold   pic x(7).
       FD receivables.
       01 receivableRec.
           03 rv-key.
               05 rv-StudentId     pic 9(9).
               05 rv-Term          pic x(5).
           03 rv-billed            pic 9(5)V9(2).
           03 rv-paid              pic 9(5)V9(2).
           03 rv-refunded          pic 9(5)V9(2).
           03 rv-invoiceDate       pic 9(8).
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
       FD programMaster.
       01 ProgramMasterRec.
           03 pm-ProgramCode        pic x(3).
           03 pm-MinAge             pic 9(2).
           03 pm-ProgramName        pic x(30).
           03 pm-Department         pic x(20).
           03 pm-MaxCapacity        pic 9(4).
           03 pm-RequiredCredits    pic 9(3).
      *    A student with a hold (H) is refused new enrolments; a
      *    released hold (R) keeps the balance it was released at,
      *    so it is only re-imposed if the balance grows past it.
       FD financialHolds.
       01 financialHoldRec.
           03 fh-StudentId         pic 9(9).
           03 fh-Status            pic x(1).
               88 fh-held                  value "H".
               88 fh-released              value "R".
           03 fh-HoldDate          pic 9(8).
           03 fh-Balance           pic 9(7)V9(2).
           03 fh-ReleaseDate       pic 9(8).
           03 fh-Operator          pic x(8).
       FD holdAudit.
       01 holdAuditRec.
           03 ha-StudentId         pic 9(9).
           03 filler               pic x value space.
           03 ha-date              pic 9(8).
           03 filler               pic x value space.
           03 ha-time              pic 9(6).
           03 filler               pic x value space.
           03 ha-operator          pic x(8).
           03 filler               pic x value space.
           03 ha-before-status     pic x(1).
           03 filler               pic x value space.
           03 ha-after-status      pic x(1).
           03 filler               pic x value space.
           03 ha-balance           pic 9(7)V9(2).
           03 filler               pic x value space.
           03 ha-reason            pic x(30).
       FD operatorFile.
       01 operatorRec              pic x(8).
       SD sortWorkFile.
       01 SortAgingRec.
           03 SortDepartment       pic x(20).
           03 SortProgramCode      pic x(3).
           03 SortStudentId        pic 9(9).
           03 SortTerm             pic x(5).
           03 SortInvoiceDate      pic 9(8).
           03 SortCurrent          pic 9(6)V9(2).
           03 Sort30               pic 9(6)V9(2).
           03 Sort60               pic 9(6)V9(2).
           03 Sort90               pic 9(6)V9(2).
       FD sortedAgingFile.
       01 SortedAgingRec.
           03 SortedDepartment     pic x(20).
           03 SortedProgramCode    pic x(3).
           03 SortedStudentId      pic 9(9).
           03 SortedTerm           pic x(5).
           03 SortedInvoiceDate    pic 9(8).
           03 SortedCurrent        pic 9(6)V9(2).
           03 Sorted30             pic 9(6)V9(2).
           03 Sorted60             pic 9(6)V9(2).
           03 Sorted90             pic 9(6)V9(2).
       FD agingReport.
       01 AgingLine                pic x(80).
       FD collectionsList.
       01 CollectionsLine          pic x(80).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-load-eof           pic 9(4) value 0.
           88 end-of-load               value 1.
       01 ws-param-status       pic x(2).
       01 ws-recv-status        pic x(2).
       01 ws-student-status     pic x(2).
       01 ws-progmast-status    pic x(2).
       01 ws-hold-status        pic x(2).
       01 ws-audit-status       pic x(2).
       01 ws-operator-status    pic x(2).
       01 ws-operator-id        pic x(8) value "UNKNOWN".
       01 ws-run-date           pic 9(8).
       01 ws-time-now           pic 9(8).
       01 ws-as-of-date         pic 9(8).
       01 ws-as-of-x redefines ws-as-of-date pic x(8).
      *    A student owing more than this in total, across all
      *    terms, is put on financial hold.
       01 ws-hold-threshold     pic 9(5)V9(2) value 500.00.
       01 ws-threshold-x redefines ws-hold-threshold pic x(7).
       01 ws-balance            pic s9(6)V9(2).
       01 ws-days               pic s9(6).
       01 ws-release-dept       pic x(20).
       01 ws-release-program    pic x(3).
       01 ws-current-department pic x(20) value spaces.
       01 ws-current-program    pic x(3) value spaces.
       01 ws-first-heading      pic x(1) value "Y".
           88 first-heading             value "Y".
       01 ws-full-name-work     pic x(70).
       01 ws-before-status      pic x(1).
       01 ws-audit-reason       pic x(30).
       01 ws-aged-count         pic 9(6) value 0.
       01 ws-collections-count  pic 9(6) value 0.
       01 ws-held-count         pic 9(6) value 0.
       01 ws-lifted-count       pic 9(6) value 0.
       01 ws-kept-released-count pic 9(6) value 0.
       01 program-table.
           03 prg-entry occurs 20 times indexed by prg-idx.
               05 prg-ProgramCode   pic x(3).
               05 prg-Department    pic x(20).
       01 prg-count             pic 9(4) comp value 0.
      *    Running totals per student across all terms, for the
      *    collections list and the hold decision.
       01 owing-table.
           03 owing-entry occurs 2000 times indexed by ow-idx.
               05 ow-StudentId      pic 9(9).
               05 ow-ProgramCode    pic x(3).
               05 ow-Total          pic 9(7)V9(2).
               05 ow-Over90         pic 9(7)V9(2).
       01 owing-count           pic 9(4) comp value 0.
       01 ws-owing-overflow     pic 9(6) value 0.
       01 bucket-totals.
           03 bucket-level occurs 3 times indexed by lvl-idx.
               05 bkt-Current       pic 9(7)V9(2).
               05 bkt-30            pic 9(7)V9(2).
               05 bkt-60            pic 9(7)V9(2).
               05 bkt-90            pic 9(7)V9(2).
       01 ws-program-level      pic 9(1) value 1.
       01 ws-department-level   pic 9(1) value 2.
       01 ws-grand-level        pic 9(1) value 3.

       01 ws-report-title.
           03 filler            pic x(32) value
               "Tuition receivables aging as of ".
           03 rpt-AsOfDate      pic 9(8).
       01 ws-department-heading.
           03 filler            pic x(13) value "DEPARTMENT:  ".
           03 hdr-Department    pic x(20).
       01 ws-program-heading.
           03 filler            pic x(15) value "PROGRAM CODE: ".
           03 hdr-ProgramCode   pic x(3).
       01 ws-column-heads.
           03 filler pic x(10) value "STUDENT".
           03 filler pic x(6)  value "TERM".
           03 filler pic x(9)  value "INVOICED".
           03 filler pic x(11) value "   CURRENT".
           03 filler pic x(11) value "   30 DAYS".
           03 filler pic x(11) value "   60 DAYS".
           03 filler pic x(11) value "  90+ DAYS".
           03 filler pic x(11) value "     TOTAL".
       01 ws-detail-line.
           03 dtl-StudentId     pic 9(9).
           03 filler            pic x(1).
           03 dtl-Term          pic x(5).
           03 filler            pic x(1).
           03 dtl-InvoiceDate   pic x(8).
           03 filler            pic x(1).
           03 dtl-Current       pic ZZZ,ZZ9.99.
           03 filler            pic x(1).
           03 dtl-30            pic ZZZ,ZZ9.99.
           03 filler            pic x(1).
           03 dtl-60            pic ZZZ,ZZ9.99.
           03 filler            pic x(1).
           03 dtl-90            pic ZZZ,ZZ9.99.
           03 filler            pic x(1).
           03 dtl-Total         pic ZZZ,ZZ9.99.
       01 ws-total-line.
           03 tot-label         pic x(25).
           03 tot-Current       pic ZZZZZZ9.99.
           03 filler            pic x(1).
           03 tot-30            pic ZZZZZZ9.99.
           03 filler            pic x(1).
           03 tot-60            pic ZZZZZZ9.99.
           03 filler            pic x(1).
           03 tot-90            pic ZZZZZZ9.99.
           03 filler            pic x(1).
           03 tot-Total         pic ZZZZZZ9.99.
       01 ws-total-work         pic 9(8)V9(2).
       01 ws-collections-title.
           03 filler            pic x(32) value
               "Collections list as of          ".
           03 col-AsOfDate      pic 9(8).
       01 ws-collections-heads.
           03 filler pic x(11) value "STUDENT".
           03 filler pic x(32) value "NAME".
           03 filler pic x(5)  value "PROG".
           03 filler pic x(11) value "     OWING".
           03 filler pic x(11) value "   90+ DAYS".
           03 filler pic x(10) value "  HOLD".
       01 ws-collections-detail.
           03 cll-StudentId     pic 9(9).
           03 filler            pic x(2).
           03 cll-Name          pic x(30).
           03 filler            pic x(2).
           03 cll-Program       pic x(3).
           03 filler            pic x(2).
           03 cll-Total         pic ZZZ,ZZ9.99.
           03 filler            pic x(1).
           03 cll-Over90        pic ZZZ,ZZ9.99.
           03 filler            pic x(2).
           03 cll-Hold          pic x(9).
       01 dashLine              pic x(80) value all "-".
       01 blank-line            pic x value " ".

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-paramFile  pic x(70).
           03 ws-path-receivables  pic x(70).
           03 ws-path-StudentFile  pic x(70).
           03 ws-path-programMaster  pic x(70).
           03 ws-path-financialHolds  pic x(70).
           03 ws-path-holdAudit  pic x(70).
           03 ws-path-operatorFile  pic x(70).
           03 ws-path-sortWorkFile  pic x(70).
           03 ws-path-sortedAgingFile  pic x(70).
           03 ws-path-agingReport  pic x(70).
           03 ws-path-collectionsList  pic x(70).

      *    Ages every unpaid tuition balance from its invoice date
      *    into current, 30, 60 and 90+ day buckets, grouped by the
      *    student's department and program, and lists students
      *    for collections: anyone with a 90+ day balance or owing
      *    more than the hold threshold.  Students over the
      *    threshold are put on financial hold, which EnrollmentLoad
      *    honours; holds of students now under it are lifted.
      *    Every hold set or lifted is written to the hold audit.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           perform process-rec until end-of-file.
           perform end-para.

       init-para.
           accept ws-run-date from date YYYYMMDD.
           move ws-run-date to ws-as-of-date.
           perform read-params.
           perform read-operator-id.
           perform load-program-master.
           perform sort-balances.
           open input sortedAgingFile.
           open output agingReport.
           move ws-as-of-date to rpt-AsOfDate.
           write AgingLine from ws-report-title.
           write AgingLine from dashLine.
           initialize bucket-totals.
           perform read-file.

       read-params.
           open input paramFile.
           if ws-param-status = "00"
               read paramFile
                   at end
                       display "PARAMETER FILE EMPTY - USING DEFAULTS"
                   not at end
                       if param-AsOfDate is numeric
                           move param-AsOfDate to ws-as-of-x
                       end-if
                       if param-HoldThreshold is numeric
                           move param-HoldThreshold to ws-threshold-x
                       end-if
               end-read
               close paramFile
           else
               display "PARAMETER FILE NOT FOUND - USING DEFAULTS"
           end-if.

       read-operator-id.
           open input operatorFile.
           if ws-operator-status = "00"
               read operatorFile
                   at end
                       continue
                   not at end
                       move operatorRec to ws-operator-id
               end-read
               close operatorFile
           end-if.

       load-program-master.
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

       sort-balances.
           sort sortWorkFile
               on ascending key SortDepartment
               on ascending key SortProgramCode
               on ascending key SortStudentId
               on ascending key SortTerm
               input procedure is release-balances
               giving sortedAgingFile.

       release-balances.
           open input receivables.
           if ws-recv-status not = "00"
               display "RECEIVABLES FILE NOT FOUND"
           else
               open input StudentFile
               perform release-one-balance until end-of-load
               close receivables
               if ws-student-status = "00"
                   or ws-student-status = "10"
                   close StudentFile
               end-if
           end-if.

       release-one-balance.
           read receivables next
               at end
                   set end-of-load to true
               not at end
                   compute ws-balance =
                       rv-billed - rv-paid - rv-refunded
                   if ws-balance > zero
                       perform age-one-balance
                   end-if
           end-read.

      *    A receivable carried over from before invoice dates were
      *    kept has a zero date and is aged as 90+ days.
       age-one-balance.
           move zero to SortCurrent.
           move zero to Sort30.
           move zero to Sort60.
           move zero to Sort90.
           if rv-invoiceDate is numeric
               and rv-invoiceDate > zero
               compute ws-days =
                   function integer-of-date(ws-as-of-date)
                   - function integer-of-date(rv-invoiceDate)
           else
               move 90 to ws-days
           end-if.
           evaluate true
               when ws-days < 30
                   move ws-balance to SortCurrent
               when ws-days < 60
                   move ws-balance to Sort30
               when ws-days < 90
                   move ws-balance to Sort60
               when other
                   move ws-balance to Sort90
           end-evaluate.
           perform find-student-program.
           move ws-release-dept to SortDepartment.
           move ws-release-program to SortProgramCode.
           move rv-StudentId to SortStudentId.
           move rv-Term to SortTerm.
           move rv-invoiceDate to SortInvoiceDate.
           release SortAgingRec.
           add 1 to ws-aged-count.
           perform add-to-owing.

       find-student-program.
           move "???" to ws-release-program.
           move "UNKNOWN DEPARTMENT" to ws-release-dept.
           move rv-StudentId to StudentId.
           read StudentFile
               invalid key
                   continue
               not invalid key
                   move ProgramCode to ws-release-program
                   set prg-idx to 1
                   search prg-entry
                       at end
                           continue
                       when prg-ProgramCode(prg-idx) = ProgramCode
                           move prg-Department(prg-idx)
                               to ws-release-dept
                   end-search
           end-read.

       add-to-owing.
           set ow-idx to 1.
           search owing-entry
               at end
                   perform add-owing-entry
               when ow-StudentId(ow-idx) = rv-StudentId
                   continue
           end-search.
           if ow-idx not > owing-count
               add ws-balance to ow-Total(ow-idx)
               add Sort90 to ow-Over90(ow-idx)
           end-if.

       add-owing-entry.
           if owing-count < 2000
               add 1 to owing-count
               set ow-idx to owing-count
               move rv-StudentId to ow-StudentId(ow-idx)
               move ws-release-program to ow-ProgramCode(ow-idx)
               move zero to ow-Total(ow-idx)
               move zero to ow-Over90(ow-idx)
           else
               add 1 to ws-owing-overflow
               set ow-idx to 2001
           end-if.

       read-file.
           read sortedAgingFile
               at end
                   set end-of-file to true
           end-read.

       process-rec.
           if SortedDepartment not = ws-current-department
               if not first-heading
                   perform print-program-total
                   perform print-department-total
               end-if
               perform print-department-heading
               move SortedDepartment to ws-current-department
               move spaces to ws-current-program
           end-if.
           if SortedProgramCode not = ws-current-program
               if ws-current-program not = spaces
                   perform print-program-total
               end-if
               perform print-program-heading
               move SortedProgramCode to ws-current-program
           end-if.
           perform print-detail-line.
           perform read-file.

       print-department-heading.
           if not first-heading
               write AgingLine from blank-line
           end-if.
           move "N" to ws-first-heading.
           move SortedDepartment to hdr-Department.
           write AgingLine from ws-department-heading.

       print-program-heading.
           move SortedProgramCode to hdr-ProgramCode.
           write AgingLine from ws-program-heading.
           write AgingLine from ws-column-heads.

       print-detail-line.
           move spaces to ws-detail-line.
           move SortedStudentId to dtl-StudentId.
           move SortedTerm to dtl-Term.
           if SortedInvoiceDate = zero
               move "NO DATE" to dtl-InvoiceDate
           else
               move SortedInvoiceDate to dtl-InvoiceDate
           end-if.
           move SortedCurrent to dtl-Current.
           move Sorted30 to dtl-30.
           move Sorted60 to dtl-60.
           move Sorted90 to dtl-90.
           compute ws-total-work = SortedCurrent + Sorted30
               + Sorted60 + Sorted90.
           move ws-total-work to dtl-Total.
           write AgingLine from ws-detail-line.
           perform add-to-bucket-totals
               varying lvl-idx from 1 by 1 until lvl-idx > 3.

       add-to-bucket-totals.
           add SortedCurrent to bkt-Current(lvl-idx).
           add Sorted30 to bkt-30(lvl-idx).
           add Sorted60 to bkt-60(lvl-idx).
           add Sorted90 to bkt-90(lvl-idx).

       print-program-total.
           move "  PROGRAM TOTAL:" to tot-label.
           set lvl-idx to ws-program-level.
           perform write-total-line.

       print-department-total.
           move "  DEPARTMENT TOTAL:" to tot-label.
           set lvl-idx to ws-department-level.
           perform write-total-line.

       write-total-line.
           move bkt-Current(lvl-idx) to tot-Current.
           move bkt-30(lvl-idx) to tot-30.
           move bkt-60(lvl-idx) to tot-60.
           move bkt-90(lvl-idx) to tot-90.
           compute ws-total-work = bkt-Current(lvl-idx)
               + bkt-30(lvl-idx) + bkt-60(lvl-idx) + bkt-90(lvl-idx).
           move ws-total-work to tot-Total.
           write AgingLine from ws-total-line.
           move zero to bkt-Current(lvl-idx).
           move zero to bkt-30(lvl-idx).
           move zero to bkt-60(lvl-idx).
           move zero to bkt-90(lvl-idx).

      *    Holds first: any hold whose student is no longer over
      *    the threshold is lifted, then everyone over it is held
      *    (or re-held, if the balance has grown since a release).
       apply-financial-holds.
           open i-o financialHolds.
           if ws-hold-status = "35"
               open output financialHolds
               close financialHolds
               open i-o financialHolds
           end-if.
           open extend holdAudit.
           if ws-audit-status = "35"
               open output holdAudit
           end-if.
           move zero to ws-eof.
           perform lift-one-hold until end-of-file.
           move zero to ws-eof.
           perform hold-one-student
               varying ow-idx from 1 by 1
               until ow-idx > owing-count.
           close financialHolds.
           close holdAudit.

       lift-one-hold.
           read financialHolds next
               at end
                   set end-of-file to true
               not at end
                   set ow-idx to 1
                   search owing-entry
                       at end
                           perform lift-hold
                       when ow-StudentId(ow-idx) = fh-StudentId
                           if ow-Total(ow-idx) not > ws-hold-threshold
                               perform lift-hold
                           end-if
                   end-search
           end-read.

       lift-hold.
           move fh-Status to ws-before-status.
           delete financialHolds.
           move fh-StudentId to ha-StudentId.
           move space to ha-after-status.
           move zero to ha-balance.
           move "BALANCE UNDER HOLD THRESHOLD" to ws-audit-reason.
           perform write-hold-audit.
           add 1 to ws-lifted-count.

       hold-one-student.
           if ow-Total(ow-idx) > ws-hold-threshold
               move ow-StudentId(ow-idx) to fh-StudentId
               read financialHolds
                   invalid key
                       move space to ws-before-status
                       move "OVER HOLD THRESHOLD" to ws-audit-reason
                       perform set-new-hold
                       write financialHoldRec
                   not invalid key
                       perform refresh-hold
               end-read
           end-if.

       set-new-hold.
           move ow-StudentId(ow-idx) to fh-StudentId.
           move "H" to fh-Status.
           move ws-run-date to fh-HoldDate.
           move ow-Total(ow-idx) to fh-Balance.
           move zero to fh-ReleaseDate.
           move ws-operator-id to fh-Operator.
           move fh-StudentId to ha-StudentId.
           move "H" to ha-after-status.
           move fh-Balance to ha-balance.
           perform write-hold-audit.
           add 1 to ws-held-count.

       refresh-hold.
           evaluate true
               when fh-held
                   move ow-Total(ow-idx) to fh-Balance
                   rewrite financialHoldRec
               when fh-released
                   and ow-Total(ow-idx) > fh-Balance
                   move "R" to ws-before-status
                   move "BALANCE GREW SINCE RELEASE"
                       to ws-audit-reason
                   perform set-new-hold
                   rewrite financialHoldRec
               when other
                   add 1 to ws-kept-released-count
           end-evaluate.

       write-hold-audit.
           move ws-run-date to ha-date.
           accept ws-time-now from time.
           move ws-time-now(1:6) to ha-time.
           move ws-operator-id to ha-operator.
           move ws-before-status to ha-before-status.
           move ws-audit-reason to ha-reason.
           write holdAuditRec.

       write-collections-list.
           open input StudentFile.
           open output collectionsList.
           move ws-as-of-date to col-AsOfDate.
           write CollectionsLine from ws-collections-title.
           write CollectionsLine from dashLine.
           write CollectionsLine from ws-collections-heads.
           perform write-one-collection
               varying ow-idx from 1 by 1
               until ow-idx > owing-count.
           close collectionsList.
           if ws-student-status = "00" or ws-student-status = "10"
               close StudentFile
           end-if.

       write-one-collection.
           if ow-Over90(ow-idx) > zero
               or ow-Total(ow-idx) > ws-hold-threshold
               move spaces to ws-collections-detail
               move ow-StudentId(ow-idx) to cll-StudentId
               move ow-StudentId(ow-idx) to StudentId
               read StudentFile
                   invalid key
                       move "NOT ON STUDENTFILE" to cll-Name
                   not invalid key
                       call "NameConcat" using Surname, Initials,
                           GivenName, ws-full-name-work
                       move ws-full-name-work to cll-Name
               end-read
               move ow-ProgramCode(ow-idx) to cll-Program
               move ow-Total(ow-idx) to cll-Total
               move ow-Over90(ow-idx) to cll-Over90
               if ow-Total(ow-idx) > ws-hold-threshold
                   move "HOLD" to cll-Hold
               end-if
               write CollectionsLine from ws-collections-detail
               add 1 to ws-collections-count
           end-if.

       end-para.
           if not first-heading
               perform print-program-total
               perform print-department-total
           end-if.
           write AgingLine from blank-line.
           move "AGING TOTAL:" to tot-label.
           set lvl-idx to ws-grand-level.
           perform write-total-line.
           close sortedAgingFile.
           close agingReport.
           perform apply-financial-holds.
           perform write-collections-list.
           display "BALANCES AGED: " ws-aged-count.
           display "STUDENTS ON COLLECTIONS LIST: "
               ws-collections-count.
           display "FINANCIAL HOLDS SET: " ws-held-count.
           display "FINANCIAL HOLDS LIFTED: " ws-lifted-count.
           display "RELEASED HOLDS LEFT RELEASED: "
               ws-kept-released-count.
           if ws-owing-overflow > zero
               display "STUDENT TABLE FULL - NOT HELD OR LISTED: "
                   ws-owing-overflow
           end-if.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-paramFile.
           string env-data-dir delimited by space
               "Aging_Params.dat" delimited by size
               into ws-path-paramFile
           end-string.
           move spaces to ws-path-receivables.
           string env-data-dir delimited by space
               "TuitionReceivables.dat" delimited by size
               into ws-path-receivables
           end-string.
           move spaces to ws-path-StudentFile.
           string env-data-dir delimited by space
               "StudentFile.dat" delimited by size
               into ws-path-StudentFile
           end-string.
           move spaces to ws-path-programMaster.
           string env-data-dir delimited by space
               "Assignment3_ProgramMaster.dat" delimited by size
               into ws-path-programMaster
           end-string.
           move spaces to ws-path-financialHolds.
           string env-data-dir delimited by space
               "FinancialHolds.dat" delimited by size
               into ws-path-financialHolds
           end-string.
           move spaces to ws-path-holdAudit.
           string env-data-dir delimited by space
               "HoldAudit.dat" delimited by size
               into ws-path-holdAudit
           end-string.
           move spaces to ws-path-operatorFile.
           string env-data-dir delimited by space
               "CurrentOperator.dat" delimited by size
               into ws-path-operatorFile
           end-string.
           move spaces to ws-path-sortWorkFile.
           string env-data-dir delimited by space
               "ReceivablesAging_Sort.dat" delimited by size
               into ws-path-sortWorkFile
           end-string.
           move spaces to ws-path-sortedAgingFile.
           string env-data-dir delimited by space
               "ReceivablesAging_Sorted.dat" delimited by size
               into ws-path-sortedAgingFile
           end-string.
           move spaces to ws-path-agingReport.
           string env-data-dir delimited by space
               "ReceivablesAging.rpt" delimited by size
               into ws-path-agingReport
           end-string.
           move spaces to ws-path-collectionsList.
           string env-data-dir delimited by space
               "CollectionsList.rpt" delimited by size
               into ws-path-collectionsList
           end-string.

       end program ReceivablesAging.
