      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       program-id. HoldRelease as "HoldRelease".
       author. Jennifer Olenic - 040998261.

       environment division.
       configuration section.
       input-output section.
           file-control.
               select holdReleaseInput assign ws-path-holdReleaseInput
                   organization line sequential
                   file status is ws-input-status.
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

       data division.
       file section.
       FD holdReleaseInput.
       01 holdReleaseInputRec.
           03 hr-StudentId         pic 9(9).
           03 hr-reason            pic x(30).
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

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 end-of-file               value 1.
       01 ws-input-status       pic x(2).
       01 ws-hold-status        pic x(2).
       01 ws-audit-status       pic x(2).
       01 ws-operator-status    pic x(2).
       01 ws-operator-id        pic x(8) value "UNKNOWN".
       01 ws-files-open         pic x(1) value "N".
           88 release-files-open       value "Y".
       01 ws-run-date           pic 9(8).
       01 ws-time-now           pic 9(8).
       01 ws-released-count     pic 9(6) value 0.
       01 ws-rejected-count     pic 9(6) value 0.

       01 env-name              pic x(8) value "PROD".
       01 env-data-dir          pic x(30) value "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-holdReleaseInput  pic x(70).
           03 ws-path-financialHolds  pic x(70).
           03 ws-path-holdAudit  pic x(70).
           03 ws-path-operatorFile  pic x(70).

      *    A financial hold is only ever released here, by an
      *    operator with a stated reason, and the release goes on
      *    the hold audit beside the holds the aging run sets and
      *    lifts.  A released hold keeps the balance it was released
      *    at; the aging run re-imposes it only if the student then
      *    owes more.
       procedure division.
       prog.
           perform build-file-paths.
           perform init-para.
           perform process-rec until end-of-file.
           perform end-para.

       init-para.
           perform read-operator-id.
           accept ws-run-date from date YYYYMMDD.
           open input holdReleaseInput.
           if ws-input-status not = "00"
               display "HOLD RELEASE INPUT NOT FOUND"
               set end-of-file to true
           else
               open i-o financialHolds
               if ws-hold-status not = "00"
                   display "FINANCIAL HOLDS FILE NOT FOUND - RUN "
                       "ABANDONED"
                   close holdReleaseInput
                   set end-of-file to true
               else
                   open extend holdAudit
                   if ws-audit-status = "35"
                       open output holdAudit
                   end-if
                   move "Y" to ws-files-open
                   perform read-file
               end-if
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

       read-file.
           read holdReleaseInput
               at end
                   set end-of-file to true
           end-read.

       process-rec.
           move hr-StudentId to fh-StudentId.
           read financialHolds
               invalid key
                   display "NO FINANCIAL HOLD ON FILE: " hr-StudentId
                   add 1 to ws-rejected-count
               not invalid key
                   evaluate true
                       when not fh-held
                           display "HOLD ALREADY RELEASED: "
                               hr-StudentId
                           add 1 to ws-rejected-count
                       when hr-reason = spaces
                           display "RELEASE REASON REQUIRED FOR: "
                               hr-StudentId
                           add 1 to ws-rejected-count
                       when other
                           perform release-hold
                   end-evaluate
           end-read.
           perform read-file.

       release-hold.
           move "R" to fh-Status.
           move ws-run-date to fh-ReleaseDate.
           move ws-operator-id to fh-Operator.
           rewrite financialHoldRec.
           add 1 to ws-released-count.
           perform write-audit-record.

       write-audit-record.
           move hr-StudentId to ha-StudentId.
           move ws-run-date to ha-date.
           accept ws-time-now from time.
           move ws-time-now(1:6) to ha-time.
           move ws-operator-id to ha-operator.
           move "H" to ha-before-status.
           move fh-Status to ha-after-status.
           move fh-Balance to ha-balance.
           move hr-reason to ha-reason.
           write holdAuditRec.

       end-para.
           if release-files-open
               close holdReleaseInput
               close financialHolds
               close holdAudit
           end-if.
           display "HOLDS RELEASED: " ws-released-count.
           display "RELEASES REJECTED: " ws-rejected-count.
           stop run.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-holdReleaseInput.
           string env-data-dir delimited by space
               "HoldReleaseInput.dat" delimited by size
               into ws-path-holdReleaseInput
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

       end program HoldRelease.
