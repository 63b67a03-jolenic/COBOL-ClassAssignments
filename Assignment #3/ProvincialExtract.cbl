       FD snapshotFile.
       01 SnapshotRec.
           03 sn-StudentId         pic 9(9).
           03 sn-payload           pic x(96).
       FD snapshotNew.
       01 SnapshotNewRec            pic x(105).

       working-storage section.
       01 ws-eof                pic 9(4) value 0.
           88 eligible-student-held    value "Y".
       01 ws-current-row.
           03 cr-StudentId         pic 9(9).
           03 cr-payload           pic x(96).
       01 ws-current-id         pic 9(9).
       01 ws-snapshot-id        pic 9(9).
       01 program-map-table.
           03 sbd-ProgramCode      pic x(3).
           03 sbd-Department       pic x(20).
           03 sbd-action           pic x(1).
           03 sbd-status           pic x(1).
           03 filler               pic x(3) value spaces.
       01 ws-submission-trailer.
           03 filler               pic x(1) value "T".
           03 sbt-record-count     pic 9(6).
      *    a snapshot of the last submission and extracts only new,
      *    changed and withdrawn students with A, C and D flags and
      *    per-type control totals.  Full mode still sends the
      *    whole registry.  Graduates are reported with status G
      *    (continuing students carry a space), so conferral shows
      *    up in delta mode as a change.
       procedure division.
       prog.
           perform build-file-paths.
           else
               move map-Department(map-idx) to cr-payload(76:20)
           end-if.
           if StudentStatus = "G"
               move "G" to cr-payload(96:1)
           end-if.

       read-next-snapshot.
           read snapshotFile
           move sn-payload(65:8) to sbd-DOB.
           move sn-payload(73:3) to sbd-ProgramCode.
           move sn-payload(76:20) to sbd-Department.
           move sn-payload(96:1) to sbd-status.
           write SubmissionRec from ws-submission-detail.
           add 1 to ws-detail-count.
           add sn-StudentId to ws-id-hash.
           move cr-payload(65:8) to sbd-DOB.
           move cr-payload(73:3) to sbd-ProgramCode.
           move cr-payload(76:20) to sbd-Department.
           move cr-payload(96:1) to sbd-status.
           write SubmissionRec from ws-submission-detail.
           add 1 to ws-detail-count.
           add cr-StudentId to ws-id-hash.
