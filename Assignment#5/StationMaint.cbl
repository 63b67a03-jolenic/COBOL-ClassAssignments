      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. StationMaint as "StationMaint".
       AUTHOR.  Jennifer Olenic - 040998261.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT stationInput ASSIGN ws-path-stationInput
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS stationInputStatus.
               SELECT stationMaster ASSIGN ws-path-stationMaster
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS smStationId
                   FILE STATUS IS stationStatus.
               SELECT stationAudit ASSIGN ws-path-stationAudit
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS auditStatus.
               SELECT operatorFile ASSIGN ws-path-operatorFile
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS operatorStatus.
               SELECT maintReport ASSIGN ws-path-maintReport
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    A is a new station, C replaces every field of an existing
      *    station and D removes a station keyed in error.  A station
      *    that closes or moves keeps its record and is given an
      *    active-to date; a relocated station goes on under a new
      *    identifier with its new commission date.
       FD stationInput.
       01 stationInputRec.
           03 siAction                 PIC X(1).
               88 siAdd                       VALUE "A".
               88 siChange                    VALUE "C".
               88 siDelete                    VALUE "D".
           03 FILLER                   PIC X.
           03 siStationId              PIC X(7).
           03 FILLER                   PIC X.
           03 siStationName            PIC X(15).
           03 FILLER                   PIC X.
           03 siElevation              PIC S9(4)
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X.
           03 siLatitude               PIC S99V9(4)
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X.
           03 siLongitude              PIC S999V9(4)
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X.
           03 siActiveFrom             PIC 9(8).
           03 FILLER                   PIC X.
           03 siActiveTo               PIC 9(8).
           03 FILLER                   PIC X.
           03 siSchedule               PIC X(1).

      *    Elevation is in metres; an active-to date of zero means
      *    the station is still reporting.  Schedule D stations
      *    report every day, W stations Monday to Friday only.
       FD stationMaster.
       01 stationMasterRec.
           03 smStationId              PIC X(7).
           03 smStationName            PIC X(15).
           03 smElevation              PIC S9(4)
                                       SIGN LEADING SEPARATE.
           03 smLatitude               PIC S99V9(4)
                                       SIGN LEADING SEPARATE.
           03 smLongitude              PIC S999V9(4)
                                       SIGN LEADING SEPARATE.
           03 smActiveFrom             PIC 9(8).
           03 smActiveTo               PIC 9(8).
           03 smSchedule               PIC X(1).

       FD stationAudit.
       01 stationAuditRec.
           03 auDate                   PIC 9(8).
           03 FILLER                   PIC X.
           03 auTime                   PIC 9(6).
           03 FILLER                   PIC X.
           03 auOperator               PIC X(8).
           03 FILLER                   PIC X.
           03 auAction                 PIC X(1).
           03 FILLER                   PIC X.
           03 auStationId              PIC X(7).
           03 FILLER                   PIC X.
           03 auBefore                 PIC X(59).
           03 FILLER                   PIC X.
           03 auAfter                  PIC X(59).

       FD operatorFile.
       01 operatorRec                  PIC X(8).

       FD maintReport.
       01 maintLine                    PIC X(75).

       WORKING-STORAGE SECTION.
       01 stationInputStatus PIC XX.
       01 stationStatus    PIC XX.
       01 auditStatus      PIC XX.
       01 operatorStatus   PIC XX.
       01 inputEof         PIC X VALUE "N".
           88 noMoreInput         VALUE "Y".
       01 filesOpen        PIC X VALUE "N".
           88 maintFilesOpen      VALUE "Y".
       01 editOk           PIC X.
           88 stationEditOk       VALUE "Y".
       01 overlapFound     PIC X.
           88 nameOverlaps        VALUE "Y".
       01 rejectMessage    PIC X(40).
       01 operatorId       PIC X(8) VALUE "UNKNOWN".
       01 runDate          PIC 9(8).
       01 timeNow          PIC 9(8).
       01 appliedCount     PIC 9(4) VALUE ZERO.
       01 rejectedCount    PIC 9(4) VALUE ZERO.
       01 beforeImage      PIC X(59).
       01 afterImage       PIC X(59).
       01 newStationRec.
           03 nsStationId              PIC X(7).
           03 nsStationName            PIC X(15).
           03 nsElevation              PIC S9(4)
                                       SIGN LEADING SEPARATE.
           03 nsLatitude               PIC S99V9(4)
                                       SIGN LEADING SEPARATE.
           03 nsLongitude              PIC S999V9(4)
                                       SIGN LEADING SEPARATE.
           03 nsActiveFrom             PIC 9(8).
           03 nsActiveTo               PIC 9(8).
           03 nsSchedule               PIC X(1).
       01 jobLogCount      PIC 9(6) VALUE ZERO.
       01 jobLogProgram    PIC X(12) VALUE "StationMaint".
       01 jobLogRunId     PIC X(14).
       01 runIdDate        PIC 9(8).
       01 runIdTime        PIC 9(8).
       01 jobLogEvent      PIC X(10).
       01 jobLogStatus     PIC X(20).
       01 reportTitle      PIC X(40) VALUE
           "Station master maintenance".
       01 actionLine.
           03 actAction        PIC X(1).
           03 FILLER           PIC X(2).
           03 actStationId     PIC X(7).
           03 FILLER           PIC X(2).
           03 actStationName   PIC X(15).
           03 FILLER           PIC X(2).
           03 actMessage       PIC X(40).
       01 trailerLine1.
           03 FILLER           PIC X(24) VALUE
               "Transactions applied:   ".
           03 trlApplied       PIC Z(3)9.
       01 trailerLine2.
           03 FILLER           PIC X(24) VALUE
               "Transactions rejected:  ".
           03 trlRejected      PIC Z(3)9.
       01 dashLine             PIC X(60) VALUE ALL "-".
       01 blankLine            PIC X VALUE " ".

       01 ws-backup-key         PIC X(8) VALUE "STATIONS".
       01 ws-backup-mode        PIC X(1) VALUE "B".
       01 ws-backup-gen         PIC 9(4) VALUE 0.
       01 env-name              PIC X(8) VALUE "PROD".
       01 env-data-dir          PIC X(30) VALUE "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-stationInput  PIC X(70).
           03 ws-path-stationMaster  PIC X(70).
           03 ws-path-stationAudit  PIC X(70).
           03 ws-path-operatorFile  PIC X(70).
           03 ws-path-maintReport  PIC X(70).

      *    The station master replaces the bare city list.  Every
      *    transaction applied goes on the station audit with the
      *    operator and before and after images of the record.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM BUILD-FILE-PATHS.
           CALL "BackupMaster" USING ws-backup-key,
               ws-backup-mode, ws-backup-gen.
           ACCEPT runIdDate FROM DATE YYYYMMDD.
           ACCEPT runIdTime FROM TIME.
           MOVE SPACES TO jobLogRunId.
           STRING runIdDate DELIMITED BY SIZE
               runIdTime(1:6) DELIMITED BY SIZE
               INTO jobLogRunId
           END-STRING.
           MOVE "START" TO jobLogEvent.
           MOVE "IN PROGRESS" TO jobLogStatus.
           CALL "JobLog" USING jobLogProgram, jobLogEvent, jobLogCount,
               jobLogStatus,
               jobLogRunId.
           PERFORM GET-OPERATOR.
           PERFORM OPEN-MAINT-FILES.
           IF maintFilesOpen
               PERFORM READ-ONE-TRANSACTION
               PERFORM APPLY-ONE-TRANSACTION UNTIL noMoreInput
           END-IF.
           PERFORM CLOSE-UP.
           MOVE appliedCount TO jobLogCount.
           MOVE "END" TO jobLogEvent.
           MOVE "COMPLETED" TO jobLogStatus.
           CALL "JobLog" USING jobLogProgram, jobLogEvent, jobLogCount,
               jobLogStatus,
               jobLogRunId.
           STOP RUN.

       INITIALIZATION SECTION.
           GET-OPERATOR.
               ACCEPT runDate FROM DATE YYYYMMDD.
               OPEN INPUT operatorFile.
               IF operatorStatus = "00"
                   READ operatorFile
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE operatorRec TO operatorId
                   END-READ
                   CLOSE operatorFile
               END-IF.

           OPEN-MAINT-FILES.
               OPEN OUTPUT maintReport.
               WRITE maintLine FROM reportTitle.
               WRITE maintLine FROM dashLine.
               OPEN INPUT stationInput.
               IF stationInputStatus NOT = "00"
                   DISPLAY "STATION MAINTENANCE INPUT NOT FOUND"
               ELSE
                   OPEN I-O stationMaster
                   IF stationStatus = "35"
                       OPEN OUTPUT stationMaster
                       CLOSE stationMaster
                       OPEN I-O stationMaster
                   END-IF
                   OPEN EXTEND stationAudit
                   IF auditStatus = "35"
                       OPEN OUTPUT stationAudit
                   END-IF
                   MOVE "Y" TO filesOpen
               END-IF.

       MAINTENANCE SECTION.
           READ-ONE-TRANSACTION.
               READ stationInput
                   AT END
                       MOVE "Y" TO inputEof
                   NOT AT END
                       CONTINUE
               END-READ.

           APPLY-ONE-TRANSACTION.
               MOVE siAction TO actAction.
               MOVE siStationId TO actStationId.
               MOVE siStationName TO actStationName.
               MOVE siStationId TO smStationId.
               EVALUATE TRUE
                   WHEN siStationId = SPACES
                       MOVE "STATION ID REQUIRED" TO rejectMessage
                       PERFORM REJECT-TRANSACTION
                   WHEN siAdd
                       PERFORM APPLY-ADD
                   WHEN siChange
                       PERFORM APPLY-CHANGE
                   WHEN siDelete
                       PERFORM APPLY-DELETE
                   WHEN OTHER
                       MOVE "UNRECOGNIZED ACTION CODE" TO rejectMessage
                       PERFORM REJECT-TRANSACTION
               END-EVALUATE.
               PERFORM READ-ONE-TRANSACTION.

           APPLY-ADD.
               READ stationMaster
                   INVALID KEY
                       MOVE SPACES TO beforeImage
                       PERFORM EDIT-STATION-FIELDS
                       IF stationEditOk
                           MOVE newStationRec TO stationMasterRec
                           WRITE stationMasterRec
                           END-WRITE
                           PERFORM APPLIED-WITH-AUDIT
                       ELSE
                           PERFORM REJECT-TRANSACTION
                       END-IF
                   NOT INVALID KEY
                       MOVE "STATION ALREADY ON FILE" TO rejectMessage
                       PERFORM REJECT-TRANSACTION
               END-READ.

           APPLY-CHANGE.
               READ stationMaster
                   INVALID KEY
                       MOVE "STATION NOT ON FILE" TO rejectMessage
                       PERFORM REJECT-TRANSACTION
                   NOT INVALID KEY
                       MOVE stationMasterRec TO beforeImage
                       PERFORM EDIT-STATION-FIELDS
                       IF stationEditOk
                           MOVE newStationRec TO stationMasterRec
                           REWRITE stationMasterRec
                           END-REWRITE
                           PERFORM APPLIED-WITH-AUDIT
                       ELSE
                           PERFORM REJECT-TRANSACTION
                       END-IF
               END-READ.

           APPLY-DELETE.
               READ stationMaster
                   INVALID KEY
                       MOVE "STATION NOT ON FILE" TO rejectMessage
                       PERFORM REJECT-TRANSACTION
                   NOT INVALID KEY
                       MOVE stationMasterRec TO beforeImage
                       MOVE smStationName TO actStationName
                       DELETE stationMaster RECORD
                       END-DELETE
                       MOVE SPACES TO stationMasterRec
                       PERFORM APPLIED-WITH-AUDIT
               END-READ.

      *    The same name may sit on more than one station only where
      *    their active periods do not overlap, so a reading for a
      *    city on a given date always belongs to one station.
           EDIT-STATION-FIELDS.
               MOVE "Y" TO editOk.
               MOVE siStationId TO nsStationId.
               MOVE siStationName TO nsStationName.
               MOVE siElevation TO nsElevation.
               MOVE siLatitude TO nsLatitude.
               MOVE siLongitude TO nsLongitude.
               MOVE siActiveFrom TO nsActiveFrom.
               MOVE siActiveTo TO nsActiveTo.
               MOVE siSchedule TO nsSchedule.
               EVALUATE TRUE
                   WHEN siStationName = SPACES
                       MOVE "STATION NAME REQUIRED" TO rejectMessage
                       MOVE "N" TO editOk
                   WHEN siElevation NOT NUMERIC
                       MOVE "ELEVATION NOT NUMERIC" TO rejectMessage
                       MOVE "N" TO editOk
                   WHEN siLatitude NOT NUMERIC
                       OR siLatitude < -90
                       OR siLatitude > 90
                       MOVE "LATITUDE NOT VALID" TO rejectMessage
                       MOVE "N" TO editOk
                   WHEN siLongitude NOT NUMERIC
                       OR siLongitude < -180
                       OR siLongitude > 180
                       MOVE "LONGITUDE NOT VALID" TO rejectMessage
                       MOVE "N" TO editOk
                   WHEN siActiveFrom NOT NUMERIC
                       OR siActiveFrom = ZERO
                       MOVE "ACTIVE-FROM DATE REQUIRED" TO rejectMessage
                       MOVE "N" TO editOk
                   WHEN siActiveTo NOT NUMERIC
                       MOVE "ACTIVE-TO DATE NOT NUMERIC"
                           TO rejectMessage
                       MOVE "N" TO editOk
                   WHEN siActiveTo NOT = ZERO
                       AND siActiveTo < siActiveFrom
                       MOVE "ACTIVE-TO DATE BEFORE ACTIVE-FROM"
                           TO rejectMessage
                       MOVE "N" TO editOk
                   WHEN siSchedule NOT = "D" AND siSchedule NOT = "W"
                       MOVE "SCHEDULE MUST BE D OR W" TO rejectMessage
                       MOVE "N" TO editOk
                   WHEN OTHER
                       PERFORM CHECK-NAME-OVERLAP
               END-EVALUATE.

           CHECK-NAME-OVERLAP.
               MOVE "N" TO overlapFound.
               MOVE LOW-VALUES TO smStationId.
               START stationMaster KEY IS NOT LESS THAN smStationId
                   INVALID KEY
                       MOVE "10" TO stationStatus
               END-START.
               PERFORM SCAN-ONE-FOR-OVERLAP
                   UNTIL stationStatus NOT = "00"
                   OR nameOverlaps.
               IF nameOverlaps
                   MOVE "NAME ACTIVE ON ANOTHER STATION"
                       TO rejectMessage
                   MOVE "N" TO editOk
               END-IF.
               MOVE siStationId TO smStationId.

           SCAN-ONE-FOR-OVERLAP.
               READ stationMaster NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF smStationId NOT = nsStationId
                           AND smStationName = nsStationName
                           AND (nsActiveTo = ZERO
                               OR smActiveFrom NOT > nsActiveTo)
                           AND (smActiveTo = ZERO
                               OR smActiveTo NOT < nsActiveFrom)
                           MOVE "Y" TO overlapFound
                       END-IF
               END-READ.

           REJECT-TRANSACTION.
               MOVE rejectMessage TO actMessage.
               WRITE maintLine FROM actionLine.
               ADD 1 TO rejectedCount.

           APPLIED-WITH-AUDIT.
               ADD 1 TO appliedCount.
               MOVE stationMasterRec TO afterImage.
               MOVE SPACES TO stationAuditRec.
               MOVE runDate TO auDate.
               ACCEPT timeNow FROM TIME.
               MOVE timeNow(1:6) TO auTime.
               MOVE operatorId TO auOperator.
               MOVE siAction TO auAction.
               MOVE siStationId TO auStationId.
               MOVE beforeImage TO auBefore.
               MOVE afterImage TO auAfter.
               WRITE stationAuditRec.
               EVALUATE TRUE
                   WHEN siAdd
                       MOVE "STATION ADDED" TO actMessage
                   WHEN siChange
                       MOVE "STATION CHANGED" TO actMessage
                   WHEN OTHER
                       MOVE "STATION DELETED" TO actMessage
               END-EVALUATE.
               WRITE maintLine FROM actionLine.

       TERMINATION SECTION.
           CLOSE-UP.
               IF maintFilesOpen
                   CLOSE stationInput
                   CLOSE stationMaster
                   CLOSE stationAudit
               END-IF.
               WRITE maintLine FROM blankLine.
               MOVE appliedCount TO trlApplied.
               WRITE maintLine FROM trailerLine1.
               MOVE rejectedCount TO trlRejected.
               WRITE maintLine FROM trailerLine2.
               CLOSE maintReport.
               DISPLAY "STATION TRANSACTIONS APPLIED: " appliedCount.
               DISPLAY "STATION TRANSACTIONS REJECTED: "
                   rejectedCount.

       BUILD-FILE-PATHS.
           CALL "EnvConfig" USING env-name, env-data-dir.
           MOVE SPACES TO ws-path-stationInput.
           STRING env-data-dir DELIMITED BY SPACE
               "StationMaintInput.dat" DELIMITED BY SIZE
               INTO ws-path-stationInput
           END-STRING.
           MOVE SPACES TO ws-path-stationMaster.
           STRING env-data-dir DELIMITED BY SPACE
               "StationMaster.dat" DELIMITED BY SIZE
               INTO ws-path-stationMaster
           END-STRING.
           MOVE SPACES TO ws-path-stationAudit.
           STRING env-data-dir DELIMITED BY SPACE
               "StationAudit.dat" DELIMITED BY SIZE
               INTO ws-path-stationAudit
           END-STRING.
           MOVE SPACES TO ws-path-operatorFile.
           STRING env-data-dir DELIMITED BY SPACE
               "CurrentOperator.dat" DELIMITED BY SIZE
               INTO ws-path-operatorFile
           END-STRING.
           MOVE SPACES TO ws-path-maintReport.
           STRING env-data-dir DELIMITED BY SPACE
               "StationMaint.rpt" DELIMITED BY SIZE
               INTO ws-path-maintReport
           END-STRING.

       END PROGRAM StationMaint.
