      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. QCRelease as "QCRelease".
       AUTHOR.  Jennifer Olenic - 040998261.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT releaseInput ASSIGN ws-path-releaseInput
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS releaseStatus.
               SELECT quarantineFile ASSIGN ws-path-quarantine
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS quarantineStatus.
               SELECT quarantineTmp ASSIGN ws-path-quarantineTmp
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS quarantineTmpStatus.
               SELECT tempReadings ASSIGN ws-path-tempReadings
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS readingsStatus.
               SELECT stationExtremes ASSIGN ws-path-stationExtremes
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS extremeCityName
                   FILE STATUS IS extremeStatus.
               SELECT operatorFile ASSIGN ws-path-operatorFile
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS operatorStatus.
               SELECT releaseReport ASSIGN ws-path-releaseRpt
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    P posts a reviewed day to the history as it stands; D
      *    throws it away.
       FD releaseInput.
       01 releaseRec.
           03 rlAction                 PIC X(1).
           03 FILLER                   PIC X.
           03 rlDate                   PIC 9(8).
           03 FILLER                   PIC X.
           03 rlCityName               PIC X(15).

       FD quarantineFile.
       01 quarantineRec.
           03 qrDate                   PIC 9(8).
           03 FILLER                   PIC X.
           03 qrCityName               PIC X(15).
           03 FILLER                   PIC X.
           03 qrReading1               PIC S99V9
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X.
           03 qrReading2               PIC S99V9
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X.
           03 qrReading3               PIC S99V9
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X.
           03 qrReading4               PIC S99V9
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X.
           03 qrReading5               PIC S99V9
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X.
           03 qrSpikeFlag              PIC X(1).
           03 qrSpreadFlag             PIC X(1).
           03 qrStuckFlag              PIC X(1).
           03 qrJumpFlag               PIC X(1).

       FD quarantineTmp.
       01 quarantineTmpRec             PIC X(54).

       FD tempReadings.
       01 tempReadingRec.
           03 trDate                   PIC 9(8).
           03 FILLER                   PIC X VALUE SPACES.
           03 trCityName                PIC X(15).
           03 FILLER                   PIC X VALUE SPACES.
           03 trReading1                PIC S99V9
                                        SIGN LEADING SEPARATE.
           03 FILLER                   PIC X VALUE SPACES.
           03 trReading2                PIC S99V9
                                        SIGN LEADING SEPARATE.
           03 FILLER                   PIC X VALUE SPACES.
           03 trReading3                PIC S99V9
                                        SIGN LEADING SEPARATE.
           03 FILLER                   PIC X VALUE SPACES.
           03 trReading4                PIC S99V9
                                        SIGN LEADING SEPARATE.
           03 FILLER                   PIC X VALUE SPACES.
           03 trReading5                PIC S99V9
                                        SIGN LEADING SEPARATE.
           03 FILLER                   PIC X VALUE SPACES.
           03 trAverageC                PIC S99V9
                                        SIGN LEADING SEPARATE.
           03 FILLER                   PIC X VALUE SPACES.
           03 trAverageF                PIC S999V9
                                        SIGN LEADING SEPARATE.

       FD stationExtremes.
       01 stationExtremeRec.
           03 extremeCityName           PIC X(15).
           03 extremeMin                PIC S99V9
                                        SIGN LEADING SEPARATE.
           03 extremeMax                PIC S99V9
                                        SIGN LEADING SEPARATE.
           03 extremeMinDate            PIC 9(8).
           03 extremeMaxDate            PIC 9(8).

       FD operatorFile.
       01 operatorRec                  PIC X(8).

       FD releaseReport.
       01 releaseLine                  PIC X(75).

       WORKING-STORAGE SECTION.
       01 releaseStatus    PIC XX.
       01 quarantineStatus PIC XX.
       01 quarantineTmpStatus PIC XX.
       01 readingsStatus   PIC XX.
       01 extremeStatus    PIC XX.
       01 operatorStatus   PIC XX.
       01 releaseEof       PIC X VALUE "N".
           88 noMoreReleases      VALUE "Y".
       01 quarantineEof    PIC X VALUE "N".
           88 noMoreQuarantine    VALUE "Y".
       01 operatorId       PIC X(8) VALUE "UNKNOWN".
       01 numCount         PIC 9.
       01 total            PIC S9(4)V9.
       01 dayMin           PIC S99V9 SIGN LEADING SEPARATE.
       01 dayMax           PIC S99V9 SIGN LEADING SEPARATE.
       01 postedCount      PIC 9(4) VALUE ZERO.
       01 discardedCount   PIC 9(4) VALUE ZERO.
       01 heldCount        PIC 9(4) VALUE ZERO.
       01 unmatchedCount   PIC 9(4) VALUE ZERO.
       01 releaseTable.
           03 relEntry OCCURS 50 TIMES INDEXED BY relIdx.
               05 relAction         PIC X(1).
               05 relDate           PIC 9(8).
               05 relCity           PIC X(15).
               05 relApplied        PIC X(1).
       01 releaseCount     PIC 9(4) VALUE ZERO.
       01 workReadings.
           03 workTab OCCURS 5 TIMES PIC S99V9
               SIGN LEADING SEPARATE.
       01 reportTitle      PIC X(40) VALUE
           "Quarantined readings release".
       01 operatorLine.
           03 FILLER           PIC X(10) VALUE "OPERATOR: ".
           03 oplOperator      PIC X(8).
       01 actionLine.
           03 actDate          PIC 9(8).
           03 FILLER           PIC X(2).
           03 actCity          PIC X(15).
           03 FILLER           PIC X(2).
           03 actMessage       PIC X(30).
       01 trailerLine1.
           03 FILLER           PIC X(24) VALUE
               "Days posted:            ".
           03 trlPosted        PIC Z(3)9.
       01 trailerLine2.
           03 FILLER           PIC X(24) VALUE
               "Days discarded:         ".
           03 trlDiscarded     PIC Z(3)9.
       01 trailerLine3.
           03 FILLER           PIC X(24) VALUE
               "Still in quarantine:    ".
           03 trlHeld          PIC Z(3)9.
       01 trailerLine4.
           03 FILLER           PIC X(24) VALUE
               "Not found in quarantine:".
           03 trlUnmatched     PIC Z(3)9.
       01 dashLine             PIC X(60) VALUE ALL "-".
       01 blankLine            PIC X VALUE " ".
       01 jobLogCount      PIC 9(6) VALUE ZERO.
       01 jobLogProgram    PIC X(12) VALUE "QCRelease".
       01 jobLogRunId     PIC X(14).
       01 runIdDate        PIC 9(8).
       01 runIdTime        PIC 9(8).
       01 jobLogEvent      PIC X(10).
       01 jobLogStatus     PIC X(20).

       01 ws-backup-key         PIC X(8) VALUE "EXTREMES".
       01 ws-backup-mode        PIC X(1) VALUE "B".
       01 ws-backup-gen         PIC 9(4) VALUE 0.
       01 env-name              PIC X(8) VALUE "PROD".
       01 env-data-dir          PIC X(30) VALUE "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-releaseInput  PIC X(70).
           03 ws-path-quarantine  PIC X(70).
           03 ws-path-quarantineTmp  PIC X(70).
           03 ws-path-tempReadings  PIC X(70).
           03 ws-path-stationExtremes  PIC X(70).
           03 ws-path-operatorFile  PIC X(70).
           03 ws-path-releaseRpt  PIC X(70).

      *    Days Program5 held back for failing quality control sit
      *    in the quarantine file until someone has looked at them.
      *    A posted day goes on the readings history and the
      *    station extremes exactly as Program5 would have put it
      *    there; a discarded day is dropped.  Everything else stays
      *    in quarantine for another day.
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
           PERFORM INITIALIZATION.
           PERFORM APPLY-RELEASES.
           PERFORM REPORT-UNMATCHED
               VARYING relIdx FROM 1 BY 1
               UNTIL relIdx > releaseCount.
           PERFORM TERMINATION.
           COMPUTE jobLogCount = postedCount + discardedCount.
           MOVE "END" TO jobLogEvent.
           MOVE "COMPLETED" TO jobLogStatus.
           CALL "JobLog" USING jobLogProgram, jobLogEvent, jobLogCount,
               jobLogStatus,
               jobLogRunId.
           STOP RUN.

       INITIALIZATION SECTION.
           GET-OPERATOR.
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

           LOAD-RELEASES.
               OPEN INPUT releaseInput.
               IF releaseStatus NOT = "00"
                   DISPLAY "RELEASE INPUT NOT FOUND"
                   MOVE "Y" TO releaseEof
               ELSE
                   PERFORM READ-ONE-RELEASE
                       UNTIL noMoreReleases
                       OR releaseCount = 50
                   CLOSE releaseInput
               END-IF.
               OPEN OUTPUT releaseReport.
               WRITE releaseLine FROM reportTitle.
               MOVE operatorId TO oplOperator.
               WRITE releaseLine FROM operatorLine.
               WRITE releaseLine FROM dashLine.

           READ-ONE-RELEASE.
               READ releaseInput
                   AT END
                       MOVE "Y" TO releaseEof
                   NOT AT END
                       IF rlAction = "P" OR rlAction = "D"
                           ADD 1 TO releaseCount
                           SET relIdx TO releaseCount
                           MOVE rlAction TO relAction(relIdx)
                           MOVE rlDate TO relDate(relIdx)
                           MOVE rlCityName TO relCity(relIdx)
                           MOVE "N" TO relApplied(relIdx)
                       ELSE
                           DISPLAY "INVALID RELEASE ACTION: "
                               rlAction " " rlCityName
                       END-IF
               END-READ.

       RELEASES SECTION.
           APPLY-RELEASES.
               IF releaseCount > ZERO
                   CALL "CBL_RENAME_FILE" USING
                       ws-path-quarantine, ws-path-quarantineTmp
                   OPEN INPUT quarantineTmp
                   IF quarantineTmpStatus NOT = "00"
                       DISPLAY "QUARANTINE FILE NOT FOUND"
                   ELSE
                       OPEN OUTPUT quarantineFile
                       OPEN EXTEND tempReadings
                       IF readingsStatus = "35"
                           OPEN OUTPUT tempReadings
                       END-IF
                       OPEN I-O stationExtremes
                       IF extremeStatus = "35"
                           OPEN OUTPUT stationExtremes
                           CLOSE stationExtremes
                           OPEN I-O stationExtremes
                       END-IF
                       PERFORM RELEASE-ONE-ROW
                           UNTIL noMoreQuarantine
                       CLOSE quarantineTmp
                       CLOSE quarantineFile
                       CLOSE tempReadings
                       CLOSE stationExtremes
                       CALL "CBL_DELETE_FILE" USING
                           ws-path-quarantineTmp
                   END-IF
               END-IF.

           RELEASE-ONE-ROW.
               READ quarantineTmp INTO quarantineRec
                   AT END
                       MOVE "Y" TO quarantineEof
                   NOT AT END
                       PERFORM MATCH-ROW-TO-RELEASE
               END-READ.

           MATCH-ROW-TO-RELEASE.
               SET relIdx TO 1.
               SEARCH relEntry
                   AT END
                       WRITE quarantineRec
                       ADD 1 TO heldCount
                   WHEN relDate(relIdx) = qrDate
                       AND relCity(relIdx) = qrCityName
                       AND relApplied(relIdx) = "N"
                       PERFORM APPLY-ONE-RELEASE
               END-SEARCH.

           APPLY-ONE-RELEASE.
               MOVE "Y" TO relApplied(relIdx).
               MOVE qrDate TO actDate.
               MOVE qrCityName TO actCity.
               IF relAction(relIdx) = "D"
                   MOVE "DISCARDED" TO actMessage
                   ADD 1 TO discardedCount
               ELSE
                   PERFORM POST-RELEASED-DAY
                   MOVE "POSTED TO HISTORY" TO actMessage
                   ADD 1 TO postedCount
               END-IF.
               WRITE releaseLine FROM actionLine.

           POST-RELEASED-DAY.
               MOVE qrReading1 TO workTab(1).
               MOVE qrReading2 TO workTab(2).
               MOVE qrReading3 TO workTab(3).
               MOVE qrReading4 TO workTab(4).
               MOVE qrReading5 TO workTab(5).
               MOVE ZERO TO total.
               MOVE workTab(1) TO dayMin dayMax.
               PERFORM TALLY-ONE-READING
                   VARYING numCount FROM 1 BY 1
                   UNTIL numCount > 5.
               MOVE qrDate TO trDate.
               MOVE qrCityName TO trCityName.
               MOVE qrReading1 TO trReading1.
               MOVE qrReading2 TO trReading2.
               MOVE qrReading3 TO trReading3.
               MOVE qrReading4 TO trReading4.
               MOVE qrReading5 TO trReading5.
               DIVIDE total BY 5 GIVING trAverageC.
               COMPUTE trAverageF = trAverageC * 9 / 5 + 32.
               WRITE tempReadingRec.
               PERFORM POST-EXTREMES.

           TALLY-ONE-READING.
               ADD workTab(numCount) TO total.
               IF workTab(numCount) < dayMin
                   MOVE workTab(numCount) TO dayMin
               END-IF.
               IF workTab(numCount) > dayMax
                   MOVE workTab(numCount) TO dayMax
               END-IF.

           POST-EXTREMES.
               MOVE qrCityName TO extremeCityName.
               READ stationExtremes
                   INVALID KEY
                       MOVE dayMin TO extremeMin
                       MOVE dayMax TO extremeMax
                       MOVE qrDate TO extremeMinDate
                       MOVE qrDate TO extremeMaxDate
                       WRITE stationExtremeRec
                   NOT INVALID KEY
                       PERFORM COMPARE-EXTREME-RECORD
               END-READ.

           COMPARE-EXTREME-RECORD.
               IF dayMin < extremeMin
                   MOVE dayMin TO extremeMin
                   MOVE qrDate TO extremeMinDate
               END-IF.
               IF dayMax > extremeMax
                   MOVE dayMax TO extremeMax
                   MOVE qrDate TO extremeMaxDate
               END-IF.
               REWRITE stationExtremeRec.

           REPORT-UNMATCHED.
               IF relApplied(relIdx) = "N"
                   MOVE relDate(relIdx) TO actDate
                   MOVE relCity(relIdx) TO actCity
                   MOVE "NOT IN QUARANTINE - IGNORED" TO actMessage
                   WRITE releaseLine FROM actionLine
                   ADD 1 TO unmatchedCount
               END-IF.

       TERMINATION SECTION.
           WRITE-TRAILER.
               WRITE releaseLine FROM blankLine.
               MOVE postedCount TO trlPosted.
               WRITE releaseLine FROM trailerLine1.
               MOVE discardedCount TO trlDiscarded.
               WRITE releaseLine FROM trailerLine2.
               MOVE heldCount TO trlHeld.
               WRITE releaseLine FROM trailerLine3.
               MOVE unmatchedCount TO trlUnmatched.
               WRITE releaseLine FROM trailerLine4.
               CLOSE releaseReport.
               DISPLAY "DAYS POSTED: " postedCount.
               DISPLAY "DAYS DISCARDED: " discardedCount.

       BUILD-FILE-PATHS.
           CALL "EnvConfig" USING env-name, env-data-dir.
           MOVE SPACES TO ws-path-releaseInput.
           STRING env-data-dir DELIMITED BY SPACE
               "QCReleaseInput.dat" DELIMITED BY SIZE
               INTO ws-path-releaseInput
           END-STRING.
           MOVE SPACES TO ws-path-quarantine.
           STRING env-data-dir DELIMITED BY SPACE
               "TempQuarantine.dat" DELIMITED BY SIZE
               INTO ws-path-quarantine
           END-STRING.
           MOVE SPACES TO ws-path-quarantineTmp.
           STRING env-data-dir DELIMITED BY SPACE
               "TempQuarantine.tmp" DELIMITED BY SIZE
               INTO ws-path-quarantineTmp
           END-STRING.
           MOVE SPACES TO ws-path-tempReadings.
           STRING env-data-dir DELIMITED BY SPACE
               "TemperatureReadings.dat" DELIMITED BY SIZE
               INTO ws-path-tempReadings
           END-STRING.
           MOVE SPACES TO ws-path-stationExtremes.
           STRING env-data-dir DELIMITED BY SPACE
               "StationExtremes.dat" DELIMITED BY SIZE
               INTO ws-path-stationExtremes
           END-STRING.
           MOVE SPACES TO ws-path-operatorFile.
           STRING env-data-dir DELIMITED BY SPACE
               "CurrentOperator.dat" DELIMITED BY SIZE
               INTO ws-path-operatorFile
           END-STRING.
           MOVE SPACES TO ws-path-releaseRpt.
           STRING env-data-dir DELIMITED BY SPACE
               "QCRelease.rpt" DELIMITED BY SIZE
               INTO ws-path-releaseRpt
           END-STRING.

       END PROGRAM QCRelease.
