               SELECT readingsTmp ASSIGN ws-path-readingsTmp
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS readingsTmpStatus.
               SELECT precipReadings ASSIGN ws-path-precipReadings
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS precipStatus.
               SELECT precipTmp ASSIGN ws-path-precipTmp
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS precipTmpStatus.
               SELECT stationExtremes ASSIGN ws-path-stationExtremes
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   FILE STATUS IS extremeStatus.
               SELECT correctionReport ASSIGN ws-path-correctionRpt
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT correctionLog ASSIGN ws-path-correctionLog
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS correctionLogStatus.

       DATA DIVISION.
       FILE SECTION.
           03 FILLER                   PIC X.
           03 rcReading5               PIC S99V9
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X.
           03 rcObsType                PIC X(1).
      *    An observation type of P carries precipitation values in
      *    place of the five temperature readings.
       01 precipCorrectionRec.
           03 FILLER                   PIC X(27).
           03 rcRainMm                 PIC 9(3)V9.
           03 FILLER                   PIC X.
           03 rcSnowCm                 PIC 9(3)V9.
           03 FILLER                   PIC X.
           03 rcSnowGround             PIC 9(3).

       FD tempReadings.
       01 tempReadingRec.
       FD readingsTmp.
       01 readingsTmpRec               PIC X(60).

       FD precipReadings.
       01 precipReadingRec.
           03 prDate                   PIC 9(8).
           03 FILLER                   PIC X.
           03 prCityName               PIC X(15).
           03 FILLER                   PIC X.
           03 prRainMm                 PIC 9(3)V9.
           03 FILLER                   PIC X.
           03 prSnowCm                 PIC 9(3)V9.
           03 FILLER                   PIC X.
           03 prSnowGround             PIC 9(3).

       FD precipTmp.
       01 precipTmpRec                 PIC X(38).

       FD stationExtremes.
       01 stationExtremeRec.
           03 extremeCityName           PIC X(15).
       FD correctionReport.
       01 correctionLine               PIC X(75).

      *    Every correction applied, kept for good so later runs can
      *    tell an amended day from an original one.  Observation
      *    type T for temperature, P for precipitation.
       FD correctionLog.
       01 correctionLogRec.
           03 clAppliedDate            PIC 9(8).
           03 clAppliedTime            PIC 9(6).
           03 FILLER                   PIC X.
           03 clReadingDate            PIC 9(8).
           03 FILLER                   PIC X.
           03 clCityName               PIC X(15).
           03 FILLER                   PIC X.
           03 clAction                 PIC X(1).
           03 FILLER                   PIC X.
           03 clObsType                PIC X(1).

       WORKING-STORAGE SECTION.
       01 correctionsStatus PIC XX.
       01 correctionLogStatus PIC XX.
       01 readingsStatus   PIC XX.
       01 readingsTmpStatus PIC XX.
       01 extremeStatus    PIC XX.
       01 precipStatus     PIC XX.
       01 precipTmpStatus  PIC XX.
       01 precipEof        PIC X VALUE "N".
           88 noMorePrecip        VALUE "Y".
       01 correctionsEof   PIC X VALUE "N".
           88 noMoreCorrections   VALUE "Y".
       01 readingsEof      PIC X VALUE "N".
               05 corrReadings OCCURS 5 TIMES PIC S99V9
                   SIGN LEADING SEPARATE.
               05 corrApplied       PIC X(1).
               05 corrObsType       PIC X(1).
               05 corrRainMm        PIC 9(3)V9.
               05 corrSnowCm        PIC 9(3)V9.
               05 corrSnowGround    PIC 9(3).
       01 correctionCount  PIC 9(4) VALUE ZERO.
       01 tempCorrCount    PIC 9(4) VALUE ZERO.
       01 precipCorrCount  PIC 9(4) VALUE ZERO.
       01 affectedTable.
           03 affEntry OCCURS 10 TIMES INDEXED BY affIdx.
               05 affCity           PIC X(15).
           03 ws-path-tempReadings  PIC X(70).
           03 ws-path-readingsTmp  PIC X(70).
           03 ws-path-stationExtremes  PIC X(70).
           03 ws-path-precipReadings  PIC X(70).
           03 ws-path-precipTmp  PIC X(70).
           03 ws-path-correctionRpt  PIC X(70).
           03 ws-path-correctionLog  PIC X(70).

      *    COMPARE-EXTREME-RECORD only ever ratchets a station's
      *    record outward, so a mis-keyed reading poisons it for
               jobLogRunId.
           PERFORM INITIALIZATION.
           PERFORM APPLY-CORRECTIONS.
           PERFORM APPLY-PRECIP-CORRECTIONS.
           PERFORM REPORT-UNMATCHED
               VARYING corrIdx FROM 1 BY 1
               UNTIL corrIdx > correctionCount.
           PERFORM REBUILD-EXTREMES.
           PERFORM TERMINATION.
           MOVE amendedCount TO jobLogCount.
               OPEN OUTPUT correctionReport.
               WRITE correctionLine FROM reportTitle.
               WRITE correctionLine FROM dashLine.
               OPEN EXTEND correctionLog.
               IF correctionLogStatus = "35"
                   OPEN OUTPUT correctionLog
               END-IF.

           READ-ONE-CORRECTION.
               READ correctionsInput
                       MOVE rcReading4 TO corrReadings(corrIdx, 4)
                       MOVE rcReading5 TO corrReadings(corrIdx, 5)
                       MOVE "N" TO corrApplied(corrIdx)
                       IF rcObsType = "P"
                           MOVE "P" TO corrObsType(corrIdx)
                           MOVE rcRainMm TO corrRainMm(corrIdx)
                           MOVE rcSnowCm TO corrSnowCm(corrIdx)
                           MOVE rcSnowGround TO corrSnowGround(corrIdx)
                           ADD 1 TO precipCorrCount
                       ELSE
                           MOVE "T" TO corrObsType(corrIdx)
                           ADD 1 TO tempCorrCount
                           PERFORM NOTE-AFFECTED-CITY
                       END-IF
               END-READ.

           NOTE-AFFECTED-CITY.

       CORRECTIONS SECTION.
           APPLY-CORRECTIONS.
               IF tempCorrCount = ZERO
                   MOVE "Y" TO readingsEof
               ELSE
                   CALL "CBL_RENAME_FILE" USING
                           ws-path-readingsTmp
                   END-IF
               END-IF.

           CORRECT-ONE-ROW.
               READ readingsTmp INTO tempReadingRec
                       WRITE tempReadingRec
                   WHEN corrDate(corrIdx) = trDate
                       AND corrCity(corrIdx) = trCityName
                       AND corrObsType(corrIdx) = "T"
                       AND corrApplied(corrIdx) = "N"
                       PERFORM APPLY-ONE-CORRECTION
               END-SEARCH.

           APPLY-ONE-CORRECTION.
               MOVE "Y" TO corrApplied(corrIdx).
               PERFORM LOG-ONE-CORRECTION.
               MOVE trDate TO actDate.
               MOVE trCityName TO actCity.
               IF corrAction(corrIdx) = "D"
           ADD-ONE-WORK-READING.
               ADD workTab(numCount) TO total.

      *    Precipitation corrections go through the same
      *    rename-and-rewrite of their own history; no extremes
      *    record hangs off precipitation so nothing is rebuilt.
           APPLY-PRECIP-CORRECTIONS.
               IF precipCorrCount > ZERO
                   CALL "CBL_RENAME_FILE" USING
                       ws-path-precipReadings, ws-path-precipTmp
                   OPEN INPUT precipTmp
                   IF precipTmpStatus NOT = "00"
                       DISPLAY "PRECIPITATION HISTORY NOT FOUND"
                   ELSE
                       OPEN OUTPUT precipReadings
                       PERFORM CORRECT-ONE-PRECIP-ROW
                           UNTIL noMorePrecip
                       CLOSE precipTmp
                       CLOSE precipReadings
                       CALL "CBL_DELETE_FILE" USING
                           ws-path-precipTmp
                   END-IF
               END-IF.

           CORRECT-ONE-PRECIP-ROW.
               READ precipTmp INTO precipReadingRec
                   AT END
                       MOVE "Y" TO precipEof
                   NOT AT END
                       PERFORM MATCH-PRECIP-TO-CORRECTION
               END-READ.

           MATCH-PRECIP-TO-CORRECTION.
               SET corrIdx TO 1.
               SEARCH corrEntry
                   AT END
                       WRITE precipReadingRec
                   WHEN corrDate(corrIdx) = prDate
                       AND corrCity(corrIdx) = prCityName
                       AND corrObsType(corrIdx) = "P"
                       AND corrApplied(corrIdx) = "N"
                       PERFORM APPLY-ONE-PRECIP-CORRECTION
               END-SEARCH.

           APPLY-ONE-PRECIP-CORRECTION.
               MOVE "Y" TO corrApplied(corrIdx).
               PERFORM LOG-ONE-CORRECTION.
               MOVE prDate TO actDate.
               MOVE prCityName TO actCity.
               IF corrAction(corrIdx) = "D"
                   MOVE "PRECIP ROW DELETED" TO actMessage
                   WRITE correctionLine FROM actionLine
                   ADD 1 TO deletedCount
               ELSE
                   MOVE corrRainMm(corrIdx) TO prRainMm
                   MOVE corrSnowCm(corrIdx) TO prSnowCm
                   MOVE corrSnowGround(corrIdx) TO prSnowGround
                   WRITE precipReadingRec
                   MOVE "PRECIP ROW AMENDED" TO actMessage
                   WRITE correctionLine FROM actionLine
                   ADD 1 TO amendedCount
               END-IF.

           LOG-ONE-CORRECTION.
               MOVE SPACES TO correctionLogRec.
               MOVE runIdDate TO clAppliedDate.
               MOVE runIdTime(1:6) TO clAppliedTime.
               MOVE corrDate(corrIdx) TO clReadingDate.
               MOVE corrCity(corrIdx) TO clCityName.
               MOVE corrAction(corrIdx) TO clAction.
               MOVE corrObsType(corrIdx) TO clObsType.
               WRITE correctionLogRec.

           REPORT-UNMATCHED.
               IF corrApplied(corrIdx) = "N"
                   MOVE corrDate(corrIdx) TO actDate
       TERMINATION SECTION.
           CLOSE-UP.
               CLOSE correctionReport.
               CLOSE correctionLog.
               DISPLAY "READINGS AMENDED: " amendedCount.
               DISPLAY "READINGS DELETED: " deletedCount.
               DISPLAY "CORRECTIONS UNMATCHED: " unmatchedCount.
               "StationExtremes.dat" DELIMITED BY SIZE
               INTO ws-path-stationExtremes
           END-STRING.
           MOVE SPACES TO ws-path-precipReadings.
           STRING env-data-dir DELIMITED BY SPACE
               "PrecipitationReadings.dat" DELIMITED BY SIZE
               INTO ws-path-precipReadings
           END-STRING.
           MOVE SPACES TO ws-path-precipTmp.
           STRING env-data-dir DELIMITED BY SPACE
               "PrecipitationReadings.tmp" DELIMITED BY SIZE
               INTO ws-path-precipTmp
           END-STRING.
           MOVE SPACES TO ws-path-correctionRpt.
           STRING env-data-dir DELIMITED BY SPACE
               "CorrectionsReport.rpt" DELIMITED BY SIZE
               INTO ws-path-correctionRpt
           END-STRING.
           MOVE SPACES TO ws-path-correctionLog.
           STRING env-data-dir DELIMITED BY SPACE
               "ReadingsCorrectionLog.dat" DELIMITED BY SIZE
               INTO ws-path-correctionLog
           END-STRING.

       END PROGRAM ReadingsCorrect.
