       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT stationMaster ASSIGN ws-path-stationMaster
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS smStationId
                   FILE STATUS IS stationStatus.
               SELECT tempReadings ASSIGN ws-path-tempReadings
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS readingsStatus.
               SELECT precipReadings ASSIGN ws-path-precipReadings
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS precipStatus.
               SELECT reconcileParams ASSIGN ws-path-reconcileParams
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS paramStatus.

       DATA DIVISION.
       FILE SECTION.
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

       FD tempReadings.
       01 tempReadingRec.
           03 trCityName               PIC X(15).
           03 FILLER                   PIC X(36).

       FD precipReadings.
       01 precipReadingRec.
           03 prDate                   PIC 9(8).
           03 FILLER                   PIC X.
           03 prCityName               PIC X(15).
           03 FILLER                   PIC X(14).

       FD reconcileParams.
       01 reconcileParamRec.
           03 rpFromDate               PIC 9(8).
       01 reconcileLine                PIC X(70).

       WORKING-STORAGE SECTION.
       01 stationStatus    PIC XX.
       01 readingsStatus   PIC XX.
       01 paramStatus      PIC XX.
       01 precipStatus     PIC XX.
       01 precipEof        PIC X VALUE "N".
           88 noMorePrecip        VALUE "Y".
       01 cityEof          PIC X VALUE "N".
           88 noMoreCities        VALUE "Y".
       01 readingsEof      PIC X VALUE "N".
           88 noMoreReadings      VALUE "Y".
       01 cityCount        PIC 99 VALUE ZERO.
       01 stationCount     PIC 99 VALUE ZERO.
       01 checkName        PIC X(15).
       01 checkFromDate    PIC 9(8).
       01 checkToDate      PIC 9(8).
       01 stationActive    PIC X.
           88 stationIsActive     VALUE "Y".
       01 activeSchedule   PIC X(1).
           88 weekdaysOnly        VALUE "W".
       01 weekQuotient     PIC 9(8) COMP.
       01 weekDayRem       PIC 9 COMP.
           88 weekendDay          VALUE 0 6.
       01 fromDate         PIC 9(8) VALUE ZERO.
       01 toDate           PIC 9(8) VALUE ZERO.
       01 fromDateInt      PIC 9(8) COMP.
       01 readingDateInt   PIC 9(8) COMP.
       01 missingCount     PIC 9(4) VALUE ZERO.
       01 duplicateCount   PIC 9(4) VALUE ZERO.
       01 noPrecipCount    PIC 9(4) VALUE ZERO.
       01 badDateCount     PIC 9(4) VALUE ZERO.
       01 jobLogCount      PIC 9(6) VALUE ZERO.
       01 jobLogProgram    PIC X(12) VALUE "RdgReconcile".
           03 cdCityEntry OCCURS 10 TIMES INDEXED BY cdIdx.
               05 cdCityName        PIC X(15).
               05 cdDayCount OCCURS 31 TIMES PIC 9(3).
               05 cdPrecipCount OCCURS 31 TIMES PIC 9(3).
      *    One row per station record; a city that has moved has a
      *    row for each site, each with its own active period.
       01 stationTable.
           03 stnEntry OCCURS 20 TIMES INDEXED BY stnIdx.
               05 stnName           PIC X(15).
               05 stnFrom           PIC 9(8).
               05 stnTo             PIC 9(8).
               05 stnSchedule       PIC X(1).
       01 reportTitle.
           03 FILLER           PIC X(26) VALUE
               "Readings reconciliation:  ".
           03 FILLER           PIC X(28) VALUE
               "Duplicate readings:         ".
           03 trlDuplicate     PIC Z(3)9.
       01 trailerLine3.
           03 FILLER           PIC X(28) VALUE
               "Temperature but no precip:  ".
           03 trlNoPrecip      PIC Z(3)9.
       01 dashLine             PIC X(60) VALUE ALL "-".
       01 blankLine            PIC X VALUE " ".

       01 env-name              PIC X(8) VALUE "PROD".
       01 env-data-dir          PIC X(30) VALUE "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-stationMaster  PIC X(70).
           03 ws-path-tempReadings  PIC X(70).
           03 ws-path-reconcileParams  PIC X(70).
           03 ws-path-precipReadings  PIC X(70).
           03 ws-path-reconcileReport  PIC X(70).

       PROCEDURE DIVISION.
           PERFORM GET-DATE-RANGE.
           IF dayCount > ZERO
               PERFORM SCAN-READINGS
               PERFORM SCAN-PRECIPITATION
               PERFORM WRITE-RECONCILIATION
           END-IF.
           MOVE missingCount TO jobLogCount.

           LOAD-CITIES.
               MOVE SPACES TO cityDayTable.
               MOVE SPACES TO stationTable.
               OPEN INPUT stationMaster.
               IF stationStatus = "00"
                   PERFORM READ-CITY UNTIL noMoreCities
                   CLOSE stationMaster
               ELSE
                   DISPLAY "STATION MASTER NOT FOUND"
                   MOVE ZERO TO dayCount
               END-IF.

           READ-CITY.
               READ stationMaster NEXT RECORD
                   AT END
                       MOVE "Y" TO cityEof
                   NOT AT END
                       PERFORM ADD-STATION-ROW
               END-READ.

           ADD-STATION-ROW.
               IF stationCount < 20
                   ADD 1 TO stationCount
                   SET stnIdx TO stationCount
                   MOVE smStationName TO stnName(stnIdx)
                   MOVE smActiveFrom TO stnFrom(stnIdx)
                   MOVE smActiveTo TO stnTo(stnIdx)
                   MOVE smSchedule TO stnSchedule(stnIdx)
               ELSE
                   DISPLAY "STATION TABLE FULL - IGNORED: "
                       smStationId
               END-IF.
               SET cdIdx TO 1.
               SEARCH cdCityEntry
                   AT END
                       IF cityCount < 10
                           ADD 1 TO cityCount
                           SET cdIdx TO cityCount
                           MOVE smStationName TO cdCityName(cdIdx)
                           PERFORM CLEAR-CITY-DAYS
                       END-IF
                   WHEN cdCityName(cdIdx) = smStationName
                       CONTINUE
               END-SEARCH.

           CLEAR-CITY-DAYS.
               PERFORM CLEAR-ONE-DAY
                   VARYING dayIdx FROM 1 BY 1

           CLEAR-ONE-DAY.
               MOVE ZERO TO cdDayCount(cdIdx, dayIdx).
               MOVE ZERO TO cdPrecipCount(cdIdx, dayIdx).

       ACCUMULATE SECTION.
           SCAN-READINGS.
                       CONTINUE
               END-SEARCH.

      *    Precipitation is tallied over the same days so a station
      *    that sent its temperatures but not its precipitation for
      *    a day can be chased up.
           SCAN-PRECIPITATION.
               OPEN INPUT precipReadings.
               IF precipStatus = "00"
                   PERFORM READ-ONE-PRECIP
                   PERFORM TALLY-ONE-PRECIP UNTIL noMorePrecip
                   CLOSE precipReadings
               ELSE
                   DISPLAY "PRECIPITATION HISTORY FILE NOT FOUND"
               END-IF.

           READ-ONE-PRECIP.
               READ precipReadings
                   AT END
                       MOVE "Y" TO precipEof
                   NOT AT END
                       CONTINUE
               END-READ.

           TALLY-ONE-PRECIP.
               IF prDate IS NUMERIC
                   AND prDate NOT < fromDate
                   AND prDate NOT > toDate
                   COMPUTE readingDateInt =
                       FUNCTION INTEGER-OF-DATE(prDate)
                   COMPUTE dayIdx = readingDateInt - fromDateInt + 1
                   IF dayIdx NOT > dayCount
                       SET cdIdx TO 1
                       SEARCH cdCityEntry
                           AT END
                               CONTINUE
                           WHEN cdCityName(cdIdx) = prCityName
                               ADD 1 TO cdPrecipCount(cdIdx, dayIdx)
                       END-SEARCH
                   END-IF
               END-IF.
               PERFORM READ-ONE-PRECIP.

       SUMMARY-OUT SECTION.
           WRITE-RECONCILIATION.
               OPEN OUTPUT reconcileReport.
               WRITE reconcileLine FROM trailerLine1.
               MOVE duplicateCount TO trlDuplicate.
               WRITE reconcileLine FROM trailerLine2.
               MOVE noPrecipCount TO trlNoPrecip.
               WRITE reconcileLine FROM trailerLine3.
               CLOSE reconcileReport.
               DISPLAY "MISSING READINGS: " missingCount.
               DISPLAY "DUPLICATE READINGS: " duplicateCount.
               DISPLAY "NO PRECIPITATION REPORTED: " noPrecipCount.
               IF badDateCount > ZERO
                   DISPLAY "RECORDS WITH BAD DATES: " badDateCount
               END-IF.
               COMPUTE workDateInt = fromDateInt + dayIdx - 1.
               COMPUTE workDate =
                   FUNCTION DATE-OF-INTEGER(workDateInt).
               DIVIDE workDateInt BY 7 GIVING weekQuotient
                   REMAINDER weekDayRem.
               PERFORM CHECK-ONE-CITY-DAY
                   VARYING cdIdx FROM 1 BY 1
                   UNTIL cdIdx > cityCount.

      *    A station is only expected to report while it is active,
      *    and a weekdays-only station is not missing at weekends.
           CHECK-ONE-CITY-DAY.
               MOVE cdCityName(cdIdx) TO checkName.
               MOVE workDate TO checkFromDate checkToDate.
               PERFORM CHECK-STATION-ACTIVE.
               IF stationIsActive
                   PERFORM CHECK-ACTIVE-CITY-DAY
               END-IF.

           CHECK-STATION-ACTIVE.
               MOVE "N" TO stationActive.
               MOVE SPACES TO activeSchedule.
               SET stnIdx TO 1.
               SEARCH stnEntry
                   AT END
                       CONTINUE
                   WHEN stnName(stnIdx) = checkName
                       AND stnFrom(stnIdx) NOT > checkToDate
                       AND (stnTo(stnIdx) = ZERO
                           OR stnTo(stnIdx) NOT < checkFromDate)
                       MOVE "Y" TO stationActive
                       MOVE stnSchedule(stnIdx) TO activeSchedule
               END-SEARCH.

           CHECK-ACTIVE-CITY-DAY.
               IF cdDayCount(cdIdx, dayIdx) = ZERO
                   IF NOT (weekdaysOnly AND weekendDay)
                       MOVE workDate TO excDate
                       MOVE cdCityName(cdIdx) TO excCity
                       MOVE "MISSING READING" TO excMessage
                       WRITE reconcileLine FROM exceptionLine
                       ADD 1 TO missingCount
                   END-IF
               ELSE
                   IF cdDayCount(cdIdx, dayIdx) > 1
                       MOVE workDate TO excDate
                       ADD 1 TO duplicateCount
                   END-IF
               END-IF.
               IF cdDayCount(cdIdx, dayIdx) > ZERO
                   AND cdPrecipCount(cdIdx, dayIdx) = ZERO
                   MOVE workDate TO excDate
                   MOVE cdCityName(cdIdx) TO excCity
                   MOVE "NO PRECIPITATION REPORTED" TO excMessage
                   WRITE reconcileLine FROM exceptionLine
                   ADD 1 TO noPrecipCount
               END-IF.

       BUILD-FILE-PATHS.
           CALL "EnvConfig" USING env-name, env-data-dir.
           MOVE SPACES TO ws-path-stationMaster.
           STRING env-data-dir DELIMITED BY SPACE
               "StationMaster.dat" DELIMITED BY SIZE
               INTO ws-path-stationMaster
           END-STRING.
           MOVE SPACES TO ws-path-tempReadings.
           STRING env-data-dir DELIMITED BY SPACE
               "Reconcile_Params.dat" DELIMITED BY SIZE
               INTO ws-path-reconcileParams
           END-STRING.
           MOVE SPACES TO ws-path-precipReadings.
           STRING env-data-dir DELIMITED BY SPACE
               "PrecipitationReadings.dat" DELIMITED BY SIZE
               INTO ws-path-precipReadings
           END-STRING.
           MOVE SPACES TO ws-path-reconcileReport.
           STRING env-data-dir DELIMITED BY SPACE
               "MissingReadings.rpt" DELIMITED BY SIZE
