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
               SELECT climateParams ASSIGN ws-path-climateParams
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
           03 trAverageF               PIC S999V9
                                       SIGN LEADING SEPARATE.

       FD precipReadings.
       01 precipReadingRec.
           03 prDate                   PIC 9(8).
           03 prDateParts REDEFINES prDate.
               05 prYearMonth          PIC 9(6).
               05 prDay                PIC 9(2).
           03 FILLER                   PIC X.
           03 prCityName               PIC X(15).
           03 FILLER                   PIC X.
           03 prRainMm                 PIC 9(3)V9.
           03 FILLER                   PIC X.
           03 prSnowCm                 PIC 9(3)V9.
           03 FILLER                   PIC X.
           03 prSnowGround             PIC 9(3).

       FD climateParams.
       01 climateParamRec.
           03 cpYearMonth              PIC X(6).
       01 summaryLine                  PIC X(75).

       WORKING-STORAGE SECTION.
       01 stationStatus    PIC XX.
       01 readingsStatus   PIC XX.
       01 paramStatus      PIC XX.
       01 precipStatus     PIC XX.
       01 precipEof        PIC X VALUE "N".
           88 noMorePrecip        VALUE "Y".
       01 dayPrecip        PIC 9(4)V9.
       01 readingsEof      PIC X VALUE "N".
           88 noMoreReadings      VALUE "Y".
       01 cityEof          PIC X VALUE "N".
           88 noMoreCities        VALUE "Y".
       01 cityCount        PIC 99 VALUE ZERO.
       01 stationCount     PIC 99 VALUE ZERO.
       01 checkName        PIC X(15).
       01 checkFromDate    PIC 9(8).
       01 checkToDate      PIC 9(8).
       01 stationActive    PIC X.
           88 stationIsActive     VALUE "Y".
       01 reportMonth      PIC 9(6).
       01 priorMonth       PIC 9(6).
       01 workYear         PIC 9(4).
               05 csLowDate         PIC 9(8).
               05 csPriorDays       PIC 9(3).
               05 csPriorSumC       PIC S9(5)V9.
               05 csPrecipDays      PIC 9(3).
               05 csRainSum         PIC 9(5)V9.
               05 csSnowSum         PIC 9(5)V9.
               05 csWetDays         PIC 9(3).
               05 csWettest         PIC 9(4)V9.
               05 csWettestDate     PIC 9(8).
      *    One row per station record; a city that has moved has a
      *    row for each site, each with its own active period.
       01 stationTable.
           03 stnEntry OCCURS 20 TIMES INDEXED BY stnIdx.
               05 stnName           PIC X(15).
               05 stnFrom           PIC 9(8).
               05 stnTo             PIC 9(8).
               05 stnSchedule       PIC X(1).
       01 reportTitle.
           03 FILLER           PIC X(29) VALUE
               "Monthly climate summary for: ".
           03 FILLER           PIC X(14) VALUE "C (PRIOR MEAN ".
           03 cmpPrior         PIC Z9.99-.
           03 FILLER           PIC X(2) VALUE "C)".
       01 rainLine.
           03 FILLER           PIC X(18) VALUE "  RAINFALL:       ".
           03 rnTotal          PIC ZZZZ9.9.
           03 FILLER           PIC X(3) VALUE " MM".
       01 snowLine.
           03 FILLER           PIC X(18) VALUE "  SNOWFALL:       ".
           03 snTotal          PIC ZZZZ9.9.
           03 FILLER           PIC X(3) VALUE " CM".
       01 wetDaysLine.
           03 FILLER           PIC X(18) VALUE "  DAYS WITH PRECIP".
           03 FILLER           PIC X(2) VALUE ": ".
           03 wdDays           PIC ZZ9.
       01 wettestLine.
           03 FILLER           PIC X(18) VALUE "  WETTEST DAY:    ".
           03 wtTotal          PIC ZZZ9.9.
           03 FILLER           PIC X(7) VALUE " MM ON ".
           03 wtDate           PIC 9(8).
       01 noWetLine            PIC X(40) VALUE
           "  WETTEST DAY:    NO MEASURABLE PRECIP".
       01 noPrecipLine         PIC X(40) VALUE
           "  NO PRECIPITATION READINGS THIS MONTH".
       01 noPriorLine          PIC X(40) VALUE
           "  VS PRIOR MONTH: NO PRIOR-MONTH DATA".
       01 noDataLine           PIC X(40) VALUE
       01 env-name              PIC X(8) VALUE "PROD".
       01 env-data-dir          PIC X(30) VALUE "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-stationMaster  PIC X(70).
           03 ws-path-tempReadings  PIC X(70).
           03 ws-path-climateParams  PIC X(70).
           03 ws-path-precipReadings  PIC X(70).
           03 ws-path-summaryReport  PIC X(70).

       PROCEDURE DIVISION.
               jobLogRunId.
           PERFORM INITIALIZATION.
           PERFORM SCAN-READINGS.
           PERFORM SCAN-PRECIPITATION.
           PERFORM WRITE-SUMMARY.
           MOVE cityCount TO jobLogCount.
           MOVE "END" TO jobLogEvent.

           LOAD-CITIES.
               MOVE SPACES TO cityStatsTable.
               MOVE SPACES TO stationTable.
               OPEN INPUT stationMaster.
               IF stationStatus = "00"
                   PERFORM READ-CITY UNTIL noMoreCities
                   CLOSE stationMaster
               ELSE
                   DISPLAY "STATION MASTER NOT FOUND"
               END-IF.

           READ-CITY.
               READ stationMaster NEXT RECORD
                   AT END
                       MOVE "Y" TO cityEof
                   NOT AT END
                       PERFORM ADD-STATION-ROW
               END-READ.

      *    Only readings taken while a station was active count, and
      *    a station not active at any time in the month is left off
      *    the summary.
       STATIONS SECTION.
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
               SET csIdx TO 1.
               SEARCH csEntry
                   AT END
                       IF cityCount < 10
                           PERFORM ADD-STATION-CITY
                       END-IF
                   WHEN csCityName(csIdx) = smStationName
                       CONTINUE
               END-SEARCH.

           CHECK-STATION-ACTIVE.
               MOVE "N" TO stationActive.
               SET stnIdx TO 1.
               SEARCH stnEntry
                   AT END
                       CONTINUE
                   WHEN stnName(stnIdx) = checkName
                       AND stnFrom(stnIdx) NOT > checkToDate
                       AND (stnTo(stnIdx) = ZERO
                           OR stnTo(stnIdx) NOT < checkFromDate)
                       MOVE "Y" TO stationActive
               END-SEARCH.

           ADD-STATION-CITY.
               ADD 1 TO cityCount.
               SET csIdx TO cityCount.
               MOVE smStationName TO csCityName(csIdx).
               MOVE ZERO TO csDays(csIdx) csSumC(csIdx)
                   csSumF(csIdx)
                   csHighDate(csIdx) csLowDate(csIdx)
                   csPriorDays(csIdx) csPriorSumC(csIdx)
                   csPrecipDays(csIdx) csRainSum(csIdx)
                   csSnowSum(csIdx) csWetDays(csIdx)
                   csWettest(csIdx) csWettestDate(csIdx).
               MOVE -99.9 TO csHigh(csIdx).
               MOVE 99.9 TO csLow(csIdx).

       ACCUMULATE SECTION.
           SCAN-READINGS.
               OPEN INPUT tempReadings.
               IF trYearMonth = reportMonth
                   OR trYearMonth = priorMonth
                   PERFORM FIND-STATS-CITY
                   MOVE trCityName TO checkName
                   MOVE trDate TO checkFromDate checkToDate
                   PERFORM CHECK-STATION-ACTIVE
                   IF csIdx NOT > cityCount AND stationIsActive
                       PERFORM POST-ONE-READING
                   END-IF
               END-IF.
                   ADD trAverageC TO csPriorSumC(csIdx)
               END-IF.

      *    Measurable precipitation is 0.2 mm of rain or 0.2 cm of
      *    snow.  The wettest day is judged on rain plus snowfall,
      *    taking a centimetre of snow as a millimetre of water.
       PRECIPITATION SECTION.
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
               IF prYearMonth = reportMonth
                   SET csIdx TO 1
                   SEARCH csEntry
                       AT END
                           CONTINUE
                       WHEN csCityName(csIdx) = prCityName
                           PERFORM POST-ACTIVE-PRECIP
                   END-SEARCH
               END-IF.
               PERFORM READ-ONE-PRECIP.

           POST-ACTIVE-PRECIP.
               MOVE prCityName TO checkName.
               MOVE prDate TO checkFromDate checkToDate.
               PERFORM CHECK-STATION-ACTIVE.
               IF stationIsActive
                   PERFORM POST-ONE-PRECIP
               END-IF.

           POST-ONE-PRECIP.
               ADD 1 TO csPrecipDays(csIdx).
               ADD prRainMm TO csRainSum(csIdx).
               ADD prSnowCm TO csSnowSum(csIdx).
               IF prRainMm NOT < 0.2
                   OR prSnowCm NOT < 0.2
                   ADD 1 TO csWetDays(csIdx)
               END-IF.
               COMPUTE dayPrecip = prRainMm + prSnowCm.
               IF dayPrecip > csWettest(csIdx)
                   MOVE dayPrecip TO csWettest(csIdx)
                   MOVE prDate TO csWettestDate(csIdx)
               END-IF.

       SUMMARY-OUT SECTION.
           WRITE-SUMMARY.
               OPEN OUTPUT summaryReport.
               MOVE reportMonth TO ttlMonth.
               WRITE summaryLine FROM reportTitle.
               WRITE summaryLine FROM dashLine.
               PERFORM WRITE-ACTIVE-CITY
                   VARYING csIdx FROM 1 BY 1
                   UNTIL csIdx > cityCount.
               CLOSE summaryReport.
               DISPLAY "CLIMATE SUMMARY WRITTEN FOR MONTH: "
                   reportMonth.

           WRITE-ACTIVE-CITY.
               MOVE csCityName(csIdx) TO checkName.
               COMPUTE checkFromDate = reportMonth * 100 + 1.
               COMPUTE checkToDate = reportMonth * 100 + 31.
               PERFORM CHECK-STATION-ACTIVE.
               IF stationIsActive
                   PERFORM WRITE-ONE-CITY
               END-IF.

           WRITE-ONE-CITY.
               WRITE summaryLine FROM blankLine.
               MOVE csCityName(csIdx) TO chdCity.
                   WRITE summaryLine FROM lowLine
                   PERFORM WRITE-COMPARISON
               END-IF.
               PERFORM WRITE-PRECIPITATION.

           WRITE-PRECIPITATION.
               IF csPrecipDays(csIdx) = ZERO
                   WRITE summaryLine FROM noPrecipLine
               ELSE
                   MOVE csRainSum(csIdx) TO rnTotal
                   WRITE summaryLine FROM rainLine
                   MOVE csSnowSum(csIdx) TO snTotal
                   WRITE summaryLine FROM snowLine
                   MOVE csWetDays(csIdx) TO wdDays
                   WRITE summaryLine FROM wetDaysLine
                   IF csWetDays(csIdx) = ZERO
                       WRITE summaryLine FROM noWetLine
                   ELSE
                       MOVE csWettest(csIdx) TO wtTotal
                       MOVE csWettestDate(csIdx) TO wtDate
                       WRITE summaryLine FROM wettestLine
                   END-IF
               END-IF.

           WRITE-COMPARISON.
               IF csPriorDays(csIdx) = ZERO

       BUILD-FILE-PATHS.
           CALL "EnvConfig" USING env-name, env-data-dir.
           MOVE SPACES TO ws-path-stationMaster.
           STRING env-data-dir DELIMITED BY SPACE
               "StationMaster.dat" DELIMITED BY SIZE
               INTO ws-path-stationMaster
           END-STRING.
           MOVE SPACES TO ws-path-tempReadings.
           STRING env-data-dir DELIMITED BY SPACE
               "Climate_Params.dat" DELIMITED BY SIZE
               INTO ws-path-climateParams
           END-STRING.
           MOVE SPACES TO ws-path-precipReadings.
           STRING env-data-dir DELIMITED BY SPACE
               "PrecipitationReadings.dat" DELIMITED BY SIZE
               INTO ws-path-precipReadings
           END-STRING.
           MOVE SPACES TO ws-path-summaryReport.
           STRING env-data-dir DELIMITED BY SPACE
               "ClimateSummary.rpt" DELIMITED BY SIZE
