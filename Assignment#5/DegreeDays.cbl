      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DegreeDays as "DegreeDays".
       AUTHOR.  Jennifer Olenic - 040998261.


       ENVIRONMENT DIVISION.
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
               SELECT degreeParams ASSIGN ws-path-degreeParams
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS paramStatus.
               SELECT sortWorkFile ASSIGN ws-path-sortWorkFile.
               SELECT degreeDayFile ASSIGN ws-path-degreeDayFile
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT degreeReport ASSIGN ws-path-degreeReport
                   ORGANIZATION LINE SEQUENTIAL.

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
           03 trDate                   PIC 9(8).
           03 FILLER                   PIC X.
           03 trCityName               PIC X(15).
           03 FILLER                   PIC X(26).
           03 trAverageC               PIC S99V9
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X.
           03 trAverageF               PIC S999V9
                                       SIGN LEADING SEPARATE.

      *    Report month, base temperature (18.0C when not given),
      *    and the calendar months the heating and cooling seasons
      *    open in (July and January when not given).
       FD degreeParams.
       01 degreeParamRec.
           03 dpYearMonth              PIC X(6).
           03 FILLER                   PIC X.
           03 dpBaseC                  PIC 99V9.
           03 FILLER                   PIC X.
           03 dpHeatStart              PIC 99.
           03 FILLER                   PIC X.
           03 dpCoolStart              PIC 99.

       SD sortWorkFile.
       01 sortDayRec.
           03 sdCityName               PIC X(15).
           03 sdDate                   PIC 9(8).
           03 sdAverageC               PIC S99V9
                                       SIGN LEADING SEPARATE.

      *    One row per city per day, carrying the day's degree days
      *    and the running totals for the season it falls in; the
      *    facilities group pulls from this file each week.
       FD degreeDayFile.
       01 degreeDayRec.
           03 ddDate                   PIC 9(8).
           03 FILLER                   PIC X.
           03 ddCityName               PIC X(15).
           03 FILLER                   PIC X.
           03 ddAverageC               PIC S99V9
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X.
           03 ddBaseC                  PIC 99V9.
           03 FILLER                   PIC X.
           03 ddHdd                    PIC 9(3)V9.
           03 FILLER                   PIC X.
           03 ddCdd                    PIC 9(3)V9.
           03 FILLER                   PIC X.
           03 ddSeasonHdd              PIC 9(5)V9.
           03 FILLER                   PIC X.
           03 ddSeasonCdd              PIC 9(5)V9.

       FD degreeReport.
       01 degreeLine                   PIC X(75).

       WORKING-STORAGE SECTION.
       01 stationStatus    PIC XX.
       01 readingsStatus   PIC XX.
       01 paramStatus      PIC XX.
       01 cityEof          PIC X VALUE "N".
           88 noMoreCities        VALUE "Y".
       01 readingsEof      PIC X VALUE "N".
           88 noMoreReadings      VALUE "Y".
       01 sortedEof        PIC X VALUE "N".
           88 noMoreSorted        VALUE "Y".
       01 cityCount        PIC 99 VALUE ZERO.
       01 stationCount     PIC 99 VALUE ZERO.
       01 checkName        PIC X(15).
       01 checkFromDate    PIC 9(8).
       01 checkToDate      PIC 9(8).
       01 stationActive    PIC X.
           88 stationIsActive     VALUE "Y".
      *    One row per station record; a city that has moved has a
      *    row for each site, each with its own active period.
       01 stationTable.
           03 stnEntry OCCURS 20 TIMES INDEXED BY stnIdx.
               05 stnName           PIC X(15).
               05 stnFrom           PIC 9(8).
               05 stnTo             PIC 9(8).
               05 stnSchedule       PIC X(1).
       01 currentDate      PIC 9(8).
       01 reportMonth      PIC 9(6).
       01 lastYearMonth    PIC 9(6).
       01 baseC            PIC 99V9 VALUE 18.0.
       01 heatStartMonth   PIC 99 VALUE 07.
       01 coolStartMonth   PIC 99 VALUE 01.
       01 heatFromMonth    PIC 9(6).
       01 coolFromMonth    PIC 9(6).
       01 heatFromLast     PIC 9(6).
       01 coolFromLast     PIC 9(6).
       01 workYear         PIC 9(4).
       01 workMonth        PIC 99.
       01 dayYearMonth     PIC 9(6).
       01 dayHdd           PIC 9(3)V9.
       01 dayCdd           PIC 9(3)V9.
       01 prevCity         PIC X(15) VALUE SPACES.
       01 heatSeasonKey    PIC 9(4).
       01 coolSeasonKey    PIC 9(4).
       01 prevHeatKey      PIC 9(4).
       01 prevCoolKey      PIC 9(4).
       01 seasonHdd        PIC 9(5)V9.
       01 seasonCdd        PIC 9(5)V9.
       01 changeDd         PIC S9(5)V9.
       01 daysWritten      PIC 9(6) VALUE ZERO.
       01 jobLogCount      PIC 9(6) VALUE ZERO.
       01 jobLogProgram    PIC X(12) VALUE "DegreeDays".
       01 jobLogRunId     PIC X(14).
       01 runIdDate        PIC 9(8).
       01 runIdTime        PIC 9(8).
       01 jobLogEvent      PIC X(10).
       01 jobLogStatus     PIC X(20).
       01 degreeTable.
           03 dtEntry OCCURS 10 TIMES INDEXED BY dtIdx.
               05 dtCityName        PIC X(15).
               05 dtMonthDays       PIC 9(3).
               05 dtLastDays        PIC 9(3).
               05 dtMonthHdd        PIC 9(5)V9.
               05 dtMonthCdd        PIC 9(5)V9.
               05 dtLastHdd         PIC 9(5)V9.
               05 dtLastCdd         PIC 9(5)V9.
               05 dtSeasonHdd       PIC 9(5)V9.
               05 dtSeasonCdd       PIC 9(5)V9.
               05 dtLastSeasonHdd   PIC 9(5)V9.
               05 dtLastSeasonCdd   PIC 9(5)V9.
       01 reportTitle.
           03 FILLER           PIC X(24) VALUE
               "Degree days for month: ".
           03 ttlMonth         PIC 9(6).
           03 FILLER           PIC X(12) VALUE "   BASE:    ".
           03 ttlBase          PIC Z9.9.
           03 FILLER           PIC X VALUE "C".
       01 cityHeadLine.
           03 FILLER           PIC X(6) VALUE "CITY: ".
           03 chdCity          PIC X(15).
       01 columnHeads.
           03 FILLER           PIC X(28) VALUE SPACES.
           03 FILLER           PIC X(12) VALUE "  THIS YEAR".
           03 FILLER           PIC X(12) VALUE "  LAST YEAR".
           03 FILLER           PIC X(12) VALUE "     CHANGE".
       01 daysLine.
           03 FILLER           PIC X(28) VALUE
               "  DAYS REPORTED IN MONTH".
           03 dylThis          PIC ZZZZZZZZ9.
           03 FILLER           PIC X(3) VALUE SPACES.
           03 dylLast          PIC ZZZZZZZZ9.
       01 degreeDetail.
           03 ddlLabel         PIC X(28).
           03 ddlThis          PIC ZZZZZZ9.9.
           03 FILLER           PIC X(3) VALUE SPACES.
           03 ddlLast          PIC ZZZZZZ9.9.
           03 FILLER           PIC X(3) VALUE SPACES.
           03 ddlChange        PIC ZZZZZ9.9-.
       01 seasonLabel.
           03 slType           PIC X(12).
           03 FILLER           PIC X(6) VALUE " FROM ".
           03 slFrom           PIC 9(6).
       01 noDataLine           PIC X(40) VALUE
           "  NO READINGS THIS MONTH OR LAST YEAR".
       01 dashLine             PIC X(64) VALUE ALL "-".
       01 blankLine            PIC X VALUE " ".

       01 env-name              PIC X(8) VALUE "PROD".
       01 env-data-dir          PIC X(30) VALUE "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-stationMaster  PIC X(70).
           03 ws-path-tempReadings  PIC X(70).
           03 ws-path-degreeParams  PIC X(70).
           03 ws-path-sortWorkFile  PIC X(70).
           03 ws-path-degreeDayFile  PIC X(70).
           03 ws-path-degreeReport  PIC X(70).

      *    Heating degree days are how far a day's mean temperature
      *    (trAverageC) fell below the base, cooling degree days how
      *    far it rose above.  The whole readings history is sorted
      *    by city and date and rebuilt into the cumulative
      *    degree-day file each run, so corrections made to the
      *    history flow through.  The report gives each active
      *    city's totals for the month and for the season to date,
      *    beside the same period a year earlier.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM BUILD-FILE-PATHS.
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
           SORT sortWorkFile
               ON ASCENDING KEY sdCityName
               ON ASCENDING KEY sdDate
               INPUT PROCEDURE IS RELEASE-READINGS
               OUTPUT PROCEDURE IS BUILD-DEGREE-DAYS.
           PERFORM WRITE-DEGREE-REPORT.
           MOVE daysWritten TO jobLogCount.
           MOVE "END" TO jobLogEvent.
           MOVE "COMPLETED" TO jobLogStatus.
           CALL "JobLog" USING jobLogProgram, jobLogEvent, jobLogCount,
               jobLogStatus,
               jobLogRunId.
           STOP RUN.

       INITIALIZATION SECTION.
           GET-PARAMETERS.
               ACCEPT currentDate FROM DATE YYYYMMDD.
               MOVE currentDate(1:6) TO reportMonth.
               OPEN INPUT degreeParams.
               IF paramStatus = "00"
                   READ degreeParams
                       AT END
                           DISPLAY "PARAMETERS EMPTY - CURRENT MONTH, "
                               "BASE 18.0C"
                       NOT AT END
                           IF dpYearMonth IS NUMERIC
                               MOVE dpYearMonth TO reportMonth
                           END-IF
                           IF dpBaseC IS NUMERIC
                               MOVE dpBaseC TO baseC
                           END-IF
                           IF dpHeatStart IS NUMERIC
                               AND dpHeatStart > ZERO
                               AND dpHeatStart < 13
                               MOVE dpHeatStart TO heatStartMonth
                           END-IF
                           IF dpCoolStart IS NUMERIC
                               AND dpCoolStart > ZERO
                               AND dpCoolStart < 13
                               MOVE dpCoolStart TO coolStartMonth
                           END-IF
                   END-READ
                   CLOSE degreeParams
               ELSE
                   DISPLAY "PARAMETERS NOT FOUND - CURRENT MONTH, "
                       "BASE 18.0C"
               END-IF.
               COMPUTE lastYearMonth = reportMonth - 100.
               MOVE reportMonth(1:4) TO workYear.
               MOVE reportMonth(5:2) TO workMonth.
               IF workMonth < heatStartMonth
                   COMPUTE heatFromMonth =
                       (workYear - 1) * 100 + heatStartMonth
               ELSE
                   COMPUTE heatFromMonth =
                       workYear * 100 + heatStartMonth
               END-IF.
               IF workMonth < coolStartMonth
                   COMPUTE coolFromMonth =
                       (workYear - 1) * 100 + coolStartMonth
               ELSE
                   COMPUTE coolFromMonth =
                       workYear * 100 + coolStartMonth
               END-IF.
               COMPUTE heatFromLast = heatFromMonth - 100.
               COMPUTE coolFromLast = coolFromMonth - 100.

           LOAD-CITIES.
               MOVE ZEROS TO degreeTable.
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

      *    The report totals only count days a station was active,
      *    and a station not active at any time in the month is left
      *    off the report.  The degree-day file itself still covers
      *    the whole readings history.
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
               SET dtIdx TO 1.
               SEARCH dtEntry
                   AT END
                       IF cityCount < 10
                           ADD 1 TO cityCount
                           SET dtIdx TO cityCount
                           MOVE smStationName TO dtCityName(dtIdx)
                       END-IF
                   WHEN dtCityName(dtIdx) = smStationName
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

       DEGREE-SORT SECTION.
           RELEASE-READINGS.
               OPEN INPUT tempReadings.
               IF readingsStatus = "00"
                   PERFORM RELEASE-ONE-READING UNTIL noMoreReadings
                   CLOSE tempReadings
               ELSE
                   DISPLAY "READINGS HISTORY FILE NOT FOUND"
               END-IF.

           RELEASE-ONE-READING.
               READ tempReadings
                   AT END
                       MOVE "Y" TO readingsEof
                   NOT AT END
                       MOVE trCityName TO sdCityName
                       MOVE trDate TO sdDate
                       MOVE trAverageC TO sdAverageC
                       RELEASE sortDayRec
               END-READ.

      *    Season totals start again for each city and whenever a
      *    day falls in a new heating or cooling season.
           BUILD-DEGREE-DAYS.
               OPEN OUTPUT degreeDayFile.
               PERFORM RETURN-ONE-DAY.
               PERFORM POST-ONE-DAY UNTIL noMoreSorted.
               CLOSE degreeDayFile.
               DISPLAY "DEGREE-DAY ROWS WRITTEN: " daysWritten.

           RETURN-ONE-DAY.
               RETURN sortWorkFile
                   AT END
                       MOVE "Y" TO sortedEof
               END-RETURN.

           POST-ONE-DAY.
               PERFORM COMPUTE-DAY-DEGREES.
               PERFORM SET-SEASON-KEYS.
               IF sdCityName NOT = prevCity
                   OR heatSeasonKey NOT = prevHeatKey
                   MOVE ZERO TO seasonHdd
               END-IF.
               IF sdCityName NOT = prevCity
                   OR coolSeasonKey NOT = prevCoolKey
                   MOVE ZERO TO seasonCdd
               END-IF.
               MOVE sdCityName TO prevCity.
               MOVE heatSeasonKey TO prevHeatKey.
               MOVE coolSeasonKey TO prevCoolKey.
               ADD dayHdd TO seasonHdd.
               ADD dayCdd TO seasonCdd.
               MOVE SPACES TO degreeDayRec.
               MOVE sdDate TO ddDate.
               MOVE sdCityName TO ddCityName.
               MOVE sdAverageC TO ddAverageC.
               MOVE baseC TO ddBaseC.
               MOVE dayHdd TO ddHdd.
               MOVE dayCdd TO ddCdd.
               MOVE seasonHdd TO ddSeasonHdd.
               MOVE seasonCdd TO ddSeasonCdd.
               WRITE degreeDayRec.
               ADD 1 TO daysWritten.
               PERFORM POST-REPORT-TOTALS.
               PERFORM RETURN-ONE-DAY.

           COMPUTE-DAY-DEGREES.
               MOVE ZERO TO dayHdd.
               MOVE ZERO TO dayCdd.
               IF sdAverageC < baseC
                   COMPUTE dayHdd = baseC - sdAverageC
               END-IF.
               IF sdAverageC > baseC
                   COMPUTE dayCdd = sdAverageC - baseC
               END-IF.

           SET-SEASON-KEYS.
               MOVE sdDate(1:4) TO workYear.
               MOVE sdDate(5:2) TO workMonth.
               IF workMonth < heatStartMonth
                   COMPUTE heatSeasonKey = workYear - 1
               ELSE
                   MOVE workYear TO heatSeasonKey
               END-IF.
               IF workMonth < coolStartMonth
                   COMPUTE coolSeasonKey = workYear - 1
               ELSE
                   MOVE workYear TO coolSeasonKey
               END-IF.

           POST-REPORT-TOTALS.
               SET dtIdx TO 1.
               SEARCH dtEntry
                   AT END
                       CONTINUE
                   WHEN dtCityName(dtIdx) = sdCityName
                       PERFORM POST-ACTIVE-TOTALS
               END-SEARCH.

           POST-ACTIVE-TOTALS.
               MOVE sdCityName TO checkName.
               MOVE sdDate TO checkFromDate checkToDate.
               PERFORM CHECK-STATION-ACTIVE.
               IF stationIsActive
                   PERFORM POST-CITY-TOTALS
               END-IF.

           POST-CITY-TOTALS.
               MOVE sdDate(1:6) TO dayYearMonth.
               IF dayYearMonth = reportMonth
                   ADD 1 TO dtMonthDays(dtIdx)
                   ADD dayHdd TO dtMonthHdd(dtIdx)
                   ADD dayCdd TO dtMonthCdd(dtIdx)
               END-IF.
               IF dayYearMonth = lastYearMonth
                   ADD 1 TO dtLastDays(dtIdx)
                   ADD dayHdd TO dtLastHdd(dtIdx)
                   ADD dayCdd TO dtLastCdd(dtIdx)
               END-IF.
               IF dayYearMonth NOT < heatFromMonth
                   AND dayYearMonth NOT > reportMonth
                   ADD dayHdd TO dtSeasonHdd(dtIdx)
               END-IF.
               IF dayYearMonth NOT < coolFromMonth
                   AND dayYearMonth NOT > reportMonth
                   ADD dayCdd TO dtSeasonCdd(dtIdx)
               END-IF.
               IF dayYearMonth NOT < heatFromLast
                   AND dayYearMonth NOT > lastYearMonth
                   ADD dayHdd TO dtLastSeasonHdd(dtIdx)
               END-IF.
               IF dayYearMonth NOT < coolFromLast
                   AND dayYearMonth NOT > lastYearMonth
                   ADD dayCdd TO dtLastSeasonCdd(dtIdx)
               END-IF.

       REPORT-OUT SECTION.
           WRITE-DEGREE-REPORT.
               OPEN OUTPUT degreeReport.
               MOVE reportMonth TO ttlMonth.
               MOVE baseC TO ttlBase.
               WRITE degreeLine FROM reportTitle.
               WRITE degreeLine FROM dashLine.
               PERFORM WRITE-ACTIVE-CITY
                   VARYING dtIdx FROM 1 BY 1
                   UNTIL dtIdx > cityCount.
               CLOSE degreeReport.
               DISPLAY "DEGREE-DAY REPORT WRITTEN FOR MONTH: "
                   reportMonth.

           WRITE-ACTIVE-CITY.
               MOVE dtCityName(dtIdx) TO checkName.
               COMPUTE checkFromDate = reportMonth * 100 + 1.
               COMPUTE checkToDate = reportMonth * 100 + 31.
               PERFORM CHECK-STATION-ACTIVE.
               IF stationIsActive
                   PERFORM WRITE-ONE-CITY
               END-IF.

           WRITE-ONE-CITY.
               WRITE degreeLine FROM blankLine.
               MOVE dtCityName(dtIdx) TO chdCity.
               WRITE degreeLine FROM cityHeadLine.
               IF dtMonthDays(dtIdx) = ZERO
                   AND dtLastDays(dtIdx) = ZERO
                   WRITE degreeLine FROM noDataLine
               ELSE
                   WRITE degreeLine FROM columnHeads
                   MOVE dtMonthDays(dtIdx) TO dylThis
                   MOVE dtLastDays(dtIdx) TO dylLast
                   WRITE degreeLine FROM daysLine
                   MOVE "  HEATING DD - MONTH" TO ddlLabel
                   MOVE dtMonthHdd(dtIdx) TO ddlThis
                   MOVE dtLastHdd(dtIdx) TO ddlLast
                   COMPUTE changeDd =
                       dtMonthHdd(dtIdx) - dtLastHdd(dtIdx)
                   PERFORM WRITE-DEGREE-LINE
                   MOVE "  COOLING DD - MONTH" TO ddlLabel
                   MOVE dtMonthCdd(dtIdx) TO ddlThis
                   MOVE dtLastCdd(dtIdx) TO ddlLast
                   COMPUTE changeDd =
                       dtMonthCdd(dtIdx) - dtLastCdd(dtIdx)
                   PERFORM WRITE-DEGREE-LINE
                   MOVE "  HEATING DD" TO slType
                   MOVE heatFromMonth TO slFrom
                   MOVE seasonLabel TO ddlLabel
                   MOVE dtSeasonHdd(dtIdx) TO ddlThis
                   MOVE dtLastSeasonHdd(dtIdx) TO ddlLast
                   COMPUTE changeDd =
                       dtSeasonHdd(dtIdx) - dtLastSeasonHdd(dtIdx)
                   PERFORM WRITE-DEGREE-LINE
                   MOVE "  COOLING DD" TO slType
                   MOVE coolFromMonth TO slFrom
                   MOVE seasonLabel TO ddlLabel
                   MOVE dtSeasonCdd(dtIdx) TO ddlThis
                   MOVE dtLastSeasonCdd(dtIdx) TO ddlLast
                   COMPUTE changeDd =
                       dtSeasonCdd(dtIdx) - dtLastSeasonCdd(dtIdx)
                   PERFORM WRITE-DEGREE-LINE
               END-IF.

           WRITE-DEGREE-LINE.
               MOVE changeDd TO ddlChange.
               WRITE degreeLine FROM degreeDetail.

       BUILD-FILE-PATHS.
           CALL "EnvConfig" USING env-name, env-data-dir.
           MOVE SPACES TO ws-path-stationMaster.
           STRING env-data-dir DELIMITED BY SPACE
               "StationMaster.dat" DELIMITED BY SIZE
               INTO ws-path-stationMaster
           END-STRING.
           MOVE SPACES TO ws-path-tempReadings.
           STRING env-data-dir DELIMITED BY SPACE
               "TemperatureReadings.dat" DELIMITED BY SIZE
               INTO ws-path-tempReadings
           END-STRING.
           MOVE SPACES TO ws-path-degreeParams.
           STRING env-data-dir DELIMITED BY SPACE
               "DegreeDay_Params.dat" DELIMITED BY SIZE
               INTO ws-path-degreeParams
           END-STRING.
           MOVE SPACES TO ws-path-sortWorkFile.
           STRING env-data-dir DELIMITED BY SPACE
               "DegreeDay_Sort.dat" DELIMITED BY SIZE
               INTO ws-path-sortWorkFile
           END-STRING.
           MOVE SPACES TO ws-path-degreeDayFile.
           STRING env-data-dir DELIMITED BY SPACE
               "DegreeDays.dat" DELIMITED BY SIZE
               INTO ws-path-degreeDayFile
           END-STRING.
           MOVE SPACES TO ws-path-degreeReport.
           STRING env-data-dir DELIMITED BY SPACE
               "DegreeDays.rpt" DELIMITED BY SIZE
               INTO ws-path-degreeReport
           END-STRING.

       END PROGRAM DegreeDays.
