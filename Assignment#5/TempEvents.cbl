      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TempEvents as "TempEvents".
       AUTHOR.  Jennifer Olenic - 040998261.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT tempReadings ASSIGN ws-path-tempReadings
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS readingsStatus.
               SELECT alertThresholds ASSIGN ws-path-alertThresholds
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS alertThresholdStatus.
               SELECT eventParams ASSIGN ws-path-eventParams
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS paramStatus.
               SELECT sortWorkFile ASSIGN ws-path-sortWorkFile.
               SELECT eventFile ASSIGN ws-path-eventFile
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT eventReport ASSIGN ws-path-eventReport
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD tempReadings.
       01 tempReadingRec.
           03 trDate                   PIC 9(8).
           03 FILLER                   PIC X.
           03 trCityName               PIC X(15).
           03 FILLER                   PIC X.
           03 trReading1               PIC S99V9
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X.
           03 trReading2               PIC S99V9
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X.
           03 trReading3               PIC S99V9
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X.
           03 trReading4               PIC S99V9
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X.
           03 trReading5               PIC S99V9
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X.
           03 trAverageC               PIC S99V9
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X.
           03 trAverageF               PIC S999V9
                                       SIGN LEADING SEPARATE.

       FD alertThresholds.
       01 alertThresholdRec.
           03 atCityName               PIC X(15).
           03 FILLER                   PIC X.
           03 atHeatLimit              PIC S99V9
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X.
           03 atFrostLimit             PIC S99V9
                                       SIGN LEADING SEPARATE.

      *    Minimum run of consecutive days that makes a heat wave
      *    and a cold snap (three days each when not given).
       FD eventParams.
       01 eventParamRec.
           03 epHeatRun                PIC 99.
           03 FILLER                   PIC X.
           03 epColdRun                PIC 99.

       SD sortWorkFile.
       01 sortDayRec.
           03 sdCityName               PIC X(15).
           03 sdDate                   PIC 9(8).
           03 sdDayMax                 PIC S99V9
                                       SIGN LEADING SEPARATE.
           03 sdDayMin                 PIC S99V9
                                       SIGN LEADING SEPARATE.

      *    One row per event.  Type HEAT or COLD; status O for an
      *    event still running at the city's latest reading, C for
      *    one that has ended.  The peak is the highest daily reading
      *    of a heat wave or the lowest of a cold snap.
       FD eventFile.
       01 eventRec.
           03 evCityName               PIC X(15).
           03 FILLER                   PIC X.
           03 evType                   PIC X(4).
           03 FILLER                   PIC X.
           03 evStartDate              PIC 9(8).
           03 FILLER                   PIC X.
           03 evEndDate                PIC 9(8).
           03 FILLER                   PIC X.
           03 evLength                 PIC 9(3).
           03 FILLER                   PIC X.
           03 evPeak                   PIC S99V9
                                       SIGN LEADING SEPARATE.
           03 FILLER                   PIC X.
           03 evStatus                 PIC X(1).

       FD eventReport.
       01 eventLine                    PIC X(75).

       WORKING-STORAGE SECTION.
       01 readingsStatus   PIC XX.
       01 alertThresholdStatus PIC XX.
       01 paramStatus      PIC XX.
       01 readingsEof      PIC X VALUE "N".
           88 noMoreReadings      VALUE "Y".
       01 sortedEof        PIC X VALUE "N".
           88 noMoreSorted        VALUE "Y".
       01 heatRunDays      PIC 99 VALUE 03.
       01 coldRunDays      PIC 99 VALUE 03.
       01 numCount         PIC 9.
       01 dayMax           PIC S99V9 SIGN LEADING SEPARATE.
       01 dayMin           PIC S99V9 SIGN LEADING SEPARATE.
       01 dateInt          PIC 9(8) COMP.
       01 prevCity         PIC X(15) VALUE SPACES.
       01 prevDate         PIC 9(8) VALUE ZERO.
       01 cityHeatLimit    PIC S99V9 SIGN LEADING SEPARATE.
       01 cityFrostLimit   PIC S99V9 SIGN LEADING SEPARATE.
       01 heatRun.
           03 heatLength       PIC 9(3) VALUE ZERO.
           03 heatStart        PIC 9(8).
           03 heatEnd          PIC 9(8).
           03 heatLastInt      PIC 9(8) COMP.
           03 heatPeak         PIC S99V9 SIGN LEADING SEPARATE.
       01 coldRun.
           03 coldLength       PIC 9(3) VALUE ZERO.
           03 coldStart        PIC 9(8).
           03 coldEnd          PIC 9(8).
           03 coldLastInt      PIC 9(8) COMP.
           03 coldPeak         PIC S99V9 SIGN LEADING SEPARATE.
       01 eventsWritten    PIC 9(4) VALUE ZERO.
       01 closedCount      PIC 9(4) VALUE ZERO.
       01 openCount        PIC 9(4) VALUE ZERO.
       01 jobLogCount      PIC 9(6) VALUE ZERO.
       01 jobLogProgram    PIC X(12) VALUE "TempEvents".
       01 jobLogRunId     PIC X(14).
       01 runIdDate        PIC 9(8).
       01 runIdTime        PIC 9(8).
       01 jobLogEvent      PIC X(10).
       01 jobLogStatus     PIC X(20).
       01 alertTable.
           03 alertEntry OCCURS 10 TIMES INDEXED BY alertIdx.
               05 alertCityTab      PIC X(15).
               05 alertHeatTab      PIC S99V9
                                    SIGN LEADING SEPARATE.
               05 alertFrostTab     PIC S99V9
                                    SIGN LEADING SEPARATE.
       01 alertTableCount   PIC 99 VALUE ZERO.
      *    Open events are held back and reported after the closed
      *    ones, so whoever reads the report finds them together.
       01 openEventTable.
           03 openEntry OCCURS 20 TIMES INDEXED BY openIdx.
               05 oeLine            PIC X(75).
       01 reportTitle.
           03 FILLER           PIC X(40) VALUE
               "Heat-wave and cold-snap events.  RUNS: ".
           03 ttlHeatRun       PIC Z9.
           03 FILLER           PIC X(13) VALUE " DAYS HEAT,  ".
           03 ttlColdRun       PIC Z9.
           03 FILLER           PIC X(10) VALUE " DAYS COLD".
       01 closedHeading        PIC X(40) VALUE
           "CLOSED EVENTS".
       01 openHeading          PIC X(40) VALUE
           "OPEN EVENTS".
       01 columnHeads.
           03 FILLER PIC X(17) VALUE "CITY             ".
           03 FILLER PIC X(11) VALUE "EVENT      ".
           03 FILLER PIC X(10) VALUE "START     ".
           03 FILLER PIC X(10) VALUE "END       ".
           03 FILLER PIC X(6) VALUE "DAYS  ".
           03 FILLER PIC X(4) VALUE "PEAK".
       01 eventDetail.
           03 edCity           PIC X(15).
           03 FILLER           PIC X(2).
           03 edType           PIC X(9).
           03 FILLER           PIC X(2).
           03 edStart          PIC 9(8).
           03 FILLER           PIC X(2).
           03 edEnd            PIC 9(8).
           03 FILLER           PIC X(2).
           03 edLength         PIC ZZ9.
           03 FILLER           PIC X(3).
           03 edPeak           PIC Z9.9-.
           03 FILLER           PIC X VALUE "C".
       01 noEventsLine         PIC X(40) VALUE
           "  NONE".
       01 trailerLine1.
           03 FILLER           PIC X(24) VALUE
               "Closed events:          ".
           03 trlClosed        PIC Z(3)9.
       01 trailerLine2.
           03 FILLER           PIC X(24) VALUE
               "Open events:            ".
           03 trlOpen          PIC Z(3)9.
       01 dashLine             PIC X(60) VALUE ALL "-".
       01 blankLine            PIC X VALUE " ".

       01 env-name              PIC X(8) VALUE "PROD".
       01 env-data-dir          PIC X(30) VALUE "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-tempReadings  PIC X(70).
           03 ws-path-alertThresholds  PIC X(70).
           03 ws-path-eventParams  PIC X(70).
           03 ws-path-sortWorkFile  PIC X(70).
           03 ws-path-eventFile  PIC X(70).
           03 ws-path-eventReport  PIC X(70).

      *    A heat day is one whose highest reading reaches the city's
      *    heat limit and a frost day one whose lowest reading falls
      *    to its frost limit, the same tests the daily alert report
      *    makes.  An unbroken run of such days at least as long as
      *    the parameter is an event.  The events file is rebuilt
      *    from the whole readings history each run, so Program5 can
      *    tell when the next day carries an open event on.
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
           PERFORM GET-PARAMETERS.
           PERFORM LOAD-ALERT-THRESHOLDS.
           SORT sortWorkFile
               ON ASCENDING KEY sdCityName
               ON ASCENDING KEY sdDate
               INPUT PROCEDURE IS RELEASE-READINGS
               OUTPUT PROCEDURE IS FIND-EVENTS.
           PERFORM WRITE-OPEN-EVENTS.
           MOVE eventsWritten TO jobLogCount.
           MOVE "END" TO jobLogEvent.
           MOVE "COMPLETED" TO jobLogStatus.
           CALL "JobLog" USING jobLogProgram, jobLogEvent, jobLogCount,
               jobLogStatus,
               jobLogRunId.
           STOP RUN.

       INITIALIZATION SECTION.
           GET-PARAMETERS.
               OPEN INPUT eventParams.
               IF paramStatus = "00"
                   READ eventParams
                       AT END
                           DISPLAY "PARAMETERS EMPTY - 3-DAY RUNS"
                       NOT AT END
                           IF epHeatRun IS NUMERIC
                               AND epHeatRun > ZERO
                               MOVE epHeatRun TO heatRunDays
                           END-IF
                           IF epColdRun IS NUMERIC
                               AND epColdRun > ZERO
                               MOVE epColdRun TO coldRunDays
                           END-IF
                   END-READ
                   CLOSE eventParams
               ELSE
                   DISPLAY "PARAMETERS NOT FOUND - 3-DAY RUNS"
               END-IF.

           LOAD-ALERT-THRESHOLDS.
               OPEN INPUT alertThresholds.
               IF alertThresholdStatus = "00"
                   PERFORM LOAD-ONE-THRESHOLD
                       UNTIL alertThresholdStatus NOT = "00"
                       OR alertTableCount = 10
                   CLOSE alertThresholds
               ELSE
                   DISPLAY "ALERT THRESHOLDS NOT FOUND - NO "
                       "EVENTS CAN BE FOUND"
               END-IF.

           LOAD-ONE-THRESHOLD.
               READ alertThresholds
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO alertTableCount
                       SET alertIdx TO alertTableCount
                       MOVE atCityName TO alertCityTab(alertIdx)
                       MOVE atHeatLimit TO alertHeatTab(alertIdx)
                       MOVE atFrostLimit TO alertFrostTab(alertIdx)
               END-READ.

      *    Only cities carrying thresholds can have events, so the
      *    rest never reach the sort.
       EVENT-SORT SECTION.
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
                       IF trDate IS NUMERIC
                           PERFORM RELEASE-THRESHOLD-CITY
                       END-IF
               END-READ.

           RELEASE-THRESHOLD-CITY.
               SET alertIdx TO 1.
               SEARCH alertEntry
                   AT END
                       CONTINUE
                   WHEN alertCityTab(alertIdx) = trCityName
                       PERFORM RELEASE-ONE-DAY
               END-SEARCH.

           RELEASE-ONE-DAY.
               MOVE trReading1 TO dayMax dayMin.
               IF trReading2 > dayMax
                   MOVE trReading2 TO dayMax
               END-IF.
               IF trReading3 > dayMax
                   MOVE trReading3 TO dayMax
               END-IF.
               IF trReading4 > dayMax
                   MOVE trReading4 TO dayMax
               END-IF.
               IF trReading5 > dayMax
                   MOVE trReading5 TO dayMax
               END-IF.
               IF trReading2 < dayMin
                   MOVE trReading2 TO dayMin
               END-IF.
               IF trReading3 < dayMin
                   MOVE trReading3 TO dayMin
               END-IF.
               IF trReading4 < dayMin
                   MOVE trReading4 TO dayMin
               END-IF.
               IF trReading5 < dayMin
                   MOVE trReading5 TO dayMin
               END-IF.
               MOVE trCityName TO sdCityName.
               MOVE trDate TO sdDate.
               MOVE dayMax TO sdDayMax.
               MOVE dayMin TO sdDayMin.
               RELEASE sortDayRec.

      *    A second row for a city and date adds nothing to a run and
      *    is passed over; ReadingsReconcile reports duplicates.
           FIND-EVENTS.
               OPEN OUTPUT eventFile.
               OPEN OUTPUT eventReport.
               MOVE heatRunDays TO ttlHeatRun.
               MOVE coldRunDays TO ttlColdRun.
               WRITE eventLine FROM reportTitle.
               WRITE eventLine FROM dashLine.
               WRITE eventLine FROM closedHeading.
               WRITE eventLine FROM columnHeads.
               PERFORM RETURN-ONE-DAY.
               PERFORM CHECK-ONE-DAY UNTIL noMoreSorted.
               IF prevCity NOT = SPACES
                   PERFORM FINISH-CITY
               END-IF.
               CLOSE eventFile.
               IF closedCount = ZERO
                   WRITE eventLine FROM noEventsLine
               END-IF.

           RETURN-ONE-DAY.
               RETURN sortWorkFile
                   AT END
                       MOVE "Y" TO sortedEof
               END-RETURN.

           CHECK-ONE-DAY.
               IF sdCityName NOT = prevCity
                   IF prevCity NOT = SPACES
                       PERFORM FINISH-CITY
                   END-IF
                   PERFORM START-CITY
               END-IF.
               IF sdDate NOT = prevDate
                   MOVE sdDate TO prevDate
                   COMPUTE dateInt = FUNCTION INTEGER-OF-DATE(sdDate)
                   PERFORM CHECK-HEAT-DAY
                   PERFORM CHECK-COLD-DAY
               END-IF.
               PERFORM RETURN-ONE-DAY.

           START-CITY.
               MOVE sdCityName TO prevCity.
               MOVE ZERO TO prevDate.
               MOVE ZERO TO heatLength.
               MOVE ZERO TO coldLength.
               SET alertIdx TO 1.
               SEARCH alertEntry
                   AT END
                       CONTINUE
                   WHEN alertCityTab(alertIdx) = sdCityName
                       MOVE alertHeatTab(alertIdx) TO cityHeatLimit
                       MOVE alertFrostTab(alertIdx) TO cityFrostLimit
               END-SEARCH.

      *    A day that misses the limit, or a gap in the readings,
      *    ends the run.
           CHECK-HEAT-DAY.
               IF sdDayMax NOT < cityHeatLimit
                   IF heatLength > ZERO
                       AND dateInt = heatLastInt + 1
                       ADD 1 TO heatLength
                       MOVE sdDate TO heatEnd
                       IF sdDayMax > heatPeak
                           MOVE sdDayMax TO heatPeak
                       END-IF
                   ELSE
                       PERFORM CLOSE-HEAT-RUN
                       MOVE 1 TO heatLength
                       MOVE sdDate TO heatStart heatEnd
                       MOVE sdDayMax TO heatPeak
                   END-IF
                   MOVE dateInt TO heatLastInt
               ELSE
                   PERFORM CLOSE-HEAT-RUN
               END-IF.

           CHECK-COLD-DAY.
               IF sdDayMin NOT > cityFrostLimit
                   IF coldLength > ZERO
                       AND dateInt = coldLastInt + 1
                       ADD 1 TO coldLength
                       MOVE sdDate TO coldEnd
                       IF sdDayMin < coldPeak
                           MOVE sdDayMin TO coldPeak
                       END-IF
                   ELSE
                       PERFORM CLOSE-COLD-RUN
                       MOVE 1 TO coldLength
                       MOVE sdDate TO coldStart coldEnd
                       MOVE sdDayMin TO coldPeak
                   END-IF
                   MOVE dateInt TO coldLastInt
               ELSE
                   PERFORM CLOSE-COLD-RUN
               END-IF.

           CLOSE-HEAT-RUN.
               IF heatLength NOT < heatRunDays
                   MOVE "C" TO evStatus
                   PERFORM WRITE-HEAT-EVENT
               END-IF.
               MOVE ZERO TO heatLength.

           CLOSE-COLD-RUN.
               IF coldLength NOT < coldRunDays
                   MOVE "C" TO evStatus
                   PERFORM WRITE-COLD-EVENT
               END-IF.
               MOVE ZERO TO coldLength.

      *    A run still going at the city's latest reading is open.
           FINISH-CITY.
               IF heatLength NOT < heatRunDays
                   MOVE "O" TO evStatus
                   PERFORM WRITE-HEAT-EVENT
               END-IF.
               IF coldLength NOT < coldRunDays
                   MOVE "O" TO evStatus
                   PERFORM WRITE-COLD-EVENT
               END-IF.

           WRITE-HEAT-EVENT.
               MOVE "HEAT" TO evType.
               MOVE "HEAT WAVE" TO edType.
               MOVE heatStart TO evStartDate.
               MOVE heatEnd TO evEndDate.
               MOVE heatLength TO evLength.
               MOVE heatPeak TO evPeak.
               PERFORM WRITE-ONE-EVENT.

           WRITE-COLD-EVENT.
               MOVE "COLD" TO evType.
               MOVE "COLD SNAP" TO edType.
               MOVE coldStart TO evStartDate.
               MOVE coldEnd TO evEndDate.
               MOVE coldLength TO evLength.
               MOVE coldPeak TO evPeak.
               PERFORM WRITE-ONE-EVENT.

           WRITE-ONE-EVENT.
               MOVE prevCity TO evCityName.
               MOVE SPACES TO eventRec(16:1) eventRec(21:1)
                   eventRec(30:1) eventRec(39:1) eventRec(43:1)
                   eventRec(48:1).
               WRITE eventRec.
               ADD 1 TO eventsWritten.
               MOVE prevCity TO edCity.
               MOVE evStartDate TO edStart.
               MOVE evEndDate TO edEnd.
               MOVE evLength TO edLength.
               MOVE evPeak TO edPeak.
               IF evStatus = "C"
                   WRITE eventLine FROM eventDetail
                   ADD 1 TO closedCount
               ELSE
                   IF openCount < 20
                       ADD 1 TO openCount
                       SET openIdx TO openCount
                       MOVE eventDetail TO oeLine(openIdx)
                   END-IF
               END-IF.

       REPORT-OUT SECTION.
           WRITE-OPEN-EVENTS.
               WRITE eventLine FROM blankLine.
               WRITE eventLine FROM openHeading.
               WRITE eventLine FROM columnHeads.
               IF openCount = ZERO
                   WRITE eventLine FROM noEventsLine
               ELSE
                   PERFORM WRITE-ONE-OPEN
                       VARYING openIdx FROM 1 BY 1
                       UNTIL openIdx > openCount
               END-IF.
               WRITE eventLine FROM blankLine.
               MOVE closedCount TO trlClosed.
               WRITE eventLine FROM trailerLine1.
               MOVE openCount TO trlOpen.
               WRITE eventLine FROM trailerLine2.
               CLOSE eventReport.
               DISPLAY "EVENTS WRITTEN: " eventsWritten.
               DISPLAY "OPEN EVENTS: " openCount.

           WRITE-ONE-OPEN.
               WRITE eventLine FROM oeLine(openIdx).

       BUILD-FILE-PATHS.
           CALL "EnvConfig" USING env-name, env-data-dir.
           MOVE SPACES TO ws-path-tempReadings.
           STRING env-data-dir DELIMITED BY SPACE
               "TemperatureReadings.dat" DELIMITED BY SIZE
               INTO ws-path-tempReadings
           END-STRING.
           MOVE SPACES TO ws-path-alertThresholds.
           STRING env-data-dir DELIMITED BY SPACE
               "CityAlertThresholds.dat" DELIMITED BY SIZE
               INTO ws-path-alertThresholds
           END-STRING.
           MOVE SPACES TO ws-path-eventParams.
           STRING env-data-dir DELIMITED BY SPACE
               "Event_Params.dat" DELIMITED BY SIZE
               INTO ws-path-eventParams
           END-STRING.
           MOVE SPACES TO ws-path-sortWorkFile.
           STRING env-data-dir DELIMITED BY SPACE
               "TempEvents_Sort.dat" DELIMITED BY SIZE
               INTO ws-path-sortWorkFile
           END-STRING.
           MOVE SPACES TO ws-path-eventFile.
           STRING env-data-dir DELIMITED BY SPACE
               "TempEvents.dat" DELIMITED BY SIZE
               INTO ws-path-eventFile
           END-STRING.
           MOVE SPACES TO ws-path-eventReport.
           STRING env-data-dir DELIMITED BY SPACE
               "TempEvents.rpt" DELIMITED BY SIZE
               INTO ws-path-eventReport
           END-STRING.

       END PROGRAM TempEvents.
