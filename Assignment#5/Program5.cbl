       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT stationMaster ASSIGN ws-path-stationMaster
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS smStationId
                   FILE STATUS IS stationStatus.
               SELECT readingsInput ASSIGN ws-path-readingsInput
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS readingsInputStatus.
               SELECT tempReadings ASSIGN ws-path-tempReadings
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS tempReadingsStatus.
               SELECT stationExtremes ASSIGN ws-path-stationExtremes
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   FILE STATUS IS alertThresholdStatus.
               SELECT alertReport ASSIGN ws-path-alertReport
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT precipInput ASSIGN ws-path-precipInput
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS precipInputStatus.
               SELECT precipReadings ASSIGN ws-path-precipReadings
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS precipReadingsStatus.
               SELECT tempEvents ASSIGN ws-path-tempEvents
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS tempEventStatus.
               SELECT qcParams ASSIGN ws-path-qcParams
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS qcParamStatus.
               SELECT quarantineFile ASSIGN ws-path-quarantine
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS quarantineStatus.
               SELECT qcReport ASSIGN ws-path-qcReport
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

      *    Temperatures carry a leading separate sign since the
      *    sub-zero support change, so winter readings finally fit
       FD alertReport.
       01 alertLine                    PIC X(60).

      *    Daily precipitation per station: rainfall in millimetres,
      *    snowfall in centimetres and the depth of snow on the
      *    ground in centimetres.
       FD precipInput.
       01 precipInputRec.
           03 piDate                   PIC 9(8).
           03 FILLER                   PIC X.
           03 piCityName               PIC X(15).
           03 FILLER                   PIC X.
           03 piRainMm                 PIC 9(3)V9.
           03 FILLER                   PIC X.
           03 piSnowCm                 PIC 9(3)V9.
           03 FILLER                   PIC X.
           03 piSnowGround             PIC 9(3).

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

      *    Heat waves and cold snaps found by TempEvents; status O
      *    marks one still running at the last reading.
       FD tempEvents.
       01 tempEventRec.
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

      *    Intraday quality-control limits: the largest change
      *    allowed between one reading and the next, the widest
      *    spread over the day, and the largest move in the daily
      *    average from the day before.
       FD qcParams.
       01 qcParamRec.
           03 qpSpikeLimit             PIC 99V9.
           03 FILLER                   PIC X.
           03 qpSpreadLimit            PIC 99V9.
           03 FILLER                   PIC X.
           03 qpJumpLimit              PIC 99V9.

      *    A day failing quality control waits here for QCRelease
      *    instead of going on the history.  One flag per check.
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

       FD qcReport.
       01 qcLine                       PIC X(60).

       WORKING-STORAGE SECTION.
       01 numCount         PIC 9.
       01 nextNum          PIC S99V9 SIGN LEADING SEPARATE.
       01 dailyMin         PIC S99V9 SIGN LEADING SEPARATE.
       01 dailyMax         PIC S99V9 SIGN LEADING SEPARATE.
       01 extremeStatus    PIC XX.
       01 stationStatus    PIC XX.
       01 cityEof          PIC X VALUE "N".
           88 noMoreCities        VALUE "Y".
       01 readingsInputStatus PIC XX.
       01 effectiveDate    PIC 9(8).
       01 matchedCount     PIC 9(4) VALUE ZERO.
       01 unmatchedCount   PIC 9(4) VALUE ZERO.
       01 inactiveCount    PIC 9(4) VALUE ZERO.
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
       01 jobLogCount      PIC 9(6) VALUE ZERO.
       01 jobLogProgram    PIC X(12) VALUE "Program5".
       01 jobLogRunId     PIC X(14).
                                    SIGN LEADING SEPARATE.
               05 cityNewLowFlag    PIC X VALUE "N".
               05 cityNewHighFlag   PIC X VALUE "N".
               05 cityActiveToday   PIC X VALUE "N".
               05 cityLastDate      PIC 9(8) VALUE ZERO.
               05 cityLastAvg       PIC S99V9
                                    SIGN LEADING SEPARATE.
       01 readingsTable.
           03 readingTab OCCURS 5 TIMES PIC S99V9
               SIGN LEADING SEPARATE.
               05 alertFrostTab     PIC S99V9
                                    SIGN LEADING SEPARATE.
       01 alertTableCount   PIC 99 VALUE ZERO.
       01 precipInputStatus PIC XX.
       01 precipReadingsStatus PIC XX.
       01 precipEof         PIC X VALUE "N".
           88 noMorePrecip        VALUE "Y".
       01 precipPostedCount PIC 9(4) VALUE ZERO.
       01 precipRejectCount PIC 9(4) VALUE ZERO.
       01 tempEventStatus   PIC XX.
       01 tempReadingsStatus PIC XX.
       01 historyEof        PIC X VALUE "N".
           88 noMoreHistory       VALUE "Y".
       01 qcParamStatus     PIC XX.
       01 quarantineStatus  PIC XX.
       01 spikeLimit        PIC 99V9 VALUE 15.0.
       01 spreadLimit       PIC 99V9 VALUE 25.0.
       01 jumpLimit         PIC 99V9 VALUE 15.0.
       01 qcDate            PIC 9(8).
       01 qcPrevDay         PIC 9(8).
       01 qcStep            PIC S99V9 SIGN LEADING SEPARATE.
       01 qcWorstStep       PIC S99V9 SIGN LEADING SEPARATE.
       01 qcJump            PIC S99V9 SIGN LEADING SEPARATE.
       01 qcResult.
           03 qcSpikeFlag       PIC X(1).
               88 qcSpikeFailed       VALUE "Y".
           03 qcSpreadFlag      PIC X(1).
               88 qcSpreadFailed      VALUE "Y".
           03 qcStuckFlag       PIC X(1).
               88 qcStuckFailed       VALUE "Y".
           03 qcJumpFlag        PIC X(1).
               88 qcJumpFailed        VALUE "Y".
       01 qcCheckedCount    PIC 9(4) VALUE ZERO.
       01 quarantinedCount  PIC 9(4) VALUE ZERO.
       01 qcTitle           PIC X(50) VALUE
           "Intraday quality control - readings quarantined".
       01 qcDetail.
           03 qcdDate          PIC 9(8).
           03 FILLER           PIC X(2).
           03 qcdCity          PIC X(15).
           03 FILLER           PIC X(2).
           03 qcdReason        PIC X(8).
           03 qcdValue         PIC Z9.9-.
           03 qcdLimitText     PIC X(10).
           03 qcdLimit         PIC Z9.9-.
           03 qcdClose         PIC X(2).
       01 qcTrailer1.
           03 FILLER           PIC X(24) VALUE
               "Days checked:           ".
           03 qctChecked       PIC Z(3)9.
       01 qcTrailer2.
           03 FILLER           PIC X(24) VALUE
               "Days quarantined:       ".
           03 qctQuarantined   PIC Z(3)9.
       01 qcDashLine        PIC X(60) VALUE ALL "-".
       01 qcBlankLine       PIC X VALUE " ".
       01 openEventCount    PIC 99 VALUE ZERO.
       01 eventCheckType    PIC X(4).
       01 eventDate         PIC 9(8).
       01 eventPrevDay      PIC 9(8).
       01 openEventTable.
           03 openEventEntry OCCURS 20 TIMES INDEXED BY oeIdx.
               05 oeCity            PIC X(15).
               05 oeType            PIC X(4).
               05 oeStart           PIC 9(8).
               05 oeEnd             PIC 9(8).
               05 oeLength          PIC 9(3).
       01 eventDetail.
           03 evdCity          PIC X(15).
           03 FILLER           PIC X(2).
           03 FILLER           PIC X(14) VALUE "EVENT ONGOING ".
           03 FILLER           PIC X(2).
           03 evdType          PIC X(4).
           03 FILLER           PIC X(5) VALUE " DAY ".
           03 evdDay           PIC ZZ9.
           03 FILLER           PIC X(7) VALUE " SINCE ".
           03 evdStart         PIC 9(8).
       01 alertDetail.
           03 altCity          PIC X(15).
           03 FILLER           PIC X(2).
       01 env-name              PIC X(8) VALUE "PROD".
       01 env-data-dir          PIC X(30) VALUE "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-stationMaster  PIC X(70).
           03 ws-path-readingsInput  PIC X(70).
           03 ws-path-tempReadings  PIC X(70).
           03 ws-path-stationExtremes  PIC X(70).
           03 ws-path-alertThresholds  PIC X(70).
           03 ws-path-alertReport  PIC X(70).
           03 ws-path-precipInput  PIC X(70).
           03 ws-path-precipReadings  PIC X(70).
           03 ws-path-tempEvents  PIC X(70).
           03 ws-path-qcParams  PIC X(70).
           03 ws-path-quarantine  PIC X(70).
           03 ws-path-qcReport  PIC X(70).

       PROCEDURE DIVISION.
       MAIN SECTION.
           IF file-intake-mode
               PERFORM PROCESS-READINGS-FILE
           ELSE
               PERFORM GET-ALL-CITIES
           END-IF.
           PERFORM PROCESS-PRECIP-FILE.
           PERFORM TERMINATION.
           MOVE cityCount TO jobLogCount.
           MOVE "END" TO jobLogEvent.
               ACCEPT currentDate FROM DATE YYYYMMDD.
               DISPLAY SPACE UPON CRT.

      *    Cities come from the station master; only a station
      *    active on the date being processed takes readings.
           LOAD-CITIES.
               MOVE SPACES TO stationTable.
               OPEN INPUT stationMaster.
               IF stationStatus = "00"
                   PERFORM READ-CITY UNTIL noMoreCities
                   CLOSE stationMaster
               ELSE
                   DISPLAY "STATION MASTER NOT FOUND"
               END-IF.
               PERFORM LOAD-ALERT-THRESHOLDS.
               PERFORM LOAD-OPEN-EVENTS.
               PERFORM GET-QC-PARAMETERS.
               PERFORM LOAD-LAST-AVERAGES.

      *    Heat and frost warning limits are operator-maintained
      *    per city; cities with no row raise no alerts.
               END-READ.

           READ-CITY.
               READ stationMaster NEXT RECORD
                   AT END
                       MOVE "Y" TO cityEof
                   NOT AT END
                       PERFORM ADD-STATION-ROW
               END-READ.

           OPEN-REPORT-FILES.
               OPEN EXTEND tempReadings.
               IF tempReadingsStatus = "35"
                   OPEN OUTPUT tempReadings
               END-IF.
               OPEN EXTEND quarantineFile.
               IF quarantineStatus = "35"
                   OPEN OUTPUT quarantineFile
               END-IF.
               OPEN OUTPUT qcReport.
               WRITE qcLine FROM qcTitle.
               WRITE qcLine FROM qcDashLine.
               OPEN I-O stationExtremes.
               IF extremeStatus = "35"
                   OPEN OUTPUT stationExtremes
      *    line on it as an attention item.
               OPEN OUTPUT alertReport.

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
               SET cityIdx TO 1.
               SEARCH cityEntry
                   AT END
                       PERFORM ADD-STATION-CITY
                   WHEN cityNameTab(cityIdx) = smStationName
                       CONTINUE
               END-SEARCH.
               MOVE smStationName TO checkName.
               MOVE currentDate TO checkFromDate checkToDate.
               PERFORM CHECK-STATION-ACTIVE.
               IF stationIsActive AND cityIdx NOT > cityCount
                   MOVE "Y" TO cityActiveToday(cityIdx)
               END-IF.

           ADD-STATION-CITY.
               IF cityCount < 10
                   ADD 1 TO cityCount
                   SET cityIdx TO cityCount
                   MOVE smStationName TO cityNameTab(cityCount)
                   MOVE ZERO TO cityAvgTab(cityCount)
                                cityAvgFTab(cityCount)
                                cityMinTab(cityCount)
                                cityMaxTab(cityCount)
                   MOVE "N" TO cityNewLowFlag(cityCount)
                               cityNewHighFlag(cityCount)
                               cityActiveToday(cityCount)
                   MOVE ZERO TO cityLastDate(cityCount)
                                cityLastAvg(cityCount)
               END-IF.

      *    checkFromDate through checkToDate is the period asked
      *    about; any station row for the city active on any day
      *    of it will do.
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

      *    An open event whose last day was yesterday is carried on
      *    by today's warning.  The table is moved along as well, so
      *    a readings file holding several days keeps the count.
       EVENTS SECTION.
           LOAD-OPEN-EVENTS.
               OPEN INPUT tempEvents.
               IF tempEventStatus = "00"
                   PERFORM LOAD-ONE-EVENT
                       UNTIL tempEventStatus NOT = "00"
                       OR openEventCount = 20
                   CLOSE tempEvents
               END-IF.

           LOAD-ONE-EVENT.
               READ tempEvents
                   AT END
                       CONTINUE
                   NOT AT END
                       IF evStatus = "O"
                           ADD 1 TO openEventCount
                           SET oeIdx TO openEventCount
                           MOVE evCityName TO oeCity(oeIdx)
                           MOVE evType TO oeType(oeIdx)
                           MOVE evStartDate TO oeStart(oeIdx)
                           MOVE evEndDate TO oeEnd(oeIdx)
                           MOVE evLength TO oeLength(oeIdx)
                       END-IF
               END-READ.

           CHECK-OPEN-EVENT.
               IF file-intake-mode
                   MOVE readingDate TO eventDate
               ELSE
                   MOVE currentDate TO eventDate
               END-IF.
               COMPUTE eventPrevDay = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(eventDate) - 1).
               SET oeIdx TO 1.
               SEARCH openEventEntry
                   AT END
                       CONTINUE
                   WHEN oeCity(oeIdx) = cityNameTab(cityIdx)
                       AND oeType(oeIdx) = eventCheckType
                       AND (oeEnd(oeIdx) = eventPrevDay
                       OR oeEnd(oeIdx) = eventDate)
                       PERFORM WRITE-EVENT-ONGOING
               END-SEARCH.

           WRITE-EVENT-ONGOING.
               IF oeEnd(oeIdx) = eventPrevDay
                   ADD 1 TO oeLength(oeIdx)
                   MOVE eventDate TO oeEnd(oeIdx)
               END-IF.
               MOVE cityNameTab(cityIdx) TO evdCity.
               MOVE eventCheckType TO evdType.
               MOVE oeLength(oeIdx) TO evdDay.
               MOVE oeStart(oeIdx) TO evdStart.
               WRITE alertLine FROM eventDetail.
               ADD 1 TO alertCount.

      *    Each day's five readings are checked before they reach
      *    the history or the extremes: a jump between successive
      *    readings, too wide a spread, the same value all day (a
      *    stuck sensor), and a move in the daily average from the
      *    previous day's posted average.  A failing day goes to the
      *    quarantine file with its reasons on the QC report, to be
      *    posted or discarded by QCRelease once someone has looked.
       QUALITY SECTION.
           GET-QC-PARAMETERS.
               OPEN INPUT qcParams.
               IF qcParamStatus = "00"
                   READ qcParams
                       AT END
                           CONTINUE
                       NOT AT END
                           IF qpSpikeLimit IS NUMERIC
                               MOVE qpSpikeLimit TO spikeLimit
                           END-IF
                           IF qpSpreadLimit IS NUMERIC
                               MOVE qpSpreadLimit TO spreadLimit
                           END-IF
                           IF qpJumpLimit IS NUMERIC
                               MOVE qpJumpLimit TO jumpLimit
                           END-IF
                   END-READ
                   CLOSE qcParams
               ELSE
                   DISPLAY "QC PARAMETERS NOT FOUND - DEFAULT LIMITS"
               END-IF.

      *    The latest posted average per city, for the day-over-day
      *    check; read before the history is opened for extend.
           LOAD-LAST-AVERAGES.
               OPEN INPUT tempReadings.
               IF tempReadingsStatus = "00"
                   PERFORM READ-ONE-HISTORY UNTIL noMoreHistory
                   CLOSE tempReadings
               END-IF.

           READ-ONE-HISTORY.
               READ tempReadings
                   AT END
                       MOVE "Y" TO historyEof
                   NOT AT END
                       PERFORM NOTE-LAST-AVERAGE
               END-READ.

           NOTE-LAST-AVERAGE.
               SET cityIdx TO 1.
               SEARCH cityEntry
                   AT END
                       CONTINUE
                   WHEN cityNameTab(cityIdx) = trCityName
                       IF trDate NOT < cityLastDate(cityIdx)
                           MOVE trDate TO cityLastDate(cityIdx)
                           MOVE trAverageC TO cityLastAvg(cityIdx)
                       END-IF
               END-SEARCH.

           CHECK-DAY-QUALITY.
               ADD 1 TO qcCheckedCount.
               IF file-intake-mode
                   MOVE readingDate TO qcDate
               ELSE
                   MOVE currentDate TO qcDate
               END-IF.
               MOVE "NNNN" TO qcResult.
               MOVE ZERO TO qcWorstStep.
               PERFORM CHECK-ONE-STEP
                   VARYING numCount FROM 2 BY 1
                   UNTIL numCount > 5.
               IF qcWorstStep > spikeLimit
                   MOVE "Y" TO qcSpikeFlag
               END-IF.
               IF dailyMax - dailyMin > spreadLimit
                   MOVE "Y" TO qcSpreadFlag
               END-IF.
               IF dailyMax = dailyMin
                   MOVE "Y" TO qcStuckFlag
               END-IF.
               COMPUTE qcPrevDay = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(qcDate) - 1).
               MOVE ZERO TO qcJump.
               IF cityLastDate(cityIdx) = qcPrevDay
                   COMPUTE qcJump = avg - cityLastAvg(cityIdx)
                   IF qcJump < ZERO
                       COMPUTE qcJump = ZERO - qcJump
                   END-IF
                   IF qcJump > jumpLimit
                       MOVE "Y" TO qcJumpFlag
                   END-IF
               END-IF.

           CHECK-ONE-STEP.
               COMPUTE qcStep = readingTab(numCount)
                   - readingTab(numCount - 1).
               IF qcStep < ZERO
                   COMPUTE qcStep = ZERO - qcStep
               END-IF.
               IF qcStep > qcWorstStep
                   MOVE qcStep TO qcWorstStep
               END-IF.

           QUARANTINE-DAY.
               ADD 1 TO quarantinedCount.
               MOVE SPACES TO quarantineRec.
               MOVE qcDate TO qrDate.
               MOVE cityNameTab(cityIdx) TO qrCityName.
               MOVE readingTab(1) TO qrReading1.
               MOVE readingTab(2) TO qrReading2.
               MOVE readingTab(3) TO qrReading3.
               MOVE readingTab(4) TO qrReading4.
               MOVE readingTab(5) TO qrReading5.
               MOVE qcSpikeFlag TO qrSpikeFlag.
               MOVE qcSpreadFlag TO qrSpreadFlag.
               MOVE qcStuckFlag TO qrStuckFlag.
               MOVE qcJumpFlag TO qrJumpFlag.
               WRITE quarantineRec.
               DISPLAY "READINGS QUARANTINED: " cityNameTab(cityIdx)
                   " " qcDate.
               MOVE SPACES TO qcDetail.
               MOVE qcDate TO qcdDate.
               MOVE cityNameTab(cityIdx) TO qcdCity.
               MOVE "C  (LIMIT " TO qcdLimitText.
               MOVE "C)" TO qcdClose.
               IF qcSpikeFailed
                   MOVE "SPIKE" TO qcdReason
                   MOVE qcWorstStep TO qcdValue
                   MOVE spikeLimit TO qcdLimit
                   WRITE qcLine FROM qcDetail
               END-IF.
               IF qcSpreadFailed
                   MOVE "SPREAD" TO qcdReason
                   COMPUTE qcdValue = dailyMax - dailyMin
                   MOVE spreadLimit TO qcdLimit
                   WRITE qcLine FROM qcDetail
               END-IF.
               IF qcJumpFailed
                   MOVE "JUMP" TO qcdReason
                   MOVE qcJump TO qcdValue
                   MOVE jumpLimit TO qcdLimit
                   WRITE qcLine FROM qcDetail
               END-IF.
               IF qcStuckFailed
                   MOVE "STUCK" TO qcdReason
                   MOVE dailyMax TO qcdValue
                   MOVE "C  ALL DAY" TO qcdLimitText
                   MOVE SPACES TO qcDetail(51:7)
                   WRITE qcLine FROM qcDetail
               END-IF.

       INTAKE SECTION.
           GET-INTAKE-MODE.
               DISPLAY "Enter F for readings file intake or K for "
               DISPLAY "READINGS MATCHED: " matchedCount.
               DISPLAY "READINGS FOR UNLISTED CITIES: "
                   unmatchedCount.
               DISPLAY "READINGS FOR INACTIVE STATIONS: "
                   inactiveCount.

           READ-ONE-READING.
               READ readingsInput

           PROCESS-ONE-READING.
               PERFORM FIND-READING-CITY.
               MOVE riCityName TO checkName.
               MOVE riDate TO checkFromDate checkToDate.
               PERFORM CHECK-STATION-ACTIVE.
               IF cityIdx > cityCount
                   DISPLAY "CITY NOT ON STATION MASTER: " riCityName
                   ADD 1 TO unmatchedCount
               ELSE
                 IF NOT stationIsActive
                   DISPLAY "STATION NOT ACTIVE ON " riDate ": "
                       riCityName
                   ADD 1 TO inactiveCount
                 ELSE
                   ADD 1 TO matchedCount
                   MOVE riReading1 TO readingTab(1)
                   MOVE riReading2 TO readingTab(2)
                   MOVE riReading5 TO readingTab(5)
                   MOVE riDate TO readingDate
                   PERFORM COMPUTE-FILE-STATS
                   PERFORM CHECK-DAY-QUALITY
                   IF qcResult NOT = "NNNN"
                       PERFORM QUARANTINE-DAY
                   ELSE
                       MOVE avg TO cityAvgTab(cityIdx)
                       MOVE avgF TO cityAvgFTab(cityIdx)
                       MOVE dailyMin TO cityMinTab(cityIdx)
                       MOVE dailyMax TO cityMaxTab(cityIdx)
                       PERFORM CHECK-ALERTS
                       PERFORM CHECK-EXTREMES
                       PERFORM WRITE-READING
                   END-IF
                 END-IF
               END-IF.
               PERFORM READ-ONE-READING.

                   MOVE alertHeatTab(alertIdx) TO altLimit
                   WRITE alertLine FROM alertDetail
                   ADD 1 TO alertCount
                   MOVE "HEAT" TO eventCheckType
                   PERFORM CHECK-OPEN-EVENT
               END-IF.
               IF dailyMin NOT > alertFrostTab(alertIdx)
                   MOVE cityNameTab(cityIdx) TO altCity
                   MOVE alertFrostTab(alertIdx) TO altLimit
                   WRITE alertLine FROM alertDetail
                   ADD 1 TO alertCount
                   MOVE "COLD" TO eventCheckType
                   PERFORM CHECK-OPEN-EVENT
               END-IF.

           FIND-READING-CITY.
                   MOVE readingTab(numCount) TO dailyMax
               END-IF.

      *    Precipitation arrives on its own intake file in either
      *    mode and is checked against the same stations before it
      *    goes on the precipitation history beside the temperature
      *    history.
       PRECIP-INTAKE SECTION.
           PROCESS-PRECIP-FILE.
               OPEN INPUT precipInput.
               IF precipInputStatus NOT = "00"
                   DISPLAY "PRECIPITATION INPUT NOT FOUND - NONE "
                       "POSTED"
               ELSE
                   OPEN EXTEND precipReadings
                   IF precipReadingsStatus = "35"
                       OPEN OUTPUT precipReadings
                   END-IF
                   PERFORM READ-ONE-PRECIP
                   PERFORM PROCESS-ONE-PRECIP UNTIL noMorePrecip
                   CLOSE precipInput
                   CLOSE precipReadings
                   DISPLAY "PRECIPITATION READINGS POSTED: "
                       precipPostedCount
                   DISPLAY "PRECIPITATION READINGS REJECTED: "
                       precipRejectCount
               END-IF.

           READ-ONE-PRECIP.
               READ precipInput
                   AT END
                       MOVE "Y" TO precipEof
                   NOT AT END
                       CONTINUE
               END-READ.

           PROCESS-ONE-PRECIP.
               SET cityIdx TO 1.
               SEARCH cityEntry
                   AT END
                       CONTINUE
                   WHEN cityNameTab(cityIdx) = piCityName
                       CONTINUE
               END-SEARCH.
               MOVE piCityName TO checkName.
               MOVE piDate TO checkFromDate checkToDate.
               PERFORM CHECK-STATION-ACTIVE.
               IF cityIdx > cityCount
                   DISPLAY "CITY NOT ON STATION MASTER: " piCityName
                   ADD 1 TO precipRejectCount
               ELSE
                 IF NOT stationIsActive
                   DISPLAY "STATION NOT ACTIVE ON " piDate ": "
                       piCityName
                   ADD 1 TO precipRejectCount
                 ELSE
                   IF piRainMm IS NUMERIC
                       AND piSnowCm IS NUMERIC
                       AND piSnowGround IS NUMERIC
                       PERFORM WRITE-PRECIP-READING
                   ELSE
                       DISPLAY "PRECIPITATION NOT NUMERIC: "
                           piCityName " " piDate
                       ADD 1 TO precipRejectCount
                   END-IF
                 END-IF
               END-IF.
               PERFORM READ-ONE-PRECIP.

           WRITE-PRECIP-READING.
               MOVE SPACES TO precipReadingRec.
               MOVE piDate TO prDate.
               MOVE cityNameTab(cityIdx) TO prCityName.
               MOVE piRainMm TO prRainMm.
               MOVE piSnowCm TO prSnowCm.
               MOVE piSnowGround TO prSnowGround.
               WRITE precipReadingRec.
               ADD 1 TO precipPostedCount.

       GET-AVERAGES SECTION.

           GET-ALL-CITIES.
               PERFORM GET-ACTIVE-CITY VARYING cityIdx FROM 1 BY 1
                   UNTIL cityIdx > cityCount.

           GET-ACTIVE-CITY.
               IF cityActiveToday(cityIdx) = "Y"
                   PERFORM GET-ONE-CITY
               END-IF.

           GET-ONE-CITY.
               MOVE cityNameTab(cityIdx) TO cityName.
               PERFORM GET-AVG.
               PERFORM CHECK-DAY-QUALITY.
               IF qcResult NOT = "NNNN"
                   PERFORM QUARANTINE-DAY
               ELSE
                   PERFORM POST-KEYED-DAY
               END-IF.
               DISPLAY SPACE UPON CRT.

           POST-KEYED-DAY.
               MOVE avg TO cityAvgTab(cityIdx).
               MOVE avgF TO cityAvgFTab(cityIdx).
               MOVE dailyMin TO cityMinTab(cityIdx).
               PERFORM CHECK-ALERTS.
               PERFORM CHECK-EXTREMES.
               PERFORM WRITE-READING.

       MATH SECTION.
           GET-AVG.
               MOVE avg TO trAverageC.
               MOVE avgF TO trAverageF.
               WRITE tempReadingRec.
               IF trDate NOT < cityLastDate(cityIdx)
                   MOVE trDate TO cityLastDate(cityIdx)
                   MOVE avg TO cityLastAvg(cityIdx)
               END-IF.

       TERMINATION SECTION.
           DISPLAY-RESULTS.
               DISPLAY "Here are the average temperatures for cities:".
               DISPLAY SPACES.
               PERFORM DISPLAY-ACTIVE-CITY VARYING cityIdx FROM 1 BY 1
                   UNTIL cityIdx > cityCount.
               DISPLAY SPACES.
               DISPLAY "TEMPERATURE ALERTS RAISED: " alertCount.
               DISPLAY "DAYS QUARANTINED BY QC: " quarantinedCount.
               IF quarantinedCount = ZERO
                   MOVE "  NONE" TO qcLine
                   WRITE qcLine
               END-IF.
               WRITE qcLine FROM qcBlankLine.
               MOVE qcCheckedCount TO qctChecked.
               WRITE qcLine FROM qcTrailer1.
               MOVE quarantinedCount TO qctQuarantined.
               WRITE qcLine FROM qcTrailer2.
               CLOSE qcReport.
               CLOSE quarantineFile.
               CLOSE tempReadings.
               CLOSE stationExtremes.
               CLOSE alertReport.

           DISPLAY-ACTIVE-CITY.
               IF cityActiveToday(cityIdx) = "Y" OR file-intake-mode
                   PERFORM DISPLAY-ONE-CITY
               END-IF.

           DISPLAY-ONE-CITY.
               MOVE SPACES TO reportLine.
               STRING cityNameTab(cityIdx) DELIMITED BY SPACE

       BUILD-FILE-PATHS.
           CALL "EnvConfig" USING env-name, env-data-dir.
           MOVE SPACES TO ws-path-stationMaster.
           STRING env-data-dir DELIMITED BY SPACE
               "StationMaster.dat" DELIMITED BY SIZE
               INTO ws-path-stationMaster
           END-STRING.
           MOVE SPACES TO ws-path-readingsInput.
           STRING env-data-dir DELIMITED BY SPACE
               "DailyAlerts.rpt" DELIMITED BY SIZE
               INTO ws-path-alertReport
           END-STRING.
           MOVE SPACES TO ws-path-precipInput.
           STRING env-data-dir DELIMITED BY SPACE
               "PrecipitationInput.dat" DELIMITED BY SIZE
               INTO ws-path-precipInput
           END-STRING.
           MOVE SPACES TO ws-path-precipReadings.
           STRING env-data-dir DELIMITED BY SPACE
               "PrecipitationReadings.dat" DELIMITED BY SIZE
               INTO ws-path-precipReadings
           END-STRING.
           MOVE SPACES TO ws-path-tempEvents.
           STRING env-data-dir DELIMITED BY SPACE
               "TempEvents.dat" DELIMITED BY SIZE
               INTO ws-path-tempEvents
           END-STRING.
           MOVE SPACES TO ws-path-qcParams.
           STRING env-data-dir DELIMITED BY SPACE
               "QC_Params.dat" DELIMITED BY SIZE
               INTO ws-path-qcParams
           END-STRING.
           MOVE SPACES TO ws-path-quarantine.
           STRING env-data-dir DELIMITED BY SPACE
               "TempQuarantine.dat" DELIMITED BY SIZE
               INTO ws-path-quarantine
           END-STRING.
           MOVE SPACES TO ws-path-qcReport.
           STRING env-data-dir DELIMITED BY SPACE
               "TempQC.rpt" DELIMITED BY SIZE
               INTO ws-path-qcReport
           END-STRING.

       END PROGRAM Program5.
