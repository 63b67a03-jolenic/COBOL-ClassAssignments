      *********************************
      *    Name: Jennifer Olenic
      *    Student ID: 040998261
      *********************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClimateExport as "ClimateExport".
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
               SELECT correctionLog ASSIGN ws-path-correctionLog
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS correctionLogStatus.
               SELECT exportParams ASSIGN ws-path-exportParams
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS paramStatus.
               SELECT submissionLog ASSIGN ws-path-submissionLog
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS submissionStatus.
               SELECT exportFile ASSIGN ws-path-exportFile
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT exportReport ASSIGN ws-path-exportReport
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
           03 trDateParts REDEFINES trDate.
               05 trYearMonth          PIC 9(6).
               05 trDay                PIC 9(2).
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

       FD correctionLog.
       01 correctionLogRec.
           03 clAppliedStamp.
               05 clAppliedDate        PIC 9(8).
               05 clAppliedTime        PIC 9(6).
           03 FILLER                   PIC X.
           03 clReadingDate            PIC 9(8).
           03 clReadingParts REDEFINES clReadingDate.
               05 clYearMonth          PIC 9(6).
               05 clDay                PIC 9(2).
           03 FILLER                   PIC X.
           03 clCityName               PIC X(15).
           03 FILLER                   PIC X.
           03 clAction                 PIC X(1).
           03 FILLER                   PIC X.
           03 clObsType                PIC X(1).

       FD exportParams.
       01 exportParamRec.
           03 epYearMonth              PIC X(6).

      *    One row per export sent to the conservation authority.
       FD submissionLog.
       01 submissionRec.
           03 slYearMonth              PIC 9(6).
           03 FILLER                   PIC X.
           03 slStamp.
               05 slSubmitDate         PIC 9(8).
               05 slSubmitTime         PIC 9(6).
           03 FILLER                   PIC X.
           03 slSequence               PIC 9(2).
           03 FILLER                   PIC X.
           03 slDayRows                PIC 9(5).
           03 FILLER                   PIC X.
           03 slHashTotal              PIC S9(7)
                                       SIGN LEADING SEPARATE.

      *    The authority's exchange format: comma-separated, plain
      *    signed decimals.  H is a station header, D a day and T
      *    the trailer.
       FD exportFile.
       01 exportLine                   PIC X(80).

       FD exportReport.
       01 exportRptLine                PIC X(75).

       WORKING-STORAGE SECTION.
       01 stationStatus    PIC XX.
       01 readingsStatus   PIC XX.
       01 correctionLogStatus PIC XX.
       01 paramStatus      PIC XX.
       01 submissionStatus PIC XX.
       01 cityEof          PIC X VALUE "N".
           88 noMoreCities        VALUE "Y".
       01 readingsEof      PIC X VALUE "N".
           88 noMoreReadings      VALUE "Y".
       01 correctionEof    PIC X VALUE "N".
           88 noMoreCorrections   VALUE "Y".
       01 submissionEof    PIC X VALUE "N".
           88 noMoreSubmissions   VALUE "Y".
       01 reportMonth      PIC 9(6).
       01 workYear         PIC 9(4).
       01 workMonth        PIC 9(2).
       01 currentDate      PIC 9(8).
       01 monthStartInt    PIC 9(8) COMP.
       01 nextMonthInt     PIC 9(8) COMP.
       01 daysInMonth      PIC 99.
       01 dayIdx           PIC 99.
       01 workDate         PIC 9(8).
       01 workDateInt      PIC 9(8) COMP.
       01 weekQuotient     PIC 9(8) COMP.
       01 weekDayRem       PIC 9 COMP.
           88 weekendDay          VALUE 0 6.
       01 dayMin           PIC S99V9 SIGN LEADING SEPARATE.
       01 dayMax           PIC S99V9 SIGN LEADING SEPARATE.
       01 cityCount        PIC 99 VALUE ZERO.
       01 stationCount     PIC 99 VALUE ZERO.
       01 stationTable.
           03 stnEntry OCCURS 20 TIMES INDEXED BY stnIdx.
               05 stnId             PIC X(7).
               05 stnName           PIC X(15).
               05 stnElevation      PIC S9(4)
                                    SIGN LEADING SEPARATE.
               05 stnLatitude       PIC S99V9(4)
                                    SIGN LEADING SEPARATE.
               05 stnLongitude      PIC S999V9(4)
                                    SIGN LEADING SEPARATE.
               05 stnFrom           PIC 9(8).
               05 stnTo             PIC 9(8).
               05 stnSchedule       PIC X(1).
      *    The month's readings by city and day.  Should a day be
      *    on the history twice, the later row is the one exported.
       01 cityDayTable.
           03 cdCityEntry OCCURS 10 TIMES INDEXED BY cdIdx.
               05 cdCityName        PIC X(15).
               05 cdDay OCCURS 31 TIMES.
                   07 cdPresent     PIC X(1).
                   07 cdCorrected   PIC X(1).
                   07 cdMean        PIC S99V9
                                    SIGN LEADING SEPARATE.
                   07 cdMin         PIC S99V9
                                    SIGN LEADING SEPARATE.
                   07 cdMax         PIC S99V9
                                    SIGN LEADING SEPARATE.
      *    Latest submission of each month already sent.
       01 submittedTable.
           03 subEntry OCCURS 60 TIMES INDEXED BY subIdx.
               05 subMonth          PIC 9(6).
               05 subStamp          PIC 9(14).
       01 submittedCount   PIC 99 VALUE ZERO.
       01 priorSequence    PIC 9(2) VALUE ZERO.
       01 priorStamp       PIC 9(14) VALUE ZERO.
       01 thisSequence     PIC 9(2).
       01 headerRows       PIC 9(5) VALUE ZERO.
       01 dayRows          PIC 9(5) VALUE ZERO.
       01 missingRows      PIC 9(5) VALUE ZERO.
       01 correctedRows    PIC 9(5) VALUE ZERO.
       01 hashTotal        PIC S9(7) VALUE ZERO.
       01 stnDays          PIC 9(3).
       01 stnCorrected     PIC 9(3).
       01 stnMissing       PIC 9(3).
       01 pendingCount     PIC 9(4) VALUE ZERO.
       01 pendingTable.
           03 pendingEntry OCCURS 50 TIMES INDEXED BY pendIdx.
               05 pendLine          PIC X(60).
       01 dayFlag          PIC X(1).
       01 linePtr          PIC 99.
       01 leadSpaces       PIC 99.
       01 fieldText        PIC X(20).
       01 editTemp         PIC --9.9.
       01 editLatitude     PIC --9.9999.
       01 editLongitude    PIC ---9.9999.
       01 editElevation    PIC ----9.
       01 editCount        PIC Z(4)9.
       01 editHash         PIC -(7)9.
       01 exportDate.
           03 exdYear          PIC 9(4).
           03 FILLER           PIC X VALUE "-".
           03 exdMonth         PIC 9(2).
           03 FILLER           PIC X VALUE "-".
           03 exdDay           PIC 9(2).
       01 jobLogCount      PIC 9(6) VALUE ZERO.
       01 jobLogProgram    PIC X(12) VALUE "ClimExport".
       01 jobLogRunId     PIC X(14).
       01 runIdDate        PIC 9(8).
       01 runIdTime        PIC 9(8).
       01 jobLogEvent      PIC X(10).
       01 jobLogStatus     PIC X(20).
       01 reportTitle.
           03 FILLER           PIC X(40) VALUE
               "Conservation authority export for month ".
           03 ttlMonth         PIC 9(6).
       01 resubmitLine.
           03 FILLER           PIC X(29) VALUE
               "*** MONTH ALREADY SUBMITTED ".
           03 rsbCount         PIC Z9.
           03 FILLER           PIC X(18) VALUE " TIME(S), LAST ON ".
           03 rsbDate          PIC 9(8).
           03 FILLER           PIC X(4) VALUE " ***".
       01 resubmitLine2        PIC X(60) VALUE
           "    THIS EXPORT IS A RESUBMISSION AND REPLACES THE LAST".
       01 stationHeads.
           03 FILLER PIC X(9) VALUE "STATION  ".
           03 FILLER PIC X(17) VALUE "NAME             ".
           03 FILLER PIC X(7) VALUE "  DAYS ".
           03 FILLER PIC X(11) VALUE "CORRECTED  ".
           03 FILLER PIC X(7) VALUE "MISSING".
       01 stationLine.
           03 sdlId            PIC X(7).
           03 FILLER           PIC X(2).
           03 sdlName          PIC X(15).
           03 FILLER           PIC X(2).
           03 sdlDays          PIC ZZ9.
           03 FILLER           PIC X(4).
           03 sdlCorrected     PIC ZZ9.
           03 FILLER           PIC X(8).
           03 sdlMissing       PIC ZZ9.
       01 trailerLine1.
           03 FILLER           PIC X(24) VALUE
               "Station header rows:    ".
           03 trlHeaders       PIC Z(4)9.
       01 trailerLine2.
           03 FILLER           PIC X(24) VALUE
               "Day rows:               ".
           03 trlDays          PIC Z(4)9.
       01 trailerLine3.
           03 FILLER           PIC X(24) VALUE
               "  of which corrected:   ".
           03 trlCorrected     PIC Z(4)9.
       01 trailerLine4.
           03 FILLER           PIC X(24) VALUE
               "  of which missing:     ".
           03 trlMissing       PIC Z(4)9.
       01 trailerLine5.
           03 FILLER           PIC X(24) VALUE
               "Hash total (mean x 10): ".
           03 trlHash          PIC -(7)9.
       01 pendingHeading       PIC X(60) VALUE
           "CORRECTIONS MADE AFTER SUBMISSION - RESUBMIT THESE MONTHS".
       01 pendingHeads.
           03 FILLER PIC X(8) VALUE "MONTH   ".
           03 FILLER PIC X(10) VALUE "DAY       ".
           03 FILLER PIC X(17) VALUE "CITY             ".
           03 FILLER PIC X(12) VALUE "CORRECTED   ".
           03 FILLER PIC X(9) VALUE "SUBMITTED".
       01 pendingLine.
           03 pdlMonth         PIC 9(6).
           03 FILLER           PIC X(2).
           03 pdlDate          PIC 9(8).
           03 FILLER           PIC X(2).
           03 pdlCity          PIC X(15).
           03 FILLER           PIC X(2).
           03 pdlApplied       PIC 9(8).
           03 FILLER           PIC X(4).
           03 pdlSubmitted     PIC 9(8).
       01 noneLine             PIC X(10) VALUE "  NONE".
       01 dashLine             PIC X(60) VALUE ALL "-".
       01 blankLine            PIC X VALUE " ".

       01 env-name              PIC X(8) VALUE "PROD".
       01 env-data-dir          PIC X(30) VALUE "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-stationMaster  PIC X(70).
           03 ws-path-tempReadings  PIC X(70).
           03 ws-path-correctionLog  PIC X(70).
           03 ws-path-exportParams  PIC X(70).
           03 ws-path-submissionLog  PIC X(70).
           03 ws-path-exportFile  PIC X(70).
           03 ws-path-exportReport  PIC X(70).

      *    Writes a month of station data in the conservation
      *    authority's exchange format so nobody retypes it into
      *    their template.  Every active station gets a header and a
      *    row per day it was expected to report; each row is
      *    flagged O (as received), C (changed by ReadingsCorrect)
      *    or M (missing, on the same rules ReadingsReconcile uses).
      *    Each export is entered on the submission log; sending a
      *    month again is called out, and corrections made to any
      *    month after it was sent are listed so it can be sent
      *    again.
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
           PERFORM SCAN-READINGS.
           PERFORM SCAN-CORRECTIONS.
           PERFORM WRITE-EXPORT.
           PERFORM LOG-SUBMISSION.
           PERFORM WRITE-PENDING.
           MOVE dayRows TO jobLogCount.
           MOVE "END" TO jobLogEvent.
           MOVE "COMPLETED" TO jobLogStatus.
           CALL "JobLog" USING jobLogProgram, jobLogEvent, jobLogCount,
               jobLogStatus,
               jobLogRunId.
           STOP RUN.

      *    The month defaults to last month, the one normally due.
       INITIALIZATION SECTION.
           GET-EXPORT-MONTH.
               ACCEPT currentDate FROM DATE YYYYMMDD.
               MOVE currentDate(1:4) TO workYear.
               MOVE currentDate(5:2) TO workMonth.
               IF workMonth = 1
                   SUBTRACT 1 FROM workYear
                   MOVE 12 TO workMonth
               ELSE
                   SUBTRACT 1 FROM workMonth
               END-IF.
               COMPUTE reportMonth = workYear * 100 + workMonth.
               OPEN INPUT exportParams.
               IF paramStatus = "00"
                   READ exportParams
                       AT END
                           DISPLAY "PARAMETERS EMPTY - LAST MONTH"
                       NOT AT END
                           IF epYearMonth IS NUMERIC
                               MOVE epYearMonth TO reportMonth
                           END-IF
                   END-READ
                   CLOSE exportParams
               ELSE
                   DISPLAY "PARAMETERS NOT FOUND - LAST MONTH"
               END-IF.
               MOVE reportMonth(1:4) TO workYear.
               MOVE reportMonth(5:2) TO workMonth.
               COMPUTE monthStartInt = FUNCTION INTEGER-OF-DATE
                   (reportMonth * 100 + 1).
               IF workMonth = 12
                   ADD 1 TO workYear
                   MOVE 1 TO workMonth
               ELSE
                   ADD 1 TO workMonth
               END-IF.
               COMPUTE nextMonthInt = FUNCTION INTEGER-OF-DATE
                   (workYear * 10000 + workMonth * 100 + 1).
               COMPUTE daysInMonth = nextMonthInt - monthStartInt.
               MOVE reportMonth TO ttlMonth.

           LOAD-CITIES.
               MOVE SPACES TO cityDayTable.
               MOVE SPACES TO stationTable.
               OPEN INPUT stationMaster.
               IF stationStatus = "00"
                   PERFORM READ-CITY UNTIL noMoreCities
                   CLOSE stationMaster
               ELSE
                   DISPLAY "STATION MASTER NOT FOUND"
               END-IF.

           LOAD-SUBMISSIONS.
               OPEN INPUT submissionLog.
               IF submissionStatus = "00"
                   PERFORM READ-ONE-SUBMISSION
                       UNTIL noMoreSubmissions
                   CLOSE submissionLog
               END-IF.

       STATIONS SECTION.
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
                   MOVE smStationId TO stnId(stnIdx)
                   MOVE smStationName TO stnName(stnIdx)
                   MOVE smElevation TO stnElevation(stnIdx)
                   MOVE smLatitude TO stnLatitude(stnIdx)
                   MOVE smLongitude TO stnLongitude(stnIdx)
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
                       PERFORM ADD-STATION-CITY
                   WHEN cdCityName(cdIdx) = smStationName
                       CONTINUE
               END-SEARCH.

           ADD-STATION-CITY.
               IF cityCount < 10
                   ADD 1 TO cityCount
                   SET cdIdx TO cityCount
                   MOVE smStationName TO cdCityName(cdIdx)
               END-IF.

           READ-ONE-SUBMISSION.
               READ submissionLog
                   AT END
                       MOVE "Y" TO submissionEof
                   NOT AT END
                       PERFORM NOTE-SUBMISSION
               END-READ.

           NOTE-SUBMISSION.
               IF slYearMonth = reportMonth
                   IF slSequence > priorSequence
                       MOVE slSequence TO priorSequence
                   END-IF
                   IF slStamp > priorStamp
                       MOVE slStamp TO priorStamp
                   END-IF
               END-IF.
               SET subIdx TO 1.
               SEARCH subEntry
                   AT END
                       IF submittedCount < 60
                           ADD 1 TO submittedCount
                           SET subIdx TO submittedCount
                           MOVE slYearMonth TO subMonth(subIdx)
                           MOVE slStamp TO subStamp(subIdx)
                       END-IF
                   WHEN subMonth(subIdx) = slYearMonth
                       IF slStamp > subStamp(subIdx)
                           MOVE slStamp TO subStamp(subIdx)
                       END-IF
               END-SEARCH.

       MONTH-DATA SECTION.
           SCAN-READINGS.
               OPEN INPUT tempReadings.
               IF readingsStatus = "00"
                   PERFORM READ-ONE-READING UNTIL noMoreReadings
                   CLOSE tempReadings
               ELSE
                   DISPLAY "READINGS HISTORY FILE NOT FOUND"
               END-IF.

           READ-ONE-READING.
               READ tempReadings
                   AT END
                       MOVE "Y" TO readingsEof
                   NOT AT END
                       IF trDate IS NUMERIC
                           AND trYearMonth = reportMonth
                           AND trDay > ZERO
                           AND trDay NOT > daysInMonth
                           PERFORM POST-ONE-READING
                       END-IF
               END-READ.

           POST-ONE-READING.
               SET cdIdx TO 1.
               SEARCH cdCityEntry
                   AT END
                       CONTINUE
                   WHEN cdCityName(cdIdx) = trCityName
                       PERFORM STORE-ONE-DAY
               END-SEARCH.

           STORE-ONE-DAY.
               MOVE trReading1 TO dayMin dayMax.
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
               MOVE "Y" TO cdPresent(cdIdx, trDay).
               MOVE trAverageC TO cdMean(cdIdx, trDay).
               MOVE dayMin TO cdMin(cdIdx, trDay).
               MOVE dayMax TO cdMax(cdIdx, trDay).

      *    One pass of the correction log marks this month's
      *    corrected days and finds corrections to other months
      *    made after those months were last sent.
           SCAN-CORRECTIONS.
               OPEN INPUT correctionLog.
               IF correctionLogStatus = "00"
                   PERFORM READ-ONE-CORRECTION
                       UNTIL noMoreCorrections
                   CLOSE correctionLog
               END-IF.

           READ-ONE-CORRECTION.
               READ correctionLog
                   AT END
                       MOVE "Y" TO correctionEof
                   NOT AT END
                       IF clObsType = "T"
                           AND clReadingDate IS NUMERIC
                           AND clDay > ZERO
                           PERFORM CHECK-ONE-CORRECTION
                       END-IF
               END-READ.

           CHECK-ONE-CORRECTION.
               IF clYearMonth = reportMonth
                   PERFORM MARK-CORRECTED-DAY
               ELSE
                   PERFORM CHECK-PENDING-CORRECTION
               END-IF.

           MARK-CORRECTED-DAY.
               IF clDay NOT > daysInMonth
                   SET cdIdx TO 1
                   SEARCH cdCityEntry
                       AT END
                           CONTINUE
                       WHEN cdCityName(cdIdx) = clCityName
                           MOVE "Y" TO cdCorrected(cdIdx, clDay)
                   END-SEARCH
               END-IF.

           CHECK-PENDING-CORRECTION.
               SET subIdx TO 1.
               SEARCH subEntry
                   AT END
                       CONTINUE
                   WHEN subMonth(subIdx) = clYearMonth
                       IF clAppliedStamp > subStamp(subIdx)
                           PERFORM NOTE-PENDING-CORRECTION
                       END-IF
               END-SEARCH.

      *    Pending corrections are held until the export detail
      *    has been written and are listed after it.
           NOTE-PENDING-CORRECTION.
               ADD 1 TO pendingCount.
               IF pendingCount NOT > 50
                   MOVE clYearMonth TO pdlMonth
                   MOVE clReadingDate TO pdlDate
                   MOVE clCityName TO pdlCity
                   MOVE clAppliedDate TO pdlApplied
                   MOVE subStamp(subIdx)(1:8) TO pdlSubmitted
                   SET pendIdx TO pendingCount
                   MOVE pendingLine TO pendLine(pendIdx)
               END-IF.

       EXPORT-OUT SECTION.
           WRITE-EXPORT.
               MOVE SPACES TO ws-path-exportFile.
               STRING env-data-dir DELIMITED BY SPACE
                   "AuthorityExport_" DELIMITED BY SIZE
                   reportMonth DELIMITED BY SIZE
                   ".csv" DELIMITED BY SIZE
                   INTO ws-path-exportFile
               END-STRING.
               OPEN OUTPUT exportFile.
               OPEN OUTPUT exportReport.
               WRITE exportRptLine FROM reportTitle.
               WRITE exportRptLine FROM dashLine.
               IF priorSequence > ZERO
                   MOVE priorSequence TO rsbCount
                   MOVE priorStamp(1:8) TO rsbDate
                   WRITE exportRptLine FROM resubmitLine
                   WRITE exportRptLine FROM resubmitLine2
                   WRITE exportRptLine FROM blankLine
                   DISPLAY "MONTH " reportMonth
                       " ALREADY SUBMITTED - RESUBMISSION"
               END-IF.
               WRITE exportRptLine FROM stationHeads.
               PERFORM EXPORT-ONE-STATION
                   VARYING stnIdx FROM 1 BY 1
                   UNTIL stnIdx > stationCount.
               PERFORM WRITE-TRAILER-ROW.
               CLOSE exportFile.
               WRITE exportRptLine FROM blankLine.
               MOVE headerRows TO trlHeaders.
               WRITE exportRptLine FROM trailerLine1.
               MOVE dayRows TO trlDays.
               WRITE exportRptLine FROM trailerLine2.
               MOVE correctedRows TO trlCorrected.
               WRITE exportRptLine FROM trailerLine3.
               MOVE missingRows TO trlMissing.
               WRITE exportRptLine FROM trailerLine4.
               MOVE hashTotal TO trlHash.
               WRITE exportRptLine FROM trailerLine5.

      *    A station is exported for the part of the month it was
      *    active; a relocated city therefore shows as two stations.
           EXPORT-ONE-STATION.
               IF stnFrom(stnIdx) NOT > reportMonth * 100 + 31
                   AND (stnTo(stnIdx) = ZERO
                   OR stnTo(stnIdx) NOT < reportMonth * 100 + 1)
                   PERFORM WRITE-STATION-HEADER
                   SET cdIdx TO 1
                   SEARCH cdCityEntry
                       AT END
                           CONTINUE
                       WHEN cdCityName(cdIdx) = stnName(stnIdx)
                           PERFORM EXPORT-ONE-DAY
                               VARYING dayIdx FROM 1 BY 1
                               UNTIL dayIdx > daysInMonth
                   END-SEARCH
                   MOVE stnId(stnIdx) TO sdlId
                   MOVE stnName(stnIdx) TO sdlName
                   MOVE stnDays TO sdlDays
                   MOVE stnCorrected TO sdlCorrected
                   MOVE stnMissing TO sdlMissing
                   WRITE exportRptLine FROM stationLine
               END-IF.

           WRITE-STATION-HEADER.
               ADD 1 TO headerRows.
               MOVE ZERO TO stnDays stnCorrected stnMissing.
               MOVE SPACES TO exportLine.
               MOVE 1 TO linePtr.
               STRING "H," DELIMITED BY SIZE
                   stnId(stnIdx) DELIMITED BY SPACE
                   INTO exportLine WITH POINTER linePtr
               END-STRING.
               MOVE stnName(stnIdx) TO fieldText.
               PERFORM APPEND-NAME-FIELD.
               MOVE stnLatitude(stnIdx) TO editLatitude.
               MOVE editLatitude TO fieldText.
               PERFORM APPEND-FIELD.
               MOVE stnLongitude(stnIdx) TO editLongitude.
               MOVE editLongitude TO fieldText.
               PERFORM APPEND-FIELD.
               MOVE stnElevation(stnIdx) TO editElevation.
               MOVE editElevation TO fieldText.
               PERFORM APPEND-FIELD.
               MOVE reportMonth TO fieldText.
               PERFORM APPEND-FIELD.
               WRITE exportLine.

      *    A day outside the station's active period is left out,
      *    as is a weekend day at a weekdays-only station that did
      *    not report.
           EXPORT-ONE-DAY.
               COMPUTE workDateInt = monthStartInt + dayIdx - 1.
               COMPUTE workDate = reportMonth * 100 + dayIdx.
               DIVIDE workDateInt BY 7 GIVING weekQuotient
                   REMAINDER weekDayRem.
               IF workDate NOT < stnFrom(stnIdx)
                   AND (stnTo(stnIdx) = ZERO
                   OR workDate NOT > stnTo(stnIdx))
                   IF cdPresent(cdIdx, dayIdx) = "Y"
                       PERFORM WRITE-DAY-ROW
                   ELSE
                       IF NOT weekendDay
                           OR stnSchedule(stnIdx) NOT = "W"
                           PERFORM WRITE-MISSING-ROW
                       END-IF
                   END-IF
               END-IF.

           WRITE-DAY-ROW.
               IF cdCorrected(cdIdx, dayIdx) = "Y"
                   MOVE "C" TO dayFlag
                   ADD 1 TO correctedRows stnCorrected
               ELSE
                   MOVE "O" TO dayFlag
               END-IF.
               PERFORM START-DAY-ROW.
               MOVE cdMean(cdIdx, dayIdx) TO editTemp.
               MOVE editTemp TO fieldText.
               PERFORM APPEND-FIELD.
               MOVE cdMin(cdIdx, dayIdx) TO editTemp.
               MOVE editTemp TO fieldText.
               PERFORM APPEND-FIELD.
               MOVE cdMax(cdIdx, dayIdx) TO editTemp.
               MOVE editTemp TO fieldText.
               PERFORM APPEND-FIELD.
               MOVE dayFlag TO fieldText.
               PERFORM APPEND-FIELD.
               WRITE exportLine.
               COMPUTE hashTotal = hashTotal
                   + cdMean(cdIdx, dayIdx) * 10.

           WRITE-MISSING-ROW.
               ADD 1 TO missingRows stnMissing.
               PERFORM START-DAY-ROW.
               STRING ",,,M" DELIMITED BY SIZE
                   INTO exportLine WITH POINTER linePtr
               END-STRING.
               WRITE exportLine.

           START-DAY-ROW.
               ADD 1 TO dayRows stnDays.
               MOVE reportMonth(1:4) TO exdYear.
               MOVE reportMonth(5:2) TO exdMonth.
               MOVE dayIdx TO exdDay.
               MOVE SPACES TO exportLine.
               MOVE 1 TO linePtr.
               STRING "D," DELIMITED BY SIZE
                   exportDate DELIMITED BY SIZE
                   INTO exportLine WITH POINTER linePtr
               END-STRING.

           WRITE-TRAILER-ROW.
               MOVE SPACES TO exportLine.
               MOVE 1 TO linePtr.
               STRING "T" DELIMITED BY SIZE
                   INTO exportLine WITH POINTER linePtr
               END-STRING.
               MOVE headerRows TO editCount.
               MOVE editCount TO fieldText.
               PERFORM APPEND-FIELD.
               MOVE dayRows TO editCount.
               MOVE editCount TO fieldText.
               PERFORM APPEND-FIELD.
               MOVE missingRows TO editCount.
               MOVE editCount TO fieldText.
               PERFORM APPEND-FIELD.
               MOVE hashTotal TO editHash.
               MOVE editHash TO fieldText.
               PERFORM APPEND-FIELD.
               WRITE exportLine.

      *    Edited numbers are right-justified; the leading spaces
      *    are dropped so each field is a plain value.
           APPEND-FIELD.
               MOVE ZERO TO leadSpaces.
               INSPECT fieldText TALLYING leadSpaces
                   FOR LEADING SPACES.
               STRING "," DELIMITED BY SIZE
                   fieldText(leadSpaces + 1:) DELIMITED BY SPACE
                   INTO exportLine WITH POINTER linePtr
               END-STRING.

      *    A station name may hold single spaces of its own.
           APPEND-NAME-FIELD.
               STRING "," DELIMITED BY SIZE
                   fieldText DELIMITED BY "  "
                   INTO exportLine WITH POINTER linePtr
               END-STRING.

       SUBMISSION SECTION.
           LOG-SUBMISSION.
               OPEN EXTEND submissionLog.
               IF submissionStatus = "35"
                   OPEN OUTPUT submissionLog
               END-IF.
               MOVE SPACES TO submissionRec.
               MOVE reportMonth TO slYearMonth.
               MOVE runIdDate TO slSubmitDate.
               MOVE runIdTime(1:6) TO slSubmitTime.
               COMPUTE thisSequence = priorSequence + 1.
               MOVE thisSequence TO slSequence.
               MOVE dayRows TO slDayRows.
               MOVE hashTotal TO slHashTotal.
               WRITE submissionRec.
               CLOSE submissionLog.

           WRITE-PENDING.
               WRITE exportRptLine FROM blankLine.
               WRITE exportRptLine FROM pendingHeading.
               IF pendingCount = ZERO
                   WRITE exportRptLine FROM noneLine
               ELSE
                   WRITE exportRptLine FROM pendingHeads
                   PERFORM WRITE-ONE-PENDING
                       VARYING pendIdx FROM 1 BY 1
                       UNTIL pendIdx > pendingCount
                       OR pendIdx > 50
               END-IF.
               CLOSE exportReport.
               DISPLAY "DAY ROWS EXPORTED: " dayRows.
               DISPLAY "CORRECTIONS AWAITING RESUBMISSION: "
                   pendingCount.

           WRITE-ONE-PENDING.
               WRITE exportRptLine FROM pendLine(pendIdx).

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
           MOVE SPACES TO ws-path-correctionLog.
           STRING env-data-dir DELIMITED BY SPACE
               "ReadingsCorrectionLog.dat" DELIMITED BY SIZE
               INTO ws-path-correctionLog
           END-STRING.
           MOVE SPACES TO ws-path-exportParams.
           STRING env-data-dir DELIMITED BY SPACE
               "Export_Params.dat" DELIMITED BY SIZE
               INTO ws-path-exportParams
           END-STRING.
           MOVE SPACES TO ws-path-submissionLog.
           STRING env-data-dir DELIMITED BY SPACE
               "AuthoritySubmissions.dat" DELIMITED BY SIZE
               INTO ws-path-submissionLog
           END-STRING.
           MOVE SPACES TO ws-path-exportReport.
           STRING env-data-dir DELIMITED BY SPACE
               "AuthorityExport.rpt" DELIMITED BY SIZE
               INTO ws-path-exportReport
           END-STRING.

       END PROGRAM ClimateExport.
