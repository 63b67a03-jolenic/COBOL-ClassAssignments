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
       01 anomalyLine                  PIC X(75).

       WORKING-STORAGE SECTION.
       01 stationStatus    PIC XX.
       01 readingsStatus   PIC XX.
       01 paramStatus      PIC XX.
       01 cityEof          PIC X VALUE "N".
       01 readingsEof      PIC X VALUE "N".
           88 noMoreReadings      VALUE "Y".
       01 cityCount        PIC 99 VALUE ZERO.
       01 stationCount     PIC 99 VALUE ZERO.
       01 checkName        PIC X(15).
       01 checkFromDate    PIC 9(8).
       01 checkToDate      PIC 9(8).
       01 stationActive    PIC X.
           88 stationIsActive     VALUE "Y".
       01 reportMonth      PIC 9(6).
       01 reportCalMonth   PIC 9(2).
       01 currentDate      PIC 9(8).
                   07 ntDays            PIC 9(5).
               05 ntRptSumC         PIC S9(5)V9.
               05 ntRptDays         PIC 9(3).
               05 ntCommission      PIC 9(8).
      *    One row per station record; a city that has moved has a
      *    row for each site, each with its own active period.
       01 stationTable.
           03 stnEntry OCCURS 20 TIMES INDEXED BY stnIdx.
               05 stnName           PIC X(15).
               05 stnFrom           PIC 9(8).
               05 stnTo             PIC 9(8).
               05 stnSchedule       PIC X(1).
       01 reportTitle.
           03 FILLER           PIC X(36) VALUE
               "Monthly anomaly versus normals for: ".
           03 FILLER PIC X(17) VALUE "CITY             ".
           03 FILLER PIC X(12) VALUE "MONTH MEAN  ".
           03 FILLER PIC X(12) VALUE "NORMAL      ".
           03 FILLER PIC X(11) VALUE "ANOMALY".
           03 FILLER PIC X(12) VALUE "NORMAL SINCE".
       01 detailLine.
           03 dtlCity          PIC X(15).
           03 FILLER           PIC X(2).
           03 dtlNormal        PIC Z9.99-.
           03 FILLER           PIC X(6).
           03 dtlAnomaly       PIC Z9.99-.
           03 FILLER           PIC X(5).
           03 dtlSince         PIC 9(8).
       01 noDataLine.
           03 ndlCity          PIC X(15).
           03 FILLER           PIC X(2).
       01 env-name              PIC X(8) VALUE "PROD".
       01 env-data-dir          PIC X(30) VALUE "C:\DataFiles\".
       01 env-file-paths.
           03 ws-path-stationMaster  PIC X(70).
           03 ws-path-tempReadings  PIC X(70).
           03 ws-path-climateParams  PIC X(70).
           03 ws-path-normalsFile  PIC X(70).
      *    month across every year on the readings history; the
      *    anomaly report shows how the requested month departed
      *    from its own normal, which is the figure the
      *    conservation authority asks for.  A city's normals start
      *    from its current station's commission date, so years from
      *    a site it has moved away from are not blended in.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM BUILD-FILE-PATHS.

           LOAD-CITIES.
               MOVE ZEROS TO normalsTable.
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
               SET ntIdx TO 1.
               SEARCH ntCityEntry
                   AT END
                       IF cityCount < 10
                           ADD 1 TO cityCount
                           SET ntIdx TO cityCount
                           MOVE smStationName TO ntCityName(ntIdx)
                           MOVE smActiveFrom TO ntCommission(ntIdx)
                       END-IF
                   WHEN ntCityName(ntIdx) = smStationName
                       IF smActiveFrom > ntCommission(ntIdx)
                           MOVE smActiveFrom TO ntCommission(ntIdx)
                       END-IF
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

           CHECK-MONTH-ACTIVE.
               MOVE ntCityName(ntIdx) TO checkName.
               COMPUTE checkFromDate = reportMonth * 100 + 1.
               COMPUTE checkToDate = reportMonth * 100 + 31.
               PERFORM CHECK-STATION-ACTIVE.

       ACCUMULATE SECTION.
           SCAN-READINGS.
               OPEN INPUT tempReadings.
                   NOT AT END
                       PERFORM FIND-NORMALS-CITY
                       IF ntIdx NOT > cityCount
                           PERFORM POST-ACTIVE-READING
                       END-IF
               END-READ.

                       CONTINUE
               END-SEARCH.

           POST-ACTIVE-READING.
               MOVE trCityName TO checkName.
               MOVE trDate TO checkFromDate checkToDate.
               PERFORM CHECK-STATION-ACTIVE.
               IF stationIsActive
                   AND trDate NOT < ntCommission(ntIdx)
                   PERFORM POST-ONE-READING
               END-IF.

           POST-ONE-READING.
               MOVE trMonth TO monthSub.
               IF monthSub > ZERO AND monthSub < 13
       NORMALS-OUT SECTION.
           WRITE-NORMALS.
               OPEN OUTPUT normalsFile.
               PERFORM WRITE-ACTIVE-NORMALS
                   VARYING ntIdx FROM 1 BY 1
                   UNTIL ntIdx > cityCount.
               CLOSE normalsFile.
               DISPLAY "NORMALS ROWS WRITTEN: " rowsWritten.

           WRITE-ACTIVE-NORMALS.
               PERFORM CHECK-MONTH-ACTIVE.
               IF stationIsActive
                   PERFORM WRITE-CITY-NORMALS
               END-IF.

           WRITE-CITY-NORMALS.
               PERFORM WRITE-ONE-NORMAL
                   VARYING monthSub FROM 1 BY 1
               WRITE anomalyLine FROM reportTitle.
               WRITE anomalyLine FROM dashLine.
               WRITE anomalyLine FROM columnHeads.
               PERFORM WRITE-ACTIVE-ANOMALY
                   VARYING ntIdx FROM 1 BY 1
                   UNTIL ntIdx > cityCount.
               CLOSE anomalyReport.
               DISPLAY "ANOMALY REPORT WRITTEN FOR: " reportMonth.

           WRITE-ACTIVE-ANOMALY.
               PERFORM CHECK-MONTH-ACTIVE.
               IF stationIsActive
                   PERFORM WRITE-ONE-ANOMALY
               END-IF.

           WRITE-ONE-ANOMALY.
               IF ntRptDays(ntIdx) = ZERO
                   MOVE ntCityName(ntIdx) TO ndlCity
                   MOVE monthMean TO dtlMean
                   MOVE normalMean TO dtlNormal
                   MOVE anomaly TO dtlAnomaly
                   MOVE ntCommission(ntIdx) TO dtlSince
                   WRITE anomalyLine FROM detailLine
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
