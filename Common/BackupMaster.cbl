                   access mode dynamic
                   record key is extremeCityName
                   file status is ws-master-status.
               select stationMaster assign ws-path-stationMaster
                   organization indexed
                   access mode dynamic
                   record key is smStationId
                   file status is ws-master-status.
               select backupOut assign ws-backup-name
                   organization line sequential
                   file status is ws-backup-status.
           03 em-status             pic x(1).
           03 em-termDate           pic x(8).
           03 em-homeStore          pic x(4).
           03 em-leaveStart         pic x(8).
           03 em-leaveReturn        pic x(8).
           03 em-leaveType          pic x(1).
           03 em-leaveDays          pic 9(4).
           03 em-rehireDate         pic x(8).
           03 em-serviceDate        pic x(8).
           03 em-payFrequency       pic x(1).
       FD ytdFile.
       01 ytdRecord.
           03 ytd-key.
                                        SIGN LEADING SEPARATE.
           03 extremeMinDate            PIC 9(8).
           03 extremeMaxDate            PIC 9(8).
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
       FD backupOut.
       01 BackupOutRec             pic x(94).
       FD backupIn.
           03 ws-path-ytdFile  pic x(70).
           03 ws-path-StudentFile  pic x(70).
           03 ws-path-stationExtremes  pic x(70).
           03 ws-path-stationMaster  pic x(70).
           03 ws-path-controlFile  pic x(70).
           03 ws-path-paramFile  pic x(70).

                   perform unload-student-file
               when "EXTREMES"
                   perform unload-station-extremes
               when "STATIONS"
                   perform unload-station-master
               when other
                   display "UNKNOWN BACKUP FILE KEY: " BackupFileKey
                   move "35" to ws-master-status
                   add 1 to ws-record-count
           end-read.

       unload-station-master.
           open input stationMaster.
           if ws-master-status = "00"
               move "Y" to ws-unload-ok
               perform unload-one-station
                   until ws-master-status not = "00"
               close stationMaster
               move "00" to ws-master-status
           end-if.

       unload-one-station.
           read stationMaster next
               at end
                   continue
               not at end
                   write BackupOutRec from stationMasterRec
                   add 1 to ws-record-count
           end-read.

       rewrite-control-file.
           open output controlFile.
           perform write-one-control
                   perform reload-student-file
               when "EXTREMES"
                   perform reload-station-extremes
               when "STATIONS"
                   perform reload-station-master
               when other
                   display "UNKNOWN BACKUP FILE KEY: " BackupFileKey
           end-evaluate.
                   add 1 to ws-record-count
           end-read.

       reload-station-master.
           open output stationMaster.
           perform reload-one-station until end-of-file.
           close stationMaster.
           move zero to ws-eof.

       reload-one-station.
           read backupIn
               at end
                   set end-of-file to true
               not at end
                   move BackupInRec to stationMasterRec
                   write stationMasterRec
                   add 1 to ws-record-count
           end-read.

       build-file-paths.
           call "EnvConfig" using env-name, env-data-dir.
           move spaces to ws-path-employeeMaster.
               "StationExtremes.dat" delimited by size
               into ws-path-stationExtremes
           end-string.
           move spaces to ws-path-stationMaster.
           string env-data-dir delimited by space
               "StationMaster.dat" delimited by size
               into ws-path-stationMaster
           end-string.
           move spaces to ws-path-controlFile.
           string env-data-dir delimited by space
               "BackupControl.dat" delimited by size
