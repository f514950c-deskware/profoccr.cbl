000230*
000240* LK-IXM-MODE  'B' = build/refresh the master for one
000250*                    station from the loaded grid (other
000260*                    stations' records, and this station's
000262*                    corrected cells of the same date, are
000264*                    left alone)
000270*              'Q' = read one record by key
000280*              'U' = rewrite one record by key, writing
000290*                    it new when the key is absent
000292*              'D' = delete one record by key
000300*
000310* LK-RETURN-STATUS  'Y' = done
000320*                   'N' = record (or file) not found
000364*                 linkage now carry the new sensor heads'
000366*                 wind speed, wind direction and hourly
000368*                 precipitation alongside the original pair.
000369* 05/07/2001 DF   The master record and the query/update
000370*                 linkage now carry the cell's quality code
000371*                 (observed/estimated/corrected), and the new
000372*                 'D' mode deletes one record by key, so the
000373*                 master can be resynchronised cell by cell
000374*                 from its station's readings feed.
000375* 05/15/2001 DF   'B' leaves a cell already corrected for the
000376*                 same date alone, so the nightly build no
000377*                 longer reverts an UPDATE or a resync.
000378*****************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. WXIXMST.
000400 AUTHOR. D. FELTZ.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  WEATHER-MASTER
000580     RECORD CONTAINS 37 CHARACTERS.
000590 01  WM-RECORD.
000600    05  WM-KEY.
000610       10  WM-STATION-ID  PIC X(8).
000662    05  WM-WIND-SPEED     PIC 9(3).
000664    05  WM-WIND-DIR       PIC 9(3).
000666    05  WM-PRECIP         PIC 9V99.
000667    05  WM-CELL-QUAL      PIC X.
000668       88  WM-QUAL-RECORDED  VALUE 'O' 'E' 'C'.
000670 WORKING-STORAGE SECTION.
000680 01  WS-MASTER-FILE-NAME    PIC X(40) VALUE 'WEATHER.MST'.
000690 01  WS-MASTER-FILE-STATUS  PIC XX.
000800    88  LK-IXM-BUILD   VALUE 'B'.
000810    88  LK-IXM-QUERY   VALUE 'Q'.
000820    88  LK-IXM-UPDATE  VALUE 'U'.
000822    88  LK-IXM-DELETE  VALUE 'D'.
000830 01  LK-STATION-ID  PIC X(8).
000840 01  LK-IXM-DAY     PIC 9.
000850 01  LK-IXM-HOUR    PIC 99.
000872 01  LK-IXM-WIND-SPEED  PIC 9(3).
000874 01  LK-IXM-WIND-DIR    PIC 9(3).
000876 01  LK-IXM-PRECIP      PIC 9V99.
000878 01  LK-IXM-QUAL        PIC X.
000880 01  LK-IXM-DATE    PIC 9(8).
000890 01  LK-RETURN-STATUS  PIC X.
000900    88  LK-IXM-OK         VALUE 'Y'.
001002                          LK-IXM-WIND-SPEED
001004                          LK-IXM-WIND-DIR
001006                          LK-IXM-PRECIP
001008                          LK-IXM-QUAL
001010                          LK-IXM-DATE
001020                          LK-RETURN-STATUS.
001030 0000-MAINLINE.
001090           PERFORM 2000-QUERY-RECORD THRU 2000-EXIT
001100        ELSE
001110           IF LK-IXM-UPDATE
001120              PERFORM 3000-UPDATE-RECORD THRU 3000-EXIT
001122           ELSE
001124              IF LK-IXM-DELETE
001126                 PERFORM 4000-DELETE-RECORD THRU 4000-EXIT.
001130     GOBACK.
001140*-----------------------------------------------------
001150* 1000-BUILD-MASTER
001160* Writes every populated cell of the loaded grid under
001170* the station's key, rewriting records already there,
001180* so the rest of the master is untouched.  A record
001182* already corrected ('C') for the same date is left as
001184* it stands.  A missing master is created first.
001200*-----------------------------------------------------
001210 1000-BUILD-MASTER.
001220     OPEN I-O WEATHER-MASTER.
001500     MOVE LK-STATION-ID TO WM-STATION-ID.
001510     MOVE WX-DAY-IDX    TO WM-DAY.
001520     MOVE WX-HOUR-IDX   TO WM-HOUR.
001521* A cell corrected by hand (or resynchronised from its
001522* feed) for the same date stands - the nightly build
001523* must not put the uncorrected reading back over it.
001524     READ WEATHER-MASTER.
001525     IF NOT WS-MASTER-FILE-OK AND NOT WS-MASTER-REC-NOT-FND
001526        GO TO 1110-EXIT.
001527     IF WS-MASTER-FILE-OK
001528        AND WM-CELL-QUAL = 'C'
001529        AND WM-OBS-DATE = WX-OBS-DATE(WX-DAY-IDX)
001530        GO TO 1110-EXIT.
001531     MOVE WX-FAHR-TEMP(WX-DAY-IDX WX-HOUR-IDX) TO WM-FAHR-TEMP.
001540     MOVE WX-BAROM-PRESSURE(WX-DAY-IDX WX-HOUR-IDX)
001550       TO WM-BAROM-PRESSURE.
001560     MOVE WX-OBS-DATE(WX-DAY-IDX) TO WM-OBS-DATE.
001564       TO WM-WIND-SPEED.
001566     MOVE WX-WIND-DIR(WX-DAY-IDX WX-HOUR-IDX) TO WM-WIND-DIR.
001568     MOVE WX-PRECIP(WX-DAY-IDX WX-HOUR-IDX) TO WM-PRECIP.
001569     MOVE WX-CELL-QUAL(WX-DAY-IDX WX-HOUR-IDX) TO WM-CELL-QUAL.
001570     IF WS-MASTER-FILE-OK
001580        REWRITE WM-RECORD
001585     ELSE
001590        WRITE WM-RECORD.
001600 1110-EXIT.
001610     EXIT.
001620*-----------------------------------------------------
001855        MOVE WM-PRECIP TO LK-IXM-PRECIP
001856     ELSE
001857        MOVE 9.99 TO LK-IXM-PRECIP.
001858* One written before the quality code was carried
001859* hands back a space - quality not recorded.
001860     IF WM-QUAL-RECORDED
001861        MOVE WM-CELL-QUAL TO LK-IXM-QUAL
001862     ELSE
001863        MOVE SPACE TO LK-IXM-QUAL.
001864     MOVE WM-OBS-DATE       TO LK-IXM-DATE.
001865     SET LK-IXM-OK TO TRUE.
001870 2000-CLOSE.
001880     CLOSE WEATHER-MASTER.
001890 2000-EXIT.
002072     MOVE LK-IXM-WIND-SPEED TO WM-WIND-SPEED.
002074     MOVE LK-IXM-WIND-DIR   TO WM-WIND-DIR.
002076     MOVE LK-IXM-PRECIP     TO WM-PRECIP.
002078     MOVE LK-IXM-QUAL       TO WM-CELL-QUAL.
002080     MOVE LK-IXM-DATE   TO WM-OBS-DATE.
002090     REWRITE WM-RECORD.
002100     IF WS-MASTER-REC-NOT-FND
002140     CLOSE WEATHER-MASTER.
002150 3000-EXIT.
002160     EXIT.
002170*-----------------------------------------------------
002180* 4000-DELETE-RECORD
002190* Removes one record by key; a key not on the master
002200* (or no master at all) comes back 'N'.
002210*-----------------------------------------------------
002220 4000-DELETE-RECORD.
002230     OPEN I-O WEATHER-MASTER.
002240     IF WS-MASTER-FILE-ABSENT
002250        SET LK-IXM-NOT-FOUND TO TRUE
002260        GO TO 4000-EXIT.
002270     IF NOT WS-MASTER-FILE-OK
002280        GO TO 4000-EXIT.
002290     MOVE LK-STATION-ID TO WM-STATION-ID.
002300     MOVE LK-IXM-DAY    TO WM-DAY.
002310     MOVE LK-IXM-HOUR   TO WM-HOUR.
002320     DELETE WEATHER-MASTER RECORD.
002330     IF WS-MASTER-REC-NOT-FND
002340        SET LK-IXM-NOT-FOUND TO TRUE
002350     ELSE
002360        IF WS-MASTER-FILE-OK
002370           SET LK-IXM-OK TO TRUE.
002380     CLOSE WEATHER-MASTER.
002390 4000-EXIT.
002400     EXIT.
