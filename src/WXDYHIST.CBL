000100*****************************************************
000110* Program:      WXDYHIST
000120* Author:       D. Feltz, Applications Programming
000130* Installation: Deskware, Inc. - Weather Ops
000140* Date-Written: 05/10/2001
000150* Date-Compiled:
000160*-----------------------------------------------------
000170* Per-station daily observation history.  Posts one
000180* LOADED station's week to DAYHIST.DAT, one record per
000190* observation date: the day's temperature maximum,
000200* minimum and mean, mean pressure, average and peak
000210* wind (with the peak hour's direction), total
000220* precipitation, and its observed, estimated and
000230* corrected hour counts.  The grid is taken as the
000240* rollup sees it, so a reading held for an overdue
000250* instrument does not count and a gap-filled one
000260* counts as estimated.  Each hour's quality code is
000262* kept as well, on the time base the run posted.  On
000264* the common time base the hours WXTZADJ emptied at
000266* the week's edge - readings that belong to a week the
000268* grid does not hold - are coded '-', not known,
000269* rather than left blank as if never reported.
000270*
000280* A dated day slot with no reported hour (every cell
000290* still unset) makes no record - the day is missing.
000300*
000310* DAYHIST.DAT is kept in station/date order.  A post
000320* replaces any earlier record for the same station and
000330* date (so a rerun never doubles a day, and the week
000340* re-rolled each night leaves the latest figures).
000350* Records more than 400 days older than the newest
000360* date posted age off on the rewrite, which keeps the
000370* month just closed and the same month a year back.
000380*
000390* LK-STATION-ID     station the grid belongs to
000395* LK-TZ-OFFSET      offset the grid was normalized by
000396*                   (SHH), spaces when left local
000400* LK-DAY-COUNT      days posted
000410* LK-RETURN-STATUS  'Y' = done
000420*                   'N' = file not rewritten
000430*
000440* Modification History
000450* 05/10/2001 DF   Original routine.
000452* 05/14/2001 DF   Each hour's quality code is kept on the
000454*                 record (85 bytes) for the payroll
000456*                 extract's missed-reading reductions.
000457* 05/15/2001 DF   Hours the time base shift emptied coded
000458*                 '-'; an unreadable DAYHIST.DAT (anything
000459*                 but absent) is no longer rewritten.
000460*****************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. WXDYHIST.
000490 AUTHOR. D. FELTZ.
000500 INSTALLATION. DESKWARE-INC.
000510 DATE-WRITTEN. 05/10/2001.
000520 DATE-COMPILED.
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. GENERIC.
000560 OBJECT-COMPUTER. GENERIC.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT DAYHIST-FILE ASSIGN DYNAMIC WS-DAYHIST-FILE-NAME
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-DAYHIST-FILE-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  DAYHIST-FILE
000650     RECORD CONTAINS 85 CHARACTERS.
000660 COPY WXDYHST.
000670 WORKING-STORAGE SECTION.
000680 01  WS-DAYHIST-FILE-NAME  PIC X(40) VALUE 'DAYHIST.DAT'.
000690 01  WS-DAYHIST-FILE-STATUS  PIC XX.
000700    88  WS-DAYHIST-FILE-OK    VALUE '00'.
000705    88  WS-DAYHIST-FILE-ABSENT  VALUE '35'.
000710 01  WS-EOF-SWITCH  PIC X VALUE 'N'.
000720    88  WS-EOF      VALUE 'Y'.
000730    88  WS-NOT-EOF  VALUE 'N'.
000740 01  WS-SENTINEL-TEMP    PIC S999  VALUE -300.
000750 01  WS-SENTINEL-PRESS   PIC 99V99 VALUE 0.
000760 01  WS-SENTINEL-WIND    PIC 9(3)  VALUE 999.
000770 01  WS-SENTINEL-PRECIP  PIC 9V99  VALUE 9.99.
000780 01  WS-KEEP-DAYS        PIC 9(3)  VALUE 400.
000790*-----------------------------------------------------
000800* One day's work: the hourly sums and extremes the
000810* record's figures come from.
000820*-----------------------------------------------------
000830 01  WS-DAY-SUB     PIC S9(4) COMP.
000840 01  WS-HOUR-SUB    PIC S9(4) COMP.
000850 01  WS-TEMP-SUM    PIC S9(5).
000860 01  WS-PRESS-SUM   PIC 9(4)V99.
000870 01  WS-WIND-SUM    PIC 9(5).
000880 01  WS-DAY-HIGH    PIC S999.
000890 01  WS-DAY-LOW     PIC S999.
000900 01  WS-REPORTED-HOURS  PIC 99.
000901*-----------------------------------------------------
000902* The time base shift, as WXTZADJ took it: positive
000903* empties the first hours of day 1, negative the last
000904* hours of day 7.
000905*-----------------------------------------------------
000906 01  WS-OFFSET-HOURS  PIC 99.
000907 01  WS-EDGE-SHIFT    PIC S9(4) COMP.
000910*-----------------------------------------------------
000920* The station's freshly computed days, posted into the
000930* held file in key order.
000940*-----------------------------------------------------
000950 01  WS-NEW-COUNT  PIC S9(4) COMP.
000960 01  WS-NEW-SUB    PIC S9(4) COMP.
000970 01  WS-NEW-TABLE.
000980    05  WS-NEW-ROW OCCURS 7 TIMES.
000990       10  WS-NR-KEY   PIC X(16).
001000       10  WS-NR-DATA  PIC X(69).
001010 01  WS-HIGH-DATE    PIC 9(8).
001020 01  WS-CUTOFF-DATE  PIC 9(8).
001030 01  WS-DATE-INT     PIC 9(8) COMP.
001040*-----------------------------------------------------
001050* The whole history file, held in station/date order
001060* while it is rewritten.
001070*-----------------------------------------------------
001080 01  WS-DH-MAX    PIC S9(4) COMP VALUE 8500.
001090 01  WS-DH-COUNT  PIC S9(4) COMP.
001100 01  WS-DH-SUB    PIC S9(4) COMP.
001110 01  WS-INS-SUB   PIC S9(4) COMP.
001120 01  WS-SHIFT-SUB PIC S9(4) COMP.
001130 01  WS-DH-TABLE.
001140    05  WS-DH-ROW OCCURS 8500 TIMES.
001150       10  WS-DR-KEY   PIC X(16).
001160       10  WS-DR-DATA  PIC X(69).
001170 01  WS-HOLD-FULL-SW  PIC X.
001180    88  WS-HOLD-FULL      VALUE 'Y'.
001190    88  WS-HOLD-NOT-FULL  VALUE 'N'.
001200 01  WS-SLOT-FOUND-SW  PIC X.
001210    88  WS-SLOT-FOUND      VALUE 'Y'.
001220    88  WS-SLOT-NOT-FOUND  VALUE 'N'.
001230 LINKAGE SECTION.
001240 COPY WXGRID.
001250 COPY WXDATES.
001260 01  LK-STATION-ID   PIC X(8).
001265 01  LK-TZ-OFFSET    PIC X(3).
001270 01  LK-DAY-COUNT    PIC 9(4) COMP.
001280 01  LK-RETURN-STATUS  PIC X.
001290    88  LK-DAYHIST-OK      VALUE 'Y'.
001300    88  LK-DAYHIST-NOT-OK  VALUE 'N'.
001310 PROCEDURE DIVISION USING LK-STATION-ID
001320                          WX-GRID-TABLE
001330                          WX-DAY-DATE-TABLE
001335                          LK-TZ-OFFSET
001340                          LK-DAY-COUNT
001350                          LK-RETURN-STATUS.
001360 0000-MAINLINE.
001370     SET LK-DAYHIST-NOT-OK TO TRUE.
001380     MOVE 0 TO LK-DAY-COUNT.
001385     PERFORM 1000-PARSE-OFFSET THRU 1000-EXIT.
001390     PERFORM 2000-POST-STATION THRU 2000-EXIT.
001400     GOBACK.
001401*-----------------------------------------------------
001402* 1000-PARSE-OFFSET
001403* Local = base + offset, so the shift is the negated
001404* offset.  Spaces or an unreadable offset is a grid
001405* left in local hours - nothing was emptied.
001406*-----------------------------------------------------
001407 1000-PARSE-OFFSET.
001408     MOVE 0 TO WS-EDGE-SHIFT.
001409     IF LK-TZ-OFFSET(2:2) NOT NUMERIC
001410        GO TO 1000-EXIT.
001411     MOVE LK-TZ-OFFSET(2:2) TO WS-OFFSET-HOURS.
001412     IF WS-OFFSET-HOURS > 23
001413        GO TO 1000-EXIT.
001414     IF LK-TZ-OFFSET(1:1) = '-'
001415        MOVE WS-OFFSET-HOURS TO WS-EDGE-SHIFT
001416     ELSE IF LK-TZ-OFFSET(1:1) = '+'
001417        COMPUTE WS-EDGE-SHIFT = 0 - WS-OFFSET-HOURS.
001418 1000-EXIT.
001419     EXIT.
001420*-----------------------------------------------------
001421* 2000-POST-STATION
001430* Works out the station's days, merges them into the
001440* held file and rewrites DAYHIST.DAT.  A file too big
001450* for the hold table is left exactly as it was.
001460*-----------------------------------------------------
001470 2000-POST-STATION.
001480     MOVE 0 TO WS-NEW-COUNT.
001490     MOVE 0 TO WS-HIGH-DATE.
001500     PERFORM 2100-COMPUTE-DAY THRU 2100-EXIT
001510         VARYING WS-DAY-SUB FROM 1 BY 1
001520         UNTIL WS-DAY-SUB > 7.
001530     IF WS-NEW-COUNT = 0
001540        SET LK-DAYHIST-OK TO TRUE
001550        GO TO 2000-EXIT.
001560     COMPUTE WS-DATE-INT =
001570         FUNCTION INTEGER-OF-DATE(WS-HIGH-DATE) - WS-KEEP-DAYS.
001580     COMPUTE WS-CUTOFF-DATE =
001590         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
001600     PERFORM 3000-LOAD-HOLD THRU 3000-EXIT.
001610     IF NOT WS-DAYHIST-FILE-OK
001620        DISPLAY '*** DAYHIST.DAT UNREADABLE - DAILY HISTORY '
001630                'NOT POSTED ***'
001640        GO TO 2000-EXIT.
001650     PERFORM 3200-INSERT-NEW-ROW THRU 3200-EXIT
001660         VARYING WS-NEW-SUB FROM 1 BY 1
001670         UNTIL WS-NEW-SUB > WS-NEW-COUNT
001680            OR WS-HOLD-FULL.
001690     IF WS-HOLD-FULL
001700        DISPLAY '*** DAYHIST.DAT LONGER THAN THE HOLD TABLE - '
001710                'DAILY HISTORY NOT POSTED ***'
001720        GO TO 2000-EXIT.
001730     PERFORM 3600-REWRITE-FILE THRU 3600-EXIT.
001740     IF NOT WS-DAYHIST-FILE-OK
001750        GO TO 2000-EXIT.
001760     MOVE WS-NEW-COUNT TO LK-DAY-COUNT.
001770     SET LK-DAYHIST-OK TO TRUE.
001780 2000-EXIT.
001790     EXIT.
001800*-----------------------------------------------------
001810* 2100-COMPUTE-DAY
001820* One dated day slot with at least one reported hour
001830* becomes one new record.
001840*-----------------------------------------------------
001850 2100-COMPUTE-DAY.
001860     IF WX-OBS-DATE(WS-DAY-SUB) = 0
001870        GO TO 2100-EXIT.
001880     MOVE ZEROS TO WX-DAYHIST-RECORD.
001890     MOVE 0 TO WX-DYH-TEMP-MAX WX-DYH-TEMP-MIN
001900               WX-DYH-TEMP-MEAN.
001910     MOVE 0 TO WS-TEMP-SUM WS-PRESS-SUM WS-WIND-SUM.
001920     MOVE -999 TO WS-DAY-HIGH.
001930     MOVE 999 TO WS-DAY-LOW.
001940     PERFORM 2110-SCAN-HOUR THRU 2110-EXIT
001950         VARYING WS-HOUR-SUB FROM 1 BY 1
001960         UNTIL WS-HOUR-SUB > 24.
001970     COMPUTE WS-REPORTED-HOURS = WX-DYH-OBS-HOURS
001980                               + WX-DYH-EST-HOURS
001990                               + WX-DYH-COR-HOURS.
002000     IF WS-REPORTED-HOURS = 0
002010        GO TO 2100-EXIT.
002020     MOVE LK-STATION-ID TO WX-DYH-STA-ID.
002030     MOVE WX-OBS-DATE(WS-DAY-SUB) TO WX-DYH-OBS-DATE.
002040     IF WX-DYH-TEMP-HOURS > 0
002050        MOVE WS-DAY-HIGH TO WX-DYH-TEMP-MAX
002060        MOVE WS-DAY-LOW TO WX-DYH-TEMP-MIN
002070        COMPUTE WX-DYH-TEMP-MEAN ROUNDED =
002080            WS-TEMP-SUM / WX-DYH-TEMP-HOURS.
002090     IF WX-DYH-PRESS-HOURS > 0
002100        COMPUTE WX-DYH-PRESS-MEAN ROUNDED =
002110            WS-PRESS-SUM / WX-DYH-PRESS-HOURS.
002120     IF WX-DYH-WIND-HOURS > 0
002130        COMPUTE WX-DYH-WIND-AVG ROUNDED =
002140            WS-WIND-SUM / WX-DYH-WIND-HOURS.
002150     ADD 1 TO WS-NEW-COUNT.
002160     MOVE WX-DAYHIST-RECORD TO WS-NEW-ROW(WS-NEW-COUNT).
002170     IF WX-DYH-OBS-DATE > WS-HIGH-DATE
002180        MOVE WX-DYH-OBS-DATE TO WS-HIGH-DATE.
002190 2100-EXIT.
002200     EXIT.
002210*-----------------------------------------------------
002220* 2110-SCAN-HOUR
002230* One hour into the day's sums, extremes and counts,
002240* each reading only when it is off its sentinel.
002250*-----------------------------------------------------
002260 2110-SCAN-HOUR.
002262     MOVE WX-CELL-QUAL(WS-DAY-SUB WS-HOUR-SUB)
002264       TO WX-DYH-HOUR-QUAL(WS-HOUR-SUB).
002265     IF WX-DYH-HOUR-QUAL(WS-HOUR-SUB) = SPACE
002266        IF (WS-EDGE-SHIFT > 0 AND WS-DAY-SUB = 1
002267            AND WS-HOUR-SUB NOT > WS-EDGE-SHIFT)
002268        OR (WS-EDGE-SHIFT < 0 AND WS-DAY-SUB = 7
002269            AND WS-HOUR-SUB > 24 + WS-EDGE-SHIFT)
002270           MOVE '-' TO WX-DYH-HOUR-QUAL(WS-HOUR-SUB).
002271     IF WX-QUAL-OBSERVED(WS-DAY-SUB WS-HOUR-SUB)
002280        ADD 1 TO WX-DYH-OBS-HOURS
002290     ELSE IF WX-QUAL-ESTIMATED(WS-DAY-SUB WS-HOUR-SUB)
002300        ADD 1 TO WX-DYH-EST-HOURS
002310     ELSE IF WX-QUAL-CORRECTED(WS-DAY-SUB WS-HOUR-SUB)
002320        ADD 1 TO WX-DYH-COR-HOURS.
002330     IF WX-FAHR-TEMP(WS-DAY-SUB WS-HOUR-SUB)
002340           NOT = WS-SENTINEL-TEMP
002350        ADD 1 TO WX-DYH-TEMP-HOURS
002360        ADD WX-FAHR-TEMP(WS-DAY-SUB WS-HOUR-SUB) TO WS-TEMP-SUM
002370        IF WX-FAHR-TEMP(WS-DAY-SUB WS-HOUR-SUB) > WS-DAY-HIGH
002380           MOVE WX-FAHR-TEMP(WS-DAY-SUB WS-HOUR-SUB)
002390             TO WS-DAY-HIGH
002400        END-IF
002410        IF WX-FAHR-TEMP(WS-DAY-SUB WS-HOUR-SUB) < WS-DAY-LOW
002420           MOVE WX-FAHR-TEMP(WS-DAY-SUB WS-HOUR-SUB)
002430             TO WS-DAY-LOW
002440        END-IF
002450     END-IF.
002460     IF WX-BAROM-PRESSURE(WS-DAY-SUB WS-HOUR-SUB)
002470           NOT = WS-SENTINEL-PRESS
002480        ADD 1 TO WX-DYH-PRESS-HOURS
002490        ADD WX-BAROM-PRESSURE(WS-DAY-SUB WS-HOUR-SUB)
002500          TO WS-PRESS-SUM.
002510     IF WX-WIND-SPEED(WS-DAY-SUB WS-HOUR-SUB)
002520           NOT = WS-SENTINEL-WIND
002530        ADD 1 TO WX-DYH-WIND-HOURS
002540        ADD WX-WIND-SPEED(WS-DAY-SUB WS-HOUR-SUB) TO WS-WIND-SUM
002550        IF WX-DYH-WIND-HOURS = 1
002560           OR WX-WIND-SPEED(WS-DAY-SUB WS-HOUR-SUB)
002570              > WX-DYH-WIND-PEAK
002580           MOVE WX-WIND-SPEED(WS-DAY-SUB WS-HOUR-SUB)
002590             TO WX-DYH-WIND-PEAK
002600           MOVE WX-WIND-DIR(WS-DAY-SUB WS-HOUR-SUB)
002610             TO WX-DYH-WIND-PEAK-DIR
002620        END-IF
002630     END-IF.
002640     IF WX-PRECIP(WS-DAY-SUB WS-HOUR-SUB)
002650           NOT = WS-SENTINEL-PRECIP
002660        ADD 1 TO WX-DYH-PRECIP-HOURS
002670        ADD WX-PRECIP(WS-DAY-SUB WS-HOUR-SUB)
002680          TO WX-DYH-PRECIP-TOTAL.
002690 2110-EXIT.
002700     EXIT.
002710*-----------------------------------------------------
002720* 3000-LOAD-HOLD
002730* The existing file into the hold table, less the
002740* records that have aged past the cutoff.  An absent
002750* file is an empty history; any other failure to open
002752* it leaves the status bad, and the file is not
002754* rewritten over a history that could not be read.
002760*-----------------------------------------------------
002770 3000-LOAD-HOLD.
002780     MOVE 0 TO WS-DH-COUNT.
002790     SET WS-HOLD-NOT-FULL TO TRUE.
002800     SET WS-NOT-EOF TO TRUE.
002810     OPEN INPUT DAYHIST-FILE.
002820     IF WS-DAYHIST-FILE-ABSENT
002830        MOVE '00' TO WS-DAYHIST-FILE-STATUS
002840        GO TO 3000-EXIT.
002842     IF NOT WS-DAYHIST-FILE-OK
002844        GO TO 3000-EXIT.
002850     PERFORM 3010-LOAD-ONE-ROW THRU 3010-EXIT
002860         UNTIL WS-EOF
002870            OR WS-HOLD-FULL.
002880     CLOSE DAYHIST-FILE.
002890     MOVE '00' TO WS-DAYHIST-FILE-STATUS.
002900 3000-EXIT.
002910     EXIT.
002920 3010-LOAD-ONE-ROW.
002930     READ DAYHIST-FILE
002940         AT END
002950             SET WS-EOF TO TRUE
002960             GO TO 3010-EXIT.
002970     IF WX-DYH-OBS-DATE NOT NUMERIC
002980        OR WX-DYH-OBS-DATE < WS-CUTOFF-DATE
002990        GO TO 3010-EXIT.
003000     IF WS-DH-COUNT = WS-DH-MAX
003010        SET WS-HOLD-FULL TO TRUE
003020        GO TO 3010-EXIT.
003030     ADD 1 TO WS-DH-COUNT.
003040     MOVE WX-DAYHIST-RECORD TO WS-DH-ROW(WS-DH-COUNT).
003050 3010-EXIT.
003060     EXIT.
003070*-----------------------------------------------------
003080* 3200-INSERT-NEW-ROW
003090* Places one new record at its key: over the record
003100* already there for the same station and date,
003110* otherwise opening a slot ahead of the first higher
003120* key.
003130*-----------------------------------------------------
003140 3200-INSERT-NEW-ROW.
003150     SET WS-SLOT-NOT-FOUND TO TRUE.
003160     PERFORM 3210-CHECK-SLOT THRU 3210-EXIT
003170         VARYING WS-INS-SUB FROM 1 BY 1
003180         UNTIL WS-INS-SUB > WS-DH-COUNT
003190            OR WS-SLOT-FOUND.
003200     IF WS-SLOT-FOUND
003210        SUBTRACT 1 FROM WS-INS-SUB
003220        IF WS-DR-KEY(WS-INS-SUB) = WS-NR-KEY(WS-NEW-SUB)
003230           MOVE WS-NEW-ROW(WS-NEW-SUB) TO WS-DH-ROW(WS-INS-SUB)
003240           GO TO 3200-EXIT
003250        END-IF
003260     END-IF.
003270     IF WS-DH-COUNT = WS-DH-MAX
003280        SET WS-HOLD-FULL TO TRUE
003290        GO TO 3200-EXIT.
003300     PERFORM 3220-SHIFT-ROW THRU 3220-EXIT
003310         VARYING WS-SHIFT-SUB FROM WS-DH-COUNT BY -1
003320         UNTIL WS-SHIFT-SUB < WS-INS-SUB.
003330     ADD 1 TO WS-DH-COUNT.
003340     MOVE WS-NEW-ROW(WS-NEW-SUB) TO WS-DH-ROW(WS-INS-SUB).
003350 3200-EXIT.
003360     EXIT.
003370 3210-CHECK-SLOT.
003380     IF WS-DR-KEY(WS-INS-SUB) NOT < WS-NR-KEY(WS-NEW-SUB)
003390        SET WS-SLOT-FOUND TO TRUE.
003400 3210-EXIT.
003410     EXIT.
003420 3220-SHIFT-ROW.
003430     MOVE WS-DH-ROW(WS-SHIFT-SUB) TO WS-DH-ROW(WS-SHIFT-SUB + 1).
003440 3220-EXIT.
003450     EXIT.
003460*-----------------------------------------------------
003470* 3600-REWRITE-FILE
003480*-----------------------------------------------------
003490 3600-REWRITE-FILE.
003500     OPEN OUTPUT DAYHIST-FILE.
003510     IF NOT WS-DAYHIST-FILE-OK
003520        DISPLAY '*** DAYHIST.DAT OPEN FAILED - DAILY HISTORY '
003530                'NOT POSTED ***'
003540        GO TO 3600-EXIT.
003550     PERFORM 3610-WRITE-ONE-ROW THRU 3610-EXIT
003560         VARYING WS-DH-SUB FROM 1 BY 1
003570         UNTIL WS-DH-SUB > WS-DH-COUNT
003580            OR NOT WS-DAYHIST-FILE-OK.
003590     CLOSE DAYHIST-FILE.
003600     IF NOT WS-DAYHIST-FILE-OK
003610        DISPLAY '*** DAYHIST.DAT WRITE FAILED - HISTORY '
003620                'INCOMPLETE ***'.
003630 3600-EXIT.
003640     EXIT.
003650 3610-WRITE-ONE-ROW.
003660     MOVE WS-DH-ROW(WS-DH-SUB) TO WX-DAYHIST-RECORD.
003670     WRITE WX-DAYHIST-RECORD.
003680 3610-EXIT.
003690     EXIT.
