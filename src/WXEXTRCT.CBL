000100*****************************************************
000110* Program:      WXEXTRCT
000120* Author:       D. Feltz, Applications Programming
000130* Installation: Deskware, Inc. - Weather Ops
000140* Date-Written: 05/03/2001
000150* Date-Compiled:
000160*-----------------------------------------------------
000170* Builds the nightly all-station readings extract,
000180* BTCHEXTR.DAT (layout in WXEXTR.CPY), so each feed is
000190* read once a night instead of once per step.  Every
000200* station the caller picks is loaded through WXLOAD -
000210* the load's edits, suspense and control totals exactly
000220* as before - normalized through WXTZADJ when the run
000230* is on the common time base, and its populated cells
000240* released to the sort with one control record carrying
000250* the load's totals.  The sort writes the extract in
000260* station / observation date / hour order.
000270*
000280* A selective rerun (RESTART, RETRY, ONLY) picks only
000290* the stations it works; the stations it carries keep
000300* their records from the prior extract, so the passes
000310* that read every loaded station still see them all.
000320*
000330* LK-PICK  'X' = load the station's feed into the
000340*                extract
000350*          'K' = carry its records over from the prior
000360*                extract
000370*          space = leave it out
000380*
000390* LK-RETURN-STATUS  'Y' = extract written
000400*                   'N' = the sort failed - no extract
000410*
000420* Modification History
000430* 05/03/2001 DF   Original routine.
000440*****************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. WXEXTRCT.
000470 AUTHOR. D. FELTZ.
000480 INSTALLATION. DESKWARE-INC.
000490 DATE-WRITTEN. 05/03/2001.
000500 DATE-COMPILED.
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. GENERIC.
000540 OBJECT-COMPUTER. GENERIC.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT EXTRACT-SORT-FILE ASSIGN TO SORTWK1.
000580     SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-EXTRACT-FILE-NAME
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000610     SELECT PRIOR-EXTRACT-FILE
000620         ASSIGN DYNAMIC WS-EXTRACT-FILE-NAME
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-PRIOR-FILE-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 SD  EXTRACT-SORT-FILE
000680     RECORD CONTAINS 57 CHARACTERS.
000690 01  SX-RECORD.
000700    05  SX-KEY   PIC X(18).
000710    05  FILLER   PIC X(39).
000720 FD  EXTRACT-FILE
000730     RECORD CONTAINS 57 CHARACTERS.
000740 01  EXTRACT-RECORD  PIC X(57).
000750 FD  PRIOR-EXTRACT-FILE
000760     RECORD CONTAINS 57 CHARACTERS.
000770 01  PX-RECORD.
000780    05  PX-STA-ID  PIC X(8).
000790    05  FILLER     PIC X(49).
000800 WORKING-STORAGE SECTION.
000810 COPY WXGRID.
000820 COPY WXDATES.
000830 COPY WXLDCTL.
000840 COPY WXEXTR.
000850 01  WS-EXTRACT-FILE-NAME    PIC X(40) VALUE 'BTCHEXTR.DAT'.
000860 01  WS-EXTRACT-FILE-STATUS  PIC XX.
000870    88  WS-EXTRACT-FILE-OK      VALUE '00'.
000880 01  WS-PRIOR-FILE-STATUS    PIC XX.
000890    88  WS-PRIOR-FILE-OK        VALUE '00'.
000900 01  WS-EOF-SWITCH  PIC X VALUE 'N'.
000910    88  WS-EOF      VALUE 'Y'.
000920    88  WS-NOT-EOF  VALUE 'N'.
000930 01  WS-LOAD-RETURN-STATUS   PIC X.
000940 01  WS-TZADJ-RETURN-STATUS  PIC X.
000950    88  WS-TZADJ-OK  VALUE 'Y'.
000960 01  WS-STA-SUB    PIC S9(4) COMP.
000970 01  WS-STA-SUB-J  PIC S9(4) COMP.
000980 01  WS-DAY-SUB    PIC S9(4) COMP.
000990 01  WS-HOUR-SUB   PIC S9(4) COMP.
001000*-----------------------------------------------------
001010* The station's dates as the load left them, before
001020* any shift - the local date of each detail.
001030*-----------------------------------------------------
001040 01  WS-LOCAL-DATE-TABLE.
001050    05  WS-LOCAL-DATE OCCURS 7 TIMES PIC 9(8).
001060 01  WS-LOCAL-DAY   PIC S9(4) COMP.
001070 01  WS-LOCAL-HOUR  PIC S9(4) COMP.
001080 01  WS-OFFSET-SIGN   PIC X.
001090 01  WS-OFFSET-HOURS  PIC 99.
001100 01  WS-SHIFT  PIC S9(4) COMP.
001110 01  WS-LOCAL-CELLS  PIC 9(5).
001120 01  WS-BASE-CELLS   PIC 9(5).
001130*-----------------------------------------------------
001140* Carrying a prior extract's records: the station the
001150* last record read belongs to, and whether it stays.
001160*-----------------------------------------------------
001170 01  WS-CARRY-WANTED-SW  PIC X.
001180    88  WS-CARRY-WANTED  VALUE 'Y'.
001190 01  WS-PRIOR-ID  PIC X(8).
001200 01  WS-PRIOR-KEEP-SW  PIC X.
001210    88  WS-PRIOR-KEEP       VALUE 'Y'.
001220    88  WS-PRIOR-DROP       VALUE 'N'.
001230 LINKAGE SECTION.
001240 COPY WXSTAT.
001250 01  LK-PICK-TABLE.
001260    05  LK-PICK OCCURS 20 TIMES PIC X.
001270       88  LK-PICK-EXTRACT  VALUE 'X'.
001280       88  LK-PICK-CARRY    VALUE 'K'.
001290 01  LK-TIMEBASE-MODE  PIC X.
001300    88  LK-TB-COMMON  VALUE 'C'.
001310 01  LK-EXTRACTED-COUNT  PIC 9(4) COMP.
001320 01  LK-CARRIED-COUNT    PIC 9(4) COMP.
001330 01  LK-RETURN-STATUS  PIC X.
001340    88  LK-EXTRACT-OK      VALUE 'Y'.
001350    88  LK-EXTRACT-NOT-OK  VALUE 'N'.
001360 PROCEDURE DIVISION USING WX-STATION-COUNT
001370                          WX-STATION-TABLE
001380                          LK-PICK-TABLE
001390                          LK-TIMEBASE-MODE
001400                          LK-EXTRACTED-COUNT
001410                          LK-CARRIED-COUNT
001420                          LK-RETURN-STATUS.
001430 0000-MAINLINE.
001440     SET LK-EXTRACT-NOT-OK TO TRUE.
001450     MOVE 0 TO LK-EXTRACTED-COUNT.
001460     MOVE 0 TO LK-CARRIED-COUNT.
001470     SORT EXTRACT-SORT-FILE
001480         ON ASCENDING KEY SX-KEY
001490         INPUT PROCEDURE IS 1000-RELEASE-RECORDS
001500                       THRU 1000-EXIT
001510         GIVING EXTRACT-FILE.
001520     IF SORT-RETURN = 0
001530        SET LK-EXTRACT-OK TO TRUE.
001540 0000-EXIT.
001550     GOBACK.
001560*-----------------------------------------------------
001570* 1000-RELEASE-RECORDS
001580* Sort input: the carried stations' prior records
001590* first, then every picked station's fresh load.
001600*-----------------------------------------------------
001610 1000-RELEASE-RECORDS.
001620     PERFORM 1100-CARRY-PRIOR THRU 1100-EXIT.
001630     PERFORM 2000-EXTRACT-ONE-STATION THRU 2000-EXIT
001640         VARYING WS-STA-SUB FROM 1 BY 1
001650         UNTIL WS-STA-SUB > WX-STATION-COUNT.
001660 1000-EXIT.
001670     EXIT.
001680*-----------------------------------------------------
001690* 1100-CARRY-PRIOR
001700* Releases the prior extract's records for the
001710* stations marked to carry.  No prior extract (or a
001720* full run, which carries nothing) releases nothing.
001730*-----------------------------------------------------
001740 1100-CARRY-PRIOR.
001750     MOVE 'N' TO WS-CARRY-WANTED-SW.
001760     PERFORM 1110-CHECK-CARRY THRU 1110-EXIT
001770         VARYING WS-STA-SUB FROM 1 BY 1
001780         UNTIL WS-STA-SUB > WX-STATION-COUNT.
001790     IF NOT WS-CARRY-WANTED
001800        GO TO 1100-EXIT.
001810     OPEN INPUT PRIOR-EXTRACT-FILE.
001820     IF NOT WS-PRIOR-FILE-OK
001830        GO TO 1100-EXIT.
001840     MOVE SPACES TO WS-PRIOR-ID.
001850     SET WS-PRIOR-DROP TO TRUE.
001860     SET WS-NOT-EOF TO TRUE.
001870     PERFORM 1120-CARRY-ONE-RECORD THRU 1120-EXIT
001880         UNTIL WS-EOF.
001890     CLOSE PRIOR-EXTRACT-FILE.
001900 1100-EXIT.
001910     EXIT.
001920 1110-CHECK-CARRY.
001930     IF LK-PICK-CARRY(WS-STA-SUB)
001940        MOVE 'Y' TO WS-CARRY-WANTED-SW.
001950 1110-EXIT.
001960     EXIT.
001970 1120-CARRY-ONE-RECORD.
001980     READ PRIOR-EXTRACT-FILE
001990         AT END
002000             SET WS-EOF TO TRUE
002010             GO TO 1120-EXIT.
002020     IF PX-STA-ID NOT = WS-PRIOR-ID
002030        MOVE PX-STA-ID TO WS-PRIOR-ID
002040        PERFORM 1130-DECIDE-CARRY THRU 1130-EXIT.
002050     IF WS-PRIOR-KEEP
002060        RELEASE SX-RECORD FROM PX-RECORD.
002070 1120-EXIT.
002080     EXIT.
002090*-----------------------------------------------------
002100* 1130-DECIDE-CARRY
002110* A station stays when it is still on the master and
002120* marked to carry; one dropped from the master, or
002130* being extracted fresh, does not.
002140*-----------------------------------------------------
002150 1130-DECIDE-CARRY.
002160     SET WS-PRIOR-DROP TO TRUE.
002170     PERFORM 1140-MATCH-CARRY-ID THRU 1140-EXIT
002180         VARYING WS-STA-SUB-J FROM 1 BY 1
002190         UNTIL WS-STA-SUB-J > WX-STATION-COUNT
002200            OR WS-PRIOR-KEEP.
002210     IF WS-PRIOR-KEEP
002220        ADD 1 TO LK-CARRIED-COUNT.
002230 1130-EXIT.
002240     EXIT.
002250 1140-MATCH-CARRY-ID.
002260     IF WX-STA-ID(WS-STA-SUB-J) = WS-PRIOR-ID
002270        AND LK-PICK-CARRY(WS-STA-SUB-J)
002280        SET WS-PRIOR-KEEP TO TRUE.
002290 1140-EXIT.
002300     EXIT.
002310*-----------------------------------------------------
002320* 2000-EXTRACT-ONE-STATION
002330* One picked station's feed through the load and the
002340* time-base shift into the sort.  A feed that cannot
002350* be opened still gets its control record, so the
002360* rollup can report the station skipped.
002370*-----------------------------------------------------
002380 2000-EXTRACT-ONE-STATION.
002390     IF NOT LK-PICK-EXTRACT(WS-STA-SUB)
002400        GO TO 2000-EXIT.
002410     CALL 'WXLOAD' USING WX-STA-READINGS-FILE(WS-STA-SUB)
002420                         WX-GRID-TABLE
002430                         WX-DAY-DATE-TABLE
002440                         WX-LOAD-CONTROL
002450                         WS-LOAD-RETURN-STATUS.
002460     ADD 1 TO LK-EXTRACTED-COUNT.
002470     MOVE 0 TO WS-LOCAL-CELLS.
002480     MOVE 0 TO WS-BASE-CELLS.
002490     MOVE 0 TO WS-SHIFT.
002500     MOVE 'Y' TO WS-TZADJ-RETURN-STATUS.
002510     IF WS-LOAD-RETURN-STATUS = 'N'
002520        GO TO 2000-CONTROL.
002530     PERFORM 2100-COUNT-DAY THRU 2100-EXIT
002540         VARYING WS-DAY-SUB FROM 1 BY 1
002550         UNTIL WS-DAY-SUB > 7.
002560     MOVE WX-DAY-DATE-TABLE TO WS-LOCAL-DATE-TABLE.
002570     IF LK-TB-COMMON
002580        CALL 'WXTZADJ' USING WX-GRID-TABLE
002590             WX-DAY-DATE-TABLE
002600             WX-STA-TZ-OFFSET(WS-STA-SUB)
002610             WS-TZADJ-RETURN-STATUS
002620        IF WS-TZADJ-OK
002630           PERFORM 2200-PARSE-OFFSET THRU 2200-EXIT
002640        END-IF
002650     END-IF.
002660     PERFORM 2300-RELEASE-DAY THRU 2300-EXIT
002670         VARYING WS-DAY-SUB FROM 1 BY 1
002680         UNTIL WS-DAY-SUB > 7.
002690 2000-CONTROL.
002700     MOVE SPACES TO WX-EXTRACT-RECORD.
002710     MOVE WX-STA-ID(WS-STA-SUB) TO WX-EX-STA-ID.
002720     MOVE 0 TO WX-EX-OBS-DATE.
002730     MOVE 0 TO WX-EX-HOUR.
002740     SET WX-EX-CONTROL TO TRUE.
002750     MOVE WS-LOAD-RETURN-STATUS TO WX-EX-LOAD-STATUS.
002760     MOVE WX-LDC-READ-COUNT     TO WX-EX-READ-COUNT.
002770     MOVE WX-LDC-APPLIED-COUNT  TO WX-EX-APPLIED-COUNT.
002780     MOVE WX-LDC-REJECT-COUNT   TO WX-EX-REJECT-COUNT.
002790     MOVE WX-LDC-DUP-COUNT      TO WX-EX-DUP-COUNT.
002800     MOVE WX-LDC-TRAILER-COUNT  TO WX-EX-TRAILER-COUNT.
002810     MOVE WX-LDC-TRAILER-SW     TO WX-EX-TRAILER-SW.
002820     MOVE WS-BASE-CELLS         TO WX-EX-CELL-COUNT.
002830     COMPUTE WX-EX-SHIFTED-OFF = WS-LOCAL-CELLS - WS-BASE-CELLS.
002840     MOVE WS-TZADJ-RETURN-STATUS TO WX-EX-TZADJ-STATUS.
002850     RELEASE SX-RECORD FROM WX-EXTRACT-RECORD.
002860 2000-EXIT.
002870     EXIT.
002880*-----------------------------------------------------
002890* 2100-COUNT-DAY
002900* The cells the load populated, before any shift.
002910*-----------------------------------------------------
002920 2100-COUNT-DAY.
002930     PERFORM 2110-COUNT-HOUR THRU 2110-EXIT
002940         VARYING WS-HOUR-SUB FROM 1 BY 1
002950         UNTIL WS-HOUR-SUB > 24.
002960 2100-EXIT.
002970     EXIT.
002980 2110-COUNT-HOUR.
002990     IF NOT WX-QUAL-UNSET(WS-DAY-SUB WS-HOUR-SUB)
003000        ADD 1 TO WS-LOCAL-CELLS.
003010 2110-EXIT.
003020     EXIT.
003030*-----------------------------------------------------
003040* 2200-PARSE-OFFSET
003050* The station's SHH master offset into WS-SHIFT the
003060* same way WXTZADJ reads it, so each normalized cell
003070* can be traced back to the local hour it was read.
003080*-----------------------------------------------------
003090 2200-PARSE-OFFSET.
003100     MOVE 0 TO WS-SHIFT.
003110     MOVE WX-STA-TZ-OFFSET(WS-STA-SUB)(1:1) TO WS-OFFSET-SIGN.
003120     IF WX-STA-TZ-OFFSET(WS-STA-SUB)(2:2) NOT NUMERIC
003130        GO TO 2200-EXIT.
003140     MOVE WX-STA-TZ-OFFSET(WS-STA-SUB)(2:2) TO WS-OFFSET-HOURS.
003150     IF WS-OFFSET-HOURS > 23
003160        GO TO 2200-EXIT.
003170     IF WS-OFFSET-SIGN = '-'
003180        MOVE WS-OFFSET-HOURS TO WS-SHIFT
003190     ELSE
003200        IF WS-OFFSET-SIGN = '+'
003210           COMPUTE WS-SHIFT = 0 - WS-OFFSET-HOURS.
003220 2200-EXIT.
003230     EXIT.
003240*-----------------------------------------------------
003250* 2300-RELEASE-DAY
003260* One detail per populated cell on the run's base.
003270*-----------------------------------------------------
003280 2300-RELEASE-DAY.
003290     PERFORM 2310-RELEASE-HOUR THRU 2310-EXIT
003300         VARYING WS-HOUR-SUB FROM 1 BY 1
003310         UNTIL WS-HOUR-SUB > 24.
003320 2300-EXIT.
003330     EXIT.
003340 2310-RELEASE-HOUR.
003350     IF WX-QUAL-UNSET(WS-DAY-SUB WS-HOUR-SUB)
003360        GO TO 2310-EXIT.
003370     ADD 1 TO WS-BASE-CELLS.
003380     MOVE SPACES TO WX-EXTRACT-RECORD.
003390     MOVE WX-STA-ID(WS-STA-SUB)     TO WX-EX-STA-ID.
003400     MOVE WX-OBS-DATE(WS-DAY-SUB)   TO WX-EX-OBS-DATE.
003410     MOVE WS-HOUR-SUB               TO WX-EX-HOUR.
003420     SET WX-EX-DETAIL TO TRUE.
003430     MOVE WS-DAY-SUB                TO WX-EX-DAY.
003440     MOVE WX-FAHR-TEMP(WS-DAY-SUB WS-HOUR-SUB)
003450       TO WX-EX-FAHR-TEMP.
003460     MOVE WX-BAROM-PRESSURE(WS-DAY-SUB WS-HOUR-SUB)
003470       TO WX-EX-BAROM-PRESSURE.
003480     MOVE WX-WIND-SPEED(WS-DAY-SUB WS-HOUR-SUB)
003490       TO WX-EX-WIND-SPEED.
003500     MOVE WX-WIND-DIR(WS-DAY-SUB WS-HOUR-SUB)
003510       TO WX-EX-WIND-DIR.
003520     MOVE WX-PRECIP(WS-DAY-SUB WS-HOUR-SUB)
003530       TO WX-EX-PRECIP.
003540     MOVE WX-CELL-QUAL(WS-DAY-SUB WS-HOUR-SUB)
003550       TO WX-EX-CELL-QUAL.
003560* Back through the shift to the slot the load used.
003570     MOVE WS-DAY-SUB TO WS-LOCAL-DAY.
003580     COMPUTE WS-LOCAL-HOUR = WS-HOUR-SUB - WS-SHIFT.
003590     IF WS-LOCAL-HOUR > 24
003600        SUBTRACT 24 FROM WS-LOCAL-HOUR
003610        ADD 1 TO WS-LOCAL-DAY.
003620     IF WS-LOCAL-HOUR < 1
003630        ADD 24 TO WS-LOCAL-HOUR
003640        SUBTRACT 1 FROM WS-LOCAL-DAY.
003650     MOVE WS-LOCAL-DAY  TO WX-EX-LOCAL-DAY.
003660     MOVE WS-LOCAL-HOUR TO WX-EX-LOCAL-HOUR.
003670     MOVE WS-LOCAL-DATE(WS-LOCAL-DAY) TO WX-EX-LOCAL-DATE.
003680     RELEASE SX-RECORD FROM WX-EXTRACT-RECORD.
003690 2310-EXIT.
003700     EXIT.
