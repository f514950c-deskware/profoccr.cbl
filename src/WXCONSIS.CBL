000180* twelve degrees warm sails through the range edits
000190* because the number itself is sane - it is only wrong
000200* next to the other stations that hour.  This pass
000210* reads every LOADED station's cells twice: first it
000220* banks each day/hour cell's temperature sum and count
000230* across the stations, then it scores each station by
000240* how far its reading sits from the mean of the OTHER
000300* station's count is handed back for the quality
000310* ranking and the run-control tolerance check.
000320*
000322* The cells come from the night's readings extract
000324* (BTCHEXTR.DAT, built by WXEXTRCT) rather than the
000326* feeds, so they are exactly the cells the rollup
000328* loaded - past the WXLOAD edits and already on the
000330* run's time base when TIMEBASE.CFG carries 'C'.
000332* A temperature read by a thermometer past its
000334* calibration due date is left out of both passes, as
000336* WXCALCHK's hold leaves it out of the rollup: the due
000338* date is worked the same way (last calibration plus
000340* the interval, the run date when never calibrated,
000342* no hold on a zero interval or with no master entry)
000344* and a cell observed after it neither feeds the
000346* means nor is scored.
000410*
000412* WX-INSTR-COUNT/TABLE  instrument master (WXINSMST)
000414* LK-RUN-DATE       the run date, for a thermometer
000416*                   never calibrated
000420* LK-RETURN-STATUS  'Y' = pass ran, OUTLIER.RPT written
000430*                   'N' = fewer than two loaded stations,
000440*                         or the report could not be
000500*                 TIMEBASE.CFG asks for it, shifting each
000510*                 record by its station's offset the same
000520*                 way WXTZADJ shifts a loaded grid.
000522* 05/03/2001 DF   Both passes read the loaded stations' cells
000524*                 from the BTCHEXTR.DAT readings extract in
000526*                 place of re-reading every feed, which drops
000528*                 the pass's own edits and time-base shift.
000529* 05/15/2001 DF   Temperatures from an overdue thermometer
000530*                 are left out of the means and the scoring.
000531*****************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. WXCONSIS.
000560 AUTHOR. D. FELTZ.
000630 OBJECT-COMPUTER. GENERIC.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000652     SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-EXTR-FILE-NAME
000654         ORGANIZATION IS LINE SEQUENTIAL
000656         FILE STATUS IS WS-EXTR-FILE-STATUS.
000720     SELECT CONSIST-TOL-FILE ASSIGN DYNAMIC WS-TOL-FILE-NAME
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-TOL-FILE-STATUS.
000780         FILE STATUS IS WS-OUTRPT-FILE-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000802 FD  EXTRACT-FILE
000804     RECORD CONTAINS 57 CHARACTERS.
000806 COPY WXEXTR.
001010 FD  CONSIST-TOL-FILE
001020     RECORD CONTAINS 3 CHARACTERS.
001030 01  TOL-RECORD.
001060     RECORD CONTAINS 80 CHARACTERS.
001070 01  OUTLIER-LINE  PIC X(80).
001080 WORKING-STORAGE SECTION.
001082 01  WS-EXTR-FILE-NAME    PIC X(40) VALUE 'BTCHEXTR.DAT'.
001084 01  WS-EXTR-FILE-STATUS  PIC XX.
001086    88  WS-EXTR-FILE-OK      VALUE '00'.
001120 01  WS-TOL-FILE-NAME     PIC X(40) VALUE 'CONSIST.TOL'.
001130 01  WS-TOL-FILE-STATUS   PIC XX.
001140    88  WS-TOL-FILE-OK       VALUE '00'.
001180 01  WS-EOF-SWITCH  PIC X VALUE 'N'.
001190    88  WS-EOF      VALUE 'Y'.
001200    88  WS-NOT-EOF  VALUE 'N'.
001290 01  WS-TOLERANCE  PIC 9(3) VALUE 15.
001300 01  WS-SENTINEL-TEMP  PIC S999 VALUE -300.
001310 01  WS-LOADED-STATIONS  PIC 9(2) VALUE 0.
001420 01  WS-XS-HOUR-SUB  PIC S9(4) COMP.
001430 01  WS-XS-MEAN  PIC S9(4)V99.
001440 01  WS-XS-DEV   PIC S9(4)V99.
001442*-----------------------------------------------------
001443* The current station's thermometer due date (zero
001444* when it is not held) and the cell in hand's date.
001445*-----------------------------------------------------
001446 01  WS-TEMP-DUE-INT  PIC S9(9) COMP.
001447 01  WS-CELL-INT      PIC S9(9) COMP.
001448 01  WS-INS-SUB       PIC S9(4) COMP.
001449 01  WS-INS-SUB-J     PIC S9(4) COMP.
001450*-----------------------------------------------------
001460* One scoring row per loaded station, ranked most
001470* deviant first for the report.
001570 01  WS-OUT-SUB    PIC S9(4) COMP.
001580 01  WS-OUT-SUB-J  PIC S9(4) COMP.
001590 01  WS-STA-SUB    PIC S9(4) COMP.
001592 01  WS-STA-SUB-J  PIC S9(4) COMP.
001600 01  WS-OUTLIER-HEADER.
001610    05  FILLER  PIC X(38)
001620        VALUE 'CROSS-STATION OUTLIERS - WORST FIRST ('.
001740    05  WS-OD-FLAG   PIC X(9).
001750 LINKAGE SECTION.
001760 COPY WXSTAT.
001765 COPY WXINSTR.
001767 01  LK-RUN-DATE  PIC 9(8).
001770 01  LK-DISP-TABLE.
001780    05  LK-STA-DISP OCCURS 20 TIMES PIC X(8).
001790 01  LK-OUTLIER-TABLE.
001850                          WX-STATION-TABLE
001860                          LK-DISP-TABLE
001870                          LK-OUTLIER-TABLE
001872                          WX-INSTR-COUNT
001874                          WX-INSTR-TABLE
001876                          LK-RUN-DATE
001880                          LK-RETURN-STATUS.
001890 0000-MAINLINE.
001900     SET LK-CONSIS-NOT-OK TO TRUE.
001970         VARYING WS-XS-DAY-SUB FROM 1 BY 1
001980         UNTIL WS-XS-DAY-SUB > 7.
001990     PERFORM 1000-READ-TOLERANCE THRU 1000-EXIT.
001992     PERFORM 2000-SUM-PASS THRU 2000-EXIT.
001994     IF WS-LOADED-STATIONS < 2
001996        GO TO 0000-EXIT.
001998     PERFORM 3000-SCORE-PASS THRU 3000-EXIT.
002090     PERFORM 4000-RANK-AND-REPORT THRU 4000-EXIT.
002100 0000-EXIT.
002110     GOBACK.
002430     CLOSE CONSIST-TOL-FILE.
002440 1000-EXIT.
002450     EXIT.
002452*-----------------------------------------------------
002454* 2000-SUM-PASS
002456* First pass: every loaded station's cells into the
002458* per-cell sums, a scoring row opened per station.
002460*-----------------------------------------------------
002462 2000-SUM-PASS.
002464     OPEN INPUT EXTRACT-FILE.
002466     IF NOT WS-EXTR-FILE-OK
002468        GO TO 2000-EXIT.
002470     MOVE 0 TO WS-STA-SUB.
002472     SET WS-NOT-EOF TO TRUE.
002474     PERFORM 2100-SUM-ONE-RECORD THRU 2100-EXIT
002476         UNTIL WS-EOF.
002478     CLOSE EXTRACT-FILE.
002480 2000-EXIT.
002482     EXIT.
002484 2100-SUM-ONE-RECORD.
002486     READ EXTRACT-FILE
002488         AT END
002490             SET WS-EOF TO TRUE
002492             GO TO 2100-EXIT.
002494     IF WX-EX-CONTROL
002496        PERFORM 2200-OPEN-STATION THRU 2200-EXIT
002498        GO TO 2100-EXIT.
002500     IF WS-STA-SUB = 0
002502        OR WX-EX-FAHR-TEMP = WS-SENTINEL-TEMP
002504        GO TO 2100-EXIT.
002505     PERFORM 2500-CHECK-HELD-CELL THRU 2500-EXIT.
002506     IF WS-CELL-INT > WS-TEMP-DUE-INT
002507        AND WS-TEMP-DUE-INT > 0
002508        GO TO 2100-EXIT.
002509     ADD WX-EX-FAHR-TEMP
002510       TO WS-XS-TEMP-SUM(WX-EX-DAY WX-EX-HOUR).
002511     ADD 1 TO WS-XS-TEMP-CNT(WX-EX-DAY WX-EX-HOUR).
002512 2100-EXIT.
002514     EXIT.
002516*-----------------------------------------------------
002518* 2200-OPEN-STATION
002520* A control record starts the next station's cells;
002522* one not LOADED this run (or past the table) is
002524* passed over.
002526*-----------------------------------------------------
002528 2200-OPEN-STATION.
002530     PERFORM 2300-FIND-STATION THRU 2300-EXIT.
002531     PERFORM 2400-THERMOMETER-DUE THRU 2400-EXIT.
002532     IF WS-STA-SUB = 0
002534        GO TO 2200-EXIT.
002536     IF WS-OUT-COUNT = 20
002538        MOVE 0 TO WS-STA-SUB
002540        GO TO 2200-EXIT.
002542     ADD 1 TO WS-LOADED-STATIONS.
002544     ADD 1 TO WS-OUT-COUNT.
002546     MOVE WX-STA-ID(WS-STA-SUB)   TO WS-OE-ID(WS-OUT-COUNT).
002548     MOVE WX-STA-NAME(WS-STA-SUB) TO WS-OE-NAME(WS-OUT-COUNT).
002550     MOVE 0 TO WS-OE-DEV(WS-OUT-COUNT).
002552     MOVE 0 TO WS-OE-CELLS(WS-OUT-COUNT).
002554 2200-EXIT.
002556     EXIT.
002558*-----------------------------------------------------
002560* 2300-FIND-STATION
002562* Leaves WS-STA-SUB on the master entry for the control
002564* record's station when that station is LOADED, or
002566* zero.
002568*-----------------------------------------------------
002570 2300-FIND-STATION.
002572     MOVE 0 TO WS-STA-SUB.
002574     PERFORM 2310-MATCH-STATION-ID THRU 2310-EXIT
002576         VARYING WS-STA-SUB-J FROM 1 BY 1
002578         UNTIL WS-STA-SUB-J > WX-STATION-COUNT
002580            OR WS-STA-SUB > 0.
002582 2300-EXIT.
002584     EXIT.
002586 2310-MATCH-STATION-ID.
002588     IF WX-STA-ID(WS-STA-SUB-J) = WX-EX-STA-ID
002590        AND LK-STA-DISP(WS-STA-SUB-J) = 'LOADED  '
002592        MOVE WS-STA-SUB-J TO WS-STA-SUB.
002594 2310-EXIT.
002596     EXIT.
002597*-----------------------------------------------------
002598* 2400-THERMOMETER-DUE
002599* WS-TEMP-DUE-INT for the station at WS-STA-SUB from
002600* its 'T' master entry, worked as WXCALCHK works it,
002601* or zero when its temperatures are not held.
002602*-----------------------------------------------------
002603 2400-THERMOMETER-DUE.
002604     MOVE 0 TO WS-TEMP-DUE-INT.
002605     IF WS-STA-SUB = 0
002606        GO TO 2400-EXIT.
002607     MOVE 0 TO WS-INS-SUB-J.
002608     PERFORM 2410-MATCH-THERMOMETER THRU 2410-EXIT
002609         VARYING WS-INS-SUB FROM 1 BY 1
002610         UNTIL WS-INS-SUB > WX-INSTR-COUNT.
002611     IF WS-INS-SUB-J = 0
002612        GO TO 2400-EXIT.
002613     IF WX-INS-INTERVAL-DAYS(WS-INS-SUB-J) = 0
002614        GO TO 2400-EXIT.
002615     IF WX-INS-CALIB-DATE(WS-INS-SUB-J) = 0
002616        IF LK-RUN-DATE = 0
002617           GO TO 2400-EXIT
002618        ELSE
002619           COMPUTE WS-TEMP-DUE-INT =
002620               FUNCTION INTEGER-OF-DATE(LK-RUN-DATE)
002621     ELSE
002622        COMPUTE WS-TEMP-DUE-INT = FUNCTION INTEGER-OF-DATE
002623            (WX-INS-CALIB-DATE(WS-INS-SUB-J))
002624            + WX-INS-INTERVAL-DAYS(WS-INS-SUB-J).
002625 2400-EXIT.
002626     EXIT.
002627 2410-MATCH-THERMOMETER.
002628     IF WX-INS-STA-ID(WS-INS-SUB) = WX-STA-ID(WS-STA-SUB)
002629        AND WX-INS-THERMOMETER(WS-INS-SUB)
002630        MOVE WS-INS-SUB TO WS-INS-SUB-J.
002631 2410-EXIT.
002632     EXIT.
002633*-----------------------------------------------------
002634* 2500-CHECK-HELD-CELL
002635* WS-CELL-INT for the detail in hand's observation
002636* date (on the run's time base, as the rollup's grid
002637* carries it); zero for an undated cell, which the
002638* hold never touches.
002639*-----------------------------------------------------
002640 2500-CHECK-HELD-CELL.
002641     MOVE 0 TO WS-CELL-INT.
002642     IF WS-TEMP-DUE-INT = 0
002643        OR WX-EX-OBS-DATE = 0
002644        GO TO 2500-EXIT.
002645     COMPUTE WS-CELL-INT =
002646         FUNCTION INTEGER-OF-DATE(WX-EX-OBS-DATE).
002647 2500-EXIT.
002648     EXIT.
002649*-----------------------------------------------------
002650* 3000-SCORE-PASS
002651* Second pass: each station's reading against the mean
002652* of the OTHER stations that hour - its own reading
002653* comes back out of the sum, so one bad sensor cannot
002654* drag the yardstick toward itself.
002655*-----------------------------------------------------
002656 3000-SCORE-PASS.
002657     OPEN INPUT EXTRACT-FILE.
002658     IF NOT WS-EXTR-FILE-OK
002659        GO TO 3000-EXIT.
002660     MOVE 0 TO WS-STA-SUB.
002661     SET WS-NOT-EOF TO TRUE.
002662     PERFORM 3100-SCORE-ONE-RECORD THRU 3100-EXIT
002663         UNTIL WS-EOF.
002664     CLOSE EXTRACT-FILE.
002665 3000-EXIT.
002666     EXIT.
002667 3100-SCORE-ONE-RECORD.
002668     READ EXTRACT-FILE
002669         AT END
002670             SET WS-EOF TO TRUE
002671             GO TO 3100-EXIT.
002672     IF WX-EX-CONTROL
002673        MOVE 0 TO WS-OUT-SUB
002674        PERFORM 2300-FIND-STATION THRU 2300-EXIT
002675        PERFORM 2400-THERMOMETER-DUE THRU 2400-EXIT
002676        IF WS-STA-SUB > 0
002677           PERFORM 3200-FIND-SCORE-ROW THRU 3200-EXIT
002678        END-IF
002679        GO TO 3100-EXIT.
002680     IF WS-STA-SUB = 0
002681        OR WS-OUT-SUB = 0
002682        OR WX-EX-FAHR-TEMP = WS-SENTINEL-TEMP
002683        GO TO 3100-EXIT.
002684     PERFORM 2500-CHECK-HELD-CELL THRU 2500-EXIT.
002685     IF WS-CELL-INT > WS-TEMP-DUE-INT
002686        AND WS-TEMP-DUE-INT > 0
002687        GO TO 3100-EXIT.
002688     IF WS-XS-TEMP-CNT(WX-EX-DAY WX-EX-HOUR) < 2
002689        GO TO 3100-EXIT.
002690     ADD 1 TO WS-OE-CELLS(WS-OUT-SUB).
002691     COMPUTE WS-XS-MEAN ROUNDED =
002692         (WS-XS-TEMP-SUM(WX-EX-DAY WX-EX-HOUR)
002693          - WX-EX-FAHR-TEMP)
002694         / (WS-XS-TEMP-CNT(WX-EX-DAY WX-EX-HOUR) - 1).
002695     COMPUTE WS-XS-DEV = WX-EX-FAHR-TEMP - WS-XS-MEAN.
002696     IF WS-XS-DEV > WS-TOLERANCE
002697        OR WS-XS-DEV < 0 - WS-TOLERANCE
002698        ADD 1 TO WS-OE-DEV(WS-OUT-SUB)
002699        MOVE WS-OE-DEV(WS-OUT-SUB)
002700          TO LK-OUTLIER-CNT(WS-STA-SUB).
002701 3100-EXIT.
002702     EXIT.
004140*-----------------------------------------------------
004150* 3200-FIND-SCORE-ROW
004160* Leaves WS-OUT-SUB on this station's scoring row, or
