000100*****************************************************
000110* Program:      WXCALCHK
000120* Author:       D. Feltz, Applications Programming
000130* Installation: Deskware, Inc. - Weather Ops
000140* Date-Written: 04/26/2001
000150* Date-Compiled:
000160*-----------------------------------------------------
000170* Calibration checks against the instrument master.
000180*
000190* LK-CAL-MODE 'H' - hold back one loaded station's
000200*   readings taken by an instrument past its
000210*   calibration due date (last calibration plus the
000220*   interval).  Each sensor is checked on its own: an
000230*   overdue thermometer takes the temperature out of
000240*   every hour of every day observed after the due
000250*   date, an overdue barometer the pressure, an
000260*   overdue anemometer the wind speed and direction,
000270*   an overdue rain gauge the precipitation.  A held
000280*   value goes back to its never-set sentinel so the
000290*   rollup passes over it exactly as it passes over a
000300*   missing one, and LK-CAL-COUNT comes back with the
000310*   number of readings held.  Nothing is held once the
000320*   instrument is re-certified, and a sensor with no
000330*   master entry or a zero interval is never held.  A
000340*   sensor with no calibration date is due on
000342*   LK-RUN-DATE, exactly as 'R' lists it.
000350*
000360* LK-CAL-MODE 'R' - writes CALIB.RPT, every instrument
000370*   due within the next 30 days of LK-RUN-DATE (or
000380*   already overdue), soonest first, so the field
000390*   techs can plan their visits.  LK-CAL-COUNT comes
000400*   back with the number listed.
000410*
000420* LK-RETURN-STATUS  'Y' = done
000430*                   'N' = CALIB.RPT could not be written
000440*
000450* Modification History
000460* 04/26/2001 DF   Original routine.
000462* 05/15/2001 DF   'H' and 'R' work the due date the same way
000464*                 (a sensor never calibrated is due on the run
000466*                 date in both), and a CALIB.RPT line that
000468*                 will not write comes back 'N'.
000470*****************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. WXCALCHK.
000500 AUTHOR. D. FELTZ.
000510 INSTALLATION. DESKWARE-INC.
000520 DATE-WRITTEN. 04/26/2001.
000530 DATE-COMPILED.
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. GENERIC.
000570 OBJECT-COMPUTER. GENERIC.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT CALIB-REPORT-FILE ASSIGN DYNAMIC WS-CALRPT-FILE-NAME
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-CALRPT-FILE-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CALIB-REPORT-FILE
000660     RECORD CONTAINS 80 CHARACTERS.
000670 01  CALIB-LINE  PIC X(80).
000680 WORKING-STORAGE SECTION.
000690 01  WS-CALRPT-FILE-NAME    PIC X(40) VALUE 'CALIB.RPT'.
000700 01  WS-CALRPT-FILE-STATUS  PIC XX.
000710    88  WS-CALRPT-FILE-OK      VALUE '00'.
000720 01  WS-LOOKAHEAD-DAYS  PIC 9(3) VALUE 30.
000730 01  WS-SENTINEL-TEMP    PIC S999  VALUE -300.
000740 01  WS-SENTINEL-PRESS   PIC 99V99 VALUE 0.
000750 01  WS-SENTINEL-WIND    PIC 9(3)  VALUE 999.
000760 01  WS-SENTINEL-PRECIP  PIC 9V99  VALUE 9.99.
000770 01  WS-SENSOR-CODES  PIC X(4) VALUE 'TBAR'.
000780 01  WS-SENSOR-SUB    PIC S9(4) COMP.
000790 01  WS-FIND-SENSOR   PIC X.
000800 01  WS-INS-SUB       PIC S9(4) COMP.
000810 01  WS-INS-SUB-J     PIC S9(4) COMP.
000820 01  WS-DAY-SUB       PIC S9(4) COMP.
000830 01  WS-HOUR-SUB      PIC S9(4) COMP.
000840 01  WS-DUE-INT       PIC S9(9) COMP.
000850 01  WS-OBS-INT       PIC S9(9) COMP.
000860 01  WS-RUN-INT       PIC S9(9) COMP.
000870*-----------------------------------------------------
000880* CALIB.RPT work table - the instruments coming due,
000890* ranked soonest first before they are printed.
000900*-----------------------------------------------------
000910 01  WS-DUE-COUNT  PIC 9(4) COMP VALUE 0.
000920 01  WS-DUE-TABLE.
000930    05  WS-DUE-ENTRY OCCURS 80 TIMES.
000940       10  WS-DE-INT   PIC S9(9) COMP.
000950       10  WS-DE-SUB   PIC S9(4) COMP.
000960 01  WS-DUE-HOLD  PIC X(6).
000970 01  WS-DUE-SUB-I  PIC S9(4) COMP.
000980 01  WS-DUE-SUB-J  PIC S9(4) COMP.
000990 01  WS-CALIB-HEADER.
001000    05  FILLER  PIC X(40)
001010        VALUE 'INSTRUMENT CALIBRATION DUE WITHIN 30 DAY'.
001020    05  FILLER  PIC X(7) VALUE 'S FROM '.
001030    05  WS-CH-RUN-DATE  PIC 9(8).
001040 01  WS-CALIB-COLUMNS.
001050    05  FILLER  PIC X(40)
001060        VALUE 'STATION  SENSOR      SERIAL       INSTAL'.
001070    05  FILLER  PIC X(40)
001080        VALUE 'LD LAST CAL INTV DUE DATE   DAYS STATUS '.
001090 01  WS-CALIB-DETAIL.
001100    05  WS-CD-STA-ID     PIC X(8).
001110    05  FILLER           PIC X VALUE SPACE.
001120    05  WS-CD-SENSOR     PIC X(11).
001130    05  FILLER           PIC X VALUE SPACE.
001140    05  WS-CD-SERIAL     PIC X(12).
001150    05  FILLER           PIC X VALUE SPACE.
001160    05  WS-CD-INSTALLED  PIC 9(8).
001170    05  FILLER           PIC X VALUE SPACE.
001180    05  WS-CD-LAST-CAL   PIC 9(8).
001190    05  FILLER           PIC X VALUE SPACE.
001200    05  WS-CD-INTERVAL   PIC ZZZ9.
001210    05  FILLER           PIC X VALUE SPACE.
001220    05  WS-CD-DUE-DATE   PIC 9(8).
001230    05  FILLER           PIC X VALUE SPACE.
001240    05  WS-CD-DAYS       PIC -----9.
001250    05  FILLER           PIC X VALUE SPACE.
001260    05  WS-CD-STATUS     PIC X(7).
001270 01  WS-CALIB-FOOTER.
001280    05  WS-CF-COUNT  PIC ZZZ9.
001290    05  FILLER       PIC X(29)
001300        VALUE ' INSTRUMENT(S) DUE OR OVERDUE'.
001310 LINKAGE SECTION.
001320 01  LK-CAL-MODE  PIC X.
001330    88  LK-CAL-HOLD    VALUE 'H'.
001340    88  LK-CAL-REPORT  VALUE 'R'.
001350 01  LK-STATION-ID  PIC X(8).
001360 COPY WXGRID.
001370 COPY WXDATES.
001380 COPY WXINSTR.
001390 01  LK-RUN-DATE  PIC 9(8).
001400 01  LK-CAL-COUNT  PIC 9(4) COMP.
001410 01  LK-RETURN-STATUS  PIC X.
001420    88  LK-CAL-OK      VALUE 'Y'.
001430    88  LK-CAL-NOT-OK  VALUE 'N'.
001440 PROCEDURE DIVISION USING LK-CAL-MODE
001450                          LK-STATION-ID
001460                          WX-GRID-TABLE
001470                          WX-DAY-DATE-TABLE
001480                          WX-INSTR-COUNT
001490                          WX-INSTR-TABLE
001500                          LK-RUN-DATE
001510                          LK-CAL-COUNT
001520                          LK-RETURN-STATUS.
001530 0000-MAINLINE.
001540     SET LK-CAL-OK TO TRUE.
001550     MOVE 0 TO LK-CAL-COUNT.
001560     IF LK-CAL-HOLD
001570        PERFORM 1000-HOLD-ONE-SENSOR THRU 1000-EXIT
001580            VARYING WS-SENSOR-SUB FROM 1 BY 1
001590            UNTIL WS-SENSOR-SUB > 4
001600     ELSE
001610        IF LK-CAL-REPORT
001620           PERFORM 2000-CALIB-REPORT THRU 2000-EXIT.
001630     GOBACK.
001640*-----------------------------------------------------
001650* 1000-HOLD-ONE-SENSOR
001660* One sensor type's master entry for the station, its
001670* due date worked out, and every day observed after
001680* that date held back.
001690*-----------------------------------------------------
001700 1000-HOLD-ONE-SENSOR.
001710     MOVE WS-SENSOR-CODES(WS-SENSOR-SUB:1) TO WS-FIND-SENSOR.
001720     PERFORM 1100-FIND-INSTRUMENT THRU 1100-EXIT.
001730     IF WS-INS-SUB = 0
001740        GO TO 1000-EXIT.
001750     IF WX-INS-INTERVAL-DAYS(WS-INS-SUB) = 0
001760        GO TO 1000-EXIT.
001770     IF WX-INS-CALIB-DATE(WS-INS-SUB) = 0
001780        AND LK-RUN-DATE = 0
001790        GO TO 1000-EXIT.
001800     PERFORM 1050-WORK-DUE-DATE THRU 1050-EXIT.
001810     PERFORM 1200-HOLD-ONE-DAY THRU 1200-EXIT
001820         VARYING WS-DAY-SUB FROM 1 BY 1
001830         UNTIL WS-DAY-SUB > 7.
001840 1000-EXIT.
001850     EXIT.
001851*-----------------------------------------------------
001852* 1050-WORK-DUE-DATE
001853* WS-DUE-INT for the entry at WS-INS-SUB: its last
001854* calibration plus the interval, or the run date when
001855* it has never been calibrated - nobody can vouch for
001856* it.  Both the hold and the report come through here.
001857*-----------------------------------------------------
001858 1050-WORK-DUE-DATE.
001859     IF WX-INS-CALIB-DATE(WS-INS-SUB) = 0
001860        COMPUTE WS-DUE-INT =
001861            FUNCTION INTEGER-OF-DATE(LK-RUN-DATE)
001862     ELSE
001863        COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE
001864            (WX-INS-CALIB-DATE(WS-INS-SUB))
001865            + WX-INS-INTERVAL-DAYS(WS-INS-SUB).
001866 1050-EXIT.
001867     EXIT.
001868*-----------------------------------------------------
001870* 1100-FIND-INSTRUMENT
001880* Leaves WS-INS-SUB on the station's entry for
001890* WS-FIND-SENSOR, or zero when it has none.
001900*-----------------------------------------------------
001910 1100-FIND-INSTRUMENT.
001920     MOVE 0 TO WS-INS-SUB-J.
001930     PERFORM 1110-MATCH-INSTRUMENT THRU 1110-EXIT
001940         VARYING WS-INS-SUB FROM 1 BY 1
001950         UNTIL WS-INS-SUB > WX-INSTR-COUNT.
001960     MOVE WS-INS-SUB-J TO WS-INS-SUB.
001970 1100-EXIT.
001980     EXIT.
001990 1110-MATCH-INSTRUMENT.
002000     IF WX-INS-STA-ID(WS-INS-SUB) = LK-STATION-ID
002010        AND WX-INS-SENSOR(WS-INS-SUB) = WS-FIND-SENSOR
002020        MOVE WS-INS-SUB TO WS-INS-SUB-J.
002030 1110-EXIT.
002040     EXIT.
002050 1200-HOLD-ONE-DAY.
002060     IF WX-OBS-DATE(WS-DAY-SUB) = 0
002070        GO TO 1200-EXIT.
002080     COMPUTE WS-OBS-INT =
002090         FUNCTION INTEGER-OF-DATE(WX-OBS-DATE(WS-DAY-SUB)).
002100     IF WS-OBS-INT NOT > WS-DUE-INT
002110        GO TO 1200-EXIT.
002120     PERFORM 1210-HOLD-ONE-HOUR THRU 1210-EXIT
002130         VARYING WS-HOUR-SUB FROM 1 BY 1
002140         UNTIL WS-HOUR-SUB > 24.
002150 1200-EXIT.
002160     EXIT.
002170*-----------------------------------------------------
002180* 1210-HOLD-ONE-HOUR
002190* The overdue sensor's value in one cell back to its
002200* sentinel, counted when there was a reading to hold.
002210*-----------------------------------------------------
002220 1210-HOLD-ONE-HOUR.
002230     IF WS-FIND-SENSOR = 'T'
002240        IF WX-FAHR-TEMP(WS-DAY-SUB WS-HOUR-SUB)
002250              NOT = WS-SENTINEL-TEMP
002260           MOVE WS-SENTINEL-TEMP
002270             TO WX-FAHR-TEMP(WS-DAY-SUB WS-HOUR-SUB)
002280           ADD 1 TO LK-CAL-COUNT
002290        END-IF
002300     ELSE IF WS-FIND-SENSOR = 'B'
002310        IF WX-BAROM-PRESSURE(WS-DAY-SUB WS-HOUR-SUB)
002320              NOT = WS-SENTINEL-PRESS
002330           MOVE WS-SENTINEL-PRESS
002340             TO WX-BAROM-PRESSURE(WS-DAY-SUB WS-HOUR-SUB)
002350           ADD 1 TO LK-CAL-COUNT
002360        END-IF
002370     ELSE IF WS-FIND-SENSOR = 'A'
002380        IF WX-WIND-SPEED(WS-DAY-SUB WS-HOUR-SUB)
002390              NOT = WS-SENTINEL-WIND
002400           MOVE WS-SENTINEL-WIND
002410             TO WX-WIND-SPEED(WS-DAY-SUB WS-HOUR-SUB)
002420           MOVE WS-SENTINEL-WIND
002430             TO WX-WIND-DIR(WS-DAY-SUB WS-HOUR-SUB)
002440           ADD 1 TO LK-CAL-COUNT
002450        END-IF
002460     ELSE
002470        IF WX-PRECIP(WS-DAY-SUB WS-HOUR-SUB)
002480              NOT = WS-SENTINEL-PRECIP
002490           MOVE WS-SENTINEL-PRECIP
002500             TO WX-PRECIP(WS-DAY-SUB WS-HOUR-SUB)
002510           ADD 1 TO LK-CAL-COUNT
002520        END-IF.
002530 1210-EXIT.
002540     EXIT.
002550*-----------------------------------------------------
002560* 2000-CALIB-REPORT
002570*-----------------------------------------------------
002580 2000-CALIB-REPORT.
002590     COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(LK-RUN-DATE).
002600     MOVE 0 TO WS-DUE-COUNT.
002610     PERFORM 2100-CHECK-ONE-INSTRUMENT THRU 2100-EXIT
002620         VARYING WS-INS-SUB FROM 1 BY 1
002630         UNTIL WS-INS-SUB > WX-INSTR-COUNT.
002640     PERFORM 2200-SORT-PASS THRU 2200-EXIT
002650         VARYING WS-DUE-SUB-I FROM 1 BY 1
002660         UNTIL WS-DUE-SUB-I NOT < WS-DUE-COUNT.
002670     OPEN OUTPUT CALIB-REPORT-FILE.
002680     IF NOT WS-CALRPT-FILE-OK
002690        SET LK-CAL-NOT-OK TO TRUE
002700        GO TO 2000-EXIT.
002710     MOVE LK-RUN-DATE TO WS-CH-RUN-DATE.
002720     WRITE CALIB-LINE FROM WS-CALIB-HEADER.
002722     IF WS-CALRPT-FILE-OK
002724        WRITE CALIB-LINE FROM WS-CALIB-COLUMNS.
002726     IF NOT WS-CALRPT-FILE-OK
002728        SET LK-CAL-NOT-OK TO TRUE
002730        CLOSE CALIB-REPORT-FILE
002735        GO TO 2000-EXIT.
002740     PERFORM 2300-WRITE-ONE-LINE THRU 2300-EXIT
002750         VARYING WS-DUE-SUB-I FROM 1 BY 1
002760         UNTIL WS-DUE-SUB-I > WS-DUE-COUNT
002765            OR LK-CAL-NOT-OK.
002770     MOVE WS-DUE-COUNT TO WS-CF-COUNT.
002775     IF LK-CAL-OK
002780        WRITE CALIB-LINE FROM WS-CALIB-FOOTER
002782        IF NOT WS-CALRPT-FILE-OK
002784           SET LK-CAL-NOT-OK TO TRUE.
002790     CLOSE CALIB-REPORT-FILE.
002792     IF LK-CAL-NOT-OK
002794        GO TO 2000-EXIT.
002800     MOVE WS-DUE-COUNT TO LK-CAL-COUNT.
002810 2000-EXIT.
002820     EXIT.
002830*-----------------------------------------------------
002840* 2100-CHECK-ONE-INSTRUMENT
002850* An instrument with no calibration date is listed as
002860* due today (1050).  A zero interval never comes due.
002880*-----------------------------------------------------
002890 2100-CHECK-ONE-INSTRUMENT.
002900     IF WX-INS-INTERVAL-DAYS(WS-INS-SUB) = 0
002910        GO TO 2100-EXIT.
002920     PERFORM 1050-WORK-DUE-DATE THRU 1050-EXIT.
002980     IF WS-DUE-INT > WS-RUN-INT + WS-LOOKAHEAD-DAYS
002990        GO TO 2100-EXIT.
003000     ADD 1 TO WS-DUE-COUNT.
003010     MOVE WS-DUE-INT TO WS-DE-INT(WS-DUE-COUNT).
003020     MOVE WS-INS-SUB TO WS-DE-SUB(WS-DUE-COUNT).
003030 2100-EXIT.
003040     EXIT.
003050*-----------------------------------------------------
003060* 2200-SORT-PASS
003070* Neighbour-exchange sort, soonest due date first.
003080*-----------------------------------------------------
003090 2200-SORT-PASS.
003100     PERFORM 2210-COMPARE-NEIGHBOURS THRU 2210-EXIT
003110         VARYING WS-DUE-SUB-J FROM 1 BY 1
003120         UNTIL WS-DUE-SUB-J NOT < WS-DUE-COUNT.
003130 2200-EXIT.
003140     EXIT.
003150 2210-COMPARE-NEIGHBOURS.
003160     IF WS-DE-INT(WS-DUE-SUB-J) > WS-DE-INT(WS-DUE-SUB-J + 1)
003170        MOVE WS-DUE-ENTRY(WS-DUE-SUB-J) TO WS-DUE-HOLD
003180        MOVE WS-DUE-ENTRY(WS-DUE-SUB-J + 1)
003190          TO WS-DUE-ENTRY(WS-DUE-SUB-J)
003200        MOVE WS-DUE-HOLD TO WS-DUE-ENTRY(WS-DUE-SUB-J + 1).
003210 2210-EXIT.
003220     EXIT.
003230 2300-WRITE-ONE-LINE.
003240     MOVE WS-DE-SUB(WS-DUE-SUB-I) TO WS-INS-SUB.
003250     MOVE WX-INS-STA-ID(WS-INS-SUB) TO WS-CD-STA-ID.
003260     IF WX-INS-THERMOMETER(WS-INS-SUB)
003270        MOVE 'THERMOMETER' TO WS-CD-SENSOR
003280     ELSE IF WX-INS-BAROMETER(WS-INS-SUB)
003290        MOVE 'BAROMETER' TO WS-CD-SENSOR
003300     ELSE IF WX-INS-ANEMOMETER(WS-INS-SUB)
003310        MOVE 'ANEMOMETER' TO WS-CD-SENSOR
003320     ELSE IF WX-INS-RAIN-GAUGE(WS-INS-SUB)
003330        MOVE 'RAIN GAUGE' TO WS-CD-SENSOR
003340     ELSE
003350        MOVE WX-INS-SENSOR(WS-INS-SUB) TO WS-CD-SENSOR.
003360     MOVE WX-INS-SERIAL(WS-INS-SUB) TO WS-CD-SERIAL.
003370     MOVE WX-INS-INSTALL-DATE(WS-INS-SUB) TO WS-CD-INSTALLED.
003380     MOVE WX-INS-CALIB-DATE(WS-INS-SUB) TO WS-CD-LAST-CAL.
003390     MOVE WX-INS-INTERVAL-DAYS(WS-INS-SUB) TO WS-CD-INTERVAL.
003400     COMPUTE WS-CD-DUE-DATE =
003410         FUNCTION DATE-OF-INTEGER(WS-DE-INT(WS-DUE-SUB-I)).
003420     COMPUTE WS-CD-DAYS = WS-DE-INT(WS-DUE-SUB-I) - WS-RUN-INT.
003430     IF WS-DE-INT(WS-DUE-SUB-I) < WS-RUN-INT
003440        MOVE 'OVERDUE' TO WS-CD-STATUS
003450     ELSE
003460        MOVE 'DUE' TO WS-CD-STATUS.
003470     WRITE CALIB-LINE FROM WS-CALIB-DETAIL.
003475     IF NOT WS-CALRPT-FILE-OK
003477        SET LK-CAL-NOT-OK TO TRUE.
003480 2300-EXIT.
003490     EXIT.
