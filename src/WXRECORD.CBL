000100*****************************************************
000110* Program:      WXRECORD
000120* Author:       D. Feltz, Applications Programming
000130* Installation: Deskware, Inc. - Weather Ops
000140* Date-Written: 04/30/2001
000150* Date-Compiled:
000160*-----------------------------------------------------
000170* Station records and extremes register.  Checks one
000180* loaded station's week of observed readings against
000190* the station's all-time records for each calendar
000200* date on RECORDS.DAT (WXRECS layout), and writes
000210* RECORDS.RPT of the records the night set or tied.
000220*
000230* Only cells carrying the observed quality code are
000240* looked at - an estimated or corrected value never
000250* sets a record - and only values inside the ranges
000260* WXVALID holds sane (pressure 27.00 - 31.00 inHg,
000270* wind up to 200 mph, precip up to 3.00 inches).  A
000280* calm hour or a dry hour is no record, so wind and
000290* precip must also be above zero.  For each dated day
000300* the highest and lowest temperature, the lowest
000310* pressure, the peak wind and the wettest hour are
000320* compared with the register:
000330*   - an element with no record yet takes the day's
000340*     value as its first entry (counted, not listed);
000350*   - a value beyond the record replaces it (NEW);
000360*   - a value equal to the record from an earlier
000370*     year moves the record to this year (TIED).
000380* The same value in the same year is the same day
000390* posted again (the week's feed is rolled up every
000400* night) and is left alone, so a rerun never reports
000410* a record twice.
000420*
000430* RECORDS.DAT is kept in station/MMDD order and
000440* rewritten only when a post changed it.
000450*
000460* LK-RX-MODE        'P' = post LK-STATION-ID's grid and
000470*                         keep each new or tied record
000480*                         for the report
000490*                   'S' = post without keeping them (the
000500*                         PROFRECS seed from old feeds)
000510*                   'R' = write RECORDS.RPT of every
000520*                         record kept by this run's posts
000530* LK-RECORD-COUNT   records set or tied by the post
000540*                   (for 'S', every element entered) /
000550*                   records listed on the report
000560* LK-RETURN-STATUS  'Y' = done
000570*                   'N' = register not rewritten /
000580*                         report not written
000590*
000600* Modification History
000610* 04/30/2001 DF   Original routine.
000612* 05/15/2001 DF   Only an absent RECORDS.DAT is taken as an
000614*                 empty register; any other open failure
000616*                 refuses the post.
000620*****************************************************
000630 IDENTIFICATION DIVISION.
000640 PROGRAM-ID. WXRECORD.
000650 AUTHOR. D. FELTZ.
000660 INSTALLATION. DESKWARE-INC.
000670 DATE-WRITTEN. 04/30/2001.
000680 DATE-COMPILED.
000690 ENVIRONMENT DIVISION.
000700 CONFIGURATION SECTION.
000710 SOURCE-COMPUTER. GENERIC.
000720 OBJECT-COMPUTER. GENERIC.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-FILE-NAME
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-REGISTER-FILE-STATUS.
000780     SELECT RECORDS-REPORT-FILE
000790         ASSIGN DYNAMIC WS-REPORT-FILE-NAME
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-REPORT-FILE-STATUS.
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  REGISTER-FILE
000850     RECORD CONTAINS 50 CHARACTERS.
000860 COPY WXRECS.
000870 FD  RECORDS-REPORT-FILE
000880     RECORD CONTAINS 80 CHARACTERS.
000890 01  RECORDS-LINE  PIC X(80).
000900 WORKING-STORAGE SECTION.
000910 01  WS-REGISTER-FILE-NAME  PIC X(40) VALUE 'RECORDS.DAT'.
000920 01  WS-REGISTER-FILE-STATUS  PIC XX.
000930    88  WS-REGISTER-FILE-OK     VALUE '00'.
000935    88  WS-REGISTER-FILE-ABSENT VALUE '35'.
000940 01  WS-REPORT-FILE-NAME  PIC X(40) VALUE 'RECORDS.RPT'.
000950 01  WS-REPORT-FILE-STATUS  PIC XX.
000960    88  WS-REPORT-FILE-OK     VALUE '00'.
000970 01  WS-EOF-SWITCH  PIC X VALUE 'N'.
000980    88  WS-EOF      VALUE 'Y'.
000990    88  WS-NOT-EOF  VALUE 'N'.
001000 01  WS-SENTINEL-TEMP    PIC S999  VALUE -300.
001010 01  WS-SENTINEL-WIND    PIC 9(3)  VALUE 999.
001020 01  WS-SENTINEL-PRECIP  PIC 9V99  VALUE 9.99.
001030 01  WS-PRESSURE-LOW     PIC 99V99 VALUE 27.00.
001040 01  WS-PRESSURE-HIGH    PIC 99V99 VALUE 31.00.
001050 01  WS-WIND-SPEED-HIGH  PIC 9(3)  VALUE 200.
001060 01  WS-PRECIP-HIGH      PIC 9V99  VALUE 3.00.
001070*-----------------------------------------------------
001080* The five register elements in record order: which
001090* way a record runs (H = higher wins, L = lower wins)
001100* and the name the report gives it.
001110*-----------------------------------------------------
001120 01  WS-ELEM-RULE-TABLE.
001130    05  FILLER  PIC X(15) VALUE 'HRECORD HIGH   '.
001140    05  FILLER  PIC X(15) VALUE 'LRECORD LOW    '.
001150    05  FILLER  PIC X(15) VALUE 'LLOWEST PRESS  '.
001160    05  FILLER  PIC X(15) VALUE 'HPEAK WIND     '.
001170    05  FILLER  PIC X(15) VALUE 'HHOURLY PRECIP '.
001180 01  WS-ELEM-RULE-REDEF REDEFINES WS-ELEM-RULE-TABLE.
001190    05  WS-ELEM-RULE OCCURS 5 TIMES.
001200       10  WS-ELEM-SENSE  PIC X.
001210          88  WS-ELEM-HIGHER-WINS  VALUE 'H'.
001220       10  WS-ELEM-NAME   PIC X(14).
001230 01  WS-ELEM-SUB  PIC S9(4) COMP.
001240*-----------------------------------------------------
001250* One day's observed extremes, element by element.
001260*-----------------------------------------------------
001270 01  WS-DAY-EXTREMES.
001280    05  WS-DX OCCURS 5 TIMES.
001290       10  WS-DX-FOUND  PIC X.
001300          88  WS-DX-SEEN      VALUE 'Y'.
001310          88  WS-DX-NOT-SEEN  VALUE 'N'.
001320       10  WS-DX-VALUE  PIC S999V99.
001330 01  WS-DAY-SUB   PIC S9(4) COMP.
001340 01  WS-HOUR-SUB  PIC S9(4) COMP.
001350 01  WS-DAY-OBSERVED-SW  PIC X.
001360    88  WS-DAY-OBSERVED     VALUE 'Y'.
001370    88  WS-DAY-NOT-OBSERVED VALUE 'N'.
001380 01  WS-OBS-DATE-WORK.
001390    05  WS-OBS-YEAR  PIC 9(4).
001400    05  WS-OBS-MMDD  PIC 9(4).
001410 01  WS-OBS-DATE-N REDEFINES WS-OBS-DATE-WORK PIC 9(8).
001420 01  WS-OLD-VALUE  PIC S999V99.
001430 01  WS-OLD-YEAR   PIC 9(4).
001440 01  WS-NEW-VALUE  PIC S999V99.
001450 01  WS-EVENT-KIND  PIC X.
001460    88  WS-EVENT-NEW   VALUE 'N'.
001470    88  WS-EVENT-TIED  VALUE 'T'.
001480*-----------------------------------------------------
001490* The whole register, held in station/MMDD order while
001500* it is updated - room for twenty stations' years.
001510*-----------------------------------------------------
001520 01  WS-RX-MAX    PIC S9(4) COMP VALUE 7500.
001530 01  WS-RX-COUNT  PIC S9(4) COMP.
001540 01  WS-RX-SUB    PIC S9(4) COMP.
001550 01  WS-INS-SUB   PIC S9(4) COMP.
001560 01  WS-SHIFT-SUB PIC S9(4) COMP.
001570 01  WS-RX-TABLE.
001580    05  WS-RX-ROW OCCURS 7500 TIMES.
001590       10  WS-RR-KEY   PIC X(12).
001600       10  WS-RR-DATA  PIC X(38).
001610 01  WS-FIND-KEY.
001620    05  WS-FK-STA-ID  PIC X(8).
001630    05  WS-FK-MMDD    PIC 9(4).
001640 01  WS-HOLD-FULL-SW  PIC X.
001650    88  WS-HOLD-FULL      VALUE 'Y'.
001660    88  WS-HOLD-NOT-FULL  VALUE 'N'.
001670 01  WS-SLOT-FOUND-SW  PIC X.
001680    88  WS-SLOT-FOUND      VALUE 'Y'.
001690    88  WS-SLOT-NOT-FOUND  VALUE 'N'.
001700 01  WS-CHANGED-SW  PIC X.
001710    88  WS-REGISTER-CHANGED    VALUE 'Y'.
001720    88  WS-REGISTER-UNCHANGED  VALUE 'N'.
001730*-----------------------------------------------------
001740* This post's counts, banked into the run's totals
001750* only once the register is safely rewritten.
001760*-----------------------------------------------------
001770 01  WS-CALL-NEW    PIC 9(4) COMP.
001780 01  WS-CALL-TIED   PIC 9(4) COMP.
001790 01  WS-CALL-FIRST  PIC 9(4) COMP.
001800 01  WS-CALL-OVER   PIC 9(4) COMP.
001810 01  WS-EV-START    PIC S9(4) COMP.
001820*-----------------------------------------------------
001830* Records set or tied by this run's 'P' posts, kept
001840* across calls for the 'R' report.
001850*-----------------------------------------------------
001860 01  WS-TOT-NEW    PIC 9(4) COMP VALUE 0.
001870 01  WS-TOT-TIED   PIC 9(4) COMP VALUE 0.
001880 01  WS-TOT-FIRST  PIC 9(4) COMP VALUE 0.
001890 01  WS-TOT-OVER   PIC 9(4) COMP VALUE 0.
001900 01  WS-EV-MAX    PIC S9(4) COMP VALUE 500.
001910 01  WS-EV-COUNT  PIC S9(4) COMP VALUE 0.
001920 01  WS-EV-SUB    PIC S9(4) COMP.
001930 01  WS-EVENT-TABLE.
001940    05  WS-EVENT OCCURS 500 TIMES.
001950       10  WS-EV-STA-ID    PIC X(8).
001960       10  WS-EV-DATE      PIC 9(8).
001970       10  WS-EV-ELEM      PIC 9.
001980       10  WS-EV-KIND      PIC X.
001990       10  WS-EV-NEW       PIC S999V99.
002000       10  WS-EV-OLD       PIC S999V99.
002010       10  WS-EV-OLD-YEAR  PIC 9(4).
002020*-----------------------------------------------------
002030* RECORDS.RPT lines.
002040*-----------------------------------------------------
002050 01  WS-STA-NAME  PIC X(20).
002060 01  WS-STA-SUB   PIC S9(4) COMP.
002070 01  WS-RX-HEADING.
002080    05  FILLER      PIC X(31) VALUE
002090             'STATION RECORDS SET OR TIED - '.
002100    05  FILLER      PIC X(9) VALUE 'RUN DATE '.
002110    05  WS-RH-DATE  PIC 9(8).
002120 01  WS-RX-COLUMNS.
002130    05  FILLER  PIC X(9)  VALUE 'STATION'.
002140    05  FILLER  PIC X(21) VALUE 'NAME'.
002150    05  FILLER  PIC X(9)  VALUE 'DATE'.
002160    05  FILLER  PIC X(15) VALUE 'ELEMENT'.
002170    05  FILLER  PIC X(7)  VALUE '   NEW'.
002180    05  FILLER  PIC X(8)  VALUE '   OLD'.
002190    05  FILLER  PIC X(5)  VALUE 'YEAR'.
002200 01  WS-RX-DETAIL.
002210    05  WS-RD-STA-ID    PIC X(8).
002220    05  FILLER          PIC X VALUE SPACE.
002230    05  WS-RD-NAME      PIC X(20).
002240    05  FILLER          PIC X VALUE SPACE.
002250    05  WS-RD-DATE      PIC 9(8).
002260    05  FILLER          PIC X VALUE SPACE.
002270    05  WS-RD-ELEMENT   PIC X(14).
002280    05  FILLER          PIC X VALUE SPACE.
002290    05  WS-RD-NEW       PIC X(6) JUSTIFIED RIGHT.
002300    05  FILLER          PIC X VALUE SPACE.
002310    05  WS-RD-OLD       PIC X(6) JUSTIFIED RIGHT.
002320    05  FILLER          PIC XX VALUE SPACES.
002330    05  WS-RD-OLD-YEAR  PIC 9(4).
002340    05  FILLER          PIC X VALUE SPACE.
002350    05  WS-RD-KIND      PIC X(4).
002360 01  WS-RX-FOOTER.
002370    05  WS-RF-NEW    PIC ZZZ9.
002380    05  FILLER       PIC X(7)  VALUE ' NEW,  '.
002390    05  WS-RF-TIED   PIC ZZZ9.
002400    05  FILLER       PIC X(8)  VALUE ' TIED,  '.
002410    05  WS-RF-FIRST  PIC ZZZ9.
002420    05  FILLER       PIC X(37)
002430             VALUE ' FIRST ENTRIES (NO EARLIER RECORD)'.
002440 01  WS-RX-OVER-LINE.
002450    05  FILLER       PIC X(4)  VALUE '*** '.
002460    05  WS-RO-COUNT  PIC ZZZ9.
002470    05  FILLER       PIC X(30)
002480             VALUE ' MORE NOT LISTED ***'.
002490 01  WS-FMT-VALUE   PIC S999V99.
002500 01  WS-FMT-OUT     PIC X(6) JUSTIFIED RIGHT.
002510 01  WS-ED-TEMP     PIC ---9.
002520 01  WS-ED-PRES     PIC Z9.99.
002530 01  WS-ED-WIND     PIC ZZ9.
002540 01  WS-ED-PRECIP   PIC 9.99.
002550 LINKAGE SECTION.
002560 COPY WXGRID.
002570 COPY WXDATES.
002580 COPY WXSTAT.
002590 01  LK-RX-MODE  PIC X.
002600    88  LK-RX-POST    VALUE 'P'.
002610    88  LK-RX-SEED    VALUE 'S'.
002620    88  LK-RX-REPORT  VALUE 'R'.
002630 01  LK-STATION-ID    PIC X(8).
002640 01  LK-RUN-DATE      PIC 9(8).
002650 01  LK-RECORD-COUNT  PIC 9(4) COMP.
002660 01  LK-RETURN-STATUS  PIC X.
002670    88  LK-RECORDS-OK      VALUE 'Y'.
002680    88  LK-RECORDS-NOT-OK  VALUE 'N'.
002690 PROCEDURE DIVISION USING LK-RX-MODE
002700                          LK-STATION-ID
002710                          WX-GRID-TABLE
002720                          WX-DAY-DATE-TABLE
002730                          WX-STATION-COUNT
002740                          WX-STATION-TABLE
002750                          LK-RUN-DATE
002760                          LK-RECORD-COUNT
002770                          LK-RETURN-STATUS.
002780 0000-MAINLINE.
002790     SET LK-RECORDS-NOT-OK TO TRUE.
002800     MOVE 0 TO LK-RECORD-COUNT.
002810     IF LK-RX-POST OR LK-RX-SEED
002820        PERFORM 2000-POST-STATION THRU 2000-EXIT
002830     ELSE IF LK-RX-REPORT
002840        PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
002850     GOBACK.
002860*-----------------------------------------------------
002870* 2000-POST-STATION
002880* Checks the station's dated days against the held
002890* register and rewrites RECORDS.DAT if anything moved.
002900* A register too big for the hold table is left
002910* exactly as it was.
002920*-----------------------------------------------------
002930 2000-POST-STATION.
002940     MOVE 0 TO WS-CALL-NEW WS-CALL-TIED WS-CALL-FIRST
002950               WS-CALL-OVER.
002960     MOVE WS-EV-COUNT TO WS-EV-START.
002970     SET WS-REGISTER-UNCHANGED TO TRUE.
002980     PERFORM 3000-LOAD-HOLD THRU 3000-EXIT.
002990     IF NOT WS-REGISTER-FILE-OK
003000        DISPLAY '*** RECORDS.DAT UNREADABLE - RECORDS NOT '
003010                'CHECKED ***'
003020        GO TO 2000-EXIT.
003030     IF NOT WS-HOLD-FULL
003040        PERFORM 2100-POST-DAY THRU 2100-EXIT
003050            VARYING WS-DAY-SUB FROM 1 BY 1
003060            UNTIL WS-DAY-SUB > 7
003070               OR WS-HOLD-FULL.
003080     IF WS-HOLD-FULL
003090        MOVE WS-EV-START TO WS-EV-COUNT
003100        DISPLAY '*** RECORDS.DAT LONGER THAN THE HOLD TABLE - '
003110                'RECORDS NOT CHECKED ***'
003120        GO TO 2000-EXIT.
003130     IF WS-REGISTER-CHANGED
003140        PERFORM 3600-REWRITE-FILE THRU 3600-EXIT
003150        IF NOT WS-REGISTER-FILE-OK
003160           MOVE WS-EV-START TO WS-EV-COUNT
003170           GO TO 2000-EXIT
003180        END-IF
003190     END-IF.
003200     ADD WS-CALL-NEW   TO WS-TOT-NEW.
003210     ADD WS-CALL-TIED  TO WS-TOT-TIED.
003220     ADD WS-CALL-FIRST TO WS-TOT-FIRST.
003230     ADD WS-CALL-OVER  TO WS-TOT-OVER.
003240     COMPUTE LK-RECORD-COUNT = WS-CALL-NEW + WS-CALL-TIED.
003250     IF LK-RX-SEED
003260        ADD WS-CALL-FIRST TO LK-RECORD-COUNT.
003270     SET LK-RECORDS-OK TO TRUE.
003280 2000-EXIT.
003290     EXIT.
003300*-----------------------------------------------------
003310* 2100-POST-DAY
003320* One dated day slot: its observed extremes, then each
003330* element against the station's row for the date.
003340*-----------------------------------------------------
003350 2100-POST-DAY.
003360     IF WX-OBS-DATE(WS-DAY-SUB) = 0
003370        GO TO 2100-EXIT.
003380     MOVE WX-OBS-DATE(WS-DAY-SUB) TO WS-OBS-DATE-N.
003390     SET WS-DAY-NOT-OBSERVED TO TRUE.
003400     PERFORM 2105-CLEAR-EXTREME THRU 2105-EXIT
003410         VARYING WS-ELEM-SUB FROM 1 BY 1
003420         UNTIL WS-ELEM-SUB > 5.
003430     PERFORM 2110-SCAN-HOUR THRU 2110-EXIT
003440         VARYING WS-HOUR-SUB FROM 1 BY 1
003450         UNTIL WS-HOUR-SUB > 24.
003460     IF WS-DAY-NOT-OBSERVED
003470        GO TO 2100-EXIT.
003480     MOVE LK-STATION-ID TO WS-FK-STA-ID.
003490     MOVE WS-OBS-MMDD TO WS-FK-MMDD.
003500     PERFORM 3200-FIND-ROW THRU 3200-EXIT.
003510     IF WS-HOLD-FULL
003520        GO TO 2100-EXIT.
003530     MOVE WS-RX-ROW(WS-RX-SUB) TO WX-EXTREME-RECORD.
003540     PERFORM 2200-CHECK-ELEMENT THRU 2200-EXIT
003550         VARYING WS-ELEM-SUB FROM 1 BY 1
003560         UNTIL WS-ELEM-SUB > 5.
003570     MOVE WX-EXTREME-RECORD TO WS-RX-ROW(WS-RX-SUB).
003580 2100-EXIT.
003590     EXIT.
003600 2105-CLEAR-EXTREME.
003610     SET WS-DX-NOT-SEEN(WS-ELEM-SUB) TO TRUE.
003620     MOVE 0 TO WS-DX-VALUE(WS-ELEM-SUB).
003630 2105-EXIT.
003640     EXIT.
003650*-----------------------------------------------------
003660* 2110-SCAN-HOUR
003670* One observed cell into the day's extremes; each
003680* element is taken only off its own sane range.
003690*-----------------------------------------------------
003700 2110-SCAN-HOUR.
003710     IF NOT WX-QUAL-OBSERVED(WS-DAY-SUB WS-HOUR-SUB)
003720        GO TO 2110-EXIT.
003730     IF WX-FAHR-TEMP(WS-DAY-SUB WS-HOUR-SUB)
003732           NOT = WS-SENTINEL-TEMP
003740        AND (WS-DX-NOT-SEEN(1)
003750         OR WX-FAHR-TEMP(WS-DAY-SUB WS-HOUR-SUB) > WS-DX-VALUE(1))
003760        MOVE WX-FAHR-TEMP(WS-DAY-SUB WS-HOUR-SUB)
003770          TO WS-DX-VALUE(1)
003780        SET WS-DX-SEEN(1) TO TRUE
003790        SET WS-DAY-OBSERVED TO TRUE.
003800     IF WX-FAHR-TEMP(WS-DAY-SUB WS-HOUR-SUB)
003802           NOT = WS-SENTINEL-TEMP
003810        AND (WS-DX-NOT-SEEN(2)
003820         OR WX-FAHR-TEMP(WS-DAY-SUB WS-HOUR-SUB) < WS-DX-VALUE(2))
003830        MOVE WX-FAHR-TEMP(WS-DAY-SUB WS-HOUR-SUB)
003840          TO WS-DX-VALUE(2)
003850        SET WS-DX-SEEN(2) TO TRUE.
003860     IF WX-BAROM-PRESSURE(WS-DAY-SUB WS-HOUR-SUB)
003870           NOT < WS-PRESSURE-LOW
003880        AND WX-BAROM-PRESSURE(WS-DAY-SUB WS-HOUR-SUB)
003890           NOT > WS-PRESSURE-HIGH
003900        AND (WS-DX-NOT-SEEN(3)
003910         OR WX-BAROM-PRESSURE(WS-DAY-SUB WS-HOUR-SUB)
003920           < WS-DX-VALUE(3))
003930        MOVE WX-BAROM-PRESSURE(WS-DAY-SUB WS-HOUR-SUB)
003940          TO WS-DX-VALUE(3)
003950        SET WS-DX-SEEN(3) TO TRUE
003960        SET WS-DAY-OBSERVED TO TRUE.
003970     IF WX-WIND-SPEED(WS-DAY-SUB WS-HOUR-SUB)
003980           NOT = WS-SENTINEL-WIND
003990        AND WX-WIND-SPEED(WS-DAY-SUB WS-HOUR-SUB) > 0
004000        AND WX-WIND-SPEED(WS-DAY-SUB WS-HOUR-SUB)
004010           NOT > WS-WIND-SPEED-HIGH
004020        AND (WS-DX-NOT-SEEN(4)
004030         OR WX-WIND-SPEED(WS-DAY-SUB WS-HOUR-SUB)
004040           > WS-DX-VALUE(4))
004050        MOVE WX-WIND-SPEED(WS-DAY-SUB WS-HOUR-SUB)
004060          TO WS-DX-VALUE(4)
004070        SET WS-DX-SEEN(4) TO TRUE
004080        SET WS-DAY-OBSERVED TO TRUE.
004090     IF WX-PRECIP(WS-DAY-SUB WS-HOUR-SUB)
004100           NOT = WS-SENTINEL-PRECIP
004110        AND WX-PRECIP(WS-DAY-SUB WS-HOUR-SUB) > 0
004120        AND WX-PRECIP(WS-DAY-SUB WS-HOUR-SUB)
004130           NOT > WS-PRECIP-HIGH
004140        AND (WS-DX-NOT-SEEN(5)
004150         OR WX-PRECIP(WS-DAY-SUB WS-HOUR-SUB)
004160           > WS-DX-VALUE(5))
004170        MOVE WX-PRECIP(WS-DAY-SUB WS-HOUR-SUB)
004180          TO WS-DX-VALUE(5)
004190        SET WS-DX-SEEN(5) TO TRUE
004200        SET WS-DAY-OBSERVED TO TRUE.
004210 2110-EXIT.
004220     EXIT.
004230*-----------------------------------------------------
004240* 2200-CHECK-ELEMENT
004250* The day's value against the register's for one
004260* element: first entry, new record, tie, or nothing.
004270*-----------------------------------------------------
004280 2200-CHECK-ELEMENT.
004290     IF NOT WS-DX-SEEN(WS-ELEM-SUB)
004300        GO TO 2200-EXIT.
004310     PERFORM 2210-GET-ELEMENT THRU 2210-EXIT.
004320     MOVE WS-DX-VALUE(WS-ELEM-SUB) TO WS-NEW-VALUE.
004330     IF WS-OLD-YEAR = 0
004340        ADD 1 TO WS-CALL-FIRST
004350        PERFORM 2220-PUT-ELEMENT THRU 2220-EXIT
004360        GO TO 2200-EXIT.
004370     IF WS-NEW-VALUE = WS-OLD-VALUE
004380        AND WS-OBS-YEAR NOT > WS-OLD-YEAR
004390        GO TO 2200-EXIT.
004400     IF WS-NEW-VALUE = WS-OLD-VALUE
004410        SET WS-EVENT-TIED TO TRUE
004420        ADD 1 TO WS-CALL-TIED
004430     ELSE IF WS-ELEM-HIGHER-WINS(WS-ELEM-SUB)
004440        AND WS-NEW-VALUE > WS-OLD-VALUE
004450        SET WS-EVENT-NEW TO TRUE
004460        ADD 1 TO WS-CALL-NEW
004470     ELSE IF NOT WS-ELEM-HIGHER-WINS(WS-ELEM-SUB)
004480        AND WS-NEW-VALUE < WS-OLD-VALUE
004490        SET WS-EVENT-NEW TO TRUE
004500        ADD 1 TO WS-CALL-NEW
004510     ELSE
004520        GO TO 2200-EXIT.
004530     IF LK-RX-POST
004540        PERFORM 2230-KEEP-EVENT THRU 2230-EXIT.
004550     PERFORM 2220-PUT-ELEMENT THRU 2220-EXIT.
004560 2200-EXIT.
004570     EXIT.
004580 2210-GET-ELEMENT.
004590     IF WS-ELEM-SUB = 1
004600        MOVE WX-XR-HIGH-TEMP    TO WS-OLD-VALUE
004610        MOVE WX-XR-HIGH-YEAR    TO WS-OLD-YEAR
004620     ELSE IF WS-ELEM-SUB = 2
004630        MOVE WX-XR-LOW-TEMP     TO WS-OLD-VALUE
004640        MOVE WX-XR-LOW-YEAR     TO WS-OLD-YEAR
004650     ELSE IF WS-ELEM-SUB = 3
004660        MOVE WX-XR-LOW-PRESSURE TO WS-OLD-VALUE
004670        MOVE WX-XR-PRES-YEAR    TO WS-OLD-YEAR
004680     ELSE IF WS-ELEM-SUB = 4
004690        MOVE WX-XR-PEAK-WIND    TO WS-OLD-VALUE
004700        MOVE WX-XR-WIND-YEAR    TO WS-OLD-YEAR
004710     ELSE
004720        MOVE WX-XR-MAX-PRECIP   TO WS-OLD-VALUE
004730        MOVE WX-XR-PRECIP-YEAR  TO WS-OLD-YEAR.
004740 2210-EXIT.
004750     EXIT.
004760 2220-PUT-ELEMENT.
004770     IF WS-ELEM-SUB = 1
004780        MOVE WS-NEW-VALUE TO WX-XR-HIGH-TEMP
004790        MOVE WS-OBS-YEAR  TO WX-XR-HIGH-YEAR
004800     ELSE IF WS-ELEM-SUB = 2
004810        MOVE WS-NEW-VALUE TO WX-XR-LOW-TEMP
004820        MOVE WS-OBS-YEAR  TO WX-XR-LOW-YEAR
004830     ELSE IF WS-ELEM-SUB = 3
004840        MOVE WS-NEW-VALUE TO WX-XR-LOW-PRESSURE
004850        MOVE WS-OBS-YEAR  TO WX-XR-PRES-YEAR
004860     ELSE IF WS-ELEM-SUB = 4
004870        MOVE WS-NEW-VALUE TO WX-XR-PEAK-WIND
004880        MOVE WS-OBS-YEAR  TO WX-XR-WIND-YEAR
004890     ELSE
004900        MOVE WS-NEW-VALUE TO WX-XR-MAX-PRECIP
004910        MOVE WS-OBS-YEAR  TO WX-XR-PRECIP-YEAR.
004920     SET WS-REGISTER-CHANGED TO TRUE.
004930 2220-EXIT.
004940     EXIT.
004950*-----------------------------------------------------
004960* 2230-KEEP-EVENT
004970* A full event table still counts the record; the
004980* report says how many it could not list.
004990*-----------------------------------------------------
005000 2230-KEEP-EVENT.
005010     IF WS-EV-COUNT = WS-EV-MAX
005020        ADD 1 TO WS-CALL-OVER
005030        GO TO 2230-EXIT.
005040     ADD 1 TO WS-EV-COUNT.
005050     MOVE LK-STATION-ID  TO WS-EV-STA-ID(WS-EV-COUNT).
005060     MOVE WS-OBS-DATE-N  TO WS-EV-DATE(WS-EV-COUNT).
005070     MOVE WS-ELEM-SUB    TO WS-EV-ELEM(WS-EV-COUNT).
005080     MOVE WS-EVENT-KIND  TO WS-EV-KIND(WS-EV-COUNT).
005090     MOVE WS-NEW-VALUE   TO WS-EV-NEW(WS-EV-COUNT).
005100     MOVE WS-OLD-VALUE   TO WS-EV-OLD(WS-EV-COUNT).
005110     MOVE WS-OLD-YEAR    TO WS-EV-OLD-YEAR(WS-EV-COUNT).
005120 2230-EXIT.
005130     EXIT.
005140*-----------------------------------------------------
005150* 3000-LOAD-HOLD
005160* The register into the hold table.  An absent file
005170* is an empty register; any other failure to open it
005172* leaves the status bad, and the register is not
005174* rewritten over records that could not be read.
005180*-----------------------------------------------------
005190 3000-LOAD-HOLD.
005200     MOVE 0 TO WS-RX-COUNT.
005210     SET WS-HOLD-NOT-FULL TO TRUE.
005220     SET WS-NOT-EOF TO TRUE.
005230     OPEN INPUT REGISTER-FILE.
005240     IF WS-REGISTER-FILE-ABSENT
005250        MOVE '00' TO WS-REGISTER-FILE-STATUS
005260        GO TO 3000-EXIT.
005262     IF NOT WS-REGISTER-FILE-OK
005264        GO TO 3000-EXIT.
005270     PERFORM 3010-LOAD-ONE-ROW THRU 3010-EXIT
005280         UNTIL WS-EOF
005290            OR WS-HOLD-FULL.
005300     CLOSE REGISTER-FILE.
005310     MOVE '00' TO WS-REGISTER-FILE-STATUS.
005320 3000-EXIT.
005330     EXIT.
005340 3010-LOAD-ONE-ROW.
005350     READ REGISTER-FILE
005360         AT END
005370             SET WS-EOF TO TRUE
005380             GO TO 3010-EXIT.
005390     IF WX-XR-MMDD NOT NUMERIC
005400        GO TO 3010-EXIT.
005410     IF WS-RX-COUNT = WS-RX-MAX
005420        SET WS-HOLD-FULL TO TRUE
005430        GO TO 3010-EXIT.
005440     ADD 1 TO WS-RX-COUNT.
005450     MOVE WX-EXTREME-RECORD TO WS-RX-ROW(WS-RX-COUNT).
005460 3010-EXIT.
005470     EXIT.
005480*-----------------------------------------------------
005490* 3200-FIND-ROW
005500* Leaves WS-RX-SUB on the row for WS-FIND-KEY, opening
005510* an empty one (every year zero) ahead of the first
005520* higher key when the date has no row yet.
005530*-----------------------------------------------------
005540 3200-FIND-ROW.
005550     SET WS-SLOT-NOT-FOUND TO TRUE.
005560     PERFORM 3210-CHECK-SLOT THRU 3210-EXIT
005570         VARYING WS-INS-SUB FROM 1 BY 1
005580         UNTIL WS-INS-SUB > WS-RX-COUNT
005590            OR WS-SLOT-FOUND.
005600     IF WS-SLOT-FOUND
005610        SUBTRACT 1 FROM WS-INS-SUB
005620        IF WS-RR-KEY(WS-INS-SUB) = WS-FIND-KEY
005630           MOVE WS-INS-SUB TO WS-RX-SUB
005640           GO TO 3200-EXIT
005650        END-IF
005660     END-IF.
005670     IF WS-RX-COUNT = WS-RX-MAX
005680        SET WS-HOLD-FULL TO TRUE
005690        GO TO 3200-EXIT.
005700     PERFORM 3220-SHIFT-ROW THRU 3220-EXIT
005710         VARYING WS-SHIFT-SUB FROM WS-RX-COUNT BY -1
005720         UNTIL WS-SHIFT-SUB < WS-INS-SUB.
005730     ADD 1 TO WS-RX-COUNT.
005740     MOVE ZEROS TO WX-EXTREME-RECORD.
005750     MOVE WS-FIND-KEY TO WX-XR-KEY.
005760     MOVE 0 TO WX-XR-HIGH-TEMP.
005770     MOVE 0 TO WX-XR-LOW-TEMP.
005780     MOVE WX-EXTREME-RECORD TO WS-RX-ROW(WS-INS-SUB).
005790     MOVE WS-INS-SUB TO WS-RX-SUB.
005800 3200-EXIT.
005810     EXIT.
005820 3210-CHECK-SLOT.
005830     IF WS-RR-KEY(WS-INS-SUB) NOT < WS-FIND-KEY
005840        SET WS-SLOT-FOUND TO TRUE.
005850 3210-EXIT.
005860     EXIT.
005870 3220-SHIFT-ROW.
005880     MOVE WS-RX-ROW(WS-SHIFT-SUB) TO WS-RX-ROW(WS-SHIFT-SUB + 1).
005890 3220-EXIT.
005900     EXIT.
005910*-----------------------------------------------------
005920* 3600-REWRITE-FILE
005930*-----------------------------------------------------
005940 3600-REWRITE-FILE.
005950     OPEN OUTPUT REGISTER-FILE.
005960     IF NOT WS-REGISTER-FILE-OK
005970        DISPLAY '*** RECORDS.DAT OPEN FAILED - RECORDS NOT '
005980                'POSTED ***'
005990        GO TO 3600-EXIT.
006000     PERFORM 3610-WRITE-ONE-ROW THRU 3610-EXIT
006010         VARYING WS-RX-SUB FROM 1 BY 1
006020         UNTIL WS-RX-SUB > WS-RX-COUNT
006030            OR NOT WS-REGISTER-FILE-OK.
006040     CLOSE REGISTER-FILE.
006050     IF NOT WS-REGISTER-FILE-OK
006060        DISPLAY '*** RECORDS.DAT WRITE FAILED - REGISTER '
006070                'INCOMPLETE ***'.
006080 3600-EXIT.
006090     EXIT.
006100 3610-WRITE-ONE-ROW.
006110     MOVE WS-RX-ROW(WS-RX-SUB) TO WX-EXTREME-RECORD.
006120     WRITE WX-EXTREME-RECORD.
006130 3610-EXIT.
006140     EXIT.
006150*-----------------------------------------------------
006160* 5000-WRITE-REPORT
006170* RECORDS.RPT: every record this run's posts set or
006180* tied, in the order they were posted, each beside
006190* the value and year it replaced.
006200*-----------------------------------------------------
006210 5000-WRITE-REPORT.
006220     OPEN OUTPUT RECORDS-REPORT-FILE.
006230     IF NOT WS-REPORT-FILE-OK
006240        DISPLAY '*** RECORDS.RPT OPEN FAILED ***'
006250        GO TO 5000-EXIT.
006260     MOVE LK-RUN-DATE TO WS-RH-DATE.
006270     WRITE RECORDS-LINE FROM WS-RX-HEADING.
006280     MOVE SPACES TO RECORDS-LINE.
006290     WRITE RECORDS-LINE.
006300     IF WS-EV-COUNT = 0
006310        MOVE 'NO RECORDS SET OR TIED' TO RECORDS-LINE
006320        WRITE RECORDS-LINE
006330     ELSE
006340        WRITE RECORDS-LINE FROM WS-RX-COLUMNS
006350        PERFORM 5100-REPORT-ONE-EVENT THRU 5100-EXIT
006360            VARYING WS-EV-SUB FROM 1 BY 1
006370            UNTIL WS-EV-SUB > WS-EV-COUNT.
006380     MOVE SPACES TO RECORDS-LINE.
006390     WRITE RECORDS-LINE.
006400     MOVE WS-TOT-NEW   TO WS-RF-NEW.
006410     MOVE WS-TOT-TIED  TO WS-RF-TIED.
006420     MOVE WS-TOT-FIRST TO WS-RF-FIRST.
006430     WRITE RECORDS-LINE FROM WS-RX-FOOTER.
006440     IF WS-TOT-OVER > 0
006450        MOVE WS-TOT-OVER TO WS-RO-COUNT
006460        WRITE RECORDS-LINE FROM WS-RX-OVER-LINE.
006470     CLOSE RECORDS-REPORT-FILE.
006480     IF NOT WS-REPORT-FILE-OK
006490        DISPLAY '*** RECORDS.RPT WRITE FAILED - REPORT '
006500                'INCOMPLETE ***'
006510        GO TO 5000-EXIT.
006520     COMPUTE LK-RECORD-COUNT = WS-TOT-NEW + WS-TOT-TIED.
006530     SET LK-RECORDS-OK TO TRUE.
006540 5000-EXIT.
006550     EXIT.
006560 5100-REPORT-ONE-EVENT.
006570     MOVE SPACES TO WS-STA-NAME.
006580     PERFORM 5110-MATCH-STATION THRU 5110-EXIT
006590         VARYING WS-STA-SUB FROM 1 BY 1
006600         UNTIL WS-STA-SUB > WX-STATION-COUNT.
006610     MOVE WS-EV-STA-ID(WS-EV-SUB) TO WS-RD-STA-ID.
006620     MOVE WS-STA-NAME TO WS-RD-NAME.
006630     MOVE WS-EV-DATE(WS-EV-SUB) TO WS-RD-DATE.
006640     MOVE WS-EV-ELEM(WS-EV-SUB) TO WS-ELEM-SUB.
006650     MOVE WS-ELEM-NAME(WS-ELEM-SUB) TO WS-RD-ELEMENT.
006660     MOVE WS-EV-NEW(WS-EV-SUB) TO WS-FMT-VALUE.
006670     PERFORM 5200-FORMAT-VALUE THRU 5200-EXIT.
006680     MOVE WS-FMT-OUT TO WS-RD-NEW.
006690     MOVE WS-EV-OLD(WS-EV-SUB) TO WS-FMT-VALUE.
006700     PERFORM 5200-FORMAT-VALUE THRU 5200-EXIT.
006710     MOVE WS-FMT-OUT TO WS-RD-OLD.
006720     MOVE WS-EV-OLD-YEAR(WS-EV-SUB) TO WS-RD-OLD-YEAR.
006730     IF WS-EV-KIND(WS-EV-SUB) = 'T'
006740        MOVE 'TIED' TO WS-RD-KIND
006750     ELSE
006760        MOVE 'NEW' TO WS-RD-KIND.
006770     WRITE RECORDS-LINE FROM WS-RX-DETAIL.
006780 5100-EXIT.
006790     EXIT.
006800 5110-MATCH-STATION.
006810     IF WX-STA-ID(WS-STA-SUB) = WS-EV-STA-ID(WS-EV-SUB)
006820        MOVE WX-STA-NAME(WS-STA-SUB) TO WS-STA-NAME.
006830 5110-EXIT.
006840     EXIT.
006850*-----------------------------------------------------
006860* 5200-FORMAT-VALUE
006870* An element's value in its own units and picture.
006880*-----------------------------------------------------
006890 5200-FORMAT-VALUE.
006900     IF WS-ELEM-SUB = 1 OR WS-ELEM-SUB = 2
006910        MOVE WS-FMT-VALUE TO WS-ED-TEMP
006920        MOVE WS-ED-TEMP TO WS-FMT-OUT
006930     ELSE IF WS-ELEM-SUB = 3
006940        MOVE WS-FMT-VALUE TO WS-ED-PRES
006950        MOVE WS-ED-PRES TO WS-FMT-OUT
006960     ELSE IF WS-ELEM-SUB = 4
006970        MOVE WS-FMT-VALUE TO WS-ED-WIND
006980        MOVE WS-ED-WIND TO WS-FMT-OUT
006990     ELSE
007000        MOVE WS-FMT-VALUE TO WS-ED-PRECIP
007010        MOVE WS-ED-PRECIP TO WS-FMT-OUT.
007020 5200-EXIT.
007030     EXIT.
