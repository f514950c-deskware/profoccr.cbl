000100*****************************************************
000110* Program:      WXDEGDAY
000120* Author:       D. Feltz, Applications Programming
000130* Installation: Deskware, Inc. - Weather Ops
000140* Date-Written: 04/24/2001
000150* Date-Compiled:
000160*-----------------------------------------------------
000170* Degree-day product.  Posts one LOADED station's week
000180* of heating, cooling and growing degree days to the
000190* DEGDAY.DAT accumulation file, and writes DEGDAY.RPT
000200* for the week the night's run closed.
000210*
000220* A day's degree days come from the range of its
000230* hourly WX-FAHR-TEMP readings (cells at the never-set
000240* sentinel are passed over): the mean of the day's
000250* high and low against the heating and cooling bases,
000260* and for growing degree days the high and low first
000270* held between the growing base and the growing cap.
000280* A day whose share of estimated temperature hours is
000290* above the operator limit is marked E on the file and
000300* the report, because customers bill on these numbers.
000310*
000320* DEGDAY.DAT is kept in station/date order.  A post
000330* replaces any earlier row for the same station and
000340* date (so a rerun never doubles a day), then the
000350* month-to-date and season-to-date totals are carried
000360* forward again for every station, so a late or
000370* corrected day flows into the totals after it.  Rows
000380* more than a year older than the newest date posted
000390* age off on the rewrite - no season is longer.
000400*
000410* The bases, the growing cap, the three season start
000420* dates (MMDD) and the estimated-hours limit (percent)
000430* come from DEGDAY.CFG; the defaults below stand when
000440* the file is absent or a field is not numeric.
000450*
000460* LK-DD-MODE        'P' = post LK-STATION-ID's grid
000470*                   'R' = write DEGDAY.RPT for the week
000480*                         ending LK-REPORT-DATE
000490* LK-DAY-COUNT      days posted / report lines written
000500* LK-RETURN-STATUS  'Y' = done
000510*                   'N' = file not rewritten / report
000520*                         not written
000530*
000540* Modification History
000550* 04/24/2001 DF   Original routine.
000552* 05/15/2001 DF   Only an absent DEGDAY.DAT is taken as an
000554*                 empty accumulation; any other open failure
000556*                 refuses the post.
000560*****************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID. WXDEGDAY.
000590 AUTHOR. D. FELTZ.
000600 INSTALLATION. DESKWARE-INC.
000610 DATE-WRITTEN. 04/24/2001.
000620 DATE-COMPILED.
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER. GENERIC.
000660 OBJECT-COMPUTER. GENERIC.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT DEGDAY-CFG-FILE ASSIGN DYNAMIC WS-CFG-FILE-NAME
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-CFG-FILE-STATUS.
000720     SELECT DEGDAY-FILE ASSIGN DYNAMIC WS-DEGDAY-FILE-NAME
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-DEGDAY-FILE-STATUS.
000750     SELECT DEGDAY-REPORT-FILE
000760         ASSIGN DYNAMIC WS-REPORT-FILE-NAME
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-REPORT-FILE-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  DEGDAY-CFG-FILE
000820     RECORD CONTAINS 27 CHARACTERS.
000830 01  DC-RECORD.
000840    05  DC-HDD-BASE    PIC 999.
000850    05  DC-CDD-BASE    PIC 999.
000860    05  DC-GDD-BASE    PIC 999.
000870    05  DC-GDD-CAP     PIC 999.
000880    05  DC-HEAT-START  PIC 9(4).
000890    05  DC-COOL-START  PIC 9(4).
000900    05  DC-GROW-START  PIC 9(4).
000910    05  DC-EST-LIMIT   PIC 999.
000920 FD  DEGDAY-FILE
000930     RECORD CONTAINS 77 CHARACTERS.
000940 COPY WXDEGDY.
000950 FD  DEGDAY-REPORT-FILE
000960     RECORD CONTAINS 80 CHARACTERS.
000970 01  DEGDAY-LINE  PIC X(80).
000980 WORKING-STORAGE SECTION.
000990 01  WS-CFG-FILE-NAME     PIC X(40) VALUE 'DEGDAY.CFG'.
001000 01  WS-CFG-FILE-STATUS   PIC XX.
001010    88  WS-CFG-FILE-OK       VALUE '00'.
001020 01  WS-DEGDAY-FILE-NAME  PIC X(40) VALUE 'DEGDAY.DAT'.
001030 01  WS-DEGDAY-FILE-STATUS  PIC XX.
001040    88  WS-DEGDAY-FILE-OK     VALUE '00'.
001045    88  WS-DEGDAY-FILE-ABSENT VALUE '35'.
001050 01  WS-REPORT-FILE-NAME  PIC X(40) VALUE 'DEGDAY.RPT'.
001060 01  WS-REPORT-FILE-STATUS  PIC XX.
001070    88  WS-REPORT-FILE-OK     VALUE '00'.
001080 01  WS-EOF-SWITCH  PIC X VALUE 'N'.
001090    88  WS-EOF      VALUE 'Y'.
001100    88  WS-NOT-EOF  VALUE 'N'.
001110*-----------------------------------------------------
001120* Degree-day bases (fahrenheit), the growing cap, the
001130* season start dates (MMDD) and the estimated-hours
001140* limit (percent of the day's temperature hours).
001150*-----------------------------------------------------
001160 01  WS-HDD-BASE    PIC 999   VALUE 65.
001170 01  WS-CDD-BASE    PIC 999   VALUE 65.
001180 01  WS-GDD-BASE    PIC 999   VALUE 50.
001190 01  WS-GDD-CAP     PIC 999   VALUE 86.
001200 01  WS-HEAT-START  PIC 9(4)  VALUE 0701.
001210 01  WS-COOL-START  PIC 9(4)  VALUE 0101.
001220 01  WS-GROW-START  PIC 9(4)  VALUE 0401.
001230 01  WS-EST-LIMIT   PIC 999   VALUE 50.
001240 01  WS-SENTINEL-TEMP  PIC S999 VALUE -300.
001250*-----------------------------------------------------
001260* One day's work: the hourly range, the hour counts,
001270* and the means the degree days come from.
001280*-----------------------------------------------------
001290 01  WS-DAY-SUB     PIC S9(4) COMP.
001300 01  WS-HOUR-SUB    PIC S9(4) COMP.
001310 01  WS-TEMP-HOURS  PIC 99.
001320 01  WS-EST-HOURS   PIC 99.
001330 01  WS-DAY-HIGH    PIC S999.
001340 01  WS-DAY-LOW     PIC S999.
001350 01  WS-MEAN-TEMP   PIC S999V9.
001360 01  WS-GDD-HIGH    PIC S999.
001370 01  WS-GDD-LOW     PIC S999.
001380 01  WS-GDD-MEAN    PIC S999V9.
001390*-----------------------------------------------------
001400* The station's freshly computed days, posted into the
001410* held file in key order.
001420*-----------------------------------------------------
001430 01  WS-NEW-COUNT  PIC S9(4) COMP.
001440 01  WS-NEW-SUB    PIC S9(4) COMP.
001450 01  WS-NEW-TABLE.
001460    05  WS-NEW-ROW OCCURS 7 TIMES.
001470       10  WS-NR-KEY   PIC X(16).
001480       10  WS-NR-DATA  PIC X(61).
001490 01  WS-HIGH-DATE    PIC 9(8).
001500 01  WS-CUTOFF-DATE  PIC 9(8).
001510 01  WS-DATE-INT     PIC 9(8) COMP.
001520*-----------------------------------------------------
001530* The whole accumulation file, held in station/date
001540* order while it is rewritten.
001550*-----------------------------------------------------
001560 01  WS-DD-MAX    PIC S9(4) COMP VALUE 7500.
001570 01  WS-DD-COUNT  PIC S9(4) COMP.
001580 01  WS-DD-SUB    PIC S9(4) COMP.
001590 01  WS-INS-SUB   PIC S9(4) COMP.
001600 01  WS-SHIFT-SUB PIC S9(4) COMP.
001610 01  WS-DD-TABLE.
001620    05  WS-DD-ROW OCCURS 7500 TIMES.
001630       10  WS-DR-KEY   PIC X(16).
001640       10  WS-DR-DATA  PIC X(61).
001650 01  WS-HOLD-FULL-SW  PIC X.
001660    88  WS-HOLD-FULL      VALUE 'Y'.
001670    88  WS-HOLD-NOT-FULL  VALUE 'N'.
001680 01  WS-SLOT-FOUND-SW  PIC X.
001690    88  WS-SLOT-FOUND      VALUE 'Y'.
001700    88  WS-SLOT-NOT-FOUND  VALUE 'N'.
001710*-----------------------------------------------------
001720* Carry-forward of the month and season totals: the
001730* row's own month and seasons, the previous row's, and
001740* the running totals.
001750*-----------------------------------------------------
001760 01  WS-ROW-DATE.
001770    05  WS-ROW-YEAR  PIC 9(4).
001780    05  WS-ROW-MMDD  PIC 9(4).
001790 01  WS-ROW-YYYYMM       PIC 9(6).
001800 01  WS-HEAT-SEASON      PIC 9(4).
001810 01  WS-COOL-SEASON      PIC 9(4).
001820 01  WS-GROW-SEASON      PIC 9(4).
001830 01  WS-PREV-STA-ID      PIC X(8).
001840 01  WS-PREV-YYYYMM      PIC 9(6).
001850 01  WS-PREV-HEAT-SEASON PIC 9(4).
001860 01  WS-PREV-COOL-SEASON PIC 9(4).
001870 01  WS-PREV-GROW-SEASON PIC 9(4).
001880 01  WS-RUN-HDD-MTD  PIC 9(5)V9.
001890 01  WS-RUN-CDD-MTD  PIC 9(5)V9.
001900 01  WS-RUN-GDD-MTD  PIC 9(5)V9.
001910 01  WS-RUN-HDD-STD  PIC 9(5)V9.
001920 01  WS-RUN-CDD-STD  PIC 9(5)V9.
001930 01  WS-RUN-GDD-STD  PIC 9(5)V9.
001940*-----------------------------------------------------
001950* DEGDAY.RPT: the week's window, the station heading
001960* and one line per station day.
001970*-----------------------------------------------------
001980 01  WS-FROM-DATE   PIC 9(8).
001990 01  WS-RPT-STA-ID  PIC X(8).
002000 01  WS-STA-NAME    PIC X(20).
002010 01  WS-STA-SUB     PIC S9(4) COMP.
002020 01  WS-DD-HEADING.
002030    05  FILLER      PIC X(26) VALUE
002040             'DEGREE DAYS - WEEK ENDING '.
002050    05  WS-DH-DATE  PIC 9(8).
002060 01  WS-DD-BASES.
002070    05  FILLER      PIC X(11) VALUE 'BASES: HDD '.
002080    05  WS-DB-HDD   PIC ZZ9.
002090    05  FILLER      PIC X(7) VALUE 'F  CDD '.
002100    05  WS-DB-CDD   PIC ZZ9.
002110    05  FILLER      PIC X(7) VALUE 'F  GDD '.
002120    05  WS-DB-GDD   PIC ZZ9.
002130    05  FILLER      PIC X(11) VALUE 'F (CAPPED '.
002140    05  WS-DB-CAP   PIC ZZ9.
002150    05  FILLER      PIC X(2) VALUE 'F)'.
002160 01  WS-DD-STATION-LINE.
002170    05  FILLER      PIC X(8) VALUE 'STATION '.
002180    05  WS-DS-ID    PIC X(8).
002190    05  FILLER      PIC X VALUE SPACE.
002200    05  WS-DS-NAME  PIC X(20).
002210 01  WS-DD-DETAIL.
002220    05  WS-DL-DATE     PIC 9(8).
002230    05  FILLER         PIC X VALUE SPACE.
002240    05  WS-DL-HDD      PIC ZZ9.9.
002250    05  FILLER         PIC X VALUE SPACE.
002260    05  WS-DL-CDD      PIC ZZ9.9.
002270    05  FILLER         PIC X VALUE SPACE.
002280    05  WS-DL-GDD      PIC ZZ9.9.
002290    05  FILLER         PIC X VALUE SPACE.
002300    05  WS-DL-HDD-MTD  PIC ZZZZ9.9.
002310    05  FILLER         PIC X VALUE SPACE.
002320    05  WS-DL-CDD-MTD  PIC ZZZZ9.9.
002330    05  FILLER         PIC X VALUE SPACE.
002340    05  WS-DL-GDD-MTD  PIC ZZZZ9.9.
002350    05  FILLER         PIC X VALUE SPACE.
002360    05  WS-DL-HDD-STD  PIC ZZZZ9.9.
002370    05  FILLER         PIC X VALUE SPACE.
002380    05  WS-DL-CDD-STD  PIC ZZZZ9.9.
002390    05  FILLER         PIC X VALUE SPACE.
002400    05  WS-DL-GDD-STD  PIC ZZZZ9.9.
002410    05  FILLER         PIC X VALUE SPACE.
002420    05  WS-DL-FLAG     PIC X.
002430 LINKAGE SECTION.
002440 COPY WXGRID.
002450 COPY WXDATES.
002460 COPY WXSTAT.
002470 01  LK-DD-MODE  PIC X.
002480    88  LK-DD-POST    VALUE 'P'.
002490    88  LK-DD-REPORT  VALUE 'R'.
002500 01  LK-STATION-ID   PIC X(8).
002510 01  LK-REPORT-DATE  PIC 9(8).
002520 01  LK-DAY-COUNT    PIC 9(4) COMP.
002530 01  LK-RETURN-STATUS  PIC X.
002540    88  LK-DEGDAY-OK      VALUE 'Y'.
002550    88  LK-DEGDAY-NOT-OK  VALUE 'N'.
002560 PROCEDURE DIVISION USING LK-DD-MODE
002570                          LK-STATION-ID
002580                          WX-GRID-TABLE
002590                          WX-DAY-DATE-TABLE
002600                          WX-STATION-COUNT
002610                          WX-STATION-TABLE
002620                          LK-REPORT-DATE
002630                          LK-DAY-COUNT
002640                          LK-RETURN-STATUS.
002650 0000-MAINLINE.
002660     SET LK-DEGDAY-NOT-OK TO TRUE.
002670     MOVE 0 TO LK-DAY-COUNT.
002680     PERFORM 1000-READ-CONFIG THRU 1000-EXIT.
002690     IF LK-DD-POST
002700        PERFORM 2000-POST-STATION THRU 2000-EXIT
002710     ELSE IF LK-DD-REPORT
002720        PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
002730     GOBACK.
002740*-----------------------------------------------------
002750* 1000-READ-CONFIG
002760* Operator bases, cap, season starts and estimated-
002770* hours limit; a field that is not numeric (or not a
002780* sane MMDD / percent) leaves its default standing.
002790*-----------------------------------------------------
002800 1000-READ-CONFIG.
002810     OPEN INPUT DEGDAY-CFG-FILE.
002820     IF NOT WS-CFG-FILE-OK
002830        GO TO 1000-EXIT.
002840     READ DEGDAY-CFG-FILE
002850         AT END
002860             GO TO 1000-CLOSE.
002870     IF DC-HDD-BASE NUMERIC
002880        MOVE DC-HDD-BASE TO WS-HDD-BASE.
002890     IF DC-CDD-BASE NUMERIC
002900        MOVE DC-CDD-BASE TO WS-CDD-BASE.
002910     IF DC-GDD-BASE NUMERIC
002920        MOVE DC-GDD-BASE TO WS-GDD-BASE.
002930     IF DC-GDD-CAP NUMERIC
002940        AND DC-GDD-CAP > WS-GDD-BASE
002950        MOVE DC-GDD-CAP TO WS-GDD-CAP.
002960     IF DC-HEAT-START NUMERIC
002970        AND DC-HEAT-START NOT < 0101
002980        AND DC-HEAT-START NOT > 1231
002990        MOVE DC-HEAT-START TO WS-HEAT-START.
003000     IF DC-COOL-START NUMERIC
003010        AND DC-COOL-START NOT < 0101
003020        AND DC-COOL-START NOT > 1231
003030        MOVE DC-COOL-START TO WS-COOL-START.
003040     IF DC-GROW-START NUMERIC
003050        AND DC-GROW-START NOT < 0101
003060        AND DC-GROW-START NOT > 1231
003070        MOVE DC-GROW-START TO WS-GROW-START.
003080     IF DC-EST-LIMIT NUMERIC
003090        AND DC-EST-LIMIT NOT > 100
003100        MOVE DC-EST-LIMIT TO WS-EST-LIMIT.
003110 1000-CLOSE.
003120     CLOSE DEGDAY-CFG-FILE.
003130 1000-EXIT.
003140     EXIT.
003150*-----------------------------------------------------
003160* 2000-POST-STATION
003170* Works out the station's days, merges them into the
003180* held file, carries the totals forward and rewrites
003190* DEGDAY.DAT.  A file too big for the hold table is
003200* left exactly as it was.
003210*-----------------------------------------------------
003220 2000-POST-STATION.
003230     MOVE 0 TO WS-NEW-COUNT.
003240     MOVE 0 TO WS-HIGH-DATE.
003250     PERFORM 2100-COMPUTE-DAY THRU 2100-EXIT
003260         VARYING WS-DAY-SUB FROM 1 BY 1
003270         UNTIL WS-DAY-SUB > 7.
003280     IF WS-NEW-COUNT = 0
003290        SET LK-DEGDAY-OK TO TRUE
003300        GO TO 2000-EXIT.
003310     COMPUTE WS-DATE-INT =
003320         FUNCTION INTEGER-OF-DATE(WS-HIGH-DATE) - 366.
003330     COMPUTE WS-CUTOFF-DATE =
003340         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
003350     PERFORM 3000-LOAD-HOLD THRU 3000-EXIT.
003360     IF NOT WS-DEGDAY-FILE-OK
003370        DISPLAY '*** DEGDAY.DAT UNREADABLE - DEGREE DAYS '
003380                'NOT POSTED ***'
003390        GO TO 2000-EXIT.
003400     PERFORM 3200-INSERT-NEW-ROW THRU 3200-EXIT
003410         VARYING WS-NEW-SUB FROM 1 BY 1
003420         UNTIL WS-NEW-SUB > WS-NEW-COUNT
003430            OR WS-HOLD-FULL.
003440     IF WS-HOLD-FULL
003450        DISPLAY '*** DEGDAY.DAT LONGER THAN THE HOLD TABLE - '
003460                'DEGREE DAYS NOT POSTED ***'
003470        GO TO 2000-EXIT.
003480     PERFORM 3400-CARRY-TOTALS THRU 3400-EXIT.
003490     PERFORM 3600-REWRITE-FILE THRU 3600-EXIT.
003500     IF NOT WS-DEGDAY-FILE-OK
003510        GO TO 2000-EXIT.
003520     MOVE WS-NEW-COUNT TO LK-DAY-COUNT.
003530     SET LK-DEGDAY-OK TO TRUE.
003540 2000-EXIT.
003550     EXIT.
003560*-----------------------------------------------------
003570* 2100-COMPUTE-DAY
003580* One dated day slot with at least one temperature
003590* hour becomes one new row.  The totals are left at
003600* zero here - they are carried in 3400.
003610*-----------------------------------------------------
003620 2100-COMPUTE-DAY.
003630     IF WX-OBS-DATE(WS-DAY-SUB) = 0
003640        GO TO 2100-EXIT.
003650     MOVE 0 TO WS-TEMP-HOURS WS-EST-HOURS.
003660     MOVE -999 TO WS-DAY-HIGH.
003670     MOVE 999 TO WS-DAY-LOW.
003680     PERFORM 2110-SCAN-HOUR THRU 2110-EXIT
003690         VARYING WS-HOUR-SUB FROM 1 BY 1
003700         UNTIL WS-HOUR-SUB > 24.
003710     IF WS-TEMP-HOURS = 0
003720        GO TO 2100-EXIT.
003730     MOVE ZEROS TO WX-DEGDAY-RECORD.
003740     MOVE LK-STATION-ID TO WX-DD-STA-ID.
003750     MOVE WX-OBS-DATE(WS-DAY-SUB) TO WX-DD-OBS-DATE.
003760     MOVE WS-DAY-HIGH TO WX-DD-TEMP-MAX.
003770     MOVE WS-DAY-LOW TO WX-DD-TEMP-MIN.
003780     MOVE WS-TEMP-HOURS TO WX-DD-TEMP-HOURS.
003790     MOVE WS-EST-HOURS TO WX-DD-EST-HOURS.
003800     SET WX-DD-MOSTLY-OBSERVED TO TRUE.
003810     IF WS-EST-HOURS * 100 > WS-TEMP-HOURS * WS-EST-LIMIT
003820        SET WX-DD-LARGELY-ESTIMATED TO TRUE.
003830     COMPUTE WS-MEAN-TEMP = (WS-DAY-HIGH + WS-DAY-LOW) / 2.
003840     IF WS-MEAN-TEMP < WS-HDD-BASE
003850        COMPUTE WX-DD-HDD = WS-HDD-BASE - WS-MEAN-TEMP.
003860     IF WS-MEAN-TEMP > WS-CDD-BASE
003870        COMPUTE WX-DD-CDD = WS-MEAN-TEMP - WS-CDD-BASE.
003880     MOVE WS-DAY-HIGH TO WS-GDD-HIGH.
003890     MOVE WS-DAY-LOW TO WS-GDD-LOW.
003900     IF WS-GDD-HIGH > WS-GDD-CAP
003910        MOVE WS-GDD-CAP TO WS-GDD-HIGH.
003920     IF WS-GDD-HIGH < WS-GDD-BASE
003930        MOVE WS-GDD-BASE TO WS-GDD-HIGH.
003940     IF WS-GDD-LOW > WS-GDD-CAP
003950        MOVE WS-GDD-CAP TO WS-GDD-LOW.
003960     IF WS-GDD-LOW < WS-GDD-BASE
003970        MOVE WS-GDD-BASE TO WS-GDD-LOW.
003980     COMPUTE WS-GDD-MEAN = (WS-GDD-HIGH + WS-GDD-LOW) / 2.
003990     COMPUTE WX-DD-GDD = WS-GDD-MEAN - WS-GDD-BASE.
004000     ADD 1 TO WS-NEW-COUNT.
004010     MOVE WX-DEGDAY-RECORD TO WS-NEW-ROW(WS-NEW-COUNT).
004020     IF WX-DD-OBS-DATE > WS-HIGH-DATE
004030        MOVE WX-DD-OBS-DATE TO WS-HIGH-DATE.
004040 2100-EXIT.
004050     EXIT.
004060 2110-SCAN-HOUR.
004070     IF WX-FAHR-TEMP(WS-DAY-SUB WS-HOUR-SUB) = WS-SENTINEL-TEMP
004080        GO TO 2110-EXIT.
004090     ADD 1 TO WS-TEMP-HOURS.
004100     IF WX-QUAL-ESTIMATED(WS-DAY-SUB WS-HOUR-SUB)
004110        ADD 1 TO WS-EST-HOURS.
004120     IF WX-FAHR-TEMP(WS-DAY-SUB WS-HOUR-SUB) > WS-DAY-HIGH
004130        MOVE WX-FAHR-TEMP(WS-DAY-SUB WS-HOUR-SUB)
004140          TO WS-DAY-HIGH.
004150     IF WX-FAHR-TEMP(WS-DAY-SUB WS-HOUR-SUB) < WS-DAY-LOW
004160        MOVE WX-FAHR-TEMP(WS-DAY-SUB WS-HOUR-SUB)
004170          TO WS-DAY-LOW.
004180 2110-EXIT.
004190     EXIT.
004200*-----------------------------------------------------
004210* 3000-LOAD-HOLD
004220* The existing file into the hold table, less the rows
004230* that have aged past the cutoff.  An absent file is an
004240* empty accumulation; any other failure to open it
004242* leaves the status bad, and the file is not rewritten
004244* over an accumulation that could not be read.
004250*-----------------------------------------------------
004260 3000-LOAD-HOLD.
004270     MOVE 0 TO WS-DD-COUNT.
004280     SET WS-HOLD-NOT-FULL TO TRUE.
004290     SET WS-NOT-EOF TO TRUE.
004300     OPEN INPUT DEGDAY-FILE.
004310     IF WS-DEGDAY-FILE-ABSENT
004320        MOVE '00' TO WS-DEGDAY-FILE-STATUS
004330        GO TO 3000-EXIT.
004332     IF NOT WS-DEGDAY-FILE-OK
004334        GO TO 3000-EXIT.
004340     PERFORM 3010-LOAD-ONE-ROW THRU 3010-EXIT
004350         UNTIL WS-EOF
004360            OR WS-HOLD-FULL.
004370     CLOSE DEGDAY-FILE.
004380     MOVE '00' TO WS-DEGDAY-FILE-STATUS.
004390 3000-EXIT.
004400     EXIT.
004410 3010-LOAD-ONE-ROW.
004420     READ DEGDAY-FILE
004430         AT END
004440             SET WS-EOF TO TRUE
004450             GO TO 3010-EXIT.
004460     IF WX-DD-OBS-DATE NOT NUMERIC
004470        OR WX-DD-OBS-DATE < WS-CUTOFF-DATE
004480        GO TO 3010-EXIT.
004490     IF WS-DD-COUNT = WS-DD-MAX
004500        SET WS-HOLD-FULL TO TRUE
004510        GO TO 3010-EXIT.
004520     ADD 1 TO WS-DD-COUNT.
004530     MOVE WX-DEGDAY-RECORD TO WS-DD-ROW(WS-DD-COUNT).
004540 3010-EXIT.
004550     EXIT.
004560*-----------------------------------------------------
004570* 3200-INSERT-NEW-ROW
004580* Places one new row at its key: over the row already
004590* there for the same station and date, otherwise
004600* opening a slot ahead of the first higher key.
004610*-----------------------------------------------------
004620 3200-INSERT-NEW-ROW.
004630     SET WS-SLOT-NOT-FOUND TO TRUE.
004640     PERFORM 3210-CHECK-SLOT THRU 3210-EXIT
004650         VARYING WS-INS-SUB FROM 1 BY 1
004660         UNTIL WS-INS-SUB > WS-DD-COUNT
004670            OR WS-SLOT-FOUND.
004680     IF WS-SLOT-FOUND
004690        SUBTRACT 1 FROM WS-INS-SUB
004700        IF WS-DR-KEY(WS-INS-SUB) = WS-NR-KEY(WS-NEW-SUB)
004710           MOVE WS-NEW-ROW(WS-NEW-SUB) TO WS-DD-ROW(WS-INS-SUB)
004720           GO TO 3200-EXIT
004730        END-IF
004740     END-IF.
004750     IF WS-DD-COUNT = WS-DD-MAX
004760        SET WS-HOLD-FULL TO TRUE
004770        GO TO 3200-EXIT.
004780     PERFORM 3220-SHIFT-ROW THRU 3220-EXIT
004790         VARYING WS-SHIFT-SUB FROM WS-DD-COUNT BY -1
004800         UNTIL WS-SHIFT-SUB < WS-INS-SUB.
004810     ADD 1 TO WS-DD-COUNT.
004820     MOVE WS-NEW-ROW(WS-NEW-SUB) TO WS-DD-ROW(WS-INS-SUB).
004830 3200-EXIT.
004840     EXIT.
004850 3210-CHECK-SLOT.
004860     IF WS-DR-KEY(WS-INS-SUB) NOT < WS-NR-KEY(WS-NEW-SUB)
004870        SET WS-SLOT-FOUND TO TRUE.
004880 3210-EXIT.
004890     EXIT.
004900 3220-SHIFT-ROW.
004910     MOVE WS-DD-ROW(WS-SHIFT-SUB) TO WS-DD-ROW(WS-SHIFT-SUB + 1).
004920 3220-EXIT.
004930     EXIT.
004940*-----------------------------------------------------
004950* 3400-CARRY-TOTALS
004960* Walks the held file in station/date order carrying
004970* the month-to-date and season-to-date totals.  A
004980* total restarts on a new station, a new month, or
004990* (per product) a date on or after that product's
005000* season start in a new season year.
005010*-----------------------------------------------------
005020 3400-CARRY-TOTALS.
005030     MOVE SPACES TO WS-PREV-STA-ID.
005040     PERFORM 3410-CARRY-ONE-ROW THRU 3410-EXIT
005050         VARYING WS-DD-SUB FROM 1 BY 1
005060         UNTIL WS-DD-SUB > WS-DD-COUNT.
005070 3400-EXIT.
005080     EXIT.
005090 3410-CARRY-ONE-ROW.
005100     MOVE WS-DD-ROW(WS-DD-SUB) TO WX-DEGDAY-RECORD.
005110     MOVE WX-DD-OBS-DATE TO WS-ROW-DATE.
005120     MOVE WX-DD-OBS-DATE(1:6) TO WS-ROW-YYYYMM.
005130     MOVE WS-ROW-YEAR TO WS-HEAT-SEASON WS-COOL-SEASON
005140                         WS-GROW-SEASON.
005150     IF WS-ROW-MMDD < WS-HEAT-START
005160        SUBTRACT 1 FROM WS-HEAT-SEASON.
005170     IF WS-ROW-MMDD < WS-COOL-START
005180        SUBTRACT 1 FROM WS-COOL-SEASON.
005190     IF WS-ROW-MMDD < WS-GROW-START
005200        SUBTRACT 1 FROM WS-GROW-SEASON.
005210     IF WX-DD-STA-ID NOT = WS-PREV-STA-ID
005220        OR WS-ROW-YYYYMM NOT = WS-PREV-YYYYMM
005230        MOVE 0 TO WS-RUN-HDD-MTD WS-RUN-CDD-MTD
005240                  WS-RUN-GDD-MTD.
005250     IF WX-DD-STA-ID NOT = WS-PREV-STA-ID
005260        OR WS-HEAT-SEASON NOT = WS-PREV-HEAT-SEASON
005270        MOVE 0 TO WS-RUN-HDD-STD.
005280     IF WX-DD-STA-ID NOT = WS-PREV-STA-ID
005290        OR WS-COOL-SEASON NOT = WS-PREV-COOL-SEASON
005300        MOVE 0 TO WS-RUN-CDD-STD.
005310     IF WX-DD-STA-ID NOT = WS-PREV-STA-ID
005320        OR WS-GROW-SEASON NOT = WS-PREV-GROW-SEASON
005330        MOVE 0 TO WS-RUN-GDD-STD.
005340     ADD WX-DD-HDD TO WS-RUN-HDD-MTD WS-RUN-HDD-STD.
005350     ADD WX-DD-CDD TO WS-RUN-CDD-MTD WS-RUN-CDD-STD.
005360     ADD WX-DD-GDD TO WS-RUN-GDD-MTD WS-RUN-GDD-STD.
005370     MOVE WS-RUN-HDD-MTD TO WX-DD-HDD-MTD.
005380     MOVE WS-RUN-CDD-MTD TO WX-DD-CDD-MTD.
005390     MOVE WS-RUN-GDD-MTD TO WX-DD-GDD-MTD.
005400     MOVE WS-RUN-HDD-STD TO WX-DD-HDD-STD.
005410     MOVE WS-RUN-CDD-STD TO WX-DD-CDD-STD.
005420     MOVE WS-RUN-GDD-STD TO WX-DD-GDD-STD.
005430     MOVE WX-DEGDAY-RECORD TO WS-DD-ROW(WS-DD-SUB).
005440     MOVE WX-DD-STA-ID TO WS-PREV-STA-ID.
005450     MOVE WS-ROW-YYYYMM TO WS-PREV-YYYYMM.
005460     MOVE WS-HEAT-SEASON TO WS-PREV-HEAT-SEASON.
005470     MOVE WS-COOL-SEASON TO WS-PREV-COOL-SEASON.
005480     MOVE WS-GROW-SEASON TO WS-PREV-GROW-SEASON.
005490 3410-EXIT.
005500     EXIT.
005510*-----------------------------------------------------
005520* 3600-REWRITE-FILE
005530*-----------------------------------------------------
005540 3600-REWRITE-FILE.
005550     OPEN OUTPUT DEGDAY-FILE.
005560     IF NOT WS-DEGDAY-FILE-OK
005570        DISPLAY '*** DEGDAY.DAT OPEN FAILED - DEGREE DAYS '
005580                'NOT POSTED ***'
005590        GO TO 3600-EXIT.
005600     PERFORM 3610-WRITE-ONE-ROW THRU 3610-EXIT
005610         VARYING WS-DD-SUB FROM 1 BY 1
005620         UNTIL WS-DD-SUB > WS-DD-COUNT
005630            OR NOT WS-DEGDAY-FILE-OK.
005640     CLOSE DEGDAY-FILE.
005650     IF NOT WS-DEGDAY-FILE-OK
005660        DISPLAY '*** DEGDAY.DAT WRITE FAILED - ACCUMULATION '
005670                'INCOMPLETE ***'.
005680 3600-EXIT.
005690     EXIT.
005700 3610-WRITE-ONE-ROW.
005710     MOVE WS-DD-ROW(WS-DD-SUB) TO WX-DEGDAY-RECORD.
005720     WRITE WX-DEGDAY-RECORD.
005730 3610-EXIT.
005740     EXIT.
005750*-----------------------------------------------------
005760* 5000-WRITE-REPORT
005770* DEGDAY.RPT: every station's rows for the seven days
005780* ending LK-REPORT-DATE, grouped under a station
005790* heading, with the day's values and the month- and
005800* season-to-date totals through that day.
005810*-----------------------------------------------------
005820 5000-WRITE-REPORT.
005830     IF LK-REPORT-DATE = 0
005840        GO TO 5000-EXIT.
005850     COMPUTE WS-DATE-INT =
005860         FUNCTION INTEGER-OF-DATE(LK-REPORT-DATE) - 6.
005870     COMPUTE WS-FROM-DATE =
005880         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
005890     SET WS-NOT-EOF TO TRUE.
005900     OPEN INPUT DEGDAY-FILE.
005910     IF NOT WS-DEGDAY-FILE-OK
005920        DISPLAY '*** DEGDAY.DAT NOT FOUND - DEGDAY.RPT NOT '
005930                'WRITTEN ***'
005940        GO TO 5000-EXIT.
005950     OPEN OUTPUT DEGDAY-REPORT-FILE.
005960     IF NOT WS-REPORT-FILE-OK
005970        DISPLAY '*** DEGDAY.RPT OPEN FAILED ***'
005980        CLOSE DEGDAY-FILE
005990        GO TO 5000-EXIT.
006000     MOVE LK-REPORT-DATE TO WS-DH-DATE.
006010     WRITE DEGDAY-LINE FROM WS-DD-HEADING.
006020     MOVE WS-HDD-BASE TO WS-DB-HDD.
006030     MOVE WS-CDD-BASE TO WS-DB-CDD.
006040     MOVE WS-GDD-BASE TO WS-DB-GDD.
006050     MOVE WS-GDD-CAP TO WS-DB-CAP.
006060     WRITE DEGDAY-LINE FROM WS-DD-BASES.
006070     MOVE 'E = DAY BUILT LARGELY FROM ESTIMATED HOURS'
006080       TO DEGDAY-LINE.
006090     WRITE DEGDAY-LINE.
006100     MOVE SPACES TO WS-RPT-STA-ID.
006110     PERFORM 5100-REPORT-ONE-ROW THRU 5100-EXIT
006120         UNTIL WS-EOF
006130            OR NOT WS-REPORT-FILE-OK.
006140     CLOSE DEGDAY-FILE.
006150     CLOSE DEGDAY-REPORT-FILE.
006160     IF NOT WS-REPORT-FILE-OK
006170        DISPLAY '*** DEGDAY.RPT WRITE FAILED - REPORT '
006180                'INCOMPLETE ***'
006190        GO TO 5000-EXIT.
006200     SET LK-DEGDAY-OK TO TRUE.
006210 5000-EXIT.
006220     EXIT.
006230 5100-REPORT-ONE-ROW.
006240     READ DEGDAY-FILE
006250         AT END
006260             SET WS-EOF TO TRUE
006270             GO TO 5100-EXIT.
006280     IF WX-DD-OBS-DATE NOT NUMERIC
006290        OR WX-DD-OBS-DATE < WS-FROM-DATE
006300        OR WX-DD-OBS-DATE > LK-REPORT-DATE
006310        GO TO 5100-EXIT.
006320     IF WX-DD-STA-ID NOT = WS-RPT-STA-ID
006330        PERFORM 5200-STATION-HEADING THRU 5200-EXIT.
006340     MOVE WX-DD-OBS-DATE TO WS-DL-DATE.
006350     MOVE WX-DD-HDD      TO WS-DL-HDD.
006360     MOVE WX-DD-CDD      TO WS-DL-CDD.
006370     MOVE WX-DD-GDD      TO WS-DL-GDD.
006380     MOVE WX-DD-HDD-MTD  TO WS-DL-HDD-MTD.
006390     MOVE WX-DD-CDD-MTD  TO WS-DL-CDD-MTD.
006400     MOVE WX-DD-GDD-MTD  TO WS-DL-GDD-MTD.
006410     MOVE WX-DD-HDD-STD  TO WS-DL-HDD-STD.
006420     MOVE WX-DD-CDD-STD  TO WS-DL-CDD-STD.
006430     MOVE WX-DD-GDD-STD  TO WS-DL-GDD-STD.
006440     MOVE WX-DD-EST-FLAG TO WS-DL-FLAG.
006450     WRITE DEGDAY-LINE FROM WS-DD-DETAIL.
006460     ADD 1 TO LK-DAY-COUNT.
006470 5100-EXIT.
006480     EXIT.
006490*-----------------------------------------------------
006500* 5200-STATION-HEADING
006510* The station's id and master name over its column
006520* heading; a station no longer on the master prints
006530* without a name.
006540*-----------------------------------------------------
006550 5200-STATION-HEADING.
006560     MOVE WX-DD-STA-ID TO WS-RPT-STA-ID.
006570     MOVE SPACES TO WS-STA-NAME.
006580     PERFORM 5210-MATCH-STATION THRU 5210-EXIT
006590         VARYING WS-STA-SUB FROM 1 BY 1
006600         UNTIL WS-STA-SUB > WX-STATION-COUNT.
006610     MOVE SPACES TO DEGDAY-LINE.
006620     WRITE DEGDAY-LINE.
006630     MOVE WS-RPT-STA-ID TO WS-DS-ID.
006640     MOVE WS-STA-NAME TO WS-DS-NAME.
006650     WRITE DEGDAY-LINE FROM WS-DD-STATION-LINE.
006660     MOVE 'DATE       HDD   CDD   GDD HDD-MTD CDD-MTD GDD-MTD'
006670       TO DEGDAY-LINE.
006680     MOVE ' HDD-STD CDD-STD GDD-STD E' TO DEGDAY-LINE(51:26).
006690     WRITE DEGDAY-LINE.
006700 5200-EXIT.
006710     EXIT.
006720 5210-MATCH-STATION.
006730     IF WX-STA-ID(WS-STA-SUB) = WS-RPT-STA-ID
006740        MOVE WX-STA-NAME(WS-STA-SUB) TO WS-STA-NAME.
006750 5210-EXIT.
006760     EXIT.
