000100*****************************************************
000110* Program name: PROFMNTH
000120* Author:       D. Feltz, Applications Programming
000130* Installation: Deskware, Inc. - Weather Ops
000140* Date-Written: 05/10/2001
000150* Date-Compiled:
000160*-----------------------------------------------------
000170* Month-end station climatological summary.  Prints
000180* one summary form per active station on STATIONS.MST
000190* to STACLIM.RPT from the per-station daily history
000200* (DAYHIST.DAT, posted nightly by PROFBTCH through
000210* WXDYHIST): a line for every day of the month, the
000220* monthly means and extremes, the days at or below
000230* freezing, the days with measurable precipitation
000240* and a completeness figure.
000250*
000260* MNTHSUM.PRM gives the month as YYYYMM in columns
000270* 1-6; absent or blank, the calendar month before the
000280* run date is summarised.
000290*
000300* MNTHSUM.CFG (optional, 7 characters) sets what makes
000310* a day count: the fewest temperature hours a complete
000320* day needs (default 18), the percentage of a day's
000330* reported hours that may be estimated before the day
000340* is flagged (default 50), and the most missing or
000350* estimated days a month may have before its form is
000360* stamped INCOMPLETE (default 5).
000370*
000380* A day with no history record, or with fewer than the
000390* complete-day temperature hours, is flagged M; one
000400* built largely from estimated hours is flagged E.
000410* The monthly means and extremes are taken over the
000420* days that reported each figure, flagged or not.
000430*
000440* Ends with RETURN-CODE 8 when STATIONS.MST or
000450* DAYHIST.DAT is missing, MNTHSUM.PRM does not give a
000460* valid month or STACLIM.RPT cannot be written.
000470*
000480* Copyright 2001 Deskware, Inc.
000490*
000500* Modification History
000510* 05/10/2001 DF   Original program.
000512* 05/14/2001 DF   DAYHIST.DAT record now carries the hour
000514*                 codes (85 bytes).
000520*****************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. PROFMNTH.
000550 AUTHOR. D. FELTZ.
000560 INSTALLATION. DESKWARE-INC.
000570 DATE-WRITTEN. 05/10/2001.
000580 DATE-COMPILED.
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER. GENERIC.
000620 OBJECT-COMPUTER. GENERIC.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT MONTH-PARM-FILE ASSIGN DYNAMIC WS-PRM-FILE-NAME
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-PRM-FILE-STATUS.
000680     SELECT MONTH-CFG-FILE ASSIGN DYNAMIC WS-CFG-FILE-NAME
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CFG-FILE-STATUS.
000710     SELECT DAYHIST-FILE ASSIGN DYNAMIC WS-DAYHIST-FILE-NAME
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-DAYHIST-FILE-STATUS.
000740     SELECT STACLIM-REPORT-FILE
000750         ASSIGN DYNAMIC WS-REPORT-FILE-NAME
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-REPORT-FILE-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  MONTH-PARM-FILE
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  PRM-RECORD.
000830    05  PRM-MONTH  PIC X(6).
000840    05  FILLER     PIC X(74).
000850 FD  MONTH-CFG-FILE
000860     RECORD CONTAINS 7 CHARACTERS.
000870 01  MC-RECORD.
000880    05  MC-MIN-TEMP-HOURS  PIC 99.
000890    05  MC-EST-LIMIT       PIC 999.
000900    05  MC-MAX-BAD-DAYS    PIC 99.
000910 FD  DAYHIST-FILE
000920     RECORD CONTAINS 85 CHARACTERS.
000930 01  DAYHIST-FILE-RECORD  PIC X(85).
000940 FD  STACLIM-REPORT-FILE
000950     RECORD CONTAINS 80 CHARACTERS.
000960 01  STACLIM-LINE  PIC X(80).
000970 WORKING-STORAGE SECTION.
000980 COPY WXSTAT.
000990 COPY WXDYHST.
001000 01  WS-PRM-FILE-NAME      PIC X(40) VALUE 'MNTHSUM.PRM'.
001010 01  WS-PRM-FILE-STATUS    PIC XX.
001020    88  WS-PRM-FILE-OK        VALUE '00'.
001030 01  WS-CFG-FILE-NAME      PIC X(40) VALUE 'MNTHSUM.CFG'.
001040 01  WS-CFG-FILE-STATUS    PIC XX.
001050    88  WS-CFG-FILE-OK        VALUE '00'.
001060 01  WS-DAYHIST-FILE-NAME  PIC X(40) VALUE 'DAYHIST.DAT'.
001070 01  WS-DAYHIST-FILE-STATUS  PIC XX.
001080    88  WS-DAYHIST-FILE-OK    VALUE '00'.
001090 01  WS-REPORT-FILE-NAME   PIC X(40) VALUE 'STACLIM.RPT'.
001100 01  WS-REPORT-FILE-STATUS  PIC XX.
001110    88  WS-REPORT-FILE-OK     VALUE '00'.
001120 01  WS-EOF-SWITCH  PIC X VALUE 'N'.
001130    88  WS-EOF      VALUE 'Y'.
001140    88  WS-NOT-EOF  VALUE 'N'.
001150 01  WS-MSTR-RETURN-STATUS  PIC X.
001160    88  WS-MSTR-OK  VALUE 'Y'.
001170 01  WS-PRM-VALID-SW  PIC X VALUE 'Y'.
001180    88  WS-PRM-VALID      VALUE 'Y'.
001190    88  WS-PRM-NOT-VALID  VALUE 'N'.
001200*-----------------------------------------------------
001210* What makes a day count, from MNTHSUM.CFG.
001220*-----------------------------------------------------
001230 01  WS-MIN-TEMP-HOURS  PIC 99   VALUE 18.
001240 01  WS-EST-LIMIT       PIC 999  VALUE 50.
001250 01  WS-MAX-BAD-DAYS    PIC 99   VALUE 5.
001260*-----------------------------------------------------
001270* The month summarised and its length.
001280*-----------------------------------------------------
001290 01  WS-RUN-DATE.
001300    05  WS-RUN-YEAR   PIC 9(4).
001310    05  WS-RUN-MONTH  PIC 99.
001320    05  WS-RUN-DAY    PIC 99.
001330 01  WS-SUM-YYYYMM.
001340    05  WS-SUM-YEAR   PIC 9(4).
001350    05  WS-SUM-MONTH  PIC 99.
001360 01  WS-SUM-YYYYMM-N REDEFINES WS-SUM-YYYYMM  PIC 9(6).
001370 01  WS-MONTH-DAYS  PIC 99.
001380 01  WS-LEAP-QUOT   PIC 9(4).
001390 01  WS-LEAP-REM-4    PIC 9(3).
001400 01  WS-LEAP-REM-100  PIC 9(3).
001410 01  WS-LEAP-REM-400  PIC 9(3).
001420 01  WS-MONTH-LENGTHS.
001430    05  FILLER  PIC X(24) VALUE '312831303130313130313031'.
001440 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
001450    05  WS-MONTH-LENGTH OCCURS 12 TIMES PIC 99.
001460*-----------------------------------------------------
001470* The month's history, one row per master station and
001480* day of the month; a row still at spaces is a day the
001490* station has no record for.
001500*-----------------------------------------------------
001510 01  WS-MONTH-TABLE.
001520    05  WS-MON-STATION OCCURS 20 TIMES.
001530       10  WS-MON-DAY OCCURS 31 TIMES  PIC X(85).
001540 01  WS-REC-DATE   PIC 9(8).
001550 01  WS-REC-DATE-PARTS REDEFINES WS-REC-DATE.
001560    05  WS-REC-YYYYMM  PIC 9(6).
001570    05  WS-REC-DD      PIC 99.
001580 01  WS-LAST-STA-ID   PIC X(8).
001590 01  WS-LAST-STA-SUB  PIC S9(4) COMP.
001600 01  WS-STA-SUB    PIC S9(4) COMP.
001610 01  WS-STA-SUB-J  PIC S9(4) COMP.
001620 01  WS-DAY-SUB    PIC S9(4) COMP.
001630 01  WS-LOADED-COUNT  PIC 9(5) VALUE 0.
001640*-----------------------------------------------------
001650* One station's month, built up day by day.
001660*-----------------------------------------------------
001670 01  WS-DAY-FLAG      PIC X.
001680 01  WS-REPORTED-HOURS  PIC 99.
001690 01  WS-TEMP-DAYS     PIC 99.
001700 01  WS-PRESS-DAYS    PIC 99.
001710 01  WS-WIND-DAYS     PIC 99.
001720 01  WS-SUM-MAX       PIC S9(5).
001730 01  WS-SUM-MIN       PIC S9(5).
001740 01  WS-SUM-MEAN      PIC S9(5)V9.
001750 01  WS-SUM-PRESS     PIC 9(5)V99.
001760 01  WS-SUM-WIND      PIC 9(5)V9.
001770 01  WS-HIGH-TEMP     PIC S999.
001780 01  WS-HIGH-DATE     PIC 9(8).
001790 01  WS-LOW-TEMP      PIC S999.
001800 01  WS-LOW-DATE      PIC 9(8).
001810 01  WS-PEAK-WIND     PIC 999.
001820 01  WS-PEAK-DIR      PIC 999.
001830 01  WS-PEAK-DATE     PIC 9(8).
001840 01  WS-PEAK-SEEN-SW  PIC X.
001850    88  WS-PEAK-SEEN      VALUE 'Y'.
001860    88  WS-PEAK-NOT-SEEN  VALUE 'N'.
001870 01  WS-PRECIP-TOTAL  PIC 999V99.
001880 01  WS-PRECIP-MOST   PIC 99V99.
001890 01  WS-PRECIP-DATE   PIC 9(8).
001900 01  WS-PRECIP-DAYS   PIC 99.
001910 01  WS-MAX-FREEZE-DAYS  PIC 99.
001920 01  WS-MIN-FREEZE-DAYS  PIC 99.
001930 01  WS-COMPLETE-DAYS    PIC 99.
001940 01  WS-MISSING-DAYS     PIC 99.
001950 01  WS-ESTIMATED-DAYS   PIC 99.
001960 01  WS-BAD-DAYS         PIC 99.
001970 01  WS-OBS-HOURS        PIC 9(4).
001980 01  WS-OBS-PCT          PIC 999V9.
001990 01  WS-MEAN-WORK        PIC S999V9.
002000*-----------------------------------------------------
002010* Run totals.
002020*-----------------------------------------------------
002030 01  WS-FORM-COUNT        PIC 9(4) VALUE 0.
002040 01  WS-INCOMPLETE-COUNT  PIC 9(4) VALUE 0.
002050*-----------------------------------------------------
002060* STACLIM.RPT lines.
002070*-----------------------------------------------------
002080 01  WS-SC-RULE  PIC X(80) VALUE ALL '='.
002090 01  WS-SC-TITLE.
002100    05  FILLER     PIC X(39) VALUE
002110             'MONTHLY STATION CLIMATOLOGICAL SUMMARY '.
002120    05  FILLER     PIC X(6)  VALUE 'MONTH '.
002130    05  WS-ST-YEAR   PIC 9(4).
002140    05  FILLER       PIC X VALUE '/'.
002150    05  WS-ST-MONTH  PIC 99.
002160 01  WS-SC-STATION.
002170    05  FILLER       PIC X(8) VALUE 'STATION '.
002180    05  WS-SS-ID     PIC X(8).
002190    05  FILLER       PIC X VALUE SPACE.
002200    05  WS-SS-NAME   PIC X(20).
002210    05  FILLER       PIC X VALUE SPACE.
002220    05  WS-SS-LOCATION  PIC X(20).
002230 01  WS-SC-DETAIL.
002240    05  WS-SD-DATE      PIC 9(8).
002250    05  FILLER          PIC X VALUE SPACE.
002260    05  WS-SD-TEMPS.
002270       10  WS-SD-MAX    PIC ---9.
002280       10  FILLER       PIC X VALUE SPACE.
002290       10  WS-SD-MIN    PIC ---9.
002300       10  FILLER       PIC X VALUE SPACE.
002310       10  WS-SD-MEAN   PIC ---9.9.
002320    05  FILLER          PIC X VALUE SPACE.
002330    05  WS-SD-PRESS-GRP.
002340       10  WS-SD-PRESS  PIC Z9.99.
002350    05  FILLER          PIC X VALUE SPACE.
002360    05  WS-SD-WINDS.
002370       10  WS-SD-WIND   PIC ZZ9.9.
002380       10  FILLER       PIC X VALUE SPACE.
002390       10  WS-SD-PEAK   PIC ZZ9.
002400       10  WS-SD-SLASH  PIC X.
002410       10  WS-SD-DIR    PIC X(3).
002420    05  FILLER          PIC X VALUE SPACE.
002430    05  WS-SD-PRECIP-GRP.
002440       10  WS-SD-PRECIP PIC Z9.99.
002450    05  FILLER          PIC X VALUE SPACE.
002460    05  WS-SD-OBS       PIC Z9.
002470    05  FILLER          PIC X VALUE SPACE.
002480    05  WS-SD-EST       PIC Z9.
002490    05  FILLER          PIC X VALUE SPACE.
002500    05  WS-SD-COR       PIC Z9.
002510    05  FILLER          PIC X VALUE SPACE.
002520    05  WS-SD-FLAG      PIC X.
002530 01  WS-SD-NO-REPORT REDEFINES WS-SC-DETAIL.
002540    05  FILLER          PIC X(9).
002550    05  WS-SN-TEXT      PIC X(52).
002560    05  WS-SN-FLAG      PIC X.
002570 01  WS-EDIT-DIR  PIC ZZ9.
002580 01  WS-SC-MEANS.
002590    05  FILLER          PIC X(18) VALUE 'MONTHLY MEANS  MAX'.
002600    05  WS-SM-TEMPS.
002610       10  WS-SM-MAX    PIC ---9.9.
002620       10  FILLER       PIC X(5) VALUE '  MIN'.
002630       10  WS-SM-MIN    PIC ---9.9.
002640       10  FILLER       PIC X(6) VALUE '  MEAN'.
002650       10  WS-SM-MEAN   PIC ---9.9.
002660    05  FILLER          PIC X(7) VALUE '  PRESS'.
002670    05  WS-SM-PRESS-GRP.
002680       10  FILLER       PIC X VALUE SPACE.
002690       10  WS-SM-PRESS  PIC Z9.99.
002700    05  FILLER          PIC X(6) VALUE '  WIND'.
002710    05  WS-SM-WIND-GRP.
002720       10  FILLER       PIC X VALUE SPACE.
002730       10  WS-SM-WIND   PIC ZZ9.9.
002740 01  WS-SC-EXTREMES.
002750    05  FILLER          PIC X(8) VALUE 'HIGHEST '.
002760    05  WS-SX-HIGH      PIC ---9.
002770    05  FILLER          PIC X(4) VALUE ' ON '.
002780    05  WS-SX-HIGH-DATE PIC 9(8).
002790    05  FILLER          PIC X(10) VALUE '   LOWEST '.
002800    05  WS-SX-LOW       PIC ---9.
002810    05  FILLER          PIC X(4) VALUE ' ON '.
002820    05  WS-SX-LOW-DATE  PIC 9(8).
002830 01  WS-SC-PEAK.
002840    05  FILLER          PIC X(10) VALUE 'PEAK WIND '.
002850    05  WS-SP-WIND      PIC ZZ9.
002860    05  FILLER          PIC X(6) VALUE ' FROM '.
002870    05  WS-SP-DIR       PIC X(3).
002880    05  FILLER          PIC X(4) VALUE ' ON '.
002890    05  WS-SP-DATE      PIC 9(8).
002900 01  WS-SC-PRECIP.
002910    05  FILLER          PIC X(13) VALUE 'TOTAL PRECIP '.
002920    05  WS-SR-TOTAL     PIC ZZ9.99.
002930    05  FILLER          PIC X(16) VALUE '   GREATEST DAY '.
002940    05  WS-SR-MOST      PIC Z9.99.
002950    05  FILLER          PIC X(4) VALUE ' ON '.
002960    05  WS-SR-DATE      PIC 9(8).
002970 01  WS-SC-DAYS.
002980    05  FILLER          PIC X(22) VALUE
002990             'DAYS  MAX 32F OR BELOW'.
003000    05  WS-SY-MAX-FREEZE  PIC ZZ9.
003010    05  FILLER          PIC X(19) VALUE
003020             '   MIN 32F OR BELOW'.
003030    05  WS-SY-MIN-FREEZE  PIC ZZ9.
003040    05  FILLER          PIC X(22) VALUE
003050             '   PRECIP .01 OR MORE'.
003060    05  WS-SY-PRECIP    PIC ZZ9.
003070 01  WS-SC-COMPLETE.
003080    05  FILLER          PIC X(14) VALUE 'COMPLETE DAYS '.
003090    05  WS-SK-COMPLETE  PIC Z9.
003100    05  FILLER          PIC X(4) VALUE ' OF '.
003110    05  WS-SK-DAYS      PIC 99.
003120    05  FILLER          PIC X(11) VALUE '  MISSING '.
003130    05  WS-SK-MISSING   PIC Z9.
003140    05  FILLER          PIC X(13) VALUE '  ESTIMATED '.
003150    05  WS-SK-ESTIMATED PIC Z9.
003160    05  FILLER          PIC X(16) VALUE '  HOURS OBSERVED'.
003170    05  WS-SK-PCT       PIC ZZ9.9.
003180    05  FILLER          PIC X VALUE '%'.
003190 PROCEDURE DIVISION.
003200*-----------------------------------------------------
003210* 0000-MAINLINE
003220*-----------------------------------------------------
003230 0000-MAINLINE.
003240     DISPLAY 'PROFMNTH - MONTHLY STATION CLIMATOLOGICAL '
003250             'SUMMARY'.
003260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003270     PERFORM 0100-READ-PARM THRU 0100-EXIT.
003280     IF WS-PRM-NOT-VALID
003290        DISPLAY '*** MNTHSUM.PRM MONTH NOT VALID - NO '
003300                'SUMMARY ***'
003310        MOVE 8 TO RETURN-CODE
003320        GO TO 0000-EXIT.
003330     PERFORM 0200-READ-CONFIG THRU 0200-EXIT.
003340     PERFORM 0300-MONTH-LENGTH THRU 0300-EXIT.
003350     DISPLAY 'MONTH: ' WS-SUM-YYYYMM ' (' WS-MONTH-DAYS
003360             ' DAYS)'.
003370     CALL 'WXSTAMST' USING WX-STATION-COUNT
003380                           WX-STATION-TABLE
003390                           'L'
003400                           WS-MSTR-RETURN-STATUS.
003410     IF NOT WS-MSTR-OK
003420        DISPLAY '*** STATIONS.MST NOT FOUND - NO SUMMARY ***'
003430        MOVE 8 TO RETURN-CODE
003440        GO TO 0000-EXIT.
003450     PERFORM 1000-LOAD-MONTH THRU 1000-EXIT.
003460     IF NOT WS-DAYHIST-FILE-OK
003470        DISPLAY '*** DAYHIST.DAT NOT FOUND - NO SUMMARY ***'
003480        MOVE 8 TO RETURN-CODE
003490        GO TO 0000-EXIT.
003500     OPEN OUTPUT STACLIM-REPORT-FILE.
003510     IF NOT WS-REPORT-FILE-OK
003520        DISPLAY '*** STACLIM.RPT OPEN FAILED ***'
003530        MOVE 8 TO RETURN-CODE
003540        GO TO 0000-EXIT.
003550     PERFORM 2000-REPORT-STATION THRU 2000-EXIT
003560         VARYING WS-STA-SUB FROM 1 BY 1
003570         UNTIL WS-STA-SUB > WX-STATION-COUNT
003580            OR NOT WS-REPORT-FILE-OK.
003590     CLOSE STACLIM-REPORT-FILE.
003600     IF NOT WS-REPORT-FILE-OK
003610        DISPLAY '*** STACLIM.RPT WRITE FAILED - REPORT '
003620                'INCOMPLETE ***'
003630        MOVE 8 TO RETURN-CODE
003640        GO TO 0000-EXIT.
003650     DISPLAY WS-FORM-COUNT ' STATION FORM(S), '
003660             WS-INCOMPLETE-COUNT ' INCOMPLETE, FROM '
003670             WS-LOADED-COUNT ' DAY RECORD(S)'.
003680 0000-EXIT.
003690     STOP RUN.
003700*-----------------------------------------------------
003710* 0100-READ-PARM
003720* The month from MNTHSUM.PRM, or the calendar month
003730* before the run date when there is none.
003740*-----------------------------------------------------
003750 0100-READ-PARM.
003760     MOVE WS-RUN-YEAR TO WS-SUM-YEAR.
003770     MOVE WS-RUN-MONTH TO WS-SUM-MONTH.
003780     IF WS-SUM-MONTH = 1
003790        MOVE 12 TO WS-SUM-MONTH
003800        SUBTRACT 1 FROM WS-SUM-YEAR
003810     ELSE
003820        SUBTRACT 1 FROM WS-SUM-MONTH.
003830     OPEN INPUT MONTH-PARM-FILE.
003840     IF NOT WS-PRM-FILE-OK
003850        GO TO 0100-EXIT.
003860     READ MONTH-PARM-FILE
003870         AT END
003880             GO TO 0100-CLOSE.
003890     IF PRM-MONTH = SPACES
003900        GO TO 0100-CLOSE.
003910     IF PRM-MONTH NOT NUMERIC
003920        SET WS-PRM-NOT-VALID TO TRUE
003930        GO TO 0100-CLOSE.
003940     MOVE PRM-MONTH TO WS-SUM-YYYYMM.
003950     IF WS-SUM-MONTH < 1 OR WS-SUM-MONTH > 12
003960        OR WS-SUM-YEAR < 1900
003970        SET WS-PRM-NOT-VALID TO TRUE.
003980 0100-CLOSE.
003990     CLOSE MONTH-PARM-FILE.
004000 0100-EXIT.
004010     EXIT.
004020*-----------------------------------------------------
004030* 0200-READ-CONFIG
004040* MNTHSUM.CFG overrides a default only where its field
004050* is numeric and sensible.
004060*-----------------------------------------------------
004070 0200-READ-CONFIG.
004080     OPEN INPUT MONTH-CFG-FILE.
004090     IF NOT WS-CFG-FILE-OK
004100        GO TO 0200-EXIT.
004110     READ MONTH-CFG-FILE
004120         AT END
004130             GO TO 0200-CLOSE.
004140     IF MC-MIN-TEMP-HOURS NUMERIC
004150        AND MC-MIN-TEMP-HOURS > 0
004160        AND MC-MIN-TEMP-HOURS NOT > 24
004170        MOVE MC-MIN-TEMP-HOURS TO WS-MIN-TEMP-HOURS.
004180     IF MC-EST-LIMIT NUMERIC
004190        AND MC-EST-LIMIT NOT > 100
004200        MOVE MC-EST-LIMIT TO WS-EST-LIMIT.
004210     IF MC-MAX-BAD-DAYS NUMERIC
004220        AND MC-MAX-BAD-DAYS NOT > 31
004230        MOVE MC-MAX-BAD-DAYS TO WS-MAX-BAD-DAYS.
004240 0200-CLOSE.
004250     CLOSE MONTH-CFG-FILE.
004260 0200-EXIT.
004270     EXIT.
004280*-----------------------------------------------------
004290* 0300-MONTH-LENGTH
004300* February has 29 days in a year divisible by 4, save
004310* a century year not divisible by 400.
004320*-----------------------------------------------------
004330 0300-MONTH-LENGTH.
004340     MOVE WS-MONTH-LENGTH(WS-SUM-MONTH) TO WS-MONTH-DAYS.
004350     IF WS-SUM-MONTH NOT = 2
004360        GO TO 0300-EXIT.
004370     DIVIDE WS-SUM-YEAR BY 4 GIVING WS-LEAP-QUOT
004380         REMAINDER WS-LEAP-REM-4.
004390     DIVIDE WS-SUM-YEAR BY 100 GIVING WS-LEAP-QUOT
004400         REMAINDER WS-LEAP-REM-100.
004410     DIVIDE WS-SUM-YEAR BY 400 GIVING WS-LEAP-QUOT
004420         REMAINDER WS-LEAP-REM-400.
004430     IF WS-LEAP-REM-4 = 0
004440        AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
004450        MOVE 29 TO WS-MONTH-DAYS.
004460 0300-EXIT.
004470     EXIT.
004480*-----------------------------------------------------
004490* 1000-LOAD-MONTH
004500* One pass of DAYHIST.DAT, keeping the month's records
004510* for stations on the master.  The file is in station
004520* order, so the last station matched is kept.
004530*-----------------------------------------------------
004540 1000-LOAD-MONTH.
004550     MOVE SPACES TO WS-MONTH-TABLE.
004560     MOVE SPACES TO WS-LAST-STA-ID.
004570     MOVE 0 TO WS-LAST-STA-SUB.
004580     OPEN INPUT DAYHIST-FILE.
004590     IF NOT WS-DAYHIST-FILE-OK
004600        GO TO 1000-EXIT.
004610     SET WS-NOT-EOF TO TRUE.
004620     PERFORM 1100-LOAD-ONE-RECORD THRU 1100-EXIT
004630         UNTIL WS-EOF.
004640     CLOSE DAYHIST-FILE.
004650     MOVE '00' TO WS-DAYHIST-FILE-STATUS.
004660 1000-EXIT.
004670     EXIT.
004680 1100-LOAD-ONE-RECORD.
004690     READ DAYHIST-FILE INTO WX-DAYHIST-RECORD
004700         AT END
004710             SET WS-EOF TO TRUE
004720             GO TO 1100-EXIT.
004730     IF WX-DYH-OBS-DATE NOT NUMERIC
004740        GO TO 1100-EXIT.
004750     MOVE WX-DYH-OBS-DATE TO WS-REC-DATE.
004760     IF WS-REC-YYYYMM NOT = WS-SUM-YYYYMM-N
004770        OR WS-REC-DD < 1
004780        OR WS-REC-DD > WS-MONTH-DAYS
004790        GO TO 1100-EXIT.
004800     IF WX-DYH-STA-ID NOT = WS-LAST-STA-ID
004810        MOVE WX-DYH-STA-ID TO WS-LAST-STA-ID
004820        MOVE 0 TO WS-LAST-STA-SUB
004830        PERFORM 1110-MATCH-STATION THRU 1110-EXIT
004840            VARYING WS-STA-SUB-J FROM 1 BY 1
004850            UNTIL WS-STA-SUB-J > WX-STATION-COUNT
004860               OR WS-LAST-STA-SUB > 0.
004870     IF WS-LAST-STA-SUB = 0
004880        GO TO 1100-EXIT.
004890     MOVE WX-DAYHIST-RECORD
004900       TO WS-MON-DAY(WS-LAST-STA-SUB WS-REC-DD).
004910     ADD 1 TO WS-LOADED-COUNT.
004920 1100-EXIT.
004930     EXIT.
004940 1110-MATCH-STATION.
004950     IF WX-STA-ID(WS-STA-SUB-J) = WS-LAST-STA-ID
004960        MOVE WS-STA-SUB-J TO WS-LAST-STA-SUB.
004970 1110-EXIT.
004980     EXIT.
004990*-----------------------------------------------------
005000* 2000-REPORT-STATION
005010* One active station's form: heading, a line per day
005020* of the month, then the month's summary.
005030*-----------------------------------------------------
005040 2000-REPORT-STATION.
005050     IF NOT WX-STA-ACTIVE(WS-STA-SUB)
005060        GO TO 2000-EXIT.
005070     PERFORM 2100-STATION-HEADING THRU 2100-EXIT.
005080     MOVE 0 TO WS-TEMP-DAYS WS-PRESS-DAYS WS-WIND-DAYS.
005090     MOVE 0 TO WS-SUM-MAX WS-SUM-MIN WS-SUM-MEAN.
005100     MOVE 0 TO WS-SUM-PRESS WS-SUM-WIND.
005110     MOVE 0 TO WS-HIGH-TEMP WS-HIGH-DATE.
005120     MOVE 0 TO WS-LOW-TEMP WS-LOW-DATE.
005130     MOVE 0 TO WS-PEAK-WIND WS-PEAK-DATE.
005140     MOVE 999 TO WS-PEAK-DIR.
005150     SET WS-PEAK-NOT-SEEN TO TRUE.
005160     MOVE 0 TO WS-PRECIP-TOTAL WS-PRECIP-MOST.
005170     MOVE 0 TO WS-PRECIP-DATE WS-PRECIP-DAYS.
005180     MOVE 0 TO WS-MAX-FREEZE-DAYS WS-MIN-FREEZE-DAYS.
005190     MOVE 0 TO WS-COMPLETE-DAYS WS-MISSING-DAYS.
005200     MOVE 0 TO WS-ESTIMATED-DAYS WS-OBS-HOURS.
005210     PERFORM 2200-DAY-LINE THRU 2200-EXIT
005220         VARYING WS-DAY-SUB FROM 1 BY 1
005230         UNTIL WS-DAY-SUB > WS-MONTH-DAYS.
005240     PERFORM 2300-MONTH-SUMMARY THRU 2300-EXIT.
005250     ADD 1 TO WS-FORM-COUNT.
005260 2000-EXIT.
005270     EXIT.
005280 2100-STATION-HEADING.
005290     WRITE STACLIM-LINE FROM WS-SC-RULE.
005300     MOVE WS-SUM-YEAR TO WS-ST-YEAR.
005310     MOVE WS-SUM-MONTH TO WS-ST-MONTH.
005320     WRITE STACLIM-LINE FROM WS-SC-TITLE.
005330     MOVE WX-STA-ID(WS-STA-SUB) TO WS-SS-ID.
005340     MOVE WX-STA-NAME(WS-STA-SUB) TO WS-SS-NAME.
005350     MOVE WX-STA-LOCATION(WS-STA-SUB) TO WS-SS-LOCATION.
005360     WRITE STACLIM-LINE FROM WS-SC-STATION.
005370     MOVE SPACES TO STACLIM-LINE.
005380     WRITE STACLIM-LINE.
005390     MOVE 'DATE      MAX  MIN   MEAN PRESS  WIND  PK/DIR'
005400       TO STACLIM-LINE.
005410     MOVE '  PRCP  O  E  C F' TO STACLIM-LINE(46:17).
005420     WRITE STACLIM-LINE.
005430 2100-EXIT.
005440     EXIT.
005450*-----------------------------------------------------
005460* 2200-DAY-LINE
005470* A day's line, flagged M when it has no record or too
005480* few temperature hours and E when largely estimated;
005490* a figure with no hours behind it prints blank.
005500*-----------------------------------------------------
005510 2200-DAY-LINE.
005520     MOVE WS-SUM-YYYYMM-N TO WS-REC-YYYYMM.
005530     MOVE WS-DAY-SUB TO WS-REC-DD.
005540     IF WS-MON-DAY(WS-STA-SUB WS-DAY-SUB) = SPACES
005550        MOVE SPACES TO WS-SC-DETAIL
005560        MOVE WS-REC-DATE TO WS-SD-DATE
005570        MOVE 'NO REPORT' TO WS-SN-TEXT
005580        MOVE 'M' TO WS-SN-FLAG
005590        WRITE STACLIM-LINE FROM WS-SC-DETAIL
005600        ADD 1 TO WS-MISSING-DAYS
005610        GO TO 2200-EXIT.
005620     MOVE WS-MON-DAY(WS-STA-SUB WS-DAY-SUB)
005630       TO WX-DAYHIST-RECORD.
005640     MOVE SPACE TO WS-DAY-FLAG.
005650     COMPUTE WS-REPORTED-HOURS = WX-DYH-OBS-HOURS
005660         + WX-DYH-EST-HOURS + WX-DYH-COR-HOURS.
005670     IF WX-DYH-TEMP-HOURS < WS-MIN-TEMP-HOURS
005680        MOVE 'M' TO WS-DAY-FLAG
005690        ADD 1 TO WS-MISSING-DAYS
005700     ELSE IF WX-DYH-EST-HOURS * 100 >
005710             WS-EST-LIMIT * WS-REPORTED-HOURS
005720        MOVE 'E' TO WS-DAY-FLAG
005730        ADD 1 TO WS-ESTIMATED-DAYS
005740     ELSE
005750        ADD 1 TO WS-COMPLETE-DAYS.
005760     ADD WX-DYH-OBS-HOURS WX-DYH-COR-HOURS TO WS-OBS-HOURS.
005770     MOVE SPACES TO WS-SC-DETAIL.
005780     MOVE WX-DYH-OBS-DATE TO WS-SD-DATE.
005790     IF WX-DYH-TEMP-HOURS > 0
005800        MOVE WX-DYH-TEMP-MAX TO WS-SD-MAX
005810        MOVE WX-DYH-TEMP-MIN TO WS-SD-MIN
005820        MOVE WX-DYH-TEMP-MEAN TO WS-SD-MEAN
005830        PERFORM 2210-ADD-TEMPS THRU 2210-EXIT.
005840     IF WX-DYH-PRESS-HOURS > 0
005850        MOVE WX-DYH-PRESS-MEAN TO WS-SD-PRESS
005860        ADD 1 TO WS-PRESS-DAYS
005870        ADD WX-DYH-PRESS-MEAN TO WS-SUM-PRESS.
005880     IF WX-DYH-WIND-HOURS > 0
005890        PERFORM 2220-ADD-WIND THRU 2220-EXIT.
005900     IF WX-DYH-PRECIP-HOURS > 0
005910        PERFORM 2230-ADD-PRECIP THRU 2230-EXIT.
005920     MOVE WX-DYH-OBS-HOURS TO WS-SD-OBS.
005930     MOVE WX-DYH-EST-HOURS TO WS-SD-EST.
005940     MOVE WX-DYH-COR-HOURS TO WS-SD-COR.
005950     MOVE WS-DAY-FLAG TO WS-SD-FLAG.
005960     WRITE STACLIM-LINE FROM WS-SC-DETAIL.
005970 2200-EXIT.
005980     EXIT.
005990 2210-ADD-TEMPS.
006000     ADD 1 TO WS-TEMP-DAYS.
006010     ADD WX-DYH-TEMP-MAX TO WS-SUM-MAX.
006020     ADD WX-DYH-TEMP-MIN TO WS-SUM-MIN.
006030     ADD WX-DYH-TEMP-MEAN TO WS-SUM-MEAN.
006040     IF WS-TEMP-DAYS = 1
006050        OR WX-DYH-TEMP-MAX > WS-HIGH-TEMP
006060        MOVE WX-DYH-TEMP-MAX TO WS-HIGH-TEMP
006070        MOVE WX-DYH-OBS-DATE TO WS-HIGH-DATE.
006080     IF WS-TEMP-DAYS = 1
006090        OR WX-DYH-TEMP-MIN < WS-LOW-TEMP
006100        MOVE WX-DYH-TEMP-MIN TO WS-LOW-TEMP
006110        MOVE WX-DYH-OBS-DATE TO WS-LOW-DATE.
006120     IF WX-DYH-TEMP-MAX NOT > 32
006130        ADD 1 TO WS-MAX-FREEZE-DAYS.
006140     IF WX-DYH-TEMP-MIN NOT > 32
006150        ADD 1 TO WS-MIN-FREEZE-DAYS.
006160 2210-EXIT.
006170     EXIT.
006180 2220-ADD-WIND.
006190     MOVE WX-DYH-WIND-AVG TO WS-SD-WIND.
006200     MOVE WX-DYH-WIND-PEAK TO WS-SD-PEAK.
006210     MOVE '/' TO WS-SD-SLASH.
006220     IF WX-DYH-WIND-PEAK-DIR = 999
006230        MOVE ' --' TO WS-SD-DIR
006240     ELSE
006250        MOVE WX-DYH-WIND-PEAK-DIR TO WS-EDIT-DIR
006260        MOVE WS-EDIT-DIR TO WS-SD-DIR.
006270     ADD 1 TO WS-WIND-DAYS.
006280     ADD WX-DYH-WIND-AVG TO WS-SUM-WIND.
006290     IF WS-PEAK-NOT-SEEN
006300        OR WX-DYH-WIND-PEAK > WS-PEAK-WIND
006310        SET WS-PEAK-SEEN TO TRUE
006320        MOVE WX-DYH-WIND-PEAK TO WS-PEAK-WIND
006330        MOVE WX-DYH-WIND-PEAK-DIR TO WS-PEAK-DIR
006340        MOVE WX-DYH-OBS-DATE TO WS-PEAK-DATE.
006350 2220-EXIT.
006360     EXIT.
006370 2230-ADD-PRECIP.
006380     MOVE WX-DYH-PRECIP-TOTAL TO WS-SD-PRECIP.
006390     ADD WX-DYH-PRECIP-TOTAL TO WS-PRECIP-TOTAL.
006400     IF WX-DYH-PRECIP-TOTAL NOT < 0.01
006410        ADD 1 TO WS-PRECIP-DAYS.
006420     IF WX-DYH-PRECIP-TOTAL > WS-PRECIP-MOST
006430        MOVE WX-DYH-PRECIP-TOTAL TO WS-PRECIP-MOST
006440        MOVE WX-DYH-OBS-DATE TO WS-PRECIP-DATE.
006450 2230-EXIT.
006460     EXIT.
006470*-----------------------------------------------------
006480* 2300-MONTH-SUMMARY
006490* The month's means and extremes, freezing and wet
006500* day counts and completeness, stamped INCOMPLETE
006510* when the missing and estimated days together pass
006520* the configured limit.
006530*-----------------------------------------------------
006540 2300-MONTH-SUMMARY.
006550     MOVE SPACES TO STACLIM-LINE.
006560     WRITE STACLIM-LINE.
006570     IF WS-TEMP-DAYS > 0
006580        COMPUTE WS-SM-MAX ROUNDED = WS-SUM-MAX / WS-TEMP-DAYS
006590        COMPUTE WS-SM-MIN ROUNDED = WS-SUM-MIN / WS-TEMP-DAYS
006600        COMPUTE WS-MEAN-WORK ROUNDED =
006610            WS-SUM-MEAN / WS-TEMP-DAYS
006620        MOVE WS-MEAN-WORK TO WS-SM-MEAN
006630     ELSE
006640        MOVE SPACES TO WS-SM-TEMPS.
006650     IF WS-PRESS-DAYS > 0
006660        COMPUTE WS-SM-PRESS ROUNDED =
006670            WS-SUM-PRESS / WS-PRESS-DAYS
006680     ELSE
006690        MOVE SPACES TO WS-SM-PRESS-GRP.
006700     IF WS-WIND-DAYS > 0
006710        COMPUTE WS-SM-WIND ROUNDED =
006720            WS-SUM-WIND / WS-WIND-DAYS
006730     ELSE
006740        MOVE SPACES TO WS-SM-WIND-GRP.
006750     WRITE STACLIM-LINE FROM WS-SC-MEANS.
006760     IF WS-TEMP-DAYS > 0
006770        MOVE WS-HIGH-TEMP TO WS-SX-HIGH
006780        MOVE WS-HIGH-DATE TO WS-SX-HIGH-DATE
006790        MOVE WS-LOW-TEMP TO WS-SX-LOW
006800        MOVE WS-LOW-DATE TO WS-SX-LOW-DATE
006810        WRITE STACLIM-LINE FROM WS-SC-EXTREMES
006820     ELSE
006830        MOVE 'HIGHEST / LOWEST  NONE REPORTED' TO STACLIM-LINE
006840        WRITE STACLIM-LINE.
006850     IF WS-PEAK-SEEN
006860        MOVE WS-PEAK-WIND TO WS-SP-WIND
006870        IF WS-PEAK-DIR = 999
006880           MOVE ' --' TO WS-SP-DIR
006890        ELSE
006900           MOVE WS-PEAK-DIR TO WS-EDIT-DIR
006910           MOVE WS-EDIT-DIR TO WS-SP-DIR
006920        END-IF
006930        MOVE WS-PEAK-DATE TO WS-SP-DATE
006940        WRITE STACLIM-LINE FROM WS-SC-PEAK
006950     ELSE
006960        MOVE 'PEAK WIND  NONE REPORTED' TO STACLIM-LINE
006970        WRITE STACLIM-LINE.
006980     MOVE WS-PRECIP-TOTAL TO WS-SR-TOTAL.
006990     MOVE WS-PRECIP-MOST TO WS-SR-MOST.
007000     MOVE WS-PRECIP-DATE TO WS-SR-DATE.
007010     MOVE WS-SC-PRECIP TO STACLIM-LINE.
007020     IF WS-PRECIP-DAYS = 0
007030        MOVE SPACES TO STACLIM-LINE(20:33)
007040        MOVE '   NO MEASURABLE DAY' TO STACLIM-LINE(20:20).
007050     WRITE STACLIM-LINE.
007060     MOVE WS-MAX-FREEZE-DAYS TO WS-SY-MAX-FREEZE.
007070     MOVE WS-MIN-FREEZE-DAYS TO WS-SY-MIN-FREEZE.
007080     MOVE WS-PRECIP-DAYS TO WS-SY-PRECIP.
007090     WRITE STACLIM-LINE FROM WS-SC-DAYS.
007100     COMPUTE WS-OBS-PCT ROUNDED =
007110         WS-OBS-HOURS * 100 / (WS-MONTH-DAYS * 24).
007120     MOVE WS-COMPLETE-DAYS TO WS-SK-COMPLETE.
007130     MOVE WS-MONTH-DAYS TO WS-SK-DAYS.
007140     MOVE WS-MISSING-DAYS TO WS-SK-MISSING.
007150     MOVE WS-ESTIMATED-DAYS TO WS-SK-ESTIMATED.
007160     MOVE WS-OBS-PCT TO WS-SK-PCT.
007170     WRITE STACLIM-LINE FROM WS-SC-COMPLETE.
007180     COMPUTE WS-BAD-DAYS = WS-MISSING-DAYS + WS-ESTIMATED-DAYS.
007190     IF WS-BAD-DAYS > WS-MAX-BAD-DAYS
007200        ADD 1 TO WS-INCOMPLETE-COUNT
007210        MOVE '*** INCOMPLETE - TOO MANY MISSING OR ESTIMATED '
007220          TO STACLIM-LINE
007230        MOVE 'DAYS ***' TO STACLIM-LINE(48:8)
007240        WRITE STACLIM-LINE
007250        DISPLAY 'STATION ' WX-STA-ID(WS-STA-SUB)
007260                ' INCOMPLETE - ' WS-MISSING-DAYS ' MISSING, '
007270                WS-ESTIMATED-DAYS ' ESTIMATED DAY(S)'.
007280     MOVE SPACES TO STACLIM-LINE.
007290     WRITE STACLIM-LINE.
007300 2300-EXIT.
007310     EXIT.
