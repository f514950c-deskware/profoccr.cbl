000100*****************************************************
000110* Program name: PROFRECS
000120* Author:       D. Feltz, Applications Programming
000130* Installation: Deskware, Inc. - Weather Ops
000140* Date-Written: 04/30/2001
000150* Date-Compiled:
000160*-----------------------------------------------------
000170* Seeds the station records register (RECORDS.DAT,
000180* through WXRECORD) from historical readings feeds, so
000190* the nightly check starts from the records the old
000200* weeks already hold instead of from nothing.
000210*
000220* RECSEED.LST names one old feed per line: the station
000230* id in columns 1-8 and the feed's file name from
000240* column 10.  Each feed is read the way PROFDIST reads
000250* a feed - the load's edits applied, nothing written
000260* to SUSPENSE.DAT - and posted with its station's
000270* observed cells only, on the time base TIMEBASE.CFG
000280* gives the nightly run.  A feed that is missing or
000290* does not balance against its trailer is passed over,
000300* as the rollup would hold it out.  Feeds may be given
000310* in any order and seeding the same feed twice changes
000320* nothing; a tie keeps the later year.
000330*
000340* Ends with RETURN-CODE 8 when any feed was passed
000350* over or the register could not be written.
000360*
000370* Copyright 2001 Deskware, Inc.
000380*
000390* Modification History
000400* 04/30/2001 DF   Original program.
000410*****************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. PROFRECS.
000440 AUTHOR. D. FELTZ.
000450 INSTALLATION. DESKWARE-INC.
000460 DATE-WRITTEN. 04/30/2001.
000470 DATE-COMPILED.
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. GENERIC.
000510 OBJECT-COMPUTER. GENERIC.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT SEED-LIST-FILE ASSIGN DYNAMIC WS-SEED-FILE-NAME
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-SEED-FILE-STATUS.
000570     SELECT STATION-FEED-FILE ASSIGN DYNAMIC WS-FEED-FILE-NAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FEED-FILE-STATUS.
000600     SELECT TIMEBASE-CFG-FILE ASSIGN DYNAMIC WS-TBASE-CFG-NAME
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-TBASE-CFG-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  SEED-LIST-FILE
000660     RECORD CONTAINS 80 CHARACTERS.
000670 01  SEED-RECORD.
000680    05  SEED-STA-ID     PIC X(8).
000690    05  FILLER          PIC X.
000700    05  SEED-FEED-FILE  PIC X(40).
000710    05  FILLER          PIC X(31).
000720 FD  STATION-FEED-FILE
000730     RECORD CONTAINS 29 CHARACTERS.
000740 01  WR-RECORD.
000750    05  WR-DAY              PIC 9(1).
000760    05  WR-HOUR             PIC 9(2).
000770    05  WR-FAHR-TEMP        PIC S999 SIGN IS TRAILING SEPARATE.
000780    05  WR-BAROM-PRESSURE   PIC 99V99.
000790    05  WR-OBS-DATE         PIC 9(8).
000800    05  WR-QUAL             PIC X.
000810    05  WR-WIND-SPEED       PIC 9(3).
000820    05  WR-WIND-DIR         PIC 9(3).
000830    05  WR-PRECIP           PIC 9V99.
000840 01  WR-TRAILER-RECORD.
000850    05  WR-TRL-MARK         PIC X.
000860       88  WR-TRAILER       VALUE 'T'.
000870    05  WR-TRL-COUNT        PIC 9(5).
000880    05  FILLER              PIC X(23).
000890 FD  TIMEBASE-CFG-FILE
000900     RECORD CONTAINS 1 CHARACTERS.
000910 01  TBASE-CFG-RECORD.
000920    05  TBASE-CFG-MODE  PIC X.
000930 WORKING-STORAGE SECTION.
000940 COPY WXSTAT.
000950 COPY WXGRID.
000960 COPY WXDATES.
000970 01  WS-SEED-FILE-NAME      PIC X(40) VALUE 'RECSEED.LST'.
000980 01  WS-SEED-FILE-STATUS    PIC XX.
000990    88  WS-SEED-FILE-OK        VALUE '00'.
001000 01  WS-FEED-FILE-NAME      PIC X(40).
001010 01  WS-FEED-FILE-STATUS    PIC XX.
001020    88  WS-FEED-FILE-OK        VALUE '00'.
001030 01  WS-TBASE-CFG-NAME      PIC X(40) VALUE 'TIMEBASE.CFG'.
001040 01  WS-TBASE-CFG-STATUS    PIC XX.
001050    88  WS-TBASE-CFG-OK        VALUE '00'.
001060 01  WS-TIMEBASE-MODE  PIC X VALUE 'L'.
001070    88  WS-TB-COMMON  VALUE 'C'.
001080 01  WS-EOF-SWITCH  PIC X VALUE 'N'.
001090    88  WS-EOF      VALUE 'Y'.
001100    88  WS-NOT-EOF  VALUE 'N'.
001110 01  WS-FEED-EOF-SWITCH  PIC X VALUE 'N'.
001120    88  WS-FEED-EOF      VALUE 'Y'.
001130    88  WS-FEED-NOT-EOF  VALUE 'N'.
001140 01  WS-RUN-DATE  PIC 9(8).
001150 01  WS-MSTR-RETURN-STATUS  PIC X.
001160    88  WS-MSTR-OK  VALUE 'Y'.
001170 01  WS-TZADJ-RETURN-STATUS  PIC X.
001180    88  WS-TZADJ-OK  VALUE 'Y'.
001190 01  WS-RECS-COUNT  PIC 9(4) COMP.
001200 01  WS-RECS-RETURN-STATUS  PIC X.
001210    88  WS-RECS-OK  VALUE 'Y'.
001220 01  WS-STA-SUB    PIC S9(4) COMP.
001230 01  WS-STA-SUB-J  PIC S9(4) COMP.
001240*-----------------------------------------------------
001250* One feed's read: where it stands against its
001260* trailer.
001270*-----------------------------------------------------
001280 01  WS-FEED-STATE  PIC X.
001290    88  WS-FEED-BALANCED    VALUE 'Y'.
001300    88  WS-FEED-UNBALANCED  VALUE 'B'.
001310    88  WS-FEED-MISSING     VALUE 'N'.
001320 01  WS-FEED-READ-COUNT     PIC 9(5).
001330 01  WS-FEED-TRAILER-COUNT  PIC 9(5).
001340 01  WS-FEED-TRAILER-SW  PIC X.
001350    88  WS-FEED-TRAILER-SEEN    VALUE 'Y'.
001360    88  WS-FEED-TRAILER-ABSENT  VALUE 'N'.
001370*-----------------------------------------------------
001380* Run totals.
001390*-----------------------------------------------------
001400 01  WS-SEEDED-COUNT   PIC 9(4) VALUE 0.
001410 01  WS-PASSED-COUNT   PIC 9(4) VALUE 0.
001420 01  WS-ENTERED-COUNT  PIC 9(6) VALUE 0.
001430 PROCEDURE DIVISION.
001440*-----------------------------------------------------
001450* 0000-MAINLINE
001460*-----------------------------------------------------
001470 0000-MAINLINE.
001480     DISPLAY 'PROFRECS - STATION RECORDS REGISTER SEED'.
001490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001500     PERFORM 0100-READ-TIMEBASE THRU 0100-EXIT.
001510     CALL 'WXSTAMST' USING WX-STATION-COUNT
001520                           WX-STATION-TABLE
001530                           'L'
001540                           WS-MSTR-RETURN-STATUS.
001550     IF NOT WS-MSTR-OK
001560        DISPLAY '*** STATIONS.MST NOT FOUND - NOTHING '
001570                'SEEDED ***'
001580        MOVE 8 TO RETURN-CODE
001590        GO TO 0000-EXIT.
001600     OPEN INPUT SEED-LIST-FILE.
001610     IF NOT WS-SEED-FILE-OK
001620        DISPLAY '*** RECSEED.LST NOT FOUND - NOTHING '
001630                'SEEDED ***'
001640        MOVE 8 TO RETURN-CODE
001650        GO TO 0000-EXIT.
001660     SET WS-NOT-EOF TO TRUE.
001670     PERFORM 1000-SEED-ONE-FEED THRU 1000-EXIT
001680         UNTIL WS-EOF.
001690     CLOSE SEED-LIST-FILE.
001700     DISPLAY WS-SEEDED-COUNT ' FEED(S) SEEDED, '
001710             WS-PASSED-COUNT ' PASSED OVER, '
001720             WS-ENTERED-COUNT ' REGISTER ENTRIES MADE'.
001730     IF WS-PASSED-COUNT > 0
001740        MOVE 8 TO RETURN-CODE.
001750 0000-EXIT.
001760     STOP RUN.
001770*-----------------------------------------------------
001780* 0100-READ-TIMEBASE
001790* 'C' in TIMEBASE.CFG seeds on the common time base,
001800* as the batch run posts.
001810*-----------------------------------------------------
001820 0100-READ-TIMEBASE.
001830     OPEN INPUT TIMEBASE-CFG-FILE.
001840     IF NOT WS-TBASE-CFG-OK
001850        GO TO 0100-EXIT.
001860     READ TIMEBASE-CFG-FILE
001870         AT END
001880             GO TO 0100-CLOSE.
001890     IF TBASE-CFG-MODE = 'C'
001900        SET WS-TB-COMMON TO TRUE
001910        DISPLAY 'TIME BASE: COMMON'.
001920 0100-CLOSE.
001930     CLOSE TIMEBASE-CFG-FILE.
001940 0100-EXIT.
001950     EXIT.
001960*-----------------------------------------------------
001970* 1000-SEED-ONE-FEED
001980*-----------------------------------------------------
001990 1000-SEED-ONE-FEED.
002000     READ SEED-LIST-FILE
002010         AT END
002020             SET WS-EOF TO TRUE
002030             GO TO 1000-EXIT.
002040     IF SEED-STA-ID = SPACES
002050        GO TO 1000-EXIT.
002060     MOVE 0 TO WS-STA-SUB-J.
002070     PERFORM 1100-MATCH-STATION-ID THRU 1100-EXIT
002080         VARYING WS-STA-SUB FROM 1 BY 1
002090         UNTIL WS-STA-SUB > WX-STATION-COUNT
002100            OR WS-STA-SUB-J > 0.
002110     IF WS-STA-SUB-J = 0
002120        ADD 1 TO WS-PASSED-COUNT
002130        DISPLAY '*** ' SEED-STA-ID ' NOT ON STATIONS.MST - '
002140                SEED-FEED-FILE ' PASSED OVER ***'
002150        GO TO 1000-EXIT.
002160     MOVE SEED-FEED-FILE TO WS-FEED-FILE-NAME.
002170     PERFORM 1400-READ-FEED THRU 1400-EXIT.
002180     IF WS-FEED-MISSING
002190        ADD 1 TO WS-PASSED-COUNT
002200        DISPLAY '*** ' SEED-STA-ID ' ' WS-FEED-FILE-NAME
002210                ' NOT FOUND - PASSED OVER ***'
002220        GO TO 1000-EXIT.
002230     IF WS-FEED-UNBALANCED
002240        ADD 1 TO WS-PASSED-COUNT
002250        DISPLAY '*** ' SEED-STA-ID ' ' WS-FEED-FILE-NAME
002260                ' DOES NOT BALANCE - ' WS-FEED-READ-COUNT
002270                ' READ, TRAILER ' WS-FEED-TRAILER-COUNT
002280                ' - PASSED OVER ***'
002290        GO TO 1000-EXIT.
002300     IF WS-TB-COMMON
002310        CALL 'WXTZADJ' USING WX-GRID-TABLE
002320             WX-DAY-DATE-TABLE
002330             WX-STA-TZ-OFFSET(WS-STA-SUB-J)
002340             WS-TZADJ-RETURN-STATUS
002350        IF NOT WS-TZADJ-OK
002360           DISPLAY '*** STATION ' SEED-STA-ID
002370                   ' TZ OFFSET UNREADABLE - LEFT LOCAL ***'
002380        END-IF
002390     END-IF.
002400     CALL 'WXRECORD' USING 'S'
002410                           SEED-STA-ID
002420                           WX-GRID-TABLE
002430                           WX-DAY-DATE-TABLE
002440                           WX-STATION-COUNT
002450                           WX-STATION-TABLE
002460                           WS-RUN-DATE
002470                           WS-RECS-COUNT
002480                           WS-RECS-RETURN-STATUS.
002490     IF NOT WS-RECS-OK
002500        ADD 1 TO WS-PASSED-COUNT
002510        DISPLAY '*** ' SEED-STA-ID ' ' WS-FEED-FILE-NAME
002520                ' NOT POSTED TO RECORDS.DAT ***'
002530        GO TO 1000-EXIT.
002540     ADD 1 TO WS-SEEDED-COUNT.
002550     ADD WS-RECS-COUNT TO WS-ENTERED-COUNT.
002560     DISPLAY SEED-STA-ID ' ' WS-FEED-FILE-NAME ' - '
002570             WS-RECS-COUNT ' REGISTER ENTRIES'.
002580 1000-EXIT.
002590     EXIT.
002600 1100-MATCH-STATION-ID.
002610     IF WX-STA-ID(WS-STA-SUB) = SEED-STA-ID
002620        MOVE WS-STA-SUB TO WS-STA-SUB-J.
002630 1100-EXIT.
002640     EXIT.
002650*-----------------------------------------------------
002660* 1400-READ-FEED
002670* The feed into the grid with the load's edits: a
002680* record off the grid is dropped, a trailing quality
002690* byte of E or C is honoured, anything else is an
002700* observation, and unreadable wind and precip fields
002710* stay at their sentinels.
002720*-----------------------------------------------------
002730 1400-READ-FEED.
002740     SET WS-FEED-MISSING TO TRUE.
002750     MOVE 0 TO WS-FEED-READ-COUNT.
002760     MOVE 0 TO WS-FEED-TRAILER-COUNT.
002770     SET WS-FEED-TRAILER-ABSENT TO TRUE.
002780     PERFORM 1410-RESET-DAY THRU 1410-EXIT
002790         VARYING WX-DAY-IDX FROM 1 BY 1
002800         UNTIL WX-DAY-IDX > 7.
002810     OPEN INPUT STATION-FEED-FILE.
002820     IF NOT WS-FEED-FILE-OK
002830        GO TO 1400-EXIT.
002840     SET WS-FEED-NOT-EOF TO TRUE.
002850     PERFORM 1430-READ-ONE-READING THRU 1430-EXIT
002860         UNTIL WS-FEED-EOF.
002870     CLOSE STATION-FEED-FILE.
002880     IF WS-FEED-TRAILER-SEEN
002890        AND WS-FEED-TRAILER-COUNT = WS-FEED-READ-COUNT
002900        SET WS-FEED-BALANCED TO TRUE
002910     ELSE
002920        SET WS-FEED-UNBALANCED TO TRUE.
002930 1400-EXIT.
002940     EXIT.
002950 1410-RESET-DAY.
002960     MOVE 0 TO WX-OBS-DATE(WX-DAY-IDX).
002970     PERFORM 1420-RESET-HOUR THRU 1420-EXIT
002980         VARYING WX-HOUR-IDX FROM 1 BY 1
002990         UNTIL WX-HOUR-IDX > 24.
003000 1410-EXIT.
003010     EXIT.
003020 1420-RESET-HOUR.
003030     MOVE -300 TO WX-FAHR-TEMP(WX-DAY-IDX WX-HOUR-IDX).
003040     MOVE 0    TO WX-BAROM-PRESSURE(WX-DAY-IDX WX-HOUR-IDX).
003050     MOVE 999  TO WX-WIND-SPEED(WX-DAY-IDX WX-HOUR-IDX).
003060     MOVE 999  TO WX-WIND-DIR(WX-DAY-IDX WX-HOUR-IDX).
003070     MOVE 9.99 TO WX-PRECIP(WX-DAY-IDX WX-HOUR-IDX).
003080     SET WX-QUAL-UNSET(WX-DAY-IDX WX-HOUR-IDX) TO TRUE.
003090 1420-EXIT.
003100     EXIT.
003110 1430-READ-ONE-READING.
003120     READ STATION-FEED-FILE
003130         AT END
003140             SET WS-FEED-EOF TO TRUE
003150             GO TO 1430-EXIT.
003160     IF WR-TRAILER
003170        MOVE WR-TRL-COUNT TO WS-FEED-TRAILER-COUNT
003180        SET WS-FEED-TRAILER-SEEN TO TRUE
003190        GO TO 1430-EXIT.
003200     ADD 1 TO WS-FEED-READ-COUNT.
003210     IF WR-DAY NOT NUMERIC
003220        OR WR-HOUR NOT NUMERIC
003230        GO TO 1430-EXIT.
003240     IF WR-DAY < 1 OR WR-DAY > 7
003250        OR WR-HOUR < 1 OR WR-HOUR > 24
003260        GO TO 1430-EXIT.
003270     MOVE WR-FAHR-TEMP      TO WX-FAHR-TEMP(WR-DAY WR-HOUR).
003280     MOVE WR-BAROM-PRESSURE TO WX-BAROM-PRESSURE(WR-DAY WR-HOUR).
003290     IF WR-QUAL = 'E' OR WR-QUAL = 'C'
003300        MOVE WR-QUAL TO WX-CELL-QUAL(WR-DAY WR-HOUR)
003310     ELSE
003320        SET WX-QUAL-OBSERVED(WR-DAY WR-HOUR) TO TRUE.
003330     IF WR-OBS-DATE NUMERIC
003340        MOVE WR-OBS-DATE TO WX-OBS-DATE(WR-DAY)
003350     ELSE
003360        MOVE 0 TO WX-OBS-DATE(WR-DAY).
003370     IF WR-WIND-SPEED NUMERIC
003380        MOVE WR-WIND-SPEED TO WX-WIND-SPEED(WR-DAY WR-HOUR).
003390     IF WR-WIND-DIR NUMERIC
003400        MOVE WR-WIND-DIR TO WX-WIND-DIR(WR-DAY WR-HOUR).
003410     IF WR-PRECIP NUMERIC
003420        MOVE WR-PRECIP TO WX-PRECIP(WR-DAY WR-HOUR).
003430 1430-EXIT.
003440     EXIT.
