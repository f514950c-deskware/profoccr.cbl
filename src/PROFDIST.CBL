000100*****************************************************
000110* Program name: PROFDIST
000120* Author:       D. Feltz, Applications Programming
000130* Installation: Deskware, Inc. - Weather Ops
000140* Date-Written: 04/25/2001
000150* Date-Compiled:
000160*-----------------------------------------------------
000170* Outbound observation bulletin distribution, run
000180* after the nightly PROFBTCH.  Every active subscriber
000190* on SUBSCRIB.MST gets one fixed-format bulletin file
000200* (WXBULL layout) under its delivery file name,
000210* carrying every hour of its stations' week in its
000220* own units, with a per-subscriber sequence number
000230* and a trailer count, and every bulletin written is
000240* logged on DISTLOG.DAT.
000250*
000260* The night's feeds are read again here, directly
000270* rather than through WXLOAD (as WXCONSIS does) so
000280* the records a load rejects are not re-appended to
000290* SUSPENSE.DAT; the load's own edits are applied, an
000300* out-of-balance or missing feed is held out of the
000310* bulletin exactly as it is held out of the rollup,
000320* and the grid goes through WXTZADJ (when TIMEBASE.CFG
000330* asks for the common base), the WXCALCHK hold of
000332* readings from an instrument overdue for calibration
000334* (INSTRUMENT.MST) and the WXESTIM gap fill, in the
000336* batch's order, so a subscriber sees the same hours
000340* SUMMARY.RPT was built from.
000360*
000370* Run mode from DISTRUN.PRM:
000380*   NIGHTLY        (also the default when the file is
000390*                  absent) - only after a PROFBTCH run
000400*                  dated today whose RUNCTL.DAT outcome
000410*                  is within tolerance; otherwise the
000420*                  whole distribution is held with
000430*                  RETURN-CODE 8.  A subscriber already
000440*                  sent tonight's bulletin is passed
000450*                  over, so a rerun cannot double-send.
000460*   RESEND subid   rewrites the one subscriber's
000470*                  bulletin from the feeds on hand
000480*                  under a new sequence number, without
000490*                  rerunning the night.
000500*   LOG [subid]    lists DISTLOG.DAT (all subscribers,
000510*                  or the one named) on DISTLOG.RPT.
000520*
000530* Copyright 2001 Deskware, Inc.
000540*
000550* Modification History
000560* 04/25/2001 DF   Original program.
000562* 04/27/2001 DF   Bulletins are built from the feed registered
000564*                 for the night's run date (WXRCPTLK), the copy
000566*                 PROFBTCH rolled up, and a station with no
000568*                 receipt for the date is held as missing.
000569* 05/15/2001 DF   Readings from an instrument overdue for
000570*                 calibration are held back (WXCALCHK) before
000571*                 the gap fill, as the batch holds them, and
000572*                 a failed header or detail write fails the
000573*                 bulletin, not only a failed trailer.
000574*****************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. PROFDIST.
000600 AUTHOR. D. FELTZ.
000610 INSTALLATION. DESKWARE-INC.
000620 DATE-WRITTEN. 04/25/2001.
000630 DATE-COMPILED.
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER. GENERIC.
000670 OBJECT-COMPUTER. GENERIC.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT SUBSCRIBER-FILE ASSIGN DYNAMIC WS-SUBSC-FILE-NAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-SUBSC-FILE-STATUS.
000730     SELECT STATION-FEED-FILE ASSIGN DYNAMIC WS-FEED-FILE-NAME
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-FEED-FILE-STATUS.
000760     SELECT BULLETIN-FILE ASSIGN DYNAMIC WS-BULL-FILE-NAME
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-BULL-FILE-STATUS.
000790     SELECT DIST-LOG-FILE ASSIGN DYNAMIC WS-DISTLOG-FILE-NAME
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-DISTLOG-FILE-STATUS.
000820     SELECT DIST-LOG-REPORT ASSIGN DYNAMIC WS-LOGRPT-FILE-NAME
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-LOGRPT-FILE-STATUS.
000850     SELECT RUN-CONTROL-FILE ASSIGN DYNAMIC WS-RUNCTL-FILE-NAME
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
000880     SELECT TIMEBASE-CFG-FILE ASSIGN DYNAMIC WS-TBASE-CFG-NAME
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-TBASE-CFG-STATUS.
000910     SELECT RUN-PARM-FILE ASSIGN DYNAMIC WS-RUNPRM-FILE-NAME
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-RUNPRM-FILE-STATUS.
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  SUBSCRIBER-FILE
000970     RECORD CONTAINS 152 CHARACTERS.
000980 COPY WXSUBSC.
000990 FD  STATION-FEED-FILE
001000     RECORD CONTAINS 29 CHARACTERS.
001010 01  WR-RECORD.
001020    05  WR-DAY              PIC 9(1).
001030    05  WR-HOUR             PIC 9(2).
001040    05  WR-FAHR-TEMP        PIC S999 SIGN IS TRAILING SEPARATE.
001050    05  WR-BAROM-PRESSURE   PIC 99V99.
001060    05  WR-OBS-DATE         PIC 9(8).
001070    05  WR-QUAL             PIC X.
001080    05  WR-WIND-SPEED       PIC 9(3).
001090    05  WR-WIND-DIR         PIC 9(3).
001100    05  WR-PRECIP           PIC 9V99.
001110 01  WR-TRAILER-RECORD.
001120    05  WR-TRL-MARK         PIC X.
001130       88  WR-TRAILER       VALUE 'T'.
001140    05  WR-TRL-COUNT        PIC 9(5).
001150    05  FILLER              PIC X(23).
001160 FD  BULLETIN-FILE
001170     RECORD CONTAINS 48 CHARACTERS.
001180 01  BULLETIN-LINE  PIC X(48).
001190 FD  DIST-LOG-FILE
001200     RECORD CONTAINS 105 CHARACTERS.
001210 COPY WXDISTL.
001220 FD  DIST-LOG-REPORT
001230     RECORD CONTAINS 80 CHARACTERS.
001240 01  LOG-REPORT-LINE  PIC X(80).
001250 FD  RUN-CONTROL-FILE
001260     RECORD CONTAINS 24 CHARACTERS.
001270 01  RC-RECORD.
001280    05  RC-RUN-DATE  PIC 9(8).
001290    05  RC-EXPECTED  PIC 9(3).
001300    05  RC-LOADED    PIC 9(3).
001310    05  RC-SKIPPED   PIC 9(3).
001320    05  RC-FLAGGED   PIC 9(5).
001330    05  RC-OUTCOME   PIC X.
001340       88  RC-WITHIN-TOLERANCE  VALUE 'O'.
001350       88  RC-BREACHED          VALUE 'B'.
001360    05  FILLER       PIC X.
001370 FD  TIMEBASE-CFG-FILE
001380     RECORD CONTAINS 1 CHARACTERS.
001390 01  TBASE-CFG-RECORD.
001400    05  TBASE-CFG-MODE  PIC X.
001410 FD  RUN-PARM-FILE
001420     RECORD CONTAINS 80 CHARACTERS.
001430 01  PRM-RECORD  PIC X(80).
001440 WORKING-STORAGE SECTION.
001450 COPY WXSTAT.
001460 COPY WXGRID.
001462 COPY WXFRCPT.
001470 COPY WXDATES.
001480 COPY WXBULL.
001490 01  WS-SUBSC-FILE-NAME     PIC X(40) VALUE 'SUBSCRIB.MST'.
001500 01  WS-SUBSC-FILE-STATUS   PIC XX.
001510    88  WS-SUBSC-FILE-OK       VALUE '00'.
001520 01  WS-FEED-FILE-NAME      PIC X(40).
001530 01  WS-FEED-FILE-STATUS    PIC XX.
001540    88  WS-FEED-FILE-OK        VALUE '00'.
001550 01  WS-BULL-FILE-NAME      PIC X(40).
001560 01  WS-BULL-FILE-STATUS    PIC XX.
001570    88  WS-BULL-FILE-OK        VALUE '00'.
001580 01  WS-DISTLOG-FILE-NAME   PIC X(40) VALUE 'DISTLOG.DAT'.
001590 01  WS-DISTLOG-FILE-STATUS PIC XX.
001600    88  WS-DISTLOG-FILE-OK     VALUE '00' '05'.
001610 01  WS-LOGRPT-FILE-NAME    PIC X(40) VALUE 'DISTLOG.RPT'.
001620 01  WS-LOGRPT-FILE-STATUS  PIC XX.
001630    88  WS-LOGRPT-FILE-OK      VALUE '00'.
001640 01  WS-RUNCTL-FILE-NAME    PIC X(40) VALUE 'RUNCTL.DAT'.
001650 01  WS-RUNCTL-FILE-STATUS  PIC XX.
001660    88  WS-RUNCTL-FILE-OK      VALUE '00'.
001670 01  WS-TBASE-CFG-NAME      PIC X(40) VALUE 'TIMEBASE.CFG'.
001680 01  WS-TBASE-CFG-STATUS    PIC XX.
001690    88  WS-TBASE-CFG-OK        VALUE '00'.
001700 01  WS-TIMEBASE-MODE  PIC X VALUE 'L'.
001710    88  WS-TB-COMMON  VALUE 'C'.
001720 01  WS-RUNPRM-FILE-NAME    PIC X(40) VALUE 'DISTRUN.PRM'.
001730 01  WS-RUNPRM-FILE-STATUS  PIC XX.
001740    88  WS-RUNPRM-FILE-OK      VALUE '00'.
001750 01  WS-PRM-TEXT  PIC X(80).
001760 01  WS-PRM-WORD  PIC X(20).
001770 01  WS-PRM-PTR   PIC 9(3) COMP.
001780 01  WS-RUN-MODE  PIC X VALUE 'N'.
001790    88  WS-MODE-NIGHTLY  VALUE 'N'.
001800    88  WS-MODE-RESEND   VALUE 'R'.
001810    88  WS-MODE-LOG      VALUE 'L'.
001820 01  WS-PRM-SUB-ID  PIC X(8) VALUE SPACES.
001830 01  WS-EOF-SWITCH  PIC X VALUE 'N'.
001840    88  WS-EOF      VALUE 'Y'.
001850    88  WS-NOT-EOF  VALUE 'N'.
001860 01  WS-FEED-EOF-SWITCH  PIC X VALUE 'N'.
001870    88  WS-FEED-EOF      VALUE 'Y'.
001880    88  WS-FEED-NOT-EOF  VALUE 'N'.
001890 01  WS-RUN-DATE  PIC 9(8).
001900 01  WS-RUN-TIME  PIC 9(8).
001910 01  WS-MSTR-RETURN-STATUS  PIC X.
001912    88  WS-MSTR-OK  VALUE 'Y'.
001920 01  WS-RCPT-RETURN-STATUS  PIC X.
001930 01  WS-TZADJ-RETURN-STATUS  PIC X.
001940    88  WS-TZADJ-OK  VALUE 'Y'.
001950 01  WS-ESTIM-FILLED-COUNT  PIC 9(4) COMP.
001960 01  WS-ESTIM-RETURN-STATUS  PIC X.
001970    88  WS-ESTIM-OK  VALUE 'Y'.
001972 COPY WXINSTR.
001973 01  WS-INSTR-RETURN-STATUS  PIC X.
001974    88  WS-INSTR-OK       VALUE 'Y'.
001975    88  WS-INSTR-NO-FILE  VALUE 'M'.
001976 01  WS-CAL-COUNT  PIC 9(4) COMP.
001977 01  WS-CAL-RETURN-STATUS  PIC X.
001980*-----------------------------------------------------
001990* The last RUNCTL.DAT record - the night the bulletin
002000* is cleared against.
002010*-----------------------------------------------------
002020 01  WS-LAST-RC-DATE     PIC 9(8) VALUE 0.
002030 01  WS-LAST-RC-OUTCOME  PIC X VALUE SPACE.
002040*-----------------------------------------------------
002050* Per subscriber, off DISTLOG.DAT: the highest
002060* sequence number issued and the last run date sent a
002070* nightly bulletin.
002080*-----------------------------------------------------
002090 01  WS-SEQ-COUNT  PIC 9(3) COMP VALUE 0.
002100 01  WS-SEQ-TABLE.
002110    05  WS-SEQ-ENTRY OCCURS 50 TIMES.
002120       10  WS-SQ-SUB-ID        PIC X(8).
002130       10  WS-SQ-LAST-SEQ      PIC 9(6).
002140       10  WS-SQ-LAST-NIGHTLY  PIC 9(8).
002150 01  WS-SEQ-SUB  PIC S9(4) COMP.
002160 01  WS-SEQ-SUB-J  PIC S9(4) COMP.
002170 01  WS-SEQ-FIND-ID  PIC X(8).
002180*-----------------------------------------------------
002190* One subscriber's detail records, staged so the
002200* header can carry the date range they cover.
002210*-----------------------------------------------------
002220 01  WS-STAGE-MAX    PIC 9(4) COMP VALUE 1680.
002230 01  WS-STAGE-COUNT  PIC 9(4) COMP VALUE 0.
002240 01  WS-STAGE-TABLE.
002250    05  WS-STAGE-LINE OCCURS 1680 TIMES PIC X(48).
002260 01  WS-STAGE-SUB  PIC S9(4) COMP.
002270 01  WS-BULL-FROM-DATE  PIC 9(8).
002280 01  WS-BULL-TO-DATE    PIC 9(8).
002290 01  WS-BULL-SEQ        PIC 9(6).
002300 01  WS-BULL-RUN-DATE   PIC 9(8).
002310 01  WS-STA-SENT        PIC 9(2).
002320 01  WS-STA-HELD        PIC 9(2).
002330 01  WS-SUB-STA-SUB     PIC S9(4) COMP.
002340 01  WS-STA-SUB         PIC S9(4) COMP.
002350 01  WS-STA-SUB-J       PIC S9(4) COMP.
002360 01  WS-FIND-STA-ID     PIC X(8).
002370 01  WS-BULL-OUTCOME    PIC X.
002380 01  WS-FEED-STATUS  PIC X.
002390    88  WS-FEED-BALANCED    VALUE 'Y'.
002400    88  WS-FEED-UNBALANCED  VALUE 'B'.
002410    88  WS-FEED-MISSING     VALUE 'N'.
002420 01  WS-FEED-READ-COUNT     PIC 9(5).
002430 01  WS-FEED-TRAILER-COUNT  PIC 9(5).
002440 01  WS-FEED-TRAILER-SW  PIC X.
002450    88  WS-FEED-TRAILER-SEEN    VALUE 'Y'.
002460    88  WS-FEED-TRAILER-ABSENT  VALUE 'N'.
002470 01  WS-CELS-TEMP  PIC S999.
002480 01  WS-MB-PRESS   PIC 9(4)V99.
002490 01  WS-SUB-FOUND-SWITCH  PIC X VALUE 'N'.
002500    88  WS-SUB-FOUND      VALUE 'Y'.
002510*-----------------------------------------------------
002520* Run totals.
002530*-----------------------------------------------------
002540 01  WS-SENT-COUNT     PIC 9(3) VALUE 0.
002550 01  WS-PASSED-COUNT   PIC 9(3) VALUE 0.
002560 01  WS-FAILED-COUNT   PIC 9(3) VALUE 0.
002570 01  WS-LOG-LINE-COUNT PIC 9(5) VALUE 0.
002580*-----------------------------------------------------
002590* DISTLOG.RPT lines.
002600*-----------------------------------------------------
002610 01  WS-LOG-HEADER-1.
002620    05  FILLER  PIC X(40)
002630        VALUE 'BULLETIN DISTRIBUTION LOG - SUBSCRIBER: '.
002640    05  WS-LH-SUB-ID  PIC X(8).
002650 01  WS-LOG-HEADER-2.
002660    05  FILLER  PIC X(40)
002670        VALUE 'RUN DATE SENT ON  TIME SUBSCR      SEQ K'.
002680    05  FILLER  PIC X(40)
002690        VALUE ' OBS FROM OBS TO   ST HD DETAILS OUTCOME'.
002700 01  WS-LOG-DETAIL.
002710    05  WS-LD-RUN-DATE   PIC 9(8).
002720    05  FILLER           PIC X VALUE SPACE.
002730    05  WS-LD-SENT-DATE  PIC 9(8).
002740    05  FILLER           PIC X VALUE SPACE.
002750    05  WS-LD-SENT-TIME  PIC 9(4).
002760    05  FILLER           PIC X VALUE SPACE.
002770    05  WS-LD-SUB-ID     PIC X(8).
002780    05  FILLER           PIC X VALUE SPACE.
002790    05  WS-LD-SEQ        PIC 9(6).
002800    05  FILLER           PIC X VALUE SPACE.
002810    05  WS-LD-KIND       PIC X.
002820    05  FILLER           PIC X VALUE SPACE.
002830    05  WS-LD-FROM-DATE  PIC 9(8).
002840    05  FILLER           PIC X VALUE SPACE.
002850    05  WS-LD-TO-DATE    PIC 9(8).
002860    05  FILLER           PIC X VALUE SPACE.
002870    05  WS-LD-STA-SENT   PIC Z9.
002880    05  FILLER           PIC X VALUE SPACE.
002890    05  WS-LD-STA-HELD   PIC Z9.
002900    05  FILLER           PIC X VALUE SPACE.
002910    05  WS-LD-DETAILS    PIC ZZZZZZ9.
002920    05  FILLER           PIC X VALUE SPACE.
002930    05  WS-LD-OUTCOME    PIC X(7).
002940 01  WS-LOG-FOOTER.
002950    05  WS-LF-COUNT  PIC ZZZZ9.
002960    05  FILLER       PIC X(21) VALUE ' DELIVERY(IES) LISTED'.
002970 PROCEDURE DIVISION.
002980*-----------------------------------------------------
002990* 0000-MAINLINE
003000*-----------------------------------------------------
003010 0000-MAINLINE.
003020     DISPLAY 'PROFDIST - OBSERVATION BULLETIN DISTRIBUTION'.
003030     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003040     ACCEPT WS-RUN-TIME FROM TIME.
003050     PERFORM 0100-READ-TIMEBASE THRU 0100-EXIT.
003060     PERFORM 0200-READ-RUN-PARM THRU 0200-EXIT.
003070     IF WS-MODE-LOG
003080        PERFORM 5000-LOG-REPORT THRU 5000-EXIT
003090        GO TO 0000-EXIT.
003100     PERFORM 0300-CHECK-RUN-CONTROL THRU 0300-EXIT.
003110     IF RETURN-CODE NOT = 0
003120        GO TO 0000-EXIT.
003130     CALL 'WXSTAMST' USING WX-STATION-COUNT
003140                           WX-STATION-TABLE
003150                           'L'
003160                           WS-MSTR-RETURN-STATUS.
003170     IF NOT WS-MSTR-OK
003180        DISPLAY '*** STATION MASTER NOT LOADED - '
003190                'DISTRIBUTION HELD ***'
003200        MOVE 8 TO RETURN-CODE
003210        GO TO 0000-EXIT.
003211     CALL 'WXRCPTLK' USING WX-STATION-COUNT
003212                           WX-STATION-TABLE
003213                           WS-BULL-RUN-DATE
003214                           WX-RCPT-SELECT-TABLE
003215                           WS-RCPT-RETURN-STATUS.
003217     PERFORM 0450-LOAD-INSTRUMENTS THRU 0450-EXIT.
003220     PERFORM 0400-LOAD-SEQUENCES THRU 0400-EXIT.
003230     PERFORM 1000-DISTRIBUTE THRU 1000-EXIT.
003240     DISPLAY WS-SENT-COUNT ' BULLETIN(S) SENT, '
003250             WS-PASSED-COUNT ' PASSED OVER, '
003260             WS-FAILED-COUNT ' FAILED'.
003270     IF WS-FAILED-COUNT > 0
003280        MOVE 8 TO RETURN-CODE.
003290 0000-EXIT.
003300     STOP RUN.
003310*-----------------------------------------------------
003320* 0100-READ-TIMEBASE
003330* 'C' in TIMEBASE.CFG puts the bulletin on the common
003340* time base, as it does the batch run.
003350*-----------------------------------------------------
003360 0100-READ-TIMEBASE.
003370     OPEN INPUT TIMEBASE-CFG-FILE.
003380     IF NOT WS-TBASE-CFG-OK
003390        GO TO 0100-EXIT.
003400     READ TIMEBASE-CFG-FILE
003410         AT END
003420             GO TO 0100-CLOSE.
003430     IF TBASE-CFG-MODE = 'C'
003440        SET WS-TB-COMMON TO TRUE
003450        DISPLAY 'TIME BASE: COMMON'.
003460 0100-CLOSE.
003470     CLOSE TIMEBASE-CFG-FILE.
003480 0100-EXIT.
003490     EXIT.
003500*-----------------------------------------------------
003510* 0200-READ-RUN-PARM
003520* Run mode from DISTRUN.PRM: NIGHTLY (also the default
003530* when the file is absent or unreadable), RESEND and
003540* the subscriber id, or LOG and an optional id.
003550*-----------------------------------------------------
003560 0200-READ-RUN-PARM.
003570     OPEN INPUT RUN-PARM-FILE.
003580     IF NOT WS-RUNPRM-FILE-OK
003590        GO TO 0200-EXIT.
003600     READ RUN-PARM-FILE
003610         AT END
003620             GO TO 0200-CLOSE.
003630     MOVE PRM-RECORD TO WS-PRM-TEXT.
003640     MOVE 1 TO WS-PRM-PTR.
003650     MOVE SPACES TO WS-PRM-WORD.
003660     UNSTRING WS-PRM-TEXT DELIMITED BY ALL ' '
003670         INTO WS-PRM-WORD
003680         WITH POINTER WS-PRM-PTR.
003690     IF WS-PRM-WORD = 'RESEND'
003700        PERFORM 0210-PARSE-SUB-ID THRU 0210-EXIT
003710        IF WS-PRM-SUB-ID = SPACES
003720           DISPLAY '*** RESEND WITHOUT A SUBSCRIBER - '
003730                   'NIGHTLY RUN ***'
003740        ELSE
003750           SET WS-MODE-RESEND TO TRUE
003760           DISPLAY 'RUN MODE: RESEND ' WS-PRM-SUB-ID
003770        END-IF
003780     ELSE IF WS-PRM-WORD = 'LOG'
003790        SET WS-MODE-LOG TO TRUE
003800        PERFORM 0210-PARSE-SUB-ID THRU 0210-EXIT
003810        DISPLAY 'RUN MODE: LOG ' WS-PRM-SUB-ID.
003820 0200-CLOSE.
003830     CLOSE RUN-PARM-FILE.
003840 0200-EXIT.
003850     EXIT.
003860 0210-PARSE-SUB-ID.
003870     MOVE SPACES TO WS-PRM-WORD.
003880     IF WS-PRM-PTR NOT > 80
003890        UNSTRING WS-PRM-TEXT DELIMITED BY ALL ' '
003900            INTO WS-PRM-WORD
003910            WITH POINTER WS-PRM-PTR.
003920     MOVE WS-PRM-WORD TO WS-PRM-SUB-ID.
003930 0210-EXIT.
003940     EXIT.
003950*-----------------------------------------------------
003960* 0300-CHECK-RUN-CONTROL
003970* The nightly bulletin goes out only behind a batch
003980* run dated today that finished within tolerance - a
003990* missing, stale or breached run holds the lot.  A
004000* resend is not held, but is logged against the last
004010* night the batch ran.
004020*-----------------------------------------------------
004030 0300-CHECK-RUN-CONTROL.
004040     MOVE WS-RUN-DATE TO WS-BULL-RUN-DATE.
004050     OPEN INPUT RUN-CONTROL-FILE.
004060     IF NOT WS-RUNCTL-FILE-OK
004070        AND WS-MODE-RESEND
004080        GO TO 0300-EXIT.
004090     IF NOT WS-RUNCTL-FILE-OK
004100        DISPLAY '*** NO RUNCTL.DAT - DISTRIBUTION HELD ***'
004110        MOVE 8 TO RETURN-CODE
004120        GO TO 0300-EXIT.
004130     SET WS-NOT-EOF TO TRUE.
004140     PERFORM 0310-READ-RUN-CONTROL THRU 0310-EXIT
004150         UNTIL WS-EOF.
004160     CLOSE RUN-CONTROL-FILE.
004170     IF WS-MODE-RESEND
004180        IF WS-LAST-RC-DATE > 0
004190           MOVE WS-LAST-RC-DATE TO WS-BULL-RUN-DATE
004200        END-IF
004210        GO TO 0300-EXIT
004220     END-IF.
004230     IF WS-LAST-RC-DATE NOT = WS-RUN-DATE
004240        DISPLAY '*** NO BATCH RUN FOR ' WS-RUN-DATE
004250                ' ON RUNCTL.DAT (LAST ' WS-LAST-RC-DATE
004260                ') - DISTRIBUTION HELD ***'
004270        MOVE 8 TO RETURN-CODE
004280        GO TO 0300-EXIT.
004290     IF WS-LAST-RC-OUTCOME NOT = 'O'
004300        DISPLAY '*** BATCH RUN ' WS-LAST-RC-DATE
004310                ' BREACHED TOLERANCE - DISTRIBUTION '
004320                'HELD ***'
004330        MOVE 8 TO RETURN-CODE.
004340 0300-EXIT.
004350     EXIT.
004360 0310-READ-RUN-CONTROL.
004370     READ RUN-CONTROL-FILE
004380         AT END
004390             SET WS-EOF TO TRUE
004400             GO TO 0310-EXIT.
004410     MOVE RC-RUN-DATE TO WS-LAST-RC-DATE.
004420     MOVE RC-OUTCOME  TO WS-LAST-RC-OUTCOME.
004430 0310-EXIT.
004440     EXIT.
004450*-----------------------------------------------------
004460* 0400-LOAD-SEQUENCES
004470* Each subscriber's last sequence number and last
004480* nightly run date, off the distribution log.  No log
004490* yet means every subscriber starts at 000001.
004500*-----------------------------------------------------
004510 0400-LOAD-SEQUENCES.
004520     MOVE 0 TO WS-SEQ-COUNT.
004530     OPEN INPUT DIST-LOG-FILE.
004540     IF NOT WS-DISTLOG-FILE-OK
004550        GO TO 0400-EXIT.
004560     SET WS-NOT-EOF TO TRUE.
004570     PERFORM 0410-READ-ONE-DELIVERY THRU 0410-EXIT
004580         UNTIL WS-EOF.
004590     CLOSE DIST-LOG-FILE.
004600 0400-EXIT.
004610     EXIT.
004620 0410-READ-ONE-DELIVERY.
004630     READ DIST-LOG-FILE
004640         AT END
004650             SET WS-EOF TO TRUE
004660             GO TO 0410-EXIT.
004670     MOVE WX-DL-SUB-ID TO WS-SEQ-FIND-ID.
004680     PERFORM 0420-FIND-SEQ-ENTRY THRU 0420-EXIT.
004690     IF WS-SEQ-SUB = 0
004700        GO TO 0410-EXIT.
004710     IF WX-DL-SEQ > WS-SQ-LAST-SEQ(WS-SEQ-SUB)
004720        MOVE WX-DL-SEQ TO WS-SQ-LAST-SEQ(WS-SEQ-SUB).
004730     IF WX-DL-NIGHTLY
004740        AND NOT WX-DL-FAILED
004750        AND WX-DL-RUN-DATE > WS-SQ-LAST-NIGHTLY(WS-SEQ-SUB)
004760        MOVE WX-DL-RUN-DATE
004770          TO WS-SQ-LAST-NIGHTLY(WS-SEQ-SUB).
004780 0410-EXIT.
004790     EXIT.
004800*-----------------------------------------------------
004810* 0420-FIND-SEQ-ENTRY
004820* Leaves WS-SEQ-SUB on WS-SEQ-FIND-ID's entry, opening
004830* one when the subscriber has none yet; zero when the
004840* table is full.
004850*-----------------------------------------------------
004860 0420-FIND-SEQ-ENTRY.
004870     MOVE 0 TO WS-SEQ-SUB-J.
004880     PERFORM 0430-MATCH-SEQ-ENTRY THRU 0430-EXIT
004890         VARYING WS-SEQ-SUB FROM 1 BY 1
004900         UNTIL WS-SEQ-SUB > WS-SEQ-COUNT.
004910     IF WS-SEQ-SUB-J > 0
004920        MOVE WS-SEQ-SUB-J TO WS-SEQ-SUB
004930        GO TO 0420-EXIT.
004940     IF WS-SEQ-COUNT = 50
004950        MOVE 0 TO WS-SEQ-SUB
004960        GO TO 0420-EXIT.
004970     ADD 1 TO WS-SEQ-COUNT.
004980     MOVE WS-SEQ-COUNT TO WS-SEQ-SUB.
004990     MOVE WS-SEQ-FIND-ID TO WS-SQ-SUB-ID(WS-SEQ-SUB).
005000     MOVE 0 TO WS-SQ-LAST-SEQ(WS-SEQ-SUB).
005010     MOVE 0 TO WS-SQ-LAST-NIGHTLY(WS-SEQ-SUB).
005020 0420-EXIT.
005030     EXIT.
005040 0430-MATCH-SEQ-ENTRY.
005050     IF WS-SQ-SUB-ID(WS-SEQ-SUB) = WS-SEQ-FIND-ID
005060        MOVE WS-SEQ-SUB TO WS-SEQ-SUB-J.
005070 0430-EXIT.
005080     EXIT.
005081*-----------------------------------------------------
005082* 0450-LOAD-INSTRUMENTS
005083* INSTRUMENT.MST for the calibration hold, loaded as
005084* PROFBTCH loads it.  With no master, or one that will
005085* not read, nothing is held.
005086*-----------------------------------------------------
005087 0450-LOAD-INSTRUMENTS.
005088     CALL 'WXINSMST' USING WX-INSTR-COUNT
005089                           WX-INSTR-TABLE
005090                           'L'
005091                           WS-INSTR-RETURN-STATUS.
005092     IF WS-INSTR-NO-FILE
005093        MOVE 0 TO WX-INSTR-COUNT
005094        DISPLAY 'NO INSTRUMENT.MST - NO CALIBRATION HOLD'
005095     ELSE IF NOT WS-INSTR-OK
005096        MOVE 0 TO WX-INSTR-COUNT
005097        DISPLAY '*** INSTRUMENT.MST UNREADABLE - NO '
005098                'CALIBRATION HOLD ***'.
005099 0450-EXIT.
005100     EXIT.
005101*-----------------------------------------------------
005102* 1000-DISTRIBUTE
005110* One pass of the subscriber master - every active
005120* subscriber nightly, or the one named on a resend.
005130*-----------------------------------------------------
005140 1000-DISTRIBUTE.
005150     OPEN INPUT SUBSCRIBER-FILE.
005160     IF NOT WS-SUBSC-FILE-OK
005170        DISPLAY '*** CANNOT OPEN ' WS-SUBSC-FILE-NAME
005180                ' - NO BULLETINS SENT ***'
005190        MOVE 8 TO RETURN-CODE
005200        GO TO 1000-EXIT.
005210     SET WS-NOT-EOF TO TRUE.
005220     PERFORM 1100-ONE-SUBSCRIBER THRU 1100-EXIT
005230         UNTIL WS-EOF.
005240     CLOSE SUBSCRIBER-FILE.
005250     IF WS-MODE-RESEND
005260        AND NOT WS-SUB-FOUND
005270        DISPLAY '*** SUBSCRIBER ' WS-PRM-SUB-ID
005280                ' NOT ON ' WS-SUBSC-FILE-NAME ' ***'
005290        MOVE 8 TO RETURN-CODE.
005300 1000-EXIT.
005310     EXIT.
005320*-----------------------------------------------------
005330* 1100-ONE-SUBSCRIBER
005340*-----------------------------------------------------
005350 1100-ONE-SUBSCRIBER.
005360     READ SUBSCRIBER-FILE
005370         AT END
005380             SET WS-EOF TO TRUE
005390             GO TO 1100-EXIT.
005400     IF WS-MODE-RESEND
005410        AND WX-SUB-ID NOT = WS-PRM-SUB-ID
005420        GO TO 1100-EXIT.
005430     SET WS-SUB-FOUND TO TRUE.
005440     IF NOT WX-SUB-ACTIVE
005450        DISPLAY 'SUBSCRIBER ' WX-SUB-ID ' ' WX-SUB-NAME
005460                ' INACTIVE - NOT SENT'
005470        ADD 1 TO WS-PASSED-COUNT
005480        GO TO 1100-EXIT.
005490     MOVE WX-SUB-ID TO WS-SEQ-FIND-ID.
005500     PERFORM 0420-FIND-SEQ-ENTRY THRU 0420-EXIT.
005510     IF WS-SEQ-SUB = 0
005520        DISPLAY '*** SUBSCRIBER ' WX-SUB-ID
005530                ' - SEQUENCE TABLE FULL, NOT SENT ***'
005540        ADD 1 TO WS-FAILED-COUNT
005550        GO TO 1100-EXIT.
005560     IF WS-MODE-NIGHTLY
005570        AND WS-SQ-LAST-NIGHTLY(WS-SEQ-SUB) = WS-RUN-DATE
005580        DISPLAY 'SUBSCRIBER ' WX-SUB-ID ' ALREADY SENT '
005590                WS-RUN-DATE ' - USE RESEND'
005600        ADD 1 TO WS-PASSED-COUNT
005610        GO TO 1100-EXIT.
005620     PERFORM 1200-STAGE-BULLETIN THRU 1200-EXIT.
005630     ADD 1 TO WS-SQ-LAST-SEQ(WS-SEQ-SUB).
005640     MOVE WS-SQ-LAST-SEQ(WS-SEQ-SUB) TO WS-BULL-SEQ.
005650     PERFORM 1500-WRITE-BULLETIN THRU 1500-EXIT.
005660     PERFORM 1600-LOG-DELIVERY THRU 1600-EXIT.
005670     IF WS-BULL-OUTCOME = 'F'
005680        ADD 1 TO WS-FAILED-COUNT
005690     ELSE
005700        ADD 1 TO WS-SENT-COUNT
005710        IF WS-MODE-NIGHTLY
005720           MOVE WS-RUN-DATE
005730             TO WS-SQ-LAST-NIGHTLY(WS-SEQ-SUB)
005740        END-IF
005750        DISPLAY 'SUBSCRIBER ' WX-SUB-ID ' BULLETIN '
005760                WS-BULL-SEQ ' - ' WS-STAGE-COUNT
005770                ' HOUR(S), ' WS-STA-SENT ' STATION(S) SENT, '
005780                WS-STA-HELD ' HELD'.
005790 1100-EXIT.
005800     EXIT.
005810*-----------------------------------------------------
005820* 1200-STAGE-BULLETIN
005830* Every station on the subscription, in the order the
005840* subscriber listed them.
005850*-----------------------------------------------------
005860 1200-STAGE-BULLETIN.
005870     MOVE 0 TO WS-STAGE-COUNT.
005880     MOVE 0 TO WS-STA-SENT.
005890     MOVE 0 TO WS-STA-HELD.
005900     MOVE 0 TO WS-BULL-FROM-DATE.
005910     MOVE 0 TO WS-BULL-TO-DATE.
005920     IF WX-SUB-STATION-COUNT NOT NUMERIC
005930        MOVE 0 TO WX-SUB-STATION-COUNT.
005940     IF WX-SUB-STATION-COUNT > 10
005950        MOVE 10 TO WX-SUB-STATION-COUNT.
005960     PERFORM 1300-STAGE-ONE-STATION THRU 1300-EXIT
005970         VARYING WS-SUB-STA-SUB FROM 1 BY 1
005980         UNTIL WS-SUB-STA-SUB > WX-SUB-STATION-COUNT.
005990 1200-EXIT.
006000     EXIT.
006010*-----------------------------------------------------
006020* 1300-STAGE-ONE-STATION
006030* A station unknown to the master, inactive, without a
006040* feed, or whose feed does not balance is held back
006050* and counted; anything else is read, normalized and
006060* gap-filled the way the batch run treats it - readings
006062* from an instrument overdue for calibration held back
006064* (WXCALCHK) before the gap fill - and its dated days
006070* staged hour by hour.
006080*-----------------------------------------------------
006090 1300-STAGE-ONE-STATION.
006100     MOVE WX-SUB-STATION-ID(WS-SUB-STA-SUB) TO WS-FIND-STA-ID.
006110     PERFORM 1310-FIND-STATION THRU 1310-EXIT.
006120     IF WS-STA-SUB = 0
006130        DISPLAY '*** SUBSCRIBER ' WX-SUB-ID ' STATION '
006140                WS-FIND-STA-ID ' NOT ON MASTER - HELD ***'
006150        ADD 1 TO WS-STA-HELD
006160        GO TO 1300-EXIT.
006170     IF WX-STA-INACTIVE(WS-STA-SUB)
006180        DISPLAY 'SUBSCRIBER ' WX-SUB-ID ' STATION '
006190                WS-FIND-STA-ID ' INACTIVE - HELD'
006200        ADD 1 TO WS-STA-HELD
006210        GO TO 1300-EXIT.
006220     PERFORM 1400-READ-FEED THRU 1400-EXIT.
006230     IF NOT WS-FEED-BALANCED
006240        DISPLAY '*** SUBSCRIBER ' WX-SUB-ID ' STATION '
006250                WS-FIND-STA-ID ' FEED MISSING OR OUT OF '
006260                'BALANCE - HELD ***'
006270        ADD 1 TO WS-STA-HELD
006280        GO TO 1300-EXIT.
006290     IF WS-TB-COMMON
006300        CALL 'WXTZADJ' USING WX-GRID-TABLE
006310             WX-DAY-DATE-TABLE
006320             WX-STA-TZ-OFFSET(WS-STA-SUB)
006330             WS-TZADJ-RETURN-STATUS
006340        IF NOT WS-TZADJ-OK
006350           DISPLAY '*** STATION ' WS-FIND-STA-ID
006360                   ' TZ OFFSET UNREADABLE - LEFT LOCAL ***'
006370        END-IF
006380     END-IF.
006382     IF WX-INSTR-COUNT > 0
006384        CALL 'WXCALCHK' USING 'H'
006385                              WS-FIND-STA-ID
006386                              WX-GRID-TABLE
006387                              WX-DAY-DATE-TABLE
006388                              WX-INSTR-COUNT
006389                              WX-INSTR-TABLE
006390                              WS-BULL-RUN-DATE
006391                              WS-CAL-COUNT
006392                              WS-CAL-RETURN-STATUS.
006393     CALL 'WXESTIM' USING WX-GRID-TABLE
006394                          WS-ESTIM-FILLED-COUNT
006410                          WS-ESTIM-RETURN-STATUS.
006420     ADD 1 TO WS-STA-SENT.
006430     PERFORM 1350-STAGE-ONE-DAY THRU 1350-EXIT
006440         VARYING WX-DAY-IDX FROM 1 BY 1
006450         UNTIL WX-DAY-IDX > 7.
006460 1300-EXIT.
006470     EXIT.
006480 1310-FIND-STATION.
006490     MOVE 0 TO WS-STA-SUB-J.
006500     PERFORM 1320-MATCH-STATION THRU 1320-EXIT
006510         VARYING WS-STA-SUB FROM 1 BY 1
006520         UNTIL WS-STA-SUB > WX-STATION-COUNT.
006530     MOVE WS-STA-SUB-J TO WS-STA-SUB.
006540 1310-EXIT.
006550     EXIT.
006560 1320-MATCH-STATION.
006570     IF WX-STA-ID(WS-STA-SUB) = WS-FIND-STA-ID
006580        MOVE WS-STA-SUB TO WS-STA-SUB-J.
006590 1320-EXIT.
006600     EXIT.
006610*-----------------------------------------------------
006620* 1350-STAGE-ONE-DAY
006630* A day slot the feed never dated carries nothing to
006640* send; a dated day goes out all 24 hours.
006650*-----------------------------------------------------
006660 1350-STAGE-ONE-DAY.
006670     IF WX-OBS-DATE(WX-DAY-IDX) = 0
006680        GO TO 1350-EXIT.
006690     IF WS-BULL-FROM-DATE = 0
006700        OR WX-OBS-DATE(WX-DAY-IDX) < WS-BULL-FROM-DATE
006710        MOVE WX-OBS-DATE(WX-DAY-IDX) TO WS-BULL-FROM-DATE.
006720     IF WX-OBS-DATE(WX-DAY-IDX) > WS-BULL-TO-DATE
006730        MOVE WX-OBS-DATE(WX-DAY-IDX) TO WS-BULL-TO-DATE.
006740     PERFORM 1360-STAGE-ONE-HOUR THRU 1360-EXIT
006750         VARYING WX-HOUR-IDX FROM 1 BY 1
006760         UNTIL WX-HOUR-IDX > 24.
006770 1350-EXIT.
006780     EXIT.
006790*-----------------------------------------------------
006800* 1360-STAGE-ONE-HOUR
006810*-----------------------------------------------------
006820 1360-STAGE-ONE-HOUR.
006830     IF WS-STAGE-COUNT NOT < WS-STAGE-MAX
006840        GO TO 1360-EXIT.
006850     MOVE WX-STA-ID(WS-STA-SUB) TO WX-BLD-STA-ID.
006860     MOVE WX-OBS-DATE(WX-DAY-IDX) TO WX-BLD-OBS-DATE.
006870     SET WX-BLD-HOUR TO WX-HOUR-IDX.
006880     MOVE WX-WIND-SPEED(WX-DAY-IDX WX-HOUR-IDX)
006890       TO WX-BLD-WIND-SPEED.
006900     MOVE WX-WIND-DIR(WX-DAY-IDX WX-HOUR-IDX)
006910       TO WX-BLD-WIND-DIR.
006920     MOVE WX-PRECIP(WX-DAY-IDX WX-HOUR-IDX) TO WX-BLD-PRECIP.
006930     IF WX-QUAL-UNSET(WX-DAY-IDX WX-HOUR-IDX)
006940        OR WX-FAHR-TEMP(WX-DAY-IDX WX-HOUR-IDX) = -300
006950        MOVE 'M' TO WX-BLD-QUAL
006960        MOVE 0 TO WX-BLD-TEMP
006970        MOVE 0 TO WX-BLD-PRESS
006980     ELSE IF WX-SUB-METRIC
006990        MOVE WX-CELL-QUAL(WX-DAY-IDX WX-HOUR-IDX)
007000          TO WX-BLD-QUAL
007010        CALL 'WXUNITS' USING
007020             WX-FAHR-TEMP(WX-DAY-IDX WX-HOUR-IDX)
007030             WX-BAROM-PRESSURE(WX-DAY-IDX WX-HOUR-IDX)
007040             WS-CELS-TEMP WS-MB-PRESS
007050        MOVE WS-CELS-TEMP TO WX-BLD-TEMP
007060        MOVE WS-MB-PRESS  TO WX-BLD-PRESS
007070     ELSE
007080        MOVE WX-CELL-QUAL(WX-DAY-IDX WX-HOUR-IDX)
007090          TO WX-BLD-QUAL
007100        MOVE WX-FAHR-TEMP(WX-DAY-IDX WX-HOUR-IDX)
007110          TO WX-BLD-TEMP
007120        MOVE WX-BAROM-PRESSURE(WX-DAY-IDX WX-HOUR-IDX)
007130          TO WX-BLD-PRESS.
007140     ADD 1 TO WS-STAGE-COUNT.
007150     MOVE WX-BL-DETAIL-RECORD TO WS-STAGE-LINE(WS-STAGE-COUNT).
007160 1360-EXIT.
007170     EXIT.
007180*-----------------------------------------------------
007190* 1400-READ-FEED
007200* The station's readings into the grid under the same
007210* edits and control totals WXLOAD applies - day/hour
007220* out of range passed over, a repeated cell
007230* overwritten - but with nothing written to suspense.
007240* Leaves WS-FEED-STATUS 'Y' balanced, 'B' unbalanced,
007250* 'N' no feed.
007260*-----------------------------------------------------
007270 1400-READ-FEED.
007280     SET WS-FEED-MISSING TO TRUE.
007290     MOVE 0 TO WS-FEED-READ-COUNT.
007300     MOVE 0 TO WS-FEED-TRAILER-COUNT.
007310     SET WS-FEED-TRAILER-ABSENT TO TRUE.
007320     PERFORM 1410-RESET-DAY THRU 1410-EXIT
007330         VARYING WX-DAY-IDX FROM 1 BY 1
007340         UNTIL WX-DAY-IDX > 7.
007342     IF WX-RS-NOT-REGISTERED(WS-STA-SUB)
007344        GO TO 1400-EXIT.
007350     MOVE WX-STA-READINGS-FILE(WS-STA-SUB) TO WS-FEED-FILE-NAME.
007360     OPEN INPUT STATION-FEED-FILE.
007370     IF NOT WS-FEED-FILE-OK
007380        GO TO 1400-EXIT.
007390     SET WS-FEED-NOT-EOF TO TRUE.
007400     PERFORM 1430-READ-ONE-READING THRU 1430-EXIT
007410         UNTIL WS-FEED-EOF.
007420     CLOSE STATION-FEED-FILE.
007430     IF WS-FEED-TRAILER-SEEN
007440        AND WS-FEED-TRAILER-COUNT = WS-FEED-READ-COUNT
007450        SET WS-FEED-BALANCED TO TRUE
007460     ELSE
007470        SET WS-FEED-UNBALANCED TO TRUE.
007480 1400-EXIT.
007490     EXIT.
007500 1410-RESET-DAY.
007510     MOVE 0 TO WX-OBS-DATE(WX-DAY-IDX).
007520     PERFORM 1420-RESET-HOUR THRU 1420-EXIT
007530         VARYING WX-HOUR-IDX FROM 1 BY 1
007540         UNTIL WX-HOUR-IDX > 24.
007550 1410-EXIT.
007560     EXIT.
007570 1420-RESET-HOUR.
007580     MOVE -300 TO WX-FAHR-TEMP(WX-DAY-IDX WX-HOUR-IDX).
007590     MOVE 0    TO WX-BAROM-PRESSURE(WX-DAY-IDX WX-HOUR-IDX).
007600     MOVE 999  TO WX-WIND-SPEED(WX-DAY-IDX WX-HOUR-IDX).
007610     MOVE 999  TO WX-WIND-DIR(WX-DAY-IDX WX-HOUR-IDX).
007620     MOVE 9.99 TO WX-PRECIP(WX-DAY-IDX WX-HOUR-IDX).
007630     SET WX-QUAL-UNSET(WX-DAY-IDX WX-HOUR-IDX) TO TRUE.
007640 1420-EXIT.
007650     EXIT.
007660 1430-READ-ONE-READING.
007670     READ STATION-FEED-FILE
007680         AT END
007690             SET WS-FEED-EOF TO TRUE
007700             GO TO 1430-EXIT.
007710     IF WR-TRAILER
007720        MOVE WR-TRL-COUNT TO WS-FEED-TRAILER-COUNT
007730        SET WS-FEED-TRAILER-SEEN TO TRUE
007740        GO TO 1430-EXIT.
007750     ADD 1 TO WS-FEED-READ-COUNT.
007760     IF WR-DAY NOT NUMERIC
007770        OR WR-HOUR NOT NUMERIC
007780        GO TO 1430-EXIT.
007790     IF WR-DAY < 1 OR WR-DAY > 7
007800        OR WR-HOUR < 1 OR WR-HOUR > 24
007810        GO TO 1430-EXIT.
007820     MOVE WR-FAHR-TEMP      TO WX-FAHR-TEMP(WR-DAY WR-HOUR).
007830     MOVE WR-BAROM-PRESSURE TO WX-BAROM-PRESSURE(WR-DAY WR-HOUR).
007840     IF WR-QUAL = 'E' OR WR-QUAL = 'C'
007850        MOVE WR-QUAL TO WX-CELL-QUAL(WR-DAY WR-HOUR)
007860     ELSE
007870        SET WX-QUAL-OBSERVED(WR-DAY WR-HOUR) TO TRUE.
007880     IF WR-OBS-DATE NUMERIC
007890        MOVE WR-OBS-DATE TO WX-OBS-DATE(WR-DAY)
007900     ELSE
007910        MOVE 0 TO WX-OBS-DATE(WR-DAY).
007920     IF WR-WIND-SPEED NUMERIC
007930        MOVE WR-WIND-SPEED TO WX-WIND-SPEED(WR-DAY WR-HOUR).
007940     IF WR-WIND-DIR NUMERIC
007950        MOVE WR-WIND-DIR TO WX-WIND-DIR(WR-DAY WR-HOUR).
007960     IF WR-PRECIP NUMERIC
007970        MOVE WR-PRECIP TO WX-PRECIP(WR-DAY WR-HOUR).
007980 1430-EXIT.
007990     EXIT.
008000*-----------------------------------------------------
008010* 1500-WRITE-BULLETIN
008020* Header, the staged details, trailer.  Leaves the
008030* delivery outcome in WS-BULL-OUTCOME.
008040*-----------------------------------------------------
008050 1500-WRITE-BULLETIN.
008060     MOVE 'F' TO WS-BULL-OUTCOME.
008070     MOVE WX-SUB-FILE-NAME TO WS-BULL-FILE-NAME.
008080     OPEN OUTPUT BULLETIN-FILE.
008090     IF NOT WS-BULL-FILE-OK
008100        DISPLAY '*** SUBSCRIBER ' WX-SUB-ID ' - CANNOT OPEN '
008110                WS-BULL-FILE-NAME ' ***'
008120        GO TO 1500-EXIT.
008130     MOVE WX-SUB-ID TO WX-BLH-SUB-ID.
008140     MOVE WS-BULL-SEQ TO WX-BLH-SEQ.
008150     MOVE WS-BULL-RUN-DATE TO WX-BLH-RUN-DATE.
008160     IF WS-MODE-RESEND
008170        SET WX-BLH-RESEND TO TRUE
008180     ELSE
008190        SET WX-BLH-NIGHTLY TO TRUE.
008200     IF WX-SUB-METRIC
008210        MOVE 'M' TO WX-BLH-UNITS
008220     ELSE
008230        MOVE 'I' TO WX-BLH-UNITS.
008240     MOVE WS-BULL-FROM-DATE TO WX-BLH-FROM-DATE.
008250     MOVE WS-BULL-TO-DATE TO WX-BLH-TO-DATE.
008260     WRITE BULLETIN-LINE FROM WX-BL-HEADER-RECORD.
008262     IF NOT WS-BULL-FILE-OK
008264        GO TO 1500-WRITE-FAILED.
008270     PERFORM 1510-WRITE-ONE-DETAIL THRU 1510-EXIT
008280         VARYING WS-STAGE-SUB FROM 1 BY 1
008290         UNTIL WS-STAGE-SUB > WS-STAGE-COUNT
008292            OR NOT WS-BULL-FILE-OK.
008294     IF NOT WS-BULL-FILE-OK
008296        GO TO 1500-WRITE-FAILED.
008300     MOVE WX-SUB-ID TO WX-BLT-SUB-ID.
008310     MOVE WS-BULL-SEQ TO WX-BLT-SEQ.
008320     MOVE WS-STAGE-COUNT TO WX-BLT-DETAIL-COUNT.
008330     MOVE WS-STA-SENT TO WX-BLT-STA-COUNT.
008340     WRITE BULLETIN-LINE FROM WX-BL-TRAILER-RECORD.
008350     IF NOT WS-BULL-FILE-OK
008360        GO TO 1500-WRITE-FAILED.
008400     CLOSE BULLETIN-FILE.
008410     IF WS-STA-HELD > 0
008420        MOVE 'P' TO WS-BULL-OUTCOME
008430     ELSE
008440        MOVE 'S' TO WS-BULL-OUTCOME.
008442     GO TO 1500-EXIT.
008444* A bulletin short of any line is a failed delivery,
008446* never a partial one the subscriber might trust.
008448 1500-WRITE-FAILED.
008450     DISPLAY '*** SUBSCRIBER ' WX-SUB-ID ' - WRITE FAILED '
008452             'ON ' WS-BULL-FILE-NAME ' ***'.
008454     CLOSE BULLETIN-FILE.
008456 1500-EXIT.
008460     EXIT.
008470 1510-WRITE-ONE-DETAIL.
008480     WRITE BULLETIN-LINE FROM WS-STAGE-LINE(WS-STAGE-SUB).
008490 1510-EXIT.
008500     EXIT.
008510*-----------------------------------------------------
008520* 1600-LOG-DELIVERY
008530* Appends the delivery to DISTLOG.DAT, failed or not,
008540* so the log answers for every attempt.
008550*-----------------------------------------------------
008560 1600-LOG-DELIVERY.
008570     OPEN EXTEND DIST-LOG-FILE.
008580     IF NOT WS-DISTLOG-FILE-OK
008590        OPEN OUTPUT DIST-LOG-FILE.
008600     IF NOT WS-DISTLOG-FILE-OK
008610        DISPLAY '*** DISTLOG.DAT OPEN FAILED - SUBSCRIBER '
008620                WX-SUB-ID ' BULLETIN ' WS-BULL-SEQ
008630                ' NOT LOGGED ***'
008640        GO TO 1600-EXIT.
008650     MOVE WS-BULL-RUN-DATE TO WX-DL-RUN-DATE.
008660     MOVE WS-RUN-DATE TO WX-DL-SENT-DATE.
008670     MOVE WS-RUN-TIME(1:6) TO WX-DL-SENT-TIME.
008680     MOVE WX-SUB-ID TO WX-DL-SUB-ID.
008690     MOVE WS-BULL-SEQ TO WX-DL-SEQ.
008700     IF WS-MODE-RESEND
008710        SET WX-DL-RESEND TO TRUE
008720     ELSE
008730        SET WX-DL-NIGHTLY TO TRUE.
008740     MOVE WS-BULL-FROM-DATE TO WX-DL-FROM-DATE.
008750     MOVE WS-BULL-TO-DATE TO WX-DL-TO-DATE.
008760     MOVE WS-STA-SENT TO WX-DL-STA-SENT.
008770     MOVE WS-STA-HELD TO WX-DL-STA-HELD.
008780     MOVE WS-STAGE-COUNT TO WX-DL-DETAIL-COUNT.
008790     MOVE WS-BULL-FILE-NAME TO WX-DL-FILE-NAME.
008800     MOVE WS-BULL-OUTCOME TO WX-DL-OUTCOME.
008810     WRITE WX-DISTLOG-RECORD.
008820     CLOSE DIST-LOG-FILE.
008830 1600-EXIT.
008840     EXIT.
008850*-----------------------------------------------------
008860* 5000-LOG-REPORT
008870* DISTLOG.DAT listed in the order written, for one
008880* subscriber or all of them.
008890*-----------------------------------------------------
008900 5000-LOG-REPORT.
008910     OPEN INPUT DIST-LOG-FILE.
008920     IF NOT WS-DISTLOG-FILE-OK
008930        DISPLAY '*** NO DISTLOG.DAT - NOTHING HAS BEEN SENT ***'
008940        GO TO 5000-EXIT.
008950     OPEN OUTPUT DIST-LOG-REPORT.
008960     IF NOT WS-LOGRPT-FILE-OK
008970        DISPLAY '*** CANNOT OPEN ' WS-LOGRPT-FILE-NAME ' ***'
008980        CLOSE DIST-LOG-FILE
008990        MOVE 8 TO RETURN-CODE
009000        GO TO 5000-EXIT.
009010     IF WS-PRM-SUB-ID = SPACES
009020        MOVE '(ALL)' TO WS-LH-SUB-ID
009030     ELSE
009040        MOVE WS-PRM-SUB-ID TO WS-LH-SUB-ID.
009050     WRITE LOG-REPORT-LINE FROM WS-LOG-HEADER-1.
009060     WRITE LOG-REPORT-LINE FROM WS-LOG-HEADER-2.
009070     MOVE 0 TO WS-LOG-LINE-COUNT.
009080     SET WS-NOT-EOF TO TRUE.
009090     PERFORM 5100-LIST-ONE-DELIVERY THRU 5100-EXIT
009100         UNTIL WS-EOF.
009110     MOVE WS-LOG-LINE-COUNT TO WS-LF-COUNT.
009120     WRITE LOG-REPORT-LINE FROM WS-LOG-FOOTER.
009130     CLOSE DIST-LOG-REPORT.
009140     CLOSE DIST-LOG-FILE.
009150     DISPLAY WS-LOG-LINE-COUNT ' DELIVERY(IES) LISTED ON '
009160             WS-LOGRPT-FILE-NAME.
009170 5000-EXIT.
009180     EXIT.
009190 5100-LIST-ONE-DELIVERY.
009200     READ DIST-LOG-FILE
009210         AT END
009220             SET WS-EOF TO TRUE
009230             GO TO 5100-EXIT.
009240     IF WS-PRM-SUB-ID NOT = SPACES
009250        AND WX-DL-SUB-ID NOT = WS-PRM-SUB-ID
009260        GO TO 5100-EXIT.
009270     MOVE WX-DL-RUN-DATE  TO WS-LD-RUN-DATE.
009280     MOVE WX-DL-SENT-DATE TO WS-LD-SENT-DATE.
009290     MOVE WX-DL-SENT-TIME(1:4) TO WS-LD-SENT-TIME.
009300     MOVE WX-DL-SUB-ID    TO WS-LD-SUB-ID.
009310     MOVE WX-DL-SEQ       TO WS-LD-SEQ.
009320     MOVE WX-DL-KIND      TO WS-LD-KIND.
009330     MOVE WX-DL-FROM-DATE TO WS-LD-FROM-DATE.
009340     MOVE WX-DL-TO-DATE   TO WS-LD-TO-DATE.
009350     MOVE WX-DL-STA-SENT  TO WS-LD-STA-SENT.
009360     MOVE WX-DL-STA-HELD  TO WS-LD-STA-HELD.
009370     MOVE WX-DL-DETAIL-COUNT TO WS-LD-DETAILS.
009380     IF WX-DL-SENT
009390        MOVE 'SENT' TO WS-LD-OUTCOME
009400     ELSE IF WX-DL-PARTIAL
009410        MOVE 'PARTIAL' TO WS-LD-OUTCOME
009420     ELSE
009430        MOVE 'FAILED' TO WS-LD-OUTCOME.
009440     WRITE LOG-REPORT-LINE FROM WS-LOG-DETAIL.
009450     ADD 1 TO WS-LOG-LINE-COUNT.
009460 5100-EXIT.
009470     EXIT.
