000100*****************************************************
000110* Program name: PROFINTK
000120* Author:       D. Feltz, Applications Programming
000130* Installation: Deskware, Inc. - Weather Ops
000140* Date-Written: 04/27/2001
000150* Date-Compiled:
000160*-----------------------------------------------------
000170* Feed intake registry.  Run as the station feeds land
000180* during the evening, and once more before the nightly
000190* cutoff for the intake report.
000200*
000210* REGISTER reads each active station's arriving
000220* readings file (the readings file named on
000230* STATIONS.MST) through WXFDSCAN and logs it on
000240* FEEDRCPT.DAT (WXFRCPT layout) with the detail count,
000250* the trailer's count, the observation dates it
000260* covers and a content hash.  An accepted feed is
000270* copied to its own registered file, RCPTnnnnnn.DAT
000280* under its receipt number, and that copy is what the
000290* nightly PROFBTCH reads (through WXRCPTLK) - never
000300* the landing file - so a feed replaced after the run
000310* cannot change what the run was built from.  A feed
000320* whose content matches an earlier accepted receipt,
000330* last night's file sent again for instance, is
000340* refused and logged as a duplicate.  A landing file
000350* unchanged since the station's last receipt tonight
000360* is passed over quietly, so REGISTER can be run as
000370* often as feeds arrive; one unchanged since an
000372* earlier night's receipt is that night's file again
000374* and is refused.
000380*
000390* REPORT writes INTAKE.RPT: every active station with
000400* the receipt the night will use, flagged MISSING when
000410* nothing has been registered today, LATE when that
000420* receipt came in after the station's expected time
000430* (FEEDSCHD.CFG), UNBAL when its trailer does not
000440* match its details, REPLACED when an earlier receipt
000450* today was superseded.  Ends with RETURN-CODE 8 when
000460* any station is missing or late.
000470*
000480* Run mode from INTAKE.PRM:
000490*   REGISTER [staid]  (also the default when the file
000500*                     is absent) - every active
000510*                     station, or the one named.
000520*   REPORT            the pre-cutoff intake report.
000530*
000540* FEEDSCHD.CFG, one line per station, id in columns
000550* 1-8 and the expected time HHMM in 10-13; an id of
000560* DEFAULT sets the time for stations not listed.  With
000570* no file every station is expected by 2200.
000580*
000590* Copyright 2001 Deskware, Inc.
000600*
000610* Modification History
000620* 04/27/2001 DF   Original program.
000622* 05/15/2001 DF   A feed unchanged since an earlier night's
000624*                 receipt is refused as a duplicate; only a
000626*                 same-night rerun is passed over quietly.
000630*****************************************************
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID. PROFINTK.
000660 AUTHOR. D. FELTZ.
000670 INSTALLATION. DESKWARE-INC.
000680 DATE-WRITTEN. 04/27/2001.
000690 DATE-COMPILED.
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER. GENERIC.
000730 OBJECT-COMPUTER. GENERIC.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT RECEIPT-LOG-FILE ASSIGN DYNAMIC WS-RCPT-FILE-NAME
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-RCPT-FILE-STATUS.
000790     SELECT INTAKE-REPORT-FILE ASSIGN DYNAMIC WS-INTRPT-FILE-NAME
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-INTRPT-FILE-STATUS.
000820     SELECT FEED-SCHED-FILE ASSIGN DYNAMIC WS-SCHED-FILE-NAME
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-SCHED-FILE-STATUS.
000850     SELECT RUN-PARM-FILE ASSIGN DYNAMIC WS-RUNPRM-FILE-NAME
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-RUNPRM-FILE-STATUS.
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  RECEIPT-LOG-FILE
000910     RECORD CONTAINS 152 CHARACTERS.
000920 01  RL-RECORD  PIC X(152).
000930 FD  INTAKE-REPORT-FILE
000940     RECORD CONTAINS 80 CHARACTERS.
000950 01  INTAKE-LINE  PIC X(80).
000960 FD  FEED-SCHED-FILE
000970     RECORD CONTAINS 80 CHARACTERS.
000980 01  SCHED-RECORD.
000990    05  SCHED-STA-ID  PIC X(8).
001000    05  FILLER        PIC X.
001010    05  SCHED-HHMM    PIC 9(4).
001020    05  FILLER        PIC X(67).
001030 FD  RUN-PARM-FILE
001040     RECORD CONTAINS 80 CHARACTERS.
001050 01  PRM-RECORD  PIC X(80).
001060 WORKING-STORAGE SECTION.
001070 COPY WXSTAT.
001080 COPY WXFRCPT.
001090 01  WS-RCPT-FILE-NAME      PIC X(40) VALUE 'FEEDRCPT.DAT'.
001100 01  WS-RCPT-FILE-STATUS    PIC XX.
001110    88  WS-RCPT-FILE-OK        VALUE '00' '05'.
001120 01  WS-INTRPT-FILE-NAME    PIC X(40) VALUE 'INTAKE.RPT'.
001130 01  WS-INTRPT-FILE-STATUS  PIC XX.
001140    88  WS-INTRPT-FILE-OK      VALUE '00'.
001150 01  WS-SCHED-FILE-NAME     PIC X(40) VALUE 'FEEDSCHD.CFG'.
001160 01  WS-SCHED-FILE-STATUS   PIC XX.
001170    88  WS-SCHED-FILE-OK       VALUE '00'.
001180 01  WS-RUNPRM-FILE-NAME    PIC X(40) VALUE 'INTAKE.PRM'.
001190 01  WS-RUNPRM-FILE-STATUS  PIC XX.
001200    88  WS-RUNPRM-FILE-OK      VALUE '00'.
001210 01  WS-PRM-TEXT  PIC X(80).
001220 01  WS-PRM-WORD  PIC X(20).
001230 01  WS-PRM-PTR   PIC 9(3) COMP.
001240 01  WS-RUN-MODE  PIC X VALUE 'G'.
001250    88  WS-MODE-REGISTER  VALUE 'G'.
001260    88  WS-MODE-REPORT    VALUE 'R'.
001270 01  WS-PRM-STA-ID  PIC X(8) VALUE SPACES.
001280 01  WS-EOF-SWITCH  PIC X VALUE 'N'.
001290    88  WS-EOF      VALUE 'Y'.
001300    88  WS-NOT-EOF  VALUE 'N'.
001310 01  WS-RUN-DATE  PIC 9(8).
001320 01  WS-RUN-TIME  PIC 9(8).
001330 01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
001340    05  WS-RUN-HHMMSS  PIC 9(6).
001350    05  FILLER         PIC 99.
001360 01  WS-MSTR-RETURN-STATUS  PIC X.
001370    88  WS-MSTR-OK  VALUE 'Y'.
001380 01  WS-SCAN-RETURN-STATUS  PIC X.
001390    88  WS-SCAN-OK       VALUE 'Y'.
001400    88  WS-SCAN-NO-FILE  VALUE 'M'.
001410 01  WS-DEFAULT-DUE  PIC 9(4) VALUE 2200.
001420 01  WS-LAST-RECEIPT-NO  PIC 9(6) VALUE 0.
001430 01  WS-COPY-FILE-NAME   PIC X(40).
001440 01  WS-FIRST-HASH       PIC 9(10).
001450 01  WS-STA-SUB    PIC S9(4) COMP.
001460 01  WS-STA-SUB-J  PIC S9(4) COMP.
001470 01  WS-STA-SUB-K  PIC S9(4) COMP.
001480*-----------------------------------------------------
001490* Per station, parallel to the station table: the
001500* landing file's scan, what the log already holds for
001510* the station, and today's receipts for the report.
001520*-----------------------------------------------------
001530 01  WS-INTAKE-TABLE.
001540    05  WS-INTAKE-ENTRY OCCURS 20 TIMES.
001550       10  WS-IT-SCAN-FLAG      PIC X.
001560          88  WS-IT-SCANNED       VALUE 'Y'.
001570          88  WS-IT-NO-FEED       VALUE 'M'.
001580          88  WS-IT-NOT-SCANNED   VALUE SPACE.
001590       10  WS-IT-SCAN           PIC X(37).
001600       10  WS-IT-SCAN-R REDEFINES WS-IT-SCAN.
001610          15  FILLER            PIC X(27).
001620          15  WS-IT-HASH        PIC 9(10).
001630       10  WS-IT-DUE-HHMM       PIC 9(4).
001640       10  WS-IT-DUE-FLAG       PIC X.
001650          88  WS-IT-DUE-SET       VALUE 'Y'.
001660* The station's most recent log entry, either outcome.
001670       10  WS-IT-PRIOR-NO       PIC 9(6).
001680       10  WS-IT-PRIOR-HASH     PIC 9(10).
001685       10  WS-IT-PRIOR-DATE     PIC 9(8).
001690* The latest accepted receipt, any station, carrying
001700* the same content as the landing file.
001710       10  WS-IT-DUP-OF         PIC 9(6).
001720       10  WS-IT-DUP-STA-ID     PIC X(8).
001730       10  WS-IT-DUP-DATE       PIC 9(8).
001740* Receipt this run registered, if any.
001750       10  WS-IT-NEW-RCPT-NO    PIC 9(6).
001760* Today's receipts.
001770       10  WS-IT-ACC-TODAY      PIC 9(2).
001780       10  WS-IT-REF-TODAY      PIC 9(2).
001790       10  WS-IT-TODAY-RECEIPT  PIC X(152).
001800 01  WS-TODAY-RECEIPT-HOLD  PIC X(152).
001810*-----------------------------------------------------
001820* Run totals.
001830*-----------------------------------------------------
001840 01  WS-REGISTERED-COUNT  PIC 9(3) VALUE 0.
001850 01  WS-REFUSED-COUNT     PIC 9(3) VALUE 0.
001860 01  WS-UNCHANGED-COUNT   PIC 9(3) VALUE 0.
001870 01  WS-NO-FEED-COUNT     PIC 9(3) VALUE 0.
001880 01  WS-MISSING-COUNT     PIC 9(3) VALUE 0.
001890 01  WS-LATE-COUNT        PIC 9(3) VALUE 0.
001900*-----------------------------------------------------
001910* INTAKE.RPT lines.
001920*-----------------------------------------------------
001930 01  WS-INTAKE-HEADER-1.
001940    05  FILLER  PIC X(26) VALUE 'FEED INTAKE STATUS FOR RUN'.
001950    05  FILLER  PIC X(6)  VALUE ' DATE '.
001960    05  WS-IH-RUN-DATE  PIC 9(8).
001970    05  FILLER  PIC X(4)  VALUE ' AT '.
001980    05  WS-IH-RUN-HHMM  PIC 9(4).
001990 01  WS-INTAKE-HEADER-2.
002000    05  FILLER  PIC X(40)
002010        VALUE 'STATION  DUE  RCVD  RCPT# DETAIL  TRLR O'.
002020    05  FILLER  PIC X(40)
002030        VALUE 'BS FROM OBS TO   AC RF STATUS           '.
002040 01  WS-INTAKE-DETAIL.
002050    05  WS-ID-STA-ID     PIC X(8).
002060    05  FILLER           PIC X VALUE SPACE.
002070    05  WS-ID-DUE        PIC 9(4).
002080    05  FILLER           PIC X VALUE SPACE.
002090    05  WS-ID-RCVD       PIC X(4).
002100    05  FILLER           PIC X VALUE SPACE.
002110    05  WS-ID-RCPT-NO    PIC X(6).
002120    05  FILLER           PIC X VALUE SPACE.
002130    05  WS-ID-DETAILS    PIC ZZZZZ9.
002140    05  FILLER           PIC X VALUE SPACE.
002150    05  WS-ID-TRAILER    PIC ZZZZ9.
002160    05  FILLER           PIC X VALUE SPACE.
002170    05  WS-ID-FIRST-OBS  PIC X(8).
002180    05  FILLER           PIC X VALUE SPACE.
002190    05  WS-ID-LAST-OBS   PIC X(8).
002200    05  FILLER           PIC X VALUE SPACE.
002210    05  WS-ID-ACC        PIC Z9.
002220    05  FILLER           PIC X VALUE SPACE.
002230    05  WS-ID-REF        PIC Z9.
002240    05  FILLER           PIC X VALUE SPACE.
002250    05  WS-ID-STATUS     PIC X(8).
002260 01  WS-RCVD-HHMM      PIC 9(4).
002270 01  WS-RCPT-NO-ED     PIC 9(6).
002280 01  WS-OBS-DATE-ED    PIC 9(8).
002290 01  WS-INTAKE-FOOTER.
002300    05  WS-IF-MISSING  PIC ZZ9.
002310    05  FILLER         PIC X(9)  VALUE ' MISSING,'.
002320    05  WS-IF-LATE     PIC ZZ9.
002330    05  FILLER         PIC X(6)  VALUE ' LATE '.
002340 PROCEDURE DIVISION.
002350*-----------------------------------------------------
002360* 0000-MAINLINE
002370*-----------------------------------------------------
002380 0000-MAINLINE.
002390     DISPLAY 'PROFINTK - FEED INTAKE REGISTRY'.
002400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002410     ACCEPT WS-RUN-TIME FROM TIME.
002420     PERFORM 0200-READ-RUN-PARM THRU 0200-EXIT.
002430     CALL 'WXSTAMST' USING WX-STATION-COUNT
002440                           WX-STATION-TABLE
002450                           'L'
002460                           WS-MSTR-RETURN-STATUS.
002470     IF NOT WS-MSTR-OK
002480        DISPLAY '*** STATIONS.MST NOT FOUND - NO FEEDS '
002490                'TO TAKE IN ***'
002500        MOVE 8 TO RETURN-CODE
002510        GO TO 0000-EXIT.
002520     PERFORM 0300-CLEAR-ONE-STATION THRU 0300-EXIT
002530         VARYING WS-STA-SUB FROM 1 BY 1
002540         UNTIL WS-STA-SUB > 20.
002550     PERFORM 0400-READ-SCHEDULE THRU 0400-EXIT.
002560     IF WS-MODE-REGISTER
002570        PERFORM 1000-SCAN-ONE-FEED THRU 1000-EXIT
002580            VARYING WS-STA-SUB FROM 1 BY 1
002590            UNTIL WS-STA-SUB > WX-STATION-COUNT.
002600     PERFORM 2000-READ-RECEIPT-LOG THRU 2000-EXIT.
002610     IF WS-MODE-REPORT
002620        PERFORM 4000-INTAKE-REPORT THRU 4000-EXIT
002630        GO TO 0000-EXIT.
002640     PERFORM 3000-REGISTER-ONE-FEED THRU 3000-EXIT
002650         VARYING WS-STA-SUB FROM 1 BY 1
002660         UNTIL WS-STA-SUB > WX-STATION-COUNT.
002670     DISPLAY WS-REGISTERED-COUNT ' FEED(S) REGISTERED, '
002680             WS-REFUSED-COUNT ' REFUSED, '
002690             WS-UNCHANGED-COUNT ' UNCHANGED, '
002700             WS-NO-FEED-COUNT ' NOT YET IN'.
002710 0000-EXIT.
002720     STOP RUN.
002730*-----------------------------------------------------
002740* 0200-READ-RUN-PARM
002750* Run mode from INTAKE.PRM: REGISTER (also the default
002760* when the file is absent) and an optional station id,
002770* or REPORT.
002780*-----------------------------------------------------
002790 0200-READ-RUN-PARM.
002800     OPEN INPUT RUN-PARM-FILE.
002810     IF NOT WS-RUNPRM-FILE-OK
002820        GO TO 0200-EXIT.
002830     READ RUN-PARM-FILE
002840         AT END
002850             GO TO 0200-CLOSE.
002860     MOVE PRM-RECORD TO WS-PRM-TEXT.
002870     MOVE 1 TO WS-PRM-PTR.
002880     MOVE SPACES TO WS-PRM-WORD.
002890     UNSTRING WS-PRM-TEXT DELIMITED BY ALL ' '
002900         INTO WS-PRM-WORD
002910         WITH POINTER WS-PRM-PTR.
002920     IF WS-PRM-WORD = 'REPORT'
002930        SET WS-MODE-REPORT TO TRUE
002940        DISPLAY 'RUN MODE: REPORT'
002950     ELSE IF WS-PRM-WORD = 'REGISTER'
002960        MOVE SPACES TO WS-PRM-WORD
002970        IF WS-PRM-PTR NOT > 80
002980           UNSTRING WS-PRM-TEXT DELIMITED BY ALL ' '
002990               INTO WS-PRM-WORD
003000               WITH POINTER WS-PRM-PTR
003010        END-IF
003020        MOVE WS-PRM-WORD TO WS-PRM-STA-ID
003030        DISPLAY 'RUN MODE: REGISTER ' WS-PRM-STA-ID.
003040 0200-CLOSE.
003050     CLOSE RUN-PARM-FILE.
003060 0200-EXIT.
003070     EXIT.
003080 0300-CLEAR-ONE-STATION.
003090     SET WS-IT-NOT-SCANNED(WS-STA-SUB) TO TRUE.
003100     MOVE SPACES TO WS-IT-SCAN(WS-STA-SUB).
003110     MOVE 0 TO WS-IT-HASH(WS-STA-SUB).
003120     MOVE WS-DEFAULT-DUE TO WS-IT-DUE-HHMM(WS-STA-SUB).
003130     MOVE SPACE TO WS-IT-DUE-FLAG(WS-STA-SUB).
003140     MOVE 0 TO WS-IT-PRIOR-NO(WS-STA-SUB).
003150     MOVE 0 TO WS-IT-PRIOR-HASH(WS-STA-SUB).
003155     MOVE 0 TO WS-IT-PRIOR-DATE(WS-STA-SUB).
003160     MOVE 0 TO WS-IT-DUP-OF(WS-STA-SUB).
003170     MOVE SPACES TO WS-IT-DUP-STA-ID(WS-STA-SUB).
003180     MOVE 0 TO WS-IT-DUP-DATE(WS-STA-SUB).
003190     MOVE 0 TO WS-IT-NEW-RCPT-NO(WS-STA-SUB).
003200     MOVE 0 TO WS-IT-ACC-TODAY(WS-STA-SUB).
003210     MOVE 0 TO WS-IT-REF-TODAY(WS-STA-SUB).
003220     MOVE SPACES TO WS-IT-TODAY-RECEIPT(WS-STA-SUB).
003230 0300-EXIT.
003240     EXIT.
003250*-----------------------------------------------------
003260* 0400-READ-SCHEDULE
003270* Expected arrival times off FEEDSCHD.CFG.  A DEFAULT
003280* line anywhere in the file covers every station not
003290* given a time of its own; a time that is not a clock
003300* time is passed over.
003310*-----------------------------------------------------
003320 0400-READ-SCHEDULE.
003330     OPEN INPUT FEED-SCHED-FILE.
003340     IF NOT WS-SCHED-FILE-OK
003350        GO TO 0400-EXIT.
003360     SET WS-NOT-EOF TO TRUE.
003370     PERFORM 0410-READ-ONE-SCHEDULE THRU 0410-EXIT
003380         UNTIL WS-EOF.
003390     CLOSE FEED-SCHED-FILE.
003400     PERFORM 0420-DEFAULT-ONE-STATION THRU 0420-EXIT
003410         VARYING WS-STA-SUB FROM 1 BY 1
003420         UNTIL WS-STA-SUB > WX-STATION-COUNT.
003430 0400-EXIT.
003440     EXIT.
003450 0410-READ-ONE-SCHEDULE.
003460     READ FEED-SCHED-FILE
003470         AT END
003480             SET WS-EOF TO TRUE
003490             GO TO 0410-EXIT.
003500     IF SCHED-HHMM NOT NUMERIC
003510        OR SCHED-HHMM > 2359
003520        GO TO 0410-EXIT.
003530     IF SCHED-STA-ID = 'DEFAULT'
003540        MOVE SCHED-HHMM TO WS-DEFAULT-DUE
003550        GO TO 0410-EXIT.
003560     MOVE 0 TO WS-STA-SUB-J.
003570     PERFORM 0430-MATCH-SCHED-ID THRU 0430-EXIT
003580         VARYING WS-STA-SUB FROM 1 BY 1
003590         UNTIL WS-STA-SUB > WX-STATION-COUNT
003600            OR WS-STA-SUB-J > 0.
003610     IF WS-STA-SUB-J > 0
003620        MOVE SCHED-HHMM TO WS-IT-DUE-HHMM(WS-STA-SUB-J)
003630        SET WS-IT-DUE-SET(WS-STA-SUB-J) TO TRUE.
003640 0410-EXIT.
003650     EXIT.
003660 0420-DEFAULT-ONE-STATION.
003670     IF NOT WS-IT-DUE-SET(WS-STA-SUB)
003680        MOVE WS-DEFAULT-DUE TO WS-IT-DUE-HHMM(WS-STA-SUB).
003690 0420-EXIT.
003700     EXIT.
003710 0430-MATCH-SCHED-ID.
003720     IF WX-STA-ID(WS-STA-SUB) = SCHED-STA-ID
003730        MOVE WS-STA-SUB TO WS-STA-SUB-J.
003740 0430-EXIT.
003750     EXIT.
003760*-----------------------------------------------------
003770* 1000-SCAN-ONE-FEED
003780* Scans an active station's landing file, if one has
003790* arrived, ahead of the pass over the log.
003800*-----------------------------------------------------
003810 1000-SCAN-ONE-FEED.
003820     IF WX-STA-INACTIVE(WS-STA-SUB)
003830        GO TO 1000-EXIT.
003840     IF WS-PRM-STA-ID NOT = SPACES
003850        AND WS-PRM-STA-ID NOT = WX-STA-ID(WS-STA-SUB)
003860        GO TO 1000-EXIT.
003870     CALL 'WXFDSCAN' USING 'S'
003880                           WX-STA-READINGS-FILE(WS-STA-SUB)
003890                           WS-COPY-FILE-NAME
003900                           WX-FEED-SCAN
003910                           WS-SCAN-RETURN-STATUS.
003920     IF WS-SCAN-OK
003930        SET WS-IT-SCANNED(WS-STA-SUB) TO TRUE
003940        MOVE WX-FEED-SCAN TO WS-IT-SCAN(WS-STA-SUB)
003950     ELSE
003960        SET WS-IT-NO-FEED(WS-STA-SUB) TO TRUE.
003970 1000-EXIT.
003980     EXIT.
003990*-----------------------------------------------------
004000* 2000-READ-RECEIPT-LOG
004010* One pass over FEEDRCPT.DAT: the highest receipt
004020* number issued, each station's latest entry and its
004030* receipts today, and any accepted receipt carrying
004040* the same content as a landing file just scanned.
004050*-----------------------------------------------------
004060 2000-READ-RECEIPT-LOG.
004070     OPEN INPUT RECEIPT-LOG-FILE.
004080     IF NOT WS-RCPT-FILE-OK
004090        GO TO 2000-EXIT.
004100     SET WS-NOT-EOF TO TRUE.
004110     PERFORM 2100-READ-ONE-RECEIPT THRU 2100-EXIT
004120         UNTIL WS-EOF.
004130     CLOSE RECEIPT-LOG-FILE.
004140 2000-EXIT.
004150     EXIT.
004160 2100-READ-ONE-RECEIPT.
004170     READ RECEIPT-LOG-FILE INTO WX-FEED-RECEIPT
004180         AT END
004190             SET WS-EOF TO TRUE
004200             GO TO 2100-EXIT.
004210     IF WX-FR-RECEIPT-NO NOT NUMERIC
004220        GO TO 2100-EXIT.
004230     IF WX-FR-RECEIPT-NO > WS-LAST-RECEIPT-NO
004240        MOVE WX-FR-RECEIPT-NO TO WS-LAST-RECEIPT-NO.
004250     IF WX-FR-ACCEPTED
004260        PERFORM 2200-CHECK-SAME-CONTENT THRU 2200-EXIT
004270            VARYING WS-STA-SUB FROM 1 BY 1
004280            UNTIL WS-STA-SUB > WX-STATION-COUNT.
004290     MOVE 0 TO WS-STA-SUB-J.
004300     PERFORM 2300-MATCH-RECEIPT-ID THRU 2300-EXIT
004310         VARYING WS-STA-SUB FROM 1 BY 1
004320         UNTIL WS-STA-SUB > WX-STATION-COUNT
004330            OR WS-STA-SUB-J > 0.
004340     IF WS-STA-SUB-J = 0
004350        GO TO 2100-EXIT.
004360     MOVE WX-FR-RECEIPT-NO TO WS-IT-PRIOR-NO(WS-STA-SUB-J).
004370     MOVE WX-FR-HASH       TO WS-IT-PRIOR-HASH(WS-STA-SUB-J).
004375     MOVE WX-FR-RECV-DATE  TO WS-IT-PRIOR-DATE(WS-STA-SUB-J).
004380     IF WX-FR-RECV-DATE NOT = WS-RUN-DATE
004390        GO TO 2100-EXIT.
004400     IF WX-FR-ACCEPTED
004410        ADD 1 TO WS-IT-ACC-TODAY(WS-STA-SUB-J)
004420        MOVE WX-FEED-RECEIPT
004430          TO WS-IT-TODAY-RECEIPT(WS-STA-SUB-J)
004440     ELSE
004450        ADD 1 TO WS-IT-REF-TODAY(WS-STA-SUB-J).
004460 2100-EXIT.
004470     EXIT.
004480 2200-CHECK-SAME-CONTENT.
004490     IF WS-IT-SCANNED(WS-STA-SUB)
004500        AND WS-IT-HASH(WS-STA-SUB) = WX-FR-HASH
004510        MOVE WX-FR-RECEIPT-NO TO WS-IT-DUP-OF(WS-STA-SUB)
004520        MOVE WX-FR-STA-ID     TO WS-IT-DUP-STA-ID(WS-STA-SUB)
004530        MOVE WX-FR-RECV-DATE  TO WS-IT-DUP-DATE(WS-STA-SUB).
004540 2200-EXIT.
004550     EXIT.
004560 2300-MATCH-RECEIPT-ID.
004570     IF WX-STA-ID(WS-STA-SUB) = WX-FR-STA-ID
004580        MOVE WS-STA-SUB TO WS-STA-SUB-J.
004590 2300-EXIT.
004600     EXIT.
004610*-----------------------------------------------------
004620* 3000-REGISTER-ONE-FEED
004630* Unchanged since the station's last entry tonight:
004640* nothing to do.  Unchanged since an earlier night's
004645* entry, or the same content as an accepted receipt
004650* (or one registered earlier in this run): refused.
004660* Anything else is copied to its registered file and
004665* accepted.
004670*-----------------------------------------------------
004680 3000-REGISTER-ONE-FEED.
004690     IF WS-IT-NOT-SCANNED(WS-STA-SUB)
004700        GO TO 3000-EXIT.
004710     IF WS-IT-NO-FEED(WS-STA-SUB)
004720        ADD 1 TO WS-NO-FEED-COUNT
004730        DISPLAY 'STATION ' WX-STA-ID(WS-STA-SUB)
004740                ' - NO FEED ON HAND ('
004750                WX-STA-READINGS-FILE(WS-STA-SUB) ')'
004760        GO TO 3000-EXIT.
004770     IF WS-IT-PRIOR-NO(WS-STA-SUB) > 0
004780        AND WS-IT-PRIOR-HASH(WS-STA-SUB)
004790          = WS-IT-HASH(WS-STA-SUB)
004795        AND WS-IT-PRIOR-DATE(WS-STA-SUB) = WS-RUN-DATE
004800        ADD 1 TO WS-UNCHANGED-COUNT
004810        DISPLAY 'STATION ' WX-STA-ID(WS-STA-SUB)
004820                ' - FEED UNCHANGED SINCE RECEIPT '
004830                WS-IT-PRIOR-NO(WS-STA-SUB)
004840        GO TO 3000-EXIT.
004850     IF WS-STA-SUB > 1
004860        PERFORM 3100-CHECK-THIS-RUN THRU 3100-EXIT
004870            VARYING WS-STA-SUB-K FROM 1 BY 1
004880            UNTIL WS-STA-SUB-K NOT < WS-STA-SUB.
004885* Should no accepted receipt on the log carry that
004886* content, the earlier entry it repeats is named.
004887     IF WS-IT-DUP-OF(WS-STA-SUB) = 0
004888        AND WS-IT-PRIOR-NO(WS-STA-SUB) > 0
004889        AND WS-IT-PRIOR-HASH(WS-STA-SUB)
004890          = WS-IT-HASH(WS-STA-SUB)
004891        MOVE WS-IT-PRIOR-NO(WS-STA-SUB)
004892          TO WS-IT-DUP-OF(WS-STA-SUB)
004893        MOVE WX-STA-ID(WS-STA-SUB)
004894          TO WS-IT-DUP-STA-ID(WS-STA-SUB)
004895        MOVE WS-IT-PRIOR-DATE(WS-STA-SUB)
004896          TO WS-IT-DUP-DATE(WS-STA-SUB).
004897     MOVE WS-IT-SCAN(WS-STA-SUB) TO WX-FEED-SCAN.
004900     IF WS-IT-DUP-OF(WS-STA-SUB) > 0
004910        PERFORM 3300-REFUSE-FEED THRU 3300-EXIT
004920        GO TO 3000-EXIT.
004930     MOVE WX-FS-HASH TO WS-FIRST-HASH.
004940     ADD 1 TO WS-LAST-RECEIPT-NO.
004950     MOVE WS-LAST-RECEIPT-NO TO WS-RCPT-NO-ED.
004960     MOVE SPACES TO WS-COPY-FILE-NAME.
004970     STRING 'RCPT' WS-RCPT-NO-ED '.DAT'
004980         DELIMITED BY SIZE INTO WS-COPY-FILE-NAME.
004990     CALL 'WXFDSCAN' USING 'C'
005000                           WX-STA-READINGS-FILE(WS-STA-SUB)
005010                           WS-COPY-FILE-NAME
005020                           WX-FEED-SCAN
005030                           WS-SCAN-RETURN-STATUS.
005040     IF NOT WS-SCAN-OK
005050        SUBTRACT 1 FROM WS-LAST-RECEIPT-NO
005060        DISPLAY '*** STATION ' WX-STA-ID(WS-STA-SUB)
005070                ' - ' WS-COPY-FILE-NAME ' NOT WRITTEN - '
005080                'FEED NOT REGISTERED ***'
005090        GO TO 3000-EXIT.
005100* A feed still being written when it was scanned is
005110* left for the next run rather than registered half
005120* checked.
005130     IF WX-FS-HASH NOT = WS-FIRST-HASH
005140        SUBTRACT 1 FROM WS-LAST-RECEIPT-NO
005150        DISPLAY '*** STATION ' WX-STA-ID(WS-STA-SUB)
005160                ' - FEED CHANGED WHILE BEING REGISTERED - '
005170                'RUN INTAKE AGAIN ***'
005180        GO TO 3000-EXIT.
005190     PERFORM 3200-BUILD-RECEIPT THRU 3200-EXIT.
005200     SET WX-FR-ACCEPTED TO TRUE.
005210     MOVE 0 TO WX-FR-DUP-OF.
005220     MOVE WS-COPY-FILE-NAME TO WX-FR-COPY-FILE.
005230     PERFORM 3400-LOG-RECEIPT THRU 3400-EXIT.
005240     IF NOT WS-RCPT-FILE-OK
005250        GO TO 3000-EXIT.
005260     MOVE WS-LAST-RECEIPT-NO TO WS-IT-NEW-RCPT-NO(WS-STA-SUB).
005270     ADD 1 TO WS-REGISTERED-COUNT.
005280     DISPLAY 'STATION ' WX-STA-ID(WS-STA-SUB)
005290             ' - FEED REGISTERED AS RECEIPT '
005300             WS-LAST-RECEIPT-NO ', ' WX-FS-DETAIL-COUNT
005310             ' DETAIL(S), OBS ' WX-FS-FIRST-OBS-DATE
005320             ' - ' WX-FS-LAST-OBS-DATE.
005330     IF WX-FS-TRAILER-ABSENT
005340        OR WX-FS-TRAILER-COUNT NOT = WX-FS-DETAIL-COUNT
005350        DISPLAY '*** STATION ' WX-STA-ID(WS-STA-SUB)
005360                ' - TRAILER COUNT ' WX-FS-TRAILER-COUNT
005370                ' DOES NOT MATCH - THE NIGHTLY RUN WILL '
005380                'HOLD IT OUT ***'.
005390 3000-EXIT.
005400     EXIT.
005410 3100-CHECK-THIS-RUN.
005420     IF WS-IT-NEW-RCPT-NO(WS-STA-SUB-K) > 0
005430        AND WS-IT-HASH(WS-STA-SUB-K) = WS-IT-HASH(WS-STA-SUB)
005440        MOVE WS-IT-NEW-RCPT-NO(WS-STA-SUB-K)
005450          TO WS-IT-DUP-OF(WS-STA-SUB)
005460        MOVE WX-STA-ID(WS-STA-SUB-K)
005470          TO WS-IT-DUP-STA-ID(WS-STA-SUB)
005480        MOVE WS-RUN-DATE TO WS-IT-DUP-DATE(WS-STA-SUB).
005490 3100-EXIT.
005500     EXIT.
005510*-----------------------------------------------------
005520* 3200-BUILD-RECEIPT
005530* The log entry for the station's scan in WX-FEED-SCAN;
005540* the caller sets the outcome and the copy file.
005550*-----------------------------------------------------
005560 3200-BUILD-RECEIPT.
005570     MOVE SPACES TO WX-FEED-RECEIPT.
005580     MOVE WX-STA-ID(WS-STA-SUB)  TO WX-FR-STA-ID.
005590     MOVE WS-RUN-DATE            TO WX-FR-RECV-DATE.
005600     ACCEPT WS-RUN-TIME FROM TIME.
005610     MOVE WS-RUN-HHMMSS          TO WX-FR-RECV-TIME.
005620     MOVE WX-FS-DETAIL-COUNT     TO WX-FR-DETAIL-COUNT.
005630     MOVE WX-FS-TRAILER-COUNT    TO WX-FR-TRAILER-COUNT.
005640     MOVE WX-FS-TRAILER-FLAG     TO WX-FR-TRAILER-FLAG.
005650     MOVE WX-FS-FIRST-OBS-DATE   TO WX-FR-FIRST-OBS-DATE.
005660     MOVE WX-FS-LAST-OBS-DATE    TO WX-FR-LAST-OBS-DATE.
005670     MOVE WX-FS-HASH             TO WX-FR-HASH.
005680     MOVE WX-STA-READINGS-FILE(WS-STA-SUB)
005690       TO WX-FR-SOURCE-FILE.
005700 3200-EXIT.
005710     EXIT.
005720*-----------------------------------------------------
005730* 3300-REFUSE-FEED
005740* Logged under its own receipt number so the refusal
005750* shows on the log; nothing is copied.
005760*-----------------------------------------------------
005770 3300-REFUSE-FEED.
005780     ADD 1 TO WS-LAST-RECEIPT-NO.
005790     PERFORM 3200-BUILD-RECEIPT THRU 3200-EXIT.
005800     SET WX-FR-DUPLICATE TO TRUE.
005810     MOVE WS-IT-DUP-OF(WS-STA-SUB) TO WX-FR-DUP-OF.
005820     PERFORM 3400-LOG-RECEIPT THRU 3400-EXIT.
005830     IF NOT WS-RCPT-FILE-OK
005840        SUBTRACT 1 FROM WS-LAST-RECEIPT-NO
005850        GO TO 3300-EXIT.
005860     ADD 1 TO WS-REFUSED-COUNT.
005870     DISPLAY '*** STATION ' WX-STA-ID(WS-STA-SUB)
005880             ' - FEED REFUSED, SAME CONTENT AS RECEIPT '
005890             WS-IT-DUP-OF(WS-STA-SUB) ' ('
005900             WS-IT-DUP-STA-ID(WS-STA-SUB) ' '
005910             WS-IT-DUP-DATE(WS-STA-SUB) ') ***'.
005920 3300-EXIT.
005930     EXIT.
005940 3400-LOG-RECEIPT.
005950     MOVE WS-LAST-RECEIPT-NO TO WX-FR-RECEIPT-NO.
005960     OPEN EXTEND RECEIPT-LOG-FILE.
005970     IF NOT WS-RCPT-FILE-OK
005980        OPEN OUTPUT RECEIPT-LOG-FILE.
005990     IF NOT WS-RCPT-FILE-OK
006000        DISPLAY '*** FEEDRCPT.DAT OPEN FAILED - STATION '
006010                WX-STA-ID(WS-STA-SUB) ' NOT LOGGED ***'
006020        GO TO 3400-EXIT.
006030     WRITE RL-RECORD FROM WX-FEED-RECEIPT.
006040     CLOSE RECEIPT-LOG-FILE.
006050 3400-EXIT.
006060     EXIT.
006070*-----------------------------------------------------
006080* 4000-INTAKE-REPORT
006090*-----------------------------------------------------
006100 4000-INTAKE-REPORT.
006110     OPEN OUTPUT INTAKE-REPORT-FILE.
006120     IF NOT WS-INTRPT-FILE-OK
006130        DISPLAY '*** INTAKE.RPT OPEN FAILED ***'
006140        MOVE 8 TO RETURN-CODE
006150        GO TO 4000-EXIT.
006160     MOVE WS-RUN-DATE TO WS-IH-RUN-DATE.
006170     DIVIDE WS-RUN-HHMMSS BY 100 GIVING WS-IH-RUN-HHMM.
006180     WRITE INTAKE-LINE FROM WS-INTAKE-HEADER-1.
006190     WRITE INTAKE-LINE FROM WS-INTAKE-HEADER-2.
006200     PERFORM 4100-REPORT-ONE-STATION THRU 4100-EXIT
006210         VARYING WS-STA-SUB FROM 1 BY 1
006220         UNTIL WS-STA-SUB > WX-STATION-COUNT.
006230     MOVE WS-MISSING-COUNT TO WS-IF-MISSING.
006240     MOVE WS-LATE-COUNT    TO WS-IF-LATE.
006250     WRITE INTAKE-LINE FROM WS-INTAKE-FOOTER.
006260     CLOSE INTAKE-REPORT-FILE.
006270     DISPLAY 'INTAKE REPORT WRITTEN TO INTAKE.RPT - '
006280             WS-MISSING-COUNT ' MISSING, '
006290             WS-LATE-COUNT ' LATE'.
006300     IF WS-MISSING-COUNT > 0 OR WS-LATE-COUNT > 0
006310        MOVE 8 TO RETURN-CODE.
006320 4000-EXIT.
006330     EXIT.
006340*-----------------------------------------------------
006350* 4100-REPORT-ONE-STATION
006360* The receipt shown is the one the night will use -
006370* the last one accepted today.
006380*-----------------------------------------------------
006390 4100-REPORT-ONE-STATION.
006400     IF WX-STA-INACTIVE(WS-STA-SUB)
006410        GO TO 4100-EXIT.
006420     MOVE SPACES TO WS-INTAKE-DETAIL.
006430     MOVE WX-STA-ID(WS-STA-SUB)      TO WS-ID-STA-ID.
006440     MOVE WS-IT-DUE-HHMM(WS-STA-SUB) TO WS-ID-DUE.
006450     MOVE WS-IT-ACC-TODAY(WS-STA-SUB) TO WS-ID-ACC.
006460     MOVE WS-IT-REF-TODAY(WS-STA-SUB) TO WS-ID-REF.
006470     IF WS-IT-ACC-TODAY(WS-STA-SUB) = 0
006480        MOVE 0 TO WS-ID-DETAILS
006490        MOVE 0 TO WS-ID-TRAILER
006500        MOVE 'MISSING' TO WS-ID-STATUS
006510        ADD 1 TO WS-MISSING-COUNT
006520        GO TO 4100-WRITE.
006530     MOVE WS-IT-TODAY-RECEIPT(WS-STA-SUB) TO WX-FEED-RECEIPT.
006540     DIVIDE WX-FR-RECV-TIME BY 100 GIVING WS-RCVD-HHMM.
006550     MOVE WS-RCVD-HHMM TO WS-ID-RCVD.
006560     MOVE WX-FR-RECEIPT-NO TO WS-RCPT-NO-ED.
006570     MOVE WS-RCPT-NO-ED TO WS-ID-RCPT-NO.
006580     MOVE WX-FR-DETAIL-COUNT  TO WS-ID-DETAILS.
006590     MOVE WX-FR-TRAILER-COUNT TO WS-ID-TRAILER.
006600     MOVE WX-FR-FIRST-OBS-DATE TO WS-OBS-DATE-ED.
006610     MOVE WS-OBS-DATE-ED TO WS-ID-FIRST-OBS.
006620     MOVE WX-FR-LAST-OBS-DATE TO WS-OBS-DATE-ED.
006630     MOVE WS-OBS-DATE-ED TO WS-ID-LAST-OBS.
006640     IF WS-RCVD-HHMM > WS-IT-DUE-HHMM(WS-STA-SUB)
006650        MOVE 'LATE' TO WS-ID-STATUS
006660        ADD 1 TO WS-LATE-COUNT
006670     ELSE IF WX-FR-TRAILER-ABSENT
006680        OR WX-FR-TRAILER-COUNT NOT = WX-FR-DETAIL-COUNT
006690        MOVE 'UNBAL' TO WS-ID-STATUS
006700     ELSE IF WS-IT-ACC-TODAY(WS-STA-SUB) > 1
006710        MOVE 'REPLACED' TO WS-ID-STATUS
006720     ELSE
006730        MOVE 'OK' TO WS-ID-STATUS.
006740 4100-WRITE.
006750     WRITE INTAKE-LINE FROM WS-INTAKE-DETAIL.
006760 4100-EXIT.
006770     EXIT.
