001450*                 before banking the fresh ones instead of
001460*                 over-counting RC-FLAGGED and tripping the
001470*                 RUNCTL tolerance on every merge.
001471* 04/24/2001 DF   Each LOADED station's days are posted to the
001472*                 DEGDAY.DAT degree-day accumulation (WXDEGDAY:
001473*                 heating, cooling and growing degree days with
001474*                 month- and season-to-date totals, bases and
001475*                 season starts from DEGDAY.CFG), and the run
001476*                 writes DEGDAY.RPT for the week it closed,
001477*                 marking days built largely from estimates.
001478* 04/26/2001 DF   Readings taken by an instrument past its
001479*                 calibration due date on INSTRUMENT.MST are
001480*                 held out of the rollup (WXCALCHK) and counted
001481*                 in a new CAL column on QUALITY.RPT, and the
001482*                 run writes CALIB.RPT of the instruments due
001483*                 in the next 30 days.
001484* 04/27/2001 DF   Each station is now rolled up from the feed
001485*                 registered for the run date on the FEEDRCPT.DAT
001486*                 intake log (PROFINTK), read from its registered
001487*                 copy through WXRCPTLK, never from whatever file
001488*                 is in the landing spot; a station with no
001489*                 receipt for the date is SKIPPED.
001490* 04/30/2001 DF   Each LOADED station's observed readings are
001491*                 checked against the station records register
001492*                 (WXRECORD, RECORDS.DAT by station and calendar
001493*                 date) and the run writes RECORDS.RPT of every
001494*                 record it set or tied.
001495* 05/03/2001 DF   Each feed is now read once a night: WXEXTRCT
001496*                 loads every station through WXLOAD (and
001497*                 WXTZADJ on the common base) into the sorted
001498*                 BTCHEXTR.DAT extract with a control record per
001499*                 station, and the rollup, the quality report,
001500*                 the WXCONSIS pass and a new WEATHER.MST build
001501*                 step all run from it.  A station whose extract
001502*                 cells do not tie back to its load totals is
001503*                 held out as UNBAL.
001504* 05/07/2001 DF   The WEATHER.MST build now carries each cell's
001505*                 quality code onto the master.
001506* 05/10/2001 DF   Each LOADED station's days are posted to the
001507*                 per-station daily history DAYHIST.DAT
001508*                 (WXDYHIST) the monthly station summary is
001509*                 filed from.
001510* 05/15/2001 DF   Overdue-instrument readings are now held
001511*                 before WXESTIM bridges the gaps, and the
001512*                 quality row is taken after both, so no
001513*                 estimate is built from a held reading.
001514*                 The daily history is passed the offset a
001515*                 common-base grid was normalized by.
001516*                 WXCONSIS and the WEATHER.MST build leave
001517*                 out readings an overdue instrument took.
001518*****************************************************
001519 IDENTIFICATION DIVISION.
001520 PROGRAM-ID. PROFBTCH.
001521 AUTHOR. D. FELTZ.
001522 INSTALLATION. DESKWARE-INC.
001530 DATE-WRITTEN. 03/20/2001.
001540 DATE-COMPILED.
001550 ENVIRONMENT DIVISION.
001870     SELECT BATCH-CKPT-FILE ASSIGN DYNAMIC WS-BCKPT-FILE-NAME
001880         ORGANIZATION IS LINE SEQUENTIAL
001890         FILE STATUS IS WS-BCKPT-FILE-STATUS.
001892     SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-EXTR-FILE-NAME
001894         ORGANIZATION IS LINE SEQUENTIAL
001896         FILE STATUS IS WS-EXTR-FILE-STATUS.
001900 DATA DIVISION.
001910 FILE SECTION.
001920 FD  SUMMARY-REPORT-FILE
002670    05  CK-Q-COVERAGE  PIC 9(3).
002680    05  CK-Q-OUTLIER   PIC 9(4).
002690    05  CK-Q-FLAGGED   PIC 9(5).
002692    05  CK-Q-CALIB     PIC 9(4).
002694    05  FILLER         PIC X(37).
002710 01  CK-STATION-RECORD.
002720    05  CK-S-TYPE  PIC X.
002730    05  CK-S-ID    PIC X(8).
002740    05  CK-S-DISP  PIC X(8).
002750    05  FILLER     PIC X(73).
002752 FD  EXTRACT-FILE
002754     RECORD CONTAINS 57 CHARACTERS.
002756 COPY WXEXTR.
002760 WORKING-STORAGE SECTION.
002770 COPY WXGRID.
002780 COPY WXSTAT.
003510 01  WS-ESTIM-FILLED-COUNT  PIC 9(4) COMP.
003520 01  WS-ESTIM-RETURN-STATUS  PIC X.
003530    88  WS-ESTIM-OK  VALUE 'Y'.
003532 01  WS-DEGDAY-COUNT  PIC 9(4) COMP.
003534 01  WS-DEGDAY-RETURN-STATUS  PIC X.
003536    88  WS-DEGDAY-OK  VALUE 'Y'.
003537*-----------------------------------------------------
003538* Instrument master and the calibration hold.
003539*-----------------------------------------------------
003540 COPY WXINSTR.
003541 01  WS-INSTR-RETURN-STATUS  PIC X.
003542    88  WS-INSTR-OK       VALUE 'Y'.
003543    88  WS-INSTR-NO-FILE  VALUE 'M'.
003544 01  WS-CAL-COUNT  PIC 9(4) COMP VALUE 0.
003545 01  WS-CAL-RETURN-STATUS  PIC X.
003546    88  WS-CAL-OK  VALUE 'Y'.
003547*-----------------------------------------------------
003548* Registered feeds for the run date.
003549*-----------------------------------------------------
003550 COPY WXFRCPT.
003551 01  WS-RCPT-RETURN-STATUS  PIC X.
003552    88  WS-RCPT-OK       VALUE 'Y'.
003553    88  WS-RCPT-NO-FILE  VALUE 'M'.
003554*-----------------------------------------------------
003555* Station records register.
003556*-----------------------------------------------------
003557 01  WS-RECS-COUNT  PIC 9(4) COMP.
003558 01  WS-RECS-RETURN-STATUS  PIC X.
003559    88  WS-RECS-OK  VALUE 'Y'.
003560*-----------------------------------------------------
003561* Per-station daily history.
003562*-----------------------------------------------------
003563 01  WS-DAYHIST-COUNT  PIC 9(4) COMP.
003564 01  WS-DAYHIST-RETURN-STATUS  PIC X.
003565    88  WS-DAYHIST-OK  VALUE 'Y'.
003566*-----------------------------------------------------
003567* Nightly readings extract (WXEXTRCT): the stations
003568* this run loads fresh ('X') and those whose records
003569* carry over from the prior extract ('K'), and what a
003570* station's control record says it should hold.
003571*-----------------------------------------------------
003572 01  WS-PICK-TABLE.
003573    05  WS-PICK OCCURS 20 TIMES PIC X.
003574       88  WS-PICK-EXTRACT  VALUE 'X'.
003575       88  WS-PICK-CARRY    VALUE 'K'.
003576 01  WS-EXTR-FILE-NAME    PIC X(40) VALUE 'BTCHEXTR.DAT'.
003577 01  WS-EXTR-FILE-STATUS  PIC XX.
003578    88  WS-EXTR-FILE-OK      VALUE '00'.
003579 01  WS-EXTR-EOF-SWITCH  PIC X VALUE 'N'.
003580    88  WS-EXTR-EOF      VALUE 'Y'.
003581    88  WS-EXTR-NOT-EOF  VALUE 'N'.
003582 01  WS-EXTR-RETURN-STATUS  PIC X VALUE 'N'.
003583    88  WS-EXTR-OK  VALUE 'Y'.
003584 01  WS-EXTR-EXTRACTED-COUNT  PIC 9(4) COMP.
003585 01  WS-EXTR-CARRIED-COUNT    PIC 9(4) COMP.
003586 01  WS-EXTR-SUB        PIC S9(4) COMP.
003587 01  WS-EXTR-FOUND-SUB  PIC S9(4) COMP.
003588 01  WS-EXTR-CELL-COUNT    PIC 9(5).
003589 01  WS-EXTR-SHIFTED-OFF   PIC 9(5).
003590 01  WS-EXTR-DETAIL-COUNT  PIC 9(5).
003591 01  WS-EXTR-LOAD-CELLS    PIC S9(5).
003592*-----------------------------------------------------
003593* WEATHER.MST build from the extract (WXIXMST).
003594*-----------------------------------------------------
003595 01  WS-MASTER-COUNT  PIC 9(4) COMP.
003596 01  WS-IXM-RETURN-STATUS  PIC X.
003597    88  WS-IXM-OK  VALUE 'Y'.
003598 01  WS-IXM-DAY    PIC 9.
003599 01  WS-IXM-HOUR   PIC 99.
003600 01  WS-IXM-TEMP   PIC S999.
003601 01  WS-IXM-PRESS  PIC 99V99.
003602 01  WS-IXM-WSPD   PIC 9(3).
003603 01  WS-IXM-WDIR   PIC 9(3).
003604 01  WS-IXM-PRCP   PIC 9V99.
003605 01  WS-IXM-QUAL   PIC X.
003606 01  WS-IXM-DATE   PIC 9(8).
003607*-----------------------------------------------------
003608* Per-station data quality results, ranked worst first
003609* for QUALITY.RPT.  A station breaches when its grid
003610* coverage falls below the floor or any pressure cell
003611* failed WXVALID's range check.
003612*-----------------------------------------------------
003613 01  WS-QUALITY-FILE-NAME    PIC X(40) VALUE 'QUALITY.RPT'.
003614 01  WS-QUALITY-FILE-STATUS  PIC XX.
003620    88  WS-QUALITY-FILE-OK      VALUE '00'.
003630 01  WS-COVERAGE-FLOOR  PIC 9(3) VALUE 75.
003640 01  WS-UNITS-CFG-NAME    PIC X(40) VALUE 'UNITS.CFG'.
004260    88  WS-TB-LOCAL   VALUE 'L'.
004270 01  WS-TZADJ-RETURN-STATUS  PIC X.
004280    88  WS-TZADJ-OK  VALUE 'Y'.
004282* The offset handed on with a normalized grid.
004284 01  WS-DAYHIST-TZ-OFFSET  PIC X(3).
004290*-----------------------------------------------------
004300* Cross-station consistency pass (WXCONSIS): one
004310* deviation count handed back per master entry, posted
004520       10  WS-QE-PRESS     PIC 9(4) COMP.
004530       10  WS-QE-COVERAGE  PIC 9(3).
004540       10  WS-QE-OUTLIER   PIC 9(4) COMP.
004542* Readings held back for an overdue instrument.
004544       10  WS-QE-CALIB     PIC 9(4) COMP.
004550* The flag total this station last put into
004560* WS-TOTAL-FLAGGED, so a rerun can back it out.
004570       10  WS-QE-FLAGGED   PIC 9(5) COMP.
004580 01  WS-QUAL-HOLD  PIC X(43).
004590 01  WS-QUAL-SUB-I  PIC S9(4) COMP.
004600 01  WS-QUAL-SUB-J  PIC S9(4) COMP.
004610 01  WS-QUALITY-DETAIL.
004710    05  FILLER          PIC X(2) VALUE '% '.
004720    05  WS-QD-OUTLIER   PIC ZZZ9.
004730    05  FILLER          PIC X VALUE SPACE.
004732    05  WS-QD-CALIB     PIC ZZZ9.
004734    05  FILLER          PIC X VALUE SPACE.
004740    05  WS-QD-FLAG      PIC X(8).
004750*-----------------------------------------------------
004760* Per day_of_week rollup accumulators.
005350     PERFORM 0100-READ-UNITS-CFG THRU 0100-EXIT.
005360     PERFORM 0150-READ-TIMEBASE THRU 0150-EXIT.
005370     PERFORM 0200-READ-RUN-PARM THRU 0200-EXIT.
005372     PERFORM 0250-LOAD-INSTRUMENTS THRU 0250-EXIT.
005380     PERFORM 1000-PROCESS-STATIONS THRU 1000-EXIT.
005390     PERFORM 2000-CONSISTENCY-PASS THRU 2000-EXIT.
005392     PERFORM 2500-BUILD-MASTER THRU 2500-EXIT.
005400     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT.
005410     PERFORM 4000-WEEK-CLOSE THRU 4000-EXIT.
005420     PERFORM 4500-MONTH-CLOSE THRU 4500-EXIT.
005422     PERFORM 4700-DEGREE-DAY-REPORT THRU 4700-EXIT.
005430     PERFORM 5000-TREND-REPORT THRU 5000-EXIT.
005440     PERFORM 5500-NORMAL-REPORT THRU 5500-EXIT.
005450     PERFORM 6000-QUALITY-REPORT THRU 6000-EXIT.
005452     PERFORM 6500-CALIBRATION-REPORT THRU 6500-EXIT.
005454     PERFORM 6600-RECORDS-REPORT THRU 6600-EXIT.
005460     PERFORM 7000-RUN-CONTROL THRU 7000-EXIT.
005470     DISPLAY WS-LOADED-COUNT ' STATION(S) LOADED, '
005480             WS-SKIPPED-COUNT ' SKIPPED'.
006350        MOVE WS-PRM-WORD TO WS-ONLY-ID(WS-ONLY-COUNT).
006360 0210-EXIT.
006370     EXIT.
006371*-----------------------------------------------------
006372* 0250-LOAD-INSTRUMENTS
006373* The instrument master for the calibration hold.  No
006374* master means no instrument can be shown overdue, so
006375* nothing is held.
006376*-----------------------------------------------------
006377 0250-LOAD-INSTRUMENTS.
006378     CALL 'WXINSMST' USING WX-INSTR-COUNT
006379                           WX-INSTR-TABLE
006380                           'L'
006381                           WS-INSTR-RETURN-STATUS.
006382     IF WS-INSTR-NO-FILE
006383        DISPLAY 'NO INSTRUMENT.MST - NO CALIBRATION HOLD'
006384     ELSE IF NOT WS-INSTR-OK
006385        MOVE 0 TO WX-INSTR-COUNT
006386        DISPLAY '*** INSTRUMENT.MST UNREADABLE - NO '
006387                'CALIBRATION HOLD ***'.
006388 0250-EXIT.
006389     EXIT.
006390*-----------------------------------------------------
006391* 1000-PROCESS-STATIONS
006400* Loads the station master, decides which stations the
006410* run works, builds the night's readings extract and
006412* rolls up one station's grid at a time from it.
006420*-----------------------------------------------------
006430 1000-PROCESS-STATIONS.
006440     CALL 'WXSTAMST' USING WX-STATION-COUNT
006470        DISPLAY '*** STATIONS.MST NOT FOUND - '
006480                'NOTHING TO ROLL UP ***'
006490        GO TO 1000-EXIT.
006491* Every station reads the copy registered for the run
006492* date in place of its landing file.
006493     CALL 'WXRCPTLK' USING WX-STATION-COUNT
006494                           WX-STATION-TABLE
006495                           WS-RUN-DATE
006496                           WX-RCPT-SELECT-TABLE
006497                           WS-RCPT-RETURN-STATUS.
006498     IF WS-RCPT-NO-FILE
006499        DISPLAY '*** FEEDRCPT.DAT NOT FOUND - NO FEEDS '
006500                'REGISTERED, EVERY STATION WILL SKIP ***'.
006501     PERFORM 1050-ROSTER-COVERAGE THRU 1050-EXIT.
006510     MOVE SPACES TO WS-STA-DISP-TABLE.
006520     IF NOT WS-MODE-FULL
006530        PERFORM 8500-RESTORE-CHECKPOINT THRU 8500-EXIT.
006531     PERFORM 1010-PICK-ONE-STATION THRU 1010-EXIT
006532         VARYING WX-STA-IDX FROM 1 BY 1
006533         UNTIL WX-STA-IDX > WX-STATION-COUNT.
006534     PERFORM 1020-BUILD-EXTRACT THRU 1020-EXIT.
006535     IF NOT WS-EXTR-OK
006536        GO TO 1000-EXIT.
006537     SET WS-EXTR-NOT-EOF TO TRUE.
006538     PERFORM 1040-READ-EXTRACT THRU 1040-EXIT.
006539     PERFORM 1100-PROCESS-ONE-STATION THRU 1100-EXIT
006540         UNTIL WS-EXTR-EOF.
006541     CLOSE EXTRACT-FILE.
006542 1000-EXIT.
006543     EXIT.
006544*-----------------------------------------------------
006545* 1010-PICK-ONE-STATION
006546* Settles each station before any feed is read: an
006547* inactive station or one with no registered feed is
006548* passed over here, a station this run works is marked
006549* for the extract, and one a selective rerun does not
006550* work carries its records over from the prior extract.
006551*-----------------------------------------------------
006552 1010-PICK-ONE-STATION.
006553     SET WS-STA-SUB TO WX-STA-IDX.
006554     MOVE SPACE TO WS-PICK(WS-STA-SUB).
006555     IF NOT WX-STA-INACTIVE(WX-STA-IDX)
006556        ADD 1 TO WS-EXPECTED-COUNT.
006557     IF WX-STA-INACTIVE(WX-STA-IDX)
006558        MOVE 'INACTIVE' TO WS-STA-DISP(WS-STA-SUB)
006559        DISPLAY 'STATION ' WX-STA-ID(WX-STA-IDX) ' '
006560                WX-STA-NAME(WX-STA-IDX) ' INACTIVE - SKIPPED'
006561        GO TO 1010-EXIT.
006562     PERFORM 1105-SELECT-STATION THRU 1105-EXIT.
006563     IF WS-STA-NOT-SELECTED
006564        SET WS-PICK-CARRY(WS-STA-SUB) TO TRUE
006565        GO TO 1010-EXIT.
006566* A rerun station's restored skip comes back out of
006567* the counts before its fresh result goes in.
006568     IF NOT WS-MODE-FULL
006569        AND (WS-STA-DISP(WS-STA-SUB) = 'SKIPPED '
006570          OR WS-STA-DISP(WS-STA-SUB) = 'UNBAL   ')
006571        SUBTRACT 1 FROM WS-SKIPPED-COUNT
006572        MOVE SPACES TO WS-STA-DISP(WS-STA-SUB).
006573     IF WX-RS-NOT-REGISTERED(WS-STA-SUB)
006574        MOVE 'SKIPPED' TO WS-STA-DISP(WS-STA-SUB)
006575        ADD 1 TO WS-SKIPPED-COUNT
006576        DISPLAY '*** SKIPPING STATION ' WX-STA-ID(WX-STA-IDX)
006577                ' ' WX-STA-NAME(WX-STA-IDX) ' - NO FEED '
006578                'REGISTERED FOR ' WS-RUN-DATE ' (PROFINTK) ***'
006579        PERFORM 1120-RESET-GRID THRU 1120-EXIT
006580        PERFORM 1300-RECORD-QUALITY THRU 1300-EXIT
006581        PERFORM 8000-SAVE-CHECKPOINT THRU 8000-EXIT
006582        GO TO 1010-EXIT.
006583     SET WS-PICK-EXTRACT(WS-STA-SUB) TO TRUE.
006584 1010-EXIT.
006585     EXIT.
006586*-----------------------------------------------------
006587* 1020-BUILD-EXTRACT
006588* One pass over the picked stations' feeds into the
006589* sorted BTCHEXTR.DAT.  With no extract nothing can be
006590* rolled up, so every picked station is SKIPPED and can
006591* be rerun with RETRY.
006592*-----------------------------------------------------
006593 1020-BUILD-EXTRACT.
006594     CALL 'WXEXTRCT' USING WX-STATION-COUNT
006595                           WX-STATION-TABLE
006596                           WS-PICK-TABLE
006597                           WS-TIMEBASE-MODE
006598                           WS-EXTR-EXTRACTED-COUNT
006599                           WS-EXTR-CARRIED-COUNT
006600                           WS-EXTR-RETURN-STATUS.
006601     IF WS-EXTR-OK
006602        OPEN INPUT EXTRACT-FILE
006603        IF NOT WS-EXTR-FILE-OK
006604           MOVE 'N' TO WS-EXTR-RETURN-STATUS
006605        END-IF
006606     END-IF.
006607     IF WS-EXTR-OK
006608        DISPLAY 'READINGS EXTRACT BUILT - '
006609                WS-EXTR-EXTRACTED-COUNT ' STATION(S) EXTRACTED, '
006610                WS-EXTR-CARRIED-COUNT ' CARRIED'
006611        GO TO 1020-EXIT.
006612     DISPLAY '*** BTCHEXTR.DAT NOT BUILT - NO STATION CAN '
006613             'BE ROLLED UP ***'.
006614     PERFORM 1025-EXTRACT-FAILED THRU 1025-EXIT
006615         VARYING WX-STA-IDX FROM 1 BY 1
006616         UNTIL WX-STA-IDX > WX-STATION-COUNT.
006617 1020-EXIT.
006618     EXIT.
006619 1025-EXTRACT-FAILED.
006620     SET WS-STA-SUB TO WX-STA-IDX.
006621     IF NOT WS-PICK-EXTRACT(WS-STA-SUB)
006622        GO TO 1025-EXIT.
006623     MOVE 'SKIPPED' TO WS-STA-DISP(WS-STA-SUB).
006624     ADD 1 TO WS-SKIPPED-COUNT.
006625     DISPLAY '*** SKIPPING STATION ' WX-STA-ID(WX-STA-IDX)
006626             ' ' WX-STA-NAME(WX-STA-IDX) ' - NO READINGS '
006627             'EXTRACT ***'.
006628     PERFORM 1120-RESET-GRID THRU 1120-EXIT.
006629     PERFORM 1300-RECORD-QUALITY THRU 1300-EXIT.
006630     PERFORM 8000-SAVE-CHECKPOINT THRU 8000-EXIT.
006631 1025-EXIT.
006632     EXIT.
006633 1040-READ-EXTRACT.
006634     READ EXTRACT-FILE
006635         AT END
006636             SET WS-EXTR-EOF TO TRUE.
006637 1040-EXIT.
006638     EXIT.
006639*-----------------------------------------------------
006640* 1050-ROSTER-COVERAGE
006641* Warning step: proves every active station hour has a
006642* rostered observer before the feeds are trusted.  The
006643* roster loads the way the interactive session loads
006644* it; WX-OCCURS-NUM is resized per station later, so
006650* the check runs first.
006660*-----------------------------------------------------
006670 1050-ROSTER-COVERAGE.
006940     EXIT.
006950*-----------------------------------------------------
006960* 1100-PROCESS-ONE-STATION
006962* One station's run of the extract: its control record
006964* (WXLOAD's totals for the feed) then its cells, posted
006966* back into the grid the way the load and time-base
006968* shift left them.  The cells must tie to the totals.
006970* A carried station's records are read past - its
006972* rollup was restored with the checkpoint.
006974*-----------------------------------------------------
006976 1100-PROCESS-ONE-STATION.
006978     IF NOT WX-EX-CONTROL
006980        PERFORM 1040-READ-EXTRACT THRU 1040-EXIT
006982        GO TO 1100-EXIT.
006984     PERFORM 1110-FIND-EXTRACT-STATION THRU 1110-EXIT.
006986     IF WS-EXTR-FOUND-SUB = 0
006987        PERFORM 1140-PASS-OVER-STATION THRU 1140-EXIT
006988        GO TO 1100-EXIT.
006989     IF NOT WS-PICK-EXTRACT(WS-EXTR-FOUND-SUB)
006990        PERFORM 1140-PASS-OVER-STATION THRU 1140-EXIT
006992        GO TO 1100-EXIT.
006994     SET WX-STA-IDX TO WS-EXTR-FOUND-SUB.
006996     SET WS-STA-SUB TO WX-STA-IDX.
007170     DISPLAY 'STATION ' WX-STA-ID(WX-STA-IDX) ' - RECEIPT '
007171             WX-RS-RECEIPT-NO(WS-STA-SUB) ' '
007172             WX-STA-READINGS-FILE(WX-STA-IDX).
007173     CALL 'WXCOUNT' USING WX-STA-COUNT-FILE(WX-STA-IDX)
007180                          WX-OCCURS-NUM
007190                          WS-COUNT-RETURN-STATUS.
007192     MOVE WX-EX-LOAD-STATUS    TO WS-LOAD-RETURN-STATUS.
007194     MOVE WX-EX-READ-COUNT     TO WX-LDC-READ-COUNT.
007196     MOVE WX-EX-APPLIED-COUNT  TO WX-LDC-APPLIED-COUNT.
007198     MOVE WX-EX-REJECT-COUNT   TO WX-LDC-REJECT-COUNT.
007200     MOVE WX-EX-DUP-COUNT      TO WX-LDC-DUP-COUNT.
007202     MOVE WX-EX-TRAILER-COUNT  TO WX-LDC-TRAILER-COUNT.
007204     MOVE WX-EX-TRAILER-SW     TO WX-LDC-TRAILER-SW.
007206     MOVE WX-EX-TZADJ-STATUS   TO WS-TZADJ-RETURN-STATUS.
007208     MOVE WX-EX-CELL-COUNT     TO WS-EXTR-CELL-COUNT.
007210     MOVE WX-EX-SHIFTED-OFF    TO WS-EXTR-SHIFTED-OFF.
007212     MOVE 0 TO WS-EXTR-DETAIL-COUNT.
007214     PERFORM 1120-RESET-GRID THRU 1120-EXIT.
007216     PERFORM 1040-READ-EXTRACT THRU 1040-EXIT.
007218     PERFORM 1130-POST-DETAIL THRU 1130-EXIT
007220         UNTIL WS-EXTR-EOF
007222            OR WX-EX-CONTROL.
007250     IF WS-LOAD-RETURN-STATUS = 'N'
007260        MOVE 'SKIPPED' TO WS-STA-DISP(WS-STA-SUB)
007270        ADD 1 TO WS-SKIPPED-COUNT
007310        PERFORM 1300-RECORD-QUALITY THRU 1300-EXIT
007320        PERFORM 8000-SAVE-CHECKPOINT THRU 8000-EXIT
007330        GO TO 1100-EXIT.
007332* On the common base the extract already holds the
007334* normalized grid; an unreadable offset left it local.
007336     IF WS-TB-COMMON AND NOT WS-TZADJ-OK
007338        DISPLAY '*** STATION ' WX-STA-ID(WX-STA-IDX)
007340                ' TZ OFFSET UNREADABLE - LEFT LOCAL ***'.
007460     IF WX-LDC-REJECT-COUNT > 0 OR WX-LDC-DUP-COUNT > 0
007470        DISPLAY '*** STATION ' WX-STA-ID(WX-STA-IDX) ' - '
007480                WX-LDC-REJECT-COUNT ' RECORD(S) REJECTED, '
007490                WX-LDC-DUP-COUNT ' DUPLICATE(S) - SEE '
007500                'SUSPENSE.DAT ***'.
007501* Balancing back to the load: every cell the extract
007502* holds came in, and every cell the load left (applied
007503* less duplicates, which land on a cell already set) is
007504* either in the extract or was shifted off the week.
007505     COMPUTE WS-EXTR-LOAD-CELLS =
007506         WX-LDC-APPLIED-COUNT - WX-LDC-DUP-COUNT.
007507     IF WS-EXTR-DETAIL-COUNT NOT = WS-EXTR-CELL-COUNT
007508        OR WS-EXTR-CELL-COUNT + WS-EXTR-SHIFTED-OFF
007509           NOT = WS-EXTR-LOAD-CELLS
007510        MOVE 'UNBAL' TO WS-STA-DISP(WS-STA-SUB)
007511        ADD 1 TO WS-SKIPPED-COUNT
007512        DISPLAY '*** STATION ' WX-STA-ID(WX-STA-IDX) ' '
007513                WX-STA-NAME(WX-STA-IDX) ' EXTRACT DOES NOT '
007514                'TIE TO ITS LOAD - ' WS-EXTR-DETAIL-COUNT
007515                ' CELL(S), ' WX-LDC-APPLIED-COUNT ' APPLIED, '
007516                WX-LDC-DUP-COUNT ' DUPLICATE(S) - HELD OUT ***'
007517        PERFORM 1300-RECORD-QUALITY THRU 1300-EXIT
007518        PERFORM 8000-SAVE-CHECKPOINT THRU 8000-EXIT
007519        GO TO 1100-EXIT.
007520* An out-of-balance feed is held out of the rollup so
007521* the station can be rerun cleanly (RETRY) once its
007530* feed is corrected, instead of doubling up.
007540     IF WS-LOAD-RETURN-STATUS = 'B'
007550        MOVE 'UNBAL' TO WS-STA-DISP(WS-STA-SUB)
007630        PERFORM 8000-SAVE-CHECKPOINT THRU 8000-EXIT
007640        GO TO 1100-EXIT.
007650     MOVE 'LOADED' TO WS-STA-DISP(WS-STA-SUB).
007652* Overdue-instrument readings are held before any
007654* estimate is made, so a gap is never bridged from a
007656* reading nobody can vouch for.
007658     PERFORM 1350-HOLD-OVERDUE-READINGS THRU 1350-EXIT.
007660* Short gaps are bridged before the grid is validated
007670* or rolled up, so a lost hour neither drops out of
007680* the averages nor dents the coverage ranking.
007810     PERFORM 1200-ACCUM-DAY THRU 1200-EXIT
007820         VARYING WX-DAY-IDX FROM 1 BY 1
007830         UNTIL WX-DAY-IDX > 7.
007832     PERFORM 1400-POST-DEGREE-DAYS THRU 1400-EXIT.
007834     PERFORM 1450-CHECK-RECORDS THRU 1450-EXIT.
007836     PERFORM 1460-POST-DAILY-HISTORY THRU 1460-EXIT.
007840     PERFORM 8000-SAVE-CHECKPOINT THRU 8000-EXIT.
007850 1100-EXIT.
007860     EXIT.
007861*-----------------------------------------------------
007862* 1110-FIND-EXTRACT-STATION
007863* Leaves WS-EXTR-FOUND-SUB on the master entry for the
007864* control record's station, or zero when the station
007865* is no longer on the master.
007866*-----------------------------------------------------
007867 1110-FIND-EXTRACT-STATION.
007868     MOVE 0 TO WS-EXTR-FOUND-SUB.
007869     PERFORM 1115-MATCH-EXTRACT-ID THRU 1115-EXIT
007870         VARYING WS-EXTR-SUB FROM 1 BY 1
007871         UNTIL WS-EXTR-SUB > WX-STATION-COUNT
007872            OR WS-EXTR-FOUND-SUB > 0.
007873 1110-EXIT.
007874     EXIT.
007875 1115-MATCH-EXTRACT-ID.
007876     IF WX-STA-ID(WS-EXTR-SUB) = WX-EX-STA-ID
007877        MOVE WS-EXTR-SUB TO WS-EXTR-FOUND-SUB.
007878 1115-EXIT.
007879     EXIT.
007880*-----------------------------------------------------
007881* 1120-RESET-GRID
007882* Seeds every cell to the never-set sentinels, as the
007883* load does, before a station's cells are posted back.
007884*-----------------------------------------------------
007885 1120-RESET-GRID.
007886     PERFORM 1121-RESET-DAY THRU 1121-EXIT
007887         VARYING WX-DAY-IDX FROM 1 BY 1
007888         UNTIL WX-DAY-IDX > 7.
007889 1120-EXIT.
007890     EXIT.
007891 1121-RESET-DAY.
007892     MOVE 0 TO WX-OBS-DATE(WX-DAY-IDX).
007893     PERFORM 1122-RESET-HOUR THRU 1122-EXIT
007894         VARYING WX-HOUR-IDX FROM 1 BY 1
007895         UNTIL WX-HOUR-IDX > 24.
007896 1121-EXIT.
007897     EXIT.
007898 1122-RESET-HOUR.
007899     MOVE -300 TO WX-FAHR-TEMP(WX-DAY-IDX WX-HOUR-IDX).
007900     MOVE 0    TO WX-BAROM-PRESSURE(WX-DAY-IDX WX-HOUR-IDX).
007901     MOVE 999  TO WX-WIND-SPEED(WX-DAY-IDX WX-HOUR-IDX).
007902     MOVE 999  TO WX-WIND-DIR(WX-DAY-IDX WX-HOUR-IDX).
007903     MOVE 9.99 TO WX-PRECIP(WX-DAY-IDX WX-HOUR-IDX).
007904     SET WX-QUAL-UNSET(WX-DAY-IDX WX-HOUR-IDX) TO TRUE.
007905 1122-EXIT.
007906     EXIT.
007907*-----------------------------------------------------
007908* 1130-POST-DETAIL
007909* One extract cell back into the grid on the run's
007910* time base, then the next record.
007911*-----------------------------------------------------
007912 1130-POST-DETAIL.
007913     ADD 1 TO WS-EXTR-DETAIL-COUNT.
007914     SET WX-DAY-IDX  TO WX-EX-DAY.
007915     SET WX-HOUR-IDX TO WX-EX-HOUR.
007916     MOVE WX-EX-FAHR-TEMP
007917       TO WX-FAHR-TEMP(WX-DAY-IDX WX-HOUR-IDX).
007918     MOVE WX-EX-BAROM-PRESSURE
007919       TO WX-BAROM-PRESSURE(WX-DAY-IDX WX-HOUR-IDX).
007920     MOVE WX-EX-WIND-SPEED
007921       TO WX-WIND-SPEED(WX-DAY-IDX WX-HOUR-IDX).
007922     MOVE WX-EX-WIND-DIR
007923       TO WX-WIND-DIR(WX-DAY-IDX WX-HOUR-IDX).
007924     MOVE WX-EX-PRECIP
007925       TO WX-PRECIP(WX-DAY-IDX WX-HOUR-IDX).
007926     MOVE WX-EX-CELL-QUAL
007927       TO WX-CELL-QUAL(WX-DAY-IDX WX-HOUR-IDX).
007928     MOVE WX-EX-OBS-DATE TO WX-OBS-DATE(WX-DAY-IDX).
007929     PERFORM 1040-READ-EXTRACT THRU 1040-EXIT.
007930 1130-EXIT.
007931     EXIT.
007932*-----------------------------------------------------
007933* 1140-PASS-OVER-STATION
007934* Reads past the rest of a station's records to the
007935* next station's control record.
007936*-----------------------------------------------------
007937 1140-PASS-OVER-STATION.
007938     PERFORM 1040-READ-EXTRACT THRU 1040-EXIT.
007939     PERFORM 1040-READ-EXTRACT THRU 1040-EXIT
007940         UNTIL WS-EXTR-EOF
007941            OR WX-EX-CONTROL.
007942 1140-EXIT.
007943     EXIT.
007944*-----------------------------------------------------
007945* 1105-SELECT-STATION
007946* Decides whether this run works the station.  FULL
007947* takes everything; RESTART passes over stations the
007948* checkpoint shows already processed; RETRY takes only
007949* stations left SKIPPED or UNBAL; ONLY takes only the
007950* named stations, and refuses one already LOADED since
007951* its readings cannot be backed out of the rollup.  A
007952* passed-over station keeps its restored disposition
007960* on SUMMARY.RPT.
007970*-----------------------------------------------------
007980 1105-SELECT-STATION.
009290* over its own slot instead of appearing twice.
009300     PERFORM 1310-FIND-QUAL-SLOT THRU 1310-EXIT.
009310     IF WS-QUAL-SUB-I = 0
009315        MOVE 0 TO WS-CAL-COUNT
009320        GO TO 1300-EXIT.
009330     MOVE WX-STA-ID(WX-STA-IDX)   TO WS-QE-ID(WS-QUAL-SUB-I).
009340     MOVE WX-STA-NAME(WX-STA-IDX) TO WS-QE-NAME(WS-QUAL-SUB-I).
009350     MOVE WS-SENTINEL-FLAG-COUNT  TO WS-QE-UNSET(WS-QUAL-SUB-I).
009360     MOVE WS-PRESSURE-FLAG-COUNT  TO WS-QE-PRESS(WS-QUAL-SUB-I).
009370     MOVE 0 TO WS-QE-OUTLIER(WS-QUAL-SUB-I).
009372     MOVE WS-CAL-COUNT TO WS-QE-CALIB(WS-QUAL-SUB-I).
009380     COMPUTE WS-QE-COVERAGE(WS-QUAL-SUB-I) ROUNDED =
009390         (168 - WS-SENTINEL-FLAG-COUNT) * 100 / 168.
009400* A rerun station's earlier flags (restored with the
009460         WS-SENTINEL-FLAG-COUNT + WS-PRESSURE-FLAG-COUNT
009470         + WS-WIND-FLAG-COUNT + WS-PRECIP-FLAG-COUNT.
009480     ADD WS-QE-FLAGGED(WS-QUAL-SUB-I) TO WS-TOTAL-FLAGGED.
009485* The hold count is this station's alone.
009487     MOVE 0 TO WS-CAL-COUNT.
009490 1300-EXIT.
009500     EXIT.
009510*-----------------------------------------------------
009750        MOVE WS-QUAL-SUB-I TO WS-QUAL-SUB-J.
009760 1320-EXIT.
009770     EXIT.
009771*-----------------------------------------------------
009772* 1350-HOLD-OVERDUE-READINGS
009773* Readings from an instrument past its calibration due
009774* date go back to the never-set sentinels before the
009775* grid is estimated or rolled up, and 1300 puts the
009776* count on the station's quality row.  A held reading
009777* is out of the rollup, so it also shows in the
009778* coverage figure as a missing one.
009779*-----------------------------------------------------
009780 1350-HOLD-OVERDUE-READINGS.
009781     IF WX-INSTR-COUNT = 0
009782        GO TO 1350-EXIT.
009783     CALL 'WXCALCHK' USING 'H'
009784                           WX-STA-ID(WX-STA-IDX)
009785                           WX-GRID-TABLE
009786                           WX-DAY-DATE-TABLE
009787                           WX-INSTR-COUNT
009788                           WX-INSTR-TABLE
009789                           WS-RUN-DATE
009790                           WS-CAL-COUNT
009791                           WS-CAL-RETURN-STATUS.
009794     IF WS-CAL-COUNT > 0
009795        DISPLAY '*** STATION ' WX-STA-ID(WX-STA-IDX) ' - '
009796                WS-CAL-COUNT ' READING(S) HELD, INSTRUMENT '
009797                'OVERDUE FOR CALIBRATION - SEE CALIB.RPT ***'.
009798 1350-EXIT.
009799     EXIT.
009800*-----------------------------------------------------
009801* 1400-POST-DEGREE-DAYS
009802* Posts the loaded station's dated days to the degree-
009803* day accumulation.  The post replaces the station's
009804* rows for the same dates, so a RETRY or ONLY rerun
009805* lands cleanly without a checkpoint of its own.
009806*-----------------------------------------------------
009807 1400-POST-DEGREE-DAYS.
009808     CALL 'WXDEGDAY' USING 'P'
009809                           WX-STA-ID(WX-STA-IDX)
009810                           WX-GRID-TABLE
009811                           WX-DAY-DATE-TABLE
009812                           WX-STATION-COUNT
009813                           WX-STATION-TABLE
009814                           WS-WEEK-ENDING-DATE
009815                           WS-DEGDAY-COUNT
009816                           WS-DEGDAY-RETURN-STATUS.
009817     IF NOT WS-DEGDAY-OK
009818        DISPLAY '*** STATION ' WX-STA-ID(WX-STA-IDX)
009819                ' DEGREE DAYS NOT POSTED ***'.
009820 1400-EXIT.
009821     EXIT.
009822*-----------------------------------------------------
009823* 1450-CHECK-RECORDS
009824* Checks the loaded station's observed readings against
009825* its records register.  A day posted again on a rerun
009826* matches its own record and is not reported twice.
009827*-----------------------------------------------------
009828 1450-CHECK-RECORDS.
009829     CALL 'WXRECORD' USING 'P'
009830                           WX-STA-ID(WX-STA-IDX)
009831                           WX-GRID-TABLE
009832                           WX-DAY-DATE-TABLE
009833                           WX-STATION-COUNT
009834                           WX-STATION-TABLE
009835                           WS-RUN-DATE
009836                           WS-RECS-COUNT
009837                           WS-RECS-RETURN-STATUS.
009838     IF NOT WS-RECS-OK
009839        DISPLAY '*** STATION ' WX-STA-ID(WX-STA-IDX)
009840                ' RECORDS NOT CHECKED ***'
009841     ELSE IF WS-RECS-COUNT > 0
009842        DISPLAY 'STATION ' WX-STA-ID(WX-STA-IDX) ' - '
009843                WS-RECS-COUNT ' RECORD(S) SET OR TIED'.
009844 1450-EXIT.
009845     EXIT.
009846*-----------------------------------------------------
009847* 1460-POST-DAILY-HISTORY
009848* Posts the loaded station's dated days to its daily
009849* history.  The post replaces the station's records
009850* for the same dates, so a rerun lands cleanly.  A
009851* grid on the common base goes with the offset it was
009852* normalized by, so the hours the shift emptied are
009853* not taken for hours never reported.
009854*-----------------------------------------------------
009855 1460-POST-DAILY-HISTORY.
009856     MOVE SPACES TO WS-DAYHIST-TZ-OFFSET.
009857     IF WS-TB-COMMON AND WS-TZADJ-OK
009858        MOVE WX-STA-TZ-OFFSET(WX-STA-IDX)
009859          TO WS-DAYHIST-TZ-OFFSET.
009860     CALL 'WXDYHIST' USING WX-STA-ID(WX-STA-IDX)
009861                           WX-GRID-TABLE
009862                           WX-DAY-DATE-TABLE
009863                           WS-DAYHIST-TZ-OFFSET
009864                           WS-DAYHIST-COUNT
009865                           WS-DAYHIST-RETURN-STATUS.
009866     IF NOT WS-DAYHIST-OK
009867        DISPLAY '*** STATION ' WX-STA-ID(WX-STA-IDX)
009868                ' DAILY HISTORY NOT POSTED ***'.
009869 1460-EXIT.
009870     EXIT.
009871*-----------------------------------------------------
009872* 2000-CONSISTENCY-PASS
009873* Compares every LOADED station's readings against the
009874* mean of the other loaded stations hour by hour
009875* (through WXCONSIS, which writes OUTLIER.RPT) and
009876* posts each station's deviation count into its
009877* quality entry and the run's flagged total.  The
009878* extract predates 1350's hold, so WXCONSIS is handed
009879* the instrument master to leave an overdue
009880* thermometer's readings out on its own.
009881*-----------------------------------------------------
009882 2000-CONSISTENCY-PASS.
009883     CALL 'WXCONSIS' USING WX-STATION-COUNT
009884                           WX-STATION-TABLE
009890                           WS-STA-DISP-TABLE
009900                           WS-OUTLIER-TABLE
009902                           WX-INSTR-COUNT
009904                           WX-INSTR-TABLE
009906                           WS-RUN-DATE
009910                           WS-CONS-RETURN-STATUS.
009920     IF NOT WS-CONS-OK
009930        DISPLAY '*** CONSISTENCY PASS NOT RUN - OUTLIER.RPT '
010190          TO WS-QE-OUTLIER(WS-QUAL-SUB-I).
010200 2110-EXIT.
010210     EXIT.
010211*-----------------------------------------------------
010212* 2500-BUILD-MASTER
010213* Refreshes WEATHER.MST from the extract for every
010214* station this run LOADED, each cell back in the local
010215* slot and date it was read under (the master's key).
010216* A cell already corrected there for that date stands.
010217* The extract predates 1350's hold, so each station's
010218* local grid goes through WXCALCHK 'H' again before
010219* the build - a reading held from the rollup does not
010220* reach the master as observed.  The local grid is
010221* held by its local dates, the master's own key.
010222*-----------------------------------------------------
010223 2500-BUILD-MASTER.
010224     MOVE 0 TO WS-MASTER-COUNT.
010225     IF NOT WS-EXTR-OK
010226        GO TO 2500-EXIT.
010227     OPEN INPUT EXTRACT-FILE.
010228     IF NOT WS-EXTR-FILE-OK
010229        DISPLAY '*** BTCHEXTR.DAT WILL NOT REOPEN - WEATHER.MST '
010230                'NOT BUILT ***'
010231        GO TO 2500-EXIT.
010232     SET WS-EXTR-NOT-EOF TO TRUE.
010233     PERFORM 1040-READ-EXTRACT THRU 1040-EXIT.
010234     PERFORM 2510-MASTER-ONE-STATION THRU 2510-EXIT
010235         UNTIL WS-EXTR-EOF.
010236     CLOSE EXTRACT-FILE.
010237     DISPLAY 'WEATHER.MST BUILT FOR ' WS-MASTER-COUNT
010238             ' STATION(S)'.
010239 2500-EXIT.
010240     EXIT.
010241 2510-MASTER-ONE-STATION.
010242     IF NOT WX-EX-CONTROL
010243        PERFORM 1040-READ-EXTRACT THRU 1040-EXIT
010244        GO TO 2510-EXIT.
010245     PERFORM 1110-FIND-EXTRACT-STATION THRU 1110-EXIT.
010246     IF WS-EXTR-FOUND-SUB = 0
010247        PERFORM 1140-PASS-OVER-STATION THRU 1140-EXIT
010248        GO TO 2510-EXIT.
010249     IF NOT WS-PICK-EXTRACT(WS-EXTR-FOUND-SUB)
010250        OR WS-STA-DISP(WS-EXTR-FOUND-SUB) NOT = 'LOADED  '
010251        PERFORM 1140-PASS-OVER-STATION THRU 1140-EXIT
010252        GO TO 2510-EXIT.
010253     SET WX-STA-IDX TO WS-EXTR-FOUND-SUB.
010254     PERFORM 1120-RESET-GRID THRU 1120-EXIT.
010255     PERFORM 1040-READ-EXTRACT THRU 1040-EXIT.
010256     PERFORM 2520-POST-LOCAL-DETAIL THRU 2520-EXIT
010257         UNTIL WS-EXTR-EOF
010258            OR WX-EX-CONTROL.
010259     IF WX-INSTR-COUNT > 0
010260        CALL 'WXCALCHK' USING 'H'
010261                              WX-STA-ID(WX-STA-IDX)
010262                              WX-GRID-TABLE
010263                              WX-DAY-DATE-TABLE
010264                              WX-INSTR-COUNT
010265                              WX-INSTR-TABLE
010266                              WS-RUN-DATE
010267                              WS-CAL-COUNT
010268                              WS-CAL-RETURN-STATUS
010269        MOVE 0 TO WS-CAL-COUNT.
010270     CALL 'WXIXMST' USING WX-GRID-TABLE WX-DAY-DATE-TABLE
010271             'B' WX-STA-ID(WX-STA-IDX) WS-IXM-DAY WS-IXM-HOUR
010272             WS-IXM-TEMP WS-IXM-PRESS
010273             WS-IXM-WSPD WS-IXM-WDIR WS-IXM-PRCP WS-IXM-QUAL
010274             WS-IXM-DATE WS-IXM-RETURN-STATUS.
010275     IF WS-IXM-OK
010276        ADD 1 TO WS-MASTER-COUNT
010277     ELSE
010278        DISPLAY '*** MASTER BUILD FAILED FOR STATION '
010279                WX-STA-ID(WX-STA-IDX) ' ***'.
010280 2510-EXIT.
010281     EXIT.
010282 2520-POST-LOCAL-DETAIL.
010283     SET WX-DAY-IDX  TO WX-EX-LOCAL-DAY.
010284     SET WX-HOUR-IDX TO WX-EX-LOCAL-HOUR.
010285     MOVE WX-EX-FAHR-TEMP
010286       TO WX-FAHR-TEMP(WX-DAY-IDX WX-HOUR-IDX).
010287     MOVE WX-EX-BAROM-PRESSURE
010288       TO WX-BAROM-PRESSURE(WX-DAY-IDX WX-HOUR-IDX).
010289     MOVE WX-EX-WIND-SPEED
010290       TO WX-WIND-SPEED(WX-DAY-IDX WX-HOUR-IDX).
010291     MOVE WX-EX-WIND-DIR
010292       TO WX-WIND-DIR(WX-DAY-IDX WX-HOUR-IDX).
010293     MOVE WX-EX-PRECIP
010294       TO WX-PRECIP(WX-DAY-IDX WX-HOUR-IDX).
010295     MOVE WX-EX-CELL-QUAL
010296       TO WX-CELL-QUAL(WX-DAY-IDX WX-HOUR-IDX).
010297     MOVE WX-EX-LOCAL-DATE TO WX-OBS-DATE(WX-DAY-IDX).
010298     PERFORM 1040-READ-EXTRACT THRU 1040-EXIT.
010299 2520-EXIT.
010300     EXIT.
010301*-----------------------------------------------------
010302* 3000-WRITE-SUMMARY
010303*-----------------------------------------------------
010304 3000-WRITE-SUMMARY.
010305     OPEN OUTPUT SUMMARY-REPORT-FILE.
010306     IF NOT WS-SUMMARY-FILE-OK
010307        DISPLAY '*** SUMMARY.RPT OPEN FAILED - ROLLUP NOT '
010308                'WRITTEN ***'
010309        GO TO 3000-EXIT.
010310     MOVE 'NIGHTLY WEATHER ROLLUP - ALL STATIONS'
010320       TO SUMMARY-LINE.
010330     WRITE SUMMARY-LINE.
013460                'UPDATED ***'.
013470 4500-EXIT.
013480     EXIT.
013481*-----------------------------------------------------
013482* 4700-DEGREE-DAY-REPORT
013483* DEGDAY.RPT for the week the close just keyed: each
013484* station's daily, month-to-date and season-to-date
013485* degree days from the accumulation file.
013486*-----------------------------------------------------
013487 4700-DEGREE-DAY-REPORT.
013488     IF WS-WEEK-ENDING-DATE = 0
013489        GO TO 4700-EXIT.
013490     CALL 'WXDEGDAY' USING 'R'
013491                           WX-STA-ID(1)
013492                           WX-GRID-TABLE
013493                           WX-DAY-DATE-TABLE
013494                           WX-STATION-COUNT
013495                           WX-STATION-TABLE
013496                           WS-WEEK-ENDING-DATE
013497                           WS-DEGDAY-COUNT
013498                           WS-DEGDAY-RETURN-STATUS.
013499     IF WS-DEGDAY-OK
013500        DISPLAY 'DEGREE-DAY REPORT WRITTEN TO DEGDAY.RPT - '
013501                WS-DEGDAY-COUNT ' STATION DAY(S)'
013502     ELSE
013503        DISPLAY '*** DEGREE-DAY REPORT NOT WRITTEN ***'.
013504 4700-EXIT.
013505     EXIT.
013506*-----------------------------------------------------
013507* 5000-TREND-REPORT
013510*-----------------------------------------------------
013520 5000-TREND-REPORT.
013530     CALL 'WXTREND' USING WS-TREND-FLAG-COUNT
013950     WRITE QUALITY-LINE.
013960     MOVE 'STATION  NAME                 UNST PRES COV  OUTL'
013970       TO QUALITY-LINE.
013972     MOVE '  CAL' TO QUALITY-LINE(50:5).
013980     WRITE QUALITY-LINE.
013990     PERFORM 6200-WRITE-QUALITY-LINE THRU 6200-EXIT
014000         VARYING WS-QUAL-SUB-I FROM 1 BY 1
014520     MOVE WS-QE-PRESS(WS-QUAL-SUB-I)    TO WS-QD-PRESS.
014530     MOVE WS-QE-COVERAGE(WS-QUAL-SUB-I) TO WS-QD-COVERAGE.
014540     MOVE WS-QE-OUTLIER(WS-QUAL-SUB-I)  TO WS-QD-OUTLIER.
014542     MOVE WS-QE-CALIB(WS-QUAL-SUB-I)    TO WS-QD-CALIB.
014550     IF WS-QE-COVERAGE(WS-QUAL-SUB-I) < WS-COVERAGE-FLOOR
014560        OR WS-QE-PRESS(WS-QUAL-SUB-I) > 0
014570        OR WS-QE-OUTLIER(WS-QUAL-SUB-I) > 0
014572        OR WS-QE-CALIB(WS-QUAL-SUB-I) > 0
014580        MOVE '*REVIEW*' TO WS-QD-FLAG
014590     ELSE
014600        MOVE SPACES TO WS-QD-FLAG.
014610     WRITE QUALITY-LINE FROM WS-QUALITY-DETAIL.
014620 6200-EXIT.
014630     EXIT.
014631*-----------------------------------------------------
014632* 6500-CALIBRATION-REPORT
014633* CALIB.RPT - the instruments coming due in the next
014634* 30 days, and any already overdue, for the field techs.
014635*-----------------------------------------------------
014636 6500-CALIBRATION-REPORT.
014637     IF WX-INSTR-COUNT = 0
014638        GO TO 6500-EXIT.
014639     CALL 'WXCALCHK' USING 'R'
014640                           WX-STA-ID(1)
014641                           WX-GRID-TABLE
014642                           WX-DAY-DATE-TABLE
014643                           WX-INSTR-COUNT
014644                           WX-INSTR-TABLE
014645                           WS-RUN-DATE
014646                           WS-CAL-COUNT
014647                           WS-CAL-RETURN-STATUS.
014648     IF WS-CAL-OK
014649        DISPLAY 'CALIBRATION REPORT WRITTEN TO CALIB.RPT - '
014650                WS-CAL-COUNT ' INSTRUMENT(S) DUE'
014651     ELSE
014652        DISPLAY '*** CALIB.RPT OPEN FAILED - CALIBRATION '
014653                'REPORT NOT WRITTEN ***'.
014654 6500-EXIT.
014655     EXIT.
014656*-----------------------------------------------------
014657* 6600-RECORDS-REPORT
014658* RECORDS.RPT - the records set or tied tonight, each
014659* beside the value it replaced.
014660*-----------------------------------------------------
014661 6600-RECORDS-REPORT.
014662     CALL 'WXRECORD' USING 'R'
014663                           WX-STA-ID(1)
014664                           WX-GRID-TABLE
014665                           WX-DAY-DATE-TABLE
014666                           WX-STATION-COUNT
014667                           WX-STATION-TABLE
014668                           WS-RUN-DATE
014669                           WS-RECS-COUNT
014670                           WS-RECS-RETURN-STATUS.
014671     IF WS-RECS-OK
014672        DISPLAY 'RECORDS REPORT WRITTEN TO RECORDS.RPT - '
014673                WS-RECS-COUNT ' RECORD(S) SET OR TIED'
014674     ELSE
014675        DISPLAY '*** RECORDS.RPT NOT WRITTEN ***'.
014676 6600-EXIT.
014677     EXIT.
014678*-----------------------------------------------------
014679* 7000-RUN-CONTROL
014680* Writes the end-of-job run-control record and holds
014681* the job (RETURN-CODE 8) when the skip or flag count
014682* breaches the operator tolerances, so the scheduler
014690* pages the on-call analyst instead of running
014700* distribution against a half-empty rollup.
014710*-----------------------------------------------------
015870     MOVE WS-QE-COVERAGE(WS-CKPT-SUB) TO CK-Q-COVERAGE.
015880     MOVE WS-QE-OUTLIER(WS-CKPT-SUB)  TO CK-Q-OUTLIER.
015890     MOVE WS-QE-FLAGGED(WS-CKPT-SUB)  TO CK-Q-FLAGGED.
015892     MOVE WS-QE-CALIB(WS-CKPT-SUB)    TO CK-Q-CALIB.
015900     WRITE CK-QUAL-RECORD.
015910 8150-EXIT.
015920     EXIT.
016820        MOVE CK-Q-FLAGGED TO WS-QE-FLAGGED(WS-QUAL-COUNT)
016830     ELSE
016840        MOVE 0 TO WS-QE-FLAGGED(WS-QUAL-COUNT).
016842     IF CK-Q-CALIB NUMERIC
016844        MOVE CK-Q-CALIB TO WS-QE-CALIB(WS-QUAL-COUNT)
016846     ELSE
016848        MOVE 0 TO WS-QE-CALIB(WS-QUAL-COUNT).
016850 8540-EXIT.
016860     EXIT.
016870*-----------------------------------------------------
