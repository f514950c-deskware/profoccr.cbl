000200* Run interactively; the commands are:
000210*
000220*   REPORT   - filtered listing to AUDINQ.RPT, by
000230*              date range (blank = open ended), field-
000240*              name prefix (e.g. FAHR_TEMP) and/or
000250*              operator id.  One day in both dates is
000260*              one session day's corrections.
000270*   SUMMARY  - daily corrections summary to
000280*              AUDSUM.RPT: per calendar day and
000290*              operator, the count of SET/UPDATE/FIX/
000300*              instrument/demo overwrites, for the shift lead to
000302*              sign off.
000310*   ARCHIVE  - retention: entries older than the age
000320*              in AUDIT.RET (three digits, days; 090
000330*              assumed when absent) roll to a dated
000360*   EXIT     - end the session.
000370*
000380* An entry is classed SET when its field name starts
000390* FAHR_TEMP(, BAROM_PRESS(, WIND(, PRECIP( or QUAL(,
000400* UPDATE when it starts MST( or MST_ (a PROFRECN
000401* resync of the master), FIX when it starts SUSP( (a
000410* PROFSUSP resubmission), INSTRUMENT when it starts
000411* INST( (PROFOCCR instrument maintenance) and DEMO
000412* otherwise.  The DEMO
000420* command's FAHR_TEMP(1,13) overwrite therefore counts
000430* with the corrections, but under the id of the
000431* operator who ran it: every entry carries the id of
000432* the operator signed on when it was keyed.  Entries
000433* logged before sign-on existed show no operator.
000434*
000435* The session starts with an operator sign-on
000436* (WXSIGNON).  REPORT is open to any signed-on
000437* operator, SUMMARY needs a shift lead and ARCHIVE
000438* an admin.
000440*
000450* Copyright 2001 Deskware, Inc.
000460*
000470* Modification History
000480* 04/12/2001 DF   Original program.
000481* 04/23/2001 DF   Operator sign-on and per-command role
000482*                 check.  The audit record now carries
000483*                 the operator id: REPORT shows it and
000484*                 filters on it, SUMMARY counts per day
000485*                 and operator, and PROFSUSP's FIX entries
000486*                 are counted on their own.
000487* 05/07/2001 DF   The audit record now carries a station id
000488*                 (102 bytes); PROFRECN's MST_ and QUAL( entries
000489*                 are counted as UPDATE and SET.
000490* 05/15/2001 DF   REPORT shows the station (132 columns);
000491*                 PROFOCCR's INST( entries are counted on
000492*                 their own as INSTRUMENT.
000493*****************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. PROFAUDT.
000520 AUTHOR. D. FELTZ.
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  AUDIT-LOG-FILE
000850     RECORD CONTAINS 102 CHARACTERS.
000860 01  AL-AUDIT-RECORD.
000870    05  AL-AUD-FIELD-NAME  PIC X(20).
000880    05  AL-AUD-OLD-VALUE   PIC X(20).
000890    05  AL-AUD-NEW-VALUE   PIC X(20).
000900    05  AL-AUD-TIMESTAMP   PIC X(26).
000902    05  AL-AUD-OPERATOR-ID PIC X(8).
000904    05  AL-AUD-STATION-ID  PIC X(8).
000910 FD  INQUIRY-REPORT-FILE
000920     RECORD CONTAINS 132 CHARACTERS.
000930 01  INQ-LINE  PIC X(132).
000940 FD  SUMMARY-REPORT-FILE
000950     RECORD CONTAINS 80 CHARACTERS.
000960 01  SUM-LINE  PIC X(80).
000990 01  RET-RECORD.
001000    05  RET-DAYS  PIC 9(3).
001010 FD  ARCHIVE-FILE
001020     RECORD CONTAINS 102 CHARACTERS.
001030 01  ARC-AUDIT-RECORD  PIC X(102).
001040 FD  HOLD-FILE
001050     RECORD CONTAINS 102 CHARACTERS.
001060 01  HOLD-AUDIT-RECORD  PIC X(102).
001070 WORKING-STORAGE SECTION.
001072 COPY WXOPER.
001080 01  WS-AUDIT-FILE-NAME    PIC X(40) VALUE 'AUDIT.LOG'.
001090 01  WS-AUDIT-FILE-STATUS  PIC XX.
001100    88  WS-AUDIT-FILE-OK      VALUE '00'.
001290 01  WS-COMMAND-LINE  PIC X(20).
001300 01  WS-SESSION-SWITCH  PIC X VALUE 'N'.
001310    88  WS-SESSION-DONE  VALUE 'Y'.
001311*-----------------------------------------------------
001312* Sign-on and command authorization.  The role each
001313* command needs is set in 2050-CHECK-AUTHORITY.
001314*-----------------------------------------------------
001315 01  WS-SIGNON-RETURN-STATUS  PIC X.
001316    88  WS-SIGNON-OK        VALUE 'Y'.
001317    88  WS-SIGNON-UNKNOWN   VALUE 'N'.
001318    88  WS-SIGNON-IDLED     VALUE 'I'.
001319    88  WS-SIGNON-NO-ROLE   VALUE 'R'.
001320    88  WS-SIGNON-NO-FILE   VALUE 'M'.
001321 01  WS-SIGNON-TRIES  PIC 9 VALUE 0.
001322 01  WS-SIGNON-LIMIT  PIC 9 VALUE 3.
001323 01  WS-REQUIRED-ROLE  PIC 9.
001324 01  WS-ROLE-NAME-TABLE.
001325    05  FILLER PIC X(10) VALUE 'VIEWER    '.
001326    05  FILLER PIC X(10) VALUE 'OBSERVER  '.
001327    05  FILLER PIC X(10) VALUE 'SHIFT LEAD'.
001328    05  FILLER PIC X(10) VALUE 'ADMIN     '.
001329 01  WS-ROLE-NAME-REDEF REDEFINES WS-ROLE-NAME-TABLE.
001330    05  WS-ROLE-NAME OCCURS 4 TIMES PIC X(10).
001331*-----------------------------------------------------
001332* REPORT filters: open-ended when left blank.  The
001340* pattern matches as a field-name prefix.
001350*-----------------------------------------------------
001360 01  WS-FROM-DATE-IN  PIC X(8).
001372 01  WS-TO-DATE       PIC 9(8).
001380 01  WS-PATTERN-IN    PIC X(20).
001390 01  WS-PATTERN-LEN   PIC S9(4) COMP.
001392 01  WS-OPERATOR-IN   PIC X(8).
001400 01  WS-ENTRY-DATE    PIC 9(8).
001410 01  WS-MATCH-COUNT   PIC 9(5) VALUE 0.
001420 01  WS-READ-COUNT    PIC 9(5) VALUE 0.
001430*-----------------------------------------------------
001440* Daily summary accumulators - one slot per calendar
001450* day and operator seen on the log, in first-seen
001452* order.
001460*-----------------------------------------------------
001470 01  WS-SUM-DAY-MAX    PIC 9(3) VALUE 999.
001480 01  WS-SUM-DAY-COUNT  PIC 9(3) VALUE 0.
001490 01  WS-SUM-DAY-TABLE.
001500    05  WS-SUM-DAY OCCURS 999 TIMES.
001510       10  WS-SD-DATE        PIC 9(8).
001512       10  WS-SD-OPERATOR    PIC X(8).
001520       10  WS-SD-SET-CNT     PIC 9(5).
001530       10  WS-SD-UPDATE-CNT  PIC 9(5).
001532       10  WS-SD-FIX-CNT     PIC 9(5).
001534       10  WS-SD-INST-CNT    PIC 9(5).
001540       10  WS-SD-DEMO-CNT    PIC 9(5).
001550 01  WS-SUM-SUB       PIC S9(4) COMP.
001560 01  WS-SUM-FOUND-SW  PIC X.
001720 01  WS-INQ-DETAIL.
001730    05  WS-ID-TIMESTAMP  PIC X(15).
001740    05  FILLER           PIC X VALUE SPACE.
001742    05  WS-ID-OPERATOR   PIC X(8).
001744    05  FILLER           PIC X VALUE SPACE.
001746    05  WS-ID-STATION    PIC X(8).
001748    05  FILLER           PIC X VALUE SPACE.
001750    05  WS-ID-FIELD      PIC X(20).
001760    05  FILLER           PIC X VALUE SPACE.
001770    05  WS-ID-OLD        PIC X(20).
001790    05  WS-ID-NEW        PIC X(20).
001800 01  WS-SUM-DETAIL.
001810    05  WS-SM-DATE       PIC 9(8).
001812    05  FILLER           PIC X VALUE SPACE.
001814    05  WS-SM-OPERATOR   PIC X(8).
001820    05  FILLER           PIC X(6) VALUE '  SET '.
001830    05  WS-SM-SET        PIC ZZZZ9.
001840    05  FILLER           PIC X(8) VALUE '  UPDATE'.
001850    05  FILLER           PIC X VALUE SPACE.
001860    05  WS-SM-UPDATE     PIC ZZZZ9.
001862    05  FILLER           PIC X(6) VALUE '  FIX '.
001864    05  WS-SM-FIX        PIC ZZZZ9.
001866    05  FILLER           PIC X(7) VALUE '  INST '.
001868    05  WS-SM-INST       PIC ZZZZ9.
001870    05  FILLER           PIC X(7) VALUE '  DEMO '.
001880    05  WS-SM-DEMO       PIC ZZZZ9.
001890 PROCEDURE DIVISION.
001920*-----------------------------------------------------
001930 0000-MAINLINE.
001940     DISPLAY 'PROFAUDT - AUDIT TRAIL INQUIRY'.
001942     PERFORM 1000-SIGN-ON THRU 1000-EXIT.
001944     IF NOT WS-SIGNON-OK
001946        SET WS-SESSION-DONE TO TRUE.
001950     PERFORM 2000-COMMAND-LOOP THRU 2000-EXIT
001960         UNTIL WS-SESSION-DONE.
001970     DISPLAY 'PROFAUDT SESSION ENDED'.
001980     STOP RUN.
001981*-----------------------------------------------------
001982* 1000-SIGN-ON
001983* Up to WS-SIGNON-LIMIT tries at an operator id the
001984* operator master knows and has not idled.
001985*-----------------------------------------------------
001986 1000-SIGN-ON.
001987     MOVE 0 TO WS-SIGNON-TRIES.
001988     SET WS-SIGNON-UNKNOWN TO TRUE.
001989     PERFORM 1010-PROMPT-OPERATOR THRU 1010-EXIT
001990         UNTIL WS-SIGNON-OK
001991            OR WS-SIGNON-NO-FILE
001992            OR WS-SIGNON-TRIES = WS-SIGNON-LIMIT.
001993     IF NOT WS-SIGNON-OK
001994        DISPLAY '*** SIGN-ON REFUSED - SESSION ENDED ***'
001995        GO TO 1000-EXIT.
001996     DISPLAY 'SIGNED ON: ' WX-OPR-ID ' ' WX-OPR-NAME ' '
001997             WS-ROLE-NAME(WX-OPR-ROLE).
001998 1000-EXIT.
001999     EXIT.
002000 1010-PROMPT-OPERATOR.
002001     ADD 1 TO WS-SIGNON-TRIES.
002002     MOVE SPACES TO WX-OPERATOR-RECORD.
002003     DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
002004     ACCEPT WX-OPR-ID FROM CONSOLE.
002005     CALL 'WXSIGNON' USING WX-OPERATOR-RECORD
002006                           WS-SIGNON-RETURN-STATUS.
002007     IF WS-SIGNON-NO-FILE
002008        DISPLAY '*** OPERATORS.DAT NOT FOUND - NO OPERATOR '
002009                'CAN SIGN ON ***'
002010     ELSE IF WS-SIGNON-IDLED
002011        DISPLAY '*** OPERATOR ' WX-OPR-ID ' IS INACTIVE ***'
002012     ELSE IF WS-SIGNON-NO-ROLE
002013        DISPLAY '*** OPERATOR ' WX-OPR-ID ' HAS NO VALID '
002014                'ROLE ON OPERATORS.DAT ***'
002015     ELSE IF NOT WS-SIGNON-OK
002016        DISPLAY '*** OPERATOR ' WX-OPR-ID ' NOT ON FILE ***'.
002017 1010-EXIT.
002018     EXIT.
002019*-----------------------------------------------------
002020* 2000-COMMAND-LOOP
002021*-----------------------------------------------------
002022 2000-COMMAND-LOOP.
002030     DISPLAY 'PROFAUDT> ' WITH NO ADVANCING.
002040     ACCEPT WS-COMMAND-LINE FROM CONSOLE.
002050     PERFORM 2100-DISPATCH-COMMAND THRU 2100-EXIT.
002060 2000-EXIT.
002070     EXIT.
002071*-----------------------------------------------------
002072* 2050-CHECK-AUTHORITY
002073* The lowest role each command needs: the inquiry is
002074* open to every signed-on operator, the sign-off
002075* summary needs a shift lead and the retention run,
002076* which moves evidence off the log, an admin.
002077*-----------------------------------------------------
002078 2050-CHECK-AUTHORITY.
002079     MOVE 1 TO WS-REQUIRED-ROLE.
002080     IF WS-COMMAND-LINE = 'SUMMARY'
002081        MOVE 3 TO WS-REQUIRED-ROLE.
002082     IF WS-COMMAND-LINE = 'ARCHIVE'
002083        MOVE 4 TO WS-REQUIRED-ROLE.
002084 2050-EXIT.
002085     EXIT.
002086*-----------------------------------------------------
002090* 2100-DISPATCH-COMMAND
002100*-----------------------------------------------------
002110 2100-DISPATCH-COMMAND.
002111     PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT.
002112     IF WX-OPR-ROLE < WS-REQUIRED-ROLE
002113        DISPLAY '*** ' WS-COMMAND-LINE ' REFUSED - NEEDS '
002114                WS-ROLE-NAME(WS-REQUIRED-ROLE) ' OR ABOVE ***'
002115        GO TO 2100-EXIT.
002120     IF WS-COMMAND-LINE = 'REPORT'
002130        PERFORM 3000-FILTERED-REPORT THRU 3000-EXIT
002140     ELSE IF WS-COMMAND-LINE = 'SUMMARY'
002480     DISPLAY 'FIELD PATTERN (BLANK=ALL): ' WITH NO ADVANCING.
002490     ACCEPT WS-PATTERN-IN FROM CONSOLE.
002500     PERFORM 3050-SIZE-PATTERN THRU 3050-EXIT.
002502     DISPLAY 'OPERATOR ID (BLANK=ALL): ' WITH NO ADVANCING.
002504     ACCEPT WS-OPERATOR-IN FROM CONSOLE.
002510     MOVE 0 TO WS-MATCH-COUNT WS-READ-COUNT.
002520     SET WS-NOT-EOF TO TRUE.
002530     OPEN INPUT AUDIT-LOG-FILE.
003080        AND AL-AUD-FIELD-NAME(1:WS-PATTERN-LEN)
003090           NOT = WS-PATTERN-IN(1:WS-PATTERN-LEN)
003100        GO TO 3100-EXIT.
003102     IF WS-OPERATOR-IN NOT = SPACES
003104        AND AL-AUD-OPERATOR-ID NOT = WS-OPERATOR-IN
003106        GO TO 3100-EXIT.
003110     MOVE AL-AUD-TIMESTAMP(1:15) TO WS-ID-TIMESTAMP.
003112     MOVE AL-AUD-OPERATOR-ID TO WS-ID-OPERATOR.
003114     MOVE AL-AUD-STATION-ID TO WS-ID-STATION.
003120     MOVE AL-AUD-FIELD-NAME TO WS-ID-FIELD.
003130     MOVE AL-AUD-OLD-VALUE  TO WS-ID-OLD.
003140     MOVE AL-AUD-NEW-VALUE  TO WS-ID-NEW.
003180     EXIT.
003190*-----------------------------------------------------
003200* 4000-DAILY-SUMMARY
003210* Per calendar day and operator: how many SET, UPDATE,
003220* FIX, instrument and demo overwrites landed on the log.
003230*-----------------------------------------------------
003240 4000-DAILY-SUMMARY.
003250     MOVE 0 TO WS-SUM-DAY-COUNT.
003390     IF NOT WS-SUMRPT-FILE-OK
003400        DISPLAY '*** AUDSUM.RPT OPEN FAILED ***'
003410        GO TO 4000-EXIT.
003420     MOVE 'DAILY CORRECTIONS SUMMARY BY OPERATOR' TO SUM-LINE.
003430     WRITE SUM-LINE.
003440     PERFORM 4200-WRITE-DAY-LINE THRU 4200-EXIT
003450         VARYING WS-SUM-SUB FROM 1 BY 1
003460         UNTIL WS-SUM-SUB > WS-SUM-DAY-COUNT
003470            OR NOT WS-SUMRPT-FILE-OK.
003480     CLOSE SUMMARY-REPORT-FILE.
003490     DISPLAY WS-SUM-DAY-COUNT ' DAY/OPERATOR LINE(S) TO '
003500             'AUDSUM.RPT'.
003510 4000-EXIT.
003520     EXIT.
003650     IF WS-SUM-NOT-FOUND
003660        GO TO 4100-EXIT.
003670     IF AL-AUD-FIELD-NAME(1:4) = 'MST('
003672        OR AL-AUD-FIELD-NAME(1:4) = 'MST_'
003680        ADD 1 TO WS-SD-UPDATE-CNT(WS-SUM-SUB)
003690     ELSE IF AL-AUD-FIELD-NAME(1:5) = 'SUSP('
003691        ADD 1 TO WS-SD-FIX-CNT(WS-SUM-SUB)
003692     ELSE IF AL-AUD-FIELD-NAME(1:5) = 'INST('
003693        ADD 1 TO WS-SD-INST-CNT(WS-SUM-SUB)
003694     ELSE
003700        IF AL-AUD-FIELD-NAME(1:10) = 'FAHR_TEMP('
003710           OR AL-AUD-FIELD-NAME(1:12) = 'BAROM_PRESS('
003720           OR AL-AUD-FIELD-NAME(1:5) = 'WIND('
003730           OR AL-AUD-FIELD-NAME(1:7) = 'PRECIP('
003732           OR AL-AUD-FIELD-NAME(1:5) = 'QUAL('
003740           ADD 1 TO WS-SD-SET-CNT(WS-SUM-SUB)
003750        ELSE
003760           ADD 1 TO WS-SD-DEMO-CNT(WS-SUM-SUB).
003780     EXIT.
003790*-----------------------------------------------------
003800* 4110-FIND-DAY-SLOT
003810* Leaves WS-SUM-SUB on the entry's day and operator,
003820* opening a new slot when the pair is first seen.  A
003830* log with more pairs than the table holds drops the
003840* overflow with a warning.
003850*-----------------------------------------------------
003860 4110-FIND-DAY-SLOT.
003870     SET WS-SUM-NOT-FOUND TO TRUE.
003930        SUBTRACT 1 FROM WS-SUM-SUB
003940        GO TO 4110-EXIT.
003950     IF WS-SUM-DAY-COUNT = WS-SUM-DAY-MAX
003960        DISPLAY '*** MORE THAN ' WS-SUM-DAY-MAX ' DAY/OPERATOR '
003970                'PAIRS ON THE LOG - OVERFLOW NOT SUMMARIZED ***'
003980        GO TO 4110-EXIT.
003990     ADD 1 TO WS-SUM-DAY-COUNT.
004000     MOVE WS-SUM-DAY-COUNT TO WS-SUM-SUB.
004010     MOVE WS-ENTRY-DATE TO WS-SD-DATE(WS-SUM-SUB).
004012     MOVE AL-AUD-OPERATOR-ID TO WS-SD-OPERATOR(WS-SUM-SUB).
004020     MOVE 0 TO WS-SD-SET-CNT(WS-SUM-SUB).
004030     MOVE 0 TO WS-SD-UPDATE-CNT(WS-SUM-SUB).
004032     MOVE 0 TO WS-SD-FIX-CNT(WS-SUM-SUB).
004034     MOVE 0 TO WS-SD-INST-CNT(WS-SUM-SUB).
004040     MOVE 0 TO WS-SD-DEMO-CNT(WS-SUM-SUB).
004050     SET WS-SUM-FOUND TO TRUE.
004060 4110-EXIT.
004070     EXIT.
004080 4120-CHECK-DAY-SLOT.
004090     IF WS-SD-DATE(WS-SUM-SUB) = WS-ENTRY-DATE
004092        AND WS-SD-OPERATOR(WS-SUM-SUB) = AL-AUD-OPERATOR-ID
004100        SET WS-SUM-FOUND TO TRUE.
004110 4120-EXIT.
004120     EXIT.
004150*-----------------------------------------------------
004160 4200-WRITE-DAY-LINE.
004170     MOVE WS-SD-DATE(WS-SUM-SUB)       TO WS-SM-DATE.
004172     MOVE WS-SD-OPERATOR(WS-SUM-SUB)   TO WS-SM-OPERATOR.
004174     IF WS-SM-OPERATOR = SPACES
004176        MOVE '(NONE)' TO WS-SM-OPERATOR.
004180     MOVE WS-SD-SET-CNT(WS-SUM-SUB)    TO WS-SM-SET.
004190     MOVE WS-SD-UPDATE-CNT(WS-SUM-SUB) TO WS-SM-UPDATE.
004192     MOVE WS-SD-FIX-CNT(WS-SUM-SUB)    TO WS-SM-FIX.
004194     MOVE WS-SD-INST-CNT(WS-SUM-SUB)   TO WS-SM-INST.
004200     MOVE WS-SD-DEMO-CNT(WS-SUM-SUB)   TO WS-SM-DEMO.
004210     WRITE SUM-LINE FROM WS-SUM-DETAIL.
004220 4200-EXIT.
