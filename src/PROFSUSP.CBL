000400*             the gap report exposes the hole.
000410*   EXIT    - end the session.
000420*
000421* Every session starts with an operator sign-on
000422* (WXSIGNON).  BROWSE and AGEING are open to any
000423* signed-on operator; FIX rewrites a station feed, so
000424* it needs a shift lead and writes an audit trail
000425* entry (WXAUDLOG) under the operator's id.
000426*
000430* Copyright 2001 Deskware, Inc.
000440*
000450* Modification History
000460* 04/13/2001 DF   Original program.
000462* 04/23/2001 DF   Operator sign-on and per-command role
000464*                 check; FIX is audit logged with the
000466*                 operator's id.
000467* 05/07/2001 DF   FIX entries go to the audit trail with a
000468*                 blank station id - a suspense item knows only
000469*                 the feed file it came from.
000470* 05/15/2001 DF   FIX now stamps the audit entry with the
000471*                 item's station (FEEDRCPT.DAT, or the station
000472*                 master for a landing file), and an item off
000473*                 a registered copy is resubmitted to the
000474*                 landing file behind it as well as the copy,
000475*                 so the next intake cannot drop the fix.
000476*****************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. PROFSUSP.
000500 AUTHOR. D. FELTZ.
000700         ASSIGN DYNAMIC WS-AGEING-FILE-NAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-AGEING-FILE-STATUS.
000722     SELECT RECEIPT-LOG-FILE ASSIGN DYNAMIC WS-RCPT-FILE-NAME
000724         ORGANIZATION IS LINE SEQUENTIAL
000726         FILE STATUS IS WS-RCPT-FILE-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  SUSPENSE-FILE
001020 FD  AGEING-REPORT-FILE
001030     RECORD CONTAINS 80 CHARACTERS.
001040 01  AGEING-LINE  PIC X(80).
001042 FD  RECEIPT-LOG-FILE
001044     RECORD CONTAINS 152 CHARACTERS.
001046 01  RL-RECORD  PIC X(152).
001050 WORKING-STORAGE SECTION.
001052 COPY WXAUDIT.
001054 COPY WXOPER.
001060 01  WS-SUSPENSE-FILE-NAME   PIC X(40) VALUE 'SUSPENSE.DAT'.
001070 01  WS-SUSPENSE-FILE-STATUS  PIC XX.
001080    88  WS-SUSPENSE-FILE-OK      VALUE '00'.
001210 01  WS-COMMAND-LINE  PIC X(20).
001220 01  WS-SESSION-SWITCH  PIC X VALUE 'N'.
001230    88  WS-SESSION-DONE  VALUE 'Y'.
001231*-----------------------------------------------------
001232* Sign-on and command authorization.  The role each
001233* command needs is set in 2050-CHECK-AUTHORITY.
001234*-----------------------------------------------------
001235 01  WS-SIGNON-RETURN-STATUS  PIC X.
001236    88  WS-SIGNON-OK        VALUE 'Y'.
001237    88  WS-SIGNON-UNKNOWN   VALUE 'N'.
001238    88  WS-SIGNON-IDLED     VALUE 'I'.
001239    88  WS-SIGNON-NO-ROLE   VALUE 'R'.
001240    88  WS-SIGNON-NO-FILE   VALUE 'M'.
001241 01  WS-SIGNON-TRIES  PIC 9 VALUE 0.
001242 01  WS-SIGNON-LIMIT  PIC 9 VALUE 3.
001243 01  WS-REQUIRED-ROLE  PIC 9.
001244 01  WS-ROLE-NAME-TABLE.
001245    05  FILLER PIC X(10) VALUE 'VIEWER    '.
001246    05  FILLER PIC X(10) VALUE 'OBSERVER  '.
001247    05  FILLER PIC X(10) VALUE 'SHIFT LEAD'.
001248    05  FILLER PIC X(10) VALUE 'ADMIN     '.
001249 01  WS-ROLE-NAME-REDEF REDEFINES WS-ROLE-NAME-TABLE.
001250    05  WS-ROLE-NAME OCCURS 4 TIMES PIC X(10).
001251 01  WS-AUDIT-RETURN-STATUS  PIC X.
001252    88  WS-AUDIT-LOGGED  VALUE 'Y'.
001253*-----------------------------------------------------
001254* The suspense file held in storage while a command
001260* works it - item numbers are table slots.
001270*-----------------------------------------------------
001280 01  WS-SUSP-MAX    PIC 9(3) VALUE 500.
001720    05  WS-FIX-PRESS-IN-N REDEFINES WS-FIX-PRESS-IN PIC 9(4).
001730    05  WS-FIX-DATE-IN   PIC X(8).
001740    05  WS-FIX-TEMP-ED   PIC ---9.
001741    05  WS-FIX-PRESS-ED  PIC ZZ.99.
001742* The suspended record's own fields, for the audit
001743* entry's before image.
001744 01  WS-OLD-RECORD.
001745    05  WS-OX-DAY              PIC 9(1).
001746    05  WS-OX-HOUR             PIC 9(2).
001747    05  WS-OX-FAHR-TEMP        PIC S999 SIGN IS TRAILING
001748                                        SEPARATE.
001749    05  WS-OX-BAROM-PRESSURE   PIC 99V99.
001750    05  FILLER                 PIC X(18).
001751*-----------------------------------------------------
001760* Feed rewrite work: the trailer is rewritten to the
001770* count of detail records actually on the feed, so
001780* WXLOAD's control totals balance on the next load.
001800 01  WS-DETAIL-COUNT  PIC 9(5).
001810 01  WS-REPLACE-SW    PIC X.
001820    88  WS-RECORD-REPLACED  VALUE 'Y'.
001821*-----------------------------------------------------
001822* Where a FIX lands: the item's station and, when the
001823* item came off a registered copy, the landing file
001824* the copy was taken from (FEEDRCPT.DAT).
001825*-----------------------------------------------------
001826 COPY WXFRCPT.
001827 COPY WXSTAT.
001828 01  WS-RCPT-FILE-NAME    PIC X(40) VALUE 'FEEDRCPT.DAT'.
001829 01  WS-RCPT-FILE-STATUS  PIC XX.
001830    88  WS-RCPT-FILE-OK  VALUE '00'.
001831 01  WS-MSTR-RETURN-STATUS  PIC X.
001832    88  WS-MSTR-OK  VALUE 'Y'.
001833 01  WS-FIX-STA-ID         PIC X(8).
001834 01  WS-LANDING-FILE-NAME  PIC X(40).
001835 01  WS-FIX-HOLD-SUB       PIC S9(4) COMP.
001836*-----------------------------------------------------
001840* Ageing work.
001850*-----------------------------------------------------
001860 01  WS-TODAY-DATE  PIC 9(8).
002200*-----------------------------------------------------
002210 0000-MAINLINE.
002220     DISPLAY 'PROFSUSP - SUSPENSE REWORK FACILITY'.
002222     PERFORM 1000-SIGN-ON THRU 1000-EXIT.
002224     IF NOT WS-SIGNON-OK
002226        SET WS-SESSION-DONE TO TRUE.
002230     PERFORM 2000-COMMAND-LOOP THRU 2000-EXIT
002240         UNTIL WS-SESSION-DONE.
002250     DISPLAY 'PROFSUSP SESSION ENDED'.
002260     STOP RUN.
002261*-----------------------------------------------------
002262* 1000-SIGN-ON
002263* Up to WS-SIGNON-LIMIT tries at an operator id the
002264* operator master knows and has not idled.  The id
002265* goes onto every audit entry the session writes.
002266*-----------------------------------------------------
002267 1000-SIGN-ON.
002268     MOVE 0 TO WS-SIGNON-TRIES.
002269     SET WS-SIGNON-UNKNOWN TO TRUE.
002270     PERFORM 1010-PROMPT-OPERATOR THRU 1010-EXIT
002271         UNTIL WS-SIGNON-OK
002272            OR WS-SIGNON-NO-FILE
002273            OR WS-SIGNON-TRIES = WS-SIGNON-LIMIT.
002274     IF NOT WS-SIGNON-OK
002275        DISPLAY '*** SIGN-ON REFUSED - SESSION ENDED ***'
002276        GO TO 1000-EXIT.
002277     MOVE WX-OPR-ID TO WX-AUD-OPERATOR-ID.
002278     MOVE SPACES TO WX-AUD-STATION-ID.
002279     DISPLAY 'SIGNED ON: ' WX-OPR-ID ' ' WX-OPR-NAME ' '
002280             WS-ROLE-NAME(WX-OPR-ROLE).
002281 1000-EXIT.
002282     EXIT.
002283 1010-PROMPT-OPERATOR.
002284     ADD 1 TO WS-SIGNON-TRIES.
002285     MOVE SPACES TO WX-OPERATOR-RECORD.
002286     DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
002287     ACCEPT WX-OPR-ID FROM CONSOLE.
002288     CALL 'WXSIGNON' USING WX-OPERATOR-RECORD
002289                           WS-SIGNON-RETURN-STATUS.
002290     IF WS-SIGNON-NO-FILE
002291        DISPLAY '*** OPERATORS.DAT NOT FOUND - NO OPERATOR '
002292                'CAN SIGN ON ***'
002293     ELSE IF WS-SIGNON-IDLED
002294        DISPLAY '*** OPERATOR ' WX-OPR-ID ' IS INACTIVE ***'
002295     ELSE IF WS-SIGNON-NO-ROLE
002296        DISPLAY '*** OPERATOR ' WX-OPR-ID ' HAS NO VALID '
002297                'ROLE ON OPERATORS.DAT ***'
002298     ELSE IF NOT WS-SIGNON-OK
002299        DISPLAY '*** OPERATOR ' WX-OPR-ID ' NOT ON FILE ***'.
002300 1010-EXIT.
002301     EXIT.
002302*-----------------------------------------------------
002303* 2000-COMMAND-LOOP
002304*-----------------------------------------------------
002305 2000-COMMAND-LOOP.
002310     DISPLAY 'PROFSUSP> ' WITH NO ADVANCING.
002320     ACCEPT WS-COMMAND-LINE FROM CONSOLE.
002330     PERFORM 2100-DISPATCH-COMMAND THRU 2100-EXIT.
002340 2000-EXIT.
002350     EXIT.
002351*-----------------------------------------------------
002352* 2050-CHECK-AUTHORITY
002353* The lowest role each command needs: the listings
002354* are open to every signed-on operator, FIX rewrites
002355* a station feed and needs a shift lead.
002356*-----------------------------------------------------
002357 2050-CHECK-AUTHORITY.
002358     MOVE 1 TO WS-REQUIRED-ROLE.
002359     IF WS-COMMAND-LINE = 'FIX'
002360        MOVE 3 TO WS-REQUIRED-ROLE.
002361 2050-EXIT.
002362     EXIT.
002363*-----------------------------------------------------
002370* 2100-DISPATCH-COMMAND
002380*-----------------------------------------------------
002390 2100-DISPATCH-COMMAND.
002391     PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT.
002392     IF WX-OPR-ROLE < WS-REQUIRED-ROLE
002393        DISPLAY '*** ' WS-COMMAND-LINE ' REFUSED - NEEDS '
002394                WS-ROLE-NAME(WS-REQUIRED-ROLE) ' OR ABOVE ***'
002395        GO TO 2100-EXIT.
002400     IF WS-COMMAND-LINE = 'BROWSE'
002410        PERFORM 3000-BROWSE-SUSPENSE THRU 3000-EXIT
002420     ELSE IF WS-COMMAND-LINE = 'FIX'
003270*-----------------------------------------------------
003280* 4000-FIX-ITEM
003290* Corrects one suspense item and resubmits it through
003300* the source feed.  An item suspended off a registered
003302* copy (RCPTnnnnnn.DAT) is resubmitted to the landing
003304* file the copy was taken from first, so the next
003306* intake registers the corrected feed, and then to the
003308* copy, so a rerun tonight reads it too.
003310*-----------------------------------------------------
003320 4000-FIX-ITEM.
003330     PERFORM 2500-LOAD-SUSPENSE THRU 2500-EXIT.
003510     IF WS-FIX-SUB = 0
003520        GO TO 4000-EXIT.
003530     MOVE WS-SP-SOURCE(WS-FIX-SUB) TO WS-SOURCE-FILE-NAME.
003532     PERFORM 4700-TRACE-SOURCE THRU 4700-EXIT.
003534     IF WS-LANDING-FILE-NAME NOT = SPACES
003536        PERFORM 4800-RESUBMIT-LANDING THRU 4800-EXIT.
003538     IF WS-FIX-SUB = 0
003539        GO TO 4000-EXIT.
003540     PERFORM 5000-RESUBMIT-RECORD THRU 5000-EXIT.
003542* The landing file already carries the fix, so a copy
003544* that will not rewrite does not hold the item back.
003546     IF WS-FIX-SUB = 0
003548        AND WS-LANDING-FILE-NAME NOT = SPACES
003550        MOVE WS-FIX-HOLD-SUB TO WS-FIX-SUB
003552        DISPLAY '*** REGISTERED COPY ' WS-SOURCE-FILE-NAME
003554                ' NOT CORRECTED - ' WS-LANDING-FILE-NAME
003556                ' CARRIES THE FIX ***'.
003557     IF WS-FIX-SUB = 0
003558        GO TO 4000-EXIT.
003562     PERFORM 4600-AUDIT-FIX THRU 4600-EXIT.
003570     PERFORM 5500-CLEAR-SUSPENSE-ITEM THRU 5500-EXIT.
003572     IF WS-LANDING-FILE-NAME NOT = SPACES
003574        DISPLAY 'ITEM ' WS-FIX-NUM-IN ' RESUBMITTED TO '
003576                WS-LANDING-FILE-NAME ' AND ITS COPY '
003578                WS-SOURCE-FILE-NAME ' AND CLEARED'
003579     ELSE
003580        DISPLAY 'ITEM ' WS-FIX-NUM-IN ' RESUBMITTED TO '
003590                WS-SOURCE-FILE-NAME ' AND CLEARED'.
003600 4000-EXIT.
003610     EXIT.
003620*-----------------------------------------------------
004400     MOVE 'C' TO WS-FX-QUAL.
004410 4500-EXIT.
004420     EXIT.
004421*-----------------------------------------------------
004422* 4600-AUDIT-FIX
004423* The resubmitted record lands in the audit trail
004424* under its item number and reason and its station
004425* (4700), before and after shown as day/hour,
004426* temperature and pressure.
004427*-----------------------------------------------------
004428 4600-AUDIT-FIX.
004429     MOVE WS-SP-DATA(WS-FIX-SUB) TO WS-OLD-RECORD.
004430     MOVE SPACES TO WX-AUD-OLD-VALUE.
004431     IF WS-OX-FAHR-TEMP NUMERIC
004432        AND WS-OX-BAROM-PRESSURE NUMERIC
004433        MOVE WS-OX-FAHR-TEMP TO WS-FIX-TEMP-ED
004434        MOVE WS-OX-BAROM-PRESSURE TO WS-FIX-PRESS-ED
004435        STRING WS-OX-DAY '/' WS-OX-HOUR ' ' WS-FIX-TEMP-ED
004436               ' ' WS-FIX-PRESS-ED
004437           DELIMITED BY SIZE INTO WX-AUD-OLD-VALUE
004438     ELSE
004439        MOVE WS-SP-DATA(WS-FIX-SUB) TO WX-AUD-OLD-VALUE.
004440     MOVE WS-FX-FAHR-TEMP TO WS-FIX-TEMP-ED.
004441     MOVE WS-FX-BAROM-PRESSURE TO WS-FIX-PRESS-ED.
004442     MOVE SPACES TO WX-AUD-NEW-VALUE.
004443     STRING WS-FX-DAY '/' WS-FX-HOUR ' ' WS-FIX-TEMP-ED
004444            ' ' WS-FIX-PRESS-ED
004445        DELIMITED BY SIZE INTO WX-AUD-NEW-VALUE.
004446     MOVE WS-FIX-STA-ID TO WX-AUD-STATION-ID.
004447     MOVE SPACES TO WX-AUD-FIELD-NAME.
004448     STRING 'SUSP(' WS-FIX-NUM-IN ') '
004449            WS-SP-REASON(WS-FIX-SUB)
004450        DELIMITED BY SIZE INTO WX-AUD-FIELD-NAME.
004451     CALL 'WXAUDLOG' USING WX-AUDIT-RECORD
004452                           WS-AUDIT-RETURN-STATUS.
004453     IF NOT WS-AUDIT-LOGGED
004454        DISPLAY '*** AUDIT LOG WRITE FAILED FOR '
004455                WX-AUD-FIELD-NAME ' ***'.
004456 4600-EXIT.
004457     EXIT.
004458*-----------------------------------------------------
004459* 4700-TRACE-SOURCE
004460* Leaves WS-FIX-STA-ID on the item's station and, when
004461* its source is a registered copy, WS-LANDING-FILE-NAME
004462* on the landing file FEEDRCPT.DAT says it was copied
004463* from.  A source that is no copy is matched against
004464* the station master's readings files instead; an
004465* unknown source leaves both blank.
004466*-----------------------------------------------------
004467 4700-TRACE-SOURCE.
004468     MOVE SPACES TO WS-FIX-STA-ID.
004469     MOVE SPACES TO WS-LANDING-FILE-NAME.
004470     OPEN INPUT RECEIPT-LOG-FILE.
004471     IF WS-RCPT-FILE-OK
004472        SET WS-NOT-EOF TO TRUE
004473        PERFORM 4710-MATCH-RECEIPT THRU 4710-EXIT
004474            UNTIL WS-EOF
004475        CLOSE RECEIPT-LOG-FILE.
004476     IF WS-FIX-STA-ID NOT = SPACES
004477        GO TO 4700-EXIT.
004478     CALL 'WXSTAMST' USING WX-STATION-COUNT
004479                           WX-STATION-TABLE
004480                           'L'
004481                           WS-MSTR-RETURN-STATUS.
004482     IF NOT WS-MSTR-OK
004483        GO TO 4700-EXIT.
004484     PERFORM 4720-MATCH-READINGS-FILE THRU 4720-EXIT
004485         VARYING WX-STA-IDX FROM 1 BY 1
004486         UNTIL WX-STA-IDX > WX-STATION-COUNT
004487            OR WS-FIX-STA-ID NOT = SPACES.
004488 4700-EXIT.
004489     EXIT.
004490 4710-MATCH-RECEIPT.
004491     READ RECEIPT-LOG-FILE INTO WX-FEED-RECEIPT
004492         AT END
004493             SET WS-EOF TO TRUE
004494             GO TO 4710-EXIT.
004495     IF WX-FR-ACCEPTED
004496        AND WX-FR-COPY-FILE = WS-SP-SOURCE(WS-FIX-SUB)
004497        MOVE WX-FR-STA-ID TO WS-FIX-STA-ID
004498        MOVE WX-FR-SOURCE-FILE TO WS-LANDING-FILE-NAME
004499        SET WS-EOF TO TRUE.
004500 4710-EXIT.
004501     EXIT.
004502 4720-MATCH-READINGS-FILE.
004503     IF WX-STA-READINGS-FILE(WX-STA-IDX)
004504           = WS-SP-SOURCE(WS-FIX-SUB)
004505        MOVE WX-STA-ID(WX-STA-IDX) TO WS-FIX-STA-ID.
004506 4720-EXIT.
004507     EXIT.
004508*-----------------------------------------------------
004509* 4800-RESUBMIT-LANDING
004510* Resubmits the correction to the landing file behind
004511* a registered copy, then points WS-SOURCE-FILE-NAME
004512* back at the copy.  A failure zeroes WS-FIX-SUB, the
004513* copy is left alone and the item stays on suspense.
004514*-----------------------------------------------------
004515 4800-RESUBMIT-LANDING.
004516     MOVE WS-FIX-SUB TO WS-FIX-HOLD-SUB.
004517     MOVE WS-LANDING-FILE-NAME TO WS-SOURCE-FILE-NAME.
004518     PERFORM 5000-RESUBMIT-RECORD THRU 5000-EXIT.
004519     MOVE WS-SP-SOURCE(WS-FIX-HOLD-SUB) TO WS-SOURCE-FILE-NAME.
004520 4800-EXIT.
004521     EXIT.
004522*-----------------------------------------------------
004523* 5000-RESUBMIT-RECORD
004524* Rewrites the source feed with the corrected record
004525* in place of the suspended one (appended when the
004526* feed no longer carries it, e.g. after a SAVE), and
004527* the trailer set to the detail count so the next
004528* WXLOAD balances.  The feed goes out through FEED.TMP
004529* and back.  A failure zeroes WS-FIX-SUB so the item
004530* stays on suspense.
004531*-----------------------------------------------------
004532 5000-RESUBMIT-RECORD.
004540     MOVE 0 TO WS-DETAIL-COUNT.
004550     MOVE 'N' TO WS-REPLACE-SW.
004560     SET WS-NOT-EOF TO TRUE.
