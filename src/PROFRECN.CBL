000100*****************************************************
000110* Program name: PROFRECN
000120* Author:       D. Feltz, Applications Programming
000130* Installation: Deskware, Inc. - Weather Ops
000140* Date-Written: 05/07/2001
000150* Date-Compiled:
000160*-----------------------------------------------------
000170* WEATHER.MST / readings feed reconciliation.  An
000180* UPDATE correction lands only on the indexed master
000190* and a SET plus SAVE only on the station's readings
000200* file, so over a week the two drift apart.  For every
000210* station on STATIONS.MST this program compares each
000220* day/hour cell of the master (WXIXMST 'Q') with the
000230* same cell of the station's readings file - the
000240* landing file SAVE and FIX write, read directly with
000250* the load's edits as PROFRECS reads a feed, nothing
000260* written to SUSPENSE.DAT - on temperature, pressure,
000270* wind speed and direction, precipitation and quality
000280* code.  A master record written before the quality
000290* code was carried has none, and its quality is not
000300* compared.
000310*
000320* RECON.RPT lists, per station, every cell on one side
000330* and not the other and every cell whose values
000340* differ, both sides' values, and the last AUDIT.LOG
000350* entry that touched each side of that cell: MST( and
000360* MST_ entries for the master; FAHR_TEMP(, BAROM_
000370* PRESS(, WIND(, PRECIP(, QUAL( and PROFSUSP's SUSP(
000380* resubmissions for the feed.  Only entries carrying
000390* the station's id are matched; entries logged before
000400* the station id was carried have none and are passed
000402* over, as a blank station cannot say whose cell it
000404* touched.
000410*
000420* The operator then picks, station by station, the
000430* side that wins:
000440*   M - master wins: the readings file is rewritten
000450*       through FEED.TMP with the master's cells (the
000460*       feed's other records copied through untouched)
000470*       and its trailer rebuilt to the detail count so
000480*       WXLOAD still balances.
000490*   F - feed wins: each cell is rewritten on the
000500*       master ('U'), and a master-only cell deleted
000510*       ('D').
000520*   blank - the station is left as it is.
000522* F is refused for a station whose feed is missing or
000524* does not balance - every cell not on the feed would
000526* be read as a deletion and the station's whole week
000528* taken off the master.
000530* Every cell changed is audit logged (WXAUDLOG) under
000540* the signed-on operator and the station - the feed
000550* side with the SET field names, the master side as
000560* MST( (the temperature/pressure pair, or the whole
000570* record added or deleted), MST_WIND(, MST_PRECIP(
000580* and MST_QUAL(.
000590*
000600* The session starts with an operator sign-on
000610* (WXSIGNON).  Any signed-on operator gets the report;
000620* choosing a winner needs a shift lead or above.
000630*
000640* Ends with RETURN-CODE 8 when the report could not be
000650* written, the master could not be read or a resync
000660* failed.
000670*
000680* Copyright 2001 Deskware, Inc.
000690*
000700* Modification History
000710* 05/07/2001 DF   Original program.
000712* 05/15/2001 DF   Audit entries with no station are no
000714*                 longer matched; F refused on a missing
000716*                 or unbalanced feed; the feed rewrite
000718*                 checks its WRITEs and CLOSE.
000720*****************************************************
000730 IDENTIFICATION DIVISION.
000740 PROGRAM-ID. PROFRECN.
000750 AUTHOR. D. FELTZ.
000760 INSTALLATION. DESKWARE-INC.
000770 DATE-WRITTEN. 05/07/2001.
000780 DATE-COMPILED.
000790 ENVIRONMENT DIVISION.
000800 CONFIGURATION SECTION.
000810 SOURCE-COMPUTER. GENERIC.
000820 OBJECT-COMPUTER. GENERIC.
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
000850     SELECT STATION-FEED-FILE ASSIGN DYNAMIC WS-FEED-FILE-NAME
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-FEED-FILE-STATUS.
000880     SELECT FEED-HOLD-FILE ASSIGN DYNAMIC WS-FEEDTMP-FILE-NAME
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-FEEDTMP-FILE-STATUS.
000910     SELECT AUDIT-LOG-FILE ASSIGN DYNAMIC WS-AUDIT-FILE-NAME
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000940     SELECT RECON-REPORT-FILE ASSIGN DYNAMIC WS-RECON-FILE-NAME
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-RECON-FILE-STATUS.
000970 DATA DIVISION.
000980 FILE SECTION.
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
001160 FD  FEED-HOLD-FILE
001170     RECORD CONTAINS 29 CHARACTERS.
001180 01  FH-RECORD  PIC X(29).
001190 FD  AUDIT-LOG-FILE
001200     RECORD CONTAINS 102 CHARACTERS.
001210 01  AL-AUDIT-RECORD.
001220    05  AL-AUD-FIELD-NAME  PIC X(20).
001230    05  AL-AUD-OLD-VALUE   PIC X(20).
001240    05  AL-AUD-NEW-VALUE   PIC X(20).
001250    05  AL-AUD-TIMESTAMP   PIC X(26).
001260    05  AL-AUD-OPERATOR-ID PIC X(8).
001270    05  AL-AUD-STATION-ID  PIC X(8).
001280 FD  RECON-REPORT-FILE
001290     RECORD CONTAINS 132 CHARACTERS.
001300 01  RECON-LINE  PIC X(132).
001310 WORKING-STORAGE SECTION.
001320 COPY WXSTAT.
001330 COPY WXGRID.
001340 COPY WXDATES.
001350 COPY WXAUDIT.
001360 COPY WXOPER.
001370 01  WS-FEED-FILE-NAME      PIC X(40).
001380 01  WS-FEED-FILE-STATUS    PIC XX.
001390    88  WS-FEED-FILE-OK        VALUE '00'.
001400 01  WS-FEEDTMP-FILE-NAME   PIC X(40) VALUE 'FEED.TMP'.
001410 01  WS-FEEDTMP-FILE-STATUS PIC XX.
001420    88  WS-FEEDTMP-FILE-OK     VALUE '00'.
001430 01  WS-AUDIT-FILE-NAME     PIC X(40) VALUE 'AUDIT.LOG'.
001440 01  WS-AUDIT-FILE-STATUS   PIC XX.
001450    88  WS-AUDIT-FILE-OK       VALUE '00'.
001460 01  WS-RECON-FILE-NAME     PIC X(40) VALUE 'RECON.RPT'.
001470 01  WS-RECON-FILE-STATUS   PIC XX.
001480    88  WS-RECON-FILE-OK       VALUE '00'.
001490 01  WS-EOF-SWITCH  PIC X VALUE 'N'.
001500    88  WS-EOF      VALUE 'Y'.
001510    88  WS-NOT-EOF  VALUE 'N'.
001520 01  WS-MSTR-RETURN-STATUS  PIC X.
001530    88  WS-MSTR-OK  VALUE 'Y'.
001540 01  WS-STA-SUB   PIC S9(4) COMP.
001550 01  WS-DAY-SUB   PIC S9(4) COMP.
001560 01  WS-HOUR-SUB  PIC S9(4) COMP.
001570 01  WS-CUR-STA-ID  PIC X(8).
001580*-----------------------------------------------------
001590* Sign-on and authorization - choosing a winner
001600* rewrites a feed or the master and needs a shift
001610* lead.
001620*-----------------------------------------------------
001630 01  WS-SIGNON-RETURN-STATUS  PIC X.
001640    88  WS-SIGNON-OK        VALUE 'Y'.
001650    88  WS-SIGNON-UNKNOWN   VALUE 'N'.
001660    88  WS-SIGNON-IDLED     VALUE 'I'.
001670    88  WS-SIGNON-NO-ROLE   VALUE 'R'.
001680    88  WS-SIGNON-NO-FILE   VALUE 'M'.
001690 01  WS-SIGNON-TRIES  PIC 9 VALUE 0.
001700 01  WS-SIGNON-LIMIT  PIC 9 VALUE 3.
001710 01  WS-RESYNC-ROLE   PIC 9 VALUE 3.
001720 01  WS-ROLE-NAME-TABLE.
001730    05  FILLER PIC X(10) VALUE 'VIEWER    '.
001740    05  FILLER PIC X(10) VALUE 'OBSERVER  '.
001750    05  FILLER PIC X(10) VALUE 'SHIFT LEAD'.
001760    05  FILLER PIC X(10) VALUE 'ADMIN     '.
001770 01  WS-ROLE-NAME-REDEF REDEFINES WS-ROLE-NAME-TABLE.
001780    05  WS-ROLE-NAME OCCURS 4 TIMES PIC X(10).
001790 01  WS-AUDIT-RETURN-STATUS  PIC X.
001800    88  WS-AUDIT-LOGGED  VALUE 'Y'.
001810*-----------------------------------------------------
001820* WEATHER.MST access (WXIXMST).  The grid and date
001830* table are only passed through - 'Q', 'U' and 'D'
001840* work one key at a time.
001850*-----------------------------------------------------
001860 01  WS-IXM-RETURN-STATUS  PIC X.
001870    88  WS-IXM-OK         VALUE 'Y'.
001880    88  WS-IXM-NOT-FOUND  VALUE 'N'.
001890 01  WS-IXM-DAY    PIC 9.
001900 01  WS-IXM-HOUR   PIC 99.
001910 01  WS-IXM-TEMP   PIC S999.
001920 01  WS-IXM-PRESS  PIC 99V99.
001930 01  WS-IXM-WSPD   PIC 9(3).
001940 01  WS-IXM-WDIR   PIC 9(3).
001950 01  WS-IXM-PRCP   PIC 9V99.
001960 01  WS-IXM-QUAL   PIC X.
001970 01  WS-IXM-DATE   PIC 9(8).
001980 01  WS-MASTER-SW  PIC X.
001990    88  WS-MASTER-READ-OK     VALUE 'Y'.
002000    88  WS-MASTER-UNREADABLE  VALUE 'E'.
002010*-----------------------------------------------------
002020* One station's two sides, cell by cell.  An absent
002030* cell carries the grid's never-set sentinels.  The
002040* feed side keeps each cell's own observation date
002050* and its quality code as the load would see it (E
002060* or C honoured, anything else an observation).
002070*-----------------------------------------------------
002080 01  WS-MASTER-CELLS.
002090    05  WS-MC-DAY OCCURS 7 TIMES.
002100       10  WS-MC-HOUR OCCURS 24 TIMES.
002110          15  WS-MC-CELL.
002120             20  WS-MC-PRESENT  PIC X.
002130                88  WS-MC-ON-FILE   VALUE 'Y'.
002140             20  WS-MC-TEMP     PIC S999.
002150             20  WS-MC-PRESS    PIC 99V99.
002160             20  WS-MC-WSPD     PIC 9(3).
002170             20  WS-MC-WDIR     PIC 9(3).
002180             20  WS-MC-PRECIP   PIC 9V99.
002190             20  WS-MC-QUAL     PIC X.
002200             20  WS-MC-DATE     PIC 9(8).
002210 01  WS-FEED-CELLS.
002220    05  WS-FC-DAY OCCURS 7 TIMES.
002230       10  WS-FC-HOUR OCCURS 24 TIMES.
002240          15  WS-FC-CELL.
002250             20  WS-FC-PRESENT  PIC X.
002260                88  WS-FC-ON-FILE   VALUE 'Y'.
002270             20  WS-FC-TEMP     PIC S999.
002280             20  WS-FC-PRESS    PIC 99V99.
002290             20  WS-FC-WSPD     PIC 9(3).
002300             20  WS-FC-WDIR     PIC 9(3).
002310             20  WS-FC-PRECIP   PIC 9V99.
002320             20  WS-FC-QUAL     PIC X.
002330             20  WS-FC-DATE     PIC 9(8).
002340*-----------------------------------------------------
002350* Per cell: how the two sides compare, whether the
002360* resynced record has gone out to FEED.TMP yet, and
002370* the last audit entry that touched each side.
002380*-----------------------------------------------------
002390 01  WS-STATE-TABLE.
002400    05  WS-ST-DAY OCCURS 7 TIMES.
002410       10  WS-ST-HOUR OCCURS 24 TIMES.
002420          15  WS-ST-CODE     PIC X.
002430             88  WS-ST-AGREE      VALUE SPACE.
002440             88  WS-ST-MST-ONLY   VALUE 'M'.
002450             88  WS-ST-FEED-ONLY  VALUE 'F'.
002460             88  WS-ST-DIFFERS    VALUE 'D'.
002470          15  WS-ST-OUT-SW   PIC X.
002480             88  WS-ST-WRITTEN    VALUE 'Y'.
002490          15  WS-LA-MST-STAMP   PIC X(15).
002500          15  WS-LA-MST-OPER    PIC X(8).
002510          15  WS-LA-MST-FIELD   PIC X(20).
002520          15  WS-LA-FEED-STAMP  PIC X(15).
002530          15  WS-LA-FEED-OPER   PIC X(8).
002540          15  WS-LA-FEED-FIELD  PIC X(20).
002550*-----------------------------------------------------
002560* Before and after images of the cell being resynced
002570* (same layout as a table cell), and the image the
002580* report line is built from.
002590*-----------------------------------------------------
002600 01  WS-BEFORE-CELL.
002610    05  WS-BC-PRESENT  PIC X.
002620       88  WS-BC-ON-FILE   VALUE 'Y'.
002630    05  WS-BC-TEMP     PIC S999.
002640    05  WS-BC-PRESS    PIC 99V99.
002650    05  WS-BC-WSPD     PIC 9(3).
002660    05  WS-BC-WDIR     PIC 9(3).
002670    05  WS-BC-PRECIP   PIC 9V99.
002680    05  WS-BC-QUAL     PIC X.
002690    05  WS-BC-DATE     PIC 9(8).
002700 01  WS-AFTER-CELL.
002710    05  WS-AC-PRESENT  PIC X.
002720       88  WS-AC-ON-FILE   VALUE 'Y'.
002730    05  WS-AC-TEMP     PIC S999.
002740    05  WS-AC-PRESS    PIC 99V99.
002750    05  WS-AC-WSPD     PIC 9(3).
002760    05  WS-AC-WDIR     PIC 9(3).
002770    05  WS-AC-PRECIP   PIC 9V99.
002780    05  WS-AC-QUAL     PIC X.
002790    05  WS-AC-DATE     PIC 9(8).
002800 01  WS-EMPTY-CELL.
002810    05  FILLER  PIC X     VALUE 'N'.
002820    05  FILLER  PIC S999  VALUE -300.
002830    05  FILLER  PIC 99V99 VALUE 0.
002840    05  FILLER  PIC 9(3)  VALUE 999.
002850    05  FILLER  PIC 9(3)  VALUE 999.
002860    05  FILLER  PIC 9V99  VALUE 9.99.
002870    05  FILLER  PIC X     VALUE SPACE.
002880    05  FILLER  PIC 9(8)  VALUE 0.
002890 01  WS-CELL-IMAGE.
002900    05  WS-CI-TEMP    PIC ---9.
002910    05  FILLER        PIC X VALUE SPACE.
002920    05  WS-CI-PRESS   PIC Z9.99.
002930    05  FILLER        PIC X VALUE SPACE.
002940    05  WS-CI-WSPD    PIC ZZ9.
002950    05  FILLER        PIC X VALUE '/'.
002960    05  WS-CI-WDIR    PIC ZZ9.
002970    05  FILLER        PIC X VALUE SPACE.
002980    05  WS-CI-PRECIP  PIC 9.99.
002990    05  FILLER        PIC X VALUE SPACE.
003000    05  WS-CI-QUAL    PIC X.
003010    05  FILLER        PIC X VALUE SPACE.
003020    05  WS-CI-DATE    PIC 9(8).
003030*-----------------------------------------------------
003040* One station's feed: where it stands against its
003050* trailer.
003060*-----------------------------------------------------
003070 01  WS-FEED-STATE  PIC X.
003080    88  WS-FEED-BALANCED    VALUE 'Y'.
003090    88  WS-FEED-UNBALANCED  VALUE 'B'.
003100    88  WS-FEED-MISSING     VALUE 'N'.
003110 01  WS-FEED-READ-COUNT     PIC 9(5).
003120 01  WS-FEED-TRAILER-COUNT  PIC 9(5).
003130 01  WS-FEED-TRAILER-SW  PIC X.
003140    88  WS-FEED-TRAILER-SEEN    VALUE 'Y'.
003150    88  WS-FEED-TRAILER-ABSENT  VALUE 'N'.
003160 01  WS-DETAIL-COUNT  PIC 9(5).
003170 01  WS-REWRITE-SW    PIC X.
003180    88  WS-REWRITE-OK      VALUE 'Y'.
003190    88  WS-REWRITE-FAILED  VALUE 'N'.
003200*-----------------------------------------------------
003210* Audit trail lookup: the field name's prefix (up to
003220* its opening parenthesis) says which side the entry
003230* touched; the day and hour follow the parenthesis,
003240* or open a SUSP( entry's new value.
003250*-----------------------------------------------------
003260 01  WS-PAREN-POS  PIC S9(4) COMP.
003270 01  WS-AUD-PREFIX  PIC X(12).
003280    88  WS-PFX-MASTER    VALUE 'MST' 'MST_WIND' 'MST_PRECIP'
003290                               'MST_QUAL'.
003300    88  WS-PFX-FEED      VALUE 'FAHR_TEMP' 'BAROM_PRESS'
003310                               'WIND' 'PRECIP' 'QUAL'.
003320    88  WS-PFX-SUSPENSE  VALUE 'SUSP'.
003330 01  WS-AUD-CELL-KEY.
003340    05  WS-AUD-DAY-X   PIC X.
003350    05  WS-AUD-DAY-N REDEFINES WS-AUD-DAY-X  PIC 9.
003360    05  WS-AUD-HOUR-X  PIC XX.
003370    05  WS-AUD-HOUR-N REDEFINES WS-AUD-HOUR-X  PIC 99.
003380*-----------------------------------------------------
003390* Audit entries written for a resynced cell.
003400*-----------------------------------------------------
003410 01  WS-AUD-DAY   PIC 9.
003420 01  WS-AUD-HOUR  PIC 99.
003430 01  WS-AUD-SIDE  PIC X.
003440    88  WS-AUD-MASTER-SIDE  VALUE 'M'.
003450    88  WS-AUD-FEED-SIDE    VALUE 'F'.
003460 01  WS-AUD-TEMP-ED   PIC ---9.
003470 01  WS-AUD-PRESS-ED  PIC ZZ.99.
003480 01  WS-AUD-PRCP-ED   PIC 9.99.
003490*-----------------------------------------------------
003500* The operator's choice for a station.
003510*-----------------------------------------------------
003520 01  WS-WINNER-IN  PIC X.
003530    88  WS-MASTER-WINS  VALUE 'M'.
003540    88  WS-FEED-WINS    VALUE 'F'.
003550*-----------------------------------------------------
003560* Station and run totals.
003570*-----------------------------------------------------
003580 01  WS-MST-ONLY-COUNT   PIC 9(3).
003590 01  WS-FEED-ONLY-COUNT  PIC 9(3).
003600 01  WS-DIFFER-COUNT     PIC 9(3).
003610 01  WS-OUT-OF-STEP      PIC 9(3).
003620 01  WS-CHANGED-COUNT    PIC 9(3).
003630 01  WS-FAILED-COUNT     PIC 9(3).
003640 01  WS-RUN-STATIONS     PIC 9(3) VALUE 0.
003650 01  WS-RUN-AGREED       PIC 9(3) VALUE 0.
003660 01  WS-RUN-OUT-OF-STEP  PIC 9(5) VALUE 0.
003670 01  WS-RUN-CHANGED      PIC 9(5) VALUE 0.
003680 01  WS-RUN-FAILED-STA   PIC 9(3) VALUE 0.
003690*-----------------------------------------------------
003700* Report lines.
003710*-----------------------------------------------------
003720 01  WS-RPT-TITLE.
003730    05  FILLER  PIC X(45)
003740        VALUE 'WEATHER.MST / READINGS FEED RECONCILIATION - '.
003750    05  FILLER  PIC X(9)  VALUE 'OPERATOR '.
003760    05  WS-RT-OPERATOR  PIC X(8).
003770    05  FILLER  PIC X(6)  VALUE ' DATE '.
003780    05  WS-RT-DATE      PIC 9(8).
003790 01  WS-RPT-STATION.
003800    05  FILLER  PIC X(8)  VALUE 'STATION '.
003810    05  WS-RS-ID        PIC X(8).
003820    05  FILLER  PIC X     VALUE SPACE.
003830    05  WS-RS-NAME      PIC X(20).
003840    05  FILLER  PIC X(6)  VALUE ' FEED '.
003850    05  WS-RS-FEED      PIC X(40).
003860    05  FILLER  PIC X     VALUE SPACE.
003870    05  WS-RS-NOTE      PIC X(46).
003880 01  WS-RPT-COLUMNS.
003890    05  FILLER  PIC X(40)
003900        VALUE '  D HH  CONDITION   SIDE   TEMP PRESS WN'.
003910    05  FILLER  PIC X(39)
003920        VALUE 'D/DIR PRCP Q OBS DATE  LAST AUDIT ENTRY'.
003930 01  WS-RPT-CELL.
003940    05  FILLER          PIC X(2) VALUE SPACES.
003950    05  WS-RC-DAY       PIC X.
003960    05  FILLER          PIC X    VALUE SPACE.
003970    05  WS-RC-HOUR      PIC XX.
003980    05  FILLER          PIC X(2) VALUE SPACES.
003990    05  WS-RC-COND      PIC X(11).
004000    05  FILLER          PIC X    VALUE SPACE.
004010    05  WS-RC-SIDE      PIC X(7).
004020    05  WS-RC-IMAGE     PIC X(34).
004030    05  FILLER          PIC X(2) VALUE SPACES.
004040    05  WS-RC-STAMP     PIC X(15).
004050    05  FILLER          PIC X    VALUE SPACE.
004060    05  WS-RC-OPER      PIC X(8).
004070    05  FILLER          PIC X    VALUE SPACE.
004080    05  WS-RC-FIELD     PIC X(20).
004090 01  WS-RPT-SUMMARY.
004100    05  FILLER  PIC X(2)  VALUE SPACES.
004110    05  WS-RU-COMPARED  PIC ZZ9.
004120    05  FILLER  PIC X(14) VALUE ' OUT OF STEP: '.
004130    05  WS-RU-MST-ONLY  PIC ZZ9.
004140    05  FILLER  PIC X(15) VALUE ' MASTER ONLY,  '.
004150    05  WS-RU-FEED-ONLY PIC ZZ9.
004160    05  FILLER  PIC X(13) VALUE ' FEED ONLY,  '.
004170    05  WS-RU-DIFFER    PIC ZZ9.
004180    05  FILLER  PIC X(10) VALUE ' DIFFER - '.
004190    05  WS-RU-OUTCOME   PIC X(40).
004200 01  WS-RPT-TOTALS.
004210    05  FILLER  PIC X(16) VALUE 'RUN TOTALS:     '.
004220    05  WS-RX-STATIONS  PIC ZZ9.
004230    05  FILLER  PIC X(21) VALUE ' STATION(S) COMPARED,'.
004240    05  WS-RX-AGREED    PIC ZZ9.
004250    05  FILLER  PIC X(8)  VALUE ' AGREED,'.
004260    05  WS-RX-OUT       PIC ZZZZ9.
004270    05  FILLER  PIC X(20) VALUE ' CELL(S) OUT OF STEP'.
004280    05  FILLER  PIC X     VALUE ','.
004290    05  WS-RX-CHANGED   PIC ZZZZ9.
004300    05  FILLER  PIC X(12) VALUE ' RESYNCED, '.
004310    05  WS-RX-FAILED    PIC ZZ9.
004320    05  FILLER  PIC X(18) VALUE ' STATION(S) FAILED'.
004330 01  WS-TODAY-DATE  PIC 9(8).
004340 PROCEDURE DIVISION.
004350*-----------------------------------------------------
004360* 0000-MAINLINE
004370*-----------------------------------------------------
004380 0000-MAINLINE.
004390     DISPLAY 'PROFRECN - WEATHER.MST / READINGS FEED '
004400             'RECONCILIATION'.
004410     PERFORM 1000-SIGN-ON THRU 1000-EXIT.
004420     IF NOT WS-SIGNON-OK
004430        MOVE 8 TO RETURN-CODE
004440        GO TO 0000-EXIT.
004450     CALL 'WXSTAMST' USING WX-STATION-COUNT
004460                           WX-STATION-TABLE
004470                           'L'
004480                           WS-MSTR-RETURN-STATUS.
004490     IF NOT WS-MSTR-OK
004500        DISPLAY '*** STATIONS.MST NOT FOUND - NOTHING '
004510                'RECONCILED ***'
004520        MOVE 8 TO RETURN-CODE
004530        GO TO 0000-EXIT.
004540     OPEN OUTPUT RECON-REPORT-FILE.
004550     IF NOT WS-RECON-FILE-OK
004560        DISPLAY '*** RECON.RPT OPEN FAILED - NOTHING '
004570                'RECONCILED ***'
004580        MOVE 8 TO RETURN-CODE
004590        GO TO 0000-EXIT.
004600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
004610     MOVE WX-OPR-ID TO WS-RT-OPERATOR.
004620     MOVE WS-TODAY-DATE TO WS-RT-DATE.
004630     WRITE RECON-LINE FROM WS-RPT-TITLE.
004640     IF WX-OPR-ROLE < WS-RESYNC-ROLE
004650        DISPLAY 'REPORT ONLY - CHOOSING A WINNING SIDE NEEDS '
004660                WS-ROLE-NAME(WS-RESYNC-ROLE) ' OR ABOVE'.
004670     PERFORM 2000-RECONCILE-STATION THRU 2000-EXIT
004680         VARYING WS-STA-SUB FROM 1 BY 1
004690         UNTIL WS-STA-SUB > WX-STATION-COUNT.
004700     MOVE WS-RUN-STATIONS    TO WS-RX-STATIONS.
004710     MOVE WS-RUN-AGREED      TO WS-RX-AGREED.
004720     MOVE WS-RUN-OUT-OF-STEP TO WS-RX-OUT.
004730     MOVE WS-RUN-CHANGED     TO WS-RX-CHANGED.
004740     MOVE WS-RUN-FAILED-STA  TO WS-RX-FAILED.
004750     MOVE SPACES TO RECON-LINE.
004760     WRITE RECON-LINE.
004770     WRITE RECON-LINE FROM WS-RPT-TOTALS.
004780     CLOSE RECON-REPORT-FILE.
004790     DISPLAY WS-RPT-TOTALS.
004800     DISPLAY 'RECONCILIATION WRITTEN TO RECON.RPT'.
004810     IF WS-RUN-FAILED-STA > 0
004820        MOVE 8 TO RETURN-CODE.
004830 0000-EXIT.
004840     STOP RUN.
004850*-----------------------------------------------------
004860* 1000-SIGN-ON
004870* Up to WS-SIGNON-LIMIT tries at an operator id the
004880* operator master knows and has not idled.  The id
004890* goes onto every audit entry the run writes.
004900*-----------------------------------------------------
004910 1000-SIGN-ON.
004920     MOVE 0 TO WS-SIGNON-TRIES.
004930     SET WS-SIGNON-UNKNOWN TO TRUE.
004940     PERFORM 1010-PROMPT-OPERATOR THRU 1010-EXIT
004950         UNTIL WS-SIGNON-OK
004960            OR WS-SIGNON-NO-FILE
004970            OR WS-SIGNON-TRIES = WS-SIGNON-LIMIT.
004980     IF NOT WS-SIGNON-OK
004990        DISPLAY '*** SIGN-ON REFUSED - RUN ENDED ***'
005000        GO TO 1000-EXIT.
005010     MOVE WX-OPR-ID TO WX-AUD-OPERATOR-ID.
005020     DISPLAY 'SIGNED ON: ' WX-OPR-ID ' ' WX-OPR-NAME ' '
005030             WS-ROLE-NAME(WX-OPR-ROLE).
005040 1000-EXIT.
005050     EXIT.
005060 1010-PROMPT-OPERATOR.
005070     ADD 1 TO WS-SIGNON-TRIES.
005080     MOVE SPACES TO WX-OPERATOR-RECORD.
005090     DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
005100     ACCEPT WX-OPR-ID FROM CONSOLE.
005110     CALL 'WXSIGNON' USING WX-OPERATOR-RECORD
005120                           WS-SIGNON-RETURN-STATUS.
005130     IF WS-SIGNON-NO-FILE
005140        DISPLAY '*** OPERATORS.DAT NOT FOUND - NO OPERATOR '
005150                'CAN SIGN ON ***'
005160     ELSE IF WS-SIGNON-IDLED
005170        DISPLAY '*** OPERATOR ' WX-OPR-ID ' IS INACTIVE ***'
005180     ELSE IF WS-SIGNON-NO-ROLE
005190        DISPLAY '*** OPERATOR ' WX-OPR-ID ' HAS NO VALID '
005200                'ROLE ON OPERATORS.DAT ***'
005210     ELSE IF NOT WS-SIGNON-OK
005220        DISPLAY '*** OPERATOR ' WX-OPR-ID ' NOT ON FILE ***'.
005230 1010-EXIT.
005240     EXIT.
005250*-----------------------------------------------------
005260* 2000-RECONCILE-STATION
005270* Compares one station's master and feed, reports the
005280* cells out of step and, when the operator picks a
005290* winner, resyncs the other side.
005300*-----------------------------------------------------
005310 2000-RECONCILE-STATION.
005320     MOVE WX-STA-ID(WS-STA-SUB) TO WS-CUR-STA-ID.
005330     MOVE WX-STA-READINGS-FILE(WS-STA-SUB)
005340       TO WS-FEED-FILE-NAME.
005350     MOVE WS-CUR-STA-ID TO WX-AUD-STATION-ID.
005360     ADD 1 TO WS-RUN-STATIONS.
005370     MOVE 0 TO WS-CHANGED-COUNT.
005380     PERFORM 2100-READ-FEED THRU 2100-EXIT.
005390     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
005400     MOVE SPACES TO RECON-LINE.
005410     WRITE RECON-LINE.
005420     MOVE WS-CUR-STA-ID TO WS-RS-ID.
005430     MOVE WX-STA-NAME(WS-STA-SUB) TO WS-RS-NAME.
005440     MOVE WS-FEED-FILE-NAME TO WS-RS-FEED.
005450     MOVE SPACES TO WS-RS-NOTE.
005460     IF WS-MASTER-UNREADABLE
005470        MOVE '*** WEATHER.MST COULD NOT BE READ ***'
005480          TO WS-RS-NOTE
005490     ELSE IF WS-FEED-MISSING
005500        MOVE '(FEED NOT FOUND)' TO WS-RS-NOTE
005510     ELSE IF WS-FEED-UNBALANCED
005520        MOVE '(FEED DOES NOT BALANCE AGAINST ITS TRAILER)'
005530          TO WS-RS-NOTE
005540     ELSE IF WX-STA-INACTIVE(WS-STA-SUB)
005550        MOVE '(STATION INACTIVE)' TO WS-RS-NOTE.
005560     WRITE RECON-LINE FROM WS-RPT-STATION.
005570     DISPLAY WS-RPT-STATION.
005580     IF WS-MASTER-UNREADABLE
005590        ADD 1 TO WS-RUN-FAILED-STA
005600        GO TO 2000-EXIT.
005610     PERFORM 2300-COMPARE-DAY THRU 2300-EXIT
005620         VARYING WS-DAY-SUB FROM 1 BY 1
005630         UNTIL WS-DAY-SUB > 7.
005640     COMPUTE WS-OUT-OF-STEP = WS-MST-ONLY-COUNT
005650                            + WS-FEED-ONLY-COUNT
005660                            + WS-DIFFER-COUNT.
005670     IF WS-OUT-OF-STEP = 0
005680        ADD 1 TO WS-RUN-AGREED
005690        MOVE '  MASTER AND FEED AGREE' TO RECON-LINE
005700        WRITE RECON-LINE
005710        DISPLAY RECON-LINE
005720        GO TO 2000-EXIT.
005730     ADD WS-OUT-OF-STEP TO WS-RUN-OUT-OF-STEP.
005740     PERFORM 2400-FIND-LAST-AUDIT THRU 2400-EXIT.
005750     WRITE RECON-LINE FROM WS-RPT-COLUMNS.
005760     DISPLAY WS-RPT-COLUMNS.
005770     PERFORM 2500-REPORT-DAY THRU 2500-EXIT
005780         VARYING WS-DAY-SUB FROM 1 BY 1
005790         UNTIL WS-DAY-SUB > 7.
005800     PERFORM 2600-CHOOSE-WINNER THRU 2600-EXIT.
005810     MOVE WS-OUT-OF-STEP     TO WS-RU-COMPARED.
005820     MOVE WS-MST-ONLY-COUNT  TO WS-RU-MST-ONLY.
005830     MOVE WS-FEED-ONLY-COUNT TO WS-RU-FEED-ONLY.
005840     MOVE WS-DIFFER-COUNT    TO WS-RU-DIFFER.
005850     WRITE RECON-LINE FROM WS-RPT-SUMMARY.
005860     DISPLAY WS-RPT-SUMMARY.
005870     ADD WS-CHANGED-COUNT TO WS-RUN-CHANGED.
005880 2000-EXIT.
005890     EXIT.
005900*-----------------------------------------------------
005910* 2100-READ-FEED
005920* The feed into the feed-side table with the load's
005930* edits: a record off the grid is passed over, a
005940* later record for a cell overwrites an earlier one,
005950* and unreadable wind and precip fields leave what
005960* the cell already held.
005970*-----------------------------------------------------
005980 2100-READ-FEED.
005990     SET WS-FEED-MISSING TO TRUE.
006000     MOVE 0 TO WS-FEED-READ-COUNT.
006010     MOVE 0 TO WS-FEED-TRAILER-COUNT.
006020     SET WS-FEED-TRAILER-ABSENT TO TRUE.
006030     PERFORM 2110-RESET-DAY THRU 2110-EXIT
006040         VARYING WS-DAY-SUB FROM 1 BY 1
006050         UNTIL WS-DAY-SUB > 7.
006060     OPEN INPUT STATION-FEED-FILE.
006070     IF NOT WS-FEED-FILE-OK
006080        GO TO 2100-EXIT.
006090     SET WS-NOT-EOF TO TRUE.
006100     PERFORM 2130-READ-ONE-READING THRU 2130-EXIT
006110         UNTIL WS-EOF.
006120     CLOSE STATION-FEED-FILE.
006130     IF WS-FEED-TRAILER-SEEN
006140        AND WS-FEED-TRAILER-COUNT = WS-FEED-READ-COUNT
006150        SET WS-FEED-BALANCED TO TRUE
006160     ELSE
006170        SET WS-FEED-UNBALANCED TO TRUE.
006180 2100-EXIT.
006190     EXIT.
006200 2110-RESET-DAY.
006210     PERFORM 2120-RESET-HOUR THRU 2120-EXIT
006220         VARYING WS-HOUR-SUB FROM 1 BY 1
006230         UNTIL WS-HOUR-SUB > 24.
006240 2110-EXIT.
006250     EXIT.
006260 2120-RESET-HOUR.
006270     MOVE WS-EMPTY-CELL TO WS-FC-CELL(WS-DAY-SUB WS-HOUR-SUB).
006280     MOVE WS-EMPTY-CELL TO WS-MC-CELL(WS-DAY-SUB WS-HOUR-SUB).
006290     MOVE SPACES TO WS-ST-HOUR(WS-DAY-SUB WS-HOUR-SUB).
006300 2120-EXIT.
006310     EXIT.
006320 2130-READ-ONE-READING.
006330     READ STATION-FEED-FILE
006340         AT END
006350             SET WS-EOF TO TRUE
006360             GO TO 2130-EXIT.
006370     IF WR-TRAILER
006380        MOVE WR-TRL-COUNT TO WS-FEED-TRAILER-COUNT
006390        SET WS-FEED-TRAILER-SEEN TO TRUE
006400        GO TO 2130-EXIT.
006410     ADD 1 TO WS-FEED-READ-COUNT.
006420     IF WR-DAY NOT NUMERIC
006430        OR WR-HOUR NOT NUMERIC
006440        GO TO 2130-EXIT.
006450     IF WR-DAY < 1 OR WR-DAY > 7
006460        OR WR-HOUR < 1 OR WR-HOUR > 24
006470        GO TO 2130-EXIT.
006480     MOVE 'Y' TO WS-FC-PRESENT(WR-DAY WR-HOUR).
006490     MOVE WR-FAHR-TEMP      TO WS-FC-TEMP(WR-DAY WR-HOUR).
006500     MOVE WR-BAROM-PRESSURE TO WS-FC-PRESS(WR-DAY WR-HOUR).
006510     IF WR-QUAL = 'E' OR WR-QUAL = 'C'
006520        MOVE WR-QUAL TO WS-FC-QUAL(WR-DAY WR-HOUR)
006530     ELSE
006540        MOVE 'O' TO WS-FC-QUAL(WR-DAY WR-HOUR).
006550     IF WR-OBS-DATE NUMERIC
006560        MOVE WR-OBS-DATE TO WS-FC-DATE(WR-DAY WR-HOUR)
006570     ELSE
006580        MOVE 0 TO WS-FC-DATE(WR-DAY WR-HOUR).
006590     IF WR-WIND-SPEED NUMERIC
006600        MOVE WR-WIND-SPEED TO WS-FC-WSPD(WR-DAY WR-HOUR).
006610     IF WR-WIND-DIR NUMERIC
006620        MOVE WR-WIND-DIR TO WS-FC-WDIR(WR-DAY WR-HOUR).
006630     IF WR-PRECIP NUMERIC
006640        MOVE WR-PRECIP TO WS-FC-PRECIP(WR-DAY WR-HOUR).
006650 2130-EXIT.
006660     EXIT.
006670*-----------------------------------------------------
006680* 2200-READ-MASTER
006690* Every one of the station's 168 keys by query.  A
006700* query that fails outright (not merely not found)
006710* stops the station - its master side is unknown.
006720*-----------------------------------------------------
006730 2200-READ-MASTER.
006740     SET WS-MASTER-READ-OK TO TRUE.
006750     PERFORM 2210-READ-MASTER-DAY THRU 2210-EXIT
006760         VARYING WS-DAY-SUB FROM 1 BY 1
006770         UNTIL WS-DAY-SUB > 7
006780            OR WS-MASTER-UNREADABLE.
006790 2200-EXIT.
006800     EXIT.
006810 2210-READ-MASTER-DAY.
006820     PERFORM 2220-READ-MASTER-CELL THRU 2220-EXIT
006830         VARYING WS-HOUR-SUB FROM 1 BY 1
006840         UNTIL WS-HOUR-SUB > 24
006850            OR WS-MASTER-UNREADABLE.
006860 2210-EXIT.
006870     EXIT.
006880 2220-READ-MASTER-CELL.
006890     MOVE WS-DAY-SUB  TO WS-IXM-DAY.
006900     MOVE WS-HOUR-SUB TO WS-IXM-HOUR.
006910     CALL 'WXIXMST' USING WX-GRID-TABLE WX-DAY-DATE-TABLE
006920             'Q' WS-CUR-STA-ID WS-IXM-DAY WS-IXM-HOUR
006930             WS-IXM-TEMP WS-IXM-PRESS
006940             WS-IXM-WSPD WS-IXM-WDIR WS-IXM-PRCP WS-IXM-QUAL
006950             WS-IXM-DATE WS-IXM-RETURN-STATUS.
006960     IF WS-IXM-NOT-FOUND
006970        GO TO 2220-EXIT.
006980     IF NOT WS-IXM-OK
006990        SET WS-MASTER-UNREADABLE TO TRUE
007000        GO TO 2220-EXIT.
007010     MOVE 'Y' TO WS-MC-PRESENT(WS-DAY-SUB WS-HOUR-SUB).
007020     MOVE WS-IXM-TEMP  TO WS-MC-TEMP(WS-DAY-SUB WS-HOUR-SUB).
007030     MOVE WS-IXM-PRESS TO WS-MC-PRESS(WS-DAY-SUB WS-HOUR-SUB).
007040     MOVE WS-IXM-WSPD  TO WS-MC-WSPD(WS-DAY-SUB WS-HOUR-SUB).
007050     MOVE WS-IXM-WDIR  TO WS-MC-WDIR(WS-DAY-SUB WS-HOUR-SUB).
007060     MOVE WS-IXM-PRCP  TO WS-MC-PRECIP(WS-DAY-SUB WS-HOUR-SUB).
007070     MOVE WS-IXM-QUAL  TO WS-MC-QUAL(WS-DAY-SUB WS-HOUR-SUB).
007080     MOVE WS-IXM-DATE  TO WS-MC-DATE(WS-DAY-SUB WS-HOUR-SUB).
007090 2220-EXIT.
007100     EXIT.
007110*-----------------------------------------------------
007120* 2300-COMPARE-DAY
007130* Sets each cell's state.  A master cell with no
007140* quality code recorded is not compared on quality.
007150*-----------------------------------------------------
007160 2300-COMPARE-DAY.
007170     IF WS-DAY-SUB = 1
007180        MOVE 0 TO WS-MST-ONLY-COUNT
007190        MOVE 0 TO WS-FEED-ONLY-COUNT
007200        MOVE 0 TO WS-DIFFER-COUNT.
007210     PERFORM 2310-COMPARE-CELL THRU 2310-EXIT
007220         VARYING WS-HOUR-SUB FROM 1 BY 1
007230         UNTIL WS-HOUR-SUB > 24.
007240 2300-EXIT.
007250     EXIT.
007260 2310-COMPARE-CELL.
007270     IF NOT WS-MC-ON-FILE(WS-DAY-SUB WS-HOUR-SUB)
007280        AND NOT WS-FC-ON-FILE(WS-DAY-SUB WS-HOUR-SUB)
007290        GO TO 2310-EXIT.
007300     IF NOT WS-FC-ON-FILE(WS-DAY-SUB WS-HOUR-SUB)
007310        SET WS-ST-MST-ONLY(WS-DAY-SUB WS-HOUR-SUB) TO TRUE
007320        ADD 1 TO WS-MST-ONLY-COUNT
007330        GO TO 2310-EXIT.
007340     IF NOT WS-MC-ON-FILE(WS-DAY-SUB WS-HOUR-SUB)
007350        SET WS-ST-FEED-ONLY(WS-DAY-SUB WS-HOUR-SUB) TO TRUE
007360        ADD 1 TO WS-FEED-ONLY-COUNT
007370        GO TO 2310-EXIT.
007380     IF WS-MC-TEMP(WS-DAY-SUB WS-HOUR-SUB)
007390           NOT = WS-FC-TEMP(WS-DAY-SUB WS-HOUR-SUB)
007400        OR WS-MC-PRESS(WS-DAY-SUB WS-HOUR-SUB)
007410           NOT = WS-FC-PRESS(WS-DAY-SUB WS-HOUR-SUB)
007420        OR WS-MC-WSPD(WS-DAY-SUB WS-HOUR-SUB)
007430           NOT = WS-FC-WSPD(WS-DAY-SUB WS-HOUR-SUB)
007440        OR WS-MC-WDIR(WS-DAY-SUB WS-HOUR-SUB)
007450           NOT = WS-FC-WDIR(WS-DAY-SUB WS-HOUR-SUB)
007460        OR WS-MC-PRECIP(WS-DAY-SUB WS-HOUR-SUB)
007470           NOT = WS-FC-PRECIP(WS-DAY-SUB WS-HOUR-SUB)
007480        SET WS-ST-DIFFERS(WS-DAY-SUB WS-HOUR-SUB) TO TRUE
007490        ADD 1 TO WS-DIFFER-COUNT
007500        GO TO 2310-EXIT.
007510     IF WS-MC-QUAL(WS-DAY-SUB WS-HOUR-SUB) NOT = SPACE
007520        AND WS-MC-QUAL(WS-DAY-SUB WS-HOUR-SUB)
007530            NOT = WS-FC-QUAL(WS-DAY-SUB WS-HOUR-SUB)
007540        SET WS-ST-DIFFERS(WS-DAY-SUB WS-HOUR-SUB) TO TRUE
007550        ADD 1 TO WS-DIFFER-COUNT.
007560 2310-EXIT.
007570     EXIT.
007580*-----------------------------------------------------
007590* 2400-FIND-LAST-AUDIT
007600* One pass over AUDIT.LOG.  The log is in the order
007610* the entries were written, so the last entry kept
007620* for a cell's side is the latest to touch it.
007630*-----------------------------------------------------
007640 2400-FIND-LAST-AUDIT.
007650     OPEN INPUT AUDIT-LOG-FILE.
007660     IF NOT WS-AUDIT-FILE-OK
007670        GO TO 2400-EXIT.
007680     SET WS-NOT-EOF TO TRUE.
007690     PERFORM 2410-MATCH-ONE-ENTRY THRU 2410-EXIT
007700         UNTIL WS-EOF.
007710     CLOSE AUDIT-LOG-FILE.
007720 2400-EXIT.
007730     EXIT.
007740 2410-MATCH-ONE-ENTRY.
007750     READ AUDIT-LOG-FILE
007760         AT END
007770             SET WS-EOF TO TRUE
007780             GO TO 2410-EXIT.
007790     IF AL-AUD-STATION-ID = SPACES
007800        OR AL-AUD-STATION-ID NOT = WS-CUR-STA-ID
007810        GO TO 2410-EXIT.
007820     MOVE 0 TO WS-PAREN-POS.
007830     INSPECT AL-AUD-FIELD-NAME TALLYING WS-PAREN-POS
007840         FOR CHARACTERS BEFORE INITIAL '('.
007850     IF WS-PAREN-POS < 1 OR WS-PAREN-POS > 12
007860        GO TO 2410-EXIT.
007870     MOVE SPACES TO WS-AUD-PREFIX.
007880     MOVE AL-AUD-FIELD-NAME(1:WS-PAREN-POS) TO WS-AUD-PREFIX.
007890     IF WS-PFX-SUSPENSE
007900        MOVE AL-AUD-NEW-VALUE(1:1) TO WS-AUD-DAY-X
007910        MOVE AL-AUD-NEW-VALUE(3:2) TO WS-AUD-HOUR-X
007920     ELSE IF WS-PFX-MASTER OR WS-PFX-FEED
007930        MOVE AL-AUD-FIELD-NAME(WS-PAREN-POS + 2:1)
007940          TO WS-AUD-DAY-X
007950        MOVE AL-AUD-FIELD-NAME(WS-PAREN-POS + 4:2)
007960          TO WS-AUD-HOUR-X
007970     ELSE
007980        GO TO 2410-EXIT.
007990     IF WS-AUD-DAY-X NOT NUMERIC
008000        OR WS-AUD-HOUR-X NOT NUMERIC
008010        GO TO 2410-EXIT.
008020     IF WS-AUD-DAY-N < 1 OR WS-AUD-DAY-N > 7
008030        OR WS-AUD-HOUR-N < 1 OR WS-AUD-HOUR-N > 24
008040        GO TO 2410-EXIT.
008050     IF WS-PFX-MASTER
008060        MOVE AL-AUD-TIMESTAMP(1:15)
008070          TO WS-LA-MST-STAMP(WS-AUD-DAY-N WS-AUD-HOUR-N)
008080        MOVE AL-AUD-OPERATOR-ID
008090          TO WS-LA-MST-OPER(WS-AUD-DAY-N WS-AUD-HOUR-N)
008100        MOVE AL-AUD-FIELD-NAME
008110          TO WS-LA-MST-FIELD(WS-AUD-DAY-N WS-AUD-HOUR-N)
008120     ELSE
008130        MOVE AL-AUD-TIMESTAMP(1:15)
008140          TO WS-LA-FEED-STAMP(WS-AUD-DAY-N WS-AUD-HOUR-N)
008150        MOVE AL-AUD-OPERATOR-ID
008160          TO WS-LA-FEED-OPER(WS-AUD-DAY-N WS-AUD-HOUR-N)
008170        MOVE AL-AUD-FIELD-NAME
008180          TO WS-LA-FEED-FIELD(WS-AUD-DAY-N WS-AUD-HOUR-N).
008190 2410-EXIT.
008200     EXIT.
008210*-----------------------------------------------------
008220* 2500-REPORT-DAY
008230* Two lines per cell out of step - the master side
008240* and the feed side, each with its last audit entry -
008250* to RECON.RPT and the console.
008260*-----------------------------------------------------
008270 2500-REPORT-DAY.
008280     PERFORM 2510-REPORT-CELL THRU 2510-EXIT
008290         VARYING WS-HOUR-SUB FROM 1 BY 1
008300         UNTIL WS-HOUR-SUB > 24.
008310 2500-EXIT.
008320     EXIT.
008330 2510-REPORT-CELL.
008340     IF WS-ST-AGREE(WS-DAY-SUB WS-HOUR-SUB)
008350        GO TO 2510-EXIT.
008360     MOVE WS-DAY-SUB  TO WS-AUD-DAY.
008370     MOVE WS-HOUR-SUB TO WS-AUD-HOUR.
008380     MOVE WS-AUD-DAY  TO WS-RC-DAY.
008390     MOVE WS-AUD-HOUR TO WS-RC-HOUR.
008400     IF WS-ST-MST-ONLY(WS-DAY-SUB WS-HOUR-SUB)
008410        MOVE 'MASTER ONLY' TO WS-RC-COND
008420     ELSE IF WS-ST-FEED-ONLY(WS-DAY-SUB WS-HOUR-SUB)
008430        MOVE 'FEED ONLY' TO WS-RC-COND
008440     ELSE
008450        MOVE 'DIFFERS' TO WS-RC-COND.
008460     MOVE 'MASTER' TO WS-RC-SIDE.
008470     IF WS-MC-ON-FILE(WS-DAY-SUB WS-HOUR-SUB)
008480        MOVE WS-MC-CELL(WS-DAY-SUB WS-HOUR-SUB)
008490          TO WS-BEFORE-CELL
008500        PERFORM 2520-BUILD-IMAGE THRU 2520-EXIT
008510        MOVE WS-CELL-IMAGE TO WS-RC-IMAGE
008520     ELSE
008530        MOVE '(NOT ON MASTER)' TO WS-RC-IMAGE.
008540     IF WS-LA-MST-STAMP(WS-DAY-SUB WS-HOUR-SUB) = SPACES
008550        MOVE 'NO AUDIT ENTRY' TO WS-RC-STAMP
008560        MOVE SPACES TO WS-RC-OPER
008570        MOVE SPACES TO WS-RC-FIELD
008580     ELSE
008590        MOVE WS-LA-MST-STAMP(WS-DAY-SUB WS-HOUR-SUB)
008600          TO WS-RC-STAMP
008610        MOVE WS-LA-MST-OPER(WS-DAY-SUB WS-HOUR-SUB)
008620          TO WS-RC-OPER
008630        MOVE WS-LA-MST-FIELD(WS-DAY-SUB WS-HOUR-SUB)
008640          TO WS-RC-FIELD.
008650     WRITE RECON-LINE FROM WS-RPT-CELL.
008660     DISPLAY WS-RPT-CELL.
008670     MOVE SPACES TO WS-RC-DAY.
008680     MOVE SPACES TO WS-RC-HOUR.
008690     MOVE SPACES TO WS-RC-COND.
008700     MOVE 'FEED' TO WS-RC-SIDE.
008710     IF WS-FC-ON-FILE(WS-DAY-SUB WS-HOUR-SUB)
008720        MOVE WS-FC-CELL(WS-DAY-SUB WS-HOUR-SUB)
008730          TO WS-BEFORE-CELL
008740        PERFORM 2520-BUILD-IMAGE THRU 2520-EXIT
008750        MOVE WS-CELL-IMAGE TO WS-RC-IMAGE
008760     ELSE
008770        MOVE '(NOT ON FEED)' TO WS-RC-IMAGE.
008780     IF WS-LA-FEED-STAMP(WS-DAY-SUB WS-HOUR-SUB) = SPACES
008790        MOVE 'NO AUDIT ENTRY' TO WS-RC-STAMP
008800        MOVE SPACES TO WS-RC-OPER
008810        MOVE SPACES TO WS-RC-FIELD
008820     ELSE
008830        MOVE WS-LA-FEED-STAMP(WS-DAY-SUB WS-HOUR-SUB)
008840          TO WS-RC-STAMP
008850        MOVE WS-LA-FEED-OPER(WS-DAY-SUB WS-HOUR-SUB)
008860          TO WS-RC-OPER
008870        MOVE WS-LA-FEED-FIELD(WS-DAY-SUB WS-HOUR-SUB)
008880          TO WS-RC-FIELD.
008890     WRITE RECON-LINE FROM WS-RPT-CELL.
008900     DISPLAY WS-RPT-CELL.
008910 2510-EXIT.
008920     EXIT.
008930 2520-BUILD-IMAGE.
008940     MOVE WS-BC-TEMP   TO WS-CI-TEMP.
008950     MOVE WS-BC-PRESS  TO WS-CI-PRESS.
008960     MOVE WS-BC-WSPD   TO WS-CI-WSPD.
008970     MOVE WS-BC-WDIR   TO WS-CI-WDIR.
008980     MOVE WS-BC-PRECIP TO WS-CI-PRECIP.
008990     MOVE WS-BC-QUAL   TO WS-CI-QUAL.
009000     MOVE WS-BC-DATE   TO WS-CI-DATE.
009010 2520-EXIT.
009020     EXIT.
009030*-----------------------------------------------------
009040* 2600-CHOOSE-WINNER
009050* The operator picks the side that wins for this
009060* station; anything but M or F leaves it alone.  F
009062* is refused while the feed is missing or unbalanced.
009070*-----------------------------------------------------
009080 2600-CHOOSE-WINNER.
009090     MOVE 'LEFT AS IS' TO WS-RU-OUTCOME.
009100     IF WX-OPR-ROLE < WS-RESYNC-ROLE
009110        MOVE 'LEFT AS IS - REPORT ONLY' TO WS-RU-OUTCOME
009120        GO TO 2600-EXIT.
009130     DISPLAY 'WINNING SIDE FOR ' WS-CUR-STA-ID
009140             ' (M=MASTER, F=FEED, BLANK=LEAVE AS IS): '
009150             WITH NO ADVANCING.
009160     MOVE SPACE TO WS-WINNER-IN.
009170     ACCEPT WS-WINNER-IN FROM CONSOLE.
009172     IF WS-FEED-WINS
009174        AND (WS-FEED-MISSING OR WS-FEED-UNBALANCED)
009176        MOVE 'LEFT AS IS - FEED MISSING/UNBALANCED'
009177          TO WS-RU-OUTCOME
009178        DISPLAY '*** FEED WINS REFUSED - ' WS-CUR-STA-ID
009179                ' FEED MISSING OR UNBALANCED ***'
009180        GO TO 2600-EXIT.
009181     IF WS-MASTER-WINS
009190        PERFORM 3000-RESYNC-FEED THRU 3000-EXIT
009200     ELSE IF WS-FEED-WINS
009210        PERFORM 4000-RESYNC-MASTER THRU 4000-EXIT.
009220 2600-EXIT.
009230     EXIT.
009240*-----------------------------------------------------
009250* 3000-RESYNC-FEED
009260* Master wins.  The feed goes out through FEED.TMP:
009270* a cell out of step has its first record replaced by
009280* the master's (or dropped when the master has none)
009290* and any later record for it dropped, every other
009300* record is copied through as it stands, and the
009310* master-only cells are added at the end.  Then the
009320* details come back over the feed with the trailer
009330* rebuilt to their count, as PROFSUSP's FIX does.  A
009340* missing feed is written new.
009350*-----------------------------------------------------
009360 3000-RESYNC-FEED.
009370     IF WS-FEED-FILE-NAME = SPACES
009380        MOVE 'NOT RESYNCED - STATION HAS NO FEED FILE'
009390          TO WS-RU-OUTCOME
009400        ADD 1 TO WS-RUN-FAILED-STA
009410        GO TO 3000-EXIT.
009420     MOVE 0 TO WS-DETAIL-COUNT.
009430     SET WS-REWRITE-FAILED TO TRUE.
009440     OPEN OUTPUT FEED-HOLD-FILE.
009450     IF NOT WS-FEEDTMP-FILE-OK
009460        MOVE 'NOT RESYNCED - FEED.TMP OPEN FAILED'
009470          TO WS-RU-OUTCOME
009480        ADD 1 TO WS-RUN-FAILED-STA
009490        GO TO 3000-EXIT.
009500     IF NOT WS-FEED-MISSING
009510        OPEN INPUT STATION-FEED-FILE
009520        IF NOT WS-FEED-FILE-OK
009530           CLOSE FEED-HOLD-FILE
009540           MOVE 'NOT RESYNCED - FEED COULD NOT BE REOPENED'
009550             TO WS-RU-OUTCOME
009560           ADD 1 TO WS-RUN-FAILED-STA
009570           GO TO 3000-EXIT
009580        END-IF
009590        SET WS-NOT-EOF TO TRUE
009600        PERFORM 3100-COPY-ONE-FEED-RECORD THRU 3100-EXIT
009610            UNTIL WS-EOF
009620        CLOSE STATION-FEED-FILE.
009630     PERFORM 3200-ADD-MASTER-DAY THRU 3200-EXIT
009640         VARYING WS-DAY-SUB FROM 1 BY 1
009650         UNTIL WS-DAY-SUB > 7.
009660     CLOSE FEED-HOLD-FILE.
009670     PERFORM 3300-REWRITE-FEED THRU 3300-EXIT.
009680     IF NOT WS-REWRITE-OK
009690        ADD 1 TO WS-RUN-FAILED-STA
009700        GO TO 3000-EXIT.
009710     SET WS-AUD-FEED-SIDE TO TRUE.
009720     PERFORM 5000-AUDIT-DAY THRU 5000-EXIT
009730         VARYING WS-DAY-SUB FROM 1 BY 1
009740         UNTIL WS-DAY-SUB > 7.
009750     MOVE 'MASTER WON - FEED REWRITTEN' TO WS-RU-OUTCOME.
009760 3000-EXIT.
009770     EXIT.
009780 3100-COPY-ONE-FEED-RECORD.
009790     READ STATION-FEED-FILE
009800         AT END
009810             SET WS-EOF TO TRUE
009820             GO TO 3100-EXIT.
009830     IF WR-TRAILER
009840        GO TO 3100-EXIT.
009850     IF WR-DAY NOT NUMERIC
009860        OR WR-HOUR NOT NUMERIC
009870        GO TO 3100-COPY-THROUGH.
009880     IF WR-DAY < 1 OR WR-DAY > 7
009890        OR WR-HOUR < 1 OR WR-HOUR > 24
009900        GO TO 3100-COPY-THROUGH.
009910     IF WS-ST-AGREE(WR-DAY WR-HOUR)
009920        GO TO 3100-COPY-THROUGH.
009930     IF WS-ST-WRITTEN(WR-DAY WR-HOUR)
009940        GO TO 3100-EXIT.
009950     SET WS-ST-WRITTEN(WR-DAY WR-HOUR) TO TRUE.
009960     IF NOT WS-MC-ON-FILE(WR-DAY WR-HOUR)
009970        GO TO 3100-EXIT.
009980     MOVE WR-DAY  TO WS-DAY-SUB.
009990     MOVE WR-HOUR TO WS-HOUR-SUB.
010000     PERFORM 3120-WRITE-MASTER-CELL THRU 3120-EXIT.
010010     GO TO 3100-EXIT.
010020 3100-COPY-THROUGH.
010030     WRITE FH-RECORD FROM WR-RECORD.
010040     ADD 1 TO WS-DETAIL-COUNT.
010050 3100-EXIT.
010060     EXIT.
010070*-----------------------------------------------------
010080* 3120-WRITE-MASTER-CELL
010090* One feed detail record built from the master's cell
010100* at WS-DAY-SUB / WS-HOUR-SUB.
010110*-----------------------------------------------------
010120 3120-WRITE-MASTER-CELL.
010130     MOVE SPACES TO WR-RECORD.
010140     MOVE WS-DAY-SUB  TO WR-DAY.
010150     MOVE WS-HOUR-SUB TO WR-HOUR.
010160     MOVE WS-MC-TEMP(WS-DAY-SUB WS-HOUR-SUB) TO WR-FAHR-TEMP.
010170     MOVE WS-MC-PRESS(WS-DAY-SUB WS-HOUR-SUB)
010180       TO WR-BAROM-PRESSURE.
010190     MOVE WS-MC-DATE(WS-DAY-SUB WS-HOUR-SUB) TO WR-OBS-DATE.
010200     MOVE WS-MC-QUAL(WS-DAY-SUB WS-HOUR-SUB) TO WR-QUAL.
010210     MOVE WS-MC-WSPD(WS-DAY-SUB WS-HOUR-SUB) TO WR-WIND-SPEED.
010220     MOVE WS-MC-WDIR(WS-DAY-SUB WS-HOUR-SUB) TO WR-WIND-DIR.
010230     MOVE WS-MC-PRECIP(WS-DAY-SUB WS-HOUR-SUB) TO WR-PRECIP.
010240     WRITE FH-RECORD FROM WR-RECORD.
010250     ADD 1 TO WS-DETAIL-COUNT.
010260 3120-EXIT.
010270     EXIT.
010280*-----------------------------------------------------
010290* 3200-ADD-MASTER-DAY
010300* The master's cells the feed never carried.
010310*-----------------------------------------------------
010320 3200-ADD-MASTER-DAY.
010330     PERFORM 3210-ADD-MASTER-CELL THRU 3210-EXIT
010340         VARYING WS-HOUR-SUB FROM 1 BY 1
010350         UNTIL WS-HOUR-SUB > 24.
010360 3200-EXIT.
010370     EXIT.
010380 3210-ADD-MASTER-CELL.
010390     IF WS-ST-AGREE(WS-DAY-SUB WS-HOUR-SUB)
010400        OR WS-ST-WRITTEN(WS-DAY-SUB WS-HOUR-SUB)
010410        OR NOT WS-MC-ON-FILE(WS-DAY-SUB WS-HOUR-SUB)
010420        GO TO 3210-EXIT.
010430     SET WS-ST-WRITTEN(WS-DAY-SUB WS-HOUR-SUB) TO TRUE.
010440     PERFORM 3120-WRITE-MASTER-CELL THRU 3120-EXIT.
010450 3210-EXIT.
010460     EXIT.
010470*-----------------------------------------------------
010480* 3300-REWRITE-FEED
010490* Copies the held details back over the feed and
010500* writes the rebuilt trailer behind them.  A bad
010502* WRITE or CLOSE leaves WS-REWRITE-FAILED set and the
010504* details in FEED.TMP.
010510*-----------------------------------------------------
010520 3300-REWRITE-FEED.
010525     SET WS-REWRITE-FAILED TO TRUE.
010530     SET WS-NOT-EOF TO TRUE.
010540     OPEN INPUT FEED-HOLD-FILE.
010550     IF NOT WS-FEEDTMP-FILE-OK
010560        MOVE 'NOT RESYNCED - FEED.TMP REOPEN FAILED'
010570          TO WS-RU-OUTCOME
010580        GO TO 3300-EXIT.
010590     OPEN OUTPUT STATION-FEED-FILE.
010600     IF NOT WS-FEED-FILE-OK
010610        MOVE 'NOT RESYNCED - FEED REWRITE FAILED'
010620          TO WS-RU-OUTCOME
010630        DISPLAY '*** ' WS-FEED-FILE-NAME ' REWRITE FAILED, '
010640                'DETAILS IN FEED.TMP ***'
010650        CLOSE FEED-HOLD-FILE
010660        GO TO 3300-EXIT.
010670     PERFORM 3310-COPY-BACK-RECORD THRU 3310-EXIT
010680         UNTIL WS-EOF.
010682     IF NOT WS-FEED-FILE-OK
010684        GO TO 3300-WRITE-FAILED.
010690     MOVE SPACES TO WR-TRAILER-RECORD.
010700     MOVE 'T' TO WR-TRL-MARK.
010710     MOVE WS-DETAIL-COUNT TO WR-TRL-COUNT.
010720     WRITE WR-TRAILER-RECORD.
010722     IF NOT WS-FEED-FILE-OK
010724        GO TO 3300-WRITE-FAILED.
010730     CLOSE FEED-HOLD-FILE.
010740     CLOSE STATION-FEED-FILE.
010742     IF NOT WS-FEED-FILE-OK
010744        GO TO 3300-REPORT-FAILED.
010750     SET WS-REWRITE-OK TO TRUE.
010751     GO TO 3300-EXIT.
010752 3300-WRITE-FAILED.
010753     CLOSE FEED-HOLD-FILE.
010754     CLOSE STATION-FEED-FILE.
010755 3300-REPORT-FAILED.
010756     MOVE 'NOT RESYNCED - FEED REWRITE FAILED'
010757       TO WS-RU-OUTCOME.
010758     DISPLAY '*** ' WS-FEED-FILE-NAME ' REWRITE FAILED, '
010759             'DETAILS IN FEED.TMP ***'.
010760 3300-EXIT.
010770     EXIT.
010780 3310-COPY-BACK-RECORD.
010790     READ FEED-HOLD-FILE
010800         AT END
010810             SET WS-EOF TO TRUE
010820             GO TO 3310-EXIT.
010830     WRITE WR-RECORD FROM FH-RECORD.
010835     IF NOT WS-FEED-FILE-OK
010837        SET WS-EOF TO TRUE.
010840 3310-EXIT.
010850     EXIT.
010860*-----------------------------------------------------
010870* 4000-RESYNC-MASTER
010880* Feed wins.  Each cell out of step is rewritten on
010890* the master from the feed, or deleted when the feed
010900* has no reading for it.  A cell the master will not
010910* take is reported and left; the rest still go.
010920*-----------------------------------------------------
010930 4000-RESYNC-MASTER.
010940     MOVE 0 TO WS-FAILED-COUNT.
010950     SET WS-AUD-MASTER-SIDE TO TRUE.
010960     PERFORM 4100-RESYNC-MASTER-DAY THRU 4100-EXIT
010970         VARYING WS-DAY-SUB FROM 1 BY 1
010980         UNTIL WS-DAY-SUB > 7.
010990     IF WS-FAILED-COUNT > 0
011000        ADD 1 TO WS-RUN-FAILED-STA
011010        MOVE SPACES TO WS-RU-OUTCOME
011020        STRING 'FEED WON - ' WS-FAILED-COUNT
011030               ' CELL(S) NOT RESYNCED'
011040           DELIMITED BY SIZE INTO WS-RU-OUTCOME
011050     ELSE
011060        MOVE 'FEED WON - MASTER RESYNCED' TO WS-RU-OUTCOME.
011070 4000-EXIT.
011080     EXIT.
011090 4100-RESYNC-MASTER-DAY.
011100     PERFORM 4110-RESYNC-MASTER-CELL THRU 4110-EXIT
011110         VARYING WS-HOUR-SUB FROM 1 BY 1
011120         UNTIL WS-HOUR-SUB > 24.
011130 4100-EXIT.
011140     EXIT.
011150 4110-RESYNC-MASTER-CELL.
011160     IF WS-ST-AGREE(WS-DAY-SUB WS-HOUR-SUB)
011170        GO TO 4110-EXIT.
011180     MOVE WS-DAY-SUB  TO WS-IXM-DAY.
011190     MOVE WS-HOUR-SUB TO WS-IXM-HOUR.
011200     IF WS-ST-MST-ONLY(WS-DAY-SUB WS-HOUR-SUB)
011210        CALL 'WXIXMST' USING WX-GRID-TABLE WX-DAY-DATE-TABLE
011220                'D' WS-CUR-STA-ID WS-IXM-DAY WS-IXM-HOUR
011230                WS-IXM-TEMP WS-IXM-PRESS
011240                WS-IXM-WSPD WS-IXM-WDIR WS-IXM-PRCP
011250                WS-IXM-QUAL WS-IXM-DATE WS-IXM-RETURN-STATUS
011260     ELSE
011270        MOVE WS-FC-TEMP(WS-DAY-SUB WS-HOUR-SUB) TO WS-IXM-TEMP
011280        MOVE WS-FC-PRESS(WS-DAY-SUB WS-HOUR-SUB)
011290          TO WS-IXM-PRESS
011300        MOVE WS-FC-WSPD(WS-DAY-SUB WS-HOUR-SUB) TO WS-IXM-WSPD
011310        MOVE WS-FC-WDIR(WS-DAY-SUB WS-HOUR-SUB) TO WS-IXM-WDIR
011320        MOVE WS-FC-PRECIP(WS-DAY-SUB WS-HOUR-SUB)
011330          TO WS-IXM-PRCP
011340        MOVE WS-FC-QUAL(WS-DAY-SUB WS-HOUR-SUB) TO WS-IXM-QUAL
011350        MOVE WS-FC-DATE(WS-DAY-SUB WS-HOUR-SUB) TO WS-IXM-DATE
011360        CALL 'WXIXMST' USING WX-GRID-TABLE WX-DAY-DATE-TABLE
011370                'U' WS-CUR-STA-ID WS-IXM-DAY WS-IXM-HOUR
011380                WS-IXM-TEMP WS-IXM-PRESS
011390                WS-IXM-WSPD WS-IXM-WDIR WS-IXM-PRCP
011400                WS-IXM-QUAL WS-IXM-DATE WS-IXM-RETURN-STATUS.
011410     IF NOT WS-IXM-OK
011420        ADD 1 TO WS-FAILED-COUNT
011430        DISPLAY '*** MASTER RESYNC FAILED FOR ' WS-CUR-STA-ID
011440                ' DAY ' WS-IXM-DAY ' HOUR ' WS-IXM-HOUR ' ***'
011450        GO TO 4110-EXIT.
011460     PERFORM 5100-AUDIT-CELL THRU 5100-EXIT.
011470 4110-EXIT.
011480     EXIT.
011490*-----------------------------------------------------
011500* 5000-AUDIT-DAY
011510* The audit entries for every cell a resync changed.
011520*-----------------------------------------------------
011530 5000-AUDIT-DAY.
011540     PERFORM 5010-AUDIT-CHANGED-CELL THRU 5010-EXIT
011550         VARYING WS-HOUR-SUB FROM 1 BY 1
011560         UNTIL WS-HOUR-SUB > 24.
011570 5000-EXIT.
011580     EXIT.
011590 5010-AUDIT-CHANGED-CELL.
011600     IF WS-ST-AGREE(WS-DAY-SUB WS-HOUR-SUB)
011610        GO TO 5010-EXIT.
011620     PERFORM 5100-AUDIT-CELL THRU 5100-EXIT.
011630 5010-EXIT.
011640     EXIT.
011650*-----------------------------------------------------
011660* 5100-AUDIT-CELL
011670* One entry per field that changed on the losing
011680* side, before image from that side and after image
011690* from the winner, an absent cell reading as the
011700* never-set sentinels.  The feed side uses the SET
011710* field names and formats; the master side logs the
011720* temperature/pressure pair as UPDATE does, with the
011730* whole record NEW RECORD or DELETED when the cell
011740* was added or removed.
011750*-----------------------------------------------------
011760 5100-AUDIT-CELL.
011770     ADD 1 TO WS-CHANGED-COUNT.
011780     MOVE WS-DAY-SUB  TO WS-AUD-DAY.
011790     MOVE WS-HOUR-SUB TO WS-AUD-HOUR.
011800     IF WS-AUD-MASTER-SIDE
011810        MOVE WS-MC-CELL(WS-DAY-SUB WS-HOUR-SUB)
011820          TO WS-BEFORE-CELL
011830        MOVE WS-FC-CELL(WS-DAY-SUB WS-HOUR-SUB)
011840          TO WS-AFTER-CELL
011850        PERFORM 5200-AUDIT-MASTER-CELL THRU 5200-EXIT
011860     ELSE
011870        MOVE WS-FC-CELL(WS-DAY-SUB WS-HOUR-SUB)
011880          TO WS-BEFORE-CELL
011890        MOVE WS-MC-CELL(WS-DAY-SUB WS-HOUR-SUB)
011900          TO WS-AFTER-CELL
011910        PERFORM 5300-AUDIT-FEED-CELL THRU 5300-EXIT.
011920 5100-EXIT.
011930     EXIT.
011940 5200-AUDIT-MASTER-CELL.
011950     IF NOT WS-BC-ON-FILE
011960        OR NOT WS-AC-ON-FILE
011970        OR WS-BC-TEMP NOT = WS-AC-TEMP
011980        OR WS-BC-PRESS NOT = WS-AC-PRESS
011990        MOVE SPACES TO WX-AUD-OLD-VALUE
012000        MOVE SPACES TO WX-AUD-NEW-VALUE
012010        IF WS-BC-ON-FILE
012020           MOVE WS-BC-TEMP TO WS-AUD-TEMP-ED
012030           MOVE WS-BC-PRESS TO WS-AUD-PRESS-ED
012040           STRING 'T=' WS-AUD-TEMP-ED ' P=' WS-AUD-PRESS-ED
012050              DELIMITED BY SIZE INTO WX-AUD-OLD-VALUE
012060        ELSE
012070           MOVE 'NEW RECORD' TO WX-AUD-OLD-VALUE
012080        END-IF
012090        IF WS-AC-ON-FILE
012100           MOVE WS-AC-TEMP TO WS-AUD-TEMP-ED
012110           MOVE WS-AC-PRESS TO WS-AUD-PRESS-ED
012120           STRING 'T=' WS-AUD-TEMP-ED ' P=' WS-AUD-PRESS-ED
012130              DELIMITED BY SIZE INTO WX-AUD-NEW-VALUE
012140        ELSE
012150           MOVE 'DELETED' TO WX-AUD-NEW-VALUE
012160        END-IF
012170        MOVE SPACES TO WX-AUD-FIELD-NAME
012180        STRING 'MST(' WS-AUD-DAY ',' WS-AUD-HOUR ')'
012190           DELIMITED BY SIZE INTO WX-AUD-FIELD-NAME
012200        PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT.
012210     IF NOT WS-BC-ON-FILE
012220        OR NOT WS-AC-ON-FILE
012230        GO TO 5200-EXIT.
012240     IF WS-BC-WSPD NOT = WS-AC-WSPD
012250        OR WS-BC-WDIR NOT = WS-AC-WDIR
012260        PERFORM 5400-BUILD-WIND-VALUES THRU 5400-EXIT
012270        MOVE SPACES TO WX-AUD-FIELD-NAME
012280        STRING 'MST_WIND(' WS-AUD-DAY ',' WS-AUD-HOUR ')'
012290           DELIMITED BY SIZE INTO WX-AUD-FIELD-NAME
012300        PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT.
012310     IF WS-BC-PRECIP NOT = WS-AC-PRECIP
012320        PERFORM 5410-BUILD-PRECIP-VALUES THRU 5410-EXIT
012330        MOVE SPACES TO WX-AUD-FIELD-NAME
012340        STRING 'MST_PRECIP(' WS-AUD-DAY ',' WS-AUD-HOUR ')'
012350           DELIMITED BY SIZE INTO WX-AUD-FIELD-NAME
012360        PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT.
012370     IF WS-BC-QUAL NOT = WS-AC-QUAL
012380        MOVE WS-BC-QUAL TO WX-AUD-OLD-VALUE
012390        MOVE WS-AC-QUAL TO WX-AUD-NEW-VALUE
012400        MOVE SPACES TO WX-AUD-FIELD-NAME
012410        STRING 'MST_QUAL(' WS-AUD-DAY ',' WS-AUD-HOUR ')'
012420           DELIMITED BY SIZE INTO WX-AUD-FIELD-NAME
012430        PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT.
012440 5200-EXIT.
012450     EXIT.
012460 5300-AUDIT-FEED-CELL.
012470     IF WS-BC-TEMP NOT = WS-AC-TEMP
012480        MOVE WS-BC-TEMP TO WS-AUD-TEMP-ED
012490        MOVE WS-AUD-TEMP-ED TO WX-AUD-OLD-VALUE
012500        MOVE WS-AC-TEMP TO WS-AUD-TEMP-ED
012510        MOVE WS-AUD-TEMP-ED TO WX-AUD-NEW-VALUE
012520        MOVE SPACES TO WX-AUD-FIELD-NAME
012530        STRING 'FAHR_TEMP(' WS-AUD-DAY ',' WS-AUD-HOUR ')'
012540           DELIMITED BY SIZE INTO WX-AUD-FIELD-NAME
012550        PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT.
012560     IF WS-BC-PRESS NOT = WS-AC-PRESS
012570        MOVE WS-BC-PRESS TO WS-AUD-PRESS-ED
012580        MOVE WS-AUD-PRESS-ED TO WX-AUD-OLD-VALUE
012590        MOVE WS-AC-PRESS TO WS-AUD-PRESS-ED
012600        MOVE WS-AUD-PRESS-ED TO WX-AUD-NEW-VALUE
012610        MOVE SPACES TO WX-AUD-FIELD-NAME
012620        STRING 'BAROM_PRESS(' WS-AUD-DAY ',' WS-AUD-HOUR ')'
012630           DELIMITED BY SIZE INTO WX-AUD-FIELD-NAME
012640        PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT.
012650     IF WS-BC-WSPD NOT = WS-AC-WSPD
012660        OR WS-BC-WDIR NOT = WS-AC-WDIR
012670        PERFORM 5400-BUILD-WIND-VALUES THRU 5400-EXIT
012680        MOVE SPACES TO WX-AUD-FIELD-NAME
012690        STRING 'WIND(' WS-AUD-DAY ',' WS-AUD-HOUR ')'
012700           DELIMITED BY SIZE INTO WX-AUD-FIELD-NAME
012710        PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT.
012720     IF WS-BC-PRECIP NOT = WS-AC-PRECIP
012730        PERFORM 5410-BUILD-PRECIP-VALUES THRU 5410-EXIT
012740        MOVE SPACES TO WX-AUD-FIELD-NAME
012750        STRING 'PRECIP(' WS-AUD-DAY ',' WS-AUD-HOUR ')'
012760           DELIMITED BY SIZE INTO WX-AUD-FIELD-NAME
012770        PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT.
012780     IF WS-BC-QUAL NOT = WS-AC-QUAL
012790        MOVE WS-BC-QUAL TO WX-AUD-OLD-VALUE
012800        MOVE WS-AC-QUAL TO WX-AUD-NEW-VALUE
012810        MOVE SPACES TO WX-AUD-FIELD-NAME
012820        STRING 'QUAL(' WS-AUD-DAY ',' WS-AUD-HOUR ')'
012830           DELIMITED BY SIZE INTO WX-AUD-FIELD-NAME
012840        PERFORM 5900-WRITE-AUDIT THRU 5900-EXIT.
012850 5300-EXIT.
012860     EXIT.
012870 5400-BUILD-WIND-VALUES.
012880     MOVE SPACES TO WX-AUD-OLD-VALUE.
012890     STRING 'S=' WS-BC-WSPD ' D=' WS-BC-WDIR
012900        DELIMITED BY SIZE INTO WX-AUD-OLD-VALUE.
012910     MOVE SPACES TO WX-AUD-NEW-VALUE.
012920     STRING 'S=' WS-AC-WSPD ' D=' WS-AC-WDIR
012930        DELIMITED BY SIZE INTO WX-AUD-NEW-VALUE.
012940 5400-EXIT.
012950     EXIT.
012960 5410-BUILD-PRECIP-VALUES.
012970     MOVE WS-BC-PRECIP TO WS-AUD-PRCP-ED.
012980     MOVE WS-AUD-PRCP-ED TO WX-AUD-OLD-VALUE.
012990     MOVE WS-AC-PRECIP TO WS-AUD-PRCP-ED.
013000     MOVE WS-AUD-PRCP-ED TO WX-AUD-NEW-VALUE.
013010 5410-EXIT.
013020     EXIT.
013030 5900-WRITE-AUDIT.
013040     CALL 'WXAUDLOG' USING WX-AUDIT-RECORD WS-AUDIT-RETURN-STATUS.
013050     IF NOT WS-AUDIT-LOGGED
013060        DISPLAY '*** AUDIT LOG WRITE FAILED FOR '
013070                WX-AUD-FIELD-NAME ' ***'.
013080 5900-EXIT.
013090     EXIT.
