000100*****************************************************
000110* Program name: PROFPAYX
000120* Author:       D. Feltz, Applications Programming
000130* Installation: Deskware, Inc. - Weather Ops
000140* Date-Written: 05/14/2001
000150* Date-Compiled:
000160*-----------------------------------------------------
000170* Observer hours payroll extract.  Totals every
000180* rostered observer's hours over a pay period from the
000190* roster (ROSTER.DAT, loaded into the "a" table by
000200* WXROSTER with the head count from COUNT.DAT), which
000210* is worked every day of the period, and writes the
000220* payroll interface PAYROLL.DAT (WXPAYRL layout) and
000230* the exceptions report PAYEXCP.RPT.
000240*
000250* Each rostered shift is one of three buckets: a
000260* regular shift, an overnight shift (end hour before
000270* its start hour, wrapping past midnight as WXCOVER
000280* and WXDUTY treat it - the whole shift counts on the
000290* day it starts), or a shift assigned to a station
000300* STATIONS.MST does not know or has idled.  A shift
000310* at an active station is reduced by one hour for
000320* each hour it covered whose reading was never taken
000330* - no reading at all, or only an estimate - as the
000340* hour codes on the per-station daily history
000350* (DAYHIST.DAT) show.  Those are the hours WXDUTY ties
000360* to the shift; a day the station has no history for
000370* reduces nothing.  When TIMEBASE.CFG carries 'C' the
000380* history is on the common time base and is put back
000390* into the station's local hours, which the roster
000400* keeps, by its STATIONS.MST offset.  An hour the
000402* shift emptied at the edge of a posted week (coded
000404* '-') is not known and reduces nothing.
000410*
000420* PAYPRD.PRM gives the period's first date in columns
000430* 1-8 and its last in columns 10-17 (YYYYMMDD, at most
000440* 35 days); absent or blank, the 14 days ending the
000450* day before the run are taken.  PAYROLL.CFG (two
000460* digits, optional) sets the weekly hour limit, 60
000470* when absent; the period is taken in weeks of seven
000480* days from its first date.
000490*
000500* PAYEMP.DAT is payroll's list of observers: the
000510* roster initials in columns 1-3, the payroll employee
000520* id in columns 5-12 and the name from column 14.  An
000530* observer not on it is left off the interface and
000540* listed as an exception with the hours held back, as
000550* is every week an observer's hours pass the limit.
000560*
000570* Ends with RETURN-CODE 8 when the period is not
000580* valid, STATIONS.MST, ROSTER.DAT, PAYEMP.DAT or
000590* DAYHIST.DAT is missing, a file cannot be written, or
000600* any rostered observer is unknown to payroll.
000610*
000620* Copyright 2001 Deskware, Inc.
000630*
000640* Modification History
000650* 05/14/2001 DF   Original program.
000655* 05/15/2001 DF   Hours the time base shift emptied ('-')
000656*                 are left not known instead of missed.
000660*****************************************************
000670 IDENTIFICATION DIVISION.
000680 PROGRAM-ID. PROFPAYX.
000690 AUTHOR. D. FELTZ.
000700 INSTALLATION. DESKWARE-INC.
000710 DATE-WRITTEN. 05/14/2001.
000720 DATE-COMPILED.
000730 ENVIRONMENT DIVISION.
000740 CONFIGURATION SECTION.
000750 SOURCE-COMPUTER. GENERIC.
000760 OBJECT-COMPUTER. GENERIC.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT PERIOD-PARM-FILE ASSIGN DYNAMIC WS-PRM-FILE-NAME
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-PRM-FILE-STATUS.
000820     SELECT PAYROLL-CFG-FILE ASSIGN DYNAMIC WS-CFG-FILE-NAME
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-CFG-FILE-STATUS.
000850     SELECT TIMEBASE-CFG-FILE ASSIGN DYNAMIC WS-TBASE-CFG-NAME
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-TBASE-CFG-STATUS.
000880     SELECT PAYEMP-FILE ASSIGN DYNAMIC WS-PAYEMP-FILE-NAME
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-PAYEMP-FILE-STATUS.
000910     SELECT DAYHIST-FILE ASSIGN DYNAMIC WS-DAYHIST-FILE-NAME
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-DAYHIST-FILE-STATUS.
000940     SELECT PAYROLL-FILE ASSIGN DYNAMIC WS-PAYROLL-FILE-NAME
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-PAYROLL-FILE-STATUS.
000970     SELECT EXCEPTION-REPORT-FILE
000980         ASSIGN DYNAMIC WS-REPORT-FILE-NAME
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-REPORT-FILE-STATUS.
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  PERIOD-PARM-FILE
001040     RECORD CONTAINS 80 CHARACTERS.
001050 01  PRM-RECORD.
001060    05  PRM-FROM-DATE  PIC X(8).
001070    05  FILLER         PIC X.
001080    05  PRM-TO-DATE    PIC X(8).
001090    05  FILLER         PIC X(63).
001100 FD  PAYROLL-CFG-FILE
001110     RECORD CONTAINS 2 CHARACTERS.
001120 01  PC-RECORD.
001130    05  PC-WEEK-LIMIT  PIC 99.
001140 FD  TIMEBASE-CFG-FILE
001150     RECORD CONTAINS 1 CHARACTERS.
001160 01  TBASE-CFG-RECORD.
001170    05  TBASE-CFG-MODE  PIC X.
001180 FD  PAYEMP-FILE
001190     RECORD CONTAINS 33 CHARACTERS.
001200 01  PE-RECORD.
001210    05  PE-INITIALS  PIC X(3).
001220    05  FILLER       PIC X.
001230    05  PE-EMP-ID    PIC X(8).
001240    05  FILLER       PIC X.
001250    05  PE-NAME      PIC X(20).
001260 FD  DAYHIST-FILE
001270     RECORD CONTAINS 85 CHARACTERS.
001280 COPY WXDYHST.
001290 FD  PAYROLL-FILE
001300     RECORD CONTAINS 48 CHARACTERS.
001310 01  PAYROLL-LINE  PIC X(48).
001320 FD  EXCEPTION-REPORT-FILE
001330     RECORD CONTAINS 80 CHARACTERS.
001340 01  EXCEPTION-LINE  PIC X(80).
001350 WORKING-STORAGE SECTION.
001360 COPY WXATBL.
001370 COPY WXSTAT.
001380 COPY WXPAYRL.
001390 01  WS-PRM-FILE-NAME      PIC X(40) VALUE 'PAYPRD.PRM'.
001400 01  WS-PRM-FILE-STATUS    PIC XX.
001410    88  WS-PRM-FILE-OK        VALUE '00'.
001420 01  WS-CFG-FILE-NAME      PIC X(40) VALUE 'PAYROLL.CFG'.
001430 01  WS-CFG-FILE-STATUS    PIC XX.
001440    88  WS-CFG-FILE-OK        VALUE '00'.
001450 01  WS-TBASE-CFG-NAME     PIC X(40) VALUE 'TIMEBASE.CFG'.
001460 01  WS-TBASE-CFG-STATUS   PIC XX.
001470    88  WS-TBASE-CFG-OK       VALUE '00'.
001480 01  WS-PAYEMP-FILE-NAME   PIC X(40) VALUE 'PAYEMP.DAT'.
001490 01  WS-PAYEMP-FILE-STATUS PIC XX.
001500    88  WS-PAYEMP-FILE-OK     VALUE '00'.
001510 01  WS-DAYHIST-FILE-NAME  PIC X(40) VALUE 'DAYHIST.DAT'.
001520 01  WS-DAYHIST-FILE-STATUS  PIC XX.
001530    88  WS-DAYHIST-FILE-OK    VALUE '00'.
001540 01  WS-PAYROLL-FILE-NAME  PIC X(40) VALUE 'PAYROLL.DAT'.
001550 01  WS-PAYROLL-FILE-STATUS  PIC XX.
001560    88  WS-PAYROLL-FILE-OK    VALUE '00'.
001570 01  WS-REPORT-FILE-NAME   PIC X(40) VALUE 'PAYEXCP.RPT'.
001580 01  WS-REPORT-FILE-STATUS  PIC XX.
001590    88  WS-REPORT-FILE-OK     VALUE '00'.
001600 01  WS-COUNT-FILE-NAME    PIC X(40) VALUE 'COUNT.DAT'.
001610 01  WS-COUNT-RETURN-STATUS  PIC X.
001620    88  WS-COUNT-OK        VALUE 'Y'.
001630    88  WS-COUNT-CLAMPED   VALUE 'C'.
001640 01  WS-ROSTER-RETURN-STATUS  PIC X.
001650    88  WS-ROSTER-OK  VALUE 'Y'.
001660 01  WS-MSTR-RETURN-STATUS  PIC X.
001670    88  WS-MSTR-OK  VALUE 'Y'.
001680 01  WS-INPUTS-SWITCH  PIC X VALUE 'Y'.
001690    88  WS-INPUTS-OK      VALUE 'Y'.
001700    88  WS-INPUTS-NOT-OK  VALUE 'N'.
001710 01  WS-EOF-SWITCH  PIC X VALUE 'N'.
001720    88  WS-EOF      VALUE 'Y'.
001730    88  WS-NOT-EOF  VALUE 'N'.
001740 01  WS-TIMEBASE-MODE  PIC X VALUE 'L'.
001750    88  WS-TB-COMMON  VALUE 'C'.
001760 01  WS-WEEK-LIMIT  PIC 99 VALUE 60.
001770*-----------------------------------------------------
001780* The pay period.  Day 1 is its first date; the missed
001790* reading table runs from the day before it to the day
001800* after its last, so an overnight shift's morning and
001810* the time base shift both have somewhere to land.
001820*-----------------------------------------------------
001830 01  WS-RUN-DATE     PIC 9(8).
001840 01  WS-FROM-DATE    PIC 9(8).
001850 01  WS-FROM-DATE-PARTS REDEFINES WS-FROM-DATE.
001860    05  WS-FROM-YEAR   PIC 9(4).
001870    05  WS-FROM-MONTH  PIC 99.
001880    05  WS-FROM-DAY    PIC 99.
001890 01  WS-TO-DATE      PIC 9(8).
001900 01  WS-TO-DATE-PARTS REDEFINES WS-TO-DATE.
001910    05  WS-TO-YEAR     PIC 9(4).
001920    05  WS-TO-MONTH    PIC 99.
001930    05  WS-TO-DAY      PIC 99.
001940 01  WS-CHECK-DATE   PIC 9(8).
001950 01  WS-FROM-INT     PIC 9(8) COMP.
001960 01  WS-TO-INT       PIC 9(8) COMP.
001970 01  WS-DATE-INT     PIC 9(8) COMP.
001980 01  WS-PERIOD-DAYS  PIC S9(4) COMP.
001990 01  WS-PERIOD-MAX   PIC S9(4) COMP VALUE 35.
002000 01  WS-PERIOD-SW  PIC X VALUE 'Y'.
002010    88  WS-PERIOD-VALID      VALUE 'Y'.
002020    88  WS-PERIOD-NOT-VALID  VALUE 'N'.
002030*-----------------------------------------------------
002040* Payroll's observers from PAYEMP.DAT.
002050*-----------------------------------------------------
002060 01  WS-PE-MAX    PIC S9(4) COMP VALUE 100.
002070 01  WS-PE-COUNT  PIC S9(4) COMP VALUE 0.
002080 01  WS-PE-SUB    PIC S9(4) COMP.
002090 01  WS-PE-TABLE.
002100    05  WS-PE-ENTRY OCCURS 100 TIMES.
002110       10  WS-PE-INITIALS  PIC X(3).
002120       10  WS-PE-EMP-ID    PIC X(8).
002130*-----------------------------------------------------
002140* Hours whose reading was never taken, by station on
002150* the master, day (1 = the day before the period) and
002160* local hour: 'Y' never taken, 'N' taken, space not
002170* known.
002180*-----------------------------------------------------
002190 01  WS-MISSED-TABLE.
002200    05  WS-MS-STATION OCCURS 20 TIMES.
002210       10  WS-MS-DAY OCCURS 37 TIMES.
002220          15  WS-MS-HOUR OCCURS 24 TIMES  PIC X.
002230 01  WS-LAST-STA-ID    PIC X(8).
002240 01  WS-LAST-STA-SUB   PIC S9(4) COMP.
002250 01  WS-LOCAL-SHIFT    PIC S9(4) COMP.
002260 01  WS-OFFSET-HOURS   PIC 99.
002270 01  WS-REC-DAY        PIC S9(4) COMP.
002280 01  WS-LOCAL-DAY      PIC S9(4) COMP.
002290 01  WS-LOCAL-HOUR     PIC S9(4) COMP.
002300 01  WS-HIST-DAY-MAX   PIC S9(4) COMP.
002310*-----------------------------------------------------
002320* One observer per distinct set of roster initials,
002330* with the period's buckets and each week's hours.
002340*-----------------------------------------------------
002350 01  WS-OB-COUNT  PIC S9(4) COMP VALUE 0.
002360 01  WS-OB-SUB    PIC S9(4) COMP.
002370 01  WS-OB-TABLE.
002380    05  WS-OB-ENTRY OCCURS 20 TIMES.
002390       10  WS-OB-INITIALS    PIC X(3).
002400       10  WS-OB-EMP-ID      PIC X(8).
002410       10  WS-OB-KNOWN-SW    PIC X.
002420          88  WS-OB-KNOWN      VALUE 'Y'.
002430          88  WS-OB-UNKNOWN    VALUE 'N'.
002440       10  WS-OB-REG-HOURS   PIC 9(4).
002450       10  WS-OB-OVN-HOURS   PIC 9(4).
002460       10  WS-OB-INACT-HOURS PIC 9(4).
002470       10  WS-OB-MISSED-HOURS PIC 9(4).
002480       10  WS-OB-WEEK-HOURS OCCURS 5 TIMES  PIC 9(4).
002490 01  WS-ROSTER-SUB  PIC S9(4) COMP.
002500 01  WS-STA-SUB     PIC S9(4) COMP.
002510 01  WS-FIND-SUB    PIC S9(4) COMP.
002520 01  WS-DAY-SUB     PIC S9(4) COMP.
002530 01  WS-HOUR-SUB    PIC S9(4) COMP.
002540 01  WS-WEEK-SUB    PIC S9(4) COMP.
002550 01  WS-WEEK-COUNT  PIC S9(4) COMP.
002560 01  WS-SHIFT-HOURS   PIC 99.
002570 01  WS-SHIFT-MISSED  PIC 99.
002580 01  WS-SHIFT-PAID    PIC 99.
002590 01  WS-ASSIGN-SW  PIC X.
002600    88  WS-ASSIGN-ACTIVE      VALUE 'A'.
002610    88  WS-ASSIGN-NOT-ACTIVE  VALUE 'X'.
002620*-----------------------------------------------------
002630* Run totals.
002640*-----------------------------------------------------
002650 01  WS-DETAIL-COUNT     PIC 9(5) VALUE 0.
002660 01  WS-TOTAL-HOURS      PIC 9(7) VALUE 0.
002670 01  WS-EXCEPTION-COUNT  PIC 9(4) VALUE 0.
002680 01  WS-UNKNOWN-COUNT    PIC 9(4) VALUE 0.
002690 01  WS-OB-TOTAL-HOURS   PIC 9(5).
002700*-----------------------------------------------------
002710* PAYEXCP.RPT lines.
002720*-----------------------------------------------------
002730 01  WS-PX-HEADING.
002740    05  FILLER         PIC X(32) VALUE
002750             'PAYROLL EXCEPTIONS - PAY PERIOD '.
002760    05  WS-PH-FROM     PIC 9(8).
002770    05  FILLER         PIC X(3) VALUE ' - '.
002780    05  WS-PH-TO       PIC 9(8).
002790    05  FILLER         PIC X(16) VALUE '   WEEKLY LIMIT '.
002800    05  WS-PH-LIMIT    PIC Z9.
002810 01  WS-PX-UNKNOWN.
002820    05  WS-PU-INITIALS PIC X(3).
002830    05  FILLER         PIC X(33) VALUE
002840             '  NOT ON PAYEMP.DAT - UNKNOWN TO '.
002850    05  FILLER         PIC X(17) VALUE 'PAYROLL - HOURS '.
002860    05  WS-PU-HOURS    PIC ZZZZ9.
002870    05  FILLER         PIC X(9) VALUE ' HELD OUT'.
002880 01  WS-PX-OVER.
002890    05  WS-PO-INITIALS PIC X(3).
002900    05  FILLER         PIC X VALUE SPACE.
002910    05  WS-PO-EMP-ID   PIC X(8).
002920    05  FILLER         PIC X(7) VALUE ' WEEK '.
002930    05  WS-PO-WEEK     PIC 9.
002940    05  FILLER         PIC X VALUE SPACE.
002950    05  WS-PO-FROM     PIC 9(8).
002960    05  FILLER         PIC X VALUE '-'.
002970    05  WS-PO-TO       PIC 9(8).
002980    05  FILLER         PIC X(7) VALUE ' HOURS '.
002990    05  WS-PO-HOURS    PIC ZZZ9.
003000    05  FILLER         PIC X(17) VALUE ' OVER THE LIMIT '.
003010    05  WS-PO-LIMIT    PIC Z9.
003020 01  WS-PX-TRAILER.
003030    05  WS-PT-COUNT    PIC ZZZ9.
003040    05  FILLER         PIC X(14) VALUE ' EXCEPTION(S)'.
003050 PROCEDURE DIVISION.
003060*-----------------------------------------------------
003070* 0000-MAINLINE
003080*-----------------------------------------------------
003090 0000-MAINLINE.
003100     DISPLAY 'PROFPAYX - OBSERVER HOURS PAYROLL EXTRACT'.
003110     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003120     PERFORM 0100-READ-PERIOD THRU 0100-EXIT.
003130     IF WS-PERIOD-NOT-VALID
003140        DISPLAY '*** PAYPRD.PRM PERIOD NOT VALID - NO '
003150                'EXTRACT ***'
003160        MOVE 8 TO RETURN-CODE
003170        GO TO 0000-EXIT.
003180     DISPLAY 'PAY PERIOD ' WS-FROM-DATE ' - ' WS-TO-DATE.
003190     PERFORM 0200-READ-CONFIG THRU 0200-EXIT.
003200     PERFORM 0300-READ-TIMEBASE THRU 0300-EXIT.
003210     PERFORM 1000-LOAD-INPUTS THRU 1000-EXIT.
003220     IF WS-INPUTS-NOT-OK
003230        MOVE 8 TO RETURN-CODE
003240        GO TO 0000-EXIT.
003250     PERFORM 2000-LOAD-MISSED-HOURS THRU 2000-EXIT.
003260     IF NOT WS-DAYHIST-FILE-OK
003270        DISPLAY '*** DAYHIST.DAT NOT FOUND - NO EXTRACT ***'
003280        MOVE 8 TO RETURN-CODE
003290        GO TO 0000-EXIT.
003300     PERFORM 3000-TOTAL-DAY THRU 3000-EXIT
003310         VARYING WS-DAY-SUB FROM 1 BY 1
003320         UNTIL WS-DAY-SUB > WS-PERIOD-DAYS.
003330     PERFORM 4000-WRITE-EXTRACT THRU 4000-EXIT.
003340     IF NOT WS-PAYROLL-FILE-OK
003350        MOVE 8 TO RETURN-CODE
003360        GO TO 0000-EXIT.
003370     PERFORM 5000-WRITE-EXCEPTIONS THRU 5000-EXIT.
003380     IF NOT WS-REPORT-FILE-OK
003390        MOVE 8 TO RETURN-CODE
003400        GO TO 0000-EXIT.
003410     DISPLAY WS-DETAIL-COUNT ' OBSERVER(S) EXTRACTED, '
003420             WS-TOTAL-HOURS ' HOURS, ' WS-EXCEPTION-COUNT
003430             ' EXCEPTION(S) ON PAYEXCP.RPT'.
003440     IF WS-UNKNOWN-COUNT > 0
003450        DISPLAY '*** ' WS-UNKNOWN-COUNT ' OBSERVER(S) '
003460                'UNKNOWN TO PAYROLL - HOURS HELD OUT ***'
003470        MOVE 8 TO RETURN-CODE.
003480 0000-EXIT.
003490     STOP RUN.
003500*-----------------------------------------------------
003510* 0100-READ-PERIOD
003520* The period from PAYPRD.PRM, or the 14 days ending
003530* the day before the run.  Each date must be a real
003540* calendar date, the first no later than the last.
003550*-----------------------------------------------------
003560 0100-READ-PERIOD.
003570     COMPUTE WS-TO-INT =
003580         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1.
003590     COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(WS-TO-INT).
003600     COMPUTE WS-FROM-INT = WS-TO-INT - 13.
003610     COMPUTE WS-FROM-DATE =
003620         FUNCTION DATE-OF-INTEGER(WS-FROM-INT).
003630     MOVE 14 TO WS-PERIOD-DAYS.
003640     OPEN INPUT PERIOD-PARM-FILE.
003650     IF NOT WS-PRM-FILE-OK
003660        GO TO 0100-EXIT.
003670     READ PERIOD-PARM-FILE
003680         AT END
003690             GO TO 0100-CLOSE.
003700     IF PRM-FROM-DATE = SPACES
003710        GO TO 0100-CLOSE.
003720     SET WS-PERIOD-NOT-VALID TO TRUE.
003730     IF PRM-FROM-DATE NOT NUMERIC
003740        OR PRM-TO-DATE NOT NUMERIC
003750        GO TO 0100-CLOSE.
003760     MOVE PRM-FROM-DATE TO WS-FROM-DATE.
003770     MOVE PRM-TO-DATE TO WS-TO-DATE.
003780     IF WS-FROM-YEAR < 1601 OR WS-TO-YEAR < 1601
003790        OR WS-FROM-MONTH < 1 OR WS-FROM-MONTH > 12
003800        OR WS-TO-MONTH < 1 OR WS-TO-MONTH > 12
003810        OR WS-FROM-DAY < 1 OR WS-FROM-DAY > 31
003820        OR WS-TO-DAY < 1 OR WS-TO-DAY > 31
003830        GO TO 0100-CLOSE.
003840     COMPUTE WS-FROM-INT =
003850         FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
003860     COMPUTE WS-CHECK-DATE =
003870         FUNCTION DATE-OF-INTEGER(WS-FROM-INT).
003880     IF WS-CHECK-DATE NOT = WS-FROM-DATE
003890        GO TO 0100-CLOSE.
003900     COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
003910     COMPUTE WS-CHECK-DATE =
003920         FUNCTION DATE-OF-INTEGER(WS-TO-INT).
003930     IF WS-CHECK-DATE NOT = WS-TO-DATE
003940        OR WS-TO-INT < WS-FROM-INT
003950        GO TO 0100-CLOSE.
003960     COMPUTE WS-PERIOD-DAYS = WS-TO-INT - WS-FROM-INT + 1.
003970     IF WS-PERIOD-DAYS > WS-PERIOD-MAX
003980        GO TO 0100-CLOSE.
003990     SET WS-PERIOD-VALID TO TRUE.
004000 0100-CLOSE.
004010     CLOSE PERIOD-PARM-FILE.
004020 0100-EXIT.
004030     EXIT.
004040*-----------------------------------------------------
004050* 0200-READ-CONFIG
004060* Weekly hour limit; the default stands when the file
004070* is absent or the field is not a number.
004080*-----------------------------------------------------
004090 0200-READ-CONFIG.
004100     OPEN INPUT PAYROLL-CFG-FILE.
004110     IF NOT WS-CFG-FILE-OK
004120        GO TO 0200-EXIT.
004130     READ PAYROLL-CFG-FILE
004140         AT END
004150             GO TO 0200-CLOSE.
004160     IF PC-WEEK-LIMIT NUMERIC
004170        AND PC-WEEK-LIMIT > 0
004180        MOVE PC-WEEK-LIMIT TO WS-WEEK-LIMIT.
004190 0200-CLOSE.
004200     CLOSE PAYROLL-CFG-FILE.
004210 0200-EXIT.
004220     EXIT.
004230*-----------------------------------------------------
004240* 0300-READ-TIMEBASE
004250* 'C' in TIMEBASE.CFG means the batch posted the daily
004260* history on the common time base.
004270*-----------------------------------------------------
004280 0300-READ-TIMEBASE.
004290     OPEN INPUT TIMEBASE-CFG-FILE.
004300     IF NOT WS-TBASE-CFG-OK
004310        GO TO 0300-EXIT.
004320     READ TIMEBASE-CFG-FILE
004330         AT END
004340             GO TO 0300-CLOSE.
004350     IF TBASE-CFG-MODE = 'C'
004360        SET WS-TB-COMMON TO TRUE
004370        DISPLAY 'TIME BASE: COMMON'.
004380 0300-CLOSE.
004390     CLOSE TIMEBASE-CFG-FILE.
004400 0300-EXIT.
004410     EXIT.
004420*-----------------------------------------------------
004430* 1000-LOAD-INPUTS
004440* Head count and roster the way PROFCOVR loads them,
004450* the station master, and payroll's observer list.
004460*-----------------------------------------------------
004470 1000-LOAD-INPUTS.
004480     CALL 'WXCOUNT' USING WS-COUNT-FILE-NAME
004490                          WX-OCCURS-NUM
004500                          WS-COUNT-RETURN-STATUS.
004510     IF WS-COUNT-CLAMPED
004520        DISPLAY '*** COUNT FILE VALUE OUT OF RANGE - CLAMPED '
004530                'TO OCCURS_NUM OF ' WX-OCCURS-NUM ' ***'
004540     ELSE
004550        IF NOT WS-COUNT-OK
004560           DISPLAY '*** COUNT FILE NOT FOUND - DEFAULT '
004570                   'OCCURS_NUM OF ' WX-OCCURS-NUM ' USED ***'.
004580     CALL 'WXROSTER' USING WX-OCCURS-NUM
004590                           WX-A-TABLE
004600                           WS-ROSTER-RETURN-STATUS.
004610     IF NOT WS-ROSTER-OK
004620        DISPLAY '*** ROSTER FILE NOT FOUND - NO EXTRACT ***'
004630        SET WS-INPUTS-NOT-OK TO TRUE
004640        GO TO 1000-EXIT.
004650     CALL 'WXSTAMST' USING WX-STATION-COUNT
004660             WX-STATION-TABLE 'L' WS-MSTR-RETURN-STATUS.
004670     IF NOT WS-MSTR-OK
004680        DISPLAY '*** STATIONS.MST NOT FOUND - NO EXTRACT ***'
004690        SET WS-INPUTS-NOT-OK TO TRUE
004700        GO TO 1000-EXIT.
004710     OPEN INPUT PAYEMP-FILE.
004720     IF NOT WS-PAYEMP-FILE-OK
004730        DISPLAY '*** PAYEMP.DAT NOT FOUND - NO EXTRACT ***'
004740        SET WS-INPUTS-NOT-OK TO TRUE
004750        GO TO 1000-EXIT.
004760     SET WS-NOT-EOF TO TRUE.
004770     PERFORM 1100-LOAD-ONE-PAYEE THRU 1100-EXIT
004780         UNTIL WS-EOF.
004790     CLOSE PAYEMP-FILE.
004800 1000-EXIT.
004810     EXIT.
004820 1100-LOAD-ONE-PAYEE.
004830     READ PAYEMP-FILE
004840         AT END
004850             SET WS-EOF TO TRUE
004860             GO TO 1100-EXIT.
004870     IF PE-INITIALS = SPACES
004880        GO TO 1100-EXIT.
004890     IF WS-PE-COUNT NOT < WS-PE-MAX
004900        DISPLAY '*** PAYEMP.DAT LONGER THAN ' WS-PE-MAX
004910                ' ENTRIES - ' PE-INITIALS ' NOT LOADED ***'
004920        GO TO 1100-EXIT.
004930     ADD 1 TO WS-PE-COUNT.
004940     MOVE PE-INITIALS TO WS-PE-INITIALS(WS-PE-COUNT).
004950     MOVE PE-EMP-ID TO WS-PE-EMP-ID(WS-PE-COUNT).
004960 1100-EXIT.
004970     EXIT.
004980*-----------------------------------------------------
004990* 2000-LOAD-MISSED-HOURS
005000* One pass of DAYHIST.DAT, marking each hour of the
005010* period (and the day either side) of each station on
005020* the master as taken or never taken.  The file is in
005030* station order, so the last station matched is kept.
005040*-----------------------------------------------------
005050 2000-LOAD-MISSED-HOURS.
005060     MOVE SPACES TO WS-MISSED-TABLE.
005070     MOVE SPACES TO WS-LAST-STA-ID.
005080     MOVE 0 TO WS-LAST-STA-SUB.
005090     COMPUTE WS-HIST-DAY-MAX = WS-PERIOD-DAYS + 2.
005100     OPEN INPUT DAYHIST-FILE.
005110     IF NOT WS-DAYHIST-FILE-OK
005120        GO TO 2000-EXIT.
005130     SET WS-NOT-EOF TO TRUE.
005140     PERFORM 2100-LOAD-ONE-DAY THRU 2100-EXIT
005150         UNTIL WS-EOF.
005160     CLOSE DAYHIST-FILE.
005170     MOVE '00' TO WS-DAYHIST-FILE-STATUS.
005180 2000-EXIT.
005190     EXIT.
005200 2100-LOAD-ONE-DAY.
005210     READ DAYHIST-FILE
005220         AT END
005230             SET WS-EOF TO TRUE
005240             GO TO 2100-EXIT.
005250     IF WX-DYH-OBS-DATE NOT NUMERIC
005260        OR WX-DYH-OBS-DATE = 0
005270        GO TO 2100-EXIT.
005280     COMPUTE WS-DATE-INT =
005290         FUNCTION INTEGER-OF-DATE(WX-DYH-OBS-DATE).
005300     COMPUTE WS-REC-DAY = WS-DATE-INT - WS-FROM-INT + 2.
005310     IF WS-REC-DAY < 0
005320        OR WS-REC-DAY > WS-HIST-DAY-MAX + 1
005330        GO TO 2100-EXIT.
005340     IF WX-DYH-STA-ID NOT = WS-LAST-STA-ID
005350        MOVE WX-DYH-STA-ID TO WS-LAST-STA-ID
005360        MOVE 0 TO WS-LAST-STA-SUB
005370        PERFORM 2110-MATCH-STATION THRU 2110-EXIT
005380            VARYING WS-FIND-SUB FROM 1 BY 1
005390            UNTIL WS-FIND-SUB > WX-STATION-COUNT
005400               OR WS-LAST-STA-SUB > 0
005410        PERFORM 2120-LOCAL-SHIFT THRU 2120-EXIT.
005420     IF WS-LAST-STA-SUB = 0
005430        GO TO 2100-EXIT.
005440     PERFORM 2200-MARK-ONE-HOUR THRU 2200-EXIT
005450         VARYING WS-HOUR-SUB FROM 1 BY 1
005460         UNTIL WS-HOUR-SUB > 24.
005470 2100-EXIT.
005480     EXIT.
005490 2110-MATCH-STATION.
005500     IF WX-STA-ID(WS-FIND-SUB) = WS-LAST-STA-ID
005510        MOVE WS-FIND-SUB TO WS-LAST-STA-SUB.
005520 2110-EXIT.
005530     EXIT.
005540*-----------------------------------------------------
005550* 2120-LOCAL-SHIFT
005560* Local = base + offset, so on the common time base a
005570* history hour moves by the offset to get back to the
005580* station's own hours.  An offset WXTZADJ could not
005590* read left the grid local, so it moves nothing here.
005600*-----------------------------------------------------
005610 2120-LOCAL-SHIFT.
005620     MOVE 0 TO WS-LOCAL-SHIFT.
005630     IF NOT WS-TB-COMMON
005640        OR WS-LAST-STA-SUB = 0
005650        GO TO 2120-EXIT.
005660     IF WX-STA-TZ-OFFSET(WS-LAST-STA-SUB)(2:2) NOT NUMERIC
005670        GO TO 2120-EXIT.
005680     MOVE WX-STA-TZ-OFFSET(WS-LAST-STA-SUB)(2:2)
005690       TO WS-OFFSET-HOURS.
005700     IF WS-OFFSET-HOURS > 23
005710        GO TO 2120-EXIT.
005720     IF WX-STA-TZ-OFFSET(WS-LAST-STA-SUB)(1:1) = '-'
005730        COMPUTE WS-LOCAL-SHIFT = 0 - WS-OFFSET-HOURS
005740     ELSE IF WX-STA-TZ-OFFSET(WS-LAST-STA-SUB)(1:1) = '+'
005750        MOVE WS-OFFSET-HOURS TO WS-LOCAL-SHIFT.
005760 2120-EXIT.
005770     EXIT.
005780*-----------------------------------------------------
005790* 2200-MARK-ONE-HOUR
005800* An hour never reported (blank code) or only
005810* estimated is a reading never taken.  One the time
005812* base shift emptied ('-') is left not known.
005820*-----------------------------------------------------
005830 2200-MARK-ONE-HOUR.
005840     MOVE WS-REC-DAY TO WS-LOCAL-DAY.
005850     COMPUTE WS-LOCAL-HOUR = WS-HOUR-SUB + WS-LOCAL-SHIFT.
005860     IF WS-LOCAL-HOUR > 24
005870        SUBTRACT 24 FROM WS-LOCAL-HOUR
005880        ADD 1 TO WS-LOCAL-DAY.
005890     IF WS-LOCAL-HOUR < 1
005900        ADD 24 TO WS-LOCAL-HOUR
005910        SUBTRACT 1 FROM WS-LOCAL-DAY.
005920     IF WS-LOCAL-DAY < 1 OR WS-LOCAL-DAY > WS-HIST-DAY-MAX
005930        GO TO 2200-EXIT.
005935     IF WX-DYH-HOUR-QUAL(WS-HOUR-SUB) = '-'
005937        GO TO 2200-EXIT.
005940     IF WX-DYH-HOUR-QUAL(WS-HOUR-SUB) = SPACE
005950        OR WX-DYH-HOUR-QUAL(WS-HOUR-SUB) = 'E'
005960        MOVE 'Y' TO WS-MS-HOUR(WS-LAST-STA-SUB
005970                               WS-LOCAL-DAY WS-LOCAL-HOUR)
005980     ELSE
005990        MOVE 'N' TO WS-MS-HOUR(WS-LAST-STA-SUB
006000                               WS-LOCAL-DAY WS-LOCAL-HOUR).
006010 2200-EXIT.
006020     EXIT.
006030*-----------------------------------------------------
006040* 3000-TOTAL-DAY
006050* Every rostered shift worked on one day of the period.
006060*-----------------------------------------------------
006070 3000-TOTAL-DAY.
006080     COMPUTE WS-WEEK-SUB = (WS-DAY-SUB - 1) / 7 + 1.
006090     PERFORM 3100-TOTAL-ONE-SHIFT THRU 3100-EXIT
006100         VARYING WS-ROSTER-SUB FROM 1 BY 1
006110         UNTIL WS-ROSTER-SUB > WX-OCCURS-NUM.
006120 3000-EXIT.
006130     EXIT.
006140*-----------------------------------------------------
006150* 3100-TOTAL-ONE-SHIFT
006160* One roster entry's shift into its observer's bucket.
006170* Entries with no observer or no shift loaded (hours
006180* zero) are not worked, as on the coverage report.
006190*-----------------------------------------------------
006200 3100-TOTAL-ONE-SHIFT.
006210     IF WX-OBSERVER-INITIALS(WS-ROSTER-SUB) = SPACES
006220        GO TO 3100-EXIT.
006230     IF WX-SHIFT-START-HOUR(WS-ROSTER-SUB) = 0
006240        OR WX-SHIFT-END-HOUR(WS-ROSTER-SUB) = 0
006250        GO TO 3100-EXIT.
006260     PERFORM 3110-FIND-OBSERVER THRU 3110-EXIT.
006270     SET WS-ASSIGN-NOT-ACTIVE TO TRUE.
006280     MOVE 0 TO WS-STA-SUB.
006290     PERFORM 3120-MATCH-ASSIGNMENT THRU 3120-EXIT
006300         VARYING WS-FIND-SUB FROM 1 BY 1
006310         UNTIL WS-FIND-SUB > WX-STATION-COUNT.
006320     IF WX-SHIFT-START-HOUR(WS-ROSTER-SUB)
006330           NOT > WX-SHIFT-END-HOUR(WS-ROSTER-SUB)
006340        COMPUTE WS-SHIFT-HOURS =
006350            WX-SHIFT-END-HOUR(WS-ROSTER-SUB)
006360          - WX-SHIFT-START-HOUR(WS-ROSTER-SUB) + 1
006370     ELSE
006380        COMPUTE WS-SHIFT-HOURS =
006390            25 - WX-SHIFT-START-HOUR(WS-ROSTER-SUB)
006400          + WX-SHIFT-END-HOUR(WS-ROSTER-SUB).
006410     MOVE 0 TO WS-SHIFT-MISSED.
006420     IF WS-ASSIGN-ACTIVE
006430        PERFORM 3200-CHECK-ONE-HOUR THRU 3200-EXIT
006440            VARYING WS-HOUR-SUB FROM 1 BY 1
006450            UNTIL WS-HOUR-SUB > 24.
006460     COMPUTE WS-SHIFT-PAID = WS-SHIFT-HOURS - WS-SHIFT-MISSED.
006470     ADD WS-SHIFT-MISSED TO WS-OB-MISSED-HOURS(WS-OB-SUB).
006480     ADD WS-SHIFT-PAID
006490       TO WS-OB-WEEK-HOURS(WS-OB-SUB WS-WEEK-SUB).
006500     IF WS-ASSIGN-NOT-ACTIVE
006510        ADD WS-SHIFT-PAID TO WS-OB-INACT-HOURS(WS-OB-SUB)
006520     ELSE IF WX-SHIFT-START-HOUR(WS-ROSTER-SUB)
006530             > WX-SHIFT-END-HOUR(WS-ROSTER-SUB)
006540        ADD WS-SHIFT-PAID TO WS-OB-OVN-HOURS(WS-OB-SUB)
006550     ELSE
006560        ADD WS-SHIFT-PAID TO WS-OB-REG-HOURS(WS-OB-SUB).
006570 3100-EXIT.
006580     EXIT.
006590*-----------------------------------------------------
006600* 3110-FIND-OBSERVER
006610* The observer's entry, added on first sight with its
006620* payroll id when payroll knows the initials.
006630*-----------------------------------------------------
006640 3110-FIND-OBSERVER.
006650     MOVE 0 TO WS-OB-SUB.
006660     PERFORM 3111-MATCH-OBSERVER THRU 3111-EXIT
006670         VARYING WS-FIND-SUB FROM 1 BY 1
006680         UNTIL WS-FIND-SUB > WS-OB-COUNT
006690            OR WS-OB-SUB > 0.
006700     IF WS-OB-SUB > 0
006710        GO TO 3110-EXIT.
006720     ADD 1 TO WS-OB-COUNT.
006730     MOVE WS-OB-COUNT TO WS-OB-SUB.
006740     MOVE WX-OBSERVER-INITIALS(WS-ROSTER-SUB)
006750       TO WS-OB-INITIALS(WS-OB-SUB).
006760     MOVE SPACES TO WS-OB-EMP-ID(WS-OB-SUB).
006770     SET WS-OB-UNKNOWN(WS-OB-SUB) TO TRUE.
006780     MOVE 0 TO WS-OB-REG-HOURS(WS-OB-SUB).
006790     MOVE 0 TO WS-OB-OVN-HOURS(WS-OB-SUB).
006800     MOVE 0 TO WS-OB-INACT-HOURS(WS-OB-SUB).
006810     MOVE 0 TO WS-OB-MISSED-HOURS(WS-OB-SUB).
006820     PERFORM 3112-CLEAR-WEEK THRU 3112-EXIT
006830         VARYING WS-FIND-SUB FROM 1 BY 1
006840         UNTIL WS-FIND-SUB > 5.
006850     PERFORM 3113-MATCH-PAYEE THRU 3113-EXIT
006860         VARYING WS-PE-SUB FROM 1 BY 1
006870         UNTIL WS-PE-SUB > WS-PE-COUNT
006880            OR WS-OB-KNOWN(WS-OB-SUB).
006890 3110-EXIT.
006900     EXIT.
006910 3111-MATCH-OBSERVER.
006920     IF WS-OB-INITIALS(WS-FIND-SUB)
006930           = WX-OBSERVER-INITIALS(WS-ROSTER-SUB)
006940        MOVE WS-FIND-SUB TO WS-OB-SUB.
006950 3111-EXIT.
006960     EXIT.
006970 3112-CLEAR-WEEK.
006980     MOVE 0 TO WS-OB-WEEK-HOURS(WS-OB-SUB WS-FIND-SUB).
006990 3112-EXIT.
007000     EXIT.
007010 3113-MATCH-PAYEE.
007020     IF WS-PE-INITIALS(WS-PE-SUB) = WS-OB-INITIALS(WS-OB-SUB)
007030        MOVE WS-PE-EMP-ID(WS-PE-SUB) TO WS-OB-EMP-ID(WS-OB-SUB)
007040        SET WS-OB-KNOWN(WS-OB-SUB) TO TRUE.
007050 3113-EXIT.
007060     EXIT.
007070 3120-MATCH-ASSIGNMENT.
007080     IF WX-STA-ID(WS-FIND-SUB)
007090           = WX-STATION-ASSIGN(WS-ROSTER-SUB)
007100        AND WX-STA-ACTIVE(WS-FIND-SUB)
007110        MOVE WS-FIND-SUB TO WS-STA-SUB
007120        SET WS-ASSIGN-ACTIVE TO TRUE.
007130 3120-EXIT.
007140     EXIT.
007150*-----------------------------------------------------
007160* 3200-CHECK-ONE-HOUR
007170* A shift covers the hour when start <= hour <= end,
007180* or when it wraps midnight (end before start) and the
007190* hour falls on either side of the wrap - the hours
007200* after midnight on the next day.  A covered hour
007210* whose reading was never taken comes off the shift.
007220*-----------------------------------------------------
007230 3200-CHECK-ONE-HOUR.
007240     COMPUTE WS-LOCAL-DAY = WS-DAY-SUB + 1.
007250     IF WX-SHIFT-START-HOUR(WS-ROSTER-SUB)
007260           NOT > WX-SHIFT-END-HOUR(WS-ROSTER-SUB)
007270        AND (WS-HOUR-SUB < WX-SHIFT-START-HOUR(WS-ROSTER-SUB)
007280          OR WS-HOUR-SUB > WX-SHIFT-END-HOUR(WS-ROSTER-SUB))
007290        GO TO 3200-EXIT.
007300     IF WX-SHIFT-START-HOUR(WS-ROSTER-SUB)
007310           > WX-SHIFT-END-HOUR(WS-ROSTER-SUB)
007320        AND WS-HOUR-SUB < WX-SHIFT-START-HOUR(WS-ROSTER-SUB)
007330        AND WS-HOUR-SUB > WX-SHIFT-END-HOUR(WS-ROSTER-SUB)
007340        GO TO 3200-EXIT.
007350     IF WX-SHIFT-START-HOUR(WS-ROSTER-SUB)
007360           > WX-SHIFT-END-HOUR(WS-ROSTER-SUB)
007370        AND WS-HOUR-SUB NOT > WX-SHIFT-END-HOUR(WS-ROSTER-SUB)
007380        ADD 1 TO WS-LOCAL-DAY.
007390     IF WS-MS-HOUR(WS-STA-SUB WS-LOCAL-DAY WS-HOUR-SUB) = 'Y'
007400        ADD 1 TO WS-SHIFT-MISSED.
007410 3200-EXIT.
007420     EXIT.
007430*-----------------------------------------------------
007440* 4000-WRITE-EXTRACT
007450* Header, one detail per observer payroll knows, and
007460* the trailer with the control total.
007470*-----------------------------------------------------
007480 4000-WRITE-EXTRACT.
007490     OPEN OUTPUT PAYROLL-FILE.
007500     IF NOT WS-PAYROLL-FILE-OK
007510        DISPLAY '*** PAYROLL.DAT OPEN FAILED ***'
007520        GO TO 4000-EXIT.
007530     MOVE WS-RUN-DATE TO WX-PYH-RUN-DATE.
007540     MOVE WS-FROM-DATE TO WX-PYH-FROM-DATE.
007550     MOVE WS-TO-DATE TO WX-PYH-TO-DATE.
007560     WRITE PAYROLL-LINE FROM WX-PY-HEADER-RECORD.
007570     PERFORM 4100-WRITE-ONE-OBSERVER THRU 4100-EXIT
007580         VARYING WS-OB-SUB FROM 1 BY 1
007590         UNTIL WS-OB-SUB > WS-OB-COUNT
007600            OR NOT WS-PAYROLL-FILE-OK.
007610     MOVE WS-DETAIL-COUNT TO WX-PYT-DETAIL-COUNT.
007620     MOVE WS-TOTAL-HOURS TO WX-PYT-TOTAL-HOURS.
007630     IF WS-PAYROLL-FILE-OK
007640        WRITE PAYROLL-LINE FROM WX-PY-TRAILER-RECORD.
007650     CLOSE PAYROLL-FILE.
007660     IF NOT WS-PAYROLL-FILE-OK
007670        DISPLAY '*** PAYROLL.DAT WRITE FAILED - EXTRACT '
007680                'INCOMPLETE ***'.
007690 4000-EXIT.
007700     EXIT.
007710 4100-WRITE-ONE-OBSERVER.
007720     IF WS-OB-UNKNOWN(WS-OB-SUB)
007730        GO TO 4100-EXIT.
007740     MOVE WS-OB-EMP-ID(WS-OB-SUB) TO WX-PYD-EMP-ID.
007750     MOVE WS-OB-INITIALS(WS-OB-SUB) TO WX-PYD-INITIALS.
007760     MOVE WS-FROM-DATE TO WX-PYD-FROM-DATE.
007770     MOVE WS-TO-DATE TO WX-PYD-TO-DATE.
007780     MOVE WS-OB-REG-HOURS(WS-OB-SUB) TO WX-PYD-REG-HOURS.
007790     MOVE WS-OB-OVN-HOURS(WS-OB-SUB) TO WX-PYD-OVN-HOURS.
007800     MOVE WS-OB-INACT-HOURS(WS-OB-SUB) TO WX-PYD-INACT-HOURS.
007810     MOVE WS-OB-MISSED-HOURS(WS-OB-SUB)
007820       TO WX-PYD-MISSED-HOURS.
007830     COMPUTE WX-PYD-TOTAL-HOURS = WS-OB-REG-HOURS(WS-OB-SUB)
007840         + WS-OB-OVN-HOURS(WS-OB-SUB)
007850         + WS-OB-INACT-HOURS(WS-OB-SUB).
007860     WRITE PAYROLL-LINE FROM WX-PY-DETAIL-RECORD.
007870     ADD 1 TO WS-DETAIL-COUNT.
007880     ADD WX-PYD-TOTAL-HOURS TO WS-TOTAL-HOURS.
007890 4100-EXIT.
007900     EXIT.
007910*-----------------------------------------------------
007920* 5000-WRITE-EXCEPTIONS
007930* Observers payroll does not know, then each week an
007940* observer's hours pass the limit.  A short last week
007950* is held to the same limit.
007960*-----------------------------------------------------
007970 5000-WRITE-EXCEPTIONS.
007980     OPEN OUTPUT EXCEPTION-REPORT-FILE.
007990     IF NOT WS-REPORT-FILE-OK
008000        DISPLAY '*** PAYEXCP.RPT OPEN FAILED ***'
008010        GO TO 5000-EXIT.
008020     MOVE WS-FROM-DATE TO WS-PH-FROM.
008030     MOVE WS-TO-DATE TO WS-PH-TO.
008040     MOVE WS-WEEK-LIMIT TO WS-PH-LIMIT.
008050     WRITE EXCEPTION-LINE FROM WS-PX-HEADING.
008060     MOVE SPACES TO EXCEPTION-LINE.
008070     WRITE EXCEPTION-LINE.
008080     COMPUTE WS-WEEK-COUNT = (WS-PERIOD-DAYS + 6) / 7.
008090     PERFORM 5100-CHECK-ONE-OBSERVER THRU 5100-EXIT
008100         VARYING WS-OB-SUB FROM 1 BY 1
008110         UNTIL WS-OB-SUB > WS-OB-COUNT
008120            OR NOT WS-REPORT-FILE-OK.
008130     MOVE WS-EXCEPTION-COUNT TO WS-PT-COUNT.
008140     IF WS-REPORT-FILE-OK
008150        WRITE EXCEPTION-LINE FROM WS-PX-TRAILER.
008160     CLOSE EXCEPTION-REPORT-FILE.
008170     IF NOT WS-REPORT-FILE-OK
008180        DISPLAY '*** PAYEXCP.RPT WRITE FAILED - REPORT '
008190                'INCOMPLETE ***'.
008200 5000-EXIT.
008210     EXIT.
008220 5100-CHECK-ONE-OBSERVER.
008230     IF WS-OB-UNKNOWN(WS-OB-SUB)
008240        COMPUTE WS-OB-TOTAL-HOURS = WS-OB-REG-HOURS(WS-OB-SUB)
008250            + WS-OB-OVN-HOURS(WS-OB-SUB)
008260            + WS-OB-INACT-HOURS(WS-OB-SUB)
008270        MOVE WS-OB-INITIALS(WS-OB-SUB) TO WS-PU-INITIALS
008280        MOVE WS-OB-TOTAL-HOURS TO WS-PU-HOURS
008290        WRITE EXCEPTION-LINE FROM WS-PX-UNKNOWN
008300        ADD 1 TO WS-EXCEPTION-COUNT
008310        ADD 1 TO WS-UNKNOWN-COUNT.
008320     PERFORM 5200-CHECK-ONE-WEEK THRU 5200-EXIT
008330         VARYING WS-WEEK-SUB FROM 1 BY 1
008340         UNTIL WS-WEEK-SUB > WS-WEEK-COUNT
008350            OR NOT WS-REPORT-FILE-OK.
008360 5100-EXIT.
008370     EXIT.
008380 5200-CHECK-ONE-WEEK.
008390     IF WS-OB-WEEK-HOURS(WS-OB-SUB WS-WEEK-SUB)
008400           NOT > WS-WEEK-LIMIT
008410        GO TO 5200-EXIT.
008420     COMPUTE WS-DATE-INT = WS-FROM-INT + (WS-WEEK-SUB - 1) * 7.
008430     COMPUTE WS-PO-FROM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
008440     ADD 6 TO WS-DATE-INT.
008450     IF WS-DATE-INT > WS-FROM-INT + WS-PERIOD-DAYS - 1
008460        COMPUTE WS-DATE-INT = WS-FROM-INT + WS-PERIOD-DAYS - 1.
008470     COMPUTE WS-PO-TO = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
008480     MOVE WS-OB-INITIALS(WS-OB-SUB) TO WS-PO-INITIALS.
008490     MOVE WS-OB-EMP-ID(WS-OB-SUB) TO WS-PO-EMP-ID.
008500     MOVE WS-WEEK-SUB TO WS-PO-WEEK.
008510     MOVE WS-OB-WEEK-HOURS(WS-OB-SUB WS-WEEK-SUB)
008520       TO WS-PO-HOURS.
008530     MOVE WS-WEEK-LIMIT TO WS-PO-LIMIT.
008540     WRITE EXCEPTION-LINE FROM WS-PX-OVER.
008550     ADD 1 TO WS-EXCEPTION-COUNT.
008560 5200-EXIT.
008570     EXIT.
