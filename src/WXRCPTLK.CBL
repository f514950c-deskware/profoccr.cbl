000100*****************************************************
000110* Program:      WXRCPTLK
000120* Author:       D. Feltz, Applications Programming
000130* Installation: Deskware, Inc. - Weather Ops
000140* Date-Written: 04/27/2001
000150* Date-Compiled:
000160*-----------------------------------------------------
000170* Points each station at the feed registered for the
000180* run date.  FEEDRCPT.DAT is read in arrival order and
000190* the last accepted receipt received on LK-RUN-DATE
000200* for a station wins, so a feed replaced during the
000210* evening is read from its replacement.  The station's
000220* readings file name in the caller's copy of the
000230* station table is repointed at the registered copy
000240* (the master on disk is not touched), and the
000250* receipt is noted in WX-RCPT-SELECT-TABLE; a station
000260* with no receipt for the date is left flagged
000270* WX-RS-NOT-REGISTERED.
000280*
000290* LK-RETURN-STATUS  'Y' = registry read
000300*                   'M' = no FEEDRCPT.DAT at all
000310*
000320* Modification History
000330* 04/27/2001 DF   Original routine.
000340*****************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. WXRCPTLK.
000370 AUTHOR. D. FELTZ.
000380 INSTALLATION. DESKWARE-INC.
000390 DATE-WRITTEN. 04/27/2001.
000400 DATE-COMPILED.
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. GENERIC.
000440 OBJECT-COMPUTER. GENERIC.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT RECEIPT-LOG-FILE ASSIGN DYNAMIC WS-RCPT-FILE-NAME
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RCPT-FILE-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  RECEIPT-LOG-FILE
000530     RECORD CONTAINS 152 CHARACTERS.
000540 01  RL-RECORD  PIC X(152).
000550 WORKING-STORAGE SECTION.
000560 01  WS-RCPT-FILE-NAME    PIC X(40) VALUE 'FEEDRCPT.DAT'.
000570 01  WS-RCPT-FILE-STATUS  PIC XX.
000580    88  WS-RCPT-FILE-OK  VALUE '00'.
000590 01  WS-EOF-SWITCH  PIC X VALUE 'N'.
000600    88  WS-EOF      VALUE 'Y'.
000610    88  WS-NOT-EOF  VALUE 'N'.
000620 01  WS-STA-SUB    PIC S9(4) COMP.
000630 01  WS-STA-SUB-J  PIC S9(4) COMP.
000640 01  WS-COPY-FILE-TABLE.
000650    05  WS-COPY-FILE OCCURS 20 TIMES PIC X(40).
000660 COPY WXFRCPT.
000670 LINKAGE SECTION.
000680 COPY WXSTAT.
000690 01  LK-RUN-DATE  PIC 9(8).
000700 01  LK-RCPT-SELECT-TABLE.
000710    05  LK-RCPT-SELECT OCCURS 20 TIMES.
000720       10  LK-RS-FLAG         PIC X.
000730          88  LK-RS-REGISTERED      VALUE 'Y'.
000740          88  LK-RS-NOT-REGISTERED  VALUE 'N'.
000750       10  LK-RS-RECEIPT-NO   PIC 9(6).
000760       10  LK-RS-RECV-TIME    PIC 9(6).
000770 01  LK-RETURN-STATUS  PIC X.
000780    88  LK-RCPT-OK       VALUE 'Y'.
000790    88  LK-RCPT-NO-FILE  VALUE 'M'.
000800 PROCEDURE DIVISION USING WX-STATION-COUNT
000810                          WX-STATION-TABLE
000820                          LK-RUN-DATE
000830                          LK-RCPT-SELECT-TABLE
000840                          LK-RETURN-STATUS.
000850 0000-MAINLINE.
000860     SET LK-RCPT-NO-FILE TO TRUE.
000870     SET WS-NOT-EOF TO TRUE.
000880     PERFORM 0100-CLEAR-ONE-STATION THRU 0100-EXIT
000890         VARYING WS-STA-SUB FROM 1 BY 1
000900         UNTIL WS-STA-SUB > 20.
000910     OPEN INPUT RECEIPT-LOG-FILE.
000920     IF NOT WS-RCPT-FILE-OK
000930        GO TO 0000-EXIT.
000940     PERFORM 1000-READ-ONE-RECEIPT THRU 1000-EXIT
000950         UNTIL WS-EOF.
000960     CLOSE RECEIPT-LOG-FILE.
000970     PERFORM 2000-POINT-ONE-STATION THRU 2000-EXIT
000980         VARYING WS-STA-SUB FROM 1 BY 1
000990         UNTIL WS-STA-SUB > WX-STATION-COUNT.
001000     SET LK-RCPT-OK TO TRUE.
001010 0000-EXIT.
001020     GOBACK.
001030 0100-CLEAR-ONE-STATION.
001040     SET LK-RS-NOT-REGISTERED(WS-STA-SUB) TO TRUE.
001050     MOVE 0 TO LK-RS-RECEIPT-NO(WS-STA-SUB).
001060     MOVE 0 TO LK-RS-RECV-TIME(WS-STA-SUB).
001070     MOVE SPACES TO WS-COPY-FILE(WS-STA-SUB).
001080 0100-EXIT.
001090     EXIT.
001100*-----------------------------------------------------
001110* 1000-READ-ONE-RECEIPT
001120* An accepted receipt for the run date replaces any
001130* earlier one for the same station.
001140*-----------------------------------------------------
001150 1000-READ-ONE-RECEIPT.
001160     READ RECEIPT-LOG-FILE INTO WX-FEED-RECEIPT
001170         AT END
001180             SET WS-EOF TO TRUE
001190             GO TO 1000-EXIT.
001200     IF NOT WX-FR-ACCEPTED
001210        OR WX-FR-RECV-DATE NOT = LK-RUN-DATE
001220        GO TO 1000-EXIT.
001230     MOVE 0 TO WS-STA-SUB-J.
001240     PERFORM 1100-MATCH-STATION-ID THRU 1100-EXIT
001250         VARYING WS-STA-SUB FROM 1 BY 1
001260         UNTIL WS-STA-SUB > WX-STATION-COUNT
001270            OR WS-STA-SUB-J > 0.
001280     IF WS-STA-SUB-J = 0
001290        GO TO 1000-EXIT.
001300     SET LK-RS-REGISTERED(WS-STA-SUB-J) TO TRUE.
001310     MOVE WX-FR-RECEIPT-NO TO LK-RS-RECEIPT-NO(WS-STA-SUB-J).
001320     MOVE WX-FR-RECV-TIME  TO LK-RS-RECV-TIME(WS-STA-SUB-J).
001330     MOVE WX-FR-COPY-FILE  TO WS-COPY-FILE(WS-STA-SUB-J).
001340 1000-EXIT.
001350     EXIT.
001360 1100-MATCH-STATION-ID.
001370     IF WX-STA-ID(WS-STA-SUB) = WX-FR-STA-ID
001380        MOVE WS-STA-SUB TO WS-STA-SUB-J.
001390 1100-EXIT.
001400     EXIT.
001410 2000-POINT-ONE-STATION.
001420     IF LK-RS-REGISTERED(WS-STA-SUB)
001430        MOVE WS-COPY-FILE(WS-STA-SUB)
001440          TO WX-STA-READINGS-FILE(WS-STA-SUB).
001450 2000-EXIT.
001460     EXIT.
