000100*****************************************************
000110* Program:      WXSIGNON
000120* Author:       D. Feltz, Applications Programming
000130* Installation: Deskware, Inc. - Weather Ops
000140* Date-Written: 04/23/2001
000150* Date-Compiled:
000160*-----------------------------------------------------
000170* Operator sign-on lookup.  The caller moves the keyed
000180* operator id into WX-OPR-ID; the operator master
000190* OPERATORS.DAT (one fixed-layout record per operator:
000200* id, name, role digit, active flag) is searched for
000210* it and, on a match, the whole record is handed back
000220* so the caller can authorize each command against the
000230* role and stamp the id on its audit entries.
000240*
000250* LK-RETURN-STATUS  'Y' = signed on, record returned
000260*                   'N' = id not on the master
000270*                   'I' = id on the master but idled
000280*                   'R' = id on file with no valid role
000290*                   'M' = no operator master at all
000300*
000310* Only a 'Y' may start a session.  A missing master
000320* refuses everyone rather than letting anyone in.
000330*
000340* Modification History
000350* 04/23/2001 DF   Original routine.
000360*****************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. WXSIGNON.
000390 AUTHOR. D. FELTZ.
000400 INSTALLATION. DESKWARE-INC.
000410 DATE-WRITTEN. 04/23/2001.
000420 DATE-COMPILED.
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. GENERIC.
000460 OBJECT-COMPUTER. GENERIC.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OPERATOR-MASTER-FILE ASSIGN DYNAMIC WS-OPR-FILE-NAME
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-OPR-FILE-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  OPERATOR-MASTER-FILE
000550     RECORD CONTAINS 30 CHARACTERS.
000560 01  OM-RECORD.
000570    05  OM-OPR-ID           PIC X(8).
000580    05  OM-OPR-NAME         PIC X(20).
000590    05  OM-OPR-ROLE         PIC X.
000600    05  OM-OPR-ACTIVE-FLAG  PIC X.
000610 WORKING-STORAGE SECTION.
000620 01  WS-OPR-FILE-NAME    PIC X(40) VALUE 'OPERATORS.DAT'.
000630 01  WS-OPR-FILE-STATUS  PIC XX.
000640    88  WS-OPR-FILE-OK      VALUE '00'.
000660 01  WS-EOF-SWITCH  PIC X VALUE 'N'.
000670    88  WS-EOF      VALUE 'Y'.
000680    88  WS-NOT-EOF  VALUE 'N'.
000690 01  WS-FIND-SW  PIC X.
000700    88  WS-OPR-FOUND      VALUE 'Y'.
000710    88  WS-OPR-NOT-FOUND  VALUE 'N'.
000720 LINKAGE SECTION.
000730 COPY WXOPER.
000740 01  LK-RETURN-STATUS  PIC X.
000750    88  LK-SIGNON-OK        VALUE 'Y'.
000760    88  LK-SIGNON-UNKNOWN   VALUE 'N'.
000770    88  LK-SIGNON-IDLED     VALUE 'I'.
000780    88  LK-SIGNON-NO-ROLE   VALUE 'R'.
000790    88  LK-SIGNON-NO-FILE   VALUE 'M'.
000800 PROCEDURE DIVISION USING WX-OPERATOR-RECORD LK-RETURN-STATUS.
000810 0000-MAINLINE.
000820     SET LK-SIGNON-UNKNOWN TO TRUE.
000830     SET WS-OPR-NOT-FOUND TO TRUE.
000840     SET WS-NOT-EOF TO TRUE.
000850     IF WX-OPR-ID = SPACES
000860        GO TO 0000-EXIT.
000870     OPEN INPUT OPERATOR-MASTER-FILE.
000880     IF NOT WS-OPR-FILE-OK
000890        SET LK-SIGNON-NO-FILE TO TRUE
000900        GO TO 0000-EXIT.
000910     PERFORM 1000-READ-OPERATOR THRU 1000-EXIT
000920         UNTIL WS-EOF
000930            OR WS-OPR-FOUND.
000940     CLOSE OPERATOR-MASTER-FILE.
000950     IF WS-OPR-NOT-FOUND
000960        GO TO 0000-EXIT.
000970     IF OM-OPR-ROLE NOT NUMERIC
000980        SET LK-SIGNON-NO-ROLE TO TRUE
000990        GO TO 0000-EXIT.
001000     MOVE OM-OPR-NAME        TO WX-OPR-NAME.
001010     MOVE OM-OPR-ROLE        TO WX-OPR-ROLE.
001020     MOVE OM-OPR-ACTIVE-FLAG TO WX-OPR-ACTIVE-FLAG.
001030     IF NOT WX-OPR-ROLE-VALID
001040        SET LK-SIGNON-NO-ROLE TO TRUE
001050        GO TO 0000-EXIT.
001060     IF NOT WX-OPR-ACTIVE
001070        SET LK-SIGNON-IDLED TO TRUE
001080        GO TO 0000-EXIT.
001090     SET LK-SIGNON-OK TO TRUE.
001100 0000-EXIT.
001110     GOBACK.
001120*-----------------------------------------------------
001130* 1000-READ-OPERATOR
001140*-----------------------------------------------------
001150 1000-READ-OPERATOR.
001160     READ OPERATOR-MASTER-FILE
001170         AT END
001180             SET WS-EOF TO TRUE
001190             GO TO 1000-EXIT.
001200     IF OM-OPR-ID = WX-OPR-ID
001210        SET WS-OPR-FOUND TO TRUE.
001220 1000-EXIT.
001230     EXIT.
