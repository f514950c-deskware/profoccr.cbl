000100*****************************************************
000110* Program:      WXINSMST
000120* Author:       D. Feltz, Applications Programming
000130* Installation: Deskware, Inc. - Weather Ops
000140* Date-Written: 04/26/2001
000150* Date-Compiled:
000160*-----------------------------------------------------
000170* Loads or saves the instrument master, one fixed-
000180* layout record per sensor head (station id, sensor
000190* type, serial number, install date, last calibration
000200* date, calibration interval in days), the same way
000210* WXSTAMST handles the station master.
000220*
000230* LK-MSTR-MODE  'L' = load INSTRUMENT.MST into the table
000240*               'S' = save the table to INSTRUMENT.MST
000250*
000260* LK-RETURN-STATUS  'Y' = done
000270*                   'N' = master unreadable/unwritable
000280*                   'M' = load found no master at all
000290*
000300* Modification History
000310* 04/26/2001 DF   Original routine.
000320*****************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. WXINSMST.
000350 AUTHOR. D. FELTZ.
000360 INSTALLATION. DESKWARE-INC.
000370 DATE-WRITTEN. 04/26/2001.
000380 DATE-COMPILED.
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. GENERIC.
000420 OBJECT-COMPUTER. GENERIC.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT INSTR-MASTER-FILE ASSIGN DYNAMIC WS-MSTR-FILE-NAME
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-MSTR-FILE-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  INSTR-MASTER-FILE
000510     RECORD CONTAINS 41 CHARACTERS.
000520 01  IM-RECORD.
000530    05  IM-STA-ID         PIC X(8).
000540    05  IM-SENSOR         PIC X.
000550    05  IM-SERIAL         PIC X(12).
000560    05  IM-INSTALL-DATE   PIC 9(8).
000570    05  IM-CALIB-DATE     PIC 9(8).
000580    05  IM-INTERVAL-DAYS  PIC 9(4).
000590 WORKING-STORAGE SECTION.
000600 01  WS-MSTR-FILE-NAME    PIC X(40) VALUE 'INSTRUMENT.MST'.
000610 01  WS-MSTR-FILE-STATUS  PIC XX.
000620    88  WS-MSTR-FILE-OK      VALUE '00'.
000630    88  WS-MSTR-FILE-EOF     VALUE '10'.
000640    88  WS-MSTR-FILE-ABSENT  VALUE '35'.
000650 01  WS-EOF-SWITCH  PIC X VALUE 'N'.
000660    88  WS-EOF      VALUE 'Y'.
000670    88  WS-NOT-EOF  VALUE 'N'.
000680* Mirrors WX-INSTR-MAX in WXINSTR.CPY.
000690 01  WS-INSTR-MAX   PIC 9(2) VALUE 80.
000700 01  WS-LOAD-COUNT  PIC 9(2) VALUE 0.
000710 LINKAGE SECTION.
000720 COPY WXINSTR.
000730 01  LK-MSTR-MODE  PIC X.
000740    88  LK-MSTR-LOAD  VALUE 'L'.
000750    88  LK-MSTR-SAVE  VALUE 'S'.
000760 01  LK-RETURN-STATUS  PIC X.
000770    88  LK-MSTR-OK        VALUE 'Y'.
000780    88  LK-MSTR-NOT-OK    VALUE 'N'.
000790    88  LK-MSTR-NO-FILE   VALUE 'M'.
000800 PROCEDURE DIVISION USING WX-INSTR-COUNT
000810                          WX-INSTR-TABLE
000820                          LK-MSTR-MODE
000830                          LK-RETURN-STATUS.
000840 0000-MAINLINE.
000850     SET LK-MSTR-NOT-OK TO TRUE.
000860     SET WS-NOT-EOF TO TRUE.
000870     MOVE 0 TO WS-LOAD-COUNT.
000880     IF LK-MSTR-LOAD
000890        PERFORM 1000-LOAD-MASTER THRU 1000-EXIT
000900     ELSE
000910        IF LK-MSTR-SAVE
000920           PERFORM 2000-SAVE-MASTER THRU 2000-EXIT.
000930     GOBACK.
000940*-----------------------------------------------------
000950* 1000-LOAD-MASTER
000960* Reads the whole master into the table, clamping at
000970* the table's upper bound.  A date or interval that
000980* will not read as a number loads as zero.
000990*-----------------------------------------------------
001000 1000-LOAD-MASTER.
001010     MOVE 0 TO WX-INSTR-COUNT.
001020     OPEN INPUT INSTR-MASTER-FILE.
001030     IF WS-MSTR-FILE-ABSENT
001040        SET LK-MSTR-NO-FILE TO TRUE
001050        GO TO 1000-EXIT.
001060     IF NOT WS-MSTR-FILE-OK
001070        GO TO 1000-EXIT.
001080     PERFORM 1100-READ-MASTER-RECORD THRU 1100-EXIT
001090         UNTIL WS-EOF
001100            OR WS-LOAD-COUNT = WS-INSTR-MAX.
001110     CLOSE INSTR-MASTER-FILE.
001120     MOVE WS-LOAD-COUNT TO WX-INSTR-COUNT.
001130     SET LK-MSTR-OK TO TRUE.
001140 1000-EXIT.
001150     EXIT.
001160 1100-READ-MASTER-RECORD.
001170     READ INSTR-MASTER-FILE
001180         AT END
001190             SET WS-EOF TO TRUE
001200             GO TO 1100-EXIT.
001210     ADD 1 TO WS-LOAD-COUNT.
001220     MOVE IM-STA-ID  TO WX-INS-STA-ID(WS-LOAD-COUNT).
001230     MOVE IM-SENSOR  TO WX-INS-SENSOR(WS-LOAD-COUNT).
001240     MOVE IM-SERIAL  TO WX-INS-SERIAL(WS-LOAD-COUNT).
001250     MOVE 0 TO WX-INS-INSTALL-DATE(WS-LOAD-COUNT).
001260     MOVE 0 TO WX-INS-CALIB-DATE(WS-LOAD-COUNT).
001270     MOVE 0 TO WX-INS-INTERVAL-DAYS(WS-LOAD-COUNT).
001280     IF IM-INSTALL-DATE NUMERIC
001290        MOVE IM-INSTALL-DATE
001300          TO WX-INS-INSTALL-DATE(WS-LOAD-COUNT).
001310     IF IM-CALIB-DATE NUMERIC
001320        MOVE IM-CALIB-DATE TO WX-INS-CALIB-DATE(WS-LOAD-COUNT).
001330     IF IM-INTERVAL-DAYS NUMERIC
001340        MOVE IM-INTERVAL-DAYS
001350          TO WX-INS-INTERVAL-DAYS(WS-LOAD-COUNT).
001360 1100-EXIT.
001370     EXIT.
001380*-----------------------------------------------------
001390* 2000-SAVE-MASTER
001400* Rewrites the whole master from the table.
001410*-----------------------------------------------------
001420 2000-SAVE-MASTER.
001430     OPEN OUTPUT INSTR-MASTER-FILE.
001440     IF NOT WS-MSTR-FILE-OK
001450        GO TO 2000-EXIT.
001460     PERFORM 2100-WRITE-MASTER-RECORD THRU 2100-EXIT
001470         VARYING WX-INS-IDX FROM 1 BY 1
001480         UNTIL WX-INS-IDX > WX-INSTR-COUNT
001490            OR NOT WS-MSTR-FILE-OK.
001500     CLOSE INSTR-MASTER-FILE.
001510     IF WS-MSTR-FILE-OK
001520        SET LK-MSTR-OK TO TRUE.
001530 2000-EXIT.
001540     EXIT.
001550 2100-WRITE-MASTER-RECORD.
001560     MOVE WX-INS-STA-ID(WX-INS-IDX)        TO IM-STA-ID.
001570     MOVE WX-INS-SENSOR(WX-INS-IDX)        TO IM-SENSOR.
001580     MOVE WX-INS-SERIAL(WX-INS-IDX)        TO IM-SERIAL.
001590     MOVE WX-INS-INSTALL-DATE(WX-INS-IDX)  TO IM-INSTALL-DATE.
001600     MOVE WX-INS-CALIB-DATE(WX-INS-IDX)    TO IM-CALIB-DATE.
001610     MOVE WX-INS-INTERVAL-DAYS(WX-INS-IDX) TO IM-INTERVAL-DAYS.
001620     WRITE IM-RECORD.
001630 2100-EXIT.
001640     EXIT.
