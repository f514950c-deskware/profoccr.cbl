000100*****************************************************
000110* Program:      WXFDSCAN
000120* Author:       D. Feltz, Applications Programming
000130* Installation: Deskware, Inc. - Weather Ops
000140* Date-Written: 04/27/2001
000150* Date-Compiled:
000160*-----------------------------------------------------
000170* One pass over a station readings feed for the intake
000180* registry: counts the detail records, picks up the
000190* trailer's count, notes the earliest and latest
000200* observation dates on the details, and folds every
000210* byte of every record into a content hash, so two
000220* copies of the same feed hash alike however they are
000230* named.  The hash is the two running sums of the
000240* Adler check (modulo 65521), the second shifted above
000250* the first.
000260*
000270* LK-SCAN-MODE  'S' = scan only
000280*               'C' = scan and copy every record to
000290*                     LK-COPY-FILE-NAME as it is read
000300*
000310* LK-RETURN-STATUS  'Y' = scanned (and copied)
000320*                   'M' = no feed file
000330*                   'N' = copy file could not be written
000340*
000350* Modification History
000360* 04/27/2001 DF   Original routine.
000370*****************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. WXFDSCAN.
000400 AUTHOR. D. FELTZ.
000410 INSTALLATION. DESKWARE-INC.
000420 DATE-WRITTEN. 04/27/2001.
000430 DATE-COMPILED.
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. GENERIC.
000470 OBJECT-COMPUTER. GENERIC.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT STATION-FEED-FILE ASSIGN DYNAMIC LK-FEED-FILE-NAME
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FEED-FILE-STATUS.
000530     SELECT FEED-COPY-FILE ASSIGN DYNAMIC LK-COPY-FILE-NAME
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-COPY-FILE-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580* Same layout WXLOAD reads.
000590 FD  STATION-FEED-FILE
000600     RECORD CONTAINS 29 CHARACTERS.
000610 01  FD-RECORD.
000620    05  FD-DAY              PIC 9(1).
000630    05  FD-HOUR             PIC 9(2).
000640    05  FD-FAHR-TEMP        PIC S999 SIGN IS TRAILING SEPARATE.
000650    05  FD-BAROM-PRESSURE   PIC 99V99.
000660    05  FD-OBS-DATE         PIC 9(8).
000670    05  FD-QUAL             PIC X.
000680    05  FD-WIND-SPEED       PIC 9(3).
000690    05  FD-WIND-DIR         PIC 9(3).
000700    05  FD-PRECIP           PIC 9V99.
000710 01  FD-TRAILER-RECORD.
000720    05  FD-TRL-MARK         PIC X.
000730       88  FD-TRAILER       VALUE 'T'.
000740    05  FD-TRL-COUNT        PIC 9(5).
000750    05  FILLER              PIC X(23).
000760 01  FD-RECORD-BYTES        PIC X(29).
000770 FD  FEED-COPY-FILE
000780     RECORD CONTAINS 29 CHARACTERS.
000790 01  FC-RECORD              PIC X(29).
000800 WORKING-STORAGE SECTION.
000810 01  WS-FEED-FILE-STATUS  PIC XX.
000820    88  WS-FEED-FILE-OK  VALUE '00'.
000830 01  WS-COPY-FILE-STATUS  PIC XX.
000840    88  WS-COPY-FILE-OK  VALUE '00'.
000850 01  WS-EOF-SWITCH  PIC X VALUE 'N'.
000860    88  WS-EOF      VALUE 'Y'.
000870    88  WS-NOT-EOF  VALUE 'N'.
000880* One byte of the record seen as a binary number - the
000890* high byte stays LOW-VALUE, the low byte takes the
000900* character.
000910 01  WS-BYTE-PAIR.
000920    05  WS-BYTE-HIGH  PIC X VALUE LOW-VALUE.
000930    05  WS-BYTE-LOW   PIC X.
000940 01  WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR PIC 9(4) COMP.
000950 01  WS-BYTE-SUB    PIC S9(4) COMP.
000960 01  WS-HASH-A      PIC 9(9) COMP.
000970 01  WS-HASH-B      PIC 9(9) COMP.
000980 01  WS-HASH-QUOT   PIC 9(9) COMP.
000990 01  WS-HASH-MOD    PIC 9(5) COMP VALUE 65521.
001000 LINKAGE SECTION.
001010 01  LK-SCAN-MODE  PIC X.
001020    88  LK-SCAN-ONLY  VALUE 'S'.
001030    88  LK-SCAN-COPY  VALUE 'C'.
001040 01  LK-FEED-FILE-NAME  PIC X(40).
001050 01  LK-COPY-FILE-NAME  PIC X(40).
001060 COPY WXFRCPT.
001070 01  LK-RETURN-STATUS  PIC X.
001080    88  LK-SCAN-OK       VALUE 'Y'.
001090    88  LK-SCAN-NO-FILE  VALUE 'M'.
001100    88  LK-SCAN-NOT-OK   VALUE 'N'.
001110 PROCEDURE DIVISION USING LK-SCAN-MODE
001120                          LK-FEED-FILE-NAME
001130                          LK-COPY-FILE-NAME
001140                          WX-FEED-SCAN
001150                          LK-RETURN-STATUS.
001160 0000-MAINLINE.
001170     SET LK-SCAN-NOT-OK TO TRUE.
001180     SET WS-NOT-EOF TO TRUE.
001190     MOVE 0 TO WX-FS-DETAIL-COUNT.
001200     MOVE 0 TO WX-FS-TRAILER-COUNT.
001210     SET WX-FS-TRAILER-ABSENT TO TRUE.
001220     MOVE 0 TO WX-FS-FIRST-OBS-DATE.
001230     MOVE 0 TO WX-FS-LAST-OBS-DATE.
001240     MOVE 0 TO WX-FS-HASH.
001250     MOVE 1 TO WS-HASH-A.
001260     MOVE 0 TO WS-HASH-B.
001270     OPEN INPUT STATION-FEED-FILE.
001280     IF NOT WS-FEED-FILE-OK
001290        SET LK-SCAN-NO-FILE TO TRUE
001300        GO TO 0000-EXIT.
001310     IF LK-SCAN-COPY
001320        OPEN OUTPUT FEED-COPY-FILE
001330        IF NOT WS-COPY-FILE-OK
001340           CLOSE STATION-FEED-FILE
001350           GO TO 0000-EXIT.
001360     PERFORM 1000-SCAN-ONE-RECORD THRU 1000-EXIT
001370         UNTIL WS-EOF.
001380     CLOSE STATION-FEED-FILE.
001390     IF LK-SCAN-COPY
001400        CLOSE FEED-COPY-FILE
001410        IF NOT WS-COPY-FILE-OK
001420           GO TO 0000-EXIT.
001430     COMPUTE WX-FS-HASH = WS-HASH-B * 65536 + WS-HASH-A.
001440     SET LK-SCAN-OK TO TRUE.
001450 0000-EXIT.
001460     GOBACK.
001470*-----------------------------------------------------
001480* 1000-SCAN-ONE-RECORD
001490* The trailer counts toward the hash like any other
001500* record, so a changed trailer makes a different feed.
001510*-----------------------------------------------------
001520 1000-SCAN-ONE-RECORD.
001530     READ STATION-FEED-FILE
001540         AT END
001550             SET WS-EOF TO TRUE
001560             GO TO 1000-EXIT.
001570     PERFORM 1100-HASH-ONE-BYTE THRU 1100-EXIT
001580         VARYING WS-BYTE-SUB FROM 1 BY 1
001590         UNTIL WS-BYTE-SUB > 29.
001600     IF LK-SCAN-COPY
001610        WRITE FC-RECORD FROM FD-RECORD-BYTES.
001620     IF FD-TRAILER
001630        SET WX-FS-TRAILER-SEEN TO TRUE
001640        IF FD-TRL-COUNT NUMERIC
001650           MOVE FD-TRL-COUNT TO WX-FS-TRAILER-COUNT
001660        END-IF
001670        GO TO 1000-EXIT.
001680     ADD 1 TO WX-FS-DETAIL-COUNT.
001690     IF FD-OBS-DATE NOT NUMERIC
001700        GO TO 1000-EXIT.
001710     IF WX-FS-FIRST-OBS-DATE = 0
001720        OR FD-OBS-DATE < WX-FS-FIRST-OBS-DATE
001730        MOVE FD-OBS-DATE TO WX-FS-FIRST-OBS-DATE.
001740     IF FD-OBS-DATE > WX-FS-LAST-OBS-DATE
001750        MOVE FD-OBS-DATE TO WX-FS-LAST-OBS-DATE.
001760 1000-EXIT.
001770     EXIT.
001780 1100-HASH-ONE-BYTE.
001790     MOVE FD-RECORD-BYTES(WS-BYTE-SUB:1) TO WS-BYTE-LOW.
001800     ADD WS-BYTE-VALUE TO WS-HASH-A.
001810     DIVIDE WS-HASH-A BY WS-HASH-MOD
001820         GIVING WS-HASH-QUOT REMAINDER WS-HASH-A.
001830     ADD WS-HASH-A TO WS-HASH-B.
001840     DIVIDE WS-HASH-B BY WS-HASH-MOD
001850         GIVING WS-HASH-QUOT REMAINDER WS-HASH-B.
001860 1100-EXIT.
001870     EXIT.
