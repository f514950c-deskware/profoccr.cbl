000260*                 date/time MOVEs (positions 9-26 were left with
000270*                 whatever the caller's storage last held) and
000280*                 report the WRITE's outcome back to the caller.
000282* 04/23/2001 DF   Each entry now carries the signed-on
000284*                 operator id the caller stamps on the
000286*                 record, so a correction can be traced to
000288*                 the person who keyed it.
000289* 05/07/2001 DF   Each entry also carries the station id the
000290*                 caller stamps on the record.
000291*****************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. WXAUDLOG.
000320 AUTHOR. D. FELTZ.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  AUDIT-LOG-FILE
000480     RECORD CONTAINS 102 CHARACTERS.
000490 01  AL-AUDIT-RECORD.
000500    05  AL-AUD-FIELD-NAME  PIC X(20).
000510    05  AL-AUD-OLD-VALUE   PIC X(20).
000520    05  AL-AUD-NEW-VALUE   PIC X(20).
000530    05  AL-AUD-TIMESTAMP   PIC X(26).
000535    05  AL-AUD-OPERATOR-ID PIC X(8).
000537    05  AL-AUD-STATION-ID  PIC X(8).
000540 WORKING-STORAGE SECTION.
000550 01  WS-AUDIT-FILE-NAME    PIC X(40) VALUE 'AUDIT.LOG'.
000560 01  WS-AUDIT-FILE-STATUS  PIC XX.
000800     MOVE WX-AUD-OLD-VALUE  TO AL-AUD-OLD-VALUE.
000810     MOVE WX-AUD-NEW-VALUE  TO AL-AUD-NEW-VALUE.
000820     MOVE WX-AUD-TIMESTAMP  TO AL-AUD-TIMESTAMP.
000825     MOVE WX-AUD-OPERATOR-ID TO AL-AUD-OPERATOR-ID.
000827     MOVE WX-AUD-STATION-ID TO AL-AUD-STATION-ID.
000830     WRITE AL-AUDIT-RECORD.
000840     IF WS-AUDIT-FILE-OK
000850        SET LK-AUDIT-OK TO TRUE.
