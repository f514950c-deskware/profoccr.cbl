000100*****************************************************
000110* WXSUBSC.CPY
000120* One bulletin subscriber - the radio stations, the
000130* airport, the highway department - as carried on
000140* SUBSCRIB.MST: who they are, the units their bulletin
000150* goes out in ('I' fahrenheit/inHg, 'M' celsius/mb
000160* through WXUNITS), whether they are being sent to,
000170* the delivery file their bulletin is written under,
000180* and the stations (up to ten) it carries.  Read by
000190* PROFDIST.
000200*****************************************************
000210 01  WX-SUBSCRIBER-RECORD.
000220    05  WX-SUB-ID              PIC X(8).
000230    05  WX-SUB-NAME            PIC X(20).
000240    05  WX-SUB-UNITS           PIC X.
000250       88  WX-SUB-IMPERIAL    VALUE 'I'.
000260       88  WX-SUB-METRIC      VALUE 'M'.
000270    05  WX-SUB-ACTIVE-FLAG     PIC X.
000280       88  WX-SUB-ACTIVE      VALUE 'A'.
000290       88  WX-SUB-INACTIVE    VALUE 'I'.
000300    05  WX-SUB-FILE-NAME       PIC X(40).
000310    05  WX-SUB-STATION-COUNT   PIC 99.
000320    05  WX-SUB-STATION-ID      PIC X(8) OCCURS 10 TIMES.
