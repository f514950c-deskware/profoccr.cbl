000100*****************************************************
000110* WXBULL.CPY
000120* Outbound observation bulletin - one fixed 48-byte
000130* record layout per record type, column 1 telling
000140* them apart:
000150*   'H' header  - subscriber, bulletin sequence number
000160*                 (one up per subscriber, never
000170*                 reused), run date, 'N' nightly or
000180*                 'R' resend, units, and the range of
000190*                 observation dates carried
000200*   'D' detail  - one station hour: date, hour (1-24),
000210*                 temperature and pressure in the
000220*                 subscriber's units, wind speed (mph),
000230*                 direction (degrees), hourly precip
000240*                 (inches) and the quality code - 'O'
000250*                 observed, 'E' estimated, 'C'
000260*                 corrected, 'M' missing (temperature
000270*                 and pressure zero)
000280*   'T' trailer - detail count and station count, so
000290*                 the receiving end can prove it got
000300*                 the whole bulletin
000310* Wind 999 / direction 999 / precip 9.99 mean the
000320* station's sensor head does not read the value.
000330* Written by PROFDIST.
000340*****************************************************
000350 01  WX-BL-HEADER-RECORD.
000360    05  WX-BLH-TYPE         PIC X VALUE 'H'.
000370    05  WX-BLH-SUB-ID       PIC X(8).
000380    05  WX-BLH-SEQ          PIC 9(6).
000390    05  WX-BLH-RUN-DATE     PIC 9(8).
000400    05  WX-BLH-KIND         PIC X.
000410       88  WX-BLH-NIGHTLY  VALUE 'N'.
000420       88  WX-BLH-RESEND   VALUE 'R'.
000430    05  WX-BLH-UNITS        PIC X.
000440    05  WX-BLH-FROM-DATE    PIC 9(8).
000450    05  WX-BLH-TO-DATE      PIC 9(8).
000460    05  FILLER              PIC X(7) VALUE SPACES.
000470 01  WX-BL-DETAIL-RECORD.
000480    05  WX-BLD-TYPE         PIC X VALUE 'D'.
000490    05  WX-BLD-STA-ID       PIC X(8).
000500    05  WX-BLD-OBS-DATE     PIC 9(8).
000510    05  WX-BLD-HOUR         PIC 99.
000520    05  WX-BLD-TEMP         PIC S999 SIGN IS TRAILING SEPARATE.
000530    05  WX-BLD-PRESS        PIC 9(4)V99.
000540    05  WX-BLD-WIND-SPEED   PIC 9(3).
000550    05  WX-BLD-WIND-DIR     PIC 9(3).
000560    05  WX-BLD-PRECIP       PIC 9V99.
000570    05  WX-BLD-QUAL         PIC X.
000580    05  FILLER              PIC X(9) VALUE SPACES.
000590 01  WX-BL-TRAILER-RECORD.
000600    05  WX-BLT-TYPE         PIC X VALUE 'T'.
000610    05  WX-BLT-SUB-ID       PIC X(8).
000620    05  WX-BLT-SEQ          PIC 9(6).
000630    05  WX-BLT-DETAIL-COUNT PIC 9(7).
000640    05  WX-BLT-STA-COUNT    PIC 9(2).
000650    05  FILLER              PIC X(24) VALUE SPACES.
