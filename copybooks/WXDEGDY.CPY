000100*****************************************************
000110* WXDEGDY.CPY
000120* One degree-day accumulation record - one station's
000130* heating, cooling and growing degree days for one
000140* observation date, keyed by station id plus date,
000150* with the month-to-date and season-to-date totals
000160* carried through that date.  The day's hourly
000170* temperature range and its count of temperature hours
000180* (and how many of them were estimated) ride along so
000190* a billed figure can be traced back to the grid.
000200* Written by WXDEGDAY from the PROFBTCH run and kept
000210* in station/date order on DEGDAY.DAT.
000220*****************************************************
000230 01  WX-DEGDAY-RECORD.
000240    05  WX-DD-KEY.
000250       10  WX-DD-STA-ID     PIC X(8).
000260       10  WX-DD-OBS-DATE   PIC 9(8).
000270    05  WX-DD-TEMP-MAX      PIC S999 SIGN IS TRAILING SEPARATE.
000280    05  WX-DD-TEMP-MIN      PIC S999 SIGN IS TRAILING SEPARATE.
000290    05  WX-DD-TEMP-HOURS    PIC 99.
000300    05  WX-DD-EST-HOURS     PIC 99.
000310    05  WX-DD-EST-FLAG      PIC X.
000320       88  WX-DD-LARGELY-ESTIMATED  VALUE 'E'.
000330       88  WX-DD-MOSTLY-OBSERVED    VALUE SPACE.
000340    05  WX-DD-HDD           PIC 9(3)V9.
000350    05  WX-DD-CDD           PIC 9(3)V9.
000360    05  WX-DD-GDD           PIC 9(3)V9.
000370    05  WX-DD-HDD-MTD       PIC 9(5)V9.
000380    05  WX-DD-CDD-MTD       PIC 9(5)V9.
000390    05  WX-DD-GDD-MTD       PIC 9(5)V9.
000400    05  WX-DD-HDD-STD       PIC 9(5)V9.
000410    05  WX-DD-CDD-STD       PIC 9(5)V9.
000420    05  WX-DD-GDD-STD       PIC 9(5)V9.
