000100*****************************************************
000110* WXRECS.CPY
000120* One station extremes register record - a station's
000130* all-time records for one calendar date (month and
000140* day, every year together), keyed by station id plus
000150* MMDD: the record high and low temperature, the
000160* lowest pressure, the peak wind speed and the
000170* greatest hourly precipitation, each with the year it
000180* was set (or last tied).  A year of zero means the
000190* element has no record yet for that date.
000200* Written by WXRECORD from the PROFBTCH run and the
000210* PROFRECS seed, kept in station/date order on
000220* RECORDS.DAT.
000230*****************************************************
000240 01  WX-EXTREME-RECORD.
000250    05  WX-XR-KEY.
000260       10  WX-XR-STA-ID      PIC X(8).
000270       10  WX-XR-MMDD        PIC 9(4).
000280    05  WX-XR-HIGH-TEMP      PIC S999 SIGN IS TRAILING SEPARATE.
000290    05  WX-XR-HIGH-YEAR      PIC 9(4).
000300    05  WX-XR-LOW-TEMP       PIC S999 SIGN IS TRAILING SEPARATE.
000310    05  WX-XR-LOW-YEAR       PIC 9(4).
000320    05  WX-XR-LOW-PRESSURE   PIC 99V99.
000330    05  WX-XR-PRES-YEAR      PIC 9(4).
000340    05  WX-XR-PEAK-WIND      PIC 9(3).
000350    05  WX-XR-WIND-YEAR      PIC 9(4).
000360    05  WX-XR-MAX-PRECIP     PIC 9V99.
000370    05  WX-XR-PRECIP-YEAR    PIC 9(4).
