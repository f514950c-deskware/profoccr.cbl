000100*****************************************************
000110* WXDYHST.CPY
000120* One station's observations for one observation date
000130* - the per-station daily history (DAYHIST.DAT) the
000140* monthly station climatological summary is filed
000150* from.  Keyed by station id plus date, kept in
000160* station/date order by WXDYHIST from the PROFBTCH run.
000170*
000180* Each figure comes from the day's hourly cells that
000190* are off their never-set sentinel, and carries the
000200* count of hours it was built from - a figure with no
000210* hours behind it is zero and means nothing.  The mean
000220* temperature and pressure and the average wind are
000230* the means of those hours; the peak wind is the
000240* day's highest hourly speed with the direction read
000250* in that hour (999 when none was).  The observed,
000260* estimated and corrected hour counts come from the
000270* cells' quality codes, so 24 less their sum is the
000280* hours the station never reported.  The hour codes
000282* keep each hour's own quality code (space for an hour
000284* never reported), so whose shift missed a reading can
000286* still be told once the grid is gone.  '-' marks an
000287* hour the common time base shift emptied at the edge
000288* of the posted week: its reading was never in the
000289* grid, so whether it was taken is not known.
000290*****************************************************
000300 01  WX-DAYHIST-RECORD.
000310    05  WX-DYH-KEY.
000320       10  WX-DYH-STA-ID      PIC X(8).
000330       10  WX-DYH-OBS-DATE    PIC 9(8).
000340    05  WX-DYH-TEMP-MAX       PIC S999 SIGN IS TRAILING SEPARATE.
000350    05  WX-DYH-TEMP-MIN       PIC S999 SIGN IS TRAILING SEPARATE.
000360    05  WX-DYH-TEMP-MEAN      PIC S999V9
000370                              SIGN IS TRAILING SEPARATE.
000380    05  WX-DYH-TEMP-HOURS     PIC 99.
000390    05  WX-DYH-PRESS-MEAN     PIC 99V99.
000400    05  WX-DYH-PRESS-HOURS    PIC 99.
000410    05  WX-DYH-WIND-AVG       PIC 999V9.
000420    05  WX-DYH-WIND-HOURS     PIC 99.
000430    05  WX-DYH-WIND-PEAK      PIC 999.
000440    05  WX-DYH-WIND-PEAK-DIR  PIC 999.
000450    05  WX-DYH-PRECIP-TOTAL   PIC 99V99.
000460    05  WX-DYH-PRECIP-HOURS   PIC 99.
000470    05  WX-DYH-OBS-HOURS      PIC 99.
000480    05  WX-DYH-EST-HOURS      PIC 99.
000490    05  WX-DYH-COR-HOURS      PIC 99.
000500    05  WX-DYH-HOUR-CODES.
000510       10  WX-DYH-HOUR-QUAL  OCCURS 24 TIMES  PIC X.
