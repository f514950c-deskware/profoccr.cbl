000100*****************************************************
000110* WXEXTR.CPY
000120* One record of the nightly all-station readings
000130* extract (BTCHEXTR.DAT), built by WXEXTRCT at the top
000140* of the PROFBTCH run and read by the rollup, the
000150* WXCONSIS consistency pass and the master build in
000160* place of the stations' feeds.  The file is in
000170* station / observation date / hour order.
000180*
000190* Each station opens with one control record ('C',
000200* date and hour zero) carrying what WXLOAD reported
000210* for its feed - load status, records read, applied,
000220* rejected and duplicated, the trailer count - and
000230* the cells the extract holds for it.  A duplicate
000240* overwrites its cell, so the cells a load leaves are
000250* applied less duplicates; on the common time base a
000260* cell WXTZADJ carries off either end of the week is
000270* counted as shifted off instead.  The two together
000280* always tie back to the load.
000290*
000300* Each detail record ('D') is one populated grid cell
000310* as the load left it, on the run's time base: its
000320* day slot and date, the readings and quality code,
000330* and the station-local day slot, hour and date the
000340* cell was read under (the WEATHER.MST key).
000350*****************************************************
000360 01  WX-EXTRACT-RECORD.
000370    05  WX-EX-KEY.
000380       10  WX-EX-STA-ID        PIC X(8).
000390       10  WX-EX-OBS-DATE      PIC 9(8).
000400       10  WX-EX-HOUR          PIC 99.
000410    05  WX-EX-TYPE             PIC X.
000420       88  WX-EX-CONTROL       VALUE 'C'.
000430       88  WX-EX-DETAIL        VALUE 'D'.
000440    05  WX-EX-DETAIL-BODY.
000450       10  WX-EX-DAY           PIC 9.
000460       10  WX-EX-FAHR-TEMP     PIC S999 SIGN IS TRAILING SEPARATE.
000470       10  WX-EX-BAROM-PRESSURE  PIC 99V99.
000480       10  WX-EX-WIND-SPEED    PIC 9(3).
000490       10  WX-EX-WIND-DIR      PIC 9(3).
000500       10  WX-EX-PRECIP        PIC 9V99.
000510       10  WX-EX-CELL-QUAL     PIC X.
000520       10  WX-EX-LOCAL-DAY     PIC 9.
000530       10  WX-EX-LOCAL-HOUR    PIC 99.
000540       10  WX-EX-LOCAL-DATE    PIC 9(8).
000550       10  FILLER              PIC X(8).
000560    05  WX-EX-CONTROL-BODY REDEFINES WX-EX-DETAIL-BODY.
000570       10  WX-EX-LOAD-STATUS   PIC X.
000580          88  WX-EX-LOAD-OK          VALUE 'Y'.
000590          88  WX-EX-LOAD-UNBALANCED  VALUE 'B'.
000600          88  WX-EX-LOAD-NOT-OK      VALUE 'N'.
000610       10  WX-EX-READ-COUNT    PIC 9(5).
000620       10  WX-EX-APPLIED-COUNT PIC 9(5).
000630       10  WX-EX-REJECT-COUNT  PIC 9(5).
000640       10  WX-EX-DUP-COUNT     PIC 9(5).
000650       10  WX-EX-TRAILER-COUNT PIC 9(5).
000660       10  WX-EX-TRAILER-SW    PIC X.
000670       10  WX-EX-CELL-COUNT    PIC 9(5).
000680       10  WX-EX-SHIFTED-OFF   PIC 9(5).
000690       10  WX-EX-TZADJ-STATUS  PIC X.
000700          88  WX-EX-TZADJ-OK         VALUE 'Y'.
000710          88  WX-EX-TZADJ-NOT-OK     VALUE 'N'.
