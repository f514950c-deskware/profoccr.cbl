000100*****************************************************
000110* WXINSTR.CPY
000120* Instrument master table and its control count - one
000130* entry per sensor head, keyed by station id plus
000140* sensor type (thermometer, barometer, anemometer,
000150* rain gauge), with the serial number in service, the
000160* date it went in, the date it was last calibrated and
000170* how many days a calibration holds good.  Loaded and
000180* saved whole by WXINSMST from INSTRUMENT.MST; read by
000190* WXCALCHK, PROFBTCH and the PROFOCCR maintenance
000200* commands.  An interval of zero never comes due.
000210*****************************************************
000220 01  WX-INSTR-MAX    PIC 9(2) VALUE 80.
000230 01  WX-INSTR-COUNT  PIC 9(2) VALUE 0.
000240 01  WX-INSTR-TABLE.
000250    05  WX-INSTRUMENT OCCURS 80 TIMES
000260        INDEXED BY WX-INS-IDX.
000270       10  WX-INS-KEY.
000280          15  WX-INS-STA-ID     PIC X(8).
000290          15  WX-INS-SENSOR     PIC X.
000300             88  WX-INS-THERMOMETER  VALUE 'T'.
000310             88  WX-INS-BAROMETER    VALUE 'B'.
000320             88  WX-INS-ANEMOMETER   VALUE 'A'.
000330             88  WX-INS-RAIN-GAUGE   VALUE 'R'.
000340             88  WX-INS-SENSOR-VALID VALUE 'T' 'B' 'A' 'R'.
000350       10  WX-INS-SERIAL         PIC X(12).
000360       10  WX-INS-INSTALL-DATE   PIC 9(8).
000370       10  WX-INS-CALIB-DATE     PIC 9(8).
000380       10  WX-INS-INTERVAL-DAYS  PIC 9(4).
