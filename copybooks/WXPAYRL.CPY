000100*****************************************************
000110* WXPAYRL.CPY
000120* Observer hours payroll interface (PAYROLL.DAT) - one
000130* fixed 48-byte record layout per record type, column
000140* 1 telling them apart:
000150*   'H' header  - run date and the pay period's first
000160*                 and last dates
000170*   'D' detail  - one observer known to payroll: the
000180*                 payroll employee id, the roster
000190*                 initials, the pay period, and the
000200*                 period's hours by bucket - regular,
000210*                 overnight (shifts wrapping past
000220*                 midnight), and worked on an inactive
000230*                 or unknown station - each already
000240*                 reduced by the shift hours whose
000250*                 reading was never taken; the hours
000260*                 so reduced are carried for reference
000270*                 and are not in the total
000280*   'T' trailer - detail count and the control total
000290*                 of every detail's total hours
000300* Written by PROFPAYX.
000310*****************************************************
000320 01  WX-PY-HEADER-RECORD.
000330    05  WX-PYH-TYPE         PIC X VALUE 'H'.
000340    05  WX-PYH-RUN-DATE     PIC 9(8).
000350    05  WX-PYH-FROM-DATE    PIC 9(8).
000360    05  WX-PYH-TO-DATE      PIC 9(8).
000370    05  FILLER              PIC X(23) VALUE SPACES.
000380 01  WX-PY-DETAIL-RECORD.
000390    05  WX-PYD-TYPE         PIC X VALUE 'D'.
000400    05  WX-PYD-EMP-ID       PIC X(8).
000410    05  WX-PYD-INITIALS     PIC X(3).
000420    05  WX-PYD-FROM-DATE    PIC 9(8).
000430    05  WX-PYD-TO-DATE      PIC 9(8).
000440    05  WX-PYD-REG-HOURS    PIC 9(4).
000450    05  WX-PYD-OVN-HOURS    PIC 9(4).
000460    05  WX-PYD-INACT-HOURS  PIC 9(4).
000470    05  WX-PYD-MISSED-HOURS PIC 9(4).
000480    05  WX-PYD-TOTAL-HOURS  PIC 9(4).
000490 01  WX-PY-TRAILER-RECORD.
000500    05  WX-PYT-TYPE         PIC X VALUE 'T'.
000510    05  WX-PYT-DETAIL-COUNT PIC 9(5).
000520    05  WX-PYT-TOTAL-HOURS  PIC 9(7).
000530    05  FILLER              PIC X(35) VALUE SPACES.
