000100*****************************************************
000110* WXDISTL.CPY
000120* One bulletin delivery as logged on DISTLOG.DAT -
000130* appended by PROFDIST for every bulletin written (or
000140* attempted), nightly or resend, so "did you send us
000150* Tuesday's data" is answered from the log: the night
000160* it came from, when it was written, the subscriber
000170* and sequence number, the observation dates it
000180* carried, the stations sent and held back, the
000190* detail count and the delivery file.
000200* Outcome  'S' = sent complete
000210*          'P' = sent, one or more stations held back
000220*          'F' = bulletin file could not be written
000230*****************************************************
000240 01  WX-DISTLOG-RECORD.
000250    05  WX-DL-RUN-DATE      PIC 9(8).
000260    05  WX-DL-SENT-DATE     PIC 9(8).
000270    05  WX-DL-SENT-TIME     PIC 9(6).
000280    05  WX-DL-SUB-ID        PIC X(8).
000290    05  WX-DL-SEQ           PIC 9(6).
000300    05  WX-DL-KIND          PIC X.
000310       88  WX-DL-NIGHTLY   VALUE 'N'.
000320       88  WX-DL-RESEND    VALUE 'R'.
000330    05  WX-DL-FROM-DATE     PIC 9(8).
000340    05  WX-DL-TO-DATE       PIC 9(8).
000350    05  WX-DL-STA-SENT      PIC 9(2).
000360    05  WX-DL-STA-HELD      PIC 9(2).
000370    05  WX-DL-DETAIL-COUNT  PIC 9(7).
000380    05  WX-DL-FILE-NAME     PIC X(40).
000390    05  WX-DL-OUTCOME       PIC X.
000400       88  WX-DL-SENT      VALUE 'S'.
000410       88  WX-DL-PARTIAL   VALUE 'P'.
000420       88  WX-DL-FAILED    VALUE 'F'.
