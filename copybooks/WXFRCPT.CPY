000100*****************************************************
000110* WXFRCPT.CPY
000120* Feed intake registry layouts.
000130*
000140* WX-FEED-RECEIPT is one arriving readings file as
000150* logged on FEEDRCPT.DAT by PROFINTK, in arrival
000160* order: the receipt number, the station, when it was
000170* registered, the detail count read and the count its
000180* trailer claims, the observation dates it covers, a
000190* content hash, and the registered copy the nightly
000200* run reads.  A file whose hash matches an earlier
000210* accepted receipt is refused and logged with the
000220* receipt it repeats.
000230* Outcome  'A' = accepted and registered
000240*          'D' = refused, duplicate of WX-FR-DUP-OF
000250*
000260* WX-FEED-SCAN is what WXFDSCAN hands back from one
000270* pass over a feed.
000280*
000290* WX-RCPT-SELECT-TABLE runs parallel to the station
000300* table and carries, per station, the receipt
000310* WXRCPTLK found registered for the run date.
000320*****************************************************
000330 01  WX-FEED-RECEIPT.
000340    05  WX-FR-RECEIPT-NO      PIC 9(6).
000350    05  WX-FR-STA-ID          PIC X(8).
000360    05  WX-FR-RECV-DATE       PIC 9(8).
000370    05  WX-FR-RECV-TIME       PIC 9(6).
000380    05  WX-FR-DETAIL-COUNT    PIC 9(5).
000390    05  WX-FR-TRAILER-COUNT   PIC 9(5).
000400    05  WX-FR-TRAILER-FLAG    PIC X.
000410       88  WX-FR-TRAILER-SEEN    VALUE 'Y'.
000420       88  WX-FR-TRAILER-ABSENT  VALUE 'N'.
000430    05  WX-FR-FIRST-OBS-DATE  PIC 9(8).
000440    05  WX-FR-LAST-OBS-DATE   PIC 9(8).
000450    05  WX-FR-HASH            PIC 9(10).
000460    05  WX-FR-OUTCOME         PIC X.
000470       88  WX-FR-ACCEPTED    VALUE 'A'.
000480       88  WX-FR-DUPLICATE   VALUE 'D'.
000490    05  WX-FR-DUP-OF          PIC 9(6).
000500    05  WX-FR-SOURCE-FILE     PIC X(40).
000510    05  WX-FR-COPY-FILE       PIC X(40).
000520 01  WX-FEED-SCAN.
000530    05  WX-FS-DETAIL-COUNT    PIC 9(5).
000540    05  WX-FS-TRAILER-COUNT   PIC 9(5).
000550    05  WX-FS-TRAILER-FLAG    PIC X.
000560       88  WX-FS-TRAILER-SEEN    VALUE 'Y'.
000570       88  WX-FS-TRAILER-ABSENT  VALUE 'N'.
000580    05  WX-FS-FIRST-OBS-DATE  PIC 9(8).
000590    05  WX-FS-LAST-OBS-DATE   PIC 9(8).
000600    05  WX-FS-HASH            PIC 9(10).
000610 01  WX-RCPT-SELECT-TABLE.
000620    05  WX-RCPT-SELECT OCCURS 20 TIMES.
000630       10  WX-RS-FLAG         PIC X.
000640          88  WX-RS-REGISTERED      VALUE 'Y'.
000650          88  WX-RS-NOT-REGISTERED  VALUE 'N'.
000660       10  WX-RS-RECEIPT-NO   PIC 9(6).
000670       10  WX-RS-RECV-TIME    PIC 9(6).
