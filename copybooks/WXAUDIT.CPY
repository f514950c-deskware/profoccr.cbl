000110* WXAUDIT.CPY
000120* Audit trail record - one entry per overwrite of a
000130* weather grid cell or "a" table field.  Shared by
000140* PROFOCCR, PROFSUSP and the WXAUDIT subprogram.
000142* The operator id is the signed-on operator (WXOPER)
000144* who keyed the change; it sits last so entries logged
000146* before sign-on existed read back with it blank.
000147* The station id names the station whose readings
000148* the change touched (blank where the entry is not
000149* tied to one station, or was logged before the id
000150* was carried), so one station's MST(3,14) is never
000151* mistaken for another's.
000152*****************************************************
000160 01  WX-AUDIT-RECORD.
000170    05  WX-AUD-FIELD-NAME  PIC X(20).
000180    05  WX-AUD-OLD-VALUE   PIC X(20).
000190    05  WX-AUD-NEW-VALUE   PIC X(20).
000200    05  WX-AUD-TIMESTAMP   PIC X(26).
000210    05  WX-AUD-OPERATOR-ID PIC X(8).
000220    05  WX-AUD-STATION-ID  PIC X(8).
