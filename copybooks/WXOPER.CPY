000100*****************************************************
000110* WXOPER.CPY
000120* Signed-on operator, as held on the operator master
000130* OPERATORS.DAT and returned by WXSIGNON to PROFOCCR,
000140* PROFSUSP and PROFAUDT.  The role is a ladder - each
000150* role may run everything the roles below it may:
000160*   1 = viewer      reports and inquiries only
000170*   2 = observer    grid corrections (SET, ESTIMATE)
000180*   3 = shift lead  writes to feeds and the master
000190*   4 = admin       station and operator upkeep
000200* An inactive operator cannot sign on at all.
000210*****************************************************
000220 01  WX-OPERATOR-RECORD.
000230    05  WX-OPR-ID           PIC X(8).
000240    05  WX-OPR-NAME         PIC X(20).
000250    05  WX-OPR-ROLE         PIC 9.
000260       88  WX-OPR-VIEWER       VALUE 1.
000270       88  WX-OPR-OBSERVER     VALUE 2.
000280       88  WX-OPR-SHIFT-LEAD   VALUE 3.
000290       88  WX-OPR-ADMIN        VALUE 4.
000300       88  WX-OPR-ROLE-VALID   VALUE 1 THRU 4.
000310    05  WX-OPR-ACTIVE-FLAG  PIC X.
000320       88  WX-OPR-ACTIVE       VALUE 'A'.
000330       88  WX-OPR-INACTIVE     VALUE 'I'.
