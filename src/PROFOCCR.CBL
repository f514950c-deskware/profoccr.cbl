001417*                 station context and dates (WXCKPT), and
001418*                 RESTART marks the grid unsaved so the
001419*                 switch-away warnings cover it.
001420* 04/23/2001 DF   Sessions now open with an operator sign-
001421*                 on against OPERATORS.DAT (WXSIGNON), each
001422*                 command is refused unless the operator's
001423*                 role allows it, and every audit entry
001424*                 carries the signed-on operator's id.
001425* 04/26/2001 DF   Added ADD INSTRUMENT, SWAP INSTRUMENT and
001426*                 RECALIBRATE against the new INSTRUMENT.MST
001427*                 instrument master (via WXINSMST), each
001428*                 change audit logged, so a sensor head's
001429*                 serial and calibration dates are kept
001430*                 where the batch calibration hold reads them.
001431* 05/07/2001 DF   Audit entries now carry the station id -
001432*                 the session's station for SET, the keyed
001433*                 station for UPDATE and the instrument
001434*                 commands - and the WEATHER.MST calls carry
001435*                 the cell's quality code (UPDATE stores 'C',
001436*                 QUERY shows it).
001437* 05/15/2001 DF   BUILD MASTER now builds the keyed station
001438*                 from last night's BTCHEXTR.DAT extract, as
001439*                 the batch does, and the instrument commands
001440*                 take only real calendar dates.  Readings
001441*                 from an overdue instrument are held back
001442*                 from BUILD MASTER as from the batch build.
001443*****************************************************
001444 IDENTIFICATION DIVISION.
001445 PROGRAM-ID. PROFOCCR.
001450 AUTHOR. D. FELTZ.
001460 INSTALLATION. DESKWARE-INC.
001470 DATE-WRITTEN. 01/05/2000.
001550     SELECT DUMP-VAR-FILE ASSIGN DYNAMIC WS-DUMPVAR-FILE-NAME
001560         ORGANIZATION IS LINE SEQUENTIAL
001570         FILE STATUS IS WS-DUMPVAR-FILE-STATUS.
001572     SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-EXTR-FILE-NAME
001574         ORGANIZATION IS LINE SEQUENTIAL
001576         FILE STATUS IS WS-EXTR-FILE-STATUS.
001580 DATA DIVISION.
001590 FILE SECTION.
001600 FD  DUMP-VAR-FILE
001610    RECORD CONTAINS 80 CHARACTERS.
001620 01  DUMPVAR-LINE  PIC X(80).
001622 FD  EXTRACT-FILE
001624     RECORD CONTAINS 57 CHARACTERS.
001626 COPY WXEXTR.
001630 WORKING-STORAGE SECTION.
001640 COPY WXGRID.
001650 COPY WXATBL.
001670 COPY WXSTAT.
001680 COPY WXDATES.
001690 COPY WXLDCTL.
001692 COPY WXOPER.
001694 COPY WXINSTR.
001700*-----------------------------------------------------
001710* Run-time file names (never hard-coded into a SELECT).
001720*-----------------------------------------------------
002100 01  WS-IXM-WSPD  PIC 9(3).
002110 01  WS-IXM-WDIR  PIC 9(3).
002120 01  WS-IXM-PRCP  PIC 9V99.
002122 01  WS-IXM-QUAL  PIC X.
002124    88  WS-IXM-CORRECTED  VALUE 'C'.
002130 01  WS-IXM-DATE  PIC 9(8).
002140 01  WS-IXM-DATE-IN  PIC X(8).
002150 01  WS-MSTR-RETURN-STATUS  PIC X.
002160    88  WS-MSTR-OK       VALUE 'Y'.
002170    88  WS-MSTR-NO-FILE  VALUE 'M'.
002171 01  WS-EXTR-FILE-NAME    PIC X(40) VALUE 'BTCHEXTR.DAT'.
002172 01  WS-EXTR-FILE-STATUS  PIC XX.
002173    88  WS-EXTR-FILE-OK      VALUE '00'.
002174 01  WS-EXTR-EOF-SW  PIC X VALUE 'N'.
002175    88  WS-EXTR-EOF  VALUE 'Y'.
002176 01  WS-EXTR-DETAIL-COUNT  PIC 9(5) COMP.
002177 01  WS-EXTR-CELL-COUNT    PIC 9(5) COMP.
002178 01  WS-GRID-HOLD   PIC X(2856).
002179 01  WS-DATES-HOLD  PIC X(56).
002180*-----------------------------------------------------
002190* Station maintenance work fields.
002200*-----------------------------------------------------
002230 01  WS-STA-FIND-SW  PIC X.
002240    88  WS-STA-FOUND      VALUE 'Y'.
002250    88  WS-STA-NOT-FOUND  VALUE 'N'.
002251*-----------------------------------------------------
002252* Instrument maintenance work fields - dates are keyed
002253* as YYYYMMDD and the interval as four digits of days.
002254*-----------------------------------------------------
002255 01  WS-INSTR-RETURN-STATUS  PIC X.
002256    88  WS-INSTR-OK       VALUE 'Y'.
002257    88  WS-INSTR-NO-FILE  VALUE 'M'.
002258 01  WS-INS-SUB        PIC S9(4) COMP.
002259 01  WS-INS-IN-SENSOR  PIC X.
002260    88  WS-INS-IN-VALID  VALUE 'T' 'B' 'A' 'R'.
002261 01  WS-INS-FIND-SW    PIC X.
002262    88  WS-INS-FOUND      VALUE 'Y'.
002263    88  WS-INS-NOT-FOUND  VALUE 'N'.
002264 01  WS-INS-SERIAL-IN  PIC X(12).
002265 01  WS-INS-DATE-IN    PIC X(8).
002266 01  WS-INS-DATE-IN-N REDEFINES WS-INS-DATE-IN PIC 9(8).
002267 01  WS-INS-INTV-IN    PIC X(4).
002268 01  WS-INS-INTV-IN-N REDEFINES WS-INS-INTV-IN PIC 9(4).
002269 01  WS-INS-TODAY      PIC 9(8).
002270 01  WS-CAL-COUNT      PIC 9(4) COMP.
002271 01  WS-CAL-RETURN-STATUS  PIC X.
002272 01  WS-INS-NEW-SERIAL   PIC X(12).
002273 01  WS-INS-NEW-INSTALL  PIC 9(8).
002274 01  WS-INS-NEW-CALIB    PIC 9(8).
002275 01  WS-INS-NEW-INTV     PIC 9(4).
002276 01  WS-INS-OLD-SERIAL   PIC X(12).
002277 01  WS-INS-OLD-CALIB    PIC 9(8).
002278 01  WS-INS-OLD-INTV     PIC 9(4).
002279 01  WS-INS-CHECK-INT    PIC S9(9) COMP.
002280 01  WS-INS-CHECK-DATE   PIC 9(8).
002281*-----------------------------------------------------
002282* Sign-on and command authorization.  The role each
002283* command needs is set in 2050-CHECK-AUTHORITY.
002284*-----------------------------------------------------
002285 01  WS-SIGNON-RETURN-STATUS  PIC X.
002286    88  WS-SIGNON-OK        VALUE 'Y'.
002287    88  WS-SIGNON-UNKNOWN   VALUE 'N'.
002288    88  WS-SIGNON-IDLED     VALUE 'I'.
002289    88  WS-SIGNON-NO-ROLE   VALUE 'R'.
002290    88  WS-SIGNON-NO-FILE   VALUE 'M'.
002291 01  WS-SIGNON-TRIES  PIC 9 VALUE 0.
002292 01  WS-SIGNON-LIMIT  PIC 9 VALUE 3.
002293 01  WS-REQUIRED-ROLE  PIC 9.
002294 01  WS-ROLE-NAME-TABLE.
002295    05  FILLER PIC X(10) VALUE 'VIEWER    '.
002296    05  FILLER PIC X(10) VALUE 'OBSERVER  '.
002297    05  FILLER PIC X(10) VALUE 'SHIFT LEAD'.
002298    05  FILLER PIC X(10) VALUE 'ADMIN     '.
002299 01  WS-ROLE-NAME-REDEF REDEFINES WS-ROLE-NAME-TABLE.
002300    05  WS-ROLE-NAME OCCURS 4 TIMES PIC X(10).
002301*-----------------------------------------------------
002302* Interactive command loop controls.
002303*-----------------------------------------------------
002304 01  WS-UNITS-MODE  PIC X VALUE 'I'.
002305    88  WS-UNITS-METRIC    VALUE 'M'.
002310    88  WS-UNITS-IMPERIAL  VALUE 'I'.
002320* The session's time base and the current station's
002330* master timezone offset ('+00' until a STATION switch
003820     STOP RUN.
003830*-----------------------------------------------------
003840* 1000-INITIALIZE
003850* Signs the operator on and loads the day's weather
003860* readings before the interactive prompt is offered.
003870*-----------------------------------------------------
003880 1000-INITIALIZE.
003890     DISPLAY 'PROFOCCR - WEATHER GRID WORKBENCH'.
003892     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
003894     IF NOT WS-SIGNON-OK
003896        SET WS-SESSION-DONE TO TRUE
003898        GO TO 1000-EXIT.
003900     PERFORM 1100-LOAD-COUNT-ROSTER THRU 1100-EXIT.
003910     PERFORM 1200-LOAD-READINGS THRU 1200-EXIT.
003920 1000-EXIT.
003930     EXIT.
003931*-----------------------------------------------------
003932* 1050-SIGN-ON
003933* Up to WS-SIGNON-LIMIT tries at an operator id the
003934* operator master knows and has not idled.  The id
003935* goes onto every audit entry the session writes.
003936*-----------------------------------------------------
003937 1050-SIGN-ON.
003938     MOVE 0 TO WS-SIGNON-TRIES.
003939     SET WS-SIGNON-UNKNOWN TO TRUE.
003940     PERFORM 1060-PROMPT-OPERATOR THRU 1060-EXIT
003941         UNTIL WS-SIGNON-OK
003942            OR WS-SIGNON-NO-FILE
003943            OR WS-SIGNON-TRIES = WS-SIGNON-LIMIT.
003944     IF NOT WS-SIGNON-OK
003945        DISPLAY '*** SIGN-ON REFUSED - SESSION ENDED ***'
003946        GO TO 1050-EXIT.
003947     MOVE WX-OPR-ID TO WX-AUD-OPERATOR-ID.
003948     MOVE WS-SESSION-STATION-ID TO WX-AUD-STATION-ID.
003949     DISPLAY 'SIGNED ON: ' WX-OPR-ID ' ' WX-OPR-NAME ' '
003950             WS-ROLE-NAME(WX-OPR-ROLE).
003951 1050-EXIT.
003952     EXIT.
003953 1060-PROMPT-OPERATOR.
003954     ADD 1 TO WS-SIGNON-TRIES.
003955     MOVE SPACES TO WX-OPERATOR-RECORD.
003956     DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
003957     ACCEPT WX-OPR-ID FROM CONSOLE.
003958     CALL 'WXSIGNON' USING WX-OPERATOR-RECORD
003959                           WS-SIGNON-RETURN-STATUS.
003960     IF WS-SIGNON-NO-FILE
003961        DISPLAY '*** OPERATORS.DAT NOT FOUND - NO OPERATOR '
003962                'CAN SIGN ON ***'
003963     ELSE IF WS-SIGNON-IDLED
003964        DISPLAY '*** OPERATOR ' WX-OPR-ID ' IS INACTIVE ***'
003965     ELSE IF WS-SIGNON-NO-ROLE
003966        DISPLAY '*** OPERATOR ' WX-OPR-ID ' HAS NO VALID '
003967                'ROLE ON OPERATORS.DAT ***'
003968     ELSE IF NOT WS-SIGNON-OK
003969        DISPLAY '*** OPERATOR ' WX-OPR-ID ' NOT ON FILE ***'.
003970 1060-EXIT.
003971     EXIT.
003972*-----------------------------------------------------
003973* 1100-LOAD-COUNT-ROSTER
003974* Sizes the "a" table from the count file and loads the
003975* roster into it.  Shared by start of run and the
003980* STATION command, which repoints WS-COUNT-FILE-NAME
003990* before performing it.
004000*-----------------------------------------------------
004630     PERFORM 2100-DISPATCH-COMMAND THRU 2100-EXIT.
004640 2000-EXIT.
004650     EXIT.
004651*-----------------------------------------------------
004652* 2050-CHECK-AUTHORITY
004653* The lowest role each command needs.  Inquiries and
004654* reports are open to every signed-on operator; grid
004655* corrections need an observer; anything that writes
004656* a feed or the indexed master needs a shift lead;
004657* station upkeep needs an admin.  Unknown commands
004658* fall through to the dispatch's own message.
004659*-----------------------------------------------------
004660 2050-CHECK-AUTHORITY.
004661     MOVE 1 TO WS-REQUIRED-ROLE.
004662     IF WS-COMMAND-LINE = 'DEMO'
004663        OR WS-COMMAND-LINE = 'SET'
004664        OR WS-COMMAND-LINE = 'ESTIMATE'
004665        OR WS-COMMAND-LINE = 'CHECKPOINT'
004666        OR WS-COMMAND-LINE = 'RESTART'
004667        MOVE 2 TO WS-REQUIRED-ROLE.
004668     IF WS-COMMAND-LINE = 'SAVE'
004669        OR WS-COMMAND-LINE = 'UPDATE'
004670        OR WS-COMMAND-LINE = 'BUILD MASTER'
004671        OR WS-COMMAND-LINE = 'SWAP INSTRUMENT'
004672        OR WS-COMMAND-LINE = 'RECALIBRATE'
004673        MOVE 3 TO WS-REQUIRED-ROLE.
004674     IF WS-COMMAND-LINE = 'ADD STATION'
004675        OR WS-COMMAND-LINE = 'DEACTIVATE STATION'
004676        OR WS-COMMAND-LINE = 'ADD INSTRUMENT'
004677        MOVE 4 TO WS-REQUIRED-ROLE.
004678 2050-EXIT.
004679     EXIT.
004680*-----------------------------------------------------
004681* 2100-DISPATCH-COMMAND
004682*-----------------------------------------------------
004690 2100-DISPATCH-COMMAND.
004691     PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT.
004692     IF WX-OPR-ROLE < WS-REQUIRED-ROLE
004693        DISPLAY '*** ' WS-COMMAND-LINE ' REFUSED - NEEDS '
004694                WS-ROLE-NAME(WS-REQUIRED-ROLE) ' OR ABOVE ***'
004695        GO TO 2100-EXIT.
004700     IF WS-COMMAND-LINE = 'DEMO'
004710        PERFORM 6000-RUN-DEMO THRU 6000-EXIT
004720     ELSE IF WS-COMMAND-LINE = 'STATION'
005030        PERFORM 7000-ADD-STATION THRU 7000-EXIT
005040     ELSE IF WS-COMMAND-LINE = 'DEACTIVATE STATION'
005050        PERFORM 7100-DEACTIVATE-STATION THRU 7100-EXIT
005051     ELSE IF WS-COMMAND-LINE = 'ADD INSTRUMENT'
005052        PERFORM 7300-ADD-INSTRUMENT THRU 7300-EXIT
005053     ELSE IF WS-COMMAND-LINE = 'SWAP INSTRUMENT'
005054        PERFORM 7400-SWAP-INSTRUMENT THRU 7400-EXIT
005055     ELSE IF WS-COMMAND-LINE = 'RECALIBRATE'
005056        PERFORM 7500-RECALIBRATE THRU 7500-EXIT
005060     ELSE IF WS-COMMAND-LINE = 'CHECKPOINT'
005070        PERFORM 5000-CHECKPOINT-SAVE THRU 5000-EXIT
005080     ELSE IF WS-COMMAND-LINE = 'RESTART'
007784* seen yet - treat it as unsaved so the STATION and
007786* TIMEBASE switches warn before abandoning it.
007788        SET WS-GRID-DIRTY TO TRUE
007789        MOVE WS-SESSION-STATION-ID TO WX-AUD-STATION-ID
007790        DISPLAY 'SESSION STATE RESTORED FROM PROFOCCR.CKP'
007792        DISPLAY 'NOW WORKING STATION ' WS-SESSION-STATION-ID
007794                ' FROM ' WS-READINGS-FILE-NAME
011010        SET WS-STA-FOUND TO TRUE.
011020 7210-EXIT.
011030     EXIT.
011031*-----------------------------------------------------
011032* 7300-ADD-INSTRUMENT
011033* Puts a sensor head on INSTRUMENT.MST for a station
011034* already on STATIONS.MST.  A missing instrument master
011035* is treated as an empty one, the same way ADD STATION
011036* treats the station master.  A head already on the
011037* master is changed out with SWAP INSTRUMENT instead.
011038*-----------------------------------------------------
011039 7300-ADD-INSTRUMENT.
011040     PERFORM 7600-LOAD-INSTRUMENTS THRU 7600-EXIT.
011041     IF NOT WS-INSTR-OK
011042        GO TO 7300-EXIT.
011043     CALL 'WXSTAMST' USING WX-STATION-COUNT
011044             WX-STATION-TABLE 'L' WS-MSTR-RETURN-STATUS.
011045     IF NOT WS-MSTR-OK
011046        DISPLAY '*** STATIONS.MST NOT FOUND - NO STATION '
011047                'TO FIT ***'
011048        GO TO 7300-EXIT.
011049     PERFORM 7610-PROMPT-INSTRUMENT-KEY THRU 7610-EXIT.
011050     IF NOT WS-INS-IN-VALID
011051        GO TO 7300-EXIT.
011052     PERFORM 7200-FIND-STATION THRU 7200-EXIT.
011053     IF WS-STA-NOT-FOUND
011054        DISPLAY '*** STATION ' WS-STA-IN-ID
011055                ' NOT ON THE MASTER ***'
011056        GO TO 7300-EXIT.
011057     IF WS-INS-FOUND
011058        DISPLAY '*** ' WS-INS-IN-SENSOR ' INSTRUMENT FOR '
011059                WS-STA-IN-ID ' ALREADY ON THE MASTER - USE '
011060                'SWAP INSTRUMENT ***'
011061        GO TO 7300-EXIT.
011062     IF WX-INSTR-COUNT = WX-INSTR-MAX
011063        DISPLAY '*** INSTRUMENT MASTER FULL - '
011064                WX-INSTR-MAX ' ENTRIES ***'
011065        GO TO 7300-EXIT.
011066     MOVE SPACES TO WS-INS-OLD-SERIAL.
011067     MOVE 0 TO WS-INS-OLD-CALIB.
011068     MOVE 0 TO WS-INS-OLD-INTV.
011069     PERFORM 7620-PROMPT-INSTRUMENT-DETAILS THRU 7620-EXIT.
011070     IF WS-SUB-INVALID
011071        GO TO 7300-EXIT.
011072     ADD 1 TO WX-INSTR-COUNT.
011073     MOVE WX-INSTR-COUNT TO WS-INS-SUB.
011074     MOVE WS-STA-IN-ID       TO WX-INS-STA-ID(WS-INS-SUB).
011075     MOVE WS-INS-IN-SENSOR   TO WX-INS-SENSOR(WS-INS-SUB).
011076     MOVE WS-INS-NEW-SERIAL  TO WX-INS-SERIAL(WS-INS-SUB).
011077     MOVE WS-INS-NEW-INSTALL TO WX-INS-INSTALL-DATE(WS-INS-SUB).
011078     MOVE WS-INS-NEW-CALIB   TO WX-INS-CALIB-DATE(WS-INS-SUB).
011079     MOVE WS-INS-NEW-INTV    TO WX-INS-INTERVAL-DAYS(WS-INS-SUB).
011080     PERFORM 7630-SAVE-AND-AUDIT THRU 7630-EXIT.
011081     IF WS-INSTR-OK
011082        DISPLAY WS-INS-IN-SENSOR ' INSTRUMENT ' WS-INS-NEW-SERIAL
011083                ' ADDED FOR ' WS-STA-IN-ID.
011084 7300-EXIT.
011085     EXIT.
011086*-----------------------------------------------------
011087* 7400-SWAP-INSTRUMENT
011088* Changes out the head in service for a station and
011089* sensor type.  The replacement's serial is required;
011090* its install date defaults to today, its calibration
011091* date to the install date and its interval to the one
011092* the old head carried.
011093*-----------------------------------------------------
011094 7400-SWAP-INSTRUMENT.
011095     PERFORM 7600-LOAD-INSTRUMENTS THRU 7600-EXIT.
011096     IF NOT WS-INSTR-OK
011097        GO TO 7400-EXIT.
011098     PERFORM 7610-PROMPT-INSTRUMENT-KEY THRU 7610-EXIT.
011099     IF NOT WS-INS-IN-VALID
011100        GO TO 7400-EXIT.
011101     IF WS-INS-NOT-FOUND
011102        DISPLAY '*** NO ' WS-INS-IN-SENSOR ' INSTRUMENT FOR '
011103                WS-STA-IN-ID ' ON THE MASTER - USE ADD '
011104                'INSTRUMENT ***'
011105        GO TO 7400-EXIT.
011106     MOVE WX-INS-SERIAL(WS-INS-SUB)   TO WS-INS-OLD-SERIAL.
011107     MOVE WX-INS-CALIB-DATE(WS-INS-SUB) TO WS-INS-OLD-CALIB.
011108     MOVE WX-INS-INTERVAL-DAYS(WS-INS-SUB) TO WS-INS-OLD-INTV.
011109     DISPLAY 'IN SERVICE: ' WS-INS-OLD-SERIAL ' CALIBRATED '
011110             WS-INS-OLD-CALIB ' EVERY ' WS-INS-OLD-INTV ' DAYS'.
011111     PERFORM 7620-PROMPT-INSTRUMENT-DETAILS THRU 7620-EXIT.
011112     IF WS-SUB-INVALID
011113        GO TO 7400-EXIT.
011114     MOVE WS-INS-NEW-SERIAL  TO WX-INS-SERIAL(WS-INS-SUB).
011115     MOVE WS-INS-NEW-INSTALL TO WX-INS-INSTALL-DATE(WS-INS-SUB).
011116     MOVE WS-INS-NEW-CALIB   TO WX-INS-CALIB-DATE(WS-INS-SUB).
011117     MOVE WS-INS-NEW-INTV    TO WX-INS-INTERVAL-DAYS(WS-INS-SUB).
011118     PERFORM 7630-SAVE-AND-AUDIT THRU 7630-EXIT.
011119     IF WS-INSTR-OK
011120        DISPLAY WS-INS-IN-SENSOR ' INSTRUMENT FOR ' WS-STA-IN-ID
011121                ' SWAPPED TO ' WS-INS-NEW-SERIAL.
011122 7400-EXIT.
011123     EXIT.
011124*-----------------------------------------------------
011125* 7500-RECALIBRATE
011126* Re-certifies the head in service.  The calibration
011127* date defaults to today and the interval to the one on
011128* file; readings the batch held back for this head are
011129* taken again from the next run on.
011130*-----------------------------------------------------
011131 7500-RECALIBRATE.
011132     PERFORM 7600-LOAD-INSTRUMENTS THRU 7600-EXIT.
011133     IF NOT WS-INSTR-OK
011134        GO TO 7500-EXIT.
011135     PERFORM 7610-PROMPT-INSTRUMENT-KEY THRU 7610-EXIT.
011136     IF NOT WS-INS-IN-VALID
011137        GO TO 7500-EXIT.
011138     IF WS-INS-NOT-FOUND
011139        DISPLAY '*** NO ' WS-INS-IN-SENSOR ' INSTRUMENT FOR '
011140                WS-STA-IN-ID ' ON THE MASTER ***'
011141        GO TO 7500-EXIT.
011142     MOVE WX-INS-SERIAL(WS-INS-SUB)   TO WS-INS-OLD-SERIAL.
011143     MOVE WX-INS-CALIB-DATE(WS-INS-SUB) TO WS-INS-OLD-CALIB.
011144     MOVE WX-INS-INTERVAL-DAYS(WS-INS-SUB) TO WS-INS-OLD-INTV.
011145     MOVE WS-INS-OLD-SERIAL TO WS-INS-NEW-SERIAL.
011146     DISPLAY 'LAST CALIBRATED ' WS-INS-OLD-CALIB ' EVERY '
011147             WS-INS-OLD-INTV ' DAYS'.
011148     ACCEPT WS-INS-TODAY FROM DATE YYYYMMDD.
011149     DISPLAY 'CALIBRATION DATE (YYYYMMDD, BLANK=TODAY): '
011150             WITH NO ADVANCING.
011151     ACCEPT WS-INS-DATE-IN FROM CONSOLE.
011152     IF WS-INS-DATE-IN = SPACES
011153        MOVE WS-INS-TODAY TO WS-INS-NEW-CALIB
011154     ELSE IF WS-INS-DATE-IN NUMERIC
011155        MOVE WS-INS-DATE-IN-N TO WS-INS-NEW-CALIB
011156     ELSE
011157        DISPLAY '*** RECALIBRATE ABANDONED - DATE NOT '
011158                'NUMERIC ***'
011159        GO TO 7500-EXIT.
011160     MOVE WS-INS-NEW-CALIB TO WS-INS-CHECK-DATE.
011161     PERFORM 7625-CHECK-CALENDAR-DATE THRU 7625-EXIT.
011162     IF WS-INS-CHECK-INT = 0
011163        DISPLAY '*** RECALIBRATE ABANDONED - ' WS-INS-NEW-CALIB
011164                ' IS NOT A CALENDAR DATE ***'
011165        GO TO 7500-EXIT.
011166     DISPLAY 'INTERVAL DAYS (DDDD, BLANK=KEEP): '
011167             WITH NO ADVANCING.
011168     ACCEPT WS-INS-INTV-IN FROM CONSOLE.
011169     IF WS-INS-INTV-IN = SPACES
011170        MOVE WS-INS-OLD-INTV TO WS-INS-NEW-INTV
011171     ELSE IF WS-INS-INTV-IN NUMERIC
011172        MOVE WS-INS-INTV-IN-N TO WS-INS-NEW-INTV
011173     ELSE
011174        DISPLAY '*** RECALIBRATE ABANDONED - INTERVAL NOT '
011175                'NUMERIC ***'
011176        GO TO 7500-EXIT.
011177     MOVE WS-INS-NEW-CALIB TO WX-INS-CALIB-DATE(WS-INS-SUB).
011178     MOVE WS-INS-NEW-INTV  TO WX-INS-INTERVAL-DAYS(WS-INS-SUB).
011179     PERFORM 7630-SAVE-AND-AUDIT THRU 7630-EXIT.
011180     IF WS-INSTR-OK
011181        DISPLAY WS-INS-IN-SENSOR ' INSTRUMENT FOR ' WS-STA-IN-ID
011182                ' RECALIBRATED ' WS-INS-NEW-CALIB.
011183 7500-EXIT.
011184     EXIT.
011185*-----------------------------------------------------
011186* 7600-LOAD-INSTRUMENTS
011187* Loads INSTRUMENT.MST for a maintenance command.  No
011188* master yet loads as an empty one; an unreadable one
011189* leaves WS-INSTR-OK off and the command abandoned.
011190*-----------------------------------------------------
011191 7600-LOAD-INSTRUMENTS.
011192     CALL 'WXINSMST' USING WX-INSTR-COUNT
011193             WX-INSTR-TABLE 'L' WS-INSTR-RETURN-STATUS.
011194     IF WS-INSTR-NO-FILE
011195        MOVE 0 TO WX-INSTR-COUNT
011196        SET WS-INSTR-OK TO TRUE
011197     ELSE IF NOT WS-INSTR-OK
011198        DISPLAY '*** INSTRUMENT MASTER UNREADABLE - '
011199                'INSTRUMENT.MST LEFT AS IS ***'.
011200 7600-EXIT.
011201     EXIT.
011202*-----------------------------------------------------
011203* 7610-PROMPT-INSTRUMENT-KEY
011204* Prompts the station id and sensor type and leaves
011205* WS-INS-SUB on the matching entry (WS-INS-FOUND) or
011206* WS-INS-NOT-FOUND.  A bad sensor type leaves
011207* WS-INS-IN-VALID off.
011208*-----------------------------------------------------
011209 7610-PROMPT-INSTRUMENT-KEY.
011210     DISPLAY 'STATION ID: ' WITH NO ADVANCING.
011211     ACCEPT WS-STA-IN-ID FROM CONSOLE.
011212     DISPLAY 'SENSOR (T=THERM B=BARO A=ANEMO R=RAIN): '
011213             WITH NO ADVANCING.
011214     ACCEPT WS-INS-IN-SENSOR FROM CONSOLE.
011215     IF NOT WS-INS-IN-VALID
011216        DISPLAY '*** SENSOR TYPE MUST BE T, B, A OR R ***'
011217        GO TO 7610-EXIT.
011218     SET WS-INS-NOT-FOUND TO TRUE.
011219     IF WX-INSTR-COUNT < 1
011220        GO TO 7610-EXIT.
011221     PERFORM 7615-CHECK-INSTRUMENT-KEY THRU 7615-EXIT
011222         VARYING WS-INS-SUB FROM 1 BY 1
011223         UNTIL WS-INS-SUB > WX-INSTR-COUNT
011224            OR WS-INS-FOUND.
011225     IF WS-INS-FOUND
011226        SUBTRACT 1 FROM WS-INS-SUB.
011227 7610-EXIT.
011228     EXIT.
011229 7615-CHECK-INSTRUMENT-KEY.
011230     IF WX-INS-STA-ID(WS-INS-SUB) = WS-STA-IN-ID
011231        AND WX-INS-SENSOR(WS-INS-SUB) = WS-INS-IN-SENSOR
011232        SET WS-INS-FOUND TO TRUE.
011233 7615-EXIT.
011234     EXIT.
011235*-----------------------------------------------------
011236* 7620-PROMPT-INSTRUMENT-DETAILS
011237* Prompts a head going into service into the WS-INS-NEW
011238* fields.  A blank interval keeps WS-INS-OLD-INTV.  Any
011239* bad entry (a date must be a real calendar date) sets
011240* WS-SUB-INVALID and the caller abandons.
011241*-----------------------------------------------------
011242 7620-PROMPT-INSTRUMENT-DETAILS.
011243     SET WS-SUB-INVALID TO TRUE.
011244     ACCEPT WS-INS-TODAY FROM DATE YYYYMMDD.
011245     DISPLAY 'SERIAL NUMBER: ' WITH NO ADVANCING.
011246     ACCEPT WS-INS-SERIAL-IN FROM CONSOLE.
011247     IF WS-INS-SERIAL-IN = SPACES
011248        DISPLAY '*** SERIAL NUMBER REQUIRED ***'
011249        GO TO 7620-EXIT.
011250     MOVE WS-INS-SERIAL-IN TO WS-INS-NEW-SERIAL.
011251     DISPLAY 'INSTALL DATE (YYYYMMDD, BLANK=TODAY): '
011252             WITH NO ADVANCING.
011253     ACCEPT WS-INS-DATE-IN FROM CONSOLE.
011254     IF WS-INS-DATE-IN = SPACES
011255        MOVE WS-INS-TODAY TO WS-INS-NEW-INSTALL
011256     ELSE IF WS-INS-DATE-IN NUMERIC
011257        MOVE WS-INS-DATE-IN-N TO WS-INS-NEW-INSTALL
011258     ELSE
011259        DISPLAY '*** INSTALL DATE NOT NUMERIC ***'
011260        GO TO 7620-EXIT.
011261     MOVE WS-INS-NEW-INSTALL TO WS-INS-CHECK-DATE.
011262     PERFORM 7625-CHECK-CALENDAR-DATE THRU 7625-EXIT.
011263     IF WS-INS-CHECK-INT = 0
011264        DISPLAY '*** INSTALL DATE ' WS-INS-NEW-INSTALL
011265                ' IS NOT A CALENDAR DATE ***'
011266        GO TO 7620-EXIT.
011267     DISPLAY 'CALIBRATION DATE (YYYYMMDD, BLANK=INSTALL): '
011268             WITH NO ADVANCING.
011269     ACCEPT WS-INS-DATE-IN FROM CONSOLE.
011270     IF WS-INS-DATE-IN = SPACES
011271        MOVE WS-INS-NEW-INSTALL TO WS-INS-NEW-CALIB
011272     ELSE IF WS-INS-DATE-IN NUMERIC
011273        MOVE WS-INS-DATE-IN-N TO WS-INS-NEW-CALIB
011274     ELSE
011275        DISPLAY '*** CALIBRATION DATE NOT NUMERIC ***'
011276        GO TO 7620-EXIT.
011277     MOVE WS-INS-NEW-CALIB TO WS-INS-CHECK-DATE.
011278     PERFORM 7625-CHECK-CALENDAR-DATE THRU 7625-EXIT.
011279     IF WS-INS-CHECK-INT = 0
011280        DISPLAY '*** CALIBRATION DATE ' WS-INS-NEW-CALIB
011281                ' IS NOT A CALENDAR DATE ***'
011282        GO TO 7620-EXIT.
011283     DISPLAY 'INTERVAL DAYS (DDDD, BLANK=KEEP): '
011284             WITH NO ADVANCING.
011285     ACCEPT WS-INS-INTV-IN FROM CONSOLE.
011286     IF WS-INS-INTV-IN = SPACES
011287        MOVE WS-INS-OLD-INTV TO WS-INS-NEW-INTV
011288     ELSE IF WS-INS-INTV-IN NUMERIC
011289        MOVE WS-INS-INTV-IN-N TO WS-INS-NEW-INTV
011290     ELSE
011291        DISPLAY '*** INTERVAL NOT NUMERIC ***'
011292        GO TO 7620-EXIT.
011293     SET WS-SUB-VALID TO TRUE.
011294 7620-EXIT.
011295     EXIT.
011296*-----------------------------------------------------
011297* 7625-CHECK-CALENDAR-DATE
011298* Leaves WS-INS-CHECK-INT on the day number of
011299* WS-INS-CHECK-DATE, or zero when it is not a real
011300* calendar date (a day that does not survive the trip
011301* to a day number and back, such as 20010231).
011302*-----------------------------------------------------
011303 7625-CHECK-CALENDAR-DATE.
011304     MOVE 0 TO WS-INS-CHECK-INT.
011305     IF WS-INS-CHECK-DATE < 16010101
011306        GO TO 7625-EXIT.
011307     COMPUTE WS-INS-CHECK-INT =
011308         FUNCTION INTEGER-OF-DATE(WS-INS-CHECK-DATE).
011309     IF FUNCTION DATE-OF-INTEGER(WS-INS-CHECK-INT)
011310           NOT = WS-INS-CHECK-DATE
011311        MOVE 0 TO WS-INS-CHECK-INT.
011312 7625-EXIT.
011313     EXIT.
011314*-----------------------------------------------------
011315* 7630-SAVE-AND-AUDIT
011316* Writes the instrument master back and logs the serial
011317* and calibration changes against INST(station,sensor).
011318* An unchanged serial is not logged again.
011319*-----------------------------------------------------
011320 7630-SAVE-AND-AUDIT.
011321     CALL 'WXINSMST' USING WX-INSTR-COUNT
011322             WX-INSTR-TABLE 'S' WS-INSTR-RETURN-STATUS.
011323     IF NOT WS-INSTR-OK
011324        DISPLAY '*** INSTRUMENT MASTER SAVE FAILED - '
011325                'INSTRUMENT.MST NOT UPDATED ***'
011326        GO TO 7630-EXIT.
011327     MOVE SPACES TO WX-AUD-FIELD-NAME.
011328     MOVE WS-STA-IN-ID TO WX-AUD-STATION-ID.
011329     STRING 'INST(' WS-STA-IN-ID DELIMITED BY SPACE
011330            ',' WS-INS-IN-SENSOR ')' DELIMITED BY SIZE
011331            INTO WX-AUD-FIELD-NAME.
011332     IF WS-INS-NEW-SERIAL NOT = WS-INS-OLD-SERIAL
011333        MOVE SPACES TO WX-AUD-OLD-VALUE
011334        MOVE SPACES TO WX-AUD-NEW-VALUE
011335        IF WS-INS-OLD-SERIAL = SPACES
011336           MOVE 'NEW RECORD' TO WX-AUD-OLD-VALUE
011337        ELSE
011338           STRING 'SN=' WS-INS-OLD-SERIAL DELIMITED BY SIZE
011339              INTO WX-AUD-OLD-VALUE
011340        END-IF
011341        STRING 'SN=' WS-INS-NEW-SERIAL DELIMITED BY SIZE
011342           INTO WX-AUD-NEW-VALUE
011343        CALL 'WXAUDLOG' USING WX-AUDIT-RECORD
011344                              WS-AUDIT-RETURN-STATUS
011345        IF NOT WS-AUDIT-LOGGED
011346           DISPLAY '*** AUDIT LOG WRITE FAILED FOR '
011347                   WX-AUD-FIELD-NAME ' ***'.
011348     MOVE SPACES TO WX-AUD-OLD-VALUE.
011349     MOVE SPACES TO WX-AUD-NEW-VALUE.
011350     STRING 'CAL=' WS-INS-OLD-CALIB '/' WS-INS-OLD-INTV
011351        DELIMITED BY SIZE INTO WX-AUD-OLD-VALUE.
011352     STRING 'CAL=' WS-INS-NEW-CALIB '/' WS-INS-NEW-INTV
011353        DELIMITED BY SIZE INTO WX-AUD-NEW-VALUE.
011354     CALL 'WXAUDLOG' USING WX-AUDIT-RECORD WS-AUDIT-RETURN-STATUS.
011355     IF NOT WS-AUDIT-LOGGED
011356        DISPLAY '*** AUDIT LOG WRITE FAILED FOR '
011357                WX-AUD-FIELD-NAME ' ***'.
011358     MOVE WS-SESSION-STATION-ID TO WX-AUD-STATION-ID.
011359 7630-EXIT.
011360     EXIT.
011361*-----------------------------------------------------
011362* 8000-SET-READING
011363* Prompts for one corrected observation and applies it
011364* to the grid.  The day and hour go through the same
011365* WXSUBCHK range check as the demo's computed
011366* subscripts, and both cell overwrites are audit
011367* logged the same way the demo's are.
011368*-----------------------------------------------------
011369 8000-SET-READING.
011370     DISPLAY 'DAY (1-7): ' WITH NO ADVANCING.
011371     ACCEPT WS-SET-DAY-IN FROM CONSOLE.
011372     IF WS-SET-DAY-IN NOT NUMERIC
011373        DISPLAY '*** SET ABANDONED - DAY NOT NUMERIC ***'
011374        GO TO 8000-EXIT.
011375     MOVE WS-SET-DAY-IN TO WS-SUB-A.
011376     MOVE 1 TO WS-SUB-LOW.
011377     MOVE 7 TO WS-SUB-HIGH.
011378     CALL 'WXSUBCHK' USING WS-SUB-A WS-SUB-LOW WS-SUB-HIGH
011379             WS-SUB-SWITCH.
011380     IF WS-SUB-INVALID
011381        DISPLAY '*** SET ABANDONED - DAY ' WS-SET-DAY-IN
011382                ' OUT OF RANGE ***'
011383        GO TO 8000-EXIT.
011384     DISPLAY 'HOUR (01-24): ' WITH NO ADVANCING.
011385     ACCEPT WS-SET-HOUR-IN FROM CONSOLE.
011386     IF WS-SET-HOUR-IN NOT NUMERIC
011387        DISPLAY '*** SET ABANDONED - HOUR NOT NUMERIC ***'
011388        GO TO 8000-EXIT.
011389     MOVE WS-SET-HOUR-IN TO WS-SUB-G.
011390     MOVE 1 TO WS-SUB-LOW.
011391     MOVE 24 TO WS-SUB-HIGH.
011392     CALL 'WXSUBCHK' USING WS-SUB-G WS-SUB-LOW WS-SUB-HIGH
011393             WS-SUB-SWITCH.
011394     IF WS-SUB-INVALID
011395        DISPLAY '*** SET ABANDONED - HOUR ' WS-SET-HOUR-IN
011396                ' OUT OF RANGE ***'
011400        GO TO 8000-EXIT.
011410     DISPLAY 'TEMP SIGN (+/-): ' WITH NO ADVANCING.
011420     ACCEPT WS-SET-SIGN-IN FROM CONSOLE.
012850 8100-EXIT.
012860     EXIT.
012870*-----------------------------------------------------
012871* 8200-BUILD-MASTER
012872* Writes the prompted station's cells from last night's
012873* BTCHEXTR.DAT extract into the WEATHER.MST indexed
012874* master, each back in the local day, hour and date it
012875* was read under - the same build the PROFBTCH run
012876* makes, so the two never leave a different master.
012877* Only a station the extract loaded cleanly, with its
012878* cells tied to its control record, is built.  The
012879* session's grid and dates are held aside while the
012880* station's cells are posted, and put back after, so
012881* the session's time base does not matter here.  The
012882* other stations' records, and this station's
012883* corrected cells, are left alone.  Readings from an
012884* instrument past its calibration due date are held
012885* back (WXCALCHK 'H', on the local dates) exactly as
012886* the batch build holds them, so the master never
012887* carries them as observed.
012888*-----------------------------------------------------
012889 8200-BUILD-MASTER.
012890     DISPLAY 'STATION ID: ' WITH NO ADVANCING.
012891     ACCEPT WS-STA-IN-ID FROM CONSOLE.
012892     IF WS-STA-IN-ID = SPACES
012893        DISPLAY '*** BUILD ABANDONED - STATION ID REQUIRED ***'
012894        GO TO 8200-EXIT.
012895     OPEN INPUT EXTRACT-FILE.
012896     IF NOT WS-EXTR-FILE-OK
012897        DISPLAY '*** BUILD ABANDONED - BTCHEXTR.DAT WILL NOT '
012898                'OPEN ***'
012899        GO TO 8200-EXIT.
012900     MOVE 'N' TO WS-EXTR-EOF-SW.
012901     SET WS-STA-NOT-FOUND TO TRUE.
012902     PERFORM 8210-FIND-EXTRACT-STATION THRU 8210-EXIT
012903         UNTIL WS-EXTR-EOF
012904            OR WS-STA-FOUND.
012905     IF WS-STA-NOT-FOUND
012906        CLOSE EXTRACT-FILE
012907        DISPLAY '*** BUILD ABANDONED - STATION ' WS-STA-IN-ID
012908                ' IS NOT IN BTCHEXTR.DAT ***'
012909        GO TO 8200-EXIT.
012910     IF NOT WX-EX-LOAD-OK
012911        OR WX-EX-CELL-COUNT + WX-EX-SHIFTED-OFF
012912           NOT = WX-EX-APPLIED-COUNT - WX-EX-DUP-COUNT
012913        CLOSE EXTRACT-FILE
012914        DISPLAY '*** BUILD ABANDONED - STATION ' WS-STA-IN-ID
012915                ' DID NOT LOAD CLEANLY IN BTCHEXTR.DAT ***'
012916        GO TO 8200-EXIT.
012917     MOVE WX-EX-CELL-COUNT TO WS-EXTR-CELL-COUNT.
012918     MOVE WX-GRID-TABLE     TO WS-GRID-HOLD.
012919     MOVE WX-DAY-DATE-TABLE TO WS-DATES-HOLD.
012920     PERFORM 8220-RESET-DAY THRU 8220-EXIT
012921         VARYING WX-DAY-IDX FROM 1 BY 1
012922         UNTIL WX-DAY-IDX > 7.
012923     MOVE 0 TO WS-EXTR-DETAIL-COUNT.
012924     PERFORM 8215-READ-EXTRACT THRU 8215-EXIT.
012925     PERFORM 8230-POST-LOCAL-DETAIL THRU 8230-EXIT
012926         UNTIL WS-EXTR-EOF
012927            OR WX-EX-CONTROL.
012928     CLOSE EXTRACT-FILE.
012929     IF WS-EXTR-DETAIL-COUNT NOT = WS-EXTR-CELL-COUNT
012930        DISPLAY '*** BUILD ABANDONED - STATION ' WS-STA-IN-ID
012931                ' EXTRACT CELLS DO NOT TIE TO ITS CONTROL '
012932                'RECORD ***'
012933        GO TO 8200-RESTORE.
012934     PERFORM 7600-LOAD-INSTRUMENTS THRU 7600-EXIT.
012935     IF NOT WS-INSTR-OK
012936        DISPLAY '*** BUILD ABANDONED - OVERDUE INSTRUMENTS '
012937                'CANNOT BE CHECKED ***'
012938        GO TO 8200-RESTORE.
012939     ACCEPT WS-INS-TODAY FROM DATE YYYYMMDD.
012940     IF WX-INSTR-COUNT > 0
012941        CALL 'WXCALCHK' USING 'H'
012942                              WS-STA-IN-ID
012943                              WX-GRID-TABLE
012944                              WX-DAY-DATE-TABLE
012945                              WX-INSTR-COUNT
012946                              WX-INSTR-TABLE
012947                              WS-INS-TODAY
012948                              WS-CAL-COUNT
012949                              WS-CAL-RETURN-STATUS
012950        IF WS-CAL-COUNT > 0
012951           DISPLAY WS-CAL-COUNT ' READING(S) HELD BACK - '
012952                   'INSTRUMENT OVERDUE FOR CALIBRATION'
012953        END-IF
012954     END-IF.
012955     CALL 'WXIXMST' USING WX-GRID-TABLE WX-DAY-DATE-TABLE
012956             'B' WS-STA-IN-ID WS-IXM-DAY WS-IXM-HOUR
012957             WS-SET-TEMP WS-SET-PRESS
012958             WS-IXM-WSPD WS-IXM-WDIR WS-IXM-PRCP WS-IXM-QUAL
012959             WS-IXM-DATE WS-IXM-RETURN-STATUS.
012960     IF WS-IXM-OK
012961        DISPLAY 'MASTER BUILT FOR STATION ' WS-STA-IN-ID
012962                ' FROM BTCHEXTR.DAT'
012963     ELSE
012964        DISPLAY '*** MASTER BUILD FAILED FOR STATION '
012965                WS-STA-IN-ID ' ***'.
012966 8200-RESTORE.
012967     MOVE WS-GRID-HOLD  TO WX-GRID-TABLE.
012968     MOVE WS-DATES-HOLD TO WX-DAY-DATE-TABLE.
012969 8200-EXIT.
012970     EXIT.
012971*-----------------------------------------------------
012972* 8210-FIND-EXTRACT-STATION
012973* Reads on until the prompted station's control record
012974* (WS-STA-FOUND) or the end of the extract.
012975*-----------------------------------------------------
012976 8210-FIND-EXTRACT-STATION.
012977     PERFORM 8215-READ-EXTRACT THRU 8215-EXIT.
012978     IF NOT WS-EXTR-EOF
012979        AND WX-EX-CONTROL
012980        AND WX-EX-STA-ID = WS-STA-IN-ID
012981        SET WS-STA-FOUND TO TRUE.
012982 8210-EXIT.
012983     EXIT.
012984 8215-READ-EXTRACT.
012985     READ EXTRACT-FILE
012986         AT END
012987             SET WS-EXTR-EOF TO TRUE.
012988 8215-EXIT.
012989     EXIT.
012990*-----------------------------------------------------
012991* 8220-RESET-DAY
012992* Seeds one day to the never-set sentinels, as the load
012993* does, before the station's cells are posted.
012994*-----------------------------------------------------
012995 8220-RESET-DAY.
012996     MOVE 0 TO WX-OBS-DATE(WX-DAY-IDX).
012997     PERFORM 8225-RESET-HOUR THRU 8225-EXIT
012998         VARYING WX-HOUR-IDX FROM 1 BY 1
012999         UNTIL WX-HOUR-IDX > 24.
013000 8220-EXIT.
013001     EXIT.
013002 8225-RESET-HOUR.
013003     MOVE -300 TO WX-FAHR-TEMP(WX-DAY-IDX WX-HOUR-IDX).
013004     MOVE 0    TO WX-BAROM-PRESSURE(WX-DAY-IDX WX-HOUR-IDX).
013005     MOVE 999  TO WX-WIND-SPEED(WX-DAY-IDX WX-HOUR-IDX).
013006     MOVE 999  TO WX-WIND-DIR(WX-DAY-IDX WX-HOUR-IDX).
013007     MOVE 9.99 TO WX-PRECIP(WX-DAY-IDX WX-HOUR-IDX).
013008     SET WX-QUAL-UNSET(WX-DAY-IDX WX-HOUR-IDX) TO TRUE.
013009 8225-EXIT.
013010     EXIT.
013011*-----------------------------------------------------
013012* 8230-POST-LOCAL-DETAIL
013013* One extract cell back into the station-local slot
013014* and date it was read under (the master's key).
013015*-----------------------------------------------------
013016 8230-POST-LOCAL-DETAIL.
013017     SET WX-DAY-IDX  TO WX-EX-LOCAL-DAY.
013018     SET WX-HOUR-IDX TO WX-EX-LOCAL-HOUR.
013019     MOVE WX-EX-FAHR-TEMP
013020       TO WX-FAHR-TEMP(WX-DAY-IDX WX-HOUR-IDX).
013021     MOVE WX-EX-BAROM-PRESSURE
013022       TO WX-BAROM-PRESSURE(WX-DAY-IDX WX-HOUR-IDX).
013023     MOVE WX-EX-WIND-SPEED
013024       TO WX-WIND-SPEED(WX-DAY-IDX WX-HOUR-IDX).
013025     MOVE WX-EX-WIND-DIR
013026       TO WX-WIND-DIR(WX-DAY-IDX WX-HOUR-IDX).
013027     MOVE WX-EX-PRECIP
013028       TO WX-PRECIP(WX-DAY-IDX WX-HOUR-IDX).
013029     MOVE WX-EX-CELL-QUAL
013030       TO WX-CELL-QUAL(WX-DAY-IDX WX-HOUR-IDX).
013031     MOVE WX-EX-LOCAL-DATE TO WX-OBS-DATE(WX-DAY-IDX).
013032     ADD 1 TO WS-EXTR-DETAIL-COUNT.
013033     PERFORM 8215-READ-EXTRACT THRU 8215-EXIT.
013034 8230-EXIT.
013035     EXIT.
013110*-----------------------------------------------------
013120* 8300-QUERY-READING
013130* Reads exactly one record from the indexed master by
013210     CALL 'WXIXMST' USING WX-GRID-TABLE WX-DAY-DATE-TABLE
013220             'Q' WS-STA-IN-ID WS-IXM-DAY WS-IXM-HOUR
013230             WS-SET-TEMP WS-SET-PRESS
013240             WS-IXM-WSPD WS-IXM-WDIR WS-IXM-PRCP WS-IXM-QUAL
013242             WS-IXM-DATE WS-IXM-RETURN-STATUS.
013260     IF WS-IXM-NOT-FOUND
013270        DISPLAY '*** NO MASTER RECORD FOR ' WS-STA-IN-ID
013280                ' DAY ' WS-IXM-DAY ' HOUR ' WS-IXM-HOUR ' ***'
013380             ' PRESS ' WS-SET-PRESS-ED
013390             ' WSPD ' WS-IXM-WSPD ' WDIR ' WS-IXM-WDIR
013400             ' PRCP ' WS-SET-PRCP-ED
013410             ' DATE ' WS-IXM-DATE
013412             ' QUAL ' WS-IXM-QUAL.
013420 8300-EXIT.
013430     EXIT.
013440*-----------------------------------------------------
014010     CALL 'WXIXMST' USING WX-GRID-TABLE WX-DAY-DATE-TABLE
014020             'Q' WS-STA-IN-ID WS-IXM-DAY WS-IXM-HOUR
014030             WS-SET-TEMP WS-SET-PRESS
014040             WS-IXM-WSPD WS-IXM-WDIR WS-IXM-PRCP WS-IXM-QUAL
014042             WS-IXM-DATE WS-IXM-RETURN-STATUS.
014060     IF WS-IXM-OK
014070        MOVE WS-SET-TEMP TO WS-DEMO-TEMP-ED
014080        MOVE WS-SET-PRESS TO WS-SET-PRESS-ED
014600        DISPLAY '*** UPDATE ABANDONED - DATE NOT NUMERIC ***'
014610        GO TO 8400-EXIT.
014620     MOVE WS-IXM-DATE-IN TO WS-IXM-DATE.
014622* A keyed overwrite is a correction by definition.
014624     SET WS-IXM-CORRECTED TO TRUE.
014630     CALL 'WXIXMST' USING WX-GRID-TABLE WX-DAY-DATE-TABLE
014640             'U' WS-STA-IN-ID WS-IXM-DAY WS-IXM-HOUR
014650             WS-SET-TEMP WS-SET-PRESS
014660             WS-IXM-WSPD WS-IXM-WDIR WS-IXM-PRCP WS-IXM-QUAL
014662             WS-IXM-DATE WS-IXM-RETURN-STATUS.
014680     IF NOT WS-IXM-OK
014690        DISPLAY '*** MASTER UPDATE FAILED ***'
014700        GO TO 8400-EXIT.
014760     MOVE SPACES TO WX-AUD-FIELD-NAME.
014770     STRING 'MST(' WS-SET-DAY-IN ',' WS-SET-HOUR-IN ')'
014780        DELIMITED BY SIZE INTO WX-AUD-FIELD-NAME.
014782     MOVE WS-STA-IN-ID TO WX-AUD-STATION-ID.
014790     CALL 'WXAUDLOG' USING WX-AUDIT-RECORD WS-AUDIT-RETURN-STATUS.
014800     IF NOT WS-AUDIT-LOGGED
014810        DISPLAY '*** AUDIT LOG WRITE FAILED FOR '
014820                WX-AUD-FIELD-NAME ' ***'.
014822     MOVE WS-SESSION-STATION-ID TO WX-AUD-STATION-ID.
014830     DISPLAY 'MASTER RECORD UPDATED FOR ' WS-STA-IN-ID
014840             ' DAY ' WS-IXM-DAY ' HOUR ' WS-IXM-HOUR.
014850 8400-EXIT.
015710     MOVE WX-STA-TZ-OFFSET(WS-STA-SUB)
015720       TO WS-SESSION-TZ-OFFSET.
015730     MOVE WS-STA-IN-ID TO WS-SESSION-STATION-ID.
015732     MOVE WS-STA-IN-ID TO WX-AUD-STATION-ID.
015740     PERFORM 1100-LOAD-COUNT-ROSTER THRU 1100-EXIT.
015750     PERFORM 1200-LOAD-READINGS THRU 1200-EXIT.
015760     DISPLAY 'NOW WORKING STATION ' WS-SESSION-STATION-ID
