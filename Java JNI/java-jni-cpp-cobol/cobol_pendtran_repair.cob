000288*                ON THE COUNTER-DEF-FILE AS AN ACTIVE      *
000289*                COUNTER.  THE CARRIED-REJECT RECORD GREW  *
000290*                TO CARRY THE COUNTER-ID FORWARD.          *
000291* 10/15/26  DRO  REJECT AGES, AND SO THE REPRPARM AGE LIMIT,*
000292*                NOW COUNT BUSINESS DAYS OFF THE SHARED    *
000293*                CALENDAR THROUGH COBOL-BUSINESS-CALENDAR, *
000294*                SO A HOLIDAY WEEKEND NO LONGER PUSHES A   *
000295*                FRESH REJECT ONTO THE AGING LIST.         *
000296*--------------------------------------------------------*
000300
000310 ENVIRONMENT DIVISION.
000320
000640         FILE STATUS IS WS-FIX-FILE-STATUS.
000650
000660*--------------------------------------------------------*
000670* REPAIR-PARM-FILE CARRIES ONE CARD: THE AGE IN BUSINESS   *
000680* DAYS PAST WHICH AN UNREPAIRED REJECT PRINTS ON THE       *
000685* AGING REPORT.                                            *
000690*--------------------------------------------------------*
000700     SELECT REPAIR-PARM-FILE ASSIGN TO "REPRPARM"
000710         ORGANIZATION IS SEQUENTIAL
001790
001800 77  WS-AGE-LIMIT                PIC 9(03)   VALUE 0.
001810 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
001830
001833 77  WS-CAL-GAP-SW               PIC X(01)   VALUE 'N'.
001836     88  WS-CAL-GAP                          VALUE 'Y'.
001840
001850 77  WS-NEW-REJECT-COUNT         PIC 9(08) COMP VALUE 0.
001860 77  WS-CARRIED-IN-COUNT         PIC 9(08) COMP VALUE 0.
001920
001930 77  WS-EDIT-COUNT               PIC ZZZZZZZ9.
001940 77  WS-EDIT-AGE                 PIC ZZZ9.
001941
001942*--------------------------------------------------------*
001943* PARAMETERS FOR COBOL-BUSINESS-CALENDAR: A 'C' CALL       *
001944* COUNTS THE BUSINESS DAYS FROM THE DATE A REJECT FIRST    *
001945* BOUNCED TO TONIGHT.                                      *
001946*--------------------------------------------------------*
001947 01  WS-CAL-PARMS.
001948     05  WS-CAL-FUNCTION          PIC X(01) VALUE 'C'.
001949     05  WS-CAL-FROM-DATE         PIC 9(08) VALUE 0.
001950     05  WS-CAL-TO-DATE           PIC 9(08) VALUE 0.
001951     05  WS-CAL-DAYS              PIC S9(8) COMP-5 VALUE 0.
001952     05  WS-CAL-DAY-TYPE          PIC X(01) VALUE SPACE.
001953     05  WS-CAL-RETURN-CODE       PIC X(02) VALUE SPACES.
001954         88  WS-CAL-OK                      VALUE '00'.
001955         88  WS-CAL-WEEKDAY-RULE            VALUE '01'.
001956
001960*--------------------------------------------------------*
001970* THE REJECT CURRENTLY BEING REPAIRED, FILLED FROM EITHER  *
001980* TONIGHT'S REJECT FILE OR THE CARRY-IN FILE SO ONE SET    *
002690*--------------------------------------------------------*
002700 1000-INITIALIZE.
002710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002740
002750     OPEN INPUT REPAIR-PARM-FILE.
002760     IF WS-PARM-OK
004510
004520     IF CF-FIRST-DATE NUMERIC AND CF-FIRST-DATE > 0
004530         MOVE CF-FIRST-DATE TO WS-CUR-FIRST-DATE
004540         MOVE 'C' TO WS-CAL-FUNCTION
004543         MOVE CF-FIRST-DATE TO WS-CAL-FROM-DATE
004546         MOVE WS-RUN-DATE TO WS-CAL-TO-DATE
004549         CALL "COBOL-BUSINESS-CALENDAR" USING WS-CAL-PARMS
004552         MOVE WS-CAL-DAYS TO WS-CUR-AGE
004555         IF WS-CAL-WEEKDAY-RULE
004558             SET WS-CAL-GAP TO TRUE
004561         END-IF
004570     ELSE
004580         MOVE WS-RUN-DATE TO WS-CUR-FIRST-DATE
004590         MOVE 0 TO WS-CUR-AGE
006650            WS-CUR-FIRST-DATE DELIMITED BY SIZE
006660            "  AGE " DELIMITED BY SIZE
006670            WS-EDIT-AGE DELIMITED BY SIZE
006680            " BUS DAYS" DELIMITED BY SIZE
006690            INTO RPT-LINE.
006700     WRITE RPT-LINE.
006710
007320         MOVE SPACES TO RPT-LINE
007330         STRING "  REPAIR RUN FAILED - CARRY FILE IS INCOMPLETE"
007340                DELIMITED BY SIZE
007341                INTO RPT-LINE
007342         WRITE RPT-LINE
007343     END-IF.
007344
007345     IF WS-CAL-GAP
007346         MOVE SPACES TO RPT-LINE
007347         STRING "  NOTE: CALENDAR DOES NOT COVER EVERY DATE -"
007348                " MONDAY TO FRIDAY ASSUMED" DELIMITED BY SIZE
007350                INTO RPT-LINE
007360         WRITE RPT-LINE
007370     END-IF.
