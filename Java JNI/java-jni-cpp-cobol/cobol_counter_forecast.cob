000270*                PROJECTION TRACKS CURRENT CONSUMPTION     *
000280*                INSTEAD OF A LIFETIME AVERAGE THAT WARNS  *
000290*                LATE WHEN A COUNTER ACCELERATES.          *
000291* 10/15/26  DRO  BURN RATE AND DAYS TO LIMIT NOW COUNT     *
000292*                BUSINESS DAYS OFF THE SHARED CALENDAR     *
000293*                THROUGH COBOL-BUSINESS-CALENDAR, SO       *
000294*                WEEKEND AND HOLIDAY SNAPSHOTS WITH NO     *
000295*                ACTIVITY NO LONGER DILUTE THE RATE, AND   *
000296*                CD-WARN-DAYS IS READ AS BUSINESS DAYS.    *
000300*--------------------------------------------------------*
000310
000320 ENVIRONMENT DIVISION.
001110*--------------------------------------------------------*
001120 77  WS-WINDOW-DAYS              PIC S9(4) COMP-5 VALUE 30.
001130
001150 77  WS-LAST-INT                 PIC 9(08) COMP VALUE 0.
001160 77  WS-SNAP-INT                 PIC 9(08) COMP VALUE 0.
001170 77  WS-DAYS-SPAN                PIC S9(8) COMP-5 VALUE 0.
001240 77  WS-EDIT-DAYS                PIC ZZZZZZZ9.
001250 77  WS-EDIT-RATE                PIC ZZZZZZZ9.99.
001260 77  WS-EDIT-WARN                PIC ZZZ9.
001261
001262 77  WS-CAL-GAP-SW               PIC X(01)   VALUE 'N'.
001263     88  WS-CAL-GAP                          VALUE 'Y'.
001264
001265*--------------------------------------------------------*
001266* PARAMETERS FOR COBOL-BUSINESS-CALENDAR: A 'C' CALL       *
001267* COUNTS THE BUSINESS DAYS BETWEEN A COUNTER'S EARLIEST    *
001268* AND LATEST SNAPSHOTS IN ITS MEASUREMENT WINDOW.          *
001269*--------------------------------------------------------*
001270 01  WS-CAL-PARMS.
001271     05  WS-CAL-FUNCTION          PIC X(01) VALUE 'C'.
001272     05  WS-CAL-FROM-DATE         PIC 9(08) VALUE 0.
001273     05  WS-CAL-TO-DATE           PIC 9(08) VALUE 0.
001274     05  WS-CAL-DAYS              PIC S9(8) COMP-5 VALUE 0.
001275     05  WS-CAL-DAY-TYPE          PIC X(01) VALUE SPACE.
001276     05  WS-CAL-RETURN-CODE       PIC X(02) VALUE SPACES.
001277         88  WS-CAL-OK                      VALUE '00'.
001278         88  WS-CAL-WEEKDAY-RULE            VALUE '01'.
001279
001280*--------------------------------------------------------*
001290* ONE FORECAST ENTRY PER COUNTER-ID ON THE COUNTER-DEF-    *
001300* FILE, LOADED AT START-UP SO A NEW COUNTER REACHES THIS   *
004410     WRITE RPT-LINE.
004420
004430     MOVE SPACES TO RPT-LINE.
004431     STRING "RATES AND HORIZONS IN BUSINESS DAYS"
004432            DELIMITED BY SIZE
004433            INTO RPT-LINE.
004434     WRITE RPT-LINE.
004435
004436     MOVE SPACES TO RPT-LINE.
004440     WRITE RPT-LINE.
004450
004460     IF WS-COUNTER-COUNT = 0
004650            INTO RPT-LINE.
004660     WRITE RPT-LINE.
004670
004671     IF WS-CAL-GAP
004672         MOVE SPACES TO RPT-LINE
004673         STRING "NOTE: CALENDAR DOES NOT COVER EVERY DATE -"
004674                " MONDAY TO FRIDAY ASSUMED" DELIMITED BY SIZE
004675                INTO RPT-LINE
004676         WRITE RPT-LINE
004677     END-IF.
004678
004680     CLOSE FORECAST-REPORT.
004690
004700 3000-EXIT.
004740* 3100-FORECAST-ONE                                        *
004750* PROJECTS ONE COUNTER: BURN RATE IS THE MOVEMENT FROM     *
004760* THE EARLIEST IN-WINDOW SNAPSHOT TO THE LATEST SPREAD     *
004770* OVER THE BUSINESS DAYS BETWEEN THEM; DAYS TO LIMIT IS    *
004780* THE ROOM LEFT UNDER CD-HIGH-LIMIT AT THAT RATE, IN       *
004785* BUSINESS DAYS.                                           *
004790*--------------------------------------------------------*
004800 3100-FORECAST-ONE.
004810     MOVE SPACES TO RPT-LINE.
005340         GO TO 3100-EXIT
005350     END-IF.
005360
005370     MOVE 'C' TO WS-CAL-FUNCTION.
005375     MOVE WS-FC-FIRST-DATE (WS-TABLE-IDX) TO WS-CAL-FROM-DATE.
005380     MOVE WS-FC-LAST-DATE (WS-TABLE-IDX) TO WS-CAL-TO-DATE.
005385     CALL "COBOL-BUSINESS-CALENDAR" USING WS-CAL-PARMS.
005390     IF WS-CAL-WEEKDAY-RULE
005395         SET WS-CAL-GAP TO TRUE
005400     END-IF.
005410     MOVE WS-CAL-DAYS TO WS-DAYS-SPAN.
005420     COMPUTE WS-CONSUMED = WS-FC-LAST-VALUE (WS-TABLE-IDX)
005430         - WS-FC-FIRST-VALUE (WS-TABLE-IDX).
005440
005580
005590     MOVE WS-BURN-RATE TO WS-EDIT-RATE.
005600     MOVE SPACES TO RPT-LINE.
005610     STRING "  BURN RATE PER BUS DAY. . : " DELIMITED BY SIZE
005620            WS-EDIT-RATE DELIMITED BY SIZE
005630            INTO RPT-LINE.
005640     WRITE RPT-LINE.
005650
005660     MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS.
005670     MOVE SPACES TO RPT-LINE.
005680     STRING "  BUS DAYS TO HIGH LIMIT . : " DELIMITED BY SIZE
005690            WS-EDIT-DAYS DELIMITED BY SIZE
005700            INTO RPT-LINE.
005710     WRITE RPT-LINE.
005840             STRING "  STATUS . . . . . . . . . : *** INSIDE "
005850                    DELIMITED BY SIZE
005860                    WS-EDIT-WARN DELIMITED BY SIZE
005870                    " BUS DAY WARNING HORIZON ***"
005875                    DELIMITED BY SIZE
005880                    INTO RPT-LINE
005890             WRITE RPT-LINE
005900         ELSE
005920             STRING "  STATUS . . . . . . . . . : OUTSIDE "
005930                    DELIMITED BY SIZE
005940                    WS-EDIT-WARN DELIMITED BY SIZE
005950                    " BUS DAY WARNING HORIZON" DELIMITED BY SIZE
005960                    INTO RPT-LINE
005970             WRITE RPT-LINE
005980         END-IF
