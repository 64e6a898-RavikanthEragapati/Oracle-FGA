000170*                BREAKS OPEN MORE THAN 1, 5 AND 10 DAYS    *
000180*                -- WHAT THE SETTLEMENT TEAM ACTUALLY      *
000190*                NEEDS TO RUN THEIR MORNING MEETING.       *
000191* 10/15/26  DRO  AGES NOW COUNTED IN BUSINESS DAYS OFF THE *
000192*                SHARED CALENDAR THROUGH COBOL-BUSINESS-   *
000193*                CALENDAR, SO A BREAK FOUND BEFORE A LONG  *
000194*                WEEKEND NO LONGER JUMPS THE 1/5/10-DAY    *
000195*                BUCKETS OVER DAYS THE BANK WAS CLOSED.    *
000200*--------------------------------------------------------*
000210
000220 ENVIRONMENT DIVISION.
000650     88  WS-BK-EOF                           VALUE 'Y'.
000660
000670 77  WS-REPORT-DATE              PIC 9(08)   VALUE 0.
000700 77  WS-AGE-DAYS                 PIC S9(4) COMP VALUE 0.
000702
000704 77  WS-CAL-GAP-SW               PIC X(01)   VALUE 'N'.
000706     88  WS-CAL-GAP                          VALUE 'Y'.
000710
000720 77  WS-OPEN-COUNT               PIC 9(08) COMP VALUE 0.
000730 77  WS-OVER-1-COUNT             PIC 9(08) COMP VALUE 0.
000790 77  WS-EDIT-AGE                 PIC ZZZ9.
000800 77  WS-EDIT-COBOL               PIC -(10)9.99.
000810 77  WS-EDIT-JAVA                PIC -(10)9.99.
000811
000812*--------------------------------------------------------*
000813* PARAMETERS FOR COBOL-BUSINESS-CALENDAR: A 'C' CALL       *
000814* COUNTS THE BUSINESS DAYS FROM THE DATE A BREAK WAS       *
000815* FOUND TO THE REPORT DATE.                                *
000816*--------------------------------------------------------*
000817 01  WS-CAL-PARMS.
000818     05  WS-CAL-FUNCTION          PIC X(01) VALUE 'C'.
000819     05  WS-CAL-FROM-DATE         PIC 9(08) VALUE 0.
000820     05  WS-CAL-TO-DATE           PIC 9(08) VALUE 0.
000821     05  WS-CAL-DAYS              PIC S9(8) COMP-5 VALUE 0.
000822     05  WS-CAL-DAY-TYPE          PIC X(01) VALUE SPACE.
000823     05  WS-CAL-RETURN-CODE       PIC X(02) VALUE SPACES.
000824         88  WS-CAL-OK                      VALUE '00'.
000825         88  WS-CAL-WEEKDAY-RULE            VALUE '01'.
000826
000830 PROCEDURE DIVISION.
000840
000850 0000-MAINLINE.
001020*--------------------------------------------------------*
001030 1000-INITIALIZE.
001040     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
001070
001080     OPEN OUTPUT BREAK-REPORT.
001090
001100     MOVE SPACES TO RPT-LINE.
001110     STRING "RECONCILIATION BREAK AGING - " DELIMITED BY SIZE
001120            WS-REPORT-DATE DELIMITED BY SIZE
001121            INTO RPT-LINE.
001122     WRITE RPT-LINE.
001123
001124     MOVE SPACES TO RPT-LINE.
001125     STRING "AGES IN BUSINESS DAYS" DELIMITED BY SIZE
001130            INTO RPT-LINE.
001140     WRITE RPT-LINE.
001150
001570     ADD 1 TO WS-OPEN-COUNT.
001580
001590     IF BK-FOUND-DATE NUMERIC AND BK-FOUND-DATE > 0
001600         MOVE 'C' TO WS-CAL-FUNCTION
001603         MOVE BK-FOUND-DATE TO WS-CAL-FROM-DATE
001606         MOVE WS-REPORT-DATE TO WS-CAL-TO-DATE
001609         CALL "COBOL-BUSINESS-CALENDAR" USING WS-CAL-PARMS
001612         MOVE WS-CAL-DAYS TO WS-AGE-DAYS
001615         IF WS-CAL-WEEKDAY-RULE
001618             SET WS-CAL-GAP TO TRUE
001621         END-IF
001630     ELSE
001640         MOVE 0 TO WS-AGE-DAYS
001650     END-IF.
001930            BK-FOUND-DATE DELIMITED BY SIZE
001940            "  AGE " DELIMITED BY SIZE
001950            WS-EDIT-AGE DELIMITED BY SIZE
001960            " BUS DAYS  STATUS " DELIMITED BY SIZE
001970            BK-STATUS-CODE DELIMITED BY SIZE
001980            INTO RPT-LINE.
001990     WRITE RPT-LINE.
002350
002360     MOVE WS-OVER-1-COUNT TO WS-EDIT-COUNT.
002370     MOVE SPACES TO RPT-LINE.
002380     STRING "  OVER 1 BUSINESS DAY . . : " DELIMITED BY SIZE
002390            WS-EDIT-COUNT DELIMITED BY SIZE
002400            INTO RPT-LINE.
002410     WRITE RPT-LINE.
002420
002430     MOVE WS-OVER-5-COUNT TO WS-EDIT-COUNT.
002440     MOVE SPACES TO RPT-LINE.
002450     STRING "  OVER 5 BUSINESS DAYS. . : " DELIMITED BY SIZE
002460            WS-EDIT-COUNT DELIMITED BY SIZE
002470            INTO RPT-LINE.
002480     WRITE RPT-LINE.
002490
002500     MOVE WS-OVER-10-COUNT TO WS-EDIT-COUNT.
002510     MOVE SPACES TO RPT-LINE.
002520     STRING "  OVER 10 BUSINESS DAYS . : " DELIMITED BY SIZE
002530            WS-EDIT-COUNT DELIMITED BY SIZE
002540            INTO RPT-LINE.
002550     WRITE RPT-LINE.
002600            WS-EDIT-COUNT DELIMITED BY SIZE
002610            INTO RPT-LINE.
002620     WRITE RPT-LINE.
002621
002622     IF WS-CAL-GAP
002623         MOVE SPACES TO RPT-LINE
002624         STRING "NOTE: CALENDAR DOES NOT COVER EVERY DATE -"
002625                " MONDAY TO FRIDAY ASSUMED" DELIMITED BY SIZE
002626                INTO RPT-LINE
002627         WRITE RPT-LINE
002628     END-IF.
002630
002640 3000-EXIT.
002650     EXIT.
