000274*                NOW PRINTS AND TOTALS AS ANNUAL WITH NO   *
000276*                ACTIVITY INSTEAD OF BEING REPORTED TO     *
000278*                THE AUDITORS AS CONTINUOUS.               *
000280* 10/15/26  DRO  MIRRORED THE NEW ONLINE-MODE FIELDS       *
000282*                COBOL-BUSINESS-LOGIC APPENDED TO LS-      *
000284*                COUNTER-STORAGE.  A RESEED CALL ALWAYS    *
000286*                LEAVES THEM AT THEIR DEFAULTS.            *
000287* 10/15/26  DRO  THE ROLLOVER REPORT NOW ENDS WITH EVERY   *
000288*                RESET-POLICY OR RESET-SEED CHANGE MADE TO *
000289*                A COUNTER DEFINITION IN THE LAST THIRTY   *
000290*                DAYS, TAKEN FROM THE DEFINITION HISTORY   *
000291*                COBOL-COUNTER-DEF-LOAD KEEPS, WITH WHO    *
000292*                MADE IT, SO THE AUDITORS' JANUARY         *
000293*                QUESTION IS ANSWERED ON THE SAME PAGE.    *
000294*--------------------------------------------------------*
000295
000300 ENVIRONMENT DIVISION.
000310
000320 CONFIGURATION SECTION.
000670         RECORD KEY IS YE-CLOSING-KEY
000680         FILE STATUS IS WS-YE-FILE-STATUS.
000690
000691*--------------------------------------------------------*
000692* DEFINITION-HISTORY-FILE IS WRITTEN BY COBOL-COUNTER-     *
000693* DEF-LOAD.  READ HERE FOR THE LAST THIRTY DAYS OF         *
000694* RESET-POLICY AND SEED CHANGES.  READ-ONLY.               *
000695*--------------------------------------------------------*
000696     SELECT DEFINITION-HISTORY-FILE ASSIGN TO "DEFHIST"
000697         ORGANIZATION IS INDEXED
000698         ACCESS MODE IS DYNAMIC
000699         RECORD KEY IS DH-HISTORY-KEY
000700         FILE STATUS IS WS-DH-FILE-STATUS.
000701
000702     SELECT ROLLOVER-REPORT ASSIGN TO "ROLLRPT"
000710         ORGANIZATION IS SEQUENTIAL.
000720
000730 DATA DIVISION.
000840 FD  YEAR-END-REGISTER
000850     RECORDING MODE IS F.
000860     COPY YERECORD.
000862
000864 FD  DEFINITION-HISTORY-FILE
000866     RECORDING MODE IS F.
000868     COPY DHRECORD.
000870
000880 FD  ROLLOVER-REPORT
000890     RECORDING MODE IS F.
001160 77  WS-YE-OPEN-SW               PIC X(01)   VALUE 'N'.
001170     88  WS-YE-OPEN                          VALUE 'Y'.
001180
001181 77  WS-DH-FILE-STATUS           PIC X(02)   VALUE SPACES.
001182     88  WS-DH-OK                            VALUE '00'.
001183
001184 77  WS-DH-EOF-SW                PIC X(01)   VALUE 'N'.
001185     88  WS-DH-EOF                           VALUE 'Y'.
001186
001190 77  WS-ROLL-FAILED-SW           PIC X(01)   VALUE 'N'.
001200     88  WS-ROLL-FAILED                      VALUE 'Y'.
001210
001250 77  WS-CONTINUED-COUNT          PIC 9(08) COMP VALUE 0.
001255 77  WS-REFUSED-COUNT            PIC 9(08) COMP VALUE 0.
001257 77  WS-IDLE-ANNUAL-COUNT        PIC 9(08) COMP VALUE 0.
001258 77  WS-POLICY-CHANGE-COUNT      PIC 9(08) COMP VALUE 0.
001259
001260 77  WS-CHANGE-CUTOFF-DATE       PIC 9(08)   VALUE 0.
001261 77  WS-CHANGE-CUTOFF-INT        PIC 9(08) COMP VALUE 0.
001262 77  WS-EDIT-OLD-SEED            PIC ZZZZZZZ9.
001263
001270 77  WS-EDIT-VALUE               PIC ZZZZZZZ9.
001280 77  WS-EDIT-COUNT               PIC ZZZZZZZ9.
001290
001670     05  WS-CALL-VOID-SEQUENCE    PIC S9(8) COMP-5 VALUE 0.
001680     05  WS-CALL-VOID-TRANS-ID    PIC X(12)  VALUE SPACES.
001690     05  WS-CALL-VOID-REASON      PIC X(20)  VALUE SPACES.
001693     05  WS-CALL-TRANSACTION-ID   PIC X(12)  VALUE SPACES.
001696     05  WS-CALL-TRANS-AMOUNT     PIC S9(9)V99 COMP-3 VALUE 0.
001700
001710 01  WS-CALL-RETURN-CODE          PIC X(02).
001720     88  WS-CALL-SUCCESS                     VALUE '00'.
001890     END-IF.
001900
001910     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
001915     PERFORM 4500-PRINT-POLICY-CHANGES THRU 4500-EXIT.
001920     PERFORM 5000-WRAP-UP THRU 5000-EXIT.
001930     STOP RUN.
001940
005530     EXIT.
005540
005550*--------------------------------------------------------*
005551* 4500-PRINT-POLICY-CHANGES                                *
005552* LISTS EVERY DEFINITION-HISTORY ENTRY OF THE LAST THIRTY  *
005553* DAYS THAT MOVED A COUNTER'S RESET FLAG OR RESET SEED --  *
005554* INCLUDING A NEW COUNTER DEFINED AS ANNUAL -- SO THE      *
005555* POLICY EACH COUNTER WAS CLOSED UNDER CAN BE TRACED TO    *
005556* THE CARD THAT SET IT.  NO HISTORY FILE IS REPORTED, NOT  *
005557* ABENDED.                                                 *
005558*--------------------------------------------------------*
005559 4500-PRINT-POLICY-CHANGES.
005560     COMPUTE WS-CHANGE-CUTOFF-INT =
005561         FUNCTION INTEGER-OF-DATE (WS-CLOSE-DATE) - 30.
005562     MOVE FUNCTION DATE-OF-INTEGER (WS-CHANGE-CUTOFF-INT)
005563         TO WS-CHANGE-CUTOFF-DATE.
005564
005565     MOVE SPACES TO RPT-LINE.
005566     WRITE RPT-LINE.
005567
005568     MOVE SPACES TO RPT-LINE.
005569     STRING "RESET POLICY AND SEED CHANGES SINCE "
005570            DELIMITED BY SIZE
005571            WS-CHANGE-CUTOFF-DATE DELIMITED BY SIZE
005572            INTO RPT-LINE.
005573     WRITE RPT-LINE.
005574
005575     OPEN INPUT DEFINITION-HISTORY-FILE.
005576     IF NOT WS-DH-OK
005577         MOVE SPACES TO RPT-LINE
005578         STRING "  NO DEFINITION HISTORY ON FILE."
005579                DELIMITED BY SIZE
005580                INTO RPT-LINE
005581         WRITE RPT-LINE
005582         GO TO 4500-EXIT
005583     END-IF.
005584
005585     MOVE WS-CHANGE-CUTOFF-DATE TO DH-LOAD-DATE.
005586     MOVE LOW-VALUES TO DH-COUNTER-ID.
005587     MOVE 0 TO DH-LOAD-TIME.
005588     MOVE 0 TO DH-CARD-NUMBER.
005589
005590     START DEFINITION-HISTORY-FILE KEY NOT < DH-HISTORY-KEY
005591         INVALID KEY
005592             SET WS-DH-EOF TO TRUE
005593     END-START.
005594
005595     PERFORM 4600-EXAMINE-ONE-CHANGE THRU 4600-EXIT
005596         UNTIL WS-DH-EOF.
005597
005598     CLOSE DEFINITION-HISTORY-FILE.
005599
005600     IF WS-POLICY-CHANGE-COUNT = 0
005601         MOVE SPACES TO RPT-LINE
005602         STRING "  NONE." DELIMITED BY SIZE
005603                INTO RPT-LINE
005604         WRITE RPT-LINE
005605     END-IF.
005606
005607 4500-EXIT.
005608     EXIT.
005609
005610*--------------------------------------------------------*
005611* 4600-EXAMINE-ONE-CHANGE                                  *
005612*--------------------------------------------------------*
005613 4600-EXAMINE-ONE-CHANGE.
005614     READ DEFINITION-HISTORY-FILE NEXT
005615         AT END
005616             SET WS-DH-EOF TO TRUE
005617             GO TO 4600-EXIT
005618     END-READ.
005619
005620     IF NOT WS-DH-OK
005621         SET WS-DH-EOF TO TRUE
005622         GO TO 4600-EXIT
005623     END-IF.
005624
005625     IF DH-ADDED
005626         IF DH-AF-RESET-FLAG NOT = 'A'
005627             GO TO 4600-EXIT
005628         END-IF
005629     ELSE
005630         IF DH-BF-RESET-FLAG = DH-AF-RESET-FLAG
005631             AND DH-BF-RESET-SEED = DH-AF-RESET-SEED
005632             GO TO 4600-EXIT
005633         END-IF
005634     END-IF.
005635
005636     ADD 1 TO WS-POLICY-CHANGE-COUNT.
005637
005638     MOVE SPACES TO RPT-LINE.
005639     STRING "  " DELIMITED BY SIZE
005640            DH-LOAD-DATE DELIMITED BY SIZE
005641            "  " DELIMITED BY SIZE
005642            DH-COUNTER-ID DELIMITED BY SIZE
005643            "  REF " DELIMITED BY SIZE
005644            DH-CHANGE-REF DELIMITED BY SIZE
005645            INTO RPT-LINE.
005646     WRITE RPT-LINE.
005647
005648     MOVE DH-AF-RESET-SEED TO WS-EDIT-VALUE.
005649     MOVE SPACES TO RPT-LINE.
005650     IF DH-ADDED
005651         STRING "      NEW COUNTER, RESET " DELIMITED BY SIZE
005652                DH-AF-RESET-FLAG DELIMITED BY SIZE
005653                " SEED " DELIMITED BY SIZE
005654                WS-EDIT-VALUE DELIMITED BY SIZE
005655                INTO RPT-LINE
005656     ELSE
005657         MOVE DH-BF-RESET-SEED TO WS-EDIT-OLD-SEED
005658         STRING "      RESET " DELIMITED BY SIZE
005659                DH-BF-RESET-FLAG DELIMITED BY SIZE
005660                " SEED " DELIMITED BY SIZE
005661                WS-EDIT-OLD-SEED DELIMITED BY SIZE
005662                "  NOW RESET " DELIMITED BY SIZE
005663                DH-AF-RESET-FLAG DELIMITED BY SIZE
005664                " SEED " DELIMITED BY SIZE
005665                WS-EDIT-VALUE DELIMITED BY SIZE
005666                INTO RPT-LINE
005667     END-IF.
005668     WRITE RPT-LINE.
005669
005670 4600-EXIT.
005671     EXIT.
005672
005673*--------------------------------------------------------*
005674* 5000-WRAP-UP                                             *
005675*--------------------------------------------------------*
005676 5000-WRAP-UP.
005677     IF WS-YE-OPEN
005678         CLOSE YEAR-END-REGISTER
005679     END-IF.
005680     CLOSE ROLLOVER-REPORT.
005681
005682     IF WS-POLICY-CHANGE-COUNT > 0
005683         DISPLAY "COBOL-YEAR-ROLLOVER: POLICY CHANGES : "
005684             WS-POLICY-CHANGE-COUNT
005685     END-IF.
005686
005687     DISPLAY "COBOL-YEAR-ROLLOVER: CLOSED . . : "
005688         WS-CLOSED-COUNT.
005689     DISPLAY "COBOL-YEAR-ROLLOVER: RESEEDED . : "
005690         WS-RESEED-COUNT.
005691
005692     IF WS-REFUSED-COUNT > 0
005693         DISPLAY "COBOL-YEAR-ROLLOVER: RESEEDS REFUSED: "
005694             WS-REFUSED-COUNT
005695     END-IF.
005696
005697     IF WS-ROLL-FAILED
005700         DISPLAY "COBOL-YEAR-ROLLOVER: ROLLOVER INCOMPLETE"
005710     END-IF.
005720
