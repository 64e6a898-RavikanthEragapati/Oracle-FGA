000193*                DISCREPANCY ON THE REPORT IS A FINDING,     *
000194*                NOT A JOB FAILURE -- THE STEP COMPLETES     *
000195*                EITHER WAY.                                 *
000196* 10/15/26  DRO  ADDED THE ONLINE JOURNAL COBOL-BUSINESS-    *
000197*                LOGIC APPENDS DURING THE DAY: EACH COUNTER'S*
000198*                ONLINE COUNT AND AMOUNT ARE ADDED TO THE    *
000199*                BATCH'S CONTROL TOTALS SO THE DAY'S NUMBERED*
000200*                FIGURES COVER EVERY NUMBER HANDED OUT BEFORE*
000201*                THEY ARE TIED TO THE JAVA POSTED FIGURES.   *
000202*                BOTH PARTS PRINT ON THE REPORT, AND THE BREAK*
000203*                REGISTER CARRIES THE DAY FIGURE.            *
000204*--------------------------------------------------------*
000205
000210 ENVIRONMENT DIVISION.
000220
000230 CONFIGURATION SECTION.
000450     SELECT JAVA-AMOUNT-FILE ASSIGN TO "JAVAAMT"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-JA-FILE-STATUS.
000471
000472*--------------------------------------------------------*
000473* ONLINE-JOURNAL IS APPENDED BY COBOL-BUSINESS-LOGIC, ONE  *
000474* RECORD PER NUMBER HANDED OUT BY AN ONLINE CALL DURING    *
000475* THE BUSINESS DAY.  THIS JOB ONLY READS IT.               *
000476*--------------------------------------------------------*
000477     SELECT ONLINE-JOURNAL ASSIGN TO "ONLNTRAN"
000478         ORGANIZATION IS SEQUENTIAL
000479         FILE STATUS IS WS-OJ-FILE-STATUS.
000480
000490     SELECT BALANCE-REPORT ASSIGN TO "CTLRPT"
000500         ORGANIZATION IS SEQUENTIAL.
000710     RECORDING MODE IS F.
000720     COPY JAVAAMT.
000730
000732 FD  ONLINE-JOURNAL
000734     RECORDING MODE IS F.
000736     COPY ASGNTRAN.
000738
000740 FD  BALANCE-REPORT
000750     RECORDING MODE IS F.
000760 01  RPT-LINE                    PIC X(80).
000970
000980 77  WS-JA-EOF-SW                PIC X(01)   VALUE 'N'.
000990     88  WS-JA-EOF                           VALUE 'Y'.
000991
000992 77  WS-OJ-FILE-STATUS           PIC X(02)   VALUE SPACES.
000993     88  WS-OJ-OK                            VALUE '00'.
000994
000995 77  WS-OJ-OPEN-SW               PIC X(01)   VALUE 'N'.
000996     88  WS-OJ-OPEN                          VALUE 'Y'.
000997
000998 77  WS-OJ-EOF-SW                PIC X(01)   VALUE 'N'.
000999     88  WS-OJ-EOF                           VALUE 'Y'.
001000
001010 77  WS-CD-FILE-STATUS           PIC X(02)   VALUE SPACES.
001020     88  WS-CD-OK                            VALUE '00'.
001280         10  WS-BAL-DESC           PIC X(30).
001290         10  WS-BAL-COBOL-COUNT    PIC S9(8) COMP-5.
001300         10  WS-BAL-COBOL-AMOUNT   PIC S9(11)V99 COMP-3.
001302         10  WS-BAL-ONLINE-COUNT   PIC S9(8) COMP-5.
001304         10  WS-BAL-ONLINE-AMOUNT  PIC S9(11)V99 COMP-3.
001306         10  WS-BAL-DAY-COUNT      PIC S9(8) COMP-5.
001308         10  WS-BAL-DAY-AMOUNT     PIC S9(11)V99 COMP-3.
001310         10  WS-BAL-JAVA-COUNT     PIC S9(8) COMP-5.
001320         10  WS-BAL-JAVA-AMOUNT    PIC S9(11)V99 COMP-3.
001330         10  WS-BAL-MATCH-SW       PIC X(01).
001419
001420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001430     PERFORM 2000-READ-JAVA-AMOUNTS THRU 2000-EXIT.
001435     PERFORM 2500-READ-ONLINE-JOURNAL THRU 2500-EXIT.
001440     PERFORM 3000-READ-CONTROL-TOTALS THRU 3000-EXIT.
001450     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
001455     PERFORM 5000-POST-BREAK-REGISTER THRU 5000-EXIT.
001503*--------------------------------------------------------*
001504* 1000-INITIALIZE                                          *
001505* SEEDS THE BALANCING TABLE FROM THE COUNTER-DEF-FILE AND  *
001510* OPENS THE INPUT FILES.  ANY OF THEM MAY BE MISSING ON    *
001520* THE SHOP'S VERY FIRST NIGHT -- THAT IS TREATED AS ALL    *
001530* ZEROS RATHER THAN AN ABEND, SINCE A MISSING SIDE         *
001540* NATURALLY SHOWS UP AS A DISCREPANCY ON THE REPORT.  NO   *
001545* ONLINE JOURNAL SIMPLY MEANS NOTHING NUMBERED ONLINE.     *
001550*--------------------------------------------------------*
001560 1000-INITIALIZE.
001570     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
001680         SET WS-JA-OPEN TO TRUE
001690     ELSE
001700         SET WS-JA-EOF TO TRUE
001701     END-IF.
001702
001703     OPEN INPUT ONLINE-JOURNAL.
001704     IF WS-OJ-OK
001705         SET WS-OJ-OPEN TO TRUE
001706     ELSE
001707         SET WS-OJ-EOF TO TRUE
001710     END-IF.
001720
001730     OPEN INPUT CONTROL-TOTALS-FILE.
002400     MOVE SPACES TO WS-BAL-DESC (WS-TABLE-IDX).
002410     MOVE 0   TO WS-BAL-COBOL-COUNT (WS-TABLE-IDX).
002420     MOVE 0   TO WS-BAL-COBOL-AMOUNT (WS-TABLE-IDX).
002422     MOVE 0   TO WS-BAL-ONLINE-COUNT (WS-TABLE-IDX).
002424     MOVE 0   TO WS-BAL-ONLINE-AMOUNT (WS-TABLE-IDX).
002426     MOVE 0   TO WS-BAL-DAY-COUNT (WS-TABLE-IDX).
002428     MOVE 0   TO WS-BAL-DAY-AMOUNT (WS-TABLE-IDX).
002430     MOVE 0   TO WS-BAL-JAVA-COUNT (WS-TABLE-IDX).
002440     MOVE 0   TO WS-BAL-JAVA-AMOUNT (WS-TABLE-IDX).
002450     MOVE 'N' TO WS-BAL-MATCH-SW (WS-TABLE-IDX).
003010     EXIT.
003020
003030*--------------------------------------------------------*
003031* 2500-READ-ONLINE-JOURNAL                                 *
003032* READS EVERY NUMBER HANDED OUT ONLINE TODAY AND ADDS ITS  *
003033* COUNT AND AMOUNT TO ITS COUNTER-ID'S ONLINE FIGURES.     *
003034*--------------------------------------------------------*
003035 2500-READ-ONLINE-JOURNAL.
003036     PERFORM 2600-READ-ONLINE-RECORD THRU 2600-EXIT.
003037     PERFORM 2700-STORE-ONLINE-AMOUNT THRU 2700-EXIT
003038         UNTIL WS-OJ-EOF.
003039
003040     IF WS-OJ-OPEN
003041         CLOSE ONLINE-JOURNAL
003042     END-IF.
003043
003044 2500-EXIT.
003045     EXIT.
003046
003047*--------------------------------------------------------*
003048* 2600-READ-ONLINE-RECORD                                  *
003049*--------------------------------------------------------*
003050 2600-READ-ONLINE-RECORD.
003051     IF WS-OJ-EOF
003052         GO TO 2600-EXIT
003053     END-IF.
003054
003055     READ ONLINE-JOURNAL
003056         AT END
003057             SET WS-OJ-EOF TO TRUE
003058     END-READ.
003059
003060 2600-EXIT.
003061     EXIT.
003062
003063*--------------------------------------------------------*
003064* 2700-STORE-ONLINE-AMOUNT                                 *
003065*--------------------------------------------------------*
003066 2700-STORE-ONLINE-AMOUNT.
003067     SET WS-BAL-IDX TO 1.
003068     SEARCH WS-BALANCE-ENTRY
003069         AT END
003070             CONTINUE
003071         WHEN WS-BAL-ID (WS-BAL-IDX) = ASGN-COUNTER-ID
003072             ADD 1 TO WS-BAL-ONLINE-COUNT (WS-BAL-IDX)
003073             ADD ASGN-AMOUNT
003074                 TO WS-BAL-ONLINE-AMOUNT (WS-BAL-IDX)
003075     END-SEARCH.
003076
003077     PERFORM 2600-READ-ONLINE-RECORD THRU 2600-EXIT.
003078
003079 2700-EXIT.
003080     EXIT.
003081
003082*--------------------------------------------------------*
003083* 3000-READ-CONTROL-TOTALS                                 *
003084* LOOKS UP THE BATCH'S CONTROL TOTALS FOR THE REPORT DATE  *
003085* AND EACH KNOWN COUNTER-ID, ADDS THE ONLINE FIGURES TO    *
003086* GIVE THE DAY'S NUMBERED TOTALS, AND FLAGS WHETHER BOTH   *
003087* THE COUNT AND THE AMOUNT MATCH THE JAVA APPLICATION'S    *
003088* POSTED FIGURES.                                          *
003090*--------------------------------------------------------*
003100 3000-READ-CONTROL-TOTALS.
003110     PERFORM 3100-READ-ONE-TOTAL THRU 3100-EXIT
003410     END-READ.
003420
003430 3100-COMPARE.
003431     COMPUTE WS-BAL-DAY-COUNT (WS-TABLE-IDX) =
003432         WS-BAL-COBOL-COUNT (WS-TABLE-IDX) +
003433         WS-BAL-ONLINE-COUNT (WS-TABLE-IDX).
003434     COMPUTE WS-BAL-DAY-AMOUNT (WS-TABLE-IDX) =
003435         WS-BAL-COBOL-AMOUNT (WS-TABLE-IDX) +
003436         WS-BAL-ONLINE-AMOUNT (WS-TABLE-IDX).
003437
003440     IF WS-BAL-DAY-COUNT (WS-TABLE-IDX) =
003450        WS-BAL-JAVA-COUNT (WS-TABLE-IDX)
003460        AND WS-BAL-DAY-AMOUNT (WS-TABLE-IDX) =
003470        WS-BAL-JAVA-AMOUNT (WS-TABLE-IDX)
003480         SET WS-BAL-MATCHED (WS-TABLE-IDX) TO TRUE
003490     END-IF.
004110            INTO RPT-LINE.
004120     WRITE RPT-LINE.
004130
004131     MOVE WS-BAL-ONLINE-COUNT (WS-TABLE-IDX) TO WS-EDIT-COUNT.
004132     MOVE SPACES TO RPT-LINE.
004133     STRING "  ONLINE NUMBERED COUNT . : " DELIMITED BY SIZE
004134            WS-EDIT-COUNT DELIMITED BY SIZE
004135            INTO RPT-LINE.
004136     WRITE RPT-LINE.
004137
004138     MOVE WS-BAL-ONLINE-AMOUNT (WS-TABLE-IDX) TO WS-EDIT-AMOUNT.
004139     MOVE SPACES TO RPT-LINE.
004140     STRING "  ONLINE NUMBERED AMOUNT. : " DELIMITED BY SIZE
004141            WS-EDIT-AMOUNT DELIMITED BY SIZE
004142            INTO RPT-LINE.
004143     WRITE RPT-LINE.
004144
004145     MOVE WS-BAL-DAY-COUNT (WS-TABLE-IDX) TO WS-EDIT-COUNT.
004146     MOVE SPACES TO RPT-LINE.
004147     STRING "  DAY NUMBERED COUNT. . . : " DELIMITED BY SIZE
004148            WS-EDIT-COUNT DELIMITED BY SIZE
004149            INTO RPT-LINE.
004150     WRITE RPT-LINE.
004151
004152     MOVE WS-BAL-DAY-AMOUNT (WS-TABLE-IDX) TO WS-EDIT-AMOUNT.
004153     MOVE SPACES TO RPT-LINE.
004154     STRING "  DAY NUMBERED AMOUNT . . : " DELIMITED BY SIZE
004155            WS-EDIT-AMOUNT DELIMITED BY SIZE
004156            INTO RPT-LINE.
004157     WRITE RPT-LINE.
004158
004159     MOVE WS-BAL-JAVA-COUNT (WS-TABLE-IDX) TO WS-EDIT-COUNT.
004160     MOVE SPACES TO RPT-LINE.
004161     STRING "  JAVA POSTED COUNT . . . : " DELIMITED BY SIZE
004170            WS-EDIT-COUNT DELIMITED BY SIZE
004180            INTO RPT-LINE.
004190     WRITE RPT-LINE.
004380                INTO RPT-LINE
004390         WRITE RPT-LINE
004400         COMPUTE WS-DIFF-COUNT =
004410             WS-BAL-DAY-COUNT (WS-TABLE-IDX) -
004420             WS-BAL-JAVA-COUNT (WS-TABLE-IDX)
004430         MOVE WS-DIFF-COUNT TO WS-EDIT-DIFF-COUNT
004440         MOVE SPACES TO RPT-LINE
004450         STRING "  COUNT DIFF (DAY-JAVA) . : " DELIMITED BY SIZE
004460                WS-EDIT-DIFF-COUNT DELIMITED BY SIZE
004470                INTO RPT-LINE
004480         WRITE RPT-LINE
004490         COMPUTE WS-DIFF-AMOUNT =
004500             WS-BAL-DAY-AMOUNT (WS-TABLE-IDX) -
004510             WS-BAL-JAVA-AMOUNT (WS-TABLE-IDX)
004520         MOVE WS-DIFF-AMOUNT TO WS-EDIT-AMOUNT
004530         MOVE SPACES TO RPT-LINE
004540         STRING "  AMOUNT DIFF (DAY-JAVA). : " DELIMITED BY SIZE
004550                WS-EDIT-AMOUNT DELIMITED BY SIZE
004560                INTO RPT-LINE
004570         WRITE RPT-LINE
005340                 MOVE WS-REPORT-DATE TO BK-FOUND-DATE
005350                 MOVE WS-REPORT-DATE TO BK-LAST-DATE
005360                 MOVE 0 TO BK-CLEARED-DATE
005370                 MOVE WS-BAL-DAY-AMOUNT (WS-TABLE-IDX)
005380                     TO BK-COBOL-VALUE
005390                 MOVE WS-BAL-JAVA-AMOUNT (WS-TABLE-IDX)
005400                     TO BK-JAVA-VALUE
005630     END-IF.
005640
005650     MOVE WS-REPORT-DATE TO BK-LAST-DATE.
005660     MOVE WS-BAL-DAY-AMOUNT (WS-TABLE-IDX) TO BK-COBOL-VALUE.
005670     MOVE WS-BAL-JAVA-AMOUNT (WS-TABLE-IDX) TO BK-JAVA-VALUE.
005680     REWRITE BK-RECORD.
005690
