000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBOL-DEF-CHANGE-REPORT.
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. ENTERPRISE BANKING SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*--------------------------------------------------------*
000100* 10/15/26  DRO  ORIGINAL PROGRAM.  COUNTER-DEFINITION     *
000110*                CHANGE REPORT: TAKES A DATE RANGE AND AN  *
000120*                OPTIONAL COUNTER-ID ON THE DCHGPARM CARD  *
000130*                AND LISTS EVERY ADD, CHANGE AND           *
000140*                DEACTIVATION COBOL-COUNTER-DEF-LOAD       *
000150*                APPLIED IN THAT RANGE, FROM THE KEYED     *
000160*                DEFINITION HISTORY, WITH THE OPERATOR OR  *
000170*                CHANGE TICKET AND EVERY FIELD THE CARD    *
000180*                MOVED, BEFORE AND AFTER.  AN ADD LISTS    *
000190*                EVERY FIELD AS LOADED.  RUN ON REQUEST,   *
000200*                THE SAME WAY AS COBOL-AUDIT-RETRIEVE.     *
000210*--------------------------------------------------------*
000220
000230 ENVIRONMENT DIVISION.
000240
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. GENERIC-SERVER.
000270 OBJECT-COMPUTER. GENERIC-SERVER.
000280
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310*--------------------------------------------------------*
000320* CHANGE-PARM-FILE CARRIES ONE CARD: COUNTER-ID, OR BLANK  *
000330* FOR EVERY COUNTER, AND THE LOAD-DATE RANGE.              *
000340*--------------------------------------------------------*
000350     SELECT CHANGE-PARM-FILE ASSIGN TO "DCHGPARM"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-PARM-FILE-STATUS.
000380
000390*--------------------------------------------------------*
000400* DEFINITION-HISTORY-FILE IS WRITTEN BY COBOL-COUNTER-     *
000410* DEF-LOAD, KEYED LOAD DATE + COUNTER-ID + LOAD TIME +     *
000420* CARD NUMBER.  THIS JOB ONLY READS IT.                    *
000430*--------------------------------------------------------*
000440     SELECT DEFINITION-HISTORY-FILE ASSIGN TO "DEFHIST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS DH-HISTORY-KEY
000480         FILE STATUS IS WS-DH-FILE-STATUS.
000490
000500     SELECT CHANGE-REPORT ASSIGN TO "DCHGRPT"
000510         ORGANIZATION IS SEQUENTIAL.
000520
000530 DATA DIVISION.
000540
000550 FILE SECTION.
000560 FD  CHANGE-PARM-FILE
000570     RECORDING MODE IS F.
000580 01  DCP-PARM-CARD.
000590     05  DCP-COUNTER-ID           PIC X(12).
000600     05  DCP-FROM-DATE            PIC 9(08).
000610     05  DCP-THRU-DATE            PIC 9(08).
000620     05  FILLER                   PIC X(52).
000630
000640 FD  DEFINITION-HISTORY-FILE
000650     RECORDING MODE IS F.
000660     COPY DHRECORD.
000670
000680 FD  CHANGE-REPORT
000690     RECORDING MODE IS F.
000700 01  RPT-LINE                    PIC X(80).
000710
000720 WORKING-STORAGE SECTION.
000730*--------------------------------------------------------*
000740* STANDALONE SWITCHES AND COUNTERS                         *
000750*--------------------------------------------------------*
000760 77  WS-PARM-FILE-STATUS         PIC X(02)   VALUE SPACES.
000770     88  WS-PARM-OK                          VALUE '00'.
000780
000790 77  WS-DH-FILE-STATUS           PIC X(02)   VALUE SPACES.
000800     88  WS-DH-OK                            VALUE '00'.
000810
000820 77  WS-DH-OPEN-SW               PIC X(01)   VALUE 'N'.
000830     88  WS-DH-OPEN                          VALUE 'Y'.
000840
000850 77  WS-DH-EOF-SW                PIC X(01)   VALUE 'N'.
000860     88  WS-DH-EOF                           VALUE 'Y'.
000870
000880 77  WS-PARM-BAD-SW              PIC X(01)   VALUE 'N'.
000890     88  WS-PARM-BAD                         VALUE 'Y'.
000900
000910 77  WS-REQ-COUNTER-ID           PIC X(12)   VALUE SPACES.
000920 77  WS-REQ-FROM-DATE            PIC 9(08)   VALUE 0.
000930 77  WS-REQ-THRU-DATE            PIC 9(08)   VALUE 0.
000940 77  WS-REPORT-DATE              PIC 9(08)   VALUE 0.
000950
000960 77  WS-ENTRY-COUNT              PIC 9(08) COMP VALUE 0.
000970 77  WS-ADDED-COUNT              PIC 9(08) COMP VALUE 0.
000980 77  WS-CHANGED-COUNT            PIC 9(08) COMP VALUE 0.
000990 77  WS-DEACTIVATED-COUNT        PIC 9(08) COMP VALUE 0.
001000
001010 77  WS-EDIT-COUNT               PIC ZZZZZZZ9.
001020 77  WS-EDIT-NUMBER              PIC ZZZZZZZZ9.
001030 77  WS-ACTION-TEXT              PIC X(12)   VALUE SPACES.
001040
001050*--------------------------------------------------------*
001060* ONE FIELD LINE: THE FIELD NAME AND ITS BEFORE AND AFTER  *
001070* VALUES IN DISPLAY FORM, BUILT THE SAME WAY FOR EVERY     *
001080* FIELD OF THE DEFINITION SO ALL OF THEM PRINT ALIKE.      *
001090*--------------------------------------------------------*
001100 01  WS-FIELD-LINE.
001110     05  FILLER                   PIC X(04)   VALUE SPACES.
001120     05  WS-FLD-NAME              PIC X(14).
001130     05  WS-FLD-BEFORE            PIC X(30).
001140     05  FILLER                   PIC X(02)   VALUE SPACES.
001150     05  WS-FLD-AFTER             PIC X(30).
001160
001170 PROCEDURE DIVISION.
001180
001190 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001210
001220     IF NOT WS-PARM-BAD
001230         PERFORM 2000-SEARCH-HISTORY THRU 2000-EXIT
001240         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
001250     END-IF.
001260
001270     PERFORM 5000-WRAP-UP THRU 5000-EXIT.
001280     STOP RUN.
001290
001300*--------------------------------------------------------*
001310* 1000-INITIALIZE                                          *
001320* READS AND EDITS THE REQUEST CARD AND STARTS THE REPORT.  *
001330* A MISSING OR UNREADABLE CARD STOPS THE RUN, AS IN        *
001340* COBOL-AUDIT-RETRIEVE.  A BLANK COUNTER-ID MEANS EVERY    *
001350* COUNTER.                                                 *
001360*--------------------------------------------------------*
001370 1000-INITIALIZE.
001380     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
001390
001400     OPEN OUTPUT CHANGE-REPORT.
001410
001420     OPEN INPUT CHANGE-PARM-FILE.
001430     IF NOT WS-PARM-OK
001440         DISPLAY "COBOL-DEF-CHANGE-REPORT: CANNOT OPEN DCHGPARM"
001450             " STATUS=" WS-PARM-FILE-STATUS
001460         SET WS-PARM-BAD TO TRUE
001470         GO TO 1000-EXIT
001480     END-IF.
001490
001500     READ CHANGE-PARM-FILE
001510         AT END
001520             MOVE SPACES TO DCP-PARM-CARD
001530     END-READ.
001540     CLOSE CHANGE-PARM-FILE.
001550
001560     IF DCP-FROM-DATE NOT NUMERIC
001570         OR DCP-THRU-DATE NOT NUMERIC
001580         OR DCP-FROM-DATE > DCP-THRU-DATE
001590         DISPLAY "COBOL-DEF-CHANGE-REPORT: BAD REQUEST CARD: "
001600             DCP-PARM-CARD (1:28)
001610         SET WS-PARM-BAD TO TRUE
001620         GO TO 1000-EXIT
001630     END-IF.
001640
001650     MOVE DCP-COUNTER-ID TO WS-REQ-COUNTER-ID.
001660     MOVE DCP-FROM-DATE TO WS-REQ-FROM-DATE.
001670     MOVE DCP-THRU-DATE TO WS-REQ-THRU-DATE.
001680
001690     PERFORM 1100-PRINT-HEADING THRU 1100-EXIT.
001700
001710 1000-EXIT.
001720     EXIT.
001730
001740*--------------------------------------------------------*
001750* 1100-PRINT-HEADING                                       *
001760*--------------------------------------------------------*
001770 1100-PRINT-HEADING.
001780     MOVE SPACES TO RPT-LINE.
001790     STRING "COUNTER DEFINITION CHANGE REPORT - RUN "
001800            DELIMITED BY SIZE
001810            WS-REPORT-DATE DELIMITED BY SIZE
001820            INTO RPT-LINE.
001830     WRITE RPT-LINE.
001840
001850     MOVE SPACES TO RPT-LINE.
001860     IF WS-REQ-COUNTER-ID = SPACES
001870         STRING "ALL COUNTERS FROM " DELIMITED BY SIZE
001880                WS-REQ-FROM-DATE DELIMITED BY SIZE
001890                " THRU " DELIMITED BY SIZE
001900                WS-REQ-THRU-DATE DELIMITED BY SIZE
001910                INTO RPT-LINE
001920     ELSE
001930         STRING "COUNTER " DELIMITED BY SIZE
001940                WS-REQ-COUNTER-ID DELIMITED BY SIZE
001950                " FROM " DELIMITED BY SIZE
001960                WS-REQ-FROM-DATE DELIMITED BY SIZE
001970                " THRU " DELIMITED BY SIZE
001980                WS-REQ-THRU-DATE DELIMITED BY SIZE
001990                INTO RPT-LINE
002000     END-IF.
002010     WRITE RPT-LINE.
002020
002030     MOVE SPACES TO RPT-LINE.
002040     WRITE RPT-LINE.
002050
002060     MOVE SPACES TO RPT-LINE.
002070     STRING "    FIELD         BEFORE" DELIMITED BY SIZE
002080            "                          AFTER" DELIMITED BY SIZE
002090            INTO RPT-LINE.
002100     WRITE RPT-LINE.
002110
002120 1100-EXIT.
002130     EXIT.
002140
002150*--------------------------------------------------------*
002160* 2000-SEARCH-HISTORY                                      *
002170* POSITIONS THE KEYED HISTORY AT THE FROM-DATE AND READS   *
002180* FORWARD UNTIL THE LOAD DATE PASSES THE THRU-DATE.  NO    *
002190* HISTORY FILE YET JUST MEANS NO CHANGES ON RECORD.        *
002200*--------------------------------------------------------*
002210 2000-SEARCH-HISTORY.
002220     OPEN INPUT DEFINITION-HISTORY-FILE.
002230     IF WS-DH-OK
002240         SET WS-DH-OPEN TO TRUE
002250     ELSE
002260         SET WS-DH-EOF TO TRUE
002270         GO TO 2000-EXIT
002280     END-IF.
002290
002300     MOVE WS-REQ-FROM-DATE TO DH-LOAD-DATE.
002310     MOVE LOW-VALUES TO DH-COUNTER-ID.
002320     MOVE 0 TO DH-LOAD-TIME.
002330     MOVE 0 TO DH-CARD-NUMBER.
002340
002350     START DEFINITION-HISTORY-FILE KEY NOT < DH-HISTORY-KEY
002360         INVALID KEY
002370             SET WS-DH-EOF TO TRUE
002380             GO TO 2000-EXIT
002390     END-START.
002400
002410     PERFORM 2100-EXAMINE-ONE-ENTRY THRU 2100-EXIT
002420         UNTIL WS-DH-EOF.
002430
002440 2000-EXIT.
002450     EXIT.
002460
002470*--------------------------------------------------------*
002480* 2100-EXAMINE-ONE-ENTRY                                   *
002490*--------------------------------------------------------*
002500 2100-EXAMINE-ONE-ENTRY.
002510     READ DEFINITION-HISTORY-FILE NEXT
002520         AT END
002530             SET WS-DH-EOF TO TRUE
002540             GO TO 2100-EXIT
002550     END-READ.
002560
002570     IF NOT WS-DH-OK
002580         SET WS-DH-EOF TO TRUE
002590         GO TO 2100-EXIT
002600     END-IF.
002610
002620     IF DH-LOAD-DATE > WS-REQ-THRU-DATE
002630         SET WS-DH-EOF TO TRUE
002640         GO TO 2100-EXIT
002650     END-IF.
002660
002670     IF WS-REQ-COUNTER-ID NOT = SPACES
002680         AND DH-COUNTER-ID NOT = WS-REQ-COUNTER-ID
002690         GO TO 2100-EXIT
002700     END-IF.
002710
002720     ADD 1 TO WS-ENTRY-COUNT.
002730     IF DH-ADDED
002740         ADD 1 TO WS-ADDED-COUNT
002750         MOVE "ADDED" TO WS-ACTION-TEXT
002760     ELSE
002770         IF DH-DEACTIVATED
002780             ADD 1 TO WS-DEACTIVATED-COUNT
002790             MOVE "DEACTIVATED" TO WS-ACTION-TEXT
002800         ELSE
002810             ADD 1 TO WS-CHANGED-COUNT
002820             MOVE "CHANGED" TO WS-ACTION-TEXT
002823         END-IF
002826     END-IF.
002840
002850     PERFORM 3000-PRINT-ENTRY THRU 3000-EXIT.
002860
002870 2100-EXIT.
002880     EXIT.
002890
002900*--------------------------------------------------------*
002910* 3000-PRINT-ENTRY                                         *
002920* ONE HEADER LINE FOR THE ENTRY -- WHEN, WHICH COUNTER,    *
002930* WHAT WAS DONE AND ON WHOSE AUTHORITY -- THEN A LINE PER  *
002940* FIELD THE CARD MOVED.                                    *
002950*--------------------------------------------------------*
002960 3000-PRINT-ENTRY.
002970     MOVE SPACES TO RPT-LINE.
002980     WRITE RPT-LINE.
002990
003000     MOVE SPACES TO RPT-LINE.
003010     STRING "  " DELIMITED BY SIZE
003020            DH-LOAD-DATE DELIMITED BY SIZE
003030            " " DELIMITED BY SIZE
003040            DH-LOAD-TIME DELIMITED BY SIZE
003050            "  " DELIMITED BY SIZE
003060            DH-COUNTER-ID DELIMITED BY SIZE
003070            "  " DELIMITED BY SIZE
003080            WS-ACTION-TEXT DELIMITED BY SIZE
003090            "  REF " DELIMITED BY SIZE
003100            DH-CHANGE-REF DELIMITED BY SIZE
003110            INTO RPT-LINE.
003120     WRITE RPT-LINE.
003130
003140     MOVE "DESCRIPTION" TO WS-FLD-NAME.
003150     MOVE DH-BF-DESCRIPTION TO WS-FLD-BEFORE.
003160     MOVE DH-AF-DESCRIPTION TO WS-FLD-AFTER.
003170     PERFORM 3100-PRINT-FIELD THRU 3100-EXIT.
003180
003190     MOVE "ACTIVE FLAG" TO WS-FLD-NAME.
003200     MOVE DH-BF-ACTIVE-FLAG TO WS-FLD-BEFORE.
003210     MOVE DH-AF-ACTIVE-FLAG TO WS-FLD-AFTER.
003220     PERFORM 3100-PRINT-FIELD THRU 3100-EXIT.
003230
003240     MOVE "HIGH LIMIT" TO WS-FLD-NAME.
003250     MOVE DH-BF-HIGH-LIMIT TO WS-EDIT-NUMBER.
003260     MOVE WS-EDIT-NUMBER TO WS-FLD-BEFORE.
003270     MOVE DH-AF-HIGH-LIMIT TO WS-EDIT-NUMBER.
003280     MOVE WS-EDIT-NUMBER TO WS-FLD-AFTER.
003290     PERFORM 3100-PRINT-FIELD THRU 3100-EXIT.
003300
003310     MOVE "WARN DAYS" TO WS-FLD-NAME.
003320     MOVE DH-BF-WARN-DAYS TO WS-FLD-BEFORE.
003330     MOVE DH-AF-WARN-DAYS TO WS-FLD-AFTER.
003340     PERFORM 3100-PRINT-FIELD THRU 3100-EXIT.
003350
003360     MOVE "RESET FLAG" TO WS-FLD-NAME.
003370     MOVE DH-BF-RESET-FLAG TO WS-FLD-BEFORE.
003380     MOVE DH-AF-RESET-FLAG TO WS-FLD-AFTER.
003390     PERFORM 3100-PRINT-FIELD THRU 3100-EXIT.
003400
003410     MOVE "RESET SEED" TO WS-FLD-NAME.
003420     MOVE DH-BF-RESET-SEED TO WS-EDIT-NUMBER.
003430     MOVE WS-EDIT-NUMBER TO WS-FLD-BEFORE.
003440     MOVE DH-AF-RESET-SEED TO WS-EDIT-NUMBER.
003450     MOVE WS-EDIT-NUMBER TO WS-FLD-AFTER.
003460     PERFORM 3100-PRINT-FIELD THRU 3100-EXIT.
003470
003480     MOVE "HOLD THRESHOLD" TO WS-FLD-NAME.
003490     MOVE DH-BF-HOLD-THRESHOLD TO WS-EDIT-NUMBER.
003500     MOVE WS-EDIT-NUMBER TO WS-FLD-BEFORE.
003510     MOVE DH-AF-HOLD-THRESHOLD TO WS-EDIT-NUMBER.
003520     MOVE WS-EDIT-NUMBER TO WS-FLD-AFTER.
003530     PERFORM 3100-PRINT-FIELD THRU 3100-EXIT.
003540
003550 3000-EXIT.
003560     EXIT.
003570
003580*--------------------------------------------------------*
003590* 3100-PRINT-FIELD                                         *
003600* AN ADD HAS NO BEFORE IMAGE, SO EVERY FIELD PRINTS WITH   *
003610* A BLANK BEFORE VALUE; OTHERWISE ONLY A FIELD THE CARD    *
003620* ACTUALLY MOVED PRINTS.                                   *
003630*--------------------------------------------------------*
003640 3100-PRINT-FIELD.
003650     IF DH-ADDED
003660         MOVE SPACES TO WS-FLD-BEFORE
003670     ELSE
003680         IF WS-FLD-BEFORE = WS-FLD-AFTER
003690             GO TO 3100-EXIT
003700         END-IF
003710     END-IF.
003720
003730     MOVE WS-FIELD-LINE TO RPT-LINE.
003740     WRITE RPT-LINE.
003750
003760 3100-EXIT.
003770     EXIT.
003780
003790*--------------------------------------------------------*
003800* 4000-PRINT-TOTALS                                        *
003810*--------------------------------------------------------*
003820 4000-PRINT-TOTALS.
003830     IF WS-ENTRY-COUNT = 0
003840         MOVE SPACES TO RPT-LINE
003850         STRING "NO DEFINITION CHANGES MATCH THE REQUEST."
003860                DELIMITED BY SIZE
003870                INTO RPT-LINE
003880         WRITE RPT-LINE
003890     END-IF.
003900
003910     MOVE SPACES TO RPT-LINE.
003920     WRITE RPT-LINE.
003930
003940     MOVE WS-ADDED-COUNT TO WS-EDIT-COUNT.
003950     MOVE SPACES TO RPT-LINE.
003960     STRING "COUNTERS ADDED. . . . . . : " DELIMITED BY SIZE
003970            WS-EDIT-COUNT DELIMITED BY SIZE
003980            INTO RPT-LINE.
003990     WRITE RPT-LINE.
004000
004010     MOVE WS-CHANGED-COUNT TO WS-EDIT-COUNT.
004020     MOVE SPACES TO RPT-LINE.
004030     STRING "DEFINITIONS CHANGED . . . : " DELIMITED BY SIZE
004040            WS-EDIT-COUNT DELIMITED BY SIZE
004050            INTO RPT-LINE.
004060     WRITE RPT-LINE.
004070
004080     MOVE WS-DEACTIVATED-COUNT TO WS-EDIT-COUNT.
004090     MOVE SPACES TO RPT-LINE.
004100     STRING "COUNTERS DEACTIVATED. . . : " DELIMITED BY SIZE
004110            WS-EDIT-COUNT DELIMITED BY SIZE
004120            INTO RPT-LINE.
004130     WRITE RPT-LINE.
004140
004150     MOVE WS-ENTRY-COUNT TO WS-EDIT-COUNT.
004160     MOVE SPACES TO RPT-LINE.
004170     STRING "TOTAL ENTRIES LISTED. . . : " DELIMITED BY SIZE
004180            WS-EDIT-COUNT DELIMITED BY SIZE
004190            INTO RPT-LINE.
004200     WRITE RPT-LINE.
004210
004220 4000-EXIT.
004230     EXIT.
004240
004250*--------------------------------------------------------*
004260* 5000-WRAP-UP                                             *
004270*--------------------------------------------------------*
004280 5000-WRAP-UP.
004290     IF WS-DH-OPEN
004300         CLOSE DEFINITION-HISTORY-FILE
004310     END-IF.
004320     CLOSE CHANGE-REPORT.
004330
004340     DISPLAY "COBOL-DEF-CHANGE-REPORT: ENTRIES LISTED : "
004350         WS-ENTRY-COUNT.
004360
004370 5000-EXIT.
004380     EXIT.
