000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBOL-POSTING-MATCH.
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. ENTERPRISE BANKING SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*--------------------------------------------------------*
000100* 10/15/26  DRO  ORIGINAL PROGRAM.  TRANSACTION-LEVEL      *
000110*                POSTING CONFIRMATION: TIES EVERY          *
000120*                ACKNOWLEDGMENT ON THE JAVA POSTING FILE   *
000130*                BACK TO THE KEYED CROSS-REFERENCE AND     *
000140*                LISTS, BY TRANSACTION, WHAT THE COUNTER   *
000150*                TOTALS IN COBOL-CONTROL-BALANCE CAN ONLY  *
000160*                SHOW IN AGGREGATE: NUMBERS WE ASSIGNED    *
000170*                TONIGHT THAT JAVA NEVER POSTED, POSTINGS  *
000180*                FOR A TRANSACTION-ID OR SEQUENCE WE NEVER *
000190*                ASSIGNED, AND POSTINGS WHOSE AMOUNT DOES  *
000200*                NOT MATCH THE AMOUNT WE NUMBERED.  EACH   *
000210*                COUNTER WITH AN UNMATCHED ITEM OPENS OR   *
000220*                CARRIES A BREAK UNDER SOURCE JOB POSTMTCH *
000230*                SO COBOL-BREAK-AGING AGES IT ALONGSIDE    *
000240*                THE RECONCIL AND CTLBAL BREAKS.           *
000241* 10/15/26  DRO  THE NUMBERED-BUT-NOT-POSTED SWEEP NOW     *
000242*                ALSO READS THE ONLINE JOURNAL COBOL-      *
000243*                BUSINESS-LOGIC APPENDS DURING THE DAY,    *
000244*                AFTER THE OVERNIGHT ASSIGNED FILE, THE    *
000245*                WAY COBOL-XREF-BUILD DOES.  A MISSING     *
000246*                ONLNTRAN MEANS NO ONLINE NUMBERS WERE     *
000247*                HANDED OUT.                               *
000250*--------------------------------------------------------*
000260
000270 ENVIRONMENT DIVISION.
000280
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. GENERIC-SERVER.
000310 OBJECT-COMPUTER. GENERIC-SERVER.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350*--------------------------------------------------------*
000360* JAVA-POSTING-FILE IS WRITTEN NIGHTLY BY THE JAVA         *
000370* APPLICATION, ONE ACKNOWLEDGMENT PER TRANSACTION IT       *
000380* POSTED.  THIS JOB ONLY READS IT.                         *
000390*--------------------------------------------------------*
000400     SELECT JAVA-POSTING-FILE ASSIGN TO "JAVAPOST"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-JP-FILE-STATUS.
000430
000440*--------------------------------------------------------*
000450* TRANS-XREF-FILE IS THE KEYED CROSS-REFERENCE BUILT       *
000460* NIGHTLY BY COBOL-XREF-BUILD.  READ-ONLY HERE.            *
000470*--------------------------------------------------------*
000480     SELECT TRANS-XREF-FILE ASSIGN TO "TRANXREF"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS XR-TRANSACTION-ID
000520         ALTERNATE RECORD KEY IS XR-SEQUENCE-KEY
000530         FILE STATUS IS WS-XR-FILE-STATUS.
000540
000550*--------------------------------------------------------*
000560* ASSIGNED-TRANS-FILE IS TONIGHT'S NUMBERING FROM THE      *
000570* OVERNIGHT BATCH -- THE SET OF TRANSACTIONS JAVA WAS      *
000580* EXPECTED TO POST.  THE CROSS-REFERENCE IS NEVER          *
000590* PRUNED, SO IT CANNOT SAY WHICH NUMBERS ARE TONIGHT'S.    *
000600*--------------------------------------------------------*
000610     SELECT ASSIGNED-TRANS-FILE ASSIGN TO "ASGNTRAN"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-ASGN-FILE-STATUS.
000631
000632*--------------------------------------------------------*
000633* ONLINE-JOURNAL IS APPENDED BY COBOL-BUSINESS-LOGIC, ONE  *
000634* RECORD PER NUMBER HANDED OUT BY AN ONLINE CALL DURING    *
000635* THE BUSINESS DAY, IN THE ASSIGNED-TRANS-FILE LAYOUT.     *
000636* JAVA IS EXPECTED TO POST THESE TOO.  READ-ONLY HERE.     *
000637*--------------------------------------------------------*
000638     SELECT ONLINE-JOURNAL ASSIGN TO "ONLNTRAN"
000639         ORGANIZATION IS SEQUENTIAL
000642         FILE STATUS IS WS-OJ-FILE-STATUS.
000645
000650*--------------------------------------------------------*
000660* POST-WORK-FILE HOLDS EVERY TRANSACTION-ID JAVA           *
000670* ACKNOWLEDGED THIS RUN, KEYED BY THE ID, SO THE           *
000680* UNPOSTED SWEEP OF THE ASSIGNED FILE IS ONE KEYED READ    *
000690* PER ASSIGNMENT AND A SECOND POSTING OF THE SAME ID       *
000700* SURFACES AS A DUPLICATE KEY.  REBUILT FROM EMPTY         *
000710* EVERY RUN.                                               *
000720*--------------------------------------------------------*
000730     SELECT POST-WORK-FILE ASSIGN TO "POSTWORK"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS PW-TRANSACTION-ID
000770         FILE STATUS IS WS-WORK-FILE-STATUS.
000780
000790*--------------------------------------------------------*
000800* COUNTER-DEF-FILE SUPPLIES THE COUNTER-IDS THE BREAK      *
000810* POSTING RUNS AGAINST.  READ-ONLY HERE.                   *
000820*--------------------------------------------------------*
000830     SELECT COUNTER-DEF-FILE ASSIGN TO "CNTRDEF"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS CD-COUNTER-ID
000870         FILE STATUS IS WS-CD-FILE-STATUS.
000880
000890*--------------------------------------------------------*
000900* BREAK-REGISTER CARRIES EVERY BALANCING BREAK FORWARD     *
000910* NIGHT TO NIGHT, KEYED COUNTER-ID + SOURCE JOB.  SHARED   *
000920* WITH COBOL-COUNTER-RECONCILE AND COBOL-CONTROL-BALANCE   *
000930* AND REPORTED BY COBOL-BREAK-AGING.                       *
000940*--------------------------------------------------------*
000950     SELECT BREAK-REGISTER ASSIGN TO "BREAKREG"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS BK-REGISTER-KEY
000990         FILE STATUS IS WS-BK-FILE-STATUS.
001000
001010     SELECT MATCH-REPORT ASSIGN TO "POSTRPT"
001020         ORGANIZATION IS SEQUENTIAL.
001030
001040 DATA DIVISION.
001050
001060 FILE SECTION.
001070 FD  JAVA-POSTING-FILE
001080     RECORDING MODE IS F.
001090     COPY JAVAPOST.
001100
001110 FD  TRANS-XREF-FILE
001120     RECORDING MODE IS F.
001130     COPY XRRECORD.
001140
001150 FD  ASSIGNED-TRANS-FILE
001160     RECORDING MODE IS F.
001170     COPY ASGNTRAN.
001180
001182 FD  ONLINE-JOURNAL
001184     RECORDING MODE IS F.
001186 01  OJ-RECORD                   PIC X(40).
001188
001190 FD  POST-WORK-FILE
001200     RECORDING MODE IS F.
001210 01  PW-RECORD.
001220     05  PW-TRANSACTION-ID        PIC X(12).
001230     05  FILLER                   PIC X(08).
001240
001250 FD  COUNTER-DEF-FILE
001260     RECORDING MODE IS F.
001270     COPY CDRECORD.
001280
001290 FD  BREAK-REGISTER
001300     RECORDING MODE IS F.
001310     COPY BKRECORD.
001320
001330 FD  MATCH-REPORT
001340     RECORDING MODE IS F.
001350 01  RPT-LINE                    PIC X(80).
001360
001370 WORKING-STORAGE SECTION.
001380*--------------------------------------------------------*
001390* STANDALONE SWITCHES AND COUNTERS                         *
001400*--------------------------------------------------------*
001410 77  WS-JP-FILE-STATUS           PIC X(02)   VALUE SPACES.
001420     88  WS-JP-OK                            VALUE '00'.
001430
001440 77  WS-JP-OPEN-SW               PIC X(01)   VALUE 'N'.
001450     88  WS-JP-OPEN                          VALUE 'Y'.
001460
001470 77  WS-JP-EOF-SW                PIC X(01)   VALUE 'N'.
001480     88  WS-JP-EOF                           VALUE 'Y'.
001490
001500 77  WS-XR-FILE-STATUS           PIC X(02)   VALUE SPACES.
001510     88  WS-XR-OK                            VALUE '00'.
001520     88  WS-XR-REC-NOT-FOUND                 VALUE '23'.
001530
001540 77  WS-XR-OPEN-SW               PIC X(01)   VALUE 'N'.
001550     88  WS-XR-OPEN                          VALUE 'Y'.
001560
001570 77  WS-ASGN-FILE-STATUS         PIC X(02)   VALUE SPACES.
001580     88  WS-ASGN-OK                          VALUE '00'.
001590
001600 77  WS-ASGN-OPEN-SW             PIC X(01)   VALUE 'N'.
001610     88  WS-ASGN-OPEN                        VALUE 'Y'.
001620
001630 77  WS-ASGN-EOF-SW              PIC X(01)   VALUE 'N'.
001640     88  WS-ASGN-EOF                         VALUE 'Y'.
001650
001651 77  WS-OJ-FILE-STATUS           PIC X(02)   VALUE SPACES.
001652     88  WS-OJ-OK                            VALUE '00'.
001653
001654 77  WS-OJ-OPEN-SW               PIC X(01)   VALUE 'N'.
001655     88  WS-OJ-OPEN                          VALUE 'Y'.
001656
001657 77  WS-OJ-EOF-SW                PIC X(01)   VALUE 'N'.
001658     88  WS-OJ-EOF                           VALUE 'Y'.
001659
001660 77  WS-WORK-FILE-STATUS         PIC X(02)   VALUE SPACES.
001670     88  WS-WORK-OK                          VALUE '00'.
001680     88  WS-WORK-DUP-KEY                     VALUE '22'.
001690     88  WS-WORK-REC-NOT-FOUND               VALUE '23'.
001700
001710 77  WS-WORK-OPEN-SW             PIC X(01)   VALUE 'N'.
001720     88  WS-WORK-OPEN                        VALUE 'Y'.
001730
001740 77  WS-CD-FILE-STATUS           PIC X(02)   VALUE SPACES.
001750     88  WS-CD-OK                            VALUE '00'.
001760
001770 77  WS-CD-OPEN-SW               PIC X(01)   VALUE 'N'.
001780     88  WS-CD-OPEN                          VALUE 'Y'.
001790
001800 77  WS-CD-EOF-SW                PIC X(01)   VALUE 'N'.
001810     88  WS-CD-EOF                           VALUE 'Y'.
001820
001830 77  WS-BK-FILE-STATUS           PIC X(02)   VALUE SPACES.
001840     88  WS-BK-OK                            VALUE '00'.
001850     88  WS-BK-NOT-FOUND                     VALUE '35'.
001860
001870 77  WS-BK-OPEN-SW               PIC X(01)   VALUE 'N'.
001880     88  WS-BK-OPEN                          VALUE 'Y'.
001890
001900 77  WS-MATCH-FAILED-SW          PIC X(01)   VALUE 'N'.
001910     88  WS-MATCH-FAILED                     VALUE 'Y'.
001920
001930 77  WS-CNTR-FOUND-SW            PIC X(01)   VALUE 'N'.
001940     88  WS-CNTR-FOUND                       VALUE 'Y'.
001950
001960 77  WS-REPORT-DATE              PIC 9(08)   VALUE 0.
001970 77  WS-POSTING-COUNT            PIC 9(08) COMP VALUE 0.
001980 77  WS-MATCHED-COUNT            PIC 9(08) COMP VALUE 0.
001990 77  WS-ASSIGNED-COUNT           PIC 9(08) COMP VALUE 0.
001995 77  WS-ONLINE-COUNT             PIC 9(08) COMP VALUE 0.
002000 77  WS-UNPOSTED-COUNT           PIC 9(08) COMP VALUE 0.
002010 77  WS-UNASSIGNED-COUNT         PIC 9(08) COMP VALUE 0.
002020 77  WS-MISMATCH-COUNT           PIC 9(08) COMP VALUE 0.
002030 77  WS-NO-CNTR-COUNT            PIC 9(08) COMP VALUE 0.
002040
002050 77  WS-EDIT-COUNT               PIC ZZZZZZZ9.
002060 77  WS-EDIT-SEQ                 PIC ZZZZZZZ9.
002070 77  WS-EDIT-AMOUNT              PIC -(9)9.99.
002080 77  WS-EDIT-JAVA-AMT            PIC -(9)9.99.
002090 77  WS-EXCEPTION-TAG            PIC X(12)   VALUE SPACES.
002100
002110*--------------------------------------------------------*
002120* THE ITEM CURRENTLY BEING REPORTED, FILLED FROM EITHER    *
002130* THE POSTING FILE OR THE ASSIGNED FILE SO ONE SET OF      *
002140* REPORTING PARAGRAPHS SERVES BOTH SWEEPS.                 *
002150*--------------------------------------------------------*
002160 77  WS-CUR-TRANS-ID             PIC X(12)   VALUE SPACES.
002170 77  WS-CUR-COUNTER-ID           PIC X(12)   VALUE SPACES.
002180 77  WS-CUR-SEQUENCE             PIC S9(8) COMP-5 VALUE 0.
002190 77  WS-CUR-OUR-AMOUNT           PIC S9(9)V99 COMP-3 VALUE 0.
002200 77  WS-CUR-JAVA-AMOUNT          PIC S9(9)V99 COMP-3 VALUE 0.
002210
002220*--------------------------------------------------------*
002230* ONE MATCHING ENTRY PER COUNTER-ID ON THE COUNTER-DEF-    *
002240* FILE, LOADED AT START-UP SO A NEW COUNTER REACHES THE    *
002250* BREAK REGISTER WITHOUT A RECOMPILE.  THE COBOL SIDE      *
002260* CARRIES OUR AMOUNT ON EVERY UNMATCHED ITEM, THE JAVA     *
002270* SIDE THE AMOUNT JAVA POSTED ON IT.  FIFTY ENTRIES IS     *
002280* FAR PAST ANYTHING THE SHOP DEFINES.                      *
002290*--------------------------------------------------------*
002300 01  WS-MATCH-TABLE.
002310     05  WS-MATCH-ENTRY OCCURS 50 TIMES
002320             INDEXED BY WS-MT-IDX.
002330         10  WS-MT-ID              PIC X(12).
002340         10  WS-MT-DESC            PIC X(30).
002350         10  WS-MT-UNPOSTED        PIC 9(08) COMP.
002360         10  WS-MT-UNASSIGNED      PIC 9(08) COMP.
002370         10  WS-MT-MISMATCH        PIC 9(08) COMP.
002380         10  WS-MT-COBOL-AMOUNT    PIC S9(11)V99 COMP-3.
002390         10  WS-MT-JAVA-AMOUNT     PIC S9(11)V99 COMP-3.
002400
002410 77  WS-TABLE-IDX                 PIC 9(04) COMP VALUE 0.
002420 77  WS-ENTRY-IDX                 PIC 9(04) COMP VALUE 0.
002430 77  WS-COUNTER-COUNT             PIC 9(04) COMP VALUE 0.
002440
002450*--------------------------------------------------------*
002460* RUN-CONTROL PARAMETERS FOR COBOL-RUN-CONTROL.  THIS      *
002470* STEP HOLDS UNTIL XREFBLD SHOWS COMPLETE FOR THE          *
002480* BUSINESS DATE -- A POSTING CANNOT BE TIED TO A           *
002490* CROSS-REFERENCE THAT IS NOT BUILT YET.                   *
002500*--------------------------------------------------------*
002510 01  WS-RUN-PARMS.
002520     05  WS-RUN-JOB-NAME          PIC X(08) VALUE 'POSTMTCH'.
002530     05  WS-RUN-PREDECESSOR       PIC X(08) VALUE 'XREFBLD'.
002540     05  WS-RUN-FUNCTION          PIC X(01) VALUE 'S'.
002550     05  WS-RUN-RETURN-CODE       PIC X(02) VALUE SPACES.
002560         88  WS-RUN-OK                       VALUE '00'.
002570         88  WS-RUN-HELD                     VALUE '01'.
002580
002590 PROCEDURE DIVISION.
002600
002610 0000-MAINLINE.
002620     PERFORM 0500-REGISTER-START THRU 0500-EXIT.
002630     IF WS-RUN-HELD
002640         STOP RUN
002650     END-IF.
002660
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002680
002690     IF NOT WS-JP-EOF AND NOT WS-MATCH-FAILED
002700         PERFORM 2100-READ-POSTING THRU 2100-EXIT
002710         PERFORM 2000-MATCH-ONE-POSTING THRU 2000-EXIT
002720             UNTIL WS-JP-EOF OR WS-MATCH-FAILED
002730     END-IF.
002740
002750     IF NOT (WS-ASGN-EOF AND WS-OJ-EOF)
002755        AND NOT WS-MATCH-FAILED
002760         PERFORM 3100-READ-ASSIGNED THRU 3100-EXIT
002770         PERFORM 3000-CHECK-ONE-ASSIGNED THRU 3000-EXIT
002780             UNTIL (WS-ASGN-EOF AND WS-OJ-EOF)
002785                OR WS-MATCH-FAILED
002790     END-IF.
002800
002810     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
002820
002830     IF NOT WS-MATCH-FAILED
002840         PERFORM 5000-POST-BREAK-REGISTER THRU 5000-EXIT
002850     END-IF.
002860
002870     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
002880     PERFORM 9500-REGISTER-END THRU 9500-EXIT.
002890     STOP RUN.
002900
002910*--------------------------------------------------------*
002920* 0500-REGISTER-START                                      *
002930* REGISTERS THE START OF THE RUN WITH THE RUN-CONTROL      *
002940* MASTER.  A RUN-CONTROL FILE ERROR IS REPORTED BUT DOES   *
002950* NOT STOP THE NIGHT'S MATCH; A HELD PREDECESSOR DOES.     *
002960*--------------------------------------------------------*
002970 0500-REGISTER-START.
002980     MOVE 'S' TO WS-RUN-FUNCTION.
002990     CALL "COBOL-RUN-CONTROL" USING WS-RUN-PARMS.
003000
003010     IF WS-RUN-HELD
003020         DISPLAY "COBOL-POSTING-MATCH: XREFBLD NOT COMPLETE,"
003030             " RUN HELD"
003040     ELSE
003050         IF NOT WS-RUN-OK
003060             DISPLAY "COBOL-POSTING-MATCH: RUN-CONTROL ERROR,"
003070                 " CODE " WS-RUN-RETURN-CODE
003080         END-IF
003090     END-IF.
003100
003110 0500-EXIT.
003120     EXIT.
003130
003140*--------------------------------------------------------*
003150* 1000-INITIALIZE                                          *
003160* SEEDS THE MATCHING TABLE, STARTS THE REPORT AND OPENS    *
003170* EVERY FILE.  A MISSING POSTING FILE LEAVES EVERY         *
003180* ASSIGNMENT UNPOSTED AND A MISSING ASSIGNED FILE MEANS    *
003190* NOTHING NUMBERED TONIGHT -- BOTH ARE FINDINGS FOR THE    *
003200* REPORT.  NO CROSS-REFERENCE OR NO WORK FILE MEANS THE    *
003210* MATCH CANNOT RUN AT ALL, AND THE RUN FAILS.              *
003220*--------------------------------------------------------*
003230 1000-INITIALIZE.
003240     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
003250
003260     PERFORM 1100-INIT-MATCH-ENTRY THRU 1100-EXIT
003270         VARYING WS-TABLE-IDX FROM 1 BY 1
003280         UNTIL WS-TABLE-IDX > 50.
003290
003300     PERFORM 1050-LOAD-COUNTER-DEFS THRU 1050-EXIT.
003310
003320     OPEN OUTPUT MATCH-REPORT.
003330
003340     MOVE SPACES TO RPT-LINE.
003350     STRING "POSTING CONFIRMATION MATCH - " DELIMITED BY SIZE
003360            WS-REPORT-DATE DELIMITED BY SIZE
003370            INTO RPT-LINE.
003380     WRITE RPT-LINE.
003390
003400     MOVE SPACES TO RPT-LINE.
003410     WRITE RPT-LINE.
003420
003430     MOVE SPACES TO RPT-LINE.
003440     STRING "  EXCEPTION     TRANS-ID     COUNTER-ID   SEQUENCE"
003450            DELIMITED BY SIZE
003460            "    OUR AMOUNT   JAVA AMOUNT" DELIMITED BY SIZE
003470            INTO RPT-LINE.
003480     WRITE RPT-LINE.
003490
003500     OPEN INPUT TRANS-XREF-FILE.
003510     IF WS-XR-OK
003520         SET WS-XR-OPEN TO TRUE
003530     ELSE
003540         DISPLAY "COBOL-POSTING-MATCH: CANNOT OPEN TRANXREF"
003550             " STATUS=" WS-XR-FILE-STATUS
003560         SET WS-MATCH-FAILED TO TRUE
003570         GO TO 1000-EXIT
003580     END-IF.
003590
003600     OPEN OUTPUT POST-WORK-FILE.
003610     CLOSE POST-WORK-FILE.
003620     OPEN I-O POST-WORK-FILE.
003630     IF WS-WORK-OK
003640         SET WS-WORK-OPEN TO TRUE
003650     ELSE
003660         DISPLAY "COBOL-POSTING-MATCH: CANNOT OPEN POSTWORK"
003670             " STATUS=" WS-WORK-FILE-STATUS
003680         SET WS-MATCH-FAILED TO TRUE
003690         GO TO 1000-EXIT
003700     END-IF.
003710
003720     OPEN INPUT JAVA-POSTING-FILE.
003730     IF WS-JP-OK
003740         SET WS-JP-OPEN TO TRUE
003750     ELSE
003760         DISPLAY "COBOL-POSTING-MATCH: NO JAVAPOST ON FILE,"
003770             " STATUS=" WS-JP-FILE-STATUS
003780         SET WS-JP-EOF TO TRUE
003790     END-IF.
003800
003810     OPEN INPUT ASSIGNED-TRANS-FILE.
003820     IF WS-ASGN-OK
003830         SET WS-ASGN-OPEN TO TRUE
003840     ELSE
003850         DISPLAY "COBOL-POSTING-MATCH: NO ASGNTRAN ON FILE,"
003860             " STATUS=" WS-ASGN-FILE-STATUS
003870         SET WS-ASGN-EOF TO TRUE
003871     END-IF.
003872
003873     OPEN INPUT ONLINE-JOURNAL.
003874     IF WS-OJ-OK
003875         SET WS-OJ-OPEN TO TRUE
003876     ELSE
003877         DISPLAY "COBOL-POSTING-MATCH: NO ONLNTRAN ON FILE,"
003878             " NO ONLINE NUMBERS, STATUS=" WS-OJ-FILE-STATUS
003879         SET WS-OJ-EOF TO TRUE
003880     END-IF.
003890
003900 1000-EXIT.
003910     EXIT.
003920
003930*--------------------------------------------------------*
003940* 1050-LOAD-COUNTER-DEFS                                   *
003950* FILLS THE MATCHING TABLE FROM THE COUNTER-DEF-FILE,      *
003960* INACTIVE COUNTERS INCLUDED SINCE JAVA MAY STILL BE       *
003970* POSTING THEIR LAST NUMBERS.                              *
003980*--------------------------------------------------------*
003990 1050-LOAD-COUNTER-DEFS.
004000     OPEN INPUT COUNTER-DEF-FILE.
004010     IF WS-CD-OK
004020         SET WS-CD-OPEN TO TRUE
004030     ELSE
004040         SET WS-CD-EOF TO TRUE
004050     END-IF.
004060
004070     PERFORM 1060-LOAD-ONE-DEF THRU 1060-EXIT
004080         UNTIL WS-CD-EOF.
004090
004100     IF WS-CD-OPEN
004110         CLOSE COUNTER-DEF-FILE
004120     END-IF.
004130
004140 1050-EXIT.
004150     EXIT.
004160
004170*--------------------------------------------------------*
004180* 1060-LOAD-ONE-DEF                                        *
004190*--------------------------------------------------------*
004200 1060-LOAD-ONE-DEF.
004210     READ COUNTER-DEF-FILE NEXT
004220         AT END
004230             SET WS-CD-EOF TO TRUE
004240             GO TO 1060-EXIT
004250     END-READ.
004260
004270     IF NOT WS-CD-OK
004280         SET WS-CD-EOF TO TRUE
004290         GO TO 1060-EXIT
004300     END-IF.
004310
004320     IF WS-COUNTER-COUNT >= 50
004330         DISPLAY "COBOL-POSTING-MATCH: COUNTER TABLE FULL, "
004340             "DEFINITION SKIPPED: " CD-COUNTER-ID
004350         GO TO 1060-EXIT
004360     END-IF.
004370
004380     ADD 1 TO WS-COUNTER-COUNT.
004390     MOVE CD-COUNTER-ID TO WS-MT-ID (WS-COUNTER-COUNT).
004400     MOVE CD-DESCRIPTION TO WS-MT-DESC (WS-COUNTER-COUNT).
004410
004420 1060-EXIT.
004430     EXIT.
004440
004450*--------------------------------------------------------*
004460* 1100-INIT-MATCH-ENTRY                                    *
004470*--------------------------------------------------------*
004480 1100-INIT-MATCH-ENTRY.
004490     MOVE SPACES TO WS-MT-ID (WS-TABLE-IDX).
004500     MOVE SPACES TO WS-MT-DESC (WS-TABLE-IDX).
004510     MOVE 0   TO WS-MT-UNPOSTED (WS-TABLE-IDX).
004520     MOVE 0   TO WS-MT-UNASSIGNED (WS-TABLE-IDX).
004530     MOVE 0   TO WS-MT-MISMATCH (WS-TABLE-IDX).
004540     MOVE 0   TO WS-MT-COBOL-AMOUNT (WS-TABLE-IDX).
004550     MOVE 0   TO WS-MT-JAVA-AMOUNT (WS-TABLE-IDX).
004560
004570 1100-EXIT.
004580     EXIT.
004590
004600*--------------------------------------------------------*
004610* 2000-MATCH-ONE-POSTING                                   *
004620* TIES ONE JAVA ACKNOWLEDGMENT TO THE CROSS-REFERENCE.     *
004630* AN UNKNOWN TRANSACTION-ID, A SECOND POSTING OF THE       *
004640* SAME ID, OR A COUNTER/SEQUENCE OTHER THAN THE ONE WE     *
004650* ASSIGNED IS A POSTING WE NEVER NUMBERED; A KNOWN ID      *
004660* POSTED FOR A DIFFERENT AMOUNT IS A MISMATCH.  THEN       *
004670* READS THE NEXT ACKNOWLEDGMENT.                           *
004680*--------------------------------------------------------*
004690 2000-MATCH-ONE-POSTING.
004700     ADD 1 TO WS-POSTING-COUNT.
004710
004720     MOVE JP-TRANSACTION-ID TO WS-CUR-TRANS-ID.
004730     MOVE JP-COUNTER-ID TO WS-CUR-COUNTER-ID.
004740     MOVE JP-SEQUENCE-NUMBER TO WS-CUR-SEQUENCE.
004750     MOVE 0 TO WS-CUR-OUR-AMOUNT.
004760     MOVE JP-POSTED-AMOUNT TO WS-CUR-JAVA-AMOUNT.
004770
004780     MOVE JP-TRANSACTION-ID TO XR-TRANSACTION-ID.
004790     READ TRANS-XREF-FILE
004800         INVALID KEY
004810             MOVE "NO SUCH TRAN" TO WS-EXCEPTION-TAG
004820             PERFORM 2300-REPORT-UNASSIGNED THRU 2300-EXIT
004830             GO TO 2000-NEXT
004840     END-READ.
004850
004860     IF NOT WS-XR-OK
004870         DISPLAY "COBOL-POSTING-MATCH: TRANXREF READ FAILED"
004880             " STATUS=" WS-XR-FILE-STATUS
004890         SET WS-MATCH-FAILED TO TRUE
004900         GO TO 2000-EXIT
004910     END-IF.
004920
004930     PERFORM 2200-MARK-POSTED THRU 2200-EXIT.
004940     IF WS-MATCH-FAILED
004950         GO TO 2000-EXIT
004960     END-IF.
004970     IF WS-WORK-DUP-KEY
004980         MOVE "DUP POSTING" TO WS-EXCEPTION-TAG
004990         PERFORM 2300-REPORT-UNASSIGNED THRU 2300-EXIT
005000         GO TO 2000-NEXT
005010     END-IF.
005020
005030     IF XR-COUNTER-ID NOT = JP-COUNTER-ID
005040         OR XR-SEQUENCE-NUMBER NOT = JP-SEQUENCE-NUMBER
005050         MOVE "SEQ NOT OURS" TO WS-EXCEPTION-TAG
005060         PERFORM 2300-REPORT-UNASSIGNED THRU 2300-EXIT
005070         GO TO 2000-NEXT
005080     END-IF.
005090
005100     IF XR-AMOUNT NOT = JP-POSTED-AMOUNT
005110         MOVE XR-AMOUNT TO WS-CUR-OUR-AMOUNT
005120         PERFORM 2400-REPORT-MISMATCH THRU 2400-EXIT
005130         GO TO 2000-NEXT
005140     END-IF.
005150
005160     ADD 1 TO WS-MATCHED-COUNT.
005170
005180 2000-NEXT.
005190     PERFORM 2100-READ-POSTING THRU 2100-EXIT.
005200
005210 2000-EXIT.
005220     EXIT.
005230
005240*--------------------------------------------------------*
005250* 2100-READ-POSTING                                        *
005260*--------------------------------------------------------*
005270 2100-READ-POSTING.
005280     IF WS-JP-EOF
005290         GO TO 2100-EXIT
005300     END-IF.
005310
005320     READ JAVA-POSTING-FILE
005330         AT END
005340             SET WS-JP-EOF TO TRUE
005350     END-READ.
005360
005370 2100-EXIT.
005380     EXIT.
005390
005400*--------------------------------------------------------*
005410* 2200-MARK-POSTED                                         *
005420* REGISTERS THE ACKNOWLEDGED TRANSACTION-ID IN THE KEYED   *
005430* WORK FILE.  A DUPLICATE KEY MEANS JAVA ALREADY POSTED    *
005440* IT ONCE THIS RUN; ANY OTHER WRITE FAILURE STOPS THE      *
005450* MATCH -- WITHOUT THE WORK FILE THE UNPOSTED SWEEP IS     *
005460* BLIND.                                                   *
005470*--------------------------------------------------------*
005480 2200-MARK-POSTED.
005490     MOVE SPACES TO PW-RECORD.
005500     MOVE JP-TRANSACTION-ID TO PW-TRANSACTION-ID.
005510
005520     WRITE PW-RECORD
005530         INVALID KEY
005540             CONTINUE
005550     END-WRITE.
005560
005570     IF NOT WS-WORK-OK AND NOT WS-WORK-DUP-KEY
005580         DISPLAY "COBOL-POSTING-MATCH: POSTWORK WRITE FAILED"
005590             " STATUS=" WS-WORK-FILE-STATUS
005600         SET WS-MATCH-FAILED TO TRUE
005610     END-IF.
005620
005630 2200-EXIT.
005640     EXIT.
005650
005660*--------------------------------------------------------*
005670* 2300-REPORT-UNASSIGNED                                   *
005680* A POSTING FOR A TRANSACTION-ID OR SEQUENCE WE NEVER      *
005690* ASSIGNED.  CHARGED TO THE COUNTER JAVA POSTED IT         *
005700* UNDER, ON THE JAVA SIDE ONLY.                            *
005710*--------------------------------------------------------*
005720 2300-REPORT-UNASSIGNED.
005730     ADD 1 TO WS-UNASSIGNED-COUNT.
005740     PERFORM 2500-FIND-COUNTER THRU 2500-EXIT.
005750     IF WS-CNTR-FOUND
005760         ADD 1 TO WS-MT-UNASSIGNED (WS-ENTRY-IDX)
005770         ADD WS-CUR-JAVA-AMOUNT
005780             TO WS-MT-JAVA-AMOUNT (WS-ENTRY-IDX)
005790     END-IF.
005800
005810     MOVE WS-CUR-SEQUENCE TO WS-EDIT-SEQ.
005820     MOVE WS-CUR-JAVA-AMOUNT TO WS-EDIT-JAVA-AMT.
005830     MOVE SPACES TO RPT-LINE.
005840     STRING "  " DELIMITED BY SIZE
005850            WS-EXCEPTION-TAG DELIMITED BY SIZE
005860            "  " DELIMITED BY SIZE
005870            WS-CUR-TRANS-ID DELIMITED BY SIZE
005880            " " DELIMITED BY SIZE
005890            WS-CUR-COUNTER-ID DELIMITED BY SIZE
005900            " " DELIMITED BY SIZE
005910            WS-EDIT-SEQ DELIMITED BY SIZE
005920            "               " DELIMITED BY SIZE
005930            WS-EDIT-JAVA-AMT DELIMITED BY SIZE
005940            INTO RPT-LINE.
005950     WRITE RPT-LINE.
005960
005970 2300-EXIT.
005980     EXIT.
005990
006000*--------------------------------------------------------*
006010* 2400-REPORT-MISMATCH                                     *
006020* A POSTING FOR OUR TRANSACTION AND SEQUENCE AT AN         *
006030* AMOUNT OTHER THAN THE ONE WE NUMBERED.  BOTH AMOUNTS     *
006040* GO TO THE COUNTER'S BREAK.                               *
006050*--------------------------------------------------------*
006060 2400-REPORT-MISMATCH.
006070     ADD 1 TO WS-MISMATCH-COUNT.
006080     PERFORM 2500-FIND-COUNTER THRU 2500-EXIT.
006090     IF WS-CNTR-FOUND
006100         ADD 1 TO WS-MT-MISMATCH (WS-ENTRY-IDX)
006110         ADD WS-CUR-OUR-AMOUNT
006120             TO WS-MT-COBOL-AMOUNT (WS-ENTRY-IDX)
006130         ADD WS-CUR-JAVA-AMOUNT
006140             TO WS-MT-JAVA-AMOUNT (WS-ENTRY-IDX)
006150     END-IF.
006160
006170     MOVE WS-CUR-SEQUENCE TO WS-EDIT-SEQ.
006180     MOVE WS-CUR-OUR-AMOUNT TO WS-EDIT-AMOUNT.
006190     MOVE WS-CUR-JAVA-AMOUNT TO WS-EDIT-JAVA-AMT.
006200     MOVE SPACES TO RPT-LINE.
006210     STRING "  AMOUNT DIFF   " DELIMITED BY SIZE
006220            WS-CUR-TRANS-ID DELIMITED BY SIZE
006230            " " DELIMITED BY SIZE
006240            WS-CUR-COUNTER-ID DELIMITED BY SIZE
006250            " " DELIMITED BY SIZE
006260            WS-EDIT-SEQ DELIMITED BY SIZE
006270            " " DELIMITED BY SIZE
006280            WS-EDIT-AMOUNT DELIMITED BY SIZE
006290            " " DELIMITED BY SIZE
006300            WS-EDIT-JAVA-AMT DELIMITED BY SIZE
006310            INTO RPT-LINE.
006320     WRITE RPT-LINE.
006330
006340 2400-EXIT.
006350     EXIT.
006360
006370*--------------------------------------------------------*
006380* 2500-FIND-COUNTER                                        *
006390* LOCATES THE CURRENT ITEM'S COUNTER IN THE MATCHING       *
006400* TABLE.  A COUNTER-ID THE DEFINITION FILE DOES NOT        *
006410* CARRY STILL PRINTS, BUT HAS NO BREAK TO POST TO.         *
006420*--------------------------------------------------------*
006430 2500-FIND-COUNTER.
006440     MOVE 'N' TO WS-CNTR-FOUND-SW.
006450
006460     SET WS-MT-IDX TO 1.
006470     SEARCH WS-MATCH-ENTRY
006480         AT END
006490             ADD 1 TO WS-NO-CNTR-COUNT
006500         WHEN WS-MT-ID (WS-MT-IDX) = WS-CUR-COUNTER-ID
006510             SET WS-CNTR-FOUND TO TRUE
006520             SET WS-ENTRY-IDX TO WS-MT-IDX
006530     END-SEARCH.
006540
006550 2500-EXIT.
006560     EXIT.
006570
006580*--------------------------------------------------------*
006590* 3000-CHECK-ONE-ASSIGNED                                  *
006600* LOOKS ONE OF TONIGHT'S ASSIGNMENTS UP IN THE WORK FILE   *
006610* OF ACKNOWLEDGED IDS.  NOT THERE MEANS WE NUMBERED IT     *
006620* AND JAVA NEVER POSTED IT.  THEN READS THE NEXT ONE.      *
006623* OVERNIGHT AND ONLINE ASSIGNMENTS ARRIVE IN THE SAME      *
006626* RECORD AREA, SO BOTH ARE CHECKED THE SAME WAY.           *
006630*--------------------------------------------------------*
006640 3000-CHECK-ONE-ASSIGNED.
006650     ADD 1 TO WS-ASSIGNED-COUNT.
006660
006670     MOVE ASGN-TRANSACTION-ID TO PW-TRANSACTION-ID.
006680     READ POST-WORK-FILE
006690         INVALID KEY
006700             PERFORM 3200-REPORT-UNPOSTED THRU 3200-EXIT
006710             GO TO 3000-NEXT
006720     END-READ.
006730
006740     IF NOT WS-WORK-OK
006750         DISPLAY "COBOL-POSTING-MATCH: POSTWORK READ FAILED"
006760             " STATUS=" WS-WORK-FILE-STATUS
006770         SET WS-MATCH-FAILED TO TRUE
006780         GO TO 3000-EXIT
006790     END-IF.
006800
006810 3000-NEXT.
006820     PERFORM 3100-READ-ASSIGNED THRU 3100-EXIT.
006830
006840 3000-EXIT.
006850     EXIT.
006860
006870*--------------------------------------------------------*
006880* 3100-READ-ASSIGNED                                       *
006883* READS THE NEXT OVERNIGHT ASSIGNMENT, FALLING THROUGH TO  *
006886* THE ONLINE JOURNAL ONCE THE ASSIGNED FILE IS EXHAUSTED.  *
006890*--------------------------------------------------------*
006900 3100-READ-ASSIGNED.
006910     IF NOT WS-ASGN-EOF
006914         READ ASSIGNED-TRANS-FILE
006918             AT END
006922                 SET WS-ASGN-EOF TO TRUE
006926         END-READ
006930     END-IF.
006940
006941     IF WS-ASGN-EOF
006942         PERFORM 3150-READ-ONLINE THRU 3150-EXIT
006943     END-IF.
006944
006945 3100-EXIT.
006946     EXIT.
006947
006948*--------------------------------------------------------*
006949* 3150-READ-ONLINE                                         *
006950* READS THE NEXT ONLINE ASSIGNMENT INTO THE ASSIGNED-FILE  *
006951* RECORD AREA SO 3000-CHECK-ONE-ASSIGNED CHECKS IT EXACTLY *
006952* AS IT CHECKS AN OVERNIGHT ONE.                           *
006953*--------------------------------------------------------*
006954 3150-READ-ONLINE.
006955     IF WS-OJ-EOF
006956         GO TO 3150-EXIT
006957     END-IF.
006958
006959     READ ONLINE-JOURNAL
006960         AT END
006970             SET WS-OJ-EOF TO TRUE
006980     END-READ.
006990
006992     IF WS-OJ-EOF
006994         GO TO 3150-EXIT
006996     END-IF.
006998
007000     MOVE OJ-RECORD TO ASGN-TRANSACTION-RECORD.
007002     ADD 1 TO WS-ONLINE-COUNT.
007004
007006 3150-EXIT.
007010     EXIT.
007020
007030*--------------------------------------------------------*
007040* 3200-REPORT-UNPOSTED                                     *
007050* A NUMBER WE ASSIGNED THAT JAVA NEVER POSTED.  CHARGED    *
007060* TO ITS COUNTER ON THE COBOL SIDE ONLY.                   *
007070*--------------------------------------------------------*
007080 3200-REPORT-UNPOSTED.
007090     ADD 1 TO WS-UNPOSTED-COUNT.
007100
007110     MOVE ASGN-TRANSACTION-ID TO WS-CUR-TRANS-ID.
007120     MOVE ASGN-COUNTER-ID TO WS-CUR-COUNTER-ID.
007130     MOVE ASGN-SEQUENCE-NUMBER TO WS-CUR-SEQUENCE.
007140     MOVE ASGN-AMOUNT TO WS-CUR-OUR-AMOUNT.
007150
007160     PERFORM 2500-FIND-COUNTER THRU 2500-EXIT.
007170     IF WS-CNTR-FOUND
007180         ADD 1 TO WS-MT-UNPOSTED (WS-ENTRY-IDX)
007190         ADD WS-CUR-OUR-AMOUNT
007200             TO WS-MT-COBOL-AMOUNT (WS-ENTRY-IDX)
007210     END-IF.
007220
007230     MOVE WS-CUR-SEQUENCE TO WS-EDIT-SEQ.
007240     MOVE WS-CUR-OUR-AMOUNT TO WS-EDIT-AMOUNT.
007250     MOVE SPACES TO RPT-LINE.
007260     STRING "  NOT POSTED    " DELIMITED BY SIZE
007270            WS-CUR-TRANS-ID DELIMITED BY SIZE
007280            " " DELIMITED BY SIZE
007290            WS-CUR-COUNTER-ID DELIMITED BY SIZE
007300            " " DELIMITED BY SIZE
007310            WS-EDIT-SEQ DELIMITED BY SIZE
007320            " " DELIMITED BY SIZE
007330            WS-EDIT-AMOUNT DELIMITED BY SIZE
007340            INTO RPT-LINE.
007350     WRITE RPT-LINE.
007360
007370 3200-EXIT.
007380     EXIT.
007390
007400*--------------------------------------------------------*
007410* 4000-PRINT-TOTALS                                        *
007420* WRITES THE RUN TOTALS AND ONE SUMMARY LINE FOR EVERY     *
007430* COUNTER CARRYING AN UNMATCHED ITEM.                      *
007440*--------------------------------------------------------*
007450 4000-PRINT-TOTALS.
007460     MOVE SPACES TO RPT-LINE.
007470     WRITE RPT-LINE.
007480
007490     MOVE WS-POSTING-COUNT TO WS-EDIT-COUNT.
007500     MOVE SPACES TO RPT-LINE.
007510     STRING "  JAVA POSTINGS READ . . . : " DELIMITED BY SIZE
007520            WS-EDIT-COUNT DELIMITED BY SIZE
007530            INTO RPT-LINE.
007540     WRITE RPT-LINE.
007550
007560     MOVE WS-MATCHED-COUNT TO WS-EDIT-COUNT.
007570     MOVE SPACES TO RPT-LINE.
007580     STRING "  MATCHED. . . . . . . . . : " DELIMITED BY SIZE
007590            WS-EDIT-COUNT DELIMITED BY SIZE
007600            INTO RPT-LINE.
007610     WRITE RPT-LINE.
007620
007630     MOVE WS-ASSIGNED-COUNT TO WS-EDIT-COUNT.
007640     MOVE SPACES TO RPT-LINE.
007650     STRING "  ASSIGNMENTS READ . . . . : " DELIMITED BY SIZE
007651            WS-EDIT-COUNT DELIMITED BY SIZE
007652            INTO RPT-LINE.
007653     WRITE RPT-LINE.
007654
007655     MOVE WS-ONLINE-COUNT TO WS-EDIT-COUNT.
007656     MOVE SPACES TO RPT-LINE.
007657     STRING "    OF WHICH ONLINE. . . . : " DELIMITED BY SIZE
007660            WS-EDIT-COUNT DELIMITED BY SIZE
007670            INTO RPT-LINE.
007680     WRITE RPT-LINE.
007690
007700     MOVE WS-UNPOSTED-COUNT TO WS-EDIT-COUNT.
007710     MOVE SPACES TO RPT-LINE.
007720     STRING "  NUMBERED, NOT POSTED . . : " DELIMITED BY SIZE
007730            WS-EDIT-COUNT DELIMITED BY SIZE
007740            INTO RPT-LINE.
007750     WRITE RPT-LINE.
007760
007770     MOVE WS-UNASSIGNED-COUNT TO WS-EDIT-COUNT.
007780     MOVE SPACES TO RPT-LINE.
007790     STRING "  POSTED, NEVER ASSIGNED . : " DELIMITED BY SIZE
007800            WS-EDIT-COUNT DELIMITED BY SIZE
007810            INTO RPT-LINE.
007820     WRITE RPT-LINE.
007830
007840     MOVE WS-MISMATCH-COUNT TO WS-EDIT-COUNT.
007850     MOVE SPACES TO RPT-LINE.
007860     STRING "  AMOUNT MISMATCHES. . . . : " DELIMITED BY SIZE
007870            WS-EDIT-COUNT DELIMITED BY SIZE
007880            INTO RPT-LINE.
007890     WRITE RPT-LINE.
007900
007910     MOVE WS-NO-CNTR-COUNT TO WS-EDIT-COUNT.
007920     MOVE SPACES TO RPT-LINE.
007930     STRING "  ITEMS ON UNDEFINED CNTR. : " DELIMITED BY SIZE
007940            WS-EDIT-COUNT DELIMITED BY SIZE
007950            INTO RPT-LINE.
007960     WRITE RPT-LINE.
007970
007980     MOVE SPACES TO RPT-LINE.
007990     WRITE RPT-LINE.
008000
008010     PERFORM 4100-PRINT-ONE-COUNTER THRU 4100-EXIT
008020         VARYING WS-TABLE-IDX FROM 1 BY 1
008030         UNTIL WS-TABLE-IDX > WS-COUNTER-COUNT.
008040
008050     IF WS-MATCH-FAILED
008060         MOVE SPACES TO RPT-LINE
008070         STRING "  MATCH RUN FAILED - NO BREAKS POSTED"
008080                DELIMITED BY SIZE
008090                INTO RPT-LINE
008100         WRITE RPT-LINE
008110     END-IF.
008120
008130 4000-EXIT.
008140     EXIT.
008150
008160*--------------------------------------------------------*
008170* 4100-PRINT-ONE-COUNTER                                   *
008180*--------------------------------------------------------*
008190 4100-PRINT-ONE-COUNTER.
008200     IF WS-MT-UNPOSTED (WS-TABLE-IDX) = 0
008210         AND WS-MT-UNASSIGNED (WS-TABLE-IDX) = 0
008220         AND WS-MT-MISMATCH (WS-TABLE-IDX) = 0
008230         GO TO 4100-EXIT
008240     END-IF.
008250
008260     MOVE SPACES TO RPT-LINE.
008270     STRING "COUNTER: " DELIMITED BY SIZE
008280            WS-MT-ID (WS-TABLE-IDX) DELIMITED BY SIZE
008290            " " DELIMITED BY SIZE
008300            WS-MT-DESC (WS-TABLE-IDX) DELIMITED BY SIZE
008310            INTO RPT-LINE.
008320     WRITE RPT-LINE.
008330
008340     MOVE WS-MT-UNPOSTED (WS-TABLE-IDX) TO WS-EDIT-COUNT.
008350     MOVE SPACES TO RPT-LINE.
008360     STRING "  NUMBERED, NOT POSTED . . : " DELIMITED BY SIZE
008370            WS-EDIT-COUNT DELIMITED BY SIZE
008380            INTO RPT-LINE.
008390     WRITE RPT-LINE.
008400
008410     MOVE WS-MT-UNASSIGNED (WS-TABLE-IDX) TO WS-EDIT-COUNT.
008420     MOVE SPACES TO RPT-LINE.
008430     STRING "  POSTED, NEVER ASSIGNED . : " DELIMITED BY SIZE
008440            WS-EDIT-COUNT DELIMITED BY SIZE
008450            INTO RPT-LINE.
008460     WRITE RPT-LINE.
008470
008480     MOVE WS-MT-MISMATCH (WS-TABLE-IDX) TO WS-EDIT-COUNT.
008490     MOVE SPACES TO RPT-LINE.
008500     STRING "  AMOUNT MISMATCHES. . . . : " DELIMITED BY SIZE
008510            WS-EDIT-COUNT DELIMITED BY SIZE
008520            INTO RPT-LINE.
008530     WRITE RPT-LINE.
008540
008550 4100-EXIT.
008560     EXIT.
008570
008580*--------------------------------------------------------*
008590* 5000-POST-BREAK-REGISTER                                 *
008600* CARRIES EVERY COUNTER INTO THE BREAK REGISTER UNDER      *
008610* SOURCE JOB POSTMTCH: ANY UNMATCHED ITEM OPENS OR AGES    *
008620* A BREAK, A CLEAN NIGHT CLEARS ONE.  AN UNOPENABLE        *
008630* REGISTER LOSES THE AGING, NOT THE NIGHT'S REPORT --      *
008640* REPORTED AND SKIPPED.                                    *
008650*--------------------------------------------------------*
008660 5000-POST-BREAK-REGISTER.
008670     PERFORM 5100-OPEN-BREAK-REGISTER THRU 5100-EXIT.
008680     IF NOT WS-BK-OPEN
008690         GO TO 5000-EXIT
008700     END-IF.
008710
008720     PERFORM 5200-POST-ONE-BREAK THRU 5200-EXIT
008730         VARYING WS-TABLE-IDX FROM 1 BY 1
008740         UNTIL WS-TABLE-IDX > WS-COUNTER-COUNT.
008750
008760     CLOSE BREAK-REGISTER.
008770     MOVE 'N' TO WS-BK-OPEN-SW.
008780
008790 5000-EXIT.
008800     EXIT.
008810
008820*--------------------------------------------------------*
008830* 5100-OPEN-BREAK-REGISTER                                 *
008840* CREATES THE REGISTER ON THE VERY FIRST NIGHT, FOLLOWING  *
008850* THE COUNTER-MASTER OPEN PATTERN IN COBOL-BUSINESS-       *
008860* LOGIC.                                                   *
008870*--------------------------------------------------------*
008880 5100-OPEN-BREAK-REGISTER.
008890     OPEN I-O BREAK-REGISTER.
008900
008910     IF WS-BK-OK
008920         SET WS-BK-OPEN TO TRUE
008930         GO TO 5100-EXIT
008940     END-IF.
008950
008960     IF NOT WS-BK-NOT-FOUND
008970         DISPLAY "COBOL-POSTING-MATCH: CANNOT OPEN BREAKREG"
008980             " STATUS=" WS-BK-FILE-STATUS
008990         GO TO 5100-EXIT
009000     END-IF.
009010
009020     OPEN OUTPUT BREAK-REGISTER.
009030     CLOSE BREAK-REGISTER.
009040     OPEN I-O BREAK-REGISTER.
009050
009060     IF WS-BK-OK
009070         SET WS-BK-OPEN TO TRUE
009080     ELSE
009090         DISPLAY "COBOL-POSTING-MATCH: CANNOT CREATE"
009100             " BREAKREG STATUS=" WS-BK-FILE-STATUS
009110     END-IF.
009120
009130 5100-EXIT.
009140     EXIT.
009150
009160*--------------------------------------------------------*
009170* 5200-POST-ONE-BREAK                                      *
009180* ONE COUNTER'S REGISTER POSTING.  NO RECORD AND NOTHING   *
009190* UNMATCHED MEANS NOTHING TO DO; A CLEARED RECORD THAT     *
009200* BREAKS AGAIN REOPENS AS A FRESH NEW BREAK WITH ITS OWN   *
009210* FOUND DATE.                                              *
009220*--------------------------------------------------------*
009230 5200-POST-ONE-BREAK.
009240     MOVE 'N' TO WS-CNTR-FOUND-SW.
009250     IF WS-MT-UNPOSTED (WS-TABLE-IDX) > 0
009260         OR WS-MT-UNASSIGNED (WS-TABLE-IDX) > 0
009270         OR WS-MT-MISMATCH (WS-TABLE-IDX) > 0
009280         SET WS-CNTR-FOUND TO TRUE
009290     END-IF.
009300
009310     MOVE WS-MT-ID (WS-TABLE-IDX) TO BK-COUNTER-ID.
009320     MOVE "POSTMTCH" TO BK-SOURCE-JOB.
009330
009340*    THE RECORD AREA IS UNDEFINED AFTER A FAILED KEYED
009350*    READ, SO A FRESH BREAK IS REBUILT FROM SCRATCH --
009360*    KEY FIELDS INCLUDED -- BEFORE THE WRITE.
009370     READ BREAK-REGISTER
009380         INVALID KEY
009390             IF WS-CNTR-FOUND
009400                 MOVE SPACES TO BK-RECORD
009410                 MOVE WS-MT-ID (WS-TABLE-IDX)
009420                     TO BK-COUNTER-ID
009430                 MOVE "POSTMTCH" TO BK-SOURCE-JOB
009440                 SET BK-STATUS-NEW TO TRUE
009450                 MOVE WS-REPORT-DATE TO BK-FOUND-DATE
009460                 MOVE WS-REPORT-DATE TO BK-LAST-DATE
009470                 MOVE 0 TO BK-CLEARED-DATE
009480                 MOVE WS-MT-COBOL-AMOUNT (WS-TABLE-IDX)
009490                     TO BK-COBOL-VALUE
009500                 MOVE WS-MT-JAVA-AMOUNT (WS-TABLE-IDX)
009510                     TO BK-JAVA-VALUE
009520                 WRITE BK-RECORD
009530                 GO TO 5200-CHECK
009540             END-IF
009550             GO TO 5200-EXIT
009560     END-READ.
009570
009580     IF NOT WS-CNTR-FOUND
009590         IF NOT BK-STATUS-CLEARED
009600             SET BK-STATUS-CLEARED TO TRUE
009610             MOVE WS-REPORT-DATE TO BK-CLEARED-DATE
009620             MOVE WS-REPORT-DATE TO BK-LAST-DATE
009630             REWRITE BK-RECORD
009640         END-IF
009650         GO TO 5200-CHECK
009660     END-IF.
009670
009680     IF BK-STATUS-CLEARED
009690         SET BK-STATUS-NEW TO TRUE
009700         MOVE WS-REPORT-DATE TO BK-FOUND-DATE
009710         MOVE 0 TO BK-CLEARED-DATE
009720     ELSE
009730         SET BK-STATUS-OPEN TO TRUE
009740     END-IF.
009750
009760     MOVE WS-REPORT-DATE TO BK-LAST-DATE.
009770     MOVE WS-MT-COBOL-AMOUNT (WS-TABLE-IDX) TO BK-COBOL-VALUE.
009780     MOVE WS-MT-JAVA-AMOUNT (WS-TABLE-IDX) TO BK-JAVA-VALUE.
009790     REWRITE BK-RECORD.
009800
009810 5200-CHECK.
009820     IF NOT WS-BK-OK
009830         DISPLAY "COBOL-POSTING-MATCH: BREAKREG UPDATE"
009840             " FAILED FOR " WS-MT-ID (WS-TABLE-IDX)
009850             " STATUS=" WS-BK-FILE-STATUS
009860     END-IF.
009870
009880 5200-EXIT.
009890     EXIT.
009900
009910*--------------------------------------------------------*
009920* 8000-WRAP-UP                                             *
009930*--------------------------------------------------------*
009940 8000-WRAP-UP.
009950     IF WS-JP-OPEN
009960         CLOSE JAVA-POSTING-FILE
009970     END-IF.
009980     IF WS-XR-OPEN
009990         CLOSE TRANS-XREF-FILE
010000     END-IF.
010010     IF WS-ASGN-OPEN
010020         CLOSE ASSIGNED-TRANS-FILE
010030     END-IF.
010032     IF WS-OJ-OPEN
010034         CLOSE ONLINE-JOURNAL
010036     END-IF.
010040     IF WS-WORK-OPEN
010050         CLOSE POST-WORK-FILE
010060     END-IF.
010070     CLOSE MATCH-REPORT.
010080
010090     DISPLAY "COBOL-POSTING-MATCH: POSTINGS READ . : "
010100         WS-POSTING-COUNT.
010110     DISPLAY "COBOL-POSTING-MATCH: MATCHED . . . . : "
010120         WS-MATCHED-COUNT.
010130     DISPLAY "COBOL-POSTING-MATCH: NOT POSTED. . . : "
010140         WS-UNPOSTED-COUNT.
010150     DISPLAY "COBOL-POSTING-MATCH: NEVER ASSIGNED. : "
010160         WS-UNASSIGNED-COUNT.
010170     DISPLAY "COBOL-POSTING-MATCH: AMOUNT MISMATCH : "
010180         WS-MISMATCH-COUNT.
010190
010200     IF WS-MATCH-FAILED
010210         DISPLAY "COBOL-POSTING-MATCH: MATCH FAILED, REPORT IS"
010220             " INCOMPLETE"
010230     END-IF.
010240
010250 8000-EXIT.
010260     EXIT.
010270
010280*--------------------------------------------------------*
010290* 9500-REGISTER-END                                        *
010300* REGISTERS THE OUTCOME OF THE RUN WITH THE RUN-CONTROL    *
010310* MASTER.  AN UNMATCHED ITEM IS A FINDING FOR THE REPORT   *
010320* AND THE BREAK REGISTER, NOT A JOB FAILURE; ONLY A        *
010330* MATCH THAT COULD NOT RUN TO THE END FAILS THE STEP.      *
010340*--------------------------------------------------------*
010350 9500-REGISTER-END.
010360     IF WS-MATCH-FAILED
010370         MOVE 'F' TO WS-RUN-FUNCTION
010380     ELSE
010390         MOVE 'C' TO WS-RUN-FUNCTION
010400     END-IF.
010410
010420     CALL "COBOL-RUN-CONTROL" USING WS-RUN-PARMS.
010430
010440     IF NOT WS-RUN-OK
010450         DISPLAY "COBOL-POSTING-MATCH: RUN-CONTROL END CALL"
010460             " FAILED, CODE " WS-RUN-RETURN-CODE
010470     END-IF.
010480
010490 9500-EXIT.
010500     EXIT.
