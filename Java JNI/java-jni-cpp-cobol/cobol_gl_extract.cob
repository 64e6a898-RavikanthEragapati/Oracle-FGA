000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBOL-GL-EXTRACT.
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. ENTERPRISE BANKING SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*--------------------------------------------------------*
000100* 10/15/26  DRO  ORIGINAL PROGRAM.  NIGHTLY GL JOURNAL     *
000110*                INTERFACE EXTRACT: READS THE DAY'S        *
000120*                ASSIGNED FILE AND ONLINE JOURNAL, LOOKS   *
000130*                UP EACH COUNTER'S DEBIT AND CREDIT GL     *
000140*                ACCOUNTS ON THE COUNTER-TO-GL MAPPING     *
000150*                FILE, AND WRITES THE GENERAL LEDGER'S     *
000160*                FIXED-FORMAT JOURNAL FILE -- HEADER, ONE  *
000170*                ENTRY PER COUNTER OR PER TRANSACTION AS   *
000180*                THE MAPPING SAYS, AND A TRAILER WITH THE  *
000190*                RECORD COUNT AND HASH TOTALS -- IN PLACE  *
000200*                OF THE ENTRIES ACCOUNTING KEYED BY HAND   *
000210*                FROM THE BALANCING REPORT.  HELD UNTIL    *
000220*                CTLBAL SHOWS COMPLETE FOR THE BUSINESS    *
000230*                DATE, AND THE JOURNAL IS WITHHELD -- THE  *
000240*                FILE LEFT EMPTY -- UNLESS EVERY COUNTER   *
000250*                TIES TO CTLTOTAL, CARRIES NO OPEN CTLBAL  *
000260*                BREAK AND HAS A MAPPING.  THE PROOF       *
000270*                REPORT SHOWS THE TIE COUNTER BY COUNTER.  *
000280*--------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000310
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. GENERIC-SERVER.
000340 OBJECT-COMPUTER. GENERIC-SERVER.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380*--------------------------------------------------------*
000390* ASSIGNED-TRANS-FILE IS WRITTEN BY THE OVERNIGHT BATCH,   *
000400* ONE RECORD PER SEQUENCE NUMBER ASSIGNED.  THIS JOB ONLY  *
000410* READS IT.                                                *
000420*--------------------------------------------------------*
000430     SELECT ASSIGNED-TRANS-FILE ASSIGN TO "ASGNTRAN"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-ASGN-FILE-STATUS.
000460
000470*--------------------------------------------------------*
000480* ONLINE-JOURNAL IS APPENDED BY COBOL-BUSINESS-LOGIC, ONE  *
000490* RECORD PER NUMBER HANDED OUT BY AN ONLINE CALL DURING    *
000500* THE BUSINESS DAY, IN THE ASSIGNED-TRANS-FILE LAYOUT.     *
000510* THIS JOB ONLY READS IT.                                  *
000520*--------------------------------------------------------*
000530     SELECT ONLINE-JOURNAL ASSIGN TO "ONLNTRAN"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-OJ-FILE-STATUS.
000560
000570*--------------------------------------------------------*
000580* GL-MAP-FILE CARRIES ONE CARD PER COUNTER-ID WITH ITS     *
000590* DEBIT AND CREDIT GL ACCOUNTS AND ITS POSTING LEVEL.      *
000600* MAINTAINED BY ACCOUNTING; READ-ONLY HERE.                *
000610*--------------------------------------------------------*
000620     SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-MAP-FILE-STATUS.
000650
000660*--------------------------------------------------------*
000670* CONTROL-TOTALS-FILE IS WRITTEN BY COBOL-BATCH-INCREMENT, *
000680* ONE RECORD PER COUNTER-ID PER BUSINESS DATE.  THIS JOB   *
000690* ONLY READS IT.                                           *
000700*--------------------------------------------------------*
000710     SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTAL"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS CT-CONTROL-KEY
000750         FILE STATUS IS WS-CT-FILE-STATUS.
000760
000770*--------------------------------------------------------*
000780* BREAK-REGISTER CARRIES EVERY BALANCING BREAK FORWARD     *
000790* NIGHT TO NIGHT, KEYED COUNTER-ID + SOURCE JOB.  READ     *
000800* HERE FOR TONIGHT'S CTLBAL OUTCOME PER COUNTER.           *
000810*--------------------------------------------------------*
000820     SELECT BREAK-REGISTER ASSIGN TO "BREAKREG"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS BK-REGISTER-KEY
000860         FILE STATUS IS WS-BK-FILE-STATUS.
000870
000880*--------------------------------------------------------*
000890* RUN-PARM-FILE IS THE SAME CARD COBOL-RUN-CONTROL READS:  *
000900* THE WINDOW'S BUSINESS DATE.                              *
000910*--------------------------------------------------------*
000920     SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-PARM-FILE-STATUS.
000950
000960*--------------------------------------------------------*
000970* GL-JOURNAL-FILE IS THE INTERFACE FILE THE GENERAL        *
000980* LEDGER PICKS UP.  REWRITTEN FROM EMPTY EVERY RUN.        *
000990*--------------------------------------------------------*
001000     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-GLJ-FILE-STATUS.
001030
001040     SELECT PROOF-REPORT ASSIGN TO "GLPROOF"
001050         ORGANIZATION IS SEQUENTIAL.
001060
001070 DATA DIVISION.
001080
001090 FILE SECTION.
001100 FD  ASSIGNED-TRANS-FILE
001110     RECORDING MODE IS F.
001120 01  ASGN-IN-RECORD              PIC X(40).
001130
001140 FD  ONLINE-JOURNAL
001150     RECORDING MODE IS F.
001160 01  OJ-RECORD                   PIC X(40).
001170
001180 FD  GL-MAP-FILE
001190     RECORDING MODE IS F.
001200     COPY GMRECORD.
001210
001220 FD  CONTROL-TOTALS-FILE
001230     RECORDING MODE IS F.
001240     COPY CTRECORD.
001250
001260 FD  BREAK-REGISTER
001270     RECORDING MODE IS F.
001280     COPY BKRECORD.
001290
001300 FD  RUN-PARM-FILE
001310     RECORDING MODE IS F.
001320 01  RNP-PARM-CARD.
001330     05  RNP-BUSINESS-DATE        PIC 9(08).
001340     05  FILLER                   PIC X(72).
001350
001360 FD  GL-JOURNAL-FILE
001370     RECORDING MODE IS F.
001380     COPY GLRECORD.
001390
001400 FD  PROOF-REPORT
001410     RECORDING MODE IS F.
001420 01  RPT-LINE                    PIC X(80).
001430
001440 WORKING-STORAGE SECTION.
001450*--------------------------------------------------------*
001460* STANDALONE SWITCHES AND COUNTERS                         *
001470*--------------------------------------------------------*
001480 77  WS-ASGN-FILE-STATUS         PIC X(02)   VALUE SPACES.
001490     88  WS-ASGN-OK                          VALUE '00'.
001500
001510 77  WS-ASGN-OPEN-SW             PIC X(01)   VALUE 'N'.
001520     88  WS-ASGN-OPEN                        VALUE 'Y'.
001530
001540 77  WS-ASGN-EOF-SW              PIC X(01)   VALUE 'N'.
001550     88  WS-ASGN-EOF                         VALUE 'Y'.
001560
001570 77  WS-OJ-FILE-STATUS           PIC X(02)   VALUE SPACES.
001580     88  WS-OJ-OK                            VALUE '00'.
001590
001600 77  WS-OJ-OPEN-SW               PIC X(01)   VALUE 'N'.
001610     88  WS-OJ-OPEN                          VALUE 'Y'.
001620
001630 77  WS-OJ-EOF-SW                PIC X(01)   VALUE 'N'.
001640     88  WS-OJ-EOF                           VALUE 'Y'.
001650
001660 77  WS-MAP-FILE-STATUS          PIC X(02)   VALUE SPACES.
001670     88  WS-MAP-OK                           VALUE '00'.
001680
001690 77  WS-MAP-EOF-SW               PIC X(01)   VALUE 'N'.
001700     88  WS-MAP-EOF                          VALUE 'Y'.
001710
001720 77  WS-CT-FILE-STATUS           PIC X(02)   VALUE SPACES.
001730     88  WS-CT-OK                            VALUE '00'.
001740
001750 77  WS-CT-OPEN-SW               PIC X(01)   VALUE 'N'.
001760     88  WS-CT-OPEN                          VALUE 'Y'.
001770
001780 77  WS-CT-EOF-SW                PIC X(01)   VALUE 'N'.
001790     88  WS-CT-EOF                           VALUE 'Y'.
001800
001810 77  WS-BK-FILE-STATUS           PIC X(02)   VALUE SPACES.
001820     88  WS-BK-OK                            VALUE '00'.
001830
001840 77  WS-BK-OPEN-SW               PIC X(01)   VALUE 'N'.
001850     88  WS-BK-OPEN                          VALUE 'Y'.
001860
001870 77  WS-PARM-FILE-STATUS         PIC X(02)   VALUE SPACES.
001880     88  WS-PARM-OK                          VALUE '00'.
001890
001900 77  WS-GLJ-FILE-STATUS          PIC X(02)   VALUE SPACES.
001910     88  WS-GLJ-OK                           VALUE '00'.
001920
001930 77  WS-GLJ-OPEN-SW              PIC X(01)   VALUE 'N'.
001940     88  WS-GLJ-OPEN                         VALUE 'Y'.
001950
001960 77  WS-GL-FAILED-SW             PIC X(01)   VALUE 'N'.
001970     88  WS-GL-FAILED                        VALUE 'Y'.
001980
001990 77  WS-PROOF-FAILED-SW          PIC X(01)   VALUE 'N'.
002000     88  WS-PROOF-FAILED                     VALUE 'Y'.
002010
002020 77  WS-BUSINESS-DATE            PIC 9(08)   VALUE 0.
002030 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
002040 77  WS-RUN-TIME                 PIC 9(08)   VALUE 0.
002050
002060 77  WS-MAP-LOADED               PIC 9(08) COMP VALUE 0.
002070 77  WS-MAP-BAD                  PIC 9(08) COMP VALUE 0.
002080 77  WS-UNTABLED-COUNT           PIC 9(08) COMP VALUE 0.
002090 77  WS-GL-RECORD-COUNT          PIC 9(08) COMP VALUE 0.
002100 77  WS-GL-ENTRY-COUNT           PIC 9(08) COMP VALUE 0.
002110
002120 77  WS-GL-DEBIT-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
002130 77  WS-GL-CREDIT-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
002140 77  WS-GL-NET-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
002150 77  WS-CT-AMOUNT-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
002160 77  WS-ONLINE-AMOUNT-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
002170 77  WS-GL-ACCOUNT-HASH          PIC 9(18) COMP-3 VALUE 0.
002180
002190 77  WS-EDIT-COUNT               PIC ZZZZZZZ9.
002200 77  WS-EDIT-AMOUNT              PIC -(10)9.99.
002210 77  WS-EDIT-TOTAL               PIC -(12)9.99.
002220 77  WS-EDIT-HASH                PIC Z(14)9.
002230
002240*--------------------------------------------------------*
002250* THE JOURNAL ENTRY BEING WRITTEN BY 4500-WRITE-ENTRY-     *
002260* PAIR: THE SIGNED AMOUNT, THE REFERENCE (TRANSACTION-ID   *
002270* OR SUMMARY) AND THE ITEM COUNT IT COVERS.                *
002280*--------------------------------------------------------*
002290 77  WS-POST-AMOUNT              PIC S9(11)V99 COMP-3 VALUE 0.
002300 77  WS-POST-ABS-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
002310 77  WS-POST-REFERENCE           PIC X(12)   VALUE SPACES.
002320 77  WS-POST-ITEMS               PIC 9(08)   VALUE 0.
002330 77  WS-POST-DR-ACCOUNT          PIC 9(10)   VALUE 0.
002340 77  WS-POST-CR-ACCOUNT          PIC 9(10)   VALUE 0.
002350
002360*--------------------------------------------------------*
002370* THE ASSIGNED-TRANS-FILE LAYOUT, SHARED BY BOTH INPUTS:   *
002380* EACH RECORD READ FROM EITHER FILE IS MOVED HERE SO ONE   *
002390* SET OF PARAGRAPHS SERVES BOTH.                           *
002400*--------------------------------------------------------*
002410     COPY ASGNTRAN.
002420
002430*--------------------------------------------------------*
002440* ONE ENTRY PER COUNTER-ID, SEEDED FROM THE MAPPING CARDS  *
002450* AND EXTENDED FOR ANY COUNTER THAT SHOWS ACTIVITY OR A    *
002460* CONTROL TOTAL WITHOUT ONE, SO AN UNMAPPED COUNTER IS     *
002470* CAUGHT ON THE PROOF RATHER THAN DROPPED FROM THE GL.     *
002480* FIFTY ENTRIES IS FAR PAST ANYTHING THE SHOP DEFINES.     *
002490*--------------------------------------------------------*
002500 01  WS-MAP-TABLE.
002510     05  WS-MAP-ENTRY OCCURS 50 TIMES
002520             INDEXED BY WS-MAP-IDX.
002530         10  WS-MAP-ID             PIC X(12).
002540         10  WS-MAP-DESC           PIC X(20).
002550         10  WS-MAP-MAPPED-SW      PIC X(01).
002560             88  WS-MAP-MAPPED              VALUE 'Y'.
002570         10  WS-MAP-DEBIT-ACCT     PIC 9(10).
002580         10  WS-MAP-CREDIT-ACCT    PIC 9(10).
002590         10  WS-MAP-LEVEL          PIC X(01).
002600             88  WS-MAP-DETAIL              VALUE 'D'.
002610         10  WS-MAP-BATCH-COUNT    PIC S9(8) COMP-5.
002620         10  WS-MAP-BATCH-AMOUNT   PIC S9(11)V99 COMP-3.
002630         10  WS-MAP-ONLINE-COUNT   PIC S9(8) COMP-5.
002640         10  WS-MAP-ONLINE-AMOUNT  PIC S9(11)V99 COMP-3.
002650         10  WS-MAP-CT-COUNT       PIC S9(8) COMP-5.
002660         10  WS-MAP-CT-AMOUNT      PIC S9(11)V99 COMP-3.
002670         10  WS-MAP-GL-AMOUNT      PIC S9(11)V99 COMP-3.
002680         10  WS-MAP-GL-LINES       PIC S9(8) COMP-5.
002690         10  WS-MAP-PROOF-CODE     PIC X(01).
002700             88  WS-MAP-PROVED              VALUE ' '.
002710             88  WS-MAP-NOT-TIED            VALUE 'T'.
002720             88  WS-MAP-BREAK-OPEN          VALUE 'B'.
002730             88  WS-MAP-UNMAPPED            VALUE 'M'.
002740
002750 77  WS-MAP-COUNT                PIC 9(04) COMP VALUE 0.
002760 77  WS-TABLE-IDX                PIC 9(04) COMP VALUE 0.
002770 77  WS-ENTRY-IDX                PIC 9(04) COMP VALUE 0.
002780 77  WS-FIND-ID                  PIC X(12)   VALUE SPACES.
002790
002800*--------------------------------------------------------*
002810* RUN-CONTROL PARAMETERS FOR COBOL-RUN-CONTROL.  THIS      *
002820* STEP HOLDS UNTIL CTLBAL SHOWS COMPLETE FOR THE BUSINESS  *
002830* DATE, SO NO JOURNAL IS EVER CUT BEFORE THE NIGHT'S       *
002840* BALANCING HAS RUN.                                       *
002850*--------------------------------------------------------*
002860 01  WS-RUN-PARMS.
002870     05  WS-RUN-JOB-NAME          PIC X(08) VALUE 'GLEXTRCT'.
002880     05  WS-RUN-PREDECESSOR       PIC X(08) VALUE 'CTLBAL'.
002890     05  WS-RUN-FUNCTION          PIC X(01) VALUE 'S'.
002900     05  WS-RUN-RETURN-CODE       PIC X(02) VALUE SPACES.
002910         88  WS-RUN-OK                       VALUE '00'.
002920         88  WS-RUN-HELD                     VALUE '01'.
002930
002940 PROCEDURE DIVISION.
002950
002960 0000-MAINLINE.
002970     PERFORM 0500-REGISTER-START THRU 0500-EXIT.
002980     IF WS-RUN-HELD
002990         STOP RUN
003000     END-IF.
003010
003020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003030     PERFORM 2000-ACCUMULATE THRU 2000-EXIT.
003040     PERFORM 3000-PROVE-TOTALS THRU 3000-EXIT.
003050     PERFORM 4000-WRITE-GL-FILE THRU 4000-EXIT.
003060     PERFORM 5000-PRINT-PROOF THRU 5000-EXIT.
003070     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
003080     PERFORM 9500-REGISTER-END THRU 9500-EXIT.
003090     STOP RUN.
003100
003110*--------------------------------------------------------*
003120* 0500-REGISTER-START                                      *
003130* REGISTERS THE START OF THE RUN WITH THE RUN-CONTROL      *
003140* MASTER.  A RUN-CONTROL FILE ERROR IS REPORTED BUT DOES   *
003150* NOT STOP THE EXTRACT; A HELD PREDECESSOR DOES -- NO      *
003160* JOURNAL IS CUT UNTIL CTLBAL IS COMPLETE FOR THE DATE.    *
003170*--------------------------------------------------------*
003180 0500-REGISTER-START.
003190     MOVE 'S' TO WS-RUN-FUNCTION.
003200     CALL "COBOL-RUN-CONTROL" USING WS-RUN-PARMS.
003210
003220     IF WS-RUN-HELD
003230         DISPLAY "COBOL-GL-EXTRACT: CTLBAL NOT COMPLETE,"
003240             " RUN HELD"
003250     ELSE
003260         IF NOT WS-RUN-OK
003270             DISPLAY "COBOL-GL-EXTRACT: RUN-CONTROL ERROR,"
003280                 " CODE " WS-RUN-RETURN-CODE
003290         END-IF
003300     END-IF.
003310
003320 0500-EXIT.
003330     EXIT.
003340
003350*--------------------------------------------------------*
003360* 1000-INITIALIZE                                          *
003370* PICKS UP THE BUSINESS DATE AND LOADS THE MAPPING CARDS.  *
003380*--------------------------------------------------------*
003390 1000-INITIALIZE.
003400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003410     ACCEPT WS-RUN-TIME FROM TIME.
003420     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
003430     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
003440
003450     PERFORM 1150-INIT-MAP-ENTRY THRU 1150-EXIT
003460         VARYING WS-TABLE-IDX FROM 1 BY 1
003470         UNTIL WS-TABLE-IDX > 50.
003480
003490     PERFORM 1200-LOAD-GL-MAP THRU 1200-EXIT.
003500
003510 1000-EXIT.
003520     EXIT.
003530
003540*--------------------------------------------------------*
003550* 1100-GET-BUSINESS-DATE                                   *
003560* READS THE WINDOW'S BUSINESS DATE OFF THE RUNPARM CARD    *
003570* SO THE JOURNAL IS DATED FOR THE NIGHT IT BELONGS TO      *
003580* EVEN AFTER MIDNIGHT; A MISSING OR BAD CARD LEAVES THE    *
003590* SYSTEM DATE.                                             *
003600*--------------------------------------------------------*
003610 1100-GET-BUSINESS-DATE.
003620     OPEN INPUT RUN-PARM-FILE.
003630     IF NOT WS-PARM-OK
003640         GO TO 1100-EXIT
003650     END-IF.
003660
003670     READ RUN-PARM-FILE
003680         AT END
003690             MOVE SPACES TO RNP-PARM-CARD
003700     END-READ.
003710     CLOSE RUN-PARM-FILE.
003720
003730     IF RNP-BUSINESS-DATE NUMERIC
003740         MOVE RNP-BUSINESS-DATE TO WS-BUSINESS-DATE
003750     END-IF.
003760
003770 1100-EXIT.
003780     EXIT.
003790
003800*--------------------------------------------------------*
003810* 1150-INIT-MAP-ENTRY                                      *
003820*--------------------------------------------------------*
003830 1150-INIT-MAP-ENTRY.
003840     MOVE SPACES TO WS-MAP-ID (WS-TABLE-IDX).
003850     MOVE SPACES TO WS-MAP-DESC (WS-TABLE-IDX).
003860     MOVE 'N' TO WS-MAP-MAPPED-SW (WS-TABLE-IDX).
003870     MOVE 0   TO WS-MAP-DEBIT-ACCT (WS-TABLE-IDX).
003880     MOVE 0   TO WS-MAP-CREDIT-ACCT (WS-TABLE-IDX).
003890     MOVE 'S' TO WS-MAP-LEVEL (WS-TABLE-IDX).
003900     MOVE 0   TO WS-MAP-BATCH-COUNT (WS-TABLE-IDX).
003910     MOVE 0   TO WS-MAP-BATCH-AMOUNT (WS-TABLE-IDX).
003920     MOVE 0   TO WS-MAP-ONLINE-COUNT (WS-TABLE-IDX).
003930     MOVE 0   TO WS-MAP-ONLINE-AMOUNT (WS-TABLE-IDX).
003940     MOVE 0   TO WS-MAP-CT-COUNT (WS-TABLE-IDX).
003950     MOVE 0   TO WS-MAP-CT-AMOUNT (WS-TABLE-IDX).
003960     MOVE 0   TO WS-MAP-GL-AMOUNT (WS-TABLE-IDX).
003970     MOVE 0   TO WS-MAP-GL-LINES (WS-TABLE-IDX).
003980     MOVE SPACE TO WS-MAP-PROOF-CODE (WS-TABLE-IDX).
003990
004000 1150-EXIT.
004010     EXIT.
004020
004030*--------------------------------------------------------*
004040* 1200-LOAD-GL-MAP                                         *
004050* LOADS THE MAPPING CARDS INTO THE TABLE.  A MISSING       *
004060* MAPPING FILE IS NOT AN ABEND: EVERY COUNTER WITH         *
004070* ACTIVITY THEN SHOWS UNMAPPED ON THE PROOF AND THE        *
004080* JOURNAL IS WITHHELD.                                     *
004090*--------------------------------------------------------*
004100 1200-LOAD-GL-MAP.
004110     OPEN INPUT GL-MAP-FILE.
004120     IF NOT WS-MAP-OK
004130         DISPLAY "COBOL-GL-EXTRACT: NO GLMAP ON FILE,"
004140             " STATUS=" WS-MAP-FILE-STATUS
004150         SET WS-MAP-EOF TO TRUE
004160         GO TO 1200-EXIT
004170     END-IF.
004180
004190     PERFORM 1210-LOAD-ONE-MAP THRU 1210-EXIT
004200         UNTIL WS-MAP-EOF.
004210
004220     CLOSE GL-MAP-FILE.
004230
004240 1200-EXIT.
004250     EXIT.
004260
004270*--------------------------------------------------------*
004280* 1210-LOAD-ONE-MAP                                        *
004290* A CARD WITH NO COUNTER-ID, A NON-NUMERIC ACCOUNT, AN     *
004300* UNKNOWN POSTING LEVEL OR A COUNTER-ID ALREADY MAPPED IS  *
004310* NEVER LOADED -- A GUESSED ACCOUNT IS WORSE THAN NONE.    *
004320*--------------------------------------------------------*
004330 1210-LOAD-ONE-MAP.
004340     READ GL-MAP-FILE
004350         AT END
004360             SET WS-MAP-EOF TO TRUE
004370             GO TO 1210-EXIT
004380     END-READ.
004390
004400     IF GM-COUNTER-ID = SPACES
004410         OR GM-DEBIT-ACCOUNT NOT NUMERIC
004420         OR GM-CREDIT-ACCOUNT NOT NUMERIC
004430         OR NOT (GM-POST-SUMMARY OR GM-POST-DETAIL)
004440         ADD 1 TO WS-MAP-BAD
004450         DISPLAY "COBOL-GL-EXTRACT: REJECTED MAPPING CARD: "
004460             GM-COUNTER-ID
004470         GO TO 1210-EXIT
004480     END-IF.
004490
004500     SET WS-MAP-IDX TO 1.
004510     SEARCH WS-MAP-ENTRY
004520         AT END
004530             CONTINUE
004540         WHEN WS-MAP-ID (WS-MAP-IDX) = GM-COUNTER-ID
004550             ADD 1 TO WS-MAP-BAD
004560             DISPLAY "COBOL-GL-EXTRACT: DUPLICATE MAPPING CARD: "
004570                 GM-COUNTER-ID
004580             GO TO 1210-EXIT
004590     END-SEARCH.
004600
004610     IF WS-MAP-COUNT >= 50
004620         ADD 1 TO WS-MAP-BAD
004630         DISPLAY "COBOL-GL-EXTRACT: MAPPING TABLE FULL, "
004640             "CARD SKIPPED: " GM-COUNTER-ID
004650         GO TO 1210-EXIT
004660     END-IF.
004670
004680     ADD 1 TO WS-MAP-COUNT.
004690     ADD 1 TO WS-MAP-LOADED.
004700     MOVE GM-COUNTER-ID TO WS-MAP-ID (WS-MAP-COUNT).
004710     MOVE GM-DESCRIPTION TO WS-MAP-DESC (WS-MAP-COUNT).
004720     MOVE 'Y' TO WS-MAP-MAPPED-SW (WS-MAP-COUNT).
004730     MOVE GM-DEBIT-ACCOUNT TO WS-MAP-DEBIT-ACCT (WS-MAP-COUNT).
004740     MOVE GM-CREDIT-ACCOUNT TO WS-MAP-CREDIT-ACCT (WS-MAP-COUNT).
004750     IF GM-POST-DETAIL
004760         MOVE 'D' TO WS-MAP-LEVEL (WS-MAP-COUNT)
004770     END-IF.
004780
004790 1210-EXIT.
004800     EXIT.
004810
004820*--------------------------------------------------------*
004830* 2000-ACCUMULATE                                          *
004840* FIRST PASS OVER THE DAY'S NUMBERED TRANSACTIONS: TOTALS  *
004850* EACH COUNTER'S OVERNIGHT AND ONLINE COUNT AND AMOUNT     *
004860* SO THE PROOF CAN RUN BEFORE A SINGLE JOURNAL RECORD IS   *
004870* WRITTEN.  A MISSING FILE MEANS NOTHING NUMBERED ON THAT  *
004880* SIDE.                                                    *
004890*--------------------------------------------------------*
004900 2000-ACCUMULATE.
004910     PERFORM 2050-OPEN-INPUTS THRU 2050-EXIT.
004920
004930     PERFORM 2100-READ-ASSIGNED THRU 2100-EXIT.
004940     PERFORM 2200-STORE-ASSIGNED THRU 2200-EXIT
004950         UNTIL WS-ASGN-EOF.
004960
004970     PERFORM 2300-READ-ONLINE THRU 2300-EXIT.
004980     PERFORM 2400-STORE-ONLINE THRU 2400-EXIT
004990         UNTIL WS-OJ-EOF.
005000
005010     PERFORM 2080-CLOSE-INPUTS THRU 2080-EXIT.
005020
005030 2000-EXIT.
005040     EXIT.
005050
005060*--------------------------------------------------------*
005070* 2050-OPEN-INPUTS                                         *
005080* OPENS THE ASSIGNED FILE AND THE ONLINE JOURNAL FOR A     *
005090* PASS.  RUN ONCE FOR THE PROOF AND AGAIN FOR THE DETAIL   *
005100* ENTRIES.                                                 *
005110*--------------------------------------------------------*
005120 2050-OPEN-INPUTS.
005130     MOVE 'N' TO WS-ASGN-EOF-SW.
005140     MOVE 'N' TO WS-OJ-EOF-SW.
005150
005160     OPEN INPUT ASSIGNED-TRANS-FILE.
005170     IF WS-ASGN-OK
005180         SET WS-ASGN-OPEN TO TRUE
005190     ELSE
005200         DISPLAY "COBOL-GL-EXTRACT: NO ASGNTRAN ON FILE,"
005210             " STATUS=" WS-ASGN-FILE-STATUS
005220         SET WS-ASGN-EOF TO TRUE
005230     END-IF.
005240
005250     OPEN INPUT ONLINE-JOURNAL.
005260     IF WS-OJ-OK
005270         SET WS-OJ-OPEN TO TRUE
005280     ELSE
005290         SET WS-OJ-EOF TO TRUE
005300     END-IF.
005310
005320 2050-EXIT.
005330     EXIT.
005340
005350*--------------------------------------------------------*
005360* 2080-CLOSE-INPUTS                                        *
005370*--------------------------------------------------------*
005380 2080-CLOSE-INPUTS.
005390     IF WS-ASGN-OPEN
005400         CLOSE ASSIGNED-TRANS-FILE
005410         MOVE 'N' TO WS-ASGN-OPEN-SW
005420     END-IF.
005430     IF WS-OJ-OPEN
005440         CLOSE ONLINE-JOURNAL
005450         MOVE 'N' TO WS-OJ-OPEN-SW
005460     END-IF.
005470
005480 2080-EXIT.
005490     EXIT.
005500
005510*--------------------------------------------------------*
005520* 2100-READ-ASSIGNED                                       *
005530*--------------------------------------------------------*
005540 2100-READ-ASSIGNED.
005550     IF WS-ASGN-EOF
005560         GO TO 2100-EXIT
005570     END-IF.
005580
005590     READ ASSIGNED-TRANS-FILE
005600         AT END
005610             SET WS-ASGN-EOF TO TRUE
005620             GO TO 2100-EXIT
005630     END-READ.
005640
005650     MOVE ASGN-IN-RECORD TO ASGN-TRANSACTION-RECORD.
005660
005670 2100-EXIT.
005680     EXIT.
005690
005700*--------------------------------------------------------*
005710* 2200-STORE-ASSIGNED                                      *
005720*--------------------------------------------------------*
005730 2200-STORE-ASSIGNED.
005740     MOVE ASGN-COUNTER-ID TO WS-FIND-ID.
005750     PERFORM 2900-FIND-ENTRY THRU 2900-EXIT.
005760
005770     IF WS-ENTRY-IDX > 0
005780         ADD 1 TO WS-MAP-BATCH-COUNT (WS-ENTRY-IDX)
005790         ADD ASGN-AMOUNT TO WS-MAP-BATCH-AMOUNT (WS-ENTRY-IDX)
005800     END-IF.
005810
005820     PERFORM 2100-READ-ASSIGNED THRU 2100-EXIT.
005830
005840 2200-EXIT.
005850     EXIT.
005860
005870*--------------------------------------------------------*
005880* 2300-READ-ONLINE                                         *
005890*--------------------------------------------------------*
005900 2300-READ-ONLINE.
005910     IF WS-OJ-EOF
005920         GO TO 2300-EXIT
005930     END-IF.
005940
005950     READ ONLINE-JOURNAL
005960         AT END
005970             SET WS-OJ-EOF TO TRUE
005980             GO TO 2300-EXIT
005990     END-READ.
006000
006010     MOVE OJ-RECORD TO ASGN-TRANSACTION-RECORD.
006020
006030 2300-EXIT.
006040     EXIT.
006050
006060*--------------------------------------------------------*
006070* 2400-STORE-ONLINE                                        *
006080*--------------------------------------------------------*
006090 2400-STORE-ONLINE.
006100     MOVE ASGN-COUNTER-ID TO WS-FIND-ID.
006110     PERFORM 2900-FIND-ENTRY THRU 2900-EXIT.
006120
006130     IF WS-ENTRY-IDX > 0
006140         ADD 1 TO WS-MAP-ONLINE-COUNT (WS-ENTRY-IDX)
006150         ADD ASGN-AMOUNT TO WS-MAP-ONLINE-AMOUNT (WS-ENTRY-IDX)
006160     END-IF.
006170
006180     PERFORM 2300-READ-ONLINE THRU 2300-EXIT.
006190
006200 2400-EXIT.
006210     EXIT.
006220
006230*--------------------------------------------------------*
006240* 2900-FIND-ENTRY                                          *
006250* RETURNS THE TABLE POSITION OF WS-FIND-ID IN WS-ENTRY-    *
006260* IDX, ADDING AN UNMAPPED ENTRY FOR A COUNTER THE MAPPING  *
006270* CARDS DID NOT NAME.  A FULL TABLE RETURNS ZERO AND FAILS *
006280* THE PROOF -- THE ITEM CANNOT BE ACCOUNTED FOR.           *
006290*--------------------------------------------------------*
006300 2900-FIND-ENTRY.
006310     MOVE 0 TO WS-ENTRY-IDX.
006320
006330     SET WS-MAP-IDX TO 1.
006340     SEARCH WS-MAP-ENTRY
006350         AT END
006360             CONTINUE
006370         WHEN WS-MAP-ID (WS-MAP-IDX) = WS-FIND-ID
006380             SET WS-ENTRY-IDX TO WS-MAP-IDX
006390     END-SEARCH.
006400
006410     IF WS-ENTRY-IDX > 0
006420         GO TO 2900-EXIT
006430     END-IF.
006440
006450     IF WS-MAP-COUNT >= 50
006460         ADD 1 TO WS-UNTABLED-COUNT
006470         SET WS-PROOF-FAILED TO TRUE
006480         DISPLAY "COBOL-GL-EXTRACT: COUNTER TABLE FULL, "
006490             "ITEM NOT ACCOUNTED: " WS-FIND-ID
006500         GO TO 2900-EXIT
006510     END-IF.
006520
006530     ADD 1 TO WS-MAP-COUNT.
006540     MOVE WS-MAP-COUNT TO WS-ENTRY-IDX.
006550     MOVE WS-FIND-ID TO WS-MAP-ID (WS-ENTRY-IDX).
006560
006570 2900-EXIT.
006580     EXIT.
006590
006600*--------------------------------------------------------*
006610* 3000-PROVE-TOTALS                                        *
006620* PICKS UP EVERY CONTROL TOTAL FILED FOR THE BUSINESS      *
006630* DATE, THEN PROVES EACH COUNTER: ITS OVERNIGHT FIGURES    *
006640* MUST EQUAL CTLTOTAL, TONIGHT'S CTLBAL MUST HAVE LEFT NO  *
006650* OPEN BREAK ON IT, AND ANY COUNTER WITH ACTIVITY MUST     *
006660* HAVE A MAPPING.  ONE FAILURE WITHHOLDS THE WHOLE         *
006670* JOURNAL -- THE LEDGER TAKES A DAY WHOLE OR NOT AT ALL.   *
006680*--------------------------------------------------------*
006690 3000-PROVE-TOTALS.
006700     OPEN INPUT CONTROL-TOTALS-FILE.
006710     IF WS-CT-OK
006720         SET WS-CT-OPEN TO TRUE
006730         PERFORM 3050-POSITION-TOTALS THRU 3050-EXIT
006740         PERFORM 3060-LOAD-ONE-TOTAL THRU 3060-EXIT
006750             UNTIL WS-CT-EOF
006760         CLOSE CONTROL-TOTALS-FILE
006770     ELSE
006780         DISPLAY "COBOL-GL-EXTRACT: NO CTLTOTAL ON FILE,"
006790             " STATUS=" WS-CT-FILE-STATUS
006800     END-IF.
006810
006820     OPEN INPUT BREAK-REGISTER.
006830     IF WS-BK-OK
006840         SET WS-BK-OPEN TO TRUE
006850     END-IF.
006860
006870     PERFORM 3100-PROVE-ONE-COUNTER THRU 3100-EXIT
006880         VARYING WS-TABLE-IDX FROM 1 BY 1
006890         UNTIL WS-TABLE-IDX > WS-MAP-COUNT.
006900
006910     IF WS-BK-OPEN
006920         CLOSE BREAK-REGISTER
006930     END-IF.
006940
006950 3000-EXIT.
006960     EXIT.
006970
006980*--------------------------------------------------------*
006990* 3050-POSITION-TOTALS                                     *
007000* POSITIONS CTLTOTAL AT THE BUSINESS DATE'S FIRST RECORD.  *
007010*--------------------------------------------------------*
007020 3050-POSITION-TOTALS.
007030     MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE.
007040     MOVE LOW-VALUES TO CT-COUNTER-ID.
007050
007060     START CONTROL-TOTALS-FILE KEY NOT < CT-CONTROL-KEY
007070         INVALID KEY
007080             SET WS-CT-EOF TO TRUE
007090     END-START.
007100
007110 3050-EXIT.
007120     EXIT.
007130
007140*--------------------------------------------------------*
007150* 3060-LOAD-ONE-TOTAL                                      *
007160* FILES ONE CONTROL TOTAL UNDER ITS COUNTER, STOPPING      *
007170* WHEN THE RECORDS RUN PAST THE BUSINESS DATE.             *
007180*--------------------------------------------------------*
007190 3060-LOAD-ONE-TOTAL.
007200     READ CONTROL-TOTALS-FILE NEXT
007210         AT END
007220             SET WS-CT-EOF TO TRUE
007230             GO TO 3060-EXIT
007240     END-READ.
007250
007260     IF NOT WS-CT-OK
007270         OR CT-BUSINESS-DATE NOT = WS-BUSINESS-DATE
007280         SET WS-CT-EOF TO TRUE
007290         GO TO 3060-EXIT
007300     END-IF.
007310
007320     MOVE CT-COUNTER-ID TO WS-FIND-ID.
007330     PERFORM 2900-FIND-ENTRY THRU 2900-EXIT.
007340
007350     IF WS-ENTRY-IDX > 0
007360         MOVE CT-RECORD-COUNT TO WS-MAP-CT-COUNT (WS-ENTRY-IDX)
007370         MOVE CT-TOTAL-AMOUNT TO WS-MAP-CT-AMOUNT (WS-ENTRY-IDX)
007380     END-IF.
007390
007400 3060-EXIT.
007410     EXIT.
007420
007430*--------------------------------------------------------*
007440* 3100-PROVE-ONE-COUNTER                                   *
007450* SETS THE COUNTER'S PROOF CODE.  THE FIRST FAILURE FOUND  *
007460* IS THE ONE REPORTED.                                     *
007470*--------------------------------------------------------*
007480 3100-PROVE-ONE-COUNTER.
007490     IF WS-MAP-BATCH-COUNT (WS-TABLE-IDX) NOT =
007500        WS-MAP-CT-COUNT (WS-TABLE-IDX)
007510        OR WS-MAP-BATCH-AMOUNT (WS-TABLE-IDX) NOT =
007520        WS-MAP-CT-AMOUNT (WS-TABLE-IDX)
007530         SET WS-MAP-NOT-TIED (WS-TABLE-IDX) TO TRUE
007540         SET WS-PROOF-FAILED TO TRUE
007550         GO TO 3100-EXIT
007560     END-IF.
007570
007580     IF WS-BK-OPEN
007590         MOVE WS-MAP-ID (WS-TABLE-IDX) TO BK-COUNTER-ID
007600         MOVE "CTLBAL" TO BK-SOURCE-JOB
007610         READ BREAK-REGISTER
007620             INVALID KEY
007630                 CONTINUE
007640             NOT INVALID KEY
007650                 IF NOT BK-STATUS-CLEARED
007660                     SET WS-MAP-BREAK-OPEN (WS-TABLE-IDX) TO TRUE
007670                     SET WS-PROOF-FAILED TO TRUE
007680                     GO TO 3100-EXIT
007690                 END-IF
007700         END-READ
007710     END-IF.
007720
007730     IF NOT WS-MAP-MAPPED (WS-TABLE-IDX)
007740         AND (WS-MAP-BATCH-COUNT (WS-TABLE-IDX) > 0
007750           OR WS-MAP-ONLINE-COUNT (WS-TABLE-IDX) > 0)
007760         SET WS-MAP-UNMAPPED (WS-TABLE-IDX) TO TRUE
007770         SET WS-PROOF-FAILED TO TRUE
007780     END-IF.
007790
007800 3100-EXIT.
007810     EXIT.
007820
007830*--------------------------------------------------------*
007840* 4000-WRITE-GL-FILE                                       *
007850* WRITES THE JOURNAL ONLY FOR A DAY THAT PROVED: HEADER,   *
007860* THE PER-TRANSACTION ENTRIES FROM A SECOND PASS OVER THE  *
007870* INPUTS, ONE SUMMARY ENTRY PER SUMMARY-LEVEL COUNTER,     *
007880* THEN THE TRAILER.  A DAY THAT DID NOT PROVE LEAVES THE   *
007890* FILE EMPTY SO LAST NIGHT'S JOURNAL CAN NEVER BE PICKED   *
007900* UP AGAIN IN ITS PLACE.                                   *
007910*--------------------------------------------------------*
007920 4000-WRITE-GL-FILE.
007930     OPEN OUTPUT GL-JOURNAL-FILE.
007940     IF WS-GLJ-OK
007950         SET WS-GLJ-OPEN TO TRUE
007960     ELSE
007970         DISPLAY "COBOL-GL-EXTRACT: CANNOT OPEN GLJRNL"
007980             " STATUS=" WS-GLJ-FILE-STATUS
007990         SET WS-GL-FAILED TO TRUE
008000         GO TO 4000-EXIT
008010     END-IF.
008020
008030     IF WS-PROOF-FAILED
008040         DISPLAY "COBOL-GL-EXTRACT: PROOF DOES NOT TIE,"
008050             " GL JOURNAL WITHHELD"
008060         GO TO 4000-EXIT
008070     END-IF.
008080
008090     MOVE SPACES TO GL-HEADER-RECORD.
008100     SET GLH-HEADER TO TRUE.
008110     MOVE "SEQCNTR" TO GLH-SOURCE-SYSTEM.
008120     MOVE WS-BUSINESS-DATE TO GLH-BUSINESS-DATE.
008130     MOVE WS-RUN-DATE TO GLH-CREATED-DATE.
008140     MOVE WS-RUN-TIME TO GLH-CREATED-TIME.
008150     WRITE GL-HEADER-RECORD.
008160     PERFORM 4900-CHECK-WRITE THRU 4900-EXIT.
008170
008180     IF NOT WS-GL-FAILED
008190         PERFORM 4100-WRITE-DETAIL-ENTRIES THRU 4100-EXIT
008200     END-IF.
008210
008220     IF NOT WS-GL-FAILED
008230         PERFORM 4400-WRITE-SUMMARY-ENTRY THRU 4400-EXIT
008240             VARYING WS-TABLE-IDX FROM 1 BY 1
008250             UNTIL WS-TABLE-IDX > WS-MAP-COUNT
008260                OR WS-GL-FAILED
008270     END-IF.
008280
008290     IF NOT WS-GL-FAILED
008300         PERFORM 4800-WRITE-TRAILER THRU 4800-EXIT
008310     END-IF.
008320
008330 4000-EXIT.
008340     EXIT.
008350
008360*--------------------------------------------------------*
008370* 4100-WRITE-DETAIL-ENTRIES                                *
008380* SECOND PASS OVER BOTH INPUTS, WRITING ONE ENTRY PER      *
008390* TRANSACTION FOR EVERY COUNTER MAPPED AT DETAIL LEVEL.    *
008400*--------------------------------------------------------*
008410 4100-WRITE-DETAIL-ENTRIES.
008420     PERFORM 2050-OPEN-INPUTS THRU 2050-EXIT.
008430
008440     PERFORM 2100-READ-ASSIGNED THRU 2100-EXIT.
008450     PERFORM 4200-DETAIL-ONE-ASSIGNED THRU 4200-EXIT
008460         UNTIL WS-ASGN-EOF OR WS-GL-FAILED.
008470
008480     PERFORM 2300-READ-ONLINE THRU 2300-EXIT.
008490     PERFORM 4300-DETAIL-ONE-ONLINE THRU 4300-EXIT
008500         UNTIL WS-OJ-EOF OR WS-GL-FAILED.
008510
008520     PERFORM 2080-CLOSE-INPUTS THRU 2080-EXIT.
008530
008540 4100-EXIT.
008550     EXIT.
008560
008570*--------------------------------------------------------*
008580* 4200-DETAIL-ONE-ASSIGNED                                 *
008590*--------------------------------------------------------*
008600 4200-DETAIL-ONE-ASSIGNED.
008610     PERFORM 4250-DETAIL-ONE-ITEM THRU 4250-EXIT.
008620     PERFORM 2100-READ-ASSIGNED THRU 2100-EXIT.
008630
008640 4200-EXIT.
008650     EXIT.
008660
008670*--------------------------------------------------------*
008680* 4250-DETAIL-ONE-ITEM                                     *
008690* ONE TRANSACTION'S ENTRY, IF ITS COUNTER POSTS AT DETAIL  *
008700* LEVEL.                                                   *
008710*--------------------------------------------------------*
008720 4250-DETAIL-ONE-ITEM.
008730     MOVE ASGN-COUNTER-ID TO WS-FIND-ID.
008740     PERFORM 2900-FIND-ENTRY THRU 2900-EXIT.
008750
008760     IF WS-ENTRY-IDX = 0
008770         GO TO 4250-EXIT
008780     END-IF.
008790
008800     IF NOT WS-MAP-DETAIL (WS-ENTRY-IDX)
008810         GO TO 4250-EXIT
008820     END-IF.
008830
008840     MOVE ASGN-AMOUNT TO WS-POST-AMOUNT.
008850     MOVE ASGN-TRANSACTION-ID TO WS-POST-REFERENCE.
008860     MOVE 1 TO WS-POST-ITEMS.
008870     PERFORM 4500-WRITE-ENTRY-PAIR THRU 4500-EXIT.
008880
008890 4250-EXIT.
008900     EXIT.
008910
008920*--------------------------------------------------------*
008930* 4300-DETAIL-ONE-ONLINE                                   *
008940*--------------------------------------------------------*
008950 4300-DETAIL-ONE-ONLINE.
008960     PERFORM 4250-DETAIL-ONE-ITEM THRU 4250-EXIT.
008970     PERFORM 2300-READ-ONLINE THRU 2300-EXIT.
008980
008990 4300-EXIT.
009000     EXIT.
009010
009020*--------------------------------------------------------*
009030* 4400-WRITE-SUMMARY-ENTRY                                 *
009040* ONE ENTRY FOR THE DAY FOR A SUMMARY-LEVEL COUNTER,       *
009050* COVERING ITS OVERNIGHT AND ONLINE ITEMS TOGETHER.        *
009060*--------------------------------------------------------*
009070 4400-WRITE-SUMMARY-ENTRY.
009080     IF WS-MAP-DETAIL (WS-TABLE-IDX)
009090         GO TO 4400-EXIT
009100     END-IF.
009110
009120     MOVE WS-TABLE-IDX TO WS-ENTRY-IDX.
009130     COMPUTE WS-POST-AMOUNT =
009140         WS-MAP-BATCH-AMOUNT (WS-TABLE-IDX) +
009150         WS-MAP-ONLINE-AMOUNT (WS-TABLE-IDX).
009160     MOVE "SUMMARY" TO WS-POST-REFERENCE.
009170     COMPUTE WS-POST-ITEMS =
009180         WS-MAP-BATCH-COUNT (WS-TABLE-IDX) +
009190         WS-MAP-ONLINE-COUNT (WS-TABLE-IDX).
009200     PERFORM 4500-WRITE-ENTRY-PAIR THRU 4500-EXIT.
009210
009220 4400-EXIT.
009230     EXIT.
009240
009250*--------------------------------------------------------*
009260* 4500-WRITE-ENTRY-PAIR                                    *
009270* WRITES ONE BALANCED JOURNAL ENTRY -- A DEBIT RECORD AND  *
009280* A CREDIT RECORD -- FOR WS-POST-AMOUNT AGAINST THE        *
009290* COUNTER AT WS-ENTRY-IDX.  A NEGATIVE AMOUNT REVERSES     *
009300* THE TWO ACCOUNTS SO THE LEDGER ONLY EVER SEES POSITIVE   *
009310* AMOUNTS.  A ZERO AMOUNT POSTS NOTHING.                   *
009320*--------------------------------------------------------*
009330 4500-WRITE-ENTRY-PAIR.
009340     IF WS-POST-AMOUNT = 0
009350         GO TO 4500-EXIT
009360     END-IF.
009370
009380     IF WS-POST-AMOUNT > 0
009390         MOVE WS-MAP-DEBIT-ACCT (WS-ENTRY-IDX)
009400             TO WS-POST-DR-ACCOUNT
009410         MOVE WS-MAP-CREDIT-ACCT (WS-ENTRY-IDX)
009420             TO WS-POST-CR-ACCOUNT
009430         MOVE WS-POST-AMOUNT TO WS-POST-ABS-AMOUNT
009440     ELSE
009450         MOVE WS-MAP-CREDIT-ACCT (WS-ENTRY-IDX)
009460             TO WS-POST-DR-ACCOUNT
009470         MOVE WS-MAP-DEBIT-ACCT (WS-ENTRY-IDX)
009480             TO WS-POST-CR-ACCOUNT
009490         COMPUTE WS-POST-ABS-AMOUNT = 0 - WS-POST-AMOUNT
009500     END-IF.
009510
009520     MOVE SPACES TO GL-ENTRY-RECORD.
009530     SET GLE-ENTRY TO TRUE.
009540     MOVE WS-BUSINESS-DATE TO GLE-BUSINESS-DATE.
009550     MOVE WS-POST-DR-ACCOUNT TO GLE-ACCOUNT.
009560     SET GLE-DEBIT TO TRUE.
009570     MOVE WS-POST-ABS-AMOUNT TO GLE-AMOUNT.
009580     MOVE WS-MAP-ID (WS-ENTRY-IDX) TO GLE-COUNTER-ID.
009590     MOVE WS-POST-REFERENCE TO GLE-REFERENCE.
009600     MOVE WS-POST-ITEMS TO GLE-ITEM-COUNT.
009610     MOVE WS-MAP-DESC (WS-ENTRY-IDX) TO GLE-DESCRIPTION.
009620     WRITE GL-ENTRY-RECORD.
009630     PERFORM 4900-CHECK-WRITE THRU 4900-EXIT.
009640     IF WS-GL-FAILED
009650         GO TO 4500-EXIT
009660     END-IF.
009670
009680     MOVE WS-POST-CR-ACCOUNT TO GLE-ACCOUNT.
009690     SET GLE-CREDIT TO TRUE.
009700     WRITE GL-ENTRY-RECORD.
009710     PERFORM 4900-CHECK-WRITE THRU 4900-EXIT.
009720     IF WS-GL-FAILED
009730         GO TO 4500-EXIT
009740     END-IF.
009750
009760     ADD 2 TO WS-GL-ENTRY-COUNT.
009770     ADD 2 TO WS-MAP-GL-LINES (WS-ENTRY-IDX).
009780     ADD WS-POST-ABS-AMOUNT TO WS-GL-DEBIT-TOTAL.
009790     ADD WS-POST-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL.
009800     ADD WS-POST-AMOUNT TO WS-GL-NET-TOTAL.
009810     ADD WS-POST-AMOUNT TO WS-MAP-GL-AMOUNT (WS-ENTRY-IDX).
009820     ADD WS-POST-DR-ACCOUNT TO WS-GL-ACCOUNT-HASH.
009830     ADD WS-POST-CR-ACCOUNT TO WS-GL-ACCOUNT-HASH.
009840
009850 4500-EXIT.
009860     EXIT.
009870
009880*--------------------------------------------------------*
009890* 4800-WRITE-TRAILER                                       *
009900* THE RECORD COUNT INCLUDES THE HEADER AND THE TRAILER     *
009910* ITSELF.  THE ACCOUNT HASH KEEPS ITS LOW-ORDER FIFTEEN    *
009920* DIGITS.                                                  *
009930*--------------------------------------------------------*
009940 4800-WRITE-TRAILER.
009950     ADD 1 TO WS-GL-RECORD-COUNT.
009960
009970     MOVE SPACES TO GL-TRAILER-RECORD.
009980     SET GLT-TRAILER TO TRUE.
009990     MOVE WS-GL-RECORD-COUNT TO GLT-RECORD-COUNT.
010000     MOVE WS-GL-ENTRY-COUNT TO GLT-ENTRY-COUNT.
010010     MOVE WS-GL-DEBIT-TOTAL TO GLT-DEBIT-TOTAL.
010020     MOVE WS-GL-CREDIT-TOTAL TO GLT-CREDIT-TOTAL.
010030     MOVE WS-GL-ACCOUNT-HASH TO GLT-ACCOUNT-HASH.
010040     WRITE GL-TRAILER-RECORD.
010050
010060     IF NOT WS-GLJ-OK
010070         DISPLAY "COBOL-GL-EXTRACT: GLJRNL WRITE FAILED,"
010080             " STATUS=" WS-GLJ-FILE-STATUS
010090         SET WS-GL-FAILED TO TRUE
010100     END-IF.
010110
010120 4800-EXIT.
010130     EXIT.
010140
010150*--------------------------------------------------------*
010160* 4900-CHECK-WRITE                                         *
010170* COUNTS A GOOD JOURNAL WRITE OR FAILS THE RUN ON A BAD    *
010180* ONE.                                                     *
010190*--------------------------------------------------------*
010200 4900-CHECK-WRITE.
010210     IF WS-GLJ-OK
010220         ADD 1 TO WS-GL-RECORD-COUNT
010230     ELSE
010240         DISPLAY "COBOL-GL-EXTRACT: GLJRNL WRITE FAILED,"
010250             " STATUS=" WS-GLJ-FILE-STATUS
010260         SET WS-GL-FAILED TO TRUE
010270     END-IF.
010280
010290 4900-EXIT.
010300     EXIT.
010310
010320*--------------------------------------------------------*
010330* 5000-PRINT-PROOF                                         *
010340* WRITES THE JOURNAL PROOF REPORT: ONE BLOCK PER COUNTER   *
010350* TYING ITS OVERNIGHT FIGURES TO CTLTOTAL AND SHOWING THE  *
010360* ONLINE FIGURES AND THE NET AMOUNT POSTED, THEN THE       *
010370* JOURNAL'S OWN TOTALS AND WHETHER IT WAS RELEASED.        *
010380*--------------------------------------------------------*
010390 5000-PRINT-PROOF.
010400     OPEN OUTPUT PROOF-REPORT.
010410
010420     MOVE SPACES TO RPT-LINE.
010430     STRING "GL JOURNAL PROOF - " DELIMITED BY SIZE
010440            WS-BUSINESS-DATE DELIMITED BY SIZE
010450            INTO RPT-LINE.
010460     WRITE RPT-LINE.
010470
010480     MOVE SPACES TO RPT-LINE.
010490     WRITE RPT-LINE.
010500
010510     IF WS-MAP-COUNT = 0
010520         MOVE SPACES TO RPT-LINE
010530         STRING "NO MAPPINGS AND NO ACTIVITY FOR THE DATE."
010540                DELIMITED BY SIZE
010550                INTO RPT-LINE
010560         WRITE RPT-LINE
010570     END-IF.
010580
010590     PERFORM 5100-PRINT-ONE-COUNTER THRU 5100-EXIT
010600         VARYING WS-TABLE-IDX FROM 1 BY 1
010610         UNTIL WS-TABLE-IDX > WS-MAP-COUNT.
010620
010630     PERFORM 5200-PRINT-TOTALS THRU 5200-EXIT.
010640
010650     CLOSE PROOF-REPORT.
010660
010670 5000-EXIT.
010680     EXIT.
010690
010700*--------------------------------------------------------*
010710* 5100-PRINT-ONE-COUNTER                                   *
010720*--------------------------------------------------------*
010730 5100-PRINT-ONE-COUNTER.
010740     ADD WS-MAP-CT-AMOUNT (WS-TABLE-IDX) TO WS-CT-AMOUNT-TOTAL.
010750     ADD WS-MAP-ONLINE-AMOUNT (WS-TABLE-IDX)
010760         TO WS-ONLINE-AMOUNT-TOTAL.
010770
010780     MOVE SPACES TO RPT-LINE.
010790     STRING "COUNTER: " DELIMITED BY SIZE
010800            WS-MAP-ID (WS-TABLE-IDX) DELIMITED BY SIZE
010810            " " DELIMITED BY SIZE
010820            WS-MAP-DESC (WS-TABLE-IDX) DELIMITED BY SIZE
010830            INTO RPT-LINE.
010840     WRITE RPT-LINE.
010850
010860     MOVE SPACES TO RPT-LINE.
010870     IF WS-MAP-MAPPED (WS-TABLE-IDX)
010880         IF WS-MAP-DETAIL (WS-TABLE-IDX)
010890             STRING "  DEBIT / CREDIT ACCOUNT. : "
010900                    DELIMITED BY SIZE
010910                    WS-MAP-DEBIT-ACCT (WS-TABLE-IDX)
010920                    DELIMITED BY SIZE
010930                    " / " DELIMITED BY SIZE
010940                    WS-MAP-CREDIT-ACCT (WS-TABLE-IDX)
010950                    DELIMITED BY SIZE
010960                    "  PER TRANSACTION" DELIMITED BY SIZE
010970                    INTO RPT-LINE
010980         ELSE
010990             STRING "  DEBIT / CREDIT ACCOUNT. : "
011000                    DELIMITED BY SIZE
011010                    WS-MAP-DEBIT-ACCT (WS-TABLE-IDX)
011020                    DELIMITED BY SIZE
011030                    " / " DELIMITED BY SIZE
011040                    WS-MAP-CREDIT-ACCT (WS-TABLE-IDX)
011050                    DELIMITED BY SIZE
011060                    "  SUMMARY" DELIMITED BY SIZE
011070                    INTO RPT-LINE
011080         END-IF
011090     ELSE
011100         STRING "  DEBIT / CREDIT ACCOUNT. : NOT MAPPED"
011110                DELIMITED BY SIZE
011120                INTO RPT-LINE
011130     END-IF.
011140     WRITE RPT-LINE.
011150
011160     MOVE WS-MAP-CT-COUNT (WS-TABLE-IDX) TO WS-EDIT-COUNT.
011170     MOVE SPACES TO RPT-LINE.
011180     STRING "  CTLTOTAL COUNT. . . . . : " DELIMITED BY SIZE
011190            WS-EDIT-COUNT DELIMITED BY SIZE
011200            INTO RPT-LINE.
011210     WRITE RPT-LINE.
011220
011230     MOVE WS-MAP-CT-AMOUNT (WS-TABLE-IDX) TO WS-EDIT-AMOUNT.
011240     MOVE SPACES TO RPT-LINE.
011250     STRING "  CTLTOTAL AMOUNT . . . . : " DELIMITED BY SIZE
011260            WS-EDIT-AMOUNT DELIMITED BY SIZE
011270            INTO RPT-LINE.
011280     WRITE RPT-LINE.
011290
011300     MOVE WS-MAP-BATCH-COUNT (WS-TABLE-IDX) TO WS-EDIT-COUNT.
011310     MOVE SPACES TO RPT-LINE.
011320     STRING "  ASGNTRAN COUNT. . . . . : " DELIMITED BY SIZE
011330            WS-EDIT-COUNT DELIMITED BY SIZE
011340            INTO RPT-LINE.
011350     WRITE RPT-LINE.
011360
011370     MOVE WS-MAP-BATCH-AMOUNT (WS-TABLE-IDX) TO WS-EDIT-AMOUNT.
011380     MOVE SPACES TO RPT-LINE.
011390     STRING "  ASGNTRAN AMOUNT . . . . : " DELIMITED BY SIZE
011400            WS-EDIT-AMOUNT DELIMITED BY SIZE
011410            INTO RPT-LINE.
011420     WRITE RPT-LINE.
011430
011440     MOVE WS-MAP-ONLINE-COUNT (WS-TABLE-IDX) TO WS-EDIT-COUNT.
011450     MOVE SPACES TO RPT-LINE.
011460     STRING "  ONLINE JOURNAL COUNT. . : " DELIMITED BY SIZE
011470            WS-EDIT-COUNT DELIMITED BY SIZE
011480            INTO RPT-LINE.
011490     WRITE RPT-LINE.
011500
011510     MOVE WS-MAP-ONLINE-AMOUNT (WS-TABLE-IDX) TO WS-EDIT-AMOUNT.
011520     MOVE SPACES TO RPT-LINE.
011530     STRING "  ONLINE JOURNAL AMOUNT . : " DELIMITED BY SIZE
011540            WS-EDIT-AMOUNT DELIMITED BY SIZE
011550            INTO RPT-LINE.
011560     WRITE RPT-LINE.
011570
011580     MOVE WS-MAP-GL-AMOUNT (WS-TABLE-IDX) TO WS-EDIT-AMOUNT.
011590     MOVE SPACES TO RPT-LINE.
011600     STRING "  GL NET AMOUNT POSTED. . : " DELIMITED BY SIZE
011610            WS-EDIT-AMOUNT DELIMITED BY SIZE
011620            INTO RPT-LINE.
011630     WRITE RPT-LINE.
011640
011650     MOVE SPACES TO RPT-LINE.
011660     IF WS-MAP-NOT-TIED (WS-TABLE-IDX)
011670         STRING "  STATUS. . . . . . . . . : DOES NOT TIE TO"
011680                " CTLTOTAL" DELIMITED BY SIZE
011690                INTO RPT-LINE
011700     ELSE
011710         IF WS-MAP-BREAK-OPEN (WS-TABLE-IDX)
011720             STRING "  STATUS. . . . . . . . . : CTLBAL BREAK"
011730                    " OPEN" DELIMITED BY SIZE
011740                    INTO RPT-LINE
011750         ELSE
011760             IF WS-MAP-UNMAPPED (WS-TABLE-IDX)
011770                 STRING "  STATUS. . . . . . . . . : NO GL"
011780                        " MAPPING" DELIMITED BY SIZE
011790                        INTO RPT-LINE
011800             ELSE
011810                 STRING "  STATUS. . . . . . . . . : TIES"
011820                        DELIMITED BY SIZE
011830                        INTO RPT-LINE
011840             END-IF
011850         END-IF
011860     END-IF.
011870     WRITE RPT-LINE.
011880
011890     MOVE SPACES TO RPT-LINE.
011900     WRITE RPT-LINE.
011910
011920 5100-EXIT.
011930     EXIT.
011940
011950*--------------------------------------------------------*
011960* 5200-PRINT-TOTALS                                        *
011970*--------------------------------------------------------*
011980 5200-PRINT-TOTALS.
011990     MOVE WS-CT-AMOUNT-TOTAL TO WS-EDIT-TOTAL.
012000     MOVE SPACES TO RPT-LINE.
012010     STRING "CTLTOTAL AMOUNT . . . . . : " DELIMITED BY SIZE
012020            WS-EDIT-TOTAL DELIMITED BY SIZE
012030            INTO RPT-LINE.
012040     WRITE RPT-LINE.
012050
012060     MOVE WS-ONLINE-AMOUNT-TOTAL TO WS-EDIT-TOTAL.
012070     MOVE SPACES TO RPT-LINE.
012080     STRING "ONLINE JOURNAL AMOUNT . . : " DELIMITED BY SIZE
012090            WS-EDIT-TOTAL DELIMITED BY SIZE
012100            INTO RPT-LINE.
012110     WRITE RPT-LINE.
012120
012130     MOVE WS-GL-NET-TOTAL TO WS-EDIT-TOTAL.
012140     MOVE SPACES TO RPT-LINE.
012150     STRING "GL NET AMOUNT POSTED. . . : " DELIMITED BY SIZE
012160            WS-EDIT-TOTAL DELIMITED BY SIZE
012170            INTO RPT-LINE.
012180     WRITE RPT-LINE.
012190
012200     MOVE WS-GL-DEBIT-TOTAL TO WS-EDIT-TOTAL.
012210     MOVE SPACES TO RPT-LINE.
012220     STRING "GL DEBIT TOTAL. . . . . . : " DELIMITED BY SIZE
012230            WS-EDIT-TOTAL DELIMITED BY SIZE
012240            INTO RPT-LINE.
012250     WRITE RPT-LINE.
012260
012270     MOVE WS-GL-CREDIT-TOTAL TO WS-EDIT-TOTAL.
012280     MOVE SPACES TO RPT-LINE.
012290     STRING "GL CREDIT TOTAL . . . . . : " DELIMITED BY SIZE
012300            WS-EDIT-TOTAL DELIMITED BY SIZE
012310            INTO RPT-LINE.
012320     WRITE RPT-LINE.
012330
012340     MOVE WS-GL-ENTRY-COUNT TO WS-EDIT-COUNT.
012350     MOVE SPACES TO RPT-LINE.
012360     STRING "GL ENTRY RECORDS. . . . . : " DELIMITED BY SIZE
012370            WS-EDIT-COUNT DELIMITED BY SIZE
012380            INTO RPT-LINE.
012390     WRITE RPT-LINE.
012400
012410     MOVE WS-GL-RECORD-COUNT TO WS-EDIT-COUNT.
012420     MOVE SPACES TO RPT-LINE.
012430     STRING "GL RECORDS WRITTEN. . . . : " DELIMITED BY SIZE
012440            WS-EDIT-COUNT DELIMITED BY SIZE
012450            INTO RPT-LINE.
012460     WRITE RPT-LINE.
012470
012480     MOVE WS-GL-ACCOUNT-HASH TO WS-EDIT-HASH.
012490     MOVE SPACES TO RPT-LINE.
012500     STRING "GL ACCOUNT HASH . . . . . : " DELIMITED BY SIZE
012510            WS-EDIT-HASH DELIMITED BY SIZE
012520            INTO RPT-LINE.
012530     WRITE RPT-LINE.
012540
012550     MOVE WS-MAP-BAD TO WS-EDIT-COUNT.
012560     MOVE SPACES TO RPT-LINE.
012570     STRING "MAPPING CARDS REJECTED. . : " DELIMITED BY SIZE
012580            WS-EDIT-COUNT DELIMITED BY SIZE
012590            INTO RPT-LINE.
012600     WRITE RPT-LINE.
012610
012620     MOVE SPACES TO RPT-LINE.
012630     WRITE RPT-LINE.
012640
012650     MOVE SPACES TO RPT-LINE.
012660     IF WS-PROOF-FAILED
012670         STRING "GL JOURNAL WITHHELD - PROOF DOES NOT TIE."
012680                DELIMITED BY SIZE
012690                INTO RPT-LINE
012700     ELSE
012710         IF WS-GL-FAILED
012720             STRING "GL JOURNAL INCOMPLETE - WRITE FAILED."
012730                    DELIMITED BY SIZE
012740                    INTO RPT-LINE
012750         ELSE
012760             STRING "GL JOURNAL RELEASED." DELIMITED BY SIZE
012770                    INTO RPT-LINE
012780         END-IF
012790     END-IF.
012800     WRITE RPT-LINE.
012810
012820 5200-EXIT.
012830     EXIT.
012840
012850*--------------------------------------------------------*
012860* 8000-WRAP-UP                                             *
012870*--------------------------------------------------------*
012880 8000-WRAP-UP.
012890     IF WS-GLJ-OPEN
012900         CLOSE GL-JOURNAL-FILE
012910     END-IF.
012920
012930     DISPLAY "COBOL-GL-EXTRACT: MAPPINGS LOADED. . : "
012940         WS-MAP-LOADED.
012950     DISPLAY "COBOL-GL-EXTRACT: GL RECORDS WRITTEN : "
012960         WS-GL-RECORD-COUNT.
012970
012980     IF WS-PROOF-FAILED
012990         DISPLAY "COBOL-GL-EXTRACT: JOURNAL WITHHELD, SEE"
013000             " GLPROOF"
013010     END-IF.
013020     IF WS-GL-FAILED
013030         DISPLAY "COBOL-GL-EXTRACT: EXTRACT FAILED, GL"
013040             " JOURNAL IS INCOMPLETE"
013050     END-IF.
013060
013070 8000-EXIT.
013080     EXIT.
013090
013100*--------------------------------------------------------*
013110* 9500-REGISTER-END                                        *
013120* REGISTERS THE OUTCOME WITH THE RUN-CONTROL MASTER: A     *
013130* WITHHELD OR INCOMPLETE JOURNAL IS A FAILED STEP, SINCE   *
013140* THE LEDGER GETS NOTHING FOR THE DAY UNTIL IT IS RERUN.   *
013150*--------------------------------------------------------*
013160 9500-REGISTER-END.
013170     IF WS-GL-FAILED OR WS-PROOF-FAILED
013180         MOVE 'F' TO WS-RUN-FUNCTION
013190     ELSE
013200         MOVE 'C' TO WS-RUN-FUNCTION
013210     END-IF.
013220
013230     CALL "COBOL-RUN-CONTROL" USING WS-RUN-PARMS.
013240
013250     IF NOT WS-RUN-OK
013260         DISPLAY "COBOL-GL-EXTRACT: RUN-CONTROL END CALL"
013270             " FAILED, CODE " WS-RUN-RETURN-CODE
013280     END-IF.
013290
013300 9500-EXIT.
013310     EXIT.
