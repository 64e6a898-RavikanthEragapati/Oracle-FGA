000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBOL-MORNING-DIGEST.
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. ENTERPRISE BANKING SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*--------------------------------------------------------*
000100* 10/15/26  DRO  ORIGINAL PROGRAM.  MORNING EXCEPTION      *
000110*                DIGEST: ONE SHORT REPORT FOR THE BUSINESS *
000120*                DATE, RUN AT THE END OF THE WINDOW, THAT  *
000130*                READS THE SOURCE FILES DIRECTLY INSTEAD   *
000140*                OF THE OTHER JOBS' REPORTS -- WINDOW      *
000150*                STEPS NOT COMPLETE OR FAILED, NEW BREAKS  *
000160*                AND BREAKS OPEN PAST THE AGE THRESHOLD,   *
000170*                COUNTERS INSIDE THEIR WARNING HORIZON,    *
000180*                CARRIED REJECTS PAST THE REPAIR AGE       *
000190*                LIMIT, AND SEQUENCE-AUDIT FINDINGS -- AND *
000200*                ENDS WITH AN OVERALL GREEN, AMBER OR RED  *
000210*                STATUS, RETURNED AS CONDITION CODE 0, 4   *
000220*                OR 8 FOR THE SCHEDULER.  IT DOES NOT      *
000230*                REGISTER WITH COBOL-RUN-CONTROL, SO IT    *
000240*                STILL REPORTS WHEN THE WINDOW FAILED.     *
000241* 10/15/26  DRO  AUDITARC IS A MONTH-END STEP, SO IT IS    *
000242*                NOW MARKED OPTIONAL: NOT REGISTERED FOR   *
000243*                THE BUSINESS DATE IS NOT AN EXCEPTION AND *
000244*                NOT COUNTED AS AN EXPECTED STEP.  ONCE IT *
000245*                HAS REGISTERED, NOT COMPLETE OR FAILED IS *
000246*                STILL RED.                                *
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
000360* RUN-PARM-FILE IS THE SAME CARD COBOL-RUN-CONTROL READS:  *
000370* THE WINDOW'S BUSINESS DATE.                              *
000380*--------------------------------------------------------*
000390     SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-PARM-FILE-STATUS.
000420
000430*--------------------------------------------------------*
000440* DIGEST-PARM-FILE CARRIES THE BREAK AGE THRESHOLD IN      *
000450* BUSINESS DAYS.  OPTIONAL; FIVE DAYS WITHOUT IT.          *
000460*--------------------------------------------------------*
000470     SELECT DIGEST-PARM-FILE ASSIGN TO "DGSTPARM"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-PARM-FILE-STATUS.
000500
000510*--------------------------------------------------------*
000520* REPAIR-PARM-FILE IS THE CARD COBOL-PENDTRAN-REPAIR       *
000530* READS, SO THE DIGEST AGES CARRIED REJECTS AGAINST THE    *
000540* SAME LIMIT THE REPAIR REPORT PRINTS.                     *
000550*--------------------------------------------------------*
000560     SELECT REPAIR-PARM-FILE ASSIGN TO "REPRPARM"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-PARM-FILE-STATUS.
000590
000600*--------------------------------------------------------*
000610* RUN-CONTROL-FILE IS MAINTAINED THROUGH COBOL-RUN-        *
000620* CONTROL.  THIS REPORT ONLY READS IT.                     *
000630*--------------------------------------------------------*
000640     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS RC-CONTROL-KEY
000680         FILE STATUS IS WS-RC-FILE-STATUS.
000690
000700*--------------------------------------------------------*
000710* BREAK-REGISTER IS MAINTAINED BY THE RECONCILIATION AND   *
000720* BALANCING JOBS.  READ-ONLY HERE.                         *
000730*--------------------------------------------------------*
000740     SELECT BREAK-REGISTER ASSIGN TO "BREAKREG"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS BK-REGISTER-KEY
000780         FILE STATUS IS WS-BK-FILE-STATUS.
000790
000800*--------------------------------------------------------*
000810* COUNTER-HISTORY-FILE AND COUNTER-DEF-FILE FEED THE SAME  *
000820* PROJECTION COBOL-COUNTER-FORECAST PRINTS.  READ-ONLY.    *
000830*--------------------------------------------------------*
000840     SELECT COUNTER-HISTORY-FILE ASSIGN TO "CNTRHIST"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS CH-HISTORY-KEY
000880         FILE STATUS IS WS-CH-FILE-STATUS.
000890
000900     SELECT COUNTER-DEF-FILE ASSIGN TO "CNTRDEF"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS CD-COUNTER-ID
000940         FILE STATUS IS WS-CD-FILE-STATUS.
000950
000960*--------------------------------------------------------*
000970* CARRY-FILE IS THE REJECT CARRY-FORWARD COBOL-PENDTRAN-   *
000980* REPAIR WROTE TONIGHT, AGED IN BUSINESS DAYS.             *
000990*--------------------------------------------------------*
001000     SELECT CARRY-FILE ASSIGN TO "REJCARRO"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-CF-FILE-STATUS.
001030
001040*--------------------------------------------------------*
001050* SEQUENCE-EXCEPTION-FILE HOLDS COBOL-SEQUENCE-AUDIT'S     *
001060* FINDINGS, ONE RECORD EACH.                               *
001070*--------------------------------------------------------*
001080     SELECT SEQUENCE-EXCEPTION-FILE ASSIGN TO "SEQAEXCP"
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-SX-FILE-STATUS.
001110
001120*--------------------------------------------------------*
001130* REJECT-TRANS-FILE AND HOLD-TRANS-FILE ARE TONIGHT'S      *
001140* REJECTS AND HOLDS FROM COBOL-PENDTRAN-EDIT, COUNTED FOR  *
001150* THE DIGEST'S INFORMATION LINES.                          *
001160*--------------------------------------------------------*
001170     SELECT REJECT-TRANS-FILE ASSIGN TO "PENDTRNR"
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS WS-EDIT-FILE-STATUS.
001200
001210     SELECT HOLD-TRANS-FILE ASSIGN TO "PENDTRNH"
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS WS-EDIT-FILE-STATUS.
001240
001250     SELECT DIGEST-REPORT ASSIGN TO "DGSTRPT"
001260         ORGANIZATION IS SEQUENTIAL.
001270
001280 DATA DIVISION.
001290
001300 FILE SECTION.
001310 FD  RUN-PARM-FILE
001320     RECORDING MODE IS F.
001330 01  RNP-PARM-CARD.
001340     05  RNP-BUSINESS-DATE        PIC 9(08).
001350     05  FILLER                   PIC X(72).
001360
001370 FD  DIGEST-PARM-FILE
001380     RECORDING MODE IS F.
001390 01  DGP-PARM-CARD.
001400     05  DGP-BREAK-AGE            PIC 9(03).
001410     05  FILLER                   PIC X(77).
001420
001430 FD  REPAIR-PARM-FILE
001440     RECORDING MODE IS F.
001450 01  RPP-PARM-CARD.
001460     05  RPP-AGE-LIMIT            PIC 9(03).
001470     05  FILLER                   PIC X(77).
001480
001490 FD  RUN-CONTROL-FILE
001500     RECORDING MODE IS F.
001510     COPY RCRECORD.
001520
001530 FD  BREAK-REGISTER
001540     RECORDING MODE IS F.
001550     COPY BKRECORD.
001560
001570 FD  COUNTER-HISTORY-FILE
001580     RECORDING MODE IS F.
001590     COPY CHRECORD.
001600
001610 FD  COUNTER-DEF-FILE
001620     RECORDING MODE IS F.
001630     COPY CDRECORD.
001640
001650 FD  CARRY-FILE
001660     RECORDING MODE IS F.
001670     COPY CFRECORD.
001680
001690 FD  SEQUENCE-EXCEPTION-FILE
001700     RECORDING MODE IS F.
001710     COPY SXRECORD.
001720
001730 FD  REJECT-TRANS-FILE
001740     RECORDING MODE IS F.
001750     COPY REJTRAN.
001760
001770 FD  HOLD-TRANS-FILE
001780     RECORDING MODE IS F.
001790     COPY HDRECORD.
001800
001810 FD  DIGEST-REPORT
001820     RECORDING MODE IS F.
001830 01  RPT-LINE                    PIC X(80).
001840
001850 WORKING-STORAGE SECTION.
001860*--------------------------------------------------------*
001870* STANDALONE SWITCHES AND COUNTERS                         *
001880*--------------------------------------------------------*
001890 77  WS-PARM-FILE-STATUS         PIC X(02)   VALUE SPACES.
001900     88  WS-PARM-OK                          VALUE '00'.
001910
001920 77  WS-RC-FILE-STATUS           PIC X(02)   VALUE SPACES.
001930     88  WS-RC-OK                            VALUE '00'.
001940
001950 77  WS-BK-FILE-STATUS           PIC X(02)   VALUE SPACES.
001960     88  WS-BK-OK                            VALUE '00'.
001970
001980 77  WS-BK-EOF-SW                PIC X(01)   VALUE 'N'.
001990     88  WS-BK-EOF                           VALUE 'Y'.
002000
002010 77  WS-CH-FILE-STATUS           PIC X(02)   VALUE SPACES.
002020     88  WS-CH-OK                            VALUE '00'.
002030
002040 77  WS-CH-OPEN-SW               PIC X(01)   VALUE 'N'.
002050     88  WS-CH-OPEN                          VALUE 'Y'.
002060
002070 77  WS-CH-EOF-SW                PIC X(01)   VALUE 'N'.
002080     88  WS-CH-EOF                           VALUE 'Y'.
002090
002100 77  WS-CD-FILE-STATUS           PIC X(02)   VALUE SPACES.
002110     88  WS-CD-OK                            VALUE '00'.
002120
002130 77  WS-CD-EOF-SW                PIC X(01)   VALUE 'N'.
002140     88  WS-CD-EOF                           VALUE 'Y'.
002150
002160 77  WS-CF-FILE-STATUS           PIC X(02)   VALUE SPACES.
002170     88  WS-CF-OK                            VALUE '00'.
002180
002190 77  WS-CF-EOF-SW                PIC X(01)   VALUE 'N'.
002200     88  WS-CF-EOF                           VALUE 'Y'.
002210
002220 77  WS-SX-FILE-STATUS           PIC X(02)   VALUE SPACES.
002230     88  WS-SX-OK                            VALUE '00'.
002240
002250 77  WS-SX-EOF-SW                PIC X(01)   VALUE 'N'.
002260     88  WS-SX-EOF                           VALUE 'Y'.
002270
002280 77  WS-EDIT-FILE-STATUS         PIC X(02)   VALUE SPACES.
002290     88  WS-EDIT-OK                          VALUE '00'.
002300
002310 77  WS-EDIT-EOF-SW              PIC X(01)   VALUE 'N'.
002320     88  WS-EDIT-EOF                         VALUE 'Y'.
002330
002340 77  WS-NON-BUSINESS-SW          PIC X(01)   VALUE 'N'.
002350     88  WS-NON-BUSINESS-DAY                 VALUE 'Y'.
002360
002370 77  WS-CAL-GAP-SW               PIC X(01)   VALUE 'N'.
002380     88  WS-CAL-GAP                          VALUE 'Y'.
002390
002400*--------------------------------------------------------*
002410* THE OVERALL STATUS ONLY EVER RISES: ANY AMBER FINDING    *
002420* TURNS A GREEN DIGEST AMBER, ANY RED FINDING TURNS IT     *
002430* RED.  THE CONDITION CODE FOLLOWS IT -- 0, 4 OR 8.        *
002440*--------------------------------------------------------*
002450 77  WS-OVERALL-SW               PIC X(01)   VALUE 'G'.
002460     88  WS-OVERALL-GREEN                    VALUE 'G'.
002470     88  WS-OVERALL-AMBER                    VALUE 'A'.
002480     88  WS-OVERALL-RED                      VALUE 'R'.
002490
002500 77  WS-REPORT-DATE              PIC 9(08)   VALUE 0.
002510 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
002520
002530*--------------------------------------------------------*
002540* BREAK AGE THRESHOLD AND CARRIED-REJECT AGE LIMIT, BOTH   *
002550* IN BUSINESS DAYS.  A BREAK OR REJECT OLDER THAN ITS      *
002560* LIMIT IS AN EXCEPTION.                                   *
002570*--------------------------------------------------------*
002580 77  WS-BREAK-AGE-LIMIT          PIC 9(03)   VALUE 5.
002590 77  WS-REJECT-AGE-LIMIT         PIC 9(03)   VALUE 0.
002600
002610*--------------------------------------------------------*
002620* DETAIL LINES PRINTED PER SECTION BEFORE THE SECTION IS   *
002630* SUMMARISED AS "AND N MORE", SO THE DIGEST STAYS WITHIN   *
002640* TWO PAGES HOWEVER BAD THE NIGHT.                         *
002650*--------------------------------------------------------*
002660 77  WS-DETAIL-CAP               PIC 9(04) COMP VALUE 10.
002670 77  WS-SECTION-COUNT            PIC 9(08) COMP VALUE 0.
002680 77  WS-SECTION-TITLE            PIC X(60)   VALUE SPACES.
002690
002700 77  WS-STEPS-REGISTERED         PIC 9(08) COMP VALUE 0.
002710 77  WS-STEPS-COMPLETE           PIC 9(08) COMP VALUE 0.
002715 77  WS-STEPS-EXPECTED           PIC 9(08) COMP VALUE 0.
002720 77  WS-STEP-EXCEPTIONS          PIC 9(08) COMP VALUE 0.
002730 77  WS-NEW-BREAKS               PIC 9(08) COMP VALUE 0.
002740 77  WS-AGED-BREAKS              PIC 9(08) COMP VALUE 0.
002750 77  WS-OTHER-BREAKS             PIC 9(08) COMP VALUE 0.
002760 77  WS-COUNTER-WARNINGS         PIC 9(08) COMP VALUE 0.
002770 77  WS-REJECTS-CARRIED          PIC 9(08) COMP VALUE 0.
002780 77  WS-REJECTS-AGED             PIC 9(08) COMP VALUE 0.
002790 77  WS-SEQ-FINDINGS             PIC 9(08) COMP VALUE 0.
002800 77  WS-EDIT-REJECTS             PIC 9(08) COMP VALUE 0.
002810 77  WS-EDIT-HOLDS               PIC 9(08) COMP VALUE 0.
002820
002830 77  WS-BREAK-AGE                PIC S9(8) COMP-5 VALUE 0.
002840 77  WS-LAST-INT                 PIC 9(08) COMP VALUE 0.
002850 77  WS-SNAP-INT                 PIC 9(08) COMP VALUE 0.
002860 77  WS-DAYS-SPAN                PIC S9(8) COMP-5 VALUE 0.
002870 77  WS-CONSUMED                 PIC S9(8) COMP-5 VALUE 0.
002880 77  WS-ROOM-LEFT                PIC S9(8) COMP-5 VALUE 0.
002890 77  WS-DAYS-LEFT                PIC S9(8) COMP-5 VALUE 0.
002900
002910*--------------------------------------------------------*
002920* THE MEASUREMENT WINDOW FOR THE BURN RATE, IN CALENDAR    *
002930* DAYS, AS IN COBOL-COUNTER-FORECAST.                      *
002940*--------------------------------------------------------*
002950 77  WS-WINDOW-DAYS              PIC S9(4) COMP-5 VALUE 30.
002960
002970 77  WS-EDIT-COUNT               PIC ZZZZZZZ9.
002980 77  WS-EDIT-VALUE               PIC ZZZZZZZ9.
002990 77  WS-EDIT-END                 PIC ZZZZZZZ9.
003000 77  WS-EDIT-DAYS                PIC ZZZ9.
003010 77  WS-EDIT-LIMIT               PIC ZZ9.
003020 77  WS-STATUS-WORD              PIC X(12)   VALUE SPACES.
003030 77  WS-OVERALL-WORD             PIC X(05)   VALUE SPACES.
003040
003050*--------------------------------------------------------*
003060* PARAMETERS FOR COBOL-BUSINESS-CALENDAR: A 'T' CALL SAYS  *
003070* WHETHER THE BUSINESS DATE IS ONE, A 'C' CALL AGES A      *
003080* BREAK AND SPANS A COUNTER'S MEASUREMENT WINDOW.          *
003090*--------------------------------------------------------*
003100 01  WS-CAL-PARMS.
003110     05  WS-CAL-FUNCTION          PIC X(01) VALUE 'C'.
003120     05  WS-CAL-FROM-DATE         PIC 9(08) VALUE 0.
003130     05  WS-CAL-TO-DATE           PIC 9(08) VALUE 0.
003140     05  WS-CAL-DAYS              PIC S9(8) COMP-5 VALUE 0.
003150     05  WS-CAL-DAY-TYPE          PIC X(01) VALUE SPACE.
003160     05  WS-CAL-RETURN-CODE       PIC X(02) VALUE SPACES.
003170         88  WS-CAL-OK                      VALUE '00'.
003180         88  WS-CAL-WEEKDAY-RULE            VALUE '01'.
003190
003200*--------------------------------------------------------*
003210* THE NIGHTLY WINDOW'S STEPS IN RUN ORDER.  EVERY ONE OF   *
003220* THEM SHOULD BE COMPLETE ON COBOL-RUN-CONTROL FOR THE     *
003230* BUSINESS DATE BY THE TIME THIS DIGEST RUNS, EXCEPT AN    *
003232* OPTIONAL STEP ('O' IN WS-STEP-KINDS) -- AUDITARC RUNS    *
003234* AT MONTH-END ONLY, SO IT IS CHECKED ONLY WHEN IT HAS     *
003236* REGISTERED FOR THE DATE.                                 *
003240*--------------------------------------------------------*
003250 01  WS-STEP-NAMES.
003260     05  FILLER                   PIC X(08) VALUE 'PENDEDIT'.
003270     05  FILLER                   PIC X(08) VALUE 'HOLDREL'.
003280     05  FILLER                   PIC X(08) VALUE 'REPAIR'.
003290     05  FILLER                   PIC X(08) VALUE 'BATCHINC'.
003300     05  FILLER                   PIC X(08) VALUE 'SNAPSHOT'.
003310     05  FILLER                   PIC X(08) VALUE 'SEQAUDIT'.
003320     05  FILLER                   PIC X(08) VALUE 'XREFBLD'.
003330     05  FILLER                   PIC X(08) VALUE 'POSTMTCH'.
003340     05  FILLER                   PIC X(08) VALUE 'RECONCIL'.
003350     05  FILLER                   PIC X(08) VALUE 'CTLBAL'.
003360     05  FILLER                   PIC X(08) VALUE 'AUDITARC'.
003370     05  FILLER                   PIC X(08) VALUE 'GLEXTRCT'.
003380 01  WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
003390     05  WS-STEP-NAME             PIC X(08) OCCURS 12 TIMES.
003391
003392 01  WS-STEP-KINDS.
003393     05  FILLER                   PIC X(12) VALUE 'RRRRRRRRRROR'.
003394 01  WS-STEP-KIND-TABLE REDEFINES WS-STEP-KINDS.
003395     05  WS-STEP-KIND             PIC X(01) OCCURS 12 TIMES.
003396         88  WS-STEP-OPTIONAL                VALUE 'O'.
003400
003410 01  WS-STEP-RESULTS.
003420     05  WS-STEP-RESULT OCCURS 12 TIMES.
003430         10  WS-STEP-STATUS       PIC X(12).
003440         10  WS-STEP-START        PIC X(16).
003450
003460 77  WS-STEP-IDX                 PIC 9(04) COMP VALUE 0.
003470 77  WS-STEP-MAX                 PIC 9(04) COMP VALUE 12.
003480
003490*--------------------------------------------------------*
003500* ONE ENTRY PER ACTIVE COUNTER ON THE COUNTER-DEF-FILE.    *
003510* THE FIRST HISTORY SWEEP FINDS EACH COUNTER'S LATEST      *
003520* SNAPSHOT, THE SECOND THE EARLIEST INSIDE ITS WINDOW,     *
003530* EXACTLY AS COBOL-COUNTER-FORECAST DOES.                  *
003540*--------------------------------------------------------*
003550 01  WS-COUNTER-TABLE.
003560     05  WS-CT-ENTRY OCCURS 50 TIMES INDEXED BY WS-CT-IDX.
003570         10  WS-CT-ID            PIC X(12).
003580         10  WS-CT-LIMIT         PIC S9(8) COMP-5.
003590         10  WS-CT-WARN-DAYS     PIC 9(03).
003600         10  WS-CT-SNAP-COUNT    PIC 9(08) COMP.
003610         10  WS-CT-FIRST-DATE    PIC 9(08).
003620         10  WS-CT-FIRST-VALUE   PIC S9(8) COMP-5.
003630         10  WS-CT-LAST-DATE     PIC 9(08).
003640         10  WS-CT-LAST-VALUE    PIC S9(8) COMP-5.
003650         10  WS-CT-CUTOFF-INT    PIC S9(8) COMP-5.
003660
003670 77  WS-TABLE-IDX                PIC 9(04) COMP VALUE 0.
003680 77  WS-COUNTER-COUNT            PIC 9(04) COMP VALUE 0.
003690
003700 PROCEDURE DIVISION.
003710
003720 0000-MAINLINE.
003730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003740     PERFORM 2000-CHECK-STEPS THRU 2000-EXIT.
003750     PERFORM 3000-CHECK-BREAKS THRU 3000-EXIT.
003760     PERFORM 4000-CHECK-COUNTERS THRU 4000-EXIT.
003770     PERFORM 5000-CHECK-REJECTS THRU 5000-EXIT.
003780     PERFORM 6000-CHECK-SEQUENCE THRU 6000-EXIT.
003790     PERFORM 7000-COUNT-EDIT-RESULTS THRU 7000-EXIT.
003800     PERFORM 9000-WRAP-UP THRU 9000-EXIT.
003810     STOP RUN.
003820
003830*--------------------------------------------------------*
003840* 1000-INITIALIZE                                          *
003850* TAKES THE BUSINESS DATE AND THE TWO AGE LIMITS, TESTS    *
003860* THE DATE AGAINST THE CALENDAR AND STARTS THE REPORT.     *
003870*--------------------------------------------------------*
003880 1000-INITIALIZE.
003890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003900     MOVE WS-RUN-DATE TO WS-REPORT-DATE.
003910     PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT.
003920     PERFORM 1200-GET-AGE-LIMITS THRU 1200-EXIT.
003930     PERFORM 1300-CHECK-BUSINESS-DAY THRU 1300-EXIT.
003940
003950     OPEN OUTPUT DIGEST-REPORT.
003960
003970     MOVE SPACES TO RPT-LINE.
003980     STRING "MORNING EXCEPTION DIGEST - " DELIMITED BY SIZE
003990            WS-REPORT-DATE DELIMITED BY SIZE
004000            "   RUN " DELIMITED BY SIZE
004010            WS-RUN-DATE DELIMITED BY SIZE
004020            INTO RPT-LINE.
004030     WRITE RPT-LINE.
004040
004050     MOVE WS-BREAK-AGE-LIMIT TO WS-EDIT-LIMIT.
004060     MOVE SPACES TO RPT-LINE.
004070     STRING "BREAK AGE THRESHOLD. . : " DELIMITED BY SIZE
004080            WS-EDIT-LIMIT DELIMITED BY SIZE
004090            " BUSINESS DAYS" DELIMITED BY SIZE
004100            INTO RPT-LINE.
004110     WRITE RPT-LINE.
004120
004130     MOVE WS-REJECT-AGE-LIMIT TO WS-EDIT-LIMIT.
004140     MOVE SPACES TO RPT-LINE.
004150     STRING "REJECT AGE LIMIT . . . : " DELIMITED BY SIZE
004160            WS-EDIT-LIMIT DELIMITED BY SIZE
004170            " BUSINESS DAYS" DELIMITED BY SIZE
004180            INTO RPT-LINE.
004190     WRITE RPT-LINE.
004200
004210     IF WS-NON-BUSINESS-DAY
004220         MOVE SPACES TO RPT-LINE
004230         STRING "NOTE: NOT A BUSINESS DAY ON THE CALENDAR"
004240                DELIMITED BY SIZE
004250                INTO RPT-LINE
004260         WRITE RPT-LINE
004270     END-IF.
004280
004290 1000-EXIT.
004300     EXIT.
004310
004320*--------------------------------------------------------*
004330* 1100-GET-BUSINESS-DATE                                   *
004340* READS THE WINDOW'S BUSINESS DATE OFF THE RUNPARM CARD    *
004350* SO A DIGEST RUN AFTER MIDNIGHT REPORTS THE NIGHT JUST    *
004360* RUN; A MISSING OR BAD CARD LEAVES THE SYSTEM DATE.       *
004370*--------------------------------------------------------*
004380 1100-GET-BUSINESS-DATE.
004390     OPEN INPUT RUN-PARM-FILE.
004400     IF NOT WS-PARM-OK
004410         GO TO 1100-EXIT
004420     END-IF.
004430
004440     READ RUN-PARM-FILE
004450         AT END
004460             MOVE SPACES TO RNP-PARM-CARD
004470     END-READ.
004480     CLOSE RUN-PARM-FILE.
004490
004500     IF RNP-BUSINESS-DATE NUMERIC
004510         MOVE RNP-BUSINESS-DATE TO WS-REPORT-DATE
004520     END-IF.
004530
004540 1100-EXIT.
004550     EXIT.
004560
004570*--------------------------------------------------------*
004580* 1200-GET-AGE-LIMITS                                      *
004590* THE BREAK THRESHOLD COMES OFF THE DGSTPARM CARD, FIVE    *
004600* DAYS WITHOUT ONE.  THE REJECT LIMIT COMES OFF REPRPARM   *
004610* AND FALLS BACK TO ZERO DAYS THE WAY COBOL-PENDTRAN-      *
004620* REPAIR DOES, SO BOTH JOBS AGREE ON WHAT IS TOO OLD.      *
004630*--------------------------------------------------------*
004640 1200-GET-AGE-LIMITS.
004650     OPEN INPUT DIGEST-PARM-FILE.
004660     IF WS-PARM-OK
004670         READ DIGEST-PARM-FILE
004680             AT END
004690                 MOVE SPACES TO DGP-PARM-CARD
004700         END-READ
004710         CLOSE DIGEST-PARM-FILE
004720         IF DGP-BREAK-AGE NUMERIC
004730             MOVE DGP-BREAK-AGE TO WS-BREAK-AGE-LIMIT
004740         ELSE
004750             DISPLAY "COBOL-MORNING-DIGEST: BAD DGSTPARM CARD,"
004760                 " BREAK THRESHOLD OF 5 DAYS ASSUMED"
004770         END-IF
004780     END-IF.
004790
004800     OPEN INPUT REPAIR-PARM-FILE.
004810     IF WS-PARM-OK
004820         READ REPAIR-PARM-FILE
004830             AT END
004840                 MOVE SPACES TO RPP-PARM-CARD
004850         END-READ
004860         CLOSE REPAIR-PARM-FILE
004870         IF RPP-AGE-LIMIT NUMERIC
004880             MOVE RPP-AGE-LIMIT TO WS-REJECT-AGE-LIMIT
004890         END-IF
004900     END-IF.
004910
004920 1200-EXIT.
004930     EXIT.
004940
004950*--------------------------------------------------------*
004960* 1300-CHECK-BUSINESS-DAY                                  *
004970* A HOLIDAY OR WEEKEND DATE HAS NO WINDOW UNLESS           *
004980* OPERATIONS OVERRODE THE CALENDAR, SO AN EMPTY RUN-       *
004990* CONTROL DAY IS NOT THEN AN EXCEPTION.                    *
005000*--------------------------------------------------------*
005010 1300-CHECK-BUSINESS-DAY.
005020     MOVE 'T' TO WS-CAL-FUNCTION.
005030     MOVE WS-REPORT-DATE TO WS-CAL-FROM-DATE.
005040     MOVE WS-REPORT-DATE TO WS-CAL-TO-DATE.
005050     CALL "COBOL-BUSINESS-CALENDAR" USING WS-CAL-PARMS.
005060     IF WS-CAL-WEEKDAY-RULE
005070         SET WS-CAL-GAP TO TRUE
005080     END-IF.
005090
005100     IF (WS-CAL-OK OR WS-CAL-WEEKDAY-RULE)
005110        AND WS-CAL-DAY-TYPE NOT = 'B'
005120         SET WS-NON-BUSINESS-DAY TO TRUE
005130     END-IF.
005140
005150 1300-EXIT.
005160     EXIT.
005170
005180*--------------------------------------------------------*
005190* 2000-CHECK-STEPS                                         *
005200* LOOKS UP EVERY WINDOW STEP ON THE RUN-CONTROL FILE FOR   *
005210* THE BUSINESS DATE.  A STEP NEVER REGISTERED, STILL       *
005220* RUNNING OR FAILED IS RED.                                *
005230*--------------------------------------------------------*
005240 2000-CHECK-STEPS.
005250     MOVE "WINDOW STEPS NOT COMPLETE OR FAILED"
005260         TO WS-SECTION-TITLE.
005270     PERFORM 8400-START-SECTION THRU 8400-EXIT.
005280
005290     OPEN INPUT RUN-CONTROL-FILE.
005300     IF NOT WS-RC-OK
005310         MOVE SPACES TO RPT-LINE
005320         STRING "  NO RUN-CONTROL FILE - WINDOW NOT STARTED."
005330                DELIMITED BY SIZE
005340                INTO RPT-LINE
005350         WRITE RPT-LINE
005360         IF NOT WS-NON-BUSINESS-DAY
005370             PERFORM 8300-RAISE-RED THRU 8300-EXIT
005380         END-IF
005390         GO TO 2000-EXIT
005400     END-IF.
005410
005420     PERFORM 2100-LOOK-UP-ONE-STEP THRU 2100-EXIT
005430         VARYING WS-STEP-IDX FROM 1 BY 1
005440         UNTIL WS-STEP-IDX > WS-STEP-MAX.
005450
005460     CLOSE RUN-CONTROL-FILE.
005470
005480     IF WS-NON-BUSINESS-DAY AND WS-STEPS-REGISTERED = 0
005490         MOVE SPACES TO RPT-LINE
005500         STRING "  NO WINDOW EXPECTED ON A NON-BUSINESS DAY."
005510                DELIMITED BY SIZE
005520                INTO RPT-LINE
005530         WRITE RPT-LINE
005540         GO TO 2000-EXIT
005550     END-IF.
005560
005570     PERFORM 2200-PRINT-ONE-STEP THRU 2200-EXIT
005580         VARYING WS-STEP-IDX FROM 1 BY 1
005590         UNTIL WS-STEP-IDX > WS-STEP-MAX.
005600
005610     PERFORM 8100-END-SECTION THRU 8100-EXIT.
005620
005630     MOVE WS-STEPS-COMPLETE TO WS-EDIT-COUNT.
005640     MOVE WS-STEPS-EXPECTED TO WS-EDIT-VALUE.
005650     MOVE SPACES TO RPT-LINE.
005660     STRING "STEPS COMPLETE . . . . : " DELIMITED BY SIZE
005670            WS-EDIT-COUNT DELIMITED BY SIZE
005680            " OF " DELIMITED BY SIZE
005690            WS-EDIT-VALUE DELIMITED BY SIZE
005700            INTO RPT-LINE.
005710     WRITE RPT-LINE.
005720
005730 2000-EXIT.
005740     EXIT.
005750
005760*--------------------------------------------------------*
005770* 2100-LOOK-UP-ONE-STEP                                    *
005773* AN OPTIONAL STEP THAT NEVER REGISTERED FOR THE DATE IS   *
005776* NOT EXPECTED AND IS LEFT OUT OF THE COMPLETE COUNT.      *
005780*--------------------------------------------------------*
005790 2100-LOOK-UP-ONE-STEP.
005800     MOVE SPACES TO WS-STEP-START (WS-STEP-IDX).
005810     MOVE WS-REPORT-DATE TO RC-BUSINESS-DATE.
005820     MOVE WS-STEP-NAME (WS-STEP-IDX) TO RC-JOB-NAME.
005830
005840     READ RUN-CONTROL-FILE
005850         INVALID KEY
005860             MOVE "NOT RUN" TO WS-STEP-STATUS (WS-STEP-IDX)
005862             IF NOT WS-STEP-OPTIONAL (WS-STEP-IDX)
005864                 ADD 1 TO WS-STEPS-EXPECTED
005866             END-IF
005870             GO TO 2100-EXIT
005880     END-READ.
005890
005900     ADD 1 TO WS-STEPS-REGISTERED.
005905     ADD 1 TO WS-STEPS-EXPECTED.
005910     MOVE RC-START-TIME TO WS-STEP-START (WS-STEP-IDX).
005920
005930     IF RC-JOB-COMPLETE
005940         ADD 1 TO WS-STEPS-COMPLETE
005950         MOVE "COMPLETE" TO WS-STEP-STATUS (WS-STEP-IDX)
005960     ELSE
005970         IF RC-JOB-RUNNING
005980             MOVE "NOT COMPLETE" TO WS-STEP-STATUS (WS-STEP-IDX)
005990         ELSE
006000             MOVE "FAILED" TO WS-STEP-STATUS (WS-STEP-IDX)
006010         END-IF
006020     END-IF.
006030
006040 2100-EXIT.
006050     EXIT.
006060
006070*--------------------------------------------------------*
006080* 2200-PRINT-ONE-STEP                                      *
006083* EVERY STEP NOT COMPLETE IS RED, EXCEPT AN OPTIONAL STEP  *
006086* THAT WAS NOT RUN FOR THE DATE.                           *
006090*--------------------------------------------------------*
006100 2200-PRINT-ONE-STEP.
006110     IF WS-STEP-STATUS (WS-STEP-IDX) = "COMPLETE"
006111         GO TO 2200-EXIT
006112     END-IF.
006113
006114     IF WS-STEP-OPTIONAL (WS-STEP-IDX)
006115         AND WS-STEP-STATUS (WS-STEP-IDX) = "NOT RUN"
006120         GO TO 2200-EXIT
006130     END-IF.
006140
006150     ADD 1 TO WS-STEP-EXCEPTIONS.
006160     PERFORM 8300-RAISE-RED THRU 8300-EXIT.
006170
006180     MOVE SPACES TO RPT-LINE.
006190     STRING "  " DELIMITED BY SIZE
006200            WS-STEP-NAME (WS-STEP-IDX) DELIMITED BY SIZE
006210            "  " DELIMITED BY SIZE
006220            WS-STEP-STATUS (WS-STEP-IDX) DELIMITED BY SIZE
006230            "  " DELIMITED BY SIZE
006240            WS-STEP-START (WS-STEP-IDX) DELIMITED BY SIZE
006250            INTO RPT-LINE.
006260     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
006270
006280 2200-EXIT.
006290     EXIT.
006300
006310*--------------------------------------------------------*
006320* 3000-CHECK-BREAKS                                        *
006330* A BREAK FOUND ON OR AFTER THE BUSINESS DATE IS NEW AND   *
006332* AMBER -- THE POSTING JOBS STAMP THE SYSTEM DATE, WHICH   *
006334* HAS PASSED THE BUSINESS DATE WHEN THE WINDOW RUNS PAST   *
006336* MIDNIGHT.  ONLY AN EARLIER BREAK IS AGED: A NEW OR OPEN  *
006340* BREAK OLDER THAN THE THRESHOLD IS RED.  NO REGISTER YET  *
006350* MEANS NO BREAKS.                                         *
006360*--------------------------------------------------------*
006370 3000-CHECK-BREAKS.
006380     MOVE "NEW BREAKS AND BREAKS OPEN PAST THRESHOLD"
006390         TO WS-SECTION-TITLE.
006400     PERFORM 8400-START-SECTION THRU 8400-EXIT.
006410
006420     OPEN INPUT BREAK-REGISTER.
006430     IF NOT WS-BK-OK
006440         MOVE SPACES TO RPT-LINE
006450         STRING "  NO BREAK REGISTER ON FILE." DELIMITED BY SIZE
006460                INTO RPT-LINE
006470         WRITE RPT-LINE
006480         GO TO 3000-EXIT
006490     END-IF.
006500
006510     PERFORM 3100-CHECK-ONE-BREAK THRU 3100-EXIT
006520         UNTIL WS-BK-EOF.
006530
006540     CLOSE BREAK-REGISTER.
006550
006560     PERFORM 8100-END-SECTION THRU 8100-EXIT.
006570
006580     MOVE WS-NEW-BREAKS TO WS-EDIT-COUNT.
006590     MOVE SPACES TO RPT-LINE.
006600     STRING "NEW BREAKS . . . . . . : " DELIMITED BY SIZE
006610            WS-EDIT-COUNT DELIMITED BY SIZE
006620            INTO RPT-LINE.
006630     WRITE RPT-LINE.
006640
006650     MOVE WS-AGED-BREAKS TO WS-EDIT-COUNT.
006660     MOVE SPACES TO RPT-LINE.
006670     STRING "OPEN PAST THRESHOLD. . : " DELIMITED BY SIZE
006680            WS-EDIT-COUNT DELIMITED BY SIZE
006690            INTO RPT-LINE.
006700     WRITE RPT-LINE.
006710
006720     MOVE WS-OTHER-BREAKS TO WS-EDIT-COUNT.
006730     MOVE SPACES TO RPT-LINE.
006740     STRING "OPEN WITHIN THRESHOLD. : " DELIMITED BY SIZE
006750            WS-EDIT-COUNT DELIMITED BY SIZE
006760            INTO RPT-LINE.
006770     WRITE RPT-LINE.
006780
006790 3000-EXIT.
006800     EXIT.
006810
006820*--------------------------------------------------------*
006830* 3100-CHECK-ONE-BREAK                                     *
006840*--------------------------------------------------------*
006850 3100-CHECK-ONE-BREAK.
006860     READ BREAK-REGISTER NEXT
006870         AT END
006880             SET WS-BK-EOF TO TRUE
006890             GO TO 3100-EXIT
006900     END-READ.
006910
006920     IF NOT WS-BK-OK
006930         SET WS-BK-EOF TO TRUE
006940         GO TO 3100-EXIT
006950     END-IF.
006960
006970     IF BK-STATUS-CLEARED
006980         GO TO 3100-EXIT
006990     END-IF.
007000
007010     IF BK-FOUND-DATE >= WS-REPORT-DATE
007020         ADD 1 TO WS-NEW-BREAKS
007030         PERFORM 8200-RAISE-AMBER THRU 8200-EXIT
007040         MOVE SPACES TO RPT-LINE
007050         STRING "  " DELIMITED BY SIZE
007060                BK-COUNTER-ID DELIMITED BY SIZE
007070                "  " DELIMITED BY SIZE
007080                BK-SOURCE-JOB DELIMITED BY SIZE
007090                "  FOUND " DELIMITED BY SIZE
007100                BK-FOUND-DATE DELIMITED BY SIZE
007110                "  NEW" DELIMITED BY SIZE
007120                INTO RPT-LINE
007130         PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT
007140         GO TO 3100-EXIT
007150     END-IF.
007160
007170     MOVE 'C' TO WS-CAL-FUNCTION.
007180     MOVE BK-FOUND-DATE TO WS-CAL-FROM-DATE.
007190     MOVE WS-REPORT-DATE TO WS-CAL-TO-DATE.
007200     CALL "COBOL-BUSINESS-CALENDAR" USING WS-CAL-PARMS.
007210     IF WS-CAL-WEEKDAY-RULE
007220         SET WS-CAL-GAP TO TRUE
007230     END-IF.
007240     MOVE WS-CAL-DAYS TO WS-BREAK-AGE.
007250
007260     IF WS-BREAK-AGE NOT > WS-BREAK-AGE-LIMIT
007270         ADD 1 TO WS-OTHER-BREAKS
007280         GO TO 3100-EXIT
007290     END-IF.
007300
007310     ADD 1 TO WS-AGED-BREAKS.
007320     PERFORM 8300-RAISE-RED THRU 8300-EXIT.
007330
007340     MOVE WS-BREAK-AGE TO WS-EDIT-DAYS.
007350     MOVE SPACES TO RPT-LINE.
007360     STRING "  " DELIMITED BY SIZE
007370            BK-COUNTER-ID DELIMITED BY SIZE
007380            "  " DELIMITED BY SIZE
007390            BK-SOURCE-JOB DELIMITED BY SIZE
007400            "  FOUND " DELIMITED BY SIZE
007410            BK-FOUND-DATE DELIMITED BY SIZE
007420            "  OPEN " DELIMITED BY SIZE
007430            WS-EDIT-DAYS DELIMITED BY SIZE
007440            " BUS DAYS" DELIMITED BY SIZE
007450            INTO RPT-LINE.
007460     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
007470
007480 3100-EXIT.
007490     EXIT.
007500
007510*--------------------------------------------------------*
007520* 4000-CHECK-COUNTERS                                      *
007530* PROJECTS EVERY ACTIVE COUNTER THE SAME WAY COBOL-        *
007540* COUNTER-FORECAST DOES.  A COUNTER AT OR OVER ITS HIGH    *
007550* LIMIT IS RED; ONE INSIDE ITS WARNING HORIZON IS AMBER.   *
007560*--------------------------------------------------------*
007570 4000-CHECK-COUNTERS.
007580     MOVE "COUNTERS INSIDE THEIR WARNING HORIZON"
007590         TO WS-SECTION-TITLE.
007600     PERFORM 8400-START-SECTION THRU 8400-EXIT.
007610
007620     OPEN INPUT COUNTER-DEF-FILE.
007630     IF NOT WS-CD-OK
007640         MOVE SPACES TO RPT-LINE
007650         STRING "  NO COUNTER DEFINITIONS ON FILE."
007660                DELIMITED BY SIZE
007670                INTO RPT-LINE
007680         WRITE RPT-LINE
007690         GO TO 4000-EXIT
007700     END-IF.
007710
007720     PERFORM 4100-LOAD-ONE-DEF THRU 4100-EXIT
007730         UNTIL WS-CD-EOF.
007740     CLOSE COUNTER-DEF-FILE.
007750
007760     OPEN INPUT COUNTER-HISTORY-FILE.
007770     IF WS-CH-OK
007780         SET WS-CH-OPEN TO TRUE
007790     ELSE
007800         SET WS-CH-EOF TO TRUE
007810     END-IF.
007820
007830     PERFORM 4200-READ-SNAPSHOT THRU 4200-EXIT.
007840     PERFORM 4300-FILE-LAST-SNAPSHOT THRU 4300-EXIT
007850         UNTIL WS-CH-EOF.
007860
007870     IF WS-CH-OPEN
007880         CLOSE COUNTER-HISTORY-FILE
007890         MOVE 'N' TO WS-CH-OPEN-SW
007900     ELSE
007910         MOVE SPACES TO RPT-LINE
007920         STRING "  NO COUNTER HISTORY ON FILE - NO PROJECTION."
007930                DELIMITED BY SIZE
007940                INTO RPT-LINE
007950         WRITE RPT-LINE
007960         GO TO 4000-EXIT
007970     END-IF.
007980
007990     PERFORM 4400-SET-ONE-CUTOFF THRU 4400-EXIT
008000         VARYING WS-TABLE-IDX FROM 1 BY 1
008010         UNTIL WS-TABLE-IDX > WS-COUNTER-COUNT.
008020
008030     MOVE 'N' TO WS-CH-EOF-SW.
008040     OPEN INPUT COUNTER-HISTORY-FILE.
008050     IF WS-CH-OK
008060         SET WS-CH-OPEN TO TRUE
008070     ELSE
008080         SET WS-CH-EOF TO TRUE
008090     END-IF.
008100
008110     PERFORM 4200-READ-SNAPSHOT THRU 4200-EXIT.
008120     PERFORM 4500-FILE-WINDOW-SNAPSHOT THRU 4500-EXIT
008130         UNTIL WS-CH-EOF.
008140
008150     IF WS-CH-OPEN
008160         CLOSE COUNTER-HISTORY-FILE
008170     END-IF.
008180
008190     PERFORM 4600-PROJECT-ONE-COUNTER THRU 4600-EXIT
008200         VARYING WS-TABLE-IDX FROM 1 BY 1
008210         UNTIL WS-TABLE-IDX > WS-COUNTER-COUNT.
008220
008230     PERFORM 8100-END-SECTION THRU 8100-EXIT.
008240
008250     MOVE WS-COUNTER-WARNINGS TO WS-EDIT-COUNT.
008260     MOVE SPACES TO RPT-LINE.
008270     STRING "COUNTERS FLAGGED . . . : " DELIMITED BY SIZE
008280            WS-EDIT-COUNT DELIMITED BY SIZE
008290            INTO RPT-LINE.
008300     WRITE RPT-LINE.
008310
008320 4000-EXIT.
008330     EXIT.
008340
008350*--------------------------------------------------------*
008360* 4100-LOAD-ONE-DEF                                        *
008370* AN INACTIVE COUNTER TAKES NO NUMBERS, SO IT CANNOT RUN   *
008380* OUT OVERNIGHT AND IS LEFT TO THE FULL FORECAST.          *
008390*--------------------------------------------------------*
008400 4100-LOAD-ONE-DEF.
008410     READ COUNTER-DEF-FILE NEXT
008420         AT END
008430             SET WS-CD-EOF TO TRUE
008440             GO TO 4100-EXIT
008450     END-READ.
008460
008470     IF NOT WS-CD-OK
008480         SET WS-CD-EOF TO TRUE
008490         GO TO 4100-EXIT
008500     END-IF.
008510
008520     IF NOT CD-ACTIVE
008530         GO TO 4100-EXIT
008540     END-IF.
008550
008560     IF WS-COUNTER-COUNT >= 50
008570         DISPLAY "COBOL-MORNING-DIGEST: COUNTER TABLE FULL, "
008580             "DEFINITION SKIPPED: " CD-COUNTER-ID
008590         GO TO 4100-EXIT
008600     END-IF.
008610
008620     ADD 1 TO WS-COUNTER-COUNT.
008630     MOVE CD-COUNTER-ID TO WS-CT-ID (WS-COUNTER-COUNT).
008640     MOVE CD-HIGH-LIMIT TO WS-CT-LIMIT (WS-COUNTER-COUNT).
008650     MOVE 0 TO WS-CT-SNAP-COUNT (WS-COUNTER-COUNT).
008660     MOVE 0 TO WS-CT-FIRST-DATE (WS-COUNTER-COUNT).
008670     MOVE 0 TO WS-CT-FIRST-VALUE (WS-COUNTER-COUNT).
008680     MOVE 0 TO WS-CT-LAST-DATE (WS-COUNTER-COUNT).
008690     MOVE 0 TO WS-CT-LAST-VALUE (WS-COUNTER-COUNT).
008700     MOVE 0 TO WS-CT-CUTOFF-INT (WS-COUNTER-COUNT).
008710
008720     IF CD-WARN-DAYS NUMERIC
008730         MOVE CD-WARN-DAYS TO WS-CT-WARN-DAYS (WS-COUNTER-COUNT)
008740     ELSE
008750         MOVE 0 TO WS-CT-WARN-DAYS (WS-COUNTER-COUNT)
008760     END-IF.
008770
008780 4100-EXIT.
008790     EXIT.
008800
008810*--------------------------------------------------------*
008820* 4200-READ-SNAPSHOT                                       *
008830*--------------------------------------------------------*
008840 4200-READ-SNAPSHOT.
008850     IF WS-CH-EOF
008860         GO TO 4200-EXIT
008870     END-IF.
008880
008890     READ COUNTER-HISTORY-FILE NEXT
008900         AT END
008910             SET WS-CH-EOF TO TRUE
008920     END-READ.
008930
008940     IF NOT WS-CH-EOF AND NOT WS-CH-OK
008950         SET WS-CH-EOF TO TRUE
008960     END-IF.
008970
008980 4200-EXIT.
008990     EXIT.
009000
009010*--------------------------------------------------------*
009020* 4300-FILE-LAST-SNAPSHOT                                  *
009030* FIRST PASS.  THE FILE COMES OFF DATE-MAJOR, SO THE LAST  *
009040* SNAPSHOT SEEN PER COUNTER IS ITS LATEST.                 *
009050*--------------------------------------------------------*
009060 4300-FILE-LAST-SNAPSHOT.
009070     SET WS-CT-IDX TO 1.
009080     SEARCH WS-CT-ENTRY
009090         AT END
009100             CONTINUE
009110         WHEN WS-CT-ID (WS-CT-IDX) = CH-COUNTER-ID
009120             ADD 1 TO WS-CT-SNAP-COUNT (WS-CT-IDX)
009130             MOVE CH-SNAP-DATE TO WS-CT-LAST-DATE (WS-CT-IDX)
009140             MOVE CH-COUNTER-VALUE
009150                 TO WS-CT-LAST-VALUE (WS-CT-IDX)
009160     END-SEARCH.
009170
009180     PERFORM 4200-READ-SNAPSHOT THRU 4200-EXIT.
009190
009200 4300-EXIT.
009210     EXIT.
009220
009230*--------------------------------------------------------*
009240* 4400-SET-ONE-CUTOFF                                      *
009250*--------------------------------------------------------*
009260 4400-SET-ONE-CUTOFF.
009270     IF WS-CT-SNAP-COUNT (WS-TABLE-IDX) = 0
009280         GO TO 4400-EXIT
009290     END-IF.
009300
009310     COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE
009320         (WS-CT-LAST-DATE (WS-TABLE-IDX)).
009330     COMPUTE WS-CT-CUTOFF-INT (WS-TABLE-IDX) =
009340         WS-LAST-INT - WS-WINDOW-DAYS.
009350
009360     MOVE 0 TO WS-CT-SNAP-COUNT (WS-TABLE-IDX).
009370     MOVE 0 TO WS-CT-FIRST-DATE (WS-TABLE-IDX).
009380     MOVE 0 TO WS-CT-FIRST-VALUE (WS-TABLE-IDX).
009390
009400 4400-EXIT.
009410     EXIT.
009420
009430*--------------------------------------------------------*
009440* 4500-FILE-WINDOW-SNAPSHOT                                *
009450* SECOND PASS: THE FIRST IN-WINDOW SNAPSHOT SEEN PER       *
009460* COUNTER IS ITS EARLIEST.                                 *
009470*--------------------------------------------------------*
009480 4500-FILE-WINDOW-SNAPSHOT.
009490     SET WS-CT-IDX TO 1.
009500     SEARCH WS-CT-ENTRY
009510         AT END
009520             CONTINUE
009530         WHEN WS-CT-ID (WS-CT-IDX) = CH-COUNTER-ID
009540             PERFORM 4510-KEEP-IF-IN-WINDOW THRU 4510-EXIT
009550     END-SEARCH.
009560
009570     PERFORM 4200-READ-SNAPSHOT THRU 4200-EXIT.
009580
009590 4500-EXIT.
009600     EXIT.
009610
009620*--------------------------------------------------------*
009630* 4510-KEEP-IF-IN-WINDOW                                   *
009640*--------------------------------------------------------*
009650 4510-KEEP-IF-IN-WINDOW.
009660     IF WS-CT-CUTOFF-INT (WS-CT-IDX) = 0
009670         GO TO 4510-EXIT
009680     END-IF.
009690
009700     COMPUTE WS-SNAP-INT = FUNCTION INTEGER-OF-DATE
009710         (CH-SNAP-DATE).
009720     IF WS-SNAP-INT < WS-CT-CUTOFF-INT (WS-CT-IDX)
009730         GO TO 4510-EXIT
009740     END-IF.
009750
009760     ADD 1 TO WS-CT-SNAP-COUNT (WS-CT-IDX).
009770     IF WS-CT-SNAP-COUNT (WS-CT-IDX) = 1
009780         MOVE CH-SNAP-DATE TO WS-CT-FIRST-DATE (WS-CT-IDX)
009790         MOVE CH-COUNTER-VALUE
009800             TO WS-CT-FIRST-VALUE (WS-CT-IDX)
009810     END-IF.
009820
009830 4510-EXIT.
009840     EXIT.
009850
009860*--------------------------------------------------------*
009870* 4600-PROJECT-ONE-COUNTER                                 *
009880* BUSINESS DAYS TO THE HIGH LIMIT AT THE WINDOW'S BURN     *
009890* RATE.  ONLY A COUNTER WITH A RATE AND A HORIZON CAN BE   *
009900* INSIDE IT; AT OR OVER THE LIMIT NEEDS NEITHER.           *
009910*--------------------------------------------------------*
009920 4600-PROJECT-ONE-COUNTER.
009930     IF WS-CT-SNAP-COUNT (WS-TABLE-IDX) = 0
009940         GO TO 4600-EXIT
009950     END-IF.
009960
009970     COMPUTE WS-ROOM-LEFT = WS-CT-LIMIT (WS-TABLE-IDX)
009980         - WS-CT-LAST-VALUE (WS-TABLE-IDX).
009990
010000     IF WS-ROOM-LEFT <= 0
010010         ADD 1 TO WS-COUNTER-WARNINGS
010020         PERFORM 8300-RAISE-RED THRU 8300-EXIT
010030         MOVE WS-CT-LAST-VALUE (WS-TABLE-IDX) TO WS-EDIT-VALUE
010040         MOVE SPACES TO RPT-LINE
010050         STRING "  " DELIMITED BY SIZE
010060                WS-CT-ID (WS-TABLE-IDX) DELIMITED BY SIZE
010070                "  VALUE " DELIMITED BY SIZE
010080                WS-EDIT-VALUE DELIMITED BY SIZE
010090                "  AT OR OVER HIGH LIMIT" DELIMITED BY SIZE
010100                INTO RPT-LINE
010110         PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT
010120         GO TO 4600-EXIT
010130     END-IF.
010140
010150     IF WS-CT-SNAP-COUNT (WS-TABLE-IDX) < 2
010160        OR WS-CT-WARN-DAYS (WS-TABLE-IDX) = 0
010170         GO TO 4600-EXIT
010180     END-IF.
010190
010200     MOVE 'C' TO WS-CAL-FUNCTION.
010210     MOVE WS-CT-FIRST-DATE (WS-TABLE-IDX) TO WS-CAL-FROM-DATE.
010220     MOVE WS-CT-LAST-DATE (WS-TABLE-IDX) TO WS-CAL-TO-DATE.
010230     CALL "COBOL-BUSINESS-CALENDAR" USING WS-CAL-PARMS.
010240     IF WS-CAL-WEEKDAY-RULE
010250         SET WS-CAL-GAP TO TRUE
010260     END-IF.
010270     MOVE WS-CAL-DAYS TO WS-DAYS-SPAN.
010280     COMPUTE WS-CONSUMED = WS-CT-LAST-VALUE (WS-TABLE-IDX)
010290         - WS-CT-FIRST-VALUE (WS-TABLE-IDX).
010300
010310     IF WS-DAYS-SPAN <= 0 OR WS-CONSUMED <= 0
010320         GO TO 4600-EXIT
010330     END-IF.
010340
010350     COMPUTE WS-DAYS-LEFT =
010360         WS-ROOM-LEFT * WS-DAYS-SPAN / WS-CONSUMED.
010370
010380     IF WS-DAYS-LEFT > WS-CT-WARN-DAYS (WS-TABLE-IDX)
010390         GO TO 4600-EXIT
010400     END-IF.
010410
010420     ADD 1 TO WS-COUNTER-WARNINGS.
010430     PERFORM 8200-RAISE-AMBER THRU 8200-EXIT.
010440
010450     MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS.
010460     MOVE WS-CT-WARN-DAYS (WS-TABLE-IDX) TO WS-EDIT-LIMIT.
010470     MOVE SPACES TO RPT-LINE.
010480     STRING "  " DELIMITED BY SIZE
010490            WS-CT-ID (WS-TABLE-IDX) DELIMITED BY SIZE
010500            "  " DELIMITED BY SIZE
010510            WS-EDIT-DAYS DELIMITED BY SIZE
010520            " BUS DAYS TO LIMIT, HORIZON " DELIMITED BY SIZE
010530            WS-EDIT-LIMIT DELIMITED BY SIZE
010540            INTO RPT-LINE.
010550     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
010560
010570 4600-EXIT.
010580     EXIT.
010590
010600*--------------------------------------------------------*
010610* 5000-CHECK-REJECTS                                       *
010620* A CARRIED REJECT OLDER THAN THE REPAIR AGE LIMIT IS      *
010630* AMBER.  NO CARRY FILE MEANS NOTHING CARRIED.             *
010640*--------------------------------------------------------*
010650 5000-CHECK-REJECTS.
010660     MOVE "CARRIED REJECTS PAST THE AGE LIMIT"
010670         TO WS-SECTION-TITLE.
010680     PERFORM 8400-START-SECTION THRU 8400-EXIT.
010690
010700     OPEN INPUT CARRY-FILE.
010710     IF NOT WS-CF-OK
010720         MOVE SPACES TO RPT-LINE
010730         STRING "  NO CARRIED REJECTS ON FILE." DELIMITED BY SIZE
010740                INTO RPT-LINE
010750         WRITE RPT-LINE
010760         GO TO 5000-EXIT
010770     END-IF.
010780
010790     PERFORM 5100-CHECK-ONE-REJECT THRU 5100-EXIT
010800         UNTIL WS-CF-EOF.
010810
010820     CLOSE CARRY-FILE.
010830
010840     PERFORM 8100-END-SECTION THRU 8100-EXIT.
010850
010860     MOVE WS-REJECTS-CARRIED TO WS-EDIT-COUNT.
010870     MOVE SPACES TO RPT-LINE.
010880     STRING "REJECTS CARRIED. . . . : " DELIMITED BY SIZE
010890            WS-EDIT-COUNT DELIMITED BY SIZE
010900            INTO RPT-LINE.
010910     WRITE RPT-LINE.
010920
010930     MOVE WS-REJECTS-AGED TO WS-EDIT-COUNT.
010940     MOVE SPACES TO RPT-LINE.
010950     STRING "PAST THE AGE LIMIT . . : " DELIMITED BY SIZE
010960            WS-EDIT-COUNT DELIMITED BY SIZE
010970            INTO RPT-LINE.
010980     WRITE RPT-LINE.
010990
011000 5000-EXIT.
011010     EXIT.
011020
011030*--------------------------------------------------------*
011040* 5100-CHECK-ONE-REJECT                                    *
011050*--------------------------------------------------------*
011060 5100-CHECK-ONE-REJECT.
011070     READ CARRY-FILE
011080         AT END
011090             SET WS-CF-EOF TO TRUE
011100             GO TO 5100-EXIT
011110     END-READ.
011120
011130     IF NOT WS-CF-OK
011140         SET WS-CF-EOF TO TRUE
011150         GO TO 5100-EXIT
011160     END-IF.
011170
011180     ADD 1 TO WS-REJECTS-CARRIED.
011190
011200     IF CF-AGE-DAYS NOT NUMERIC
011210         GO TO 5100-EXIT
011220     END-IF.
011230
011240     IF CF-AGE-DAYS NOT > WS-REJECT-AGE-LIMIT
011250         GO TO 5100-EXIT
011260     END-IF.
011270
011280     ADD 1 TO WS-REJECTS-AGED.
011290     PERFORM 8200-RAISE-AMBER THRU 8200-EXIT.
011300
011310     MOVE SPACES TO RPT-LINE.
011320     STRING "  " DELIMITED BY SIZE
011330            CF-TRANSACTION-ID DELIMITED BY SIZE
011340            "  " DELIMITED BY SIZE
011350            CF-COUNTER-ID DELIMITED BY SIZE
011360            "  REASON " DELIMITED BY SIZE
011370            CF-REASON-CODE DELIMITED BY SIZE
011380            "  FIRST " DELIMITED BY SIZE
011390            CF-FIRST-DATE DELIMITED BY SIZE
011400            "  AGE " DELIMITED BY SIZE
011410            CF-AGE-DAYS DELIMITED BY SIZE
011420            INTO RPT-LINE.
011430     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
011440
011450 5100-EXIT.
011460     EXIT.
011470
011480*--------------------------------------------------------*
011490* 6000-CHECK-SEQUENCE                                      *
011500* EVERY SEQUENCE-AUDIT FINDING IS RED.  NO FINDINGS FILE   *
011510* MEANS THE AUDIT'S RESULT CANNOT BE CONFIRMED -- AMBER.   *
011520*--------------------------------------------------------*
011530 6000-CHECK-SEQUENCE.
011540     MOVE "SEQUENCE-INTEGRITY FINDINGS" TO WS-SECTION-TITLE.
011550     PERFORM 8400-START-SECTION THRU 8400-EXIT.
011560
011570     OPEN INPUT SEQUENCE-EXCEPTION-FILE.
011580     IF NOT WS-SX-OK
011590         MOVE SPACES TO RPT-LINE
011600         STRING "  NO SEQUENCE-AUDIT RESULTS ON FILE."
011610                DELIMITED BY SIZE
011620                INTO RPT-LINE
011630         WRITE RPT-LINE
011640         PERFORM 8200-RAISE-AMBER THRU 8200-EXIT
011650         GO TO 6000-EXIT
011660     END-IF.
011670
011680     PERFORM 6100-CHECK-ONE-FINDING THRU 6100-EXIT
011690         UNTIL WS-SX-EOF.
011700
011710     CLOSE SEQUENCE-EXCEPTION-FILE.
011720
011730     PERFORM 8100-END-SECTION THRU 8100-EXIT.
011740
011750     MOVE WS-SEQ-FINDINGS TO WS-EDIT-COUNT.
011760     MOVE SPACES TO RPT-LINE.
011770     STRING "SEQUENCE FINDINGS. . . : " DELIMITED BY SIZE
011780            WS-EDIT-COUNT DELIMITED BY SIZE
011790            INTO RPT-LINE.
011800     WRITE RPT-LINE.
011810
011820 6000-EXIT.
011830     EXIT.
011840
011850*--------------------------------------------------------*
011860* 6100-CHECK-ONE-FINDING                                   *
011870*--------------------------------------------------------*
011880 6100-CHECK-ONE-FINDING.
011890     READ SEQUENCE-EXCEPTION-FILE
011900         AT END
011910             SET WS-SX-EOF TO TRUE
011920             GO TO 6100-EXIT
011930     END-READ.
011940
011950     IF NOT WS-SX-OK
011960         SET WS-SX-EOF TO TRUE
011970         GO TO 6100-EXIT
011980     END-IF.
011990
012000     ADD 1 TO WS-SEQ-FINDINGS.
012010     PERFORM 8300-RAISE-RED THRU 8300-EXIT.
012020
012030     MOVE SX-SEQUENCE TO WS-EDIT-VALUE.
012040
012050     IF SX-OVERFULL-BLOCK
012060         MOVE SX-RANGE-END TO WS-EDIT-END
012070         MOVE SX-BLOCK-COUNT TO WS-EDIT-COUNT
012080         MOVE SPACES TO RPT-LINE
012090         STRING "  " DELIMITED BY SIZE
012100                SX-COUNTER-ID DELIMITED BY SIZE
012110                WS-EDIT-VALUE DELIMITED BY SIZE
012120                " -" DELIMITED BY SIZE
012130                WS-EDIT-END DELIMITED BY SIZE
012140                "  BLOCK OVERFULL, ASSIGNED " DELIMITED BY SIZE
012150                WS-EDIT-COUNT DELIMITED BY SIZE
012160                INTO RPT-LINE
012170         PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT
012180         GO TO 6100-EXIT
012190     END-IF.
012200
012210     IF SX-DUPLICATE
012220         MOVE "DUPLICATE" TO WS-STATUS-WORD
012230     ELSE
012240         IF SX-UNPRODUCED
012250             MOVE "NOT PRODUCED" TO WS-STATUS-WORD
012260         ELSE
012270             MOVE "RELEASED USE" TO WS-STATUS-WORD
012280         END-IF
012290     END-IF.
012300
012310     MOVE SPACES TO RPT-LINE.
012320     STRING "  " DELIMITED BY SIZE
012330            SX-COUNTER-ID DELIMITED BY SIZE
012340            WS-EDIT-VALUE DELIMITED BY SIZE
012350            "  " DELIMITED BY SIZE
012360            WS-STATUS-WORD DELIMITED BY SIZE
012370            "  TRANS " DELIMITED BY SIZE
012380            SX-TRANSACTION-ID DELIMITED BY SIZE
012390            INTO RPT-LINE.
012400     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
012410
012420 6100-EXIT.
012430     EXIT.
012440
012450*--------------------------------------------------------*
012460* 7000-COUNT-EDIT-RESULTS                                  *
012470* TONIGHT'S EDIT REJECTS AND HOLDS, FOR INFORMATION.  THEY *
012480* RAISE NO STATUS OF THEIR OWN: REJECTS THAT ARE NOT       *
012490* REPAIRED SURFACE ABOVE ONCE THEY AGE, AND HOLDS AGE ON   *
012500* COBOL-HOLD-RELEASE'S OWN REPORT.                         *
012510*--------------------------------------------------------*
012520 7000-COUNT-EDIT-RESULTS.
012530     MOVE "TONIGHT'S EDIT RESULTS" TO WS-SECTION-TITLE.
012540     PERFORM 8400-START-SECTION THRU 8400-EXIT.
012550
012560     OPEN INPUT REJECT-TRANS-FILE.
012570     IF WS-EDIT-OK
012580         MOVE 'N' TO WS-EDIT-EOF-SW
012590         PERFORM 7100-COUNT-ONE-REJECT THRU 7100-EXIT
012600             UNTIL WS-EDIT-EOF
012610         CLOSE REJECT-TRANS-FILE
012620     END-IF.
012630
012640     OPEN INPUT HOLD-TRANS-FILE.
012650     IF WS-EDIT-OK
012660         MOVE 'N' TO WS-EDIT-EOF-SW
012670         PERFORM 7200-COUNT-ONE-HOLD THRU 7200-EXIT
012680             UNTIL WS-EDIT-EOF
012690         CLOSE HOLD-TRANS-FILE
012700     END-IF.
012710
012720     MOVE WS-EDIT-REJECTS TO WS-EDIT-COUNT.
012730     MOVE SPACES TO RPT-LINE.
012740     STRING "EDIT REJECTS . . . . . : " DELIMITED BY SIZE
012750            WS-EDIT-COUNT DELIMITED BY SIZE
012760            INTO RPT-LINE.
012770     WRITE RPT-LINE.
012780
012790     MOVE WS-EDIT-HOLDS TO WS-EDIT-COUNT.
012800     MOVE SPACES TO RPT-LINE.
012810     STRING "HELD FOR RELEASE . . . : " DELIMITED BY SIZE
012820            WS-EDIT-COUNT DELIMITED BY SIZE
012830            INTO RPT-LINE.
012840     WRITE RPT-LINE.
012850
012860 7000-EXIT.
012870     EXIT.
012880
012890*--------------------------------------------------------*
012900* 7100-COUNT-ONE-REJECT                                    *
012910*--------------------------------------------------------*
012920 7100-COUNT-ONE-REJECT.
012930     READ REJECT-TRANS-FILE
012940         AT END
012950             SET WS-EDIT-EOF TO TRUE
012960             GO TO 7100-EXIT
012970     END-READ.
012980
012990     IF NOT WS-EDIT-OK
013000         SET WS-EDIT-EOF TO TRUE
013010         GO TO 7100-EXIT
013020     END-IF.
013030
013040     ADD 1 TO WS-EDIT-REJECTS.
013050
013060 7100-EXIT.
013070     EXIT.
013080
013090*--------------------------------------------------------*
013100* 7200-COUNT-ONE-HOLD                                      *
013110*--------------------------------------------------------*
013120 7200-COUNT-ONE-HOLD.
013130     READ HOLD-TRANS-FILE
013140         AT END
013150             SET WS-EDIT-EOF TO TRUE
013160             GO TO 7200-EXIT
013170     END-READ.
013180
013190     IF NOT WS-EDIT-OK
013200         SET WS-EDIT-EOF TO TRUE
013210         GO TO 7200-EXIT
013220     END-IF.
013230
013240     ADD 1 TO WS-EDIT-HOLDS.
013250
013260 7200-EXIT.
013270     EXIT.
013280
013290*--------------------------------------------------------*
013300* 8000-WRITE-DETAIL                                        *
013310* WRITES THE DETAIL LINE IN RPT-LINE UNLESS THE SECTION    *
013320* HAS ALREADY PRINTED ITS SHARE; IT IS COUNTED EITHER WAY. *
013330*--------------------------------------------------------*
013340 8000-WRITE-DETAIL.
013350     ADD 1 TO WS-SECTION-COUNT.
013360     IF WS-SECTION-COUNT <= WS-DETAIL-CAP
013370         WRITE RPT-LINE
013380     END-IF.
013390
013400 8000-EXIT.
013410     EXIT.
013420
013430*--------------------------------------------------------*
013440* 8100-END-SECTION                                         *
013450*--------------------------------------------------------*
013460 8100-END-SECTION.
013470     IF WS-SECTION-COUNT = 0
013480         MOVE SPACES TO RPT-LINE
013490         STRING "  NONE." DELIMITED BY SIZE
013500                INTO RPT-LINE
013510         WRITE RPT-LINE
013520         GO TO 8100-EXIT
013530     END-IF.
013540
013550     IF WS-SECTION-COUNT > WS-DETAIL-CAP
013560         COMPUTE WS-EDIT-COUNT = WS-SECTION-COUNT - WS-DETAIL-CAP
013570         MOVE SPACES TO RPT-LINE
013580         STRING "  ... AND " DELIMITED BY SIZE
013590                WS-EDIT-COUNT DELIMITED BY SIZE
013600                " MORE" DELIMITED BY SIZE
013610                INTO RPT-LINE
013620         WRITE RPT-LINE
013630     END-IF.
013640
013650 8100-EXIT.
013660     EXIT.
013670
013680*--------------------------------------------------------*
013690* 8200-RAISE-AMBER                                         *
013700*--------------------------------------------------------*
013710 8200-RAISE-AMBER.
013720     IF WS-OVERALL-GREEN
013730         SET WS-OVERALL-AMBER TO TRUE
013740     END-IF.
013750
013760 8200-EXIT.
013770     EXIT.
013780
013790*--------------------------------------------------------*
013800* 8300-RAISE-RED                                           *
013810*--------------------------------------------------------*
013820 8300-RAISE-RED.
013830     SET WS-OVERALL-RED TO TRUE.
013840
013850 8300-EXIT.
013860     EXIT.
013870
013880*--------------------------------------------------------*
013890* 8400-START-SECTION                                       *
013900*--------------------------------------------------------*
013910 8400-START-SECTION.
013920     MOVE 0 TO WS-SECTION-COUNT.
013930
013940     MOVE SPACES TO RPT-LINE.
013950     WRITE RPT-LINE.
013960
013970     MOVE SPACES TO RPT-LINE.
013980     STRING WS-SECTION-TITLE DELIMITED BY SIZE
013990            INTO RPT-LINE.
014000     WRITE RPT-LINE.
014010
014020 8400-EXIT.
014030     EXIT.
014040
014050*--------------------------------------------------------*
014060* 9000-WRAP-UP                                             *
014070* PRINTS THE OVERALL STATUS AND HANDS IT TO THE SCHEDULER  *
014080* AS THE CONDITION CODE: GREEN 0, AMBER 4, RED 8.          *
014090*--------------------------------------------------------*
014100 9000-WRAP-UP.
014110     IF WS-OVERALL-RED
014120         MOVE "RED" TO WS-OVERALL-WORD
014130         MOVE 8 TO RETURN-CODE
014140     ELSE
014150         IF WS-OVERALL-AMBER
014160             MOVE "AMBER" TO WS-OVERALL-WORD
014170             MOVE 4 TO RETURN-CODE
014180         ELSE
014190             MOVE "GREEN" TO WS-OVERALL-WORD
014200             MOVE 0 TO RETURN-CODE
014210         END-IF
014220     END-IF.
014230
014240     MOVE SPACES TO RPT-LINE.
014250     WRITE RPT-LINE.
014260
014270     IF WS-CAL-GAP
014280         MOVE SPACES TO RPT-LINE
014290         STRING "NOTE: CALENDAR DOES NOT COVER EVERY DATE -"
014300                " MONDAY TO FRIDAY ASSUMED" DELIMITED BY SIZE
014310                INTO RPT-LINE
014320         WRITE RPT-LINE
014330     END-IF.
014340
014350     MOVE SPACES TO RPT-LINE.
014360     STRING "OVERALL STATUS . . . . : " DELIMITED BY SIZE
014370            WS-OVERALL-WORD DELIMITED BY SIZE
014380            INTO RPT-LINE.
014390     WRITE RPT-LINE.
014400
014410     CLOSE DIGEST-REPORT.
014420
014430     DISPLAY "COBOL-MORNING-DIGEST: DATE. . : " WS-REPORT-DATE.
014440     DISPLAY "COBOL-MORNING-DIGEST: STATUS. : " WS-OVERALL-WORD.
014450
014460 9000-EXIT.
014470     EXIT.
