000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBOL-SEQUENCE-REGISTER.
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. ENTERPRISE BANKING SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*--------------------------------------------------------*
000100* 10/15/26  DRO  ORIGINAL PROGRAM.  AUDITOR SEQUENCE       *
000110*                REGISTER: TAKES A COUNTER-ID (BLANK FOR   *
000120*                EVERY COUNTER) AND A DATE RANGE ON THE    *
000130*                SREGPARM CARD AND LISTS EVERY SEQUENCE    *
000140*                NUMBER THE AUDIT TRAIL ISSUED IN THAT     *
000150*                RANGE, FIRST TO LAST IN NUMBER ORDER,     *
000160*                WITH ITS DISPOSITION -- ASSIGNED (FROM    *
000170*                TRANXREF, WITH TRANSACTION AND AMOUNT),   *
000180*                VOIDED (FROM VOIDREG, WITH REASON AND     *
000190*                TRANSACTION), RELEASED UNUSED FROM A      *
000200*                RESERVED TAIL, OR SKIPPED BY A            *
000210*                MAINTENANCE RESEED.  ANY NUMBER THE       *
000220*                REGISTER CANNOT EXPLAIN IS PRINTED AS     *
000230*                SUCH, SO THE LISTING IS CONTINUOUS.       *
000240*                PAGE-NUMBERED WITH PAGE AND COUNTER       *
000250*                AMOUNT TOTALS AND COUNTS BY DISPOSITION.  *
000260*                RUN ON REQUEST; COBOL-GAP-FORENSICS       *
000270*                STILL LISTS THE HOLES ALONE.              *
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
000390* REGISTER-PARM-FILE CARRIES ONE CARD: COUNTER-ID (BLANK   *
000400* FOR ALL) AND THE ISSUE-DATE RANGE.                       *
000410*--------------------------------------------------------*
000420     SELECT REGISTER-PARM-FILE ASSIGN TO "SREGPARM"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-PARM-FILE-STATUS.
000450
000460*--------------------------------------------------------*
000470* AUDIT-HISTORY-FILE IS THE KEYED ARCHIVE SWEPT BY COBOL-  *
000480* AUDIT-ARCHIVE, KEYED DATE + COUNTER-ID + ARRIVAL         *
000490* SEQUENCE.  THIS JOB ONLY READS IT.                       *
000500*--------------------------------------------------------*
000510     SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDITHST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS AH-HISTORY-KEY
000550         FILE STATUS IS WS-HIST-FILE-STATUS.
000560
000570*--------------------------------------------------------*
000580* AUDIT-LOG IS THE SAME FILE COBOL-BUSINESS-LOGIC APPENDS  *
000590* TO.  THIS JOB ONLY READS IT.                             *
000600*--------------------------------------------------------*
000610     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000640
000650*--------------------------------------------------------*
000660* VOID-REGISTER IS APPENDED BY COBOL-BUSINESS-LOGIC, ONE   *
000670* RECORD PER DELIBERATELY VOIDED NUMBER.  READ-ONLY HERE.  *
000680*--------------------------------------------------------*
000690     SELECT VOID-REGISTER ASSIGN TO "VOIDREG"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-VR-FILE-STATUS.
000720
000730*--------------------------------------------------------*
000740* TRANS-XREF-FILE IS THE KEYED CROSS-REFERENCE BUILT       *
000750* NIGHTLY BY COBOL-XREF-BUILD, READ HERE BY ITS COUNTER +  *
000760* SEQUENCE ALTERNATE KEY.  READ-ONLY.                      *
000770*--------------------------------------------------------*
000780     SELECT TRANS-XREF-FILE ASSIGN TO "TRANXREF"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS XR-TRANSACTION-ID
000820         ALTERNATE RECORD KEY IS XR-SEQUENCE-KEY
000830         FILE STATUS IS WS-XR-FILE-STATUS.
000840
000850*--------------------------------------------------------*
000860* REGISTER-WORK-FILE HOLDS ONE KEYED RECORD PER NUMBER THE *
000870* AUDIT TRAIL ISSUED IN THE RANGE, SO THE REGISTER COMES   *
000880* OFF IN NUMBER ORDER HOWEVER THE TRAIL INTERLEAVED ITS    *
000890* COUNTERS, FOLLOWING THE SEQUENCE-WORK-FILE PATTERN IN    *
000900* COBOL-SEQUENCE-AUDIT.  REBUILT FROM EMPTY EVERY RUN.     *
000910*--------------------------------------------------------*
000920     SELECT REGISTER-WORK-FILE ASSIGN TO "SREGWORK"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS RW-NUMBER-KEY
000960         FILE STATUS IS WS-WORK-FILE-STATUS.
000970
000980     SELECT REGISTER-REPORT ASSIGN TO "SREGRPT"
000990         ORGANIZATION IS SEQUENTIAL.
001000
001010 DATA DIVISION.
001020
001030 FILE SECTION.
001040 FD  REGISTER-PARM-FILE
001050     RECORDING MODE IS F.
001060 01  SRG-PARM-CARD.
001070     05  SRG-COUNTER-ID           PIC X(12).
001080     05  SRG-FROM-DATE            PIC 9(08).
001090     05  SRG-THRU-DATE            PIC 9(08).
001100     05  FILLER                   PIC X(52).
001110
001120 FD  AUDIT-HISTORY-FILE
001130     RECORDING MODE IS F.
001140     COPY AHRECORD.
001150
001160 FD  AUDIT-LOG
001170     RECORDING MODE IS F.
001180     COPY AUDITREC.
001190
001200 FD  VOID-REGISTER
001210     RECORDING MODE IS F.
001220     COPY VRRECORD.
001230
001240 FD  TRANS-XREF-FILE
001250     RECORDING MODE IS F.
001260     COPY XRRECORD.
001270
001280 FD  REGISTER-WORK-FILE
001290     RECORDING MODE IS F.
001300 01  RW-RECORD.
001310     05  RW-NUMBER-KEY.
001320         10  RW-COUNTER-ID        PIC X(12).
001330         10  RW-SEQUENCE          PIC 9(08).
001340     05  RW-SOURCE-CODE           PIC X(01).
001350         88  RW-FROM-INCREMENT              VALUE 'I'.
001360         88  RW-FROM-RESERVE                VALUE 'R'.
001370         88  RW-RELEASED-UNUSED             VALUE 'U'.
001380         88  RW-RESEED-SKIP                 VALUE 'M'.
001390     05  RW-RANGE-END             PIC 9(08).
001400     05  RW-ISSUE-DATE            PIC 9(08).
001410     05  RW-VOID-SW               PIC X(01).
001420         88  RW-VOIDED                      VALUE 'Y'.
001430     05  RW-VOID-TRANS-ID         PIC X(12).
001440     05  RW-VOID-REASON           PIC X(20).
001450     05  FILLER                   PIC X(10).
001460
001470 FD  REGISTER-REPORT
001480     RECORDING MODE IS F.
001490 01  RPT-LINE                    PIC X(80).
001500
001510 WORKING-STORAGE SECTION.
001520*--------------------------------------------------------*
001530* STANDALONE SWITCHES AND COUNTERS                         *
001540*--------------------------------------------------------*
001550 77  WS-PARM-FILE-STATUS         PIC X(02)   VALUE SPACES.
001560     88  WS-PARM-OK                          VALUE '00'.
001570
001580 77  WS-HIST-FILE-STATUS         PIC X(02)   VALUE SPACES.
001590     88  WS-HIST-OK                          VALUE '00'.
001600
001610 77  WS-HIST-EOF-SW              PIC X(01)   VALUE 'N'.
001620     88  WS-HIST-EOF                         VALUE 'Y'.
001630
001640 77  WS-AUDIT-FILE-STATUS        PIC X(02)   VALUE SPACES.
001650     88  WS-AUDIT-OK                         VALUE '00'.
001660
001670 77  WS-AUDIT-EOF-SW             PIC X(01)   VALUE 'N'.
001680     88  WS-AUDIT-EOF                        VALUE 'Y'.
001690
001700 77  WS-VR-FILE-STATUS           PIC X(02)   VALUE SPACES.
001710     88  WS-VR-OK                            VALUE '00'.
001720
001730 77  WS-VR-EOF-SW                PIC X(01)   VALUE 'N'.
001740     88  WS-VR-EOF                           VALUE 'Y'.
001750
001760 77  WS-XR-FILE-STATUS           PIC X(02)   VALUE SPACES.
001770     88  WS-XR-OK                            VALUE '00'.
001780
001790 77  WS-XR-OPEN-SW               PIC X(01)   VALUE 'N'.
001800     88  WS-XR-OPEN                          VALUE 'Y'.
001810
001820 77  WS-WORK-FILE-STATUS         PIC X(02)   VALUE SPACES.
001830     88  WS-WORK-OK                          VALUE '00'.
001840     88  WS-WORK-DUP-KEY                     VALUE '22'.
001850
001860 77  WS-WORK-OPEN-SW             PIC X(01)   VALUE 'N'.
001870     88  WS-WORK-OPEN                        VALUE 'Y'.
001880
001890 77  WS-WORK-EOF-SW              PIC X(01)   VALUE 'N'.
001900     88  WS-WORK-EOF                         VALUE 'Y'.
001910
001920 77  WS-PARM-BAD-SW              PIC X(01)   VALUE 'N'.
001930     88  WS-PARM-BAD                         VALUE 'Y'.
001940
001950 77  WS-REGISTER-FAILED-SW       PIC X(01)   VALUE 'N'.
001960     88  WS-REGISTER-FAILED                  VALUE 'Y'.
001970
001980 77  WS-REQ-COUNTER-ID           PIC X(12)   VALUE SPACES.
001990 77  WS-REQ-FROM-DATE            PIC 9(08)   VALUE 0.
002000 77  WS-REQ-THRU-DATE            PIC 9(08)   VALUE 0.
002010
002020 77  WS-REPORT-DATE              PIC 9(08)   VALUE 0.
002030 77  WS-COVER-START              PIC S9(8) COMP-5 VALUE 0.
002040 77  WS-COVER-NUM                PIC S9(8) COMP-5 VALUE 0.
002050
002060*--------------------------------------------------------*
002070* ONE AUDIT ACTION, MOVED IN THE SAME WAY FROM A HISTORY   *
002080* RECORD OR A LIVE ONE SO BOTH SOURCES FILE ALIKE.         *
002090*--------------------------------------------------------*
002100 77  WS-ACT-COUNTER-ID           PIC X(12)   VALUE SPACES.
002110 77  WS-ACT-DATE                 PIC 9(08)   VALUE 0.
002120 77  WS-ACT-CODE                 PIC X(01)   VALUE SPACES.
002130 77  WS-ACT-BEFORE               PIC S9(8) COMP-5 VALUE 0.
002140 77  WS-ACT-AFTER                PIC S9(8) COMP-5 VALUE 0.
002150
002160*--------------------------------------------------------*
002170* REGISTER WALK: THE COUNTER IN HAND AND THE NEXT NUMBER   *
002180* IT SHOULD SHOW.  A WORK RECORD ABOVE THAT NUMBER MEANS   *
002190* THE NUMBERS BETWEEN WERE NEVER ISSUED IN THE RANGE.      *
002200*--------------------------------------------------------*
002210 77  WS-CUR-COUNTER-ID           PIC X(12)   VALUE SPACES.
002220 77  WS-EXPECTED-NEXT            PIC 9(08)   VALUE 0.
002230 77  WS-FIRST-NUMBER             PIC 9(08)   VALUE 0.
002240 77  WS-LAST-NUMBER              PIC 9(08)   VALUE 0.
002250 77  WS-HOLE-END                 PIC 9(08)   VALUE 0.
002260 77  WS-HOLE-SIZE                PIC 9(08) COMP VALUE 0.
002270 77  WS-DISPOSITION              PIC X(16)   VALUE SPACES.
002280 77  WS-HOLD-LINE                PIC X(80)   VALUE SPACES.
002290
002300*--------------------------------------------------------*
002310* PAGE CONTROL.  A PAGE BREAKS BEFORE ITS BODY WOULD RUN   *
002320* PAST WS-PAGE-BODY LINES, LEAVING ROOM FOR THE FOOTING.   *
002330*--------------------------------------------------------*
002340 77  WS-PAGE-NUMBER              PIC 9(04) COMP VALUE 0.
002350 77  WS-LINE-COUNT               PIC 9(04) COMP VALUE 0.
002360 77  WS-PAGE-BODY                PIC 9(04) COMP VALUE 52.
002370
002380*--------------------------------------------------------*
002390* DISPOSITION COUNTS AND AMOUNT TOTALS FOR THE PAGE, THE   *
002400* COUNTER AND THE WHOLE REGISTER.  THE LINE AMOUNT JOINS   *
002403* THE PAGE TOTAL ONLY ONCE ITS LINE IS PRINTED, SO IT      *
002406* LANDS ON THE SAME PAGE AS THE LINE.                      *
002410*--------------------------------------------------------*
002415 77  WS-LINE-AMOUNT              PIC S9(9)V99 COMP-3 VALUE 0.
002420 77  WS-PAGE-AMOUNT              PIC S9(11)V99 COMP-3 VALUE 0.
002430 77  WS-CTR-AMOUNT               PIC S9(11)V99 COMP-3 VALUE 0.
002440 77  WS-CTR-ASSIGNED             PIC 9(08) COMP VALUE 0.
002450 77  WS-CTR-VOIDED               PIC 9(08) COMP VALUE 0.
002460 77  WS-CTR-RELEASED             PIC 9(08) COMP VALUE 0.
002470 77  WS-CTR-RESEED               PIC 9(08) COMP VALUE 0.
002480 77  WS-CTR-UNEXPLAINED          PIC 9(08) COMP VALUE 0.
002490 77  WS-CTR-NUMBERS              PIC 9(08) COMP VALUE 0.
002500 77  WS-TOT-AMOUNT               PIC S9(11)V99 COMP-3 VALUE 0.
002510 77  WS-TOT-COUNTERS             PIC 9(08) COMP VALUE 0.
002520 77  WS-TOT-ASSIGNED             PIC 9(08) COMP VALUE 0.
002530 77  WS-TOT-VOIDED               PIC 9(08) COMP VALUE 0.
002540 77  WS-TOT-RELEASED             PIC 9(08) COMP VALUE 0.
002550 77  WS-TOT-RESEED               PIC 9(08) COMP VALUE 0.
002560 77  WS-TOT-UNEXPLAINED          PIC 9(08) COMP VALUE 0.
002570
002580 77  WS-EDIT-COUNT               PIC ZZZZZZZ9.
002590 77  WS-EDIT-SEQ                 PIC ZZZZZZZ9.
002600 77  WS-EDIT-END                 PIC ZZZZZZZ9.
002610 77  WS-EDIT-PAGE                PIC ZZZ9.
002620 77  WS-EDIT-AMOUNT              PIC -(10)9.99.
002630 77  WS-EDIT-TOTAL               PIC -(12)9.99.
002640
002650 PROCEDURE DIVISION.
002660
002670 0000-MAINLINE.
002680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002690
002700     IF NOT WS-PARM-BAD
002710         PERFORM 2000-LOAD-AUDIT-TRAIL THRU 2000-EXIT
002720     END-IF.
002730
002740     IF NOT WS-PARM-BAD AND NOT WS-REGISTER-FAILED
002750         PERFORM 3000-APPLY-VOIDS THRU 3000-EXIT
002760     END-IF.
002770
002780     IF NOT WS-PARM-BAD AND NOT WS-REGISTER-FAILED
002790         PERFORM 4000-PRINT-REGISTER THRU 4000-EXIT
002800     END-IF.
002810
002820     PERFORM 6000-WRAP-UP THRU 6000-EXIT.
002830     STOP RUN.
002840
002850*--------------------------------------------------------*
002860* 1000-INITIALIZE                                          *
002870* READS AND EDITS THE REQUEST CARD AND BUILDS THE WORK     *
002880* FILE FROM EMPTY.  A MISSING OR UNREADABLE CARD STOPS     *
002890* THE RUN -- A REGISTER FOR A GUESSED REQUEST IS WORSE     *
002900* THAN NONE.                                               *
002910*--------------------------------------------------------*
002920 1000-INITIALIZE.
002930     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
002940
002950     OPEN OUTPUT REGISTER-REPORT.
002960
002970     OPEN INPUT REGISTER-PARM-FILE.
002980     IF NOT WS-PARM-OK
002990         DISPLAY "COBOL-SEQUENCE-REGISTER: CANNOT OPEN SREGPARM"
003000             " STATUS=" WS-PARM-FILE-STATUS
003010         SET WS-PARM-BAD TO TRUE
003020         GO TO 1000-EXIT
003030     END-IF.
003040
003050     READ REGISTER-PARM-FILE
003060         AT END
003070             MOVE SPACES TO SRG-PARM-CARD
003080     END-READ.
003090     CLOSE REGISTER-PARM-FILE.
003100
003110     IF SRG-FROM-DATE NOT NUMERIC
003120         OR SRG-THRU-DATE NOT NUMERIC
003130         OR SRG-FROM-DATE > SRG-THRU-DATE
003140         DISPLAY "COBOL-SEQUENCE-REGISTER: BAD REQUEST CARD: "
003150             SRG-PARM-CARD (1:28)
003160         SET WS-PARM-BAD TO TRUE
003170         GO TO 1000-EXIT
003180     END-IF.
003190
003200     MOVE SRG-COUNTER-ID TO WS-REQ-COUNTER-ID.
003210     MOVE SRG-FROM-DATE TO WS-REQ-FROM-DATE.
003220     MOVE SRG-THRU-DATE TO WS-REQ-THRU-DATE.
003230
003240     OPEN OUTPUT REGISTER-WORK-FILE.
003250     IF WS-WORK-OK
003260         CLOSE REGISTER-WORK-FILE
003270         OPEN I-O REGISTER-WORK-FILE
003280     END-IF.
003290     IF WS-WORK-OK
003300         SET WS-WORK-OPEN TO TRUE
003310     ELSE
003320         DISPLAY "COBOL-SEQUENCE-REGISTER: CANNOT OPEN SREGWORK"
003330             " STATUS=" WS-WORK-FILE-STATUS
003340         SET WS-REGISTER-FAILED TO TRUE
003350     END-IF.
003360
003370 1000-EXIT.
003380     EXIT.
003390
003400*--------------------------------------------------------*
003410* 2000-LOAD-AUDIT-TRAIL                                    *
003420* FILES EVERY NUMBER-PRODUCING ACTION DATED IN THE RANGE,  *
003430* ARCHIVE FIRST THEN LIVE LOG -- DATE ORDER, BECAUSE THE   *
003440* ARCHIVE ONLY SWEEPS WHAT THE LIVE LOG NO LONGER HOLDS.   *
003450* EITHER SOURCE MAY BE MISSING.                            *
003460*--------------------------------------------------------*
003470 2000-LOAD-AUDIT-TRAIL.
003480     IF WS-REGISTER-FAILED
003490         GO TO 2000-EXIT
003500     END-IF.
003510
003520     OPEN INPUT AUDIT-HISTORY-FILE.
003530     IF WS-HIST-OK
003540         MOVE WS-REQ-FROM-DATE TO AH-AUDIT-DATE
003550         MOVE LOW-VALUES TO AH-COUNTER-ID
003560         MOVE 0 TO AH-SEQUENCE
003570         START AUDIT-HISTORY-FILE KEY NOT < AH-HISTORY-KEY
003580             INVALID KEY
003590                 SET WS-HIST-EOF TO TRUE
003600         END-START
003610         PERFORM 2100-LOAD-ONE-HISTORY THRU 2100-EXIT
003620             UNTIL WS-HIST-EOF OR WS-REGISTER-FAILED
003630         CLOSE AUDIT-HISTORY-FILE
003640     END-IF.
003650
003660     OPEN INPUT AUDIT-LOG.
003670     IF WS-AUDIT-OK
003680         PERFORM 2200-LOAD-ONE-LIVE THRU 2200-EXIT
003690             UNTIL WS-AUDIT-EOF OR WS-REGISTER-FAILED
003700         CLOSE AUDIT-LOG
003710     END-IF.
003720
003730 2000-EXIT.
003740     EXIT.
003750
003760*--------------------------------------------------------*
003770* 2100-LOAD-ONE-HISTORY                                    *
003780*--------------------------------------------------------*
003790 2100-LOAD-ONE-HISTORY.
003800     READ AUDIT-HISTORY-FILE NEXT
003810         AT END
003820             SET WS-HIST-EOF TO TRUE
003830             GO TO 2100-EXIT
003840     END-READ.
003850
003860     IF NOT WS-HIST-OK
003870         SET WS-HIST-EOF TO TRUE
003880         GO TO 2100-EXIT
003890     END-IF.
003900
003910     IF AH-AUDIT-DATE > WS-REQ-THRU-DATE
003920         SET WS-HIST-EOF TO TRUE
003930         GO TO 2100-EXIT
003940     END-IF.
003950
003960     MOVE AH-COUNTER-ID TO WS-ACT-COUNTER-ID.
003970     MOVE AH-AUDIT-DATE TO WS-ACT-DATE.
003980     MOVE AH-ACTION-CODE TO WS-ACT-CODE.
003990     MOVE AH-BEFORE-VALUE TO WS-ACT-BEFORE.
004000     MOVE AH-AFTER-VALUE TO WS-ACT-AFTER.
004010     PERFORM 2500-FILE-ONE-ACTION THRU 2500-EXIT.
004020
004030 2100-EXIT.
004040     EXIT.
004050
004060*--------------------------------------------------------*
004070* 2200-LOAD-ONE-LIVE                                       *
004080*--------------------------------------------------------*
004090 2200-LOAD-ONE-LIVE.
004100     READ AUDIT-LOG
004110         AT END
004120             SET WS-AUDIT-EOF TO TRUE
004130             GO TO 2200-EXIT
004140     END-READ.
004150
004160     MOVE AUD-TIMESTAMP (1:8) TO WS-ACT-DATE.
004170     IF WS-ACT-DATE < WS-REQ-FROM-DATE
004180         OR WS-ACT-DATE > WS-REQ-THRU-DATE
004190         GO TO 2200-EXIT
004200     END-IF.
004210
004220     MOVE AUD-COUNTER-ID TO WS-ACT-COUNTER-ID.
004230     MOVE AUD-ACTION-CODE TO WS-ACT-CODE.
004240     MOVE AUD-BEFORE-VALUE TO WS-ACT-BEFORE.
004250     MOVE AUD-AFTER-VALUE TO WS-ACT-AFTER.
004260     PERFORM 2500-FILE-ONE-ACTION THRU 2500-EXIT.
004270
004280 2200-EXIT.
004290     EXIT.
004300
004310*--------------------------------------------------------*
004320* 2500-FILE-ONE-ACTION                                     *
004330* AN INCREMENT ISSUES ITS AFTER-VALUE; A RESERVATION ITS   *
004340* WHOLE BLOCK; A RELEASE MARKS ITS TAIL UNUSED; A RESEED   *
004350* FORWARD SKIPS THE NUMBERS IT JUMPED.  VOIDS COME OFF THE *
004360* VOID REGISTER INSTEAD, WHICH CARRIES THE REASON.         *
004370*--------------------------------------------------------*
004380 2500-FILE-ONE-ACTION.
004390     IF WS-REQ-COUNTER-ID NOT = SPACES
004400         AND WS-ACT-COUNTER-ID NOT = WS-REQ-COUNTER-ID
004410         GO TO 2500-EXIT
004420     END-IF.
004430
004440     MOVE SPACES TO RW-RECORD.
004450     MOVE WS-ACT-COUNTER-ID TO RW-COUNTER-ID.
004460     MOVE WS-ACT-DATE TO RW-ISSUE-DATE.
004470     MOVE 0 TO RW-RANGE-END.
004480     MOVE 'N' TO RW-VOID-SW.
004490
004500     IF WS-ACT-CODE = 'I'
004510         MOVE 'I' TO RW-SOURCE-CODE
004520         MOVE WS-ACT-AFTER TO RW-SEQUENCE
004530         PERFORM 2600-WRITE-ONE-NUMBER THRU 2600-EXIT
004540         GO TO 2500-EXIT
004550     END-IF.
004560
004570     COMPUTE WS-COVER-START = WS-ACT-BEFORE + 1.
004580
004590     IF WS-ACT-CODE = 'R'
004600         MOVE 'R' TO RW-SOURCE-CODE
004610         PERFORM 2610-WRITE-COVERED-NUMBER THRU 2610-EXIT
004620             VARYING WS-COVER-NUM FROM WS-COVER-START BY 1
004630             UNTIL WS-COVER-NUM > WS-ACT-AFTER
004640             OR WS-REGISTER-FAILED
004650         GO TO 2500-EXIT
004660     END-IF.
004670
004680     IF WS-ACT-CODE = 'U'
004690         PERFORM 2700-MARK-RELEASED THRU 2700-EXIT
004700             VARYING WS-COVER-NUM FROM WS-COVER-START BY 1
004710             UNTIL WS-COVER-NUM > WS-ACT-AFTER
004720             OR WS-REGISTER-FAILED
004730         GO TO 2500-EXIT
004740     END-IF.
004750
004760     IF WS-ACT-CODE = 'M' AND WS-ACT-AFTER > WS-ACT-BEFORE
004770         MOVE 'M' TO RW-SOURCE-CODE
004780         MOVE WS-COVER-START TO RW-SEQUENCE
004790         MOVE WS-ACT-AFTER TO RW-RANGE-END
004800         PERFORM 2600-WRITE-ONE-NUMBER THRU 2600-EXIT
004810     END-IF.
004820
004830 2500-EXIT.
004840     EXIT.
004850
004860*--------------------------------------------------------*
004870* 2600-WRITE-ONE-NUMBER                                    *
004880* A DUPLICATE KEY -- THE SAME NUMBER ISSUED TWICE IN THE   *
004890* RANGE -- KEEPS THE FIRST ISSUE; COBOL-SEQUENCE-AUDIT IS  *
004900* WHERE A DOUBLE USE IS REPORTED.                          *
004910*--------------------------------------------------------*
004920 2600-WRITE-ONE-NUMBER.
004930     WRITE RW-RECORD
004940         INVALID KEY
004950             CONTINUE
004960     END-WRITE.
004970
004980     IF NOT WS-WORK-OK AND NOT WS-WORK-DUP-KEY
004990         DISPLAY "COBOL-SEQUENCE-REGISTER: SREGWORK WRITE FAILED"
005000             " STATUS=" WS-WORK-FILE-STATUS
005010         SET WS-REGISTER-FAILED TO TRUE
005020     END-IF.
005030
005040 2600-EXIT.
005050     EXIT.
005060
005070*--------------------------------------------------------*
005080* 2610-WRITE-COVERED-NUMBER                                *
005090*--------------------------------------------------------*
005100 2610-WRITE-COVERED-NUMBER.
005110     MOVE WS-COVER-NUM TO RW-SEQUENCE.
005120     PERFORM 2600-WRITE-ONE-NUMBER THRU 2600-EXIT.
005130
005140 2610-EXIT.
005150     EXIT.
005160
005170*--------------------------------------------------------*
005180* 2700-MARK-RELEASED                                       *
005190* REMARKS ONE NUMBER OF A RELEASED TAIL.  A RELEASE FOR A  *
005200* NUMBER WHOSE RESERVATION FELL BEFORE THE RANGE IS        *
005210* WRITTEN FRESH, SO THE TAIL IS STILL ACCOUNTED FOR.       *
005220*--------------------------------------------------------*
005230 2700-MARK-RELEASED.
005240     MOVE WS-ACT-COUNTER-ID TO RW-COUNTER-ID.
005250     MOVE WS-COVER-NUM TO RW-SEQUENCE.
005260
005270     READ REGISTER-WORK-FILE
005280         INVALID KEY
005290             MOVE SPACES TO RW-RECORD
005300             MOVE WS-ACT-COUNTER-ID TO RW-COUNTER-ID
005310             MOVE WS-COVER-NUM TO RW-SEQUENCE
005320             MOVE 'U' TO RW-SOURCE-CODE
005330             MOVE 0 TO RW-RANGE-END
005340             MOVE WS-ACT-DATE TO RW-ISSUE-DATE
005350             MOVE 'N' TO RW-VOID-SW
005360             WRITE RW-RECORD
005370             GO TO 2700-CHECK
005380     END-READ.
005390
005400     MOVE 'U' TO RW-SOURCE-CODE.
005410     REWRITE RW-RECORD.
005420
005430 2700-CHECK.
005440     IF NOT WS-WORK-OK
005450         DISPLAY "COBOL-SEQUENCE-REGISTER: SREGWORK UPDATE FAILED"
005460             " STATUS=" WS-WORK-FILE-STATUS
005470         SET WS-REGISTER-FAILED TO TRUE
005480     END-IF.
005490
005500 2700-EXIT.
005510     EXIT.
005520
005530*--------------------------------------------------------*
005540* 3000-APPLY-VOIDS                                         *
005550* MARKS EVERY VOIDED NUMBER THE REGISTER HOLDS WITH ITS    *
005560* REASON AND TRANSACTION.  A VOID OF A NUMBER ISSUED       *
005570* OUTSIDE THE RANGE IS NOT THIS REGISTER'S BUSINESS.  NO   *
005580* VOID REGISTER YET MEANS NOTHING WAS EVER VOIDED.         *
005590*--------------------------------------------------------*
005600 3000-APPLY-VOIDS.
005610     OPEN INPUT VOID-REGISTER.
005620     IF NOT WS-VR-OK
005630         GO TO 3000-EXIT
005640     END-IF.
005650
005660     PERFORM 3100-APPLY-ONE-VOID THRU 3100-EXIT
005670         UNTIL WS-VR-EOF OR WS-REGISTER-FAILED.
005680
005690     CLOSE VOID-REGISTER.
005700
005710 3000-EXIT.
005720     EXIT.
005730
005740*--------------------------------------------------------*
005750* 3100-APPLY-ONE-VOID                                      *
005760*--------------------------------------------------------*
005770 3100-APPLY-ONE-VOID.
005780     READ VOID-REGISTER
005790         AT END
005800             SET WS-VR-EOF TO TRUE
005810             GO TO 3100-EXIT
005820     END-READ.
005830
005840     IF WS-REQ-COUNTER-ID NOT = SPACES
005850         AND VR-COUNTER-ID NOT = WS-REQ-COUNTER-ID
005860         GO TO 3100-EXIT
005870     END-IF.
005880
005890     MOVE VR-COUNTER-ID TO RW-COUNTER-ID.
005900     MOVE VR-SEQUENCE-NUMBER TO RW-SEQUENCE.
005910
005920     READ REGISTER-WORK-FILE
005930         INVALID KEY
005940             GO TO 3100-EXIT
005950     END-READ.
005960
005970     IF RW-RESEED-SKIP
005980         GO TO 3100-EXIT
005990     END-IF.
006000
006010     SET RW-VOIDED TO TRUE.
006020     MOVE VR-TRANSACTION-ID TO RW-VOID-TRANS-ID.
006030     MOVE VR-VOID-REASON TO RW-VOID-REASON.
006040     REWRITE RW-RECORD.
006050
006060     IF NOT WS-WORK-OK
006070         DISPLAY "COBOL-SEQUENCE-REGISTER: SREGWORK UPDATE FAILED"
006080             " STATUS=" WS-WORK-FILE-STATUS
006090         SET WS-REGISTER-FAILED TO TRUE
006100     END-IF.
006110
006120 3100-EXIT.
006130     EXIT.
006140
006150*--------------------------------------------------------*
006160* 4000-PRINT-REGISTER                                      *
006170* WALKS THE WORK FILE IN COUNTER + NUMBER ORDER.  EACH     *
006180* COUNTER STARTS ON A NEW PAGE AND ENDS WITH ITS TOTALS.   *
006190* NO CROSS-REFERENCE FILE MEANS NO NUMBER CAN BE SHOWN AS  *
006200* ASSIGNED, WHICH THE REGISTER SAYS RATHER THAN GUESSING.  *
006210*--------------------------------------------------------*
006220 4000-PRINT-REGISTER.
006230     OPEN INPUT TRANS-XREF-FILE.
006240     IF WS-XR-OK
006250         SET WS-XR-OPEN TO TRUE
006260     ELSE
006270         DISPLAY "COBOL-SEQUENCE-REGISTER: NO TRANXREF ON FILE,"
006280             " NO NUMBER CAN BE SHOWN AS ASSIGNED"
006290     END-IF.
006300
006310     MOVE LOW-VALUES TO RW-NUMBER-KEY.
006320     START REGISTER-WORK-FILE KEY NOT < RW-NUMBER-KEY
006330         INVALID KEY
006340             SET WS-WORK-EOF TO TRUE
006350     END-START.
006360
006370     IF WS-WORK-EOF
006380         MOVE SPACES TO WS-CUR-COUNTER-ID
006390         PERFORM 7200-PRINT-HEADING THRU 7200-EXIT
006400         MOVE SPACES TO RPT-LINE
006410         STRING "NO NUMBERS ISSUED IN THE RANGE."
006420                DELIMITED BY SIZE
006430                INTO RPT-LINE
006440         WRITE RPT-LINE
006450         GO TO 4000-EXIT
006460     END-IF.
006470
006480     PERFORM 4100-PRINT-ONE-NUMBER THRU 4100-EXIT
006490         UNTIL WS-WORK-EOF.
006500
006510     IF WS-CUR-COUNTER-ID NOT = SPACES
006520         PERFORM 5000-END-COUNTER THRU 5000-EXIT
006530     END-IF.
006540
006550     PERFORM 5500-PRINT-GRAND-TOTALS THRU 5500-EXIT.
006560
006570 4000-EXIT.
006580     EXIT.
006590
006600*--------------------------------------------------------*
006610* 4100-PRINT-ONE-NUMBER                                    *
006620* ANY NUMBERS BETWEEN THE LAST ONE SHOWN AND THIS ONE WERE *
006630* NEVER ISSUED IN THE RANGE AND PRINT AS ONE UNEXPLAINED   *
006640* RANGE LINE BEFORE THIS NUMBER'S OWN LINE.                *
006650*--------------------------------------------------------*
006660 4100-PRINT-ONE-NUMBER.
006670     READ REGISTER-WORK-FILE NEXT
006680         AT END
006690             SET WS-WORK-EOF TO TRUE
006700             GO TO 4100-EXIT
006710     END-READ.
006720
006730     IF NOT WS-WORK-OK
006740         DISPLAY "COBOL-SEQUENCE-REGISTER: SREGWORK READ FAILED"
006750             " STATUS=" WS-WORK-FILE-STATUS
006760         SET WS-REGISTER-FAILED TO TRUE
006770         SET WS-WORK-EOF TO TRUE
006780         GO TO 4100-EXIT
006790     END-IF.
006800
006810     IF RW-COUNTER-ID NOT = WS-CUR-COUNTER-ID
006820         IF WS-CUR-COUNTER-ID NOT = SPACES
006830             PERFORM 5000-END-COUNTER THRU 5000-EXIT
006840         END-IF
006850         PERFORM 4900-START-COUNTER THRU 4900-EXIT
006860     END-IF.
006870
006880     IF RW-SEQUENCE > WS-EXPECTED-NEXT
006890         PERFORM 4200-PRINT-HOLE THRU 4200-EXIT
006900     END-IF.
006910
006920     IF RW-RESEED-SKIP
006930         PERFORM 4300-PRINT-RESEED THRU 4300-EXIT
006940         GO TO 4100-EXIT
006950     END-IF.
006960
006970     MOVE SPACES TO RPT-LINE.
006980     MOVE RW-SEQUENCE TO WS-EDIT-SEQ.
006985     MOVE 0 TO WS-LINE-AMOUNT.
006990
007000     IF RW-VOIDED
007010         ADD 1 TO WS-CTR-VOIDED
007020         STRING "  " DELIMITED BY SIZE
007030                WS-EDIT-SEQ DELIMITED BY SIZE
007040                "  VOIDED            " DELIMITED BY SIZE
007050                RW-VOID-TRANS-ID DELIMITED BY SIZE
007060                "  " DELIMITED BY SIZE
007070                RW-VOID-REASON DELIMITED BY SIZE
007080                "  " DELIMITED BY SIZE
007090                RW-ISSUE-DATE DELIMITED BY SIZE
007100                INTO RPT-LINE
007110         GO TO 4100-PRINT
007120     END-IF.
007130
007140     PERFORM 4400-FIND-ASSIGNMENT THRU 4400-EXIT.
007150     IF WS-DISPOSITION = "ASSIGNED"
007160         ADD 1 TO WS-CTR-ASSIGNED
007170         MOVE XR-AMOUNT TO WS-LINE-AMOUNT
007180         ADD XR-AMOUNT TO WS-CTR-AMOUNT
007190         MOVE XR-AMOUNT TO WS-EDIT-AMOUNT
007200         STRING "  " DELIMITED BY SIZE
007210                WS-EDIT-SEQ DELIMITED BY SIZE
007220                "  ASSIGNED          " DELIMITED BY SIZE
007230                XR-TRANSACTION-ID DELIMITED BY SIZE
007240                "  " DELIMITED BY SIZE
007250                WS-EDIT-AMOUNT DELIMITED BY SIZE
007260                "        " DELIMITED BY SIZE
007270                RW-ISSUE-DATE DELIMITED BY SIZE
007280                INTO RPT-LINE
007290         GO TO 4100-PRINT
007300     END-IF.
007310
007320     IF RW-RELEASED-UNUSED
007330         ADD 1 TO WS-CTR-RELEASED
007340         STRING "  " DELIMITED BY SIZE
007350                WS-EDIT-SEQ DELIMITED BY SIZE
007360                "  RELEASED UNUSED   " DELIMITED BY SIZE
007370                "RESERVED TAIL NEVER ASSIGNED        "
007380                DELIMITED BY SIZE
007390                RW-ISSUE-DATE DELIMITED BY SIZE
007400                INTO RPT-LINE
007410         GO TO 4100-PRINT
007420     END-IF.
007430
007440     ADD 1 TO WS-CTR-UNEXPLAINED.
007450     IF RW-FROM-RESERVE
007460         STRING "  " DELIMITED BY SIZE
007470                WS-EDIT-SEQ DELIMITED BY SIZE
007480                "  *** UNEXPLAINED   " DELIMITED BY SIZE
007490                "RESERVED, NOT ASSIGNED OR RELEASED  "
007500                DELIMITED BY SIZE
007510                RW-ISSUE-DATE DELIMITED BY SIZE
007520                INTO RPT-LINE
007530     ELSE
007540         STRING "  " DELIMITED BY SIZE
007550                WS-EDIT-SEQ DELIMITED BY SIZE
007560                "  *** UNEXPLAINED   " DELIMITED BY SIZE
007570                "ISSUED, NO TRANSACTION ON TRANXREF  "
007580                DELIMITED BY SIZE
007590                RW-ISSUE-DATE DELIMITED BY SIZE
007600                INTO RPT-LINE
007610     END-IF.
007620
007630 4100-PRINT.
007640     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
007645     ADD WS-LINE-AMOUNT TO WS-PAGE-AMOUNT.
007650     ADD 1 TO WS-CTR-NUMBERS.
007660     MOVE RW-SEQUENCE TO WS-LAST-NUMBER.
007670     COMPUTE WS-EXPECTED-NEXT = RW-SEQUENCE + 1.
007680
007690 4100-EXIT.
007700     EXIT.
007710
007720*--------------------------------------------------------*
007730* 4200-PRINT-HOLE                                          *
007740*--------------------------------------------------------*
007750 4200-PRINT-HOLE.
007760     COMPUTE WS-HOLE-END = RW-SEQUENCE - 1.
007770     COMPUTE WS-HOLE-SIZE = RW-SEQUENCE - WS-EXPECTED-NEXT.
007780     ADD WS-HOLE-SIZE TO WS-CTR-UNEXPLAINED.
007790     ADD WS-HOLE-SIZE TO WS-CTR-NUMBERS.
007800
007810     MOVE WS-EXPECTED-NEXT TO WS-EDIT-SEQ.
007820     MOVE WS-HOLE-END TO WS-EDIT-END.
007830     MOVE WS-HOLE-SIZE TO WS-EDIT-COUNT.
007840     MOVE SPACES TO RPT-LINE.
007850     STRING "  " DELIMITED BY SIZE
007860            WS-EDIT-SEQ DELIMITED BY SIZE
007870            "  *** UNEXPLAINED   THRU " DELIMITED BY SIZE
007880            WS-EDIT-END DELIMITED BY SIZE
007890            "  NOT ISSUED IN RANGE, " DELIMITED BY SIZE
007900            WS-EDIT-COUNT DELIMITED BY SIZE
007910            INTO RPT-LINE.
007920     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
007930
007940 4200-EXIT.
007950     EXIT.
007960
007970*--------------------------------------------------------*
007980* 4300-PRINT-RESEED                                        *
007990* A FORWARD MAINTENANCE RESEED SKIPPED ITS WHOLE RANGE ON  *
008000* PURPOSE; ONE LINE ACCOUNTS FOR EVERY NUMBER IN IT.       *
008010*--------------------------------------------------------*
008020 4300-PRINT-RESEED.
008030     COMPUTE WS-HOLE-SIZE = RW-RANGE-END - RW-SEQUENCE + 1.
008040     ADD WS-HOLE-SIZE TO WS-CTR-RESEED.
008050     ADD WS-HOLE-SIZE TO WS-CTR-NUMBERS.
008060
008070     MOVE RW-SEQUENCE TO WS-EDIT-SEQ.
008080     MOVE RW-RANGE-END TO WS-EDIT-END.
008090     MOVE WS-HOLE-SIZE TO WS-EDIT-COUNT.
008100     MOVE SPACES TO RPT-LINE.
008110     STRING "  " DELIMITED BY SIZE
008120            WS-EDIT-SEQ DELIMITED BY SIZE
008130            "  RESEED SKIP      THRU " DELIMITED BY SIZE
008140            WS-EDIT-END DELIMITED BY SIZE
008150            "  " DELIMITED BY SIZE
008160            WS-EDIT-COUNT DELIMITED BY SIZE
008170            "  " DELIMITED BY SIZE
008180            RW-ISSUE-DATE DELIMITED BY SIZE
008190            INTO RPT-LINE.
008200     PERFORM 7000-PRINT-DETAIL THRU 7000-EXIT.
008210
008220     MOVE RW-RANGE-END TO WS-LAST-NUMBER.
008230     COMPUTE WS-EXPECTED-NEXT = RW-RANGE-END + 1.
008240
008250 4300-EXIT.
008260     EXIT.
008270
008280*--------------------------------------------------------*
008290* 4400-FIND-ASSIGNMENT                                     *
008300* LOOKS THE NUMBER UP ON THE CROSS-REFERENCE BY ITS        *
008310* COUNTER + SEQUENCE ALTERNATE KEY.                        *
008320*--------------------------------------------------------*
008330 4400-FIND-ASSIGNMENT.
008340     MOVE SPACES TO WS-DISPOSITION.
008350     IF NOT WS-XR-OPEN
008360         GO TO 4400-EXIT
008370     END-IF.
008380
008390     MOVE RW-COUNTER-ID TO XR-COUNTER-ID.
008400     MOVE RW-SEQUENCE TO XR-SEQUENCE-NUMBER.
008410
008420     READ TRANS-XREF-FILE KEY IS XR-SEQUENCE-KEY
008430         INVALID KEY
008440             GO TO 4400-EXIT
008450     END-READ.
008460
008470     IF WS-XR-OK
008480         MOVE "ASSIGNED" TO WS-DISPOSITION
008490     END-IF.
008500
008510 4400-EXIT.
008520     EXIT.
008530
008540*--------------------------------------------------------*
008550* 4900-START-COUNTER                                       *
008560*--------------------------------------------------------*
008570 4900-START-COUNTER.
008580     MOVE RW-COUNTER-ID TO WS-CUR-COUNTER-ID.
008590     MOVE RW-SEQUENCE TO WS-FIRST-NUMBER.
008600     MOVE RW-SEQUENCE TO WS-EXPECTED-NEXT.
008610     MOVE 0 TO WS-CTR-AMOUNT.
008620     MOVE 0 TO WS-CTR-ASSIGNED.
008630     MOVE 0 TO WS-CTR-VOIDED.
008640     MOVE 0 TO WS-CTR-RELEASED.
008650     MOVE 0 TO WS-CTR-RESEED.
008660     MOVE 0 TO WS-CTR-UNEXPLAINED.
008670     MOVE 0 TO WS-CTR-NUMBERS.
008680     ADD 1 TO WS-TOT-COUNTERS.
008690
008700     PERFORM 7200-PRINT-HEADING THRU 7200-EXIT.
008710
008720 4900-EXIT.
008730     EXIT.
008740
008750*--------------------------------------------------------*
008760* 5000-END-COUNTER                                         *
008770* CLOSES THE COUNTER'S LAST PAGE WITH ITS PAGE TOTAL, THEN *
008780* PRINTS THE COUNTER TOTALS.  THE NUMBERS ACCOUNTED FOR    *
008790* ALWAYS EQUAL FIRST THROUGH LAST; THE UNEXPLAINED COUNT   *
008800* IS WHAT AN AUDITOR WILL ASK ABOUT.                       *
008810*--------------------------------------------------------*
008820 5000-END-COUNTER.
008830     PERFORM 7100-PRINT-PAGE-FOOT THRU 7100-EXIT.
008840
008850     MOVE SPACES TO RPT-LINE.
008860     STRING "COUNTER TOTALS - " DELIMITED BY SIZE
008870            WS-CUR-COUNTER-ID DELIMITED BY SIZE
008880            INTO RPT-LINE.
008890     WRITE RPT-LINE.
008900
008910     MOVE WS-FIRST-NUMBER TO WS-EDIT-SEQ.
008920     MOVE WS-LAST-NUMBER TO WS-EDIT-END.
008930     MOVE SPACES TO RPT-LINE.
008940     STRING "  FIRST THRU LAST . . . : " DELIMITED BY SIZE
008950            WS-EDIT-SEQ DELIMITED BY SIZE
008960            " THRU " DELIMITED BY SIZE
008970            WS-EDIT-END DELIMITED BY SIZE
008980            INTO RPT-LINE.
008990     WRITE RPT-LINE.
009000
009010     MOVE WS-CTR-ASSIGNED TO WS-EDIT-COUNT.
009020     MOVE WS-CTR-AMOUNT TO WS-EDIT-TOTAL.
009030     MOVE SPACES TO RPT-LINE.
009040     STRING "  ASSIGNED. . . . . . . : " DELIMITED BY SIZE
009050            WS-EDIT-COUNT DELIMITED BY SIZE
009060            "  AMOUNT " DELIMITED BY SIZE
009070            WS-EDIT-TOTAL DELIMITED BY SIZE
009080            INTO RPT-LINE.
009090     WRITE RPT-LINE.
009100
009110     MOVE WS-CTR-VOIDED TO WS-EDIT-COUNT.
009120     MOVE SPACES TO RPT-LINE.
009130     STRING "  VOIDED. . . . . . . . : " DELIMITED BY SIZE
009140            WS-EDIT-COUNT DELIMITED BY SIZE
009150            INTO RPT-LINE.
009160     WRITE RPT-LINE.
009170
009180     MOVE WS-CTR-RELEASED TO WS-EDIT-COUNT.
009190     MOVE SPACES TO RPT-LINE.
009200     STRING "  RELEASED UNUSED . . . : " DELIMITED BY SIZE
009210            WS-EDIT-COUNT DELIMITED BY SIZE
009220            INTO RPT-LINE.
009230     WRITE RPT-LINE.
009240
009250     MOVE WS-CTR-RESEED TO WS-EDIT-COUNT.
009260     MOVE SPACES TO RPT-LINE.
009270     STRING "  SKIPPED BY RESEED . . : " DELIMITED BY SIZE
009280            WS-EDIT-COUNT DELIMITED BY SIZE
009290            INTO RPT-LINE.
009300     WRITE RPT-LINE.
009310
009320     MOVE WS-CTR-UNEXPLAINED TO WS-EDIT-COUNT.
009330     MOVE SPACES TO RPT-LINE.
009340     STRING "  UNEXPLAINED . . . . . : " DELIMITED BY SIZE
009350            WS-EDIT-COUNT DELIMITED BY SIZE
009360            INTO RPT-LINE.
009370     WRITE RPT-LINE.
009380
009390     MOVE WS-CTR-NUMBERS TO WS-EDIT-COUNT.
009400     MOVE SPACES TO RPT-LINE.
009410     STRING "  NUMBERS LISTED. . . . : " DELIMITED BY SIZE
009420            WS-EDIT-COUNT DELIMITED BY SIZE
009430            INTO RPT-LINE.
009440     WRITE RPT-LINE.
009450
009460     ADD WS-CTR-AMOUNT TO WS-TOT-AMOUNT.
009470     ADD WS-CTR-ASSIGNED TO WS-TOT-ASSIGNED.
009480     ADD WS-CTR-VOIDED TO WS-TOT-VOIDED.
009490     ADD WS-CTR-RELEASED TO WS-TOT-RELEASED.
009500     ADD WS-CTR-RESEED TO WS-TOT-RESEED.
009510     ADD WS-CTR-UNEXPLAINED TO WS-TOT-UNEXPLAINED.
009520
009530 5000-EXIT.
009540     EXIT.
009550
009560*--------------------------------------------------------*
009570* 5500-PRINT-GRAND-TOTALS                                  *
009580*--------------------------------------------------------*
009590 5500-PRINT-GRAND-TOTALS.
009600     MOVE SPACES TO RPT-LINE.
009610     WRITE RPT-LINE.
009620
009630     MOVE WS-TOT-COUNTERS TO WS-EDIT-COUNT.
009640     MOVE SPACES TO RPT-LINE.
009650     STRING "REGISTER TOTALS - COUNTERS: " DELIMITED BY SIZE
009660            WS-EDIT-COUNT DELIMITED BY SIZE
009670            INTO RPT-LINE.
009680     WRITE RPT-LINE.
009690
009700     MOVE WS-TOT-ASSIGNED TO WS-EDIT-COUNT.
009710     MOVE WS-TOT-AMOUNT TO WS-EDIT-TOTAL.
009720     MOVE SPACES TO RPT-LINE.
009730     STRING "  ASSIGNED. . . . . . . : " DELIMITED BY SIZE
009740            WS-EDIT-COUNT DELIMITED BY SIZE
009750            "  AMOUNT " DELIMITED BY SIZE
009760            WS-EDIT-TOTAL DELIMITED BY SIZE
009770            INTO RPT-LINE.
009780     WRITE RPT-LINE.
009790
009800     MOVE WS-TOT-VOIDED TO WS-EDIT-COUNT.
009810     MOVE SPACES TO RPT-LINE.
009820     STRING "  VOIDED. . . . . . . . : " DELIMITED BY SIZE
009830            WS-EDIT-COUNT DELIMITED BY SIZE
009840            INTO RPT-LINE.
009850     WRITE RPT-LINE.
009860
009870     MOVE WS-TOT-RELEASED TO WS-EDIT-COUNT.
009880     MOVE SPACES TO RPT-LINE.
009890     STRING "  RELEASED UNUSED . . . : " DELIMITED BY SIZE
009900            WS-EDIT-COUNT DELIMITED BY SIZE
009910            INTO RPT-LINE.
009920     WRITE RPT-LINE.
009930
009940     MOVE WS-TOT-RESEED TO WS-EDIT-COUNT.
009950     MOVE SPACES TO RPT-LINE.
009960     STRING "  SKIPPED BY RESEED . . : " DELIMITED BY SIZE
009970            WS-EDIT-COUNT DELIMITED BY SIZE
009980            INTO RPT-LINE.
009990     WRITE RPT-LINE.
010000
010010     MOVE WS-TOT-UNEXPLAINED TO WS-EDIT-COUNT.
010020     MOVE SPACES TO RPT-LINE.
010030     STRING "  UNEXPLAINED . . . . . : " DELIMITED BY SIZE
010040            WS-EDIT-COUNT DELIMITED BY SIZE
010050            INTO RPT-LINE.
010060     WRITE RPT-LINE.
010070
010080     MOVE SPACES TO RPT-LINE.
010090     IF WS-TOT-UNEXPLAINED = 0
010100         STRING "EVERY NUMBER IN THE REGISTER IS ACCOUNTED FOR."
010110                DELIMITED BY SIZE
010120                INTO RPT-LINE
010130     ELSE
010140         STRING "*** REGISTER HAS UNEXPLAINED NUMBERS ***"
010150                DELIMITED BY SIZE
010160                INTO RPT-LINE
010170     END-IF.
010180     WRITE RPT-LINE.
010190
010200 5500-EXIT.
010210     EXIT.
010220
010230*--------------------------------------------------------*
010240* 6000-WRAP-UP                                             *
010250*--------------------------------------------------------*
010260 6000-WRAP-UP.
010270     IF WS-REGISTER-FAILED
010280         MOVE SPACES TO RPT-LINE
010290         STRING "*** REGISTER INCOMPLETE - SEE JOB LOG ***"
010300                DELIMITED BY SIZE
010310                INTO RPT-LINE
010320         WRITE RPT-LINE
010330     END-IF.
010340
010350     IF WS-XR-OPEN
010360         CLOSE TRANS-XREF-FILE
010370     END-IF.
010380     IF WS-WORK-OPEN
010390         CLOSE REGISTER-WORK-FILE
010400     END-IF.
010410     CLOSE REGISTER-REPORT.
010420
010430     DISPLAY "COBOL-SEQUENCE-REGISTER: COUNTERS. . . : "
010440         WS-TOT-COUNTERS.
010450     DISPLAY "COBOL-SEQUENCE-REGISTER: ASSIGNED. . . : "
010460         WS-TOT-ASSIGNED.
010470     DISPLAY "COBOL-SEQUENCE-REGISTER: UNEXPLAINED . : "
010480         WS-TOT-UNEXPLAINED.
010490
010500 6000-EXIT.
010510     EXIT.
010520
010530*--------------------------------------------------------*
010540* 7000-PRINT-DETAIL                                        *
010550* WRITES THE DETAIL LINE IN RPT-LINE, TURNING THE PAGE     *
010560* FIRST WHEN THE BODY IS FULL.                             *
010570*--------------------------------------------------------*
010580 7000-PRINT-DETAIL.
010590     IF WS-LINE-COUNT >= WS-PAGE-BODY
010600         MOVE RPT-LINE TO WS-HOLD-LINE
010610         PERFORM 7100-PRINT-PAGE-FOOT THRU 7100-EXIT
010620         PERFORM 7200-PRINT-HEADING THRU 7200-EXIT
010630         MOVE WS-HOLD-LINE TO RPT-LINE
010640     END-IF.
010650
010660     WRITE RPT-LINE.
010670     ADD 1 TO WS-LINE-COUNT.
010680
010690 7000-EXIT.
010700     EXIT.
010710
010720*--------------------------------------------------------*
010730* 7100-PRINT-PAGE-FOOT                                     *
010740*--------------------------------------------------------*
010750 7100-PRINT-PAGE-FOOT.
010760     MOVE SPACES TO RPT-LINE.
010770     WRITE RPT-LINE.
010780
010790     MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE.
010800     MOVE WS-PAGE-AMOUNT TO WS-EDIT-TOTAL.
010810     MOVE SPACES TO RPT-LINE.
010820     STRING "PAGE " DELIMITED BY SIZE
010830            WS-EDIT-PAGE DELIMITED BY SIZE
010840            " TOTAL AMOUNT ASSIGNED: " DELIMITED BY SIZE
010850            WS-EDIT-TOTAL DELIMITED BY SIZE
010860            INTO RPT-LINE.
010870     WRITE RPT-LINE.
010880
010890     MOVE SPACES TO RPT-LINE.
010900     WRITE RPT-LINE.
010910
010920     MOVE 0 TO WS-PAGE-AMOUNT.
010930
010940 7100-EXIT.
010950     EXIT.
010960
010970*--------------------------------------------------------*
010980* 7200-PRINT-HEADING                                       *
010990*--------------------------------------------------------*
011000 7200-PRINT-HEADING.
011010     ADD 1 TO WS-PAGE-NUMBER.
011020     MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE.
011030     MOVE 0 TO WS-LINE-COUNT.
011040
011050     MOVE SPACES TO RPT-LINE.
011060     STRING "AUDITOR SEQUENCE REGISTER - RUN " DELIMITED BY SIZE
011070            WS-REPORT-DATE DELIMITED BY SIZE
011080            "                  PAGE " DELIMITED BY SIZE
011090            WS-EDIT-PAGE DELIMITED BY SIZE
011100            INTO RPT-LINE.
011110     WRITE RPT-LINE.
011120
011130     MOVE SPACES TO RPT-LINE.
011140     STRING "COUNTER " DELIMITED BY SIZE
011150            WS-CUR-COUNTER-ID DELIMITED BY SIZE
011160            "  ISSUED FROM " DELIMITED BY SIZE
011170            WS-REQ-FROM-DATE DELIMITED BY SIZE
011180            " THRU " DELIMITED BY SIZE
011190            WS-REQ-THRU-DATE DELIMITED BY SIZE
011200            INTO RPT-LINE.
011210     WRITE RPT-LINE.
011220
011230     MOVE SPACES TO RPT-LINE.
011240     WRITE RPT-LINE.
011250
011260     MOVE SPACES TO RPT-LINE.
011270     STRING "  SEQUENCE  DISPOSITION       TRANS-ID      "
011280            DELIMITED BY SIZE
011290            "AMOUNT / REASON       ISSUED" DELIMITED BY SIZE
011300            INTO RPT-LINE.
011310     WRITE RPT-LINE.
011320
011330 7200-EXIT.
011340     EXIT.
