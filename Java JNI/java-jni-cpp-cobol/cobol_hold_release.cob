000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBOL-HOLD-RELEASE.
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. ENTERPRISE BANKING SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*--------------------------------------------------------*
000100* 10/15/26  DRO  ORIGINAL PROGRAM.  SUPERVISOR RELEASE     *
000110*                AND DECLINE CYCLE FOR THE LARGE-VALUE     *
000120*                ITEMS COBOL-PENDTRAN-EDIT HELD: READS     *
000130*                TONIGHT'S HOLD FILE PLUS THE HOLDS        *
000140*                CARRIED FORWARD FROM EARLIER NIGHTS AND   *
000150*                MATCHES EACH AGAINST A RELEASE CARD       *
000160*                SIGNED WITH A SUPERVISOR ID.  A RELEASED  *
000170*                ITEM GOES, FLAGGED AS RELEASED, TO THE    *
000180*                FILE THAT FEEDS THE NEXT NIGHT'S RAW      *
000190*                PENDING INPUT; A DECLINED ITEM LEAVES     *
000200*                THE QUEUE.  EVERY RELEASE AND DECLINE IS  *
000210*                APPENDED TO THE HOLD DECISION LOG WITH    *
000220*                THE SUPERVISOR, DATE AND TIME BEFORE THE  *
000230*                ITEM MOVES.  ITEMS STILL WAITING CARRY    *
000240*                FORWARD WITH THE DATE FIRST HELD AND AN   *
000250*                AGE IN DAYS, AND THE HOLD REPORT FLAGS    *
000260*                ANY PAST THE HOLDPARM AGE LIMIT, THE      *
000270*                SAME WAY THE CARRIED REJECTS ARE AGED.    *
000272* 10/15/26  DRO  HOLD AGES, AND SO THE HOLDPARM AGE LIMIT, *
000274*                NOW COUNT BUSINESS DAYS OFF THE SHARED    *
000276*                CALENDAR THROUGH COBOL-BUSINESS-CALENDAR, *
000278*                MATCHING THE CARRIED-REJECT AGING.        *
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
000390* NEW-HOLD-FILE IS TONIGHT'S HOLD OUTPUT FROM COBOL-       *
000400* PENDTRAN-EDIT.  THIS JOB ONLY READS IT.                  *
000410*--------------------------------------------------------*
000420     SELECT NEW-HOLD-FILE ASSIGN TO "PENDTRNH"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-NHI-FILE-STATUS.
000450
000460*--------------------------------------------------------*
000470* CARRY-IN-FILE IS THE HOLD QUEUE THIS JOB WROTE ON ITS    *
000480* LAST RUN -- EVERY HELD ITEM STILL WAITING ON A           *
000490* SUPERVISOR.  MISSING ON THE VERY FIRST RUN.              *
000500*--------------------------------------------------------*
000510     SELECT CARRY-IN-FILE ASSIGN TO "HOLDCARI"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-HCI-FILE-STATUS.
000540
000550*--------------------------------------------------------*
000560* RELEASE-CARD-FILE CARRIES THE SUPERVISORS' DECISION      *
000570* CARDS: SUPERVISOR ID, TRANSACTION-ID, 'R' TO RELEASE OR  *
000580* 'D' TO DECLINE, AND A FREE-FORM REASON.  EACH CARD       *
000590* DECIDES AT MOST ONE HELD ITEM.                           *
000600*--------------------------------------------------------*
000610     SELECT RELEASE-CARD-FILE ASSIGN TO "RLSCARDS"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-RLS-FILE-STATUS.
000640
000650*--------------------------------------------------------*
000660* HOLD-PARM-FILE CARRIES ONE CARD: THE AGE IN BUSINESS     *
000670* DAYS PAST WHICH A HELD ITEM IS FLAGGED ON THE HOLD       *
000675* REPORT.                                                  *
000680*--------------------------------------------------------*
000690     SELECT HOLD-PARM-FILE ASSIGN TO "HOLDPARM"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-PARM-FILE-STATUS.
000720
000730*--------------------------------------------------------*
000740* RELEASE-FILE RECEIVES EVERY RELEASED ITEM IN PENDING-    *
000750* TRANSACTION LAYOUT, FLAGGED AS RELEASED, READY TO FEED   *
000760* THE NEXT NIGHT'S RAW PENDING INPUT AHEAD OF COBOL-       *
000770* PENDTRAN-EDIT.                                           *
000780*--------------------------------------------------------*
000790     SELECT RELEASE-FILE ASSIGN TO "PENDTRNL"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-RLF-FILE-STATUS.
000820
000830*--------------------------------------------------------*
000840* CARRY-OUT-FILE RECEIVES EVERY ITEM STILL UNDECIDED       *
000850* AFTER TONIGHT'S CARDS, WITH ITS AGING CARRIED FORWARD.   *
000860* BECOMES THE NEXT RUN'S CARRY-IN.                         *
000870*--------------------------------------------------------*
000880     SELECT CARRY-OUT-FILE ASSIGN TO "HOLDCARO"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-HCO-FILE-STATUS.
000910
000920*--------------------------------------------------------*
000930* HOLD-DECISION-LOG IS THE PERMANENT RECORD OF EVERY       *
000940* RELEASE AND DECLINE, APPENDED TO AND NEVER REWRITTEN.    *
000950*--------------------------------------------------------*
000960     SELECT HOLD-DECISION-LOG ASSIGN TO "HOLDLOG"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-LOG-FILE-STATUS.
000990
001000     SELECT HOLD-REPORT ASSIGN TO "HOLDRPT"
001010         ORGANIZATION IS SEQUENTIAL.
001020
001030 DATA DIVISION.
001040
001050 FILE SECTION.
001060 FD  NEW-HOLD-FILE
001070     RECORDING MODE IS F.
001080 01  NHI-RECORD                  PIC X(54).
001090
001100 FD  CARRY-IN-FILE
001110     RECORDING MODE IS F.
001120 01  HCI-RECORD                  PIC X(54).
001130
001140 FD  RELEASE-CARD-FILE
001150     RECORDING MODE IS F.
001160 01  RLS-CARD.
001170     05  RLS-SUPERVISOR-ID        PIC X(08).
001180     05  RLS-TRANSACTION-ID       PIC X(12).
001190     05  RLS-ACTION               PIC X(01).
001200         88  RLS-ACTION-VALID               VALUES 'R' 'D'.
001210     05  RLS-REASON               PIC X(20).
001220     05  FILLER                   PIC X(39).
001230
001240 FD  HOLD-PARM-FILE
001250     RECORDING MODE IS F.
001260 01  HDP-PARM-CARD.
001270     05  HDP-AGE-LIMIT            PIC 9(03).
001280     05  FILLER                   PIC X(77).
001290
001300 FD  RELEASE-FILE
001310     RECORDING MODE IS F.
001320     COPY PENDTRAN.
001330
001340 FD  CARRY-OUT-FILE
001350     RECORDING MODE IS F.
001360     COPY HDRECORD.
001370
001380 FD  HOLD-DECISION-LOG
001390     RECORDING MODE IS F.
001400     COPY HLRECORD.
001410
001420 FD  HOLD-REPORT
001430     RECORDING MODE IS F.
001440 01  RPT-LINE                    PIC X(80).
001450
001460 WORKING-STORAGE SECTION.
001470*--------------------------------------------------------*
001480* STANDALONE SWITCHES AND COUNTERS                         *
001490*--------------------------------------------------------*
001500 77  WS-NHI-FILE-STATUS          PIC X(02)   VALUE SPACES.
001510     88  WS-NHI-OK                           VALUE '00'.
001520
001530 77  WS-NHI-OPEN-SW              PIC X(01)   VALUE 'N'.
001540     88  WS-NHI-OPEN                         VALUE 'Y'.
001550
001560 77  WS-NHI-EOF-SW               PIC X(01)   VALUE 'N'.
001570     88  WS-NHI-EOF                          VALUE 'Y'.
001580
001590 77  WS-HCI-FILE-STATUS          PIC X(02)   VALUE SPACES.
001600     88  WS-HCI-OK                           VALUE '00'.
001610
001620 77  WS-HCI-OPEN-SW              PIC X(01)   VALUE 'N'.
001630     88  WS-HCI-OPEN                         VALUE 'Y'.
001640
001650 77  WS-HCI-EOF-SW               PIC X(01)   VALUE 'N'.
001660     88  WS-HCI-EOF                          VALUE 'Y'.
001670
001680 77  WS-RLS-FILE-STATUS          PIC X(02)   VALUE SPACES.
001690     88  WS-RLS-OK                           VALUE '00'.
001700
001710 77  WS-RLS-EOF-SW               PIC X(01)   VALUE 'N'.
001720     88  WS-RLS-EOF                          VALUE 'Y'.
001730
001740 77  WS-PARM-FILE-STATUS         PIC X(02)   VALUE SPACES.
001750     88  WS-PARM-OK                          VALUE '00'.
001760
001770 77  WS-RLF-FILE-STATUS          PIC X(02)   VALUE SPACES.
001780     88  WS-RLF-OK                           VALUE '00'.
001790
001800 77  WS-RLF-OPEN-SW              PIC X(01)   VALUE 'N'.
001810     88  WS-RLF-OPEN                         VALUE 'Y'.
001820
001830 77  WS-HCO-FILE-STATUS          PIC X(02)   VALUE SPACES.
001840     88  WS-HCO-OK                           VALUE '00'.
001850
001860 77  WS-HCO-OPEN-SW              PIC X(01)   VALUE 'N'.
001870     88  WS-HCO-OPEN                         VALUE 'Y'.
001880
001890 77  WS-LOG-FILE-STATUS          PIC X(02)   VALUE SPACES.
001900     88  WS-LOG-OK                           VALUE '00'.
001910
001920 77  WS-LOG-OPEN-SW              PIC X(01)   VALUE 'N'.
001930     88  WS-LOG-OPEN                         VALUE 'Y'.
001940
001950 77  WS-HOLD-FAILED-SW           PIC X(01)   VALUE 'N'.
001960     88  WS-HOLD-FAILED                      VALUE 'Y'.
001970
001980 77  WS-AGE-LIMIT                PIC 9(03)   VALUE 0.
001990 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
002000 77  WS-RUN-TIME                 PIC 9(08)   VALUE 0.
002020
002023 77  WS-CAL-GAP-SW               PIC X(01)   VALUE 'N'.
002026     88  WS-CAL-GAP                          VALUE 'Y'.
002030
002040 77  WS-NEW-HOLD-COUNT           PIC 9(08) COMP VALUE 0.
002050 77  WS-CARRIED-IN-COUNT         PIC 9(08) COMP VALUE 0.
002060 77  WS-RELEASED-COUNT           PIC 9(08) COMP VALUE 0.
002070 77  WS-DECLINED-COUNT           PIC 9(08) COMP VALUE 0.
002080 77  WS-CARRIED-OUT-COUNT        PIC 9(08) COMP VALUE 0.
002090 77  WS-OVER-AGE-COUNT           PIC 9(08) COMP VALUE 0.
002100 77  WS-CARDS-LOADED             PIC 9(08) COMP VALUE 0.
002110 77  WS-CARDS-BAD                PIC 9(08) COMP VALUE 0.
002120 77  WS-CARDS-UNUSED             PIC 9(08) COMP VALUE 0.
002130
002140 77  WS-RELEASED-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
002150 77  WS-DECLINED-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
002160 77  WS-WAITING-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
002170
002180 77  WS-EDIT-COUNT               PIC ZZZZZZZ9.
002190 77  WS-EDIT-AGE                 PIC ZZZ9.
002200 77  WS-EDIT-AMOUNT              PIC -(9)9.99.
002210 77  WS-EDIT-TOTAL               PIC -(11)9.99.
002211
002212*--------------------------------------------------------*
002213* PARAMETERS FOR COBOL-BUSINESS-CALENDAR: A 'C' CALL       *
002214* COUNTS THE BUSINESS DAYS FROM THE DATE AN ITEM WAS       *
002215* FIRST HELD TO TONIGHT.                                   *
002216*--------------------------------------------------------*
002217 01  WS-CAL-PARMS.
002218     05  WS-CAL-FUNCTION          PIC X(01) VALUE 'C'.
002219     05  WS-CAL-FROM-DATE         PIC 9(08) VALUE 0.
002220     05  WS-CAL-TO-DATE           PIC 9(08) VALUE 0.
002221     05  WS-CAL-DAYS              PIC S9(8) COMP-5 VALUE 0.
002222     05  WS-CAL-DAY-TYPE          PIC X(01) VALUE SPACE.
002223     05  WS-CAL-RETURN-CODE       PIC X(02) VALUE SPACES.
002224         88  WS-CAL-OK                      VALUE '00'.
002225         88  WS-CAL-WEEKDAY-RULE            VALUE '01'.
002226
002230*--------------------------------------------------------*
002240* THE HELD ITEM CURRENTLY BEING DECIDED, FILLED FROM       *
002250* EITHER TONIGHT'S HOLD FILE OR THE CARRY-IN FILE SO ONE   *
002260* SET OF DECISION PARAGRAPHS SERVES BOTH.                  *
002270*--------------------------------------------------------*
002280 77  WS-CUR-AGE                  PIC S9(04) COMP VALUE 0.
002290 77  WS-CUR-STATUS               PIC X(20)   VALUE SPACES.
002300
002310*--------------------------------------------------------*
002320* THE DECISION CARDS LOADED AT START-UP, KEYED BY THE      *
002330* HELD TRANSACTION-ID.  EACH CARD DECIDES AT MOST ONE      *
002340* ITEM AND IS MARKED USED.  FIFTY ENTRIES IS FAR PAST ANY  *
002350* NIGHT'S HIGH-VALUE TRAFFIC.                              *
002360*--------------------------------------------------------*
002370 01  WS-RLS-TABLE.
002380     05  WS-RLS-ENTRY OCCURS 50 TIMES INDEXED BY WS-RLS-IDX.
002390         10  WS-RLS-ID           PIC X(12).
002400         10  WS-RLS-SUPV         PIC X(08).
002410         10  WS-RLS-ACT          PIC X(01).
002420             88  WS-RLS-RELEASE              VALUE 'R'.
002430             88  WS-RLS-DECLINE              VALUE 'D'.
002440         10  WS-RLS-RSN          PIC X(20).
002450         10  WS-RLS-USED-SW      PIC X(01).
002460             88  WS-RLS-USED                 VALUE 'Y'.
002470
002480*--------------------------------------------------------*
002490* RUN-CONTROL PARAMETERS FOR COBOL-RUN-CONTROL.  THIS      *
002500* STEP HOLDS UNTIL PENDEDIT SHOWS COMPLETE FOR THE         *
002510* BUSINESS DATE -- THE NIGHT'S HOLDS MUST BE ON FILE       *
002520* BEFORE THEY CAN BE DECIDED.                              *
002530*--------------------------------------------------------*
002540 01  WS-RUN-PARMS.
002550     05  WS-RUN-JOB-NAME          PIC X(08) VALUE 'HOLDREL'.
002560     05  WS-RUN-PREDECESSOR       PIC X(08) VALUE 'PENDEDIT'.
002570     05  WS-RUN-FUNCTION          PIC X(01) VALUE 'S'.
002580     05  WS-RUN-RETURN-CODE       PIC X(02) VALUE SPACES.
002590         88  WS-RUN-OK                       VALUE '00'.
002600         88  WS-RUN-HELD                     VALUE '01'.
002610
002620 77  WS-RLS-COUNT                PIC 9(04) COMP VALUE 0.
002630 77  WS-RLS-FOUND-SW             PIC X(01)   VALUE 'N'.
002640     88  WS-RLS-FOUND                        VALUE 'Y'.
002650 77  WS-TABLE-IDX                PIC 9(04) COMP VALUE 0.
002660 77  WS-ENTRY-IDX                PIC 9(04) COMP VALUE 0.
002670
002680 PROCEDURE DIVISION.
002690
002700 0000-MAINLINE.
002710     PERFORM 0500-REGISTER-START THRU 0500-EXIT.
002720     IF WS-RUN-HELD
002730         STOP RUN
002740     END-IF.
002750
002760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002770
002780     IF NOT WS-NHI-EOF AND NOT WS-HOLD-FAILED
002790         PERFORM 2100-READ-NEW-HOLD THRU 2100-EXIT
002800         PERFORM 2000-DECIDE-ONE-NEW THRU 2000-EXIT
002810             UNTIL WS-NHI-EOF OR WS-HOLD-FAILED
002820     END-IF.
002830
002840     IF NOT WS-HCI-EOF AND NOT WS-HOLD-FAILED
002850         PERFORM 3100-READ-CARRIED THRU 3100-EXIT
002860         PERFORM 3000-DECIDE-ONE-CARRIED THRU 3000-EXIT
002870             UNTIL WS-HCI-EOF OR WS-HOLD-FAILED
002880     END-IF.
002890
002900     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
002910     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
002920     PERFORM 9500-REGISTER-END THRU 9500-EXIT.
002930     STOP RUN.
002940
002950*--------------------------------------------------------*
002960* 0500-REGISTER-START                                      *
002970* REGISTERS THE START OF THE RUN WITH THE RUN-CONTROL      *
002980* MASTER.  A RUN-CONTROL FILE ERROR IS REPORTED BUT DOES   *
002990* NOT STOP THE NIGHT'S RELEASES; A HELD PREDECESSOR DOES.  *
003000*--------------------------------------------------------*
003010 0500-REGISTER-START.
003020     MOVE 'S' TO WS-RUN-FUNCTION.
003030     CALL "COBOL-RUN-CONTROL" USING WS-RUN-PARMS.
003040
003050     IF WS-RUN-HELD
003060         DISPLAY "COBOL-HOLD-RELEASE: PENDEDIT NOT"
003070             " COMPLETE, RUN HELD"
003080     ELSE
003090         IF NOT WS-RUN-OK
003100             DISPLAY "COBOL-HOLD-RELEASE: RUN-CONTROL"
003110                 " ERROR, CODE " WS-RUN-RETURN-CODE
003120         END-IF
003130     END-IF.
003140
003150 0500-EXIT.
003160     EXIT.
003170
003180*--------------------------------------------------------*
003190* 1000-INITIALIZE                                          *
003200* READS THE AGE-LIMIT CARD, LOADS THE DECISION CARDS AND   *
003210* OPENS EVERY FILE.  A MISSING HOLD OR CARRY-IN FILE JUST  *
003220* MEANS NOTHING ON THAT SIDE TO DECIDE; AN UNOPENABLE      *
003230* OUTPUT OR DECISION LOG STOPS THE RUN BEFORE ANY ITEM     *
003240* MOVES -- NO RELEASE IS EVER GIVEN WITHOUT ITS RECORD.    *
003250*--------------------------------------------------------*
003260 1000-INITIALIZE.
003270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003280     ACCEPT WS-RUN-TIME FROM TIME.
003310
003320     OPEN INPUT HOLD-PARM-FILE.
003330     IF WS-PARM-OK
003340         READ HOLD-PARM-FILE
003350             AT END
003360                 MOVE SPACES TO HDP-PARM-CARD
003370         END-READ
003380         CLOSE HOLD-PARM-FILE
003390         IF HDP-AGE-LIMIT NUMERIC
003400             MOVE HDP-AGE-LIMIT TO WS-AGE-LIMIT
003410         ELSE
003420             DISPLAY "COBOL-HOLD-RELEASE: BAD AGE-LIMIT CARD,"
003430                 " LIMIT OF ZERO DAYS ASSUMED"
003440         END-IF
003450     ELSE
003460         DISPLAY "COBOL-HOLD-RELEASE: NO HOLDPARM CARD,"
003470             " LIMIT OF ZERO DAYS ASSUMED"
003480     END-IF.
003490
003500     PERFORM 1200-LOAD-RELEASE-CARDS THRU 1200-EXIT.
003510
003520     OPEN OUTPUT HOLD-REPORT.
003530
003540     MOVE SPACES TO RPT-LINE.
003550     STRING "LARGE-VALUE HOLD QUEUE REPORT - " DELIMITED BY SIZE
003560            WS-RUN-DATE DELIMITED BY SIZE
003561            INTO RPT-LINE.
003562     WRITE RPT-LINE.
003563
003564     MOVE SPACES TO RPT-LINE.
003565     STRING "AGES IN BUSINESS DAYS" DELIMITED BY SIZE
003570            INTO RPT-LINE.
003580     WRITE RPT-LINE.
003590
003600     MOVE SPACES TO RPT-LINE.
003610     WRITE RPT-LINE.
003620
003630     MOVE SPACES TO RPT-LINE.
003640     STRING "  TRANS-ID     COUNTER-ID          AMOUNT"
003650            DELIMITED BY SIZE
003660            " HELD      AGE  STATUS" DELIMITED BY SIZE
003670            INTO RPT-LINE.
003680     WRITE RPT-LINE.
003690
003700     OPEN INPUT NEW-HOLD-FILE.
003710     IF WS-NHI-OK
003720         SET WS-NHI-OPEN TO TRUE
003730     ELSE
003740         DISPLAY "COBOL-HOLD-RELEASE: NO PENDTRNH ON FILE,"
003750             " STATUS=" WS-NHI-FILE-STATUS
003760         SET WS-NHI-EOF TO TRUE
003770     END-IF.
003780
003790     OPEN INPUT CARRY-IN-FILE.
003800     IF WS-HCI-OK
003810         SET WS-HCI-OPEN TO TRUE
003820     ELSE
003830         SET WS-HCI-EOF TO TRUE
003840     END-IF.
003850
003860     PERFORM 1100-OPEN-DECISION-LOG THRU 1100-EXIT.
003870     IF WS-HOLD-FAILED
003880         GO TO 1000-EXIT
003890     END-IF.
003900
003910     OPEN OUTPUT RELEASE-FILE.
003920     IF WS-RLF-OK
003930         SET WS-RLF-OPEN TO TRUE
003940     ELSE
003950         DISPLAY "COBOL-HOLD-RELEASE: CANNOT OPEN PENDTRNL"
003960             " STATUS=" WS-RLF-FILE-STATUS
003970         SET WS-HOLD-FAILED TO TRUE
003980         GO TO 1000-EXIT
003990     END-IF.
004000
004010     OPEN OUTPUT CARRY-OUT-FILE.
004020     IF WS-HCO-OK
004030         SET WS-HCO-OPEN TO TRUE
004040     ELSE
004050         DISPLAY "COBOL-HOLD-RELEASE: CANNOT OPEN HOLDCARO"
004060             " STATUS=" WS-HCO-FILE-STATUS
004070         SET WS-HOLD-FAILED TO TRUE
004080     END-IF.
004090
004100 1000-EXIT.
004110     EXIT.
004120
004130*--------------------------------------------------------*
004140* 1100-OPEN-DECISION-LOG                                   *
004150* OPENS THE DECISION LOG FOR APPEND, CREATING IT ON THE    *
004160* VERY FIRST RUN, FOLLOWING THE AUDIT-LOG OPEN PATTERN IN  *
004170* COBOL-BUSINESS-LOGIC.                                    *
004180*--------------------------------------------------------*
004190 1100-OPEN-DECISION-LOG.
004200     OPEN EXTEND HOLD-DECISION-LOG.
004210
004220     IF WS-LOG-OK
004230         SET WS-LOG-OPEN TO TRUE
004240         GO TO 1100-EXIT
004250     END-IF.
004260
004270     OPEN OUTPUT HOLD-DECISION-LOG.
004280     CLOSE HOLD-DECISION-LOG.
004290     OPEN EXTEND HOLD-DECISION-LOG.
004300
004310     IF WS-LOG-OK
004320         SET WS-LOG-OPEN TO TRUE
004330     ELSE
004340         DISPLAY "COBOL-HOLD-RELEASE: CANNOT OPEN HOLDLOG"
004350             " STATUS=" WS-LOG-FILE-STATUS
004360         SET WS-HOLD-FAILED TO TRUE
004370     END-IF.
004380
004390 1100-EXIT.
004400     EXIT.
004410
004420*--------------------------------------------------------*
004430* 1200-LOAD-RELEASE-CARDS                                  *
004440* LOADS THE DECISION CARDS INTO THE TABLE.  A MISSING      *
004450* CARD FILE JUST MEANS NO DECISIONS TONIGHT -- EVERY HELD  *
004460* ITEM CARRIES FORWARD.                                    *
004470*--------------------------------------------------------*
004480 1200-LOAD-RELEASE-CARDS.
004490     OPEN INPUT RELEASE-CARD-FILE.
004500     IF NOT WS-RLS-OK
004510         SET WS-RLS-EOF TO TRUE
004520         GO TO 1200-EXIT
004530     END-IF.
004540
004550     PERFORM 1210-LOAD-ONE-CARD THRU 1210-EXIT
004560         UNTIL WS-RLS-EOF.
004570
004580     CLOSE RELEASE-CARD-FILE.
004590
004600 1200-EXIT.
004610     EXIT.
004620
004630*--------------------------------------------------------*
004640* 1210-LOAD-ONE-CARD                                       *
004650* A CARD WITH NO SUPERVISOR ID, NO TRANSACTION-ID OR AN    *
004660* ACTION OTHER THAN 'R' OR 'D' IS NEVER LOADED -- AN       *
004670* UNSIGNED RELEASE IS NO RELEASE AT ALL.                   *
004680*--------------------------------------------------------*
004690 1210-LOAD-ONE-CARD.
004700     READ RELEASE-CARD-FILE
004710         AT END
004720             SET WS-RLS-EOF TO TRUE
004730             GO TO 1210-EXIT
004740     END-READ.
004750
004760     IF RLS-SUPERVISOR-ID = SPACES
004770         OR RLS-TRANSACTION-ID = SPACES
004780         OR NOT RLS-ACTION-VALID
004790         ADD 1 TO WS-CARDS-BAD
004800         DISPLAY "COBOL-HOLD-RELEASE: REJECTED CARD: "
004810             RLS-CARD (1:41)
004820         GO TO 1210-EXIT
004830     END-IF.
004840
004850     IF WS-RLS-COUNT >= 50
004860         DISPLAY "COBOL-HOLD-RELEASE: CARD TABLE FULL,"
004870             " CARD SKIPPED: " RLS-TRANSACTION-ID
004880         GO TO 1210-EXIT
004890     END-IF.
004900
004910     ADD 1 TO WS-RLS-COUNT.
004920     ADD 1 TO WS-CARDS-LOADED.
004930     MOVE RLS-TRANSACTION-ID TO WS-RLS-ID (WS-RLS-COUNT).
004940     MOVE RLS-SUPERVISOR-ID TO WS-RLS-SUPV (WS-RLS-COUNT).
004950     MOVE RLS-ACTION TO WS-RLS-ACT (WS-RLS-COUNT).
004960     MOVE RLS-REASON TO WS-RLS-RSN (WS-RLS-COUNT).
004970     MOVE 'N' TO WS-RLS-USED-SW (WS-RLS-COUNT).
004980
004990 1210-EXIT.
005000     EXIT.
005010
005020*--------------------------------------------------------*
005030* 2000-DECIDE-ONE-NEW                                      *
005040* RUNS THE DECISION AGAINST ONE OF TONIGHT'S FRESH HOLDS   *
005050* -- FIRST HELD TODAY, AGE ZERO -- THEN READS THE NEXT.    *
005060*--------------------------------------------------------*
005070 2000-DECIDE-ONE-NEW.
005080     ADD 1 TO WS-NEW-HOLD-COUNT.
005090
005100     MOVE NHI-RECORD TO HD-RECORD.
005110     IF HD-HELD-DATE NOT NUMERIC OR HD-HELD-DATE = 0
005120         MOVE WS-RUN-DATE TO HD-HELD-DATE
005130     END-IF.
005140     MOVE 0 TO WS-CUR-AGE.
005150
005160     PERFORM 5000-APPLY-DECISION THRU 5000-EXIT.
005170
005180     IF NOT WS-HOLD-FAILED
005190         PERFORM 2100-READ-NEW-HOLD THRU 2100-EXIT
005200     END-IF.
005210
005220 2000-EXIT.
005230     EXIT.
005240
005250*--------------------------------------------------------*
005260* 2100-READ-NEW-HOLD                                       *
005270*--------------------------------------------------------*
005280 2100-READ-NEW-HOLD.
005290     IF WS-NHI-EOF
005300         GO TO 2100-EXIT
005310     END-IF.
005320
005330     READ NEW-HOLD-FILE
005340         AT END
005350             SET WS-NHI-EOF TO TRUE
005360     END-READ.
005370
005380 2100-EXIT.
005390     EXIT.
005400
005410*--------------------------------------------------------*
005420* 3000-DECIDE-ONE-CARRIED                                  *
005430* RUNS THE DECISION AGAINST ONE ITEM CARRIED FORWARD FROM  *
005440* AN EARLIER NIGHT, AGED FROM THE DATE IT WAS FIRST HELD,  *
005450* THEN READS THE NEXT ONE.                                 *
005460*--------------------------------------------------------*
005470 3000-DECIDE-ONE-CARRIED.
005480     ADD 1 TO WS-CARRIED-IN-COUNT.
005490
005500     MOVE HCI-RECORD TO HD-RECORD.
005510
005520     IF HD-HELD-DATE NUMERIC AND HD-HELD-DATE > 0
005530         MOVE 'C' TO WS-CAL-FUNCTION
005533         MOVE HD-HELD-DATE TO WS-CAL-FROM-DATE
005536         MOVE WS-RUN-DATE TO WS-CAL-TO-DATE
005539         CALL "COBOL-BUSINESS-CALENDAR" USING WS-CAL-PARMS
005542         MOVE WS-CAL-DAYS TO WS-CUR-AGE
005545         IF WS-CAL-WEEKDAY-RULE
005548             SET WS-CAL-GAP TO TRUE
005551         END-IF
005560     ELSE
005570         MOVE WS-RUN-DATE TO HD-HELD-DATE
005580         MOVE 0 TO WS-CUR-AGE
005590     END-IF.
005600
005610     PERFORM 5000-APPLY-DECISION THRU 5000-EXIT.
005620
005630     IF NOT WS-HOLD-FAILED
005640         PERFORM 3100-READ-CARRIED THRU 3100-EXIT
005650     END-IF.
005660
005670 3000-EXIT.
005680     EXIT.
005690
005700*--------------------------------------------------------*
005710* 3100-READ-CARRIED                                        *
005720*--------------------------------------------------------*
005730 3100-READ-CARRIED.
005740     IF WS-HCI-EOF
005750         GO TO 3100-EXIT
005760     END-IF.
005770
005780     READ CARRY-IN-FILE
005790         AT END
005800             SET WS-HCI-EOF TO TRUE
005810     END-READ.
005820
005830 3100-EXIT.
005840     EXIT.
005850
005860*--------------------------------------------------------*
005870* 5000-APPLY-DECISION                                      *
005880* MATCHES THE CURRENT HELD ITEM AGAINST AN UNUSED          *
005890* DECISION CARD.  THE DECISION IS LOGGED FIRST; ONLY THEN  *
005900* DOES A RELEASED ITEM MOVE TO THE RELEASE FILE OR A       *
005910* DECLINED ITEM LEAVE THE QUEUE.  AN ITEM WITH NO CARD     *
005920* CARRIES FORWARD WITH ITS AGING.                          *
005930*--------------------------------------------------------*
005940 5000-APPLY-DECISION.
005950     PERFORM 5100-FIND-CARD THRU 5100-EXIT.
005960
005970     IF NOT WS-RLS-FOUND
005980         PERFORM 6000-CARRY-FORWARD THRU 6000-EXIT
005990         GO TO 5000-EXIT
006000     END-IF.
006010
006020     PERFORM 5200-WRITE-DECISION-LOG THRU 5200-EXIT.
006030     IF WS-HOLD-FAILED
006040         GO TO 5000-EXIT
006050     END-IF.
006060
006070     SET WS-RLS-USED (WS-ENTRY-IDX) TO TRUE.
006080
006090     IF WS-RLS-RELEASE (WS-ENTRY-IDX)
006100         PERFORM 5300-WRITE-RELEASE THRU 5300-EXIT
006110         MOVE SPACES TO WS-CUR-STATUS
006120         STRING "RELEASED BY " DELIMITED BY SIZE
006130                WS-RLS-SUPV (WS-ENTRY-IDX) DELIMITED BY SIZE
006140                INTO WS-CUR-STATUS
006150     ELSE
006160         ADD 1 TO WS-DECLINED-COUNT
006170         ADD HD-AMOUNT TO WS-DECLINED-AMOUNT
006180         MOVE SPACES TO WS-CUR-STATUS
006190         STRING "DECLINED BY " DELIMITED BY SIZE
006200                WS-RLS-SUPV (WS-ENTRY-IDX) DELIMITED BY SIZE
006210                INTO WS-CUR-STATUS
006220     END-IF.
006230
006240     PERFORM 6100-PRINT-HOLD-LINE THRU 6100-EXIT.
006250
006260 5000-EXIT.
006270     EXIT.
006280
006290*--------------------------------------------------------*
006300* 5100-FIND-CARD                                           *
006310* FINDS THE FIRST UNUSED CARD KEYED TO THE HELD            *
006320* TRANSACTION-ID.                                          *
006330*--------------------------------------------------------*
006340 5100-FIND-CARD.
006350     MOVE 'N' TO WS-RLS-FOUND-SW.
006360
006370     PERFORM 5110-MATCH-ONE-CARD THRU 5110-EXIT
006380         VARYING WS-TABLE-IDX FROM 1 BY 1
006390         UNTIL WS-TABLE-IDX > WS-RLS-COUNT
006400         OR WS-RLS-FOUND.
006410
006420 5100-EXIT.
006430     EXIT.
006440
006450*--------------------------------------------------------*
006460* 5110-MATCH-ONE-CARD                                      *
006470*--------------------------------------------------------*
006480 5110-MATCH-ONE-CARD.
006490     IF WS-RLS-ID (WS-TABLE-IDX) = HD-TRANSACTION-ID
006500         AND NOT WS-RLS-USED (WS-TABLE-IDX)
006510         SET WS-RLS-FOUND TO TRUE
006520         MOVE WS-TABLE-IDX TO WS-ENTRY-IDX
006530     END-IF.
006540
006550 5110-EXIT.
006560     EXIT.
006570
006580*--------------------------------------------------------*
006590* 5200-WRITE-DECISION-LOG                                  *
006600* APPENDS ONE RELEASE OR DECLINE TO THE DECISION LOG: WHO, *
006610* WHEN, WHAT, AND THE ITEM AS IT WAS HELD.  A FAILED WRITE *
006620* STOPS THE RUN BEFORE THE ITEM MOVES.                     *
006630*--------------------------------------------------------*
006640 5200-WRITE-DECISION-LOG.
006650     MOVE SPACES TO HL-RECORD.
006660     MOVE WS-RUN-DATE TO HL-DECISION-DATE.
006670     MOVE WS-RUN-TIME TO HL-DECISION-TIME.
006680     MOVE WS-RLS-SUPV (WS-ENTRY-IDX) TO HL-SUPERVISOR-ID.
006690     MOVE WS-RLS-ACT (WS-ENTRY-IDX) TO HL-ACTION.
006700     MOVE HD-TRANSACTION-ID TO HL-TRANSACTION-ID.
006710     MOVE HD-COUNTER-ID TO HL-COUNTER-ID.
006720     MOVE HD-AMOUNT TO HL-AMOUNT.
006730     MOVE HD-HELD-DATE TO HL-HELD-DATE.
006740     MOVE WS-RLS-RSN (WS-ENTRY-IDX) TO HL-REASON.
006750
006760     WRITE HL-RECORD.
006770     IF NOT WS-LOG-OK
006780         DISPLAY "COBOL-HOLD-RELEASE: HOLDLOG WRITE FAILED"
006790             " STATUS=" WS-LOG-FILE-STATUS
006800         SET WS-HOLD-FAILED TO TRUE
006810     END-IF.
006820
006830 5200-EXIT.
006840     EXIT.
006850
006860*--------------------------------------------------------*
006870* 5300-WRITE-RELEASE                                       *
006880* WRITES ONE RELEASED ITEM IN PENDING-TRANSACTION LAYOUT,  *
006890* FLAGGED SO THE NEXT NIGHT'S EDIT PASSES IT INSTEAD OF    *
006900* HOLDING IT AGAIN.                                        *
006910*--------------------------------------------------------*
006920 5300-WRITE-RELEASE.
006930     MOVE SPACES TO PEND-TRANSACTION-RECORD.
006940     MOVE HD-TRANSACTION-ID TO PEND-TRANSACTION-ID.
006950     MOVE HD-AMOUNT TO PEND-AMOUNT.
006960     MOVE HD-COUNTER-ID TO PEND-COUNTER-ID.
006970     SET PEND-HOLD-RELEASED TO TRUE.
006980
006990     WRITE PEND-TRANSACTION-RECORD.
007000     IF WS-RLF-OK
007010         ADD 1 TO WS-RELEASED-COUNT
007020         ADD HD-AMOUNT TO WS-RELEASED-AMOUNT
007030     ELSE
007040         DISPLAY "COBOL-HOLD-RELEASE: RELEASE WRITE FAILED"
007050             " STATUS=" WS-RLF-FILE-STATUS
007060         SET WS-HOLD-FAILED TO TRUE
007070     END-IF.
007080
007090 5300-EXIT.
007100     EXIT.
007110
007120*--------------------------------------------------------*
007130* 6000-CARRY-FORWARD                                       *
007140* WRITES ONE STILL-UNDECIDED ITEM TO THE CARRY-OUT FILE    *
007150* WITH ITS AGING AND PRINTS IT ON THE HOLD REPORT, FLAGGED *
007160* WHEN IT HAS WAITED PAST THE AGE LIMIT.                   *
007170*--------------------------------------------------------*
007180 6000-CARRY-FORWARD.
007190     MOVE WS-CUR-AGE TO HD-AGE-DAYS.
007200
007210     WRITE HD-RECORD.
007220     IF WS-HCO-OK
007230         ADD 1 TO WS-CARRIED-OUT-COUNT
007240         ADD HD-AMOUNT TO WS-WAITING-AMOUNT
007250     ELSE
007260         DISPLAY "COBOL-HOLD-RELEASE: CARRY WRITE FAILED"
007270             " STATUS=" WS-HCO-FILE-STATUS
007280         SET WS-HOLD-FAILED TO TRUE
007290         GO TO 6000-EXIT
007300     END-IF.
007310
007320     IF WS-CUR-AGE > WS-AGE-LIMIT
007330         ADD 1 TO WS-OVER-AGE-COUNT
007340         MOVE "WAITING - OVER AGE" TO WS-CUR-STATUS
007350     ELSE
007360         MOVE "AWAITING RELEASE" TO WS-CUR-STATUS
007370     END-IF.
007380
007390     PERFORM 6100-PRINT-HOLD-LINE THRU 6100-EXIT.
007400
007410 6000-EXIT.
007420     EXIT.
007430
007440*--------------------------------------------------------*
007450* 6100-PRINT-HOLD-LINE                                     *
007460*--------------------------------------------------------*
007470 6100-PRINT-HOLD-LINE.
007480     MOVE WS-CUR-AGE TO WS-EDIT-AGE.
007490     MOVE HD-AMOUNT TO WS-EDIT-AMOUNT.
007500     MOVE SPACES TO RPT-LINE.
007510     STRING "  " DELIMITED BY SIZE
007520            HD-TRANSACTION-ID DELIMITED BY SIZE
007530            " " DELIMITED BY SIZE
007540            HD-COUNTER-ID DELIMITED BY SIZE
007550            " " DELIMITED BY SIZE
007560            WS-EDIT-AMOUNT DELIMITED BY SIZE
007570            " " DELIMITED BY SIZE
007580            HD-HELD-DATE DELIMITED BY SIZE
007590            " " DELIMITED BY SIZE
007600            WS-EDIT-AGE DELIMITED BY SIZE
007610            "  " DELIMITED BY SIZE
007620            WS-CUR-STATUS DELIMITED BY SIZE
007630            INTO RPT-LINE.
007640     WRITE RPT-LINE.
007650
007660 6100-EXIT.
007670     EXIT.
007680
007690*--------------------------------------------------------*
007700* 7000-PRINT-TOTALS                                        *
007710* WRITES THE RUN TOTALS AND COUNTS ANY DECISION CARDS      *
007720* THAT MATCHED NOTHING, SO A CARD KEYED TO THE WRONG ID    *
007730* IS NOTICED THE SAME NIGHT IT WAS SIGNED.                 *
007740*--------------------------------------------------------*
007750 7000-PRINT-TOTALS.
007760     PERFORM 7100-COUNT-UNUSED-CARD THRU 7100-EXIT
007770         VARYING WS-TABLE-IDX FROM 1 BY 1
007780         UNTIL WS-TABLE-IDX > WS-RLS-COUNT.
007790
007800     MOVE SPACES TO RPT-LINE.
007810     WRITE RPT-LINE.
007820
007830     MOVE WS-NEW-HOLD-COUNT TO WS-EDIT-COUNT.
007840     MOVE SPACES TO RPT-LINE.
007850     STRING "  NEW HOLDS READ . . . . . : " DELIMITED BY SIZE
007860            WS-EDIT-COUNT DELIMITED BY SIZE
007870            INTO RPT-LINE.
007880     WRITE RPT-LINE.
007890
007900     MOVE WS-CARRIED-IN-COUNT TO WS-EDIT-COUNT.
007910     MOVE SPACES TO RPT-LINE.
007920     STRING "  CARRIED HOLDS READ . . . : " DELIMITED BY SIZE
007930            WS-EDIT-COUNT DELIMITED BY SIZE
007940            INTO RPT-LINE.
007950     WRITE RPT-LINE.
007960
007970     MOVE WS-RELEASED-COUNT TO WS-EDIT-COUNT.
007980     MOVE WS-RELEASED-AMOUNT TO WS-EDIT-TOTAL.
007990     MOVE SPACES TO RPT-LINE.
008000     STRING "  RELEASED . . . . . . . . : " DELIMITED BY SIZE
008010            WS-EDIT-COUNT DELIMITED BY SIZE
008020            "  " DELIMITED BY SIZE
008030            WS-EDIT-TOTAL DELIMITED BY SIZE
008040            INTO RPT-LINE.
008050     WRITE RPT-LINE.
008060
008070     MOVE WS-DECLINED-COUNT TO WS-EDIT-COUNT.
008080     MOVE WS-DECLINED-AMOUNT TO WS-EDIT-TOTAL.
008090     MOVE SPACES TO RPT-LINE.
008100     STRING "  DECLINED . . . . . . . . : " DELIMITED BY SIZE
008110            WS-EDIT-COUNT DELIMITED BY SIZE
008120            "  " DELIMITED BY SIZE
008130            WS-EDIT-TOTAL DELIMITED BY SIZE
008140            INTO RPT-LINE.
008150     WRITE RPT-LINE.
008160
008170     MOVE WS-CARRIED-OUT-COUNT TO WS-EDIT-COUNT.
008180     MOVE WS-WAITING-AMOUNT TO WS-EDIT-TOTAL.
008190     MOVE SPACES TO RPT-LINE.
008200     STRING "  STILL WAITING. . . . . . : " DELIMITED BY SIZE
008210            WS-EDIT-COUNT DELIMITED BY SIZE
008220            "  " DELIMITED BY SIZE
008230            WS-EDIT-TOTAL DELIMITED BY SIZE
008240            INTO RPT-LINE.
008250     WRITE RPT-LINE.
008260
008270     MOVE WS-OVER-AGE-COUNT TO WS-EDIT-COUNT.
008280     MOVE SPACES TO RPT-LINE.
008290     STRING "  OVER THE AGE LIMIT . . . : " DELIMITED BY SIZE
008300            WS-EDIT-COUNT DELIMITED BY SIZE
008310            INTO RPT-LINE.
008320     WRITE RPT-LINE.
008330
008340     MOVE WS-CARDS-BAD TO WS-EDIT-COUNT.
008350     MOVE SPACES TO RPT-LINE.
008360     STRING "  CARDS REJECTED . . . . . : " DELIMITED BY SIZE
008370            WS-EDIT-COUNT DELIMITED BY SIZE
008380            INTO RPT-LINE.
008390     WRITE RPT-LINE.
008400
008410     MOVE WS-CARDS-UNUSED TO WS-EDIT-COUNT.
008420     MOVE SPACES TO RPT-LINE.
008430     STRING "  CARDS UNMATCHED. . . . . : " DELIMITED BY SIZE
008440            WS-EDIT-COUNT DELIMITED BY SIZE
008450            INTO RPT-LINE.
008460     WRITE RPT-LINE.
008470
008480     IF WS-HOLD-FAILED
008490         MOVE SPACES TO RPT-LINE
008500         STRING "  HOLD RUN FAILED - CARRY FILE IS INCOMPLETE"
008510                DELIMITED BY SIZE
008520                INTO RPT-LINE
008530         WRITE RPT-LINE
008540     END-IF.
008550
008551     IF WS-CAL-GAP
008552         MOVE SPACES TO RPT-LINE
008553         STRING "  NOTE: CALENDAR DOES NOT COVER EVERY DATE -"
008554                " MONDAY TO FRIDAY ASSUMED" DELIMITED BY SIZE
008555                INTO RPT-LINE
008556         WRITE RPT-LINE
008557     END-IF.
008558
008560 7000-EXIT.
008570     EXIT.
008580
008590*--------------------------------------------------------*
008600* 7100-COUNT-UNUSED-CARD                                   *
008610*--------------------------------------------------------*
008620 7100-COUNT-UNUSED-CARD.
008630     IF NOT WS-RLS-USED (WS-TABLE-IDX)
008640         ADD 1 TO WS-CARDS-UNUSED
008650         DISPLAY "COBOL-HOLD-RELEASE: CARD UNMATCHED"
008660             " FOR ID: " WS-RLS-ID (WS-TABLE-IDX)
008670     END-IF.
008680
008690 7100-EXIT.
008700     EXIT.
008710
008720*--------------------------------------------------------*
008730* 8000-WRAP-UP                                             *
008740*--------------------------------------------------------*
008750 8000-WRAP-UP.
008760     IF WS-NHI-OPEN
008770         CLOSE NEW-HOLD-FILE
008780     END-IF.
008790     IF WS-HCI-OPEN
008800         CLOSE CARRY-IN-FILE
008810     END-IF.
008820     IF WS-RLF-OPEN
008830         CLOSE RELEASE-FILE
008840     END-IF.
008850     IF WS-HCO-OPEN
008860         CLOSE CARRY-OUT-FILE
008870     END-IF.
008880     IF WS-LOG-OPEN
008890         CLOSE HOLD-DECISION-LOG
008900     END-IF.
008910     CLOSE HOLD-REPORT.
008920
008930     DISPLAY "COBOL-HOLD-RELEASE: NEW HOLDS . . . : "
008940         WS-NEW-HOLD-COUNT.
008950     DISPLAY "COBOL-HOLD-RELEASE: CARRIED IN. . . : "
008960         WS-CARRIED-IN-COUNT.
008970     DISPLAY "COBOL-HOLD-RELEASE: RELEASED. . . . : "
008980         WS-RELEASED-COUNT.
008990     DISPLAY "COBOL-HOLD-RELEASE: DECLINED. . . . : "
009000         WS-DECLINED-COUNT.
009010     DISPLAY "COBOL-HOLD-RELEASE: STILL WAITING . : "
009020         WS-CARRIED-OUT-COUNT.
009030
009040 8000-EXIT.
009050     EXIT.
009060
009070*--------------------------------------------------------*
009080* 9500-REGISTER-END                                        *
009090* REGISTERS THE OUTCOME OF THE RUN WITH THE RUN-CONTROL    *
009100* MASTER: COMPLETE ON A CLEAN RUN, FAILED OTHERWISE.       *
009110*--------------------------------------------------------*
009120 9500-REGISTER-END.
009130     IF WS-HOLD-FAILED
009140         MOVE 'F' TO WS-RUN-FUNCTION
009150     ELSE
009160         MOVE 'C' TO WS-RUN-FUNCTION
009170     END-IF.
009180
009190     CALL "COBOL-RUN-CONTROL" USING WS-RUN-PARMS.
009200
009210     IF NOT WS-RUN-OK
009220         DISPLAY "COBOL-HOLD-RELEASE: RUN-CONTROL END"
009230             " CALL FAILED, CODE " WS-RUN-RETURN-CODE
009240     END-IF.
009250
009260 9500-EXIT.
009270     EXIT.
