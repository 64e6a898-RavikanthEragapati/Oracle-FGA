000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBOL-COUNTER-REBUILD.
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. ENTERPRISE BANKING SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*--------------------------------------------------------*
000100* 10/15/26  DRO  ORIGINAL PROGRAM.  COUNTER-MASTER         *
000110*                RECOVERY: STARTS EACH COUNTER FROM ITS    *
000120*                MOST RECENT COUNTER-HISTORY-FILE SNAPSHOT *
000130*                AND ROLLS IT FORWARD THROUGH EVERY LATER  *
000140*                AUDIT RECORD -- ARCHIVED HISTORY FIRST,   *
000150*                THEN THE LIVE LOG -- WITH RESERVE, RELEASE*
000160*                AND VOID RECORDS HANDLED THE WAY COBOL-   *
000170*                GAP-FORENSICS HANDLES THEM.  PRINTS A     *
000180*                RECOVERY REPORT OF SNAPSHOT VALUE,        *
000190*                ACTIVITY APPLIED, FINAL VALUE AND EVERY   *
000200*                PLACE THE AUDIT CHAIN DID NOT LINE UP, AND*
000210*                ON A REBUILD CARD WRITES THE RESULT TO A  *
000220*                SEPARATE REBUILT COUNTER-MASTER FOR       *
000230*                OPERATIONS TO SWAP IN.  WITH NO CARD, OR A*
000240*                TRIAL CARD, ONLY THE REPORT IS PRINTED.   *
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
000360* REBUILD-PARM-FILE CARRIES ONE CARD: THE RUN MODE.  'R'   *
000370* WRITES THE REBUILT FILE; ANYTHING ELSE IS A TRIAL.       *
000380*--------------------------------------------------------*
000390     SELECT REBUILD-PARM-FILE ASSIGN TO "RBLDPARM"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-PARM-FILE-STATUS.
000420
000430*--------------------------------------------------------*
000440* COUNTER-HISTORY-FILE IS THE NIGHTLY SNAPSHOT WRITTEN BY  *
000450* COBOL-COUNTER-SNAPSHOT, KEYED DATE + COUNTER-ID.         *
000460* READ-ONLY HERE.                                          *
000470*--------------------------------------------------------*
000480     SELECT COUNTER-HISTORY-FILE ASSIGN TO "CNTRHIST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CH-HISTORY-KEY
000520         FILE STATUS IS WS-CH-FILE-STATUS.
000530
000540*--------------------------------------------------------*
000550* AUDIT-HISTORY-FILE IS THE KEYED ARCHIVE SWEPT BY COBOL-  *
000560* AUDIT-ARCHIVE.  READ-ONLY HERE.                          *
000570*--------------------------------------------------------*
000580     SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDITHST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS AH-HISTORY-KEY
000620         FILE STATUS IS WS-HIST-FILE-STATUS.
000630
000640*--------------------------------------------------------*
000650* AUDIT-LOG IS THE SAME FILE COBOL-BUSINESS-LOGIC APPENDS  *
000660* TO.  THIS JOB ONLY READS IT.                             *
000670*--------------------------------------------------------*
000680     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000710
000720*--------------------------------------------------------*
000730* COUNTER-MASTER IS THE LIVE FILE, READ ONLY TO SHOW ITS   *
000740* VALUE BESIDE THE REBUILT ONE WHEN IT IS STILL READABLE.  *
000750* THIS JOB NEVER WRITES IT.                                *
000760*--------------------------------------------------------*
000770     SELECT COUNTER-MASTER ASSIGN TO "COUNTMST"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS CM-COUNTER-ID
000810         FILE STATUS IS WS-CM-FILE-STATUS.
000820
000830*--------------------------------------------------------*
000840* REBUILT-MASTER RECEIVES THE REBUILT COUNTERS IN THE      *
000850* COUNTER-MASTER LAYOUT.  OPERATIONS SWAPS IT IN FOR       *
000860* COUNTMST ONCE THE RECOVERY REPORT HAS BEEN REVIEWED.     *
000870*--------------------------------------------------------*
000880     SELECT REBUILT-MASTER ASSIGN TO "CMREBLD"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS RM-COUNTER-ID
000920         FILE STATUS IS WS-RM-FILE-STATUS.
000930
000940     SELECT REBUILD-REPORT ASSIGN TO "RBLDRPT"
000950         ORGANIZATION IS SEQUENTIAL.
000960
000970 DATA DIVISION.
000980
000990 FILE SECTION.
001000 FD  REBUILD-PARM-FILE
001010     RECORDING MODE IS F.
001020 01  RBP-PARM-CARD.
001030     05  RBP-RUN-MODE             PIC X(01).
001040         88  RBP-REBUILD                     VALUE 'R'.
001050         88  RBP-TRIAL                       VALUE 'T'.
001060     05  FILLER                   PIC X(79).
001070
001080 FD  COUNTER-HISTORY-FILE
001090     RECORDING MODE IS F.
001100     COPY CHRECORD.
001110
001120 FD  AUDIT-HISTORY-FILE
001130     RECORDING MODE IS F.
001140     COPY AHRECORD.
001150
001160 FD  AUDIT-LOG
001170     RECORDING MODE IS F.
001180     COPY AUDITREC.
001190
001200 FD  COUNTER-MASTER
001210     RECORDING MODE IS F.
001220     COPY CMRECORD.
001230
001240 FD  REBUILT-MASTER
001250     RECORDING MODE IS F.
001260 01  RM-RECORD.
001270     05  RM-COUNTER-ID            PIC X(12).
001280     05  RM-COUNTER-VALUE         PIC S9(8) COMP-5.
001290     05  RM-LAST-UPDATE           PIC X(16).
001300     05  FILLER                   PIC X(10).
001310
001320 FD  REBUILD-REPORT
001330     RECORDING MODE IS F.
001340 01  RPT-LINE                    PIC X(80).
001350
001360 WORKING-STORAGE SECTION.
001370*--------------------------------------------------------*
001380* STANDALONE SWITCHES AND COUNTERS                         *
001390*--------------------------------------------------------*
001400 77  WS-PARM-FILE-STATUS         PIC X(02)   VALUE SPACES.
001410     88  WS-PARM-OK                          VALUE '00'.
001420
001430 77  WS-CH-FILE-STATUS           PIC X(02)   VALUE SPACES.
001440     88  WS-CH-OK                            VALUE '00'.
001450
001460 77  WS-CH-OPEN-SW               PIC X(01)   VALUE 'N'.
001470     88  WS-CH-OPEN                          VALUE 'Y'.
001480
001490 77  WS-CH-EOF-SW                PIC X(01)   VALUE 'N'.
001500     88  WS-CH-EOF                           VALUE 'Y'.
001510
001520 77  WS-HIST-FILE-STATUS         PIC X(02)   VALUE SPACES.
001530     88  WS-HIST-OK                          VALUE '00'.
001540
001550 77  WS-HIST-OPEN-SW             PIC X(01)   VALUE 'N'.
001560     88  WS-HIST-OPEN                        VALUE 'Y'.
001570
001580 77  WS-HIST-EOF-SW              PIC X(01)   VALUE 'N'.
001590     88  WS-HIST-EOF                         VALUE 'Y'.
001600
001610 77  WS-AUDIT-FILE-STATUS        PIC X(02)   VALUE SPACES.
001620     88  WS-AUDIT-OK                         VALUE '00'.
001630
001640 77  WS-AUDIT-OPEN-SW            PIC X(01)   VALUE 'N'.
001650     88  WS-AUDIT-OPEN                       VALUE 'Y'.
001660
001670 77  WS-AUDIT-EOF-SW             PIC X(01)   VALUE 'N'.
001680     88  WS-AUDIT-EOF                        VALUE 'Y'.
001690
001700 77  WS-CM-FILE-STATUS           PIC X(02)   VALUE SPACES.
001710     88  WS-CM-OK                            VALUE '00'.
001720
001730 77  WS-CM-OPEN-SW               PIC X(01)   VALUE 'N'.
001740     88  WS-CM-OPEN                          VALUE 'Y'.
001750
001760 77  WS-RM-FILE-STATUS           PIC X(02)   VALUE SPACES.
001770     88  WS-RM-OK                            VALUE '00'.
001780
001790 77  WS-RM-OPEN-SW               PIC X(01)   VALUE 'N'.
001800     88  WS-RM-OPEN                          VALUE 'Y'.
001810
001820 77  WS-REBUILD-MODE-SW          PIC X(01)   VALUE 'N'.
001830     88  WS-REBUILD-MODE                     VALUE 'Y'.
001840
001850 77  WS-REBUILD-FAILED-SW        PIC X(01)   VALUE 'N'.
001860     88  WS-REBUILD-FAILED                   VALUE 'Y'.
001870
001880 77  WS-RC-FOUND-SW              PIC X(01)   VALUE 'N'.
001890     88  WS-RC-FOUND                         VALUE 'Y'.
001900
001910 77  WS-RC-OVERFLOW-SW           PIC X(01)   VALUE 'N'.
001920     88  WS-RC-OVERFLOW                      VALUE 'Y'.
001930
001940 77  WS-REPORT-DATE              PIC 9(08)   VALUE 0.
001950 77  WS-FIRST-SNAP-DATE          PIC 9(08)   VALUE 0.
001960 77  WS-SNAPSHOT-COUNT           PIC 9(08) COMP VALUE 0.
001970 77  WS-APPLIED-COUNT            PIC 9(08) COMP VALUE 0.
001980 77  WS-SKIPPED-COUNT            PIC 9(08) COMP VALUE 0.
001990 77  WS-CHAIN-BREAK-COUNT        PIC 9(08) COMP VALUE 0.
002000 77  WS-WRITTEN-COUNT            PIC 9(08) COMP VALUE 0.
002010 77  WS-MISMATCH-COUNT           PIC 9(08) COMP VALUE 0.
002020
002030 77  WS-EXPECTED-VALUE           PIC S9(8) COMP-5 VALUE 0.
002040
002050 77  WS-EDIT-COUNT               PIC ZZZZZZZ9.
002060 77  WS-EDIT-VALUE               PIC ZZZZZZZ9.
002070 77  WS-EDIT-BEFORE              PIC ZZZZZZZ9.
002080 77  WS-EDIT-AFTER               PIC ZZZZZZZ9.
002090
002100*--------------------------------------------------------*
002110* ONE AUDIT RECORD, FILLED THE SAME WAY FROM AN ARCHIVED   *
002120* RECORD OR A LIVE ONE SO ONE SET OF ROLL-FORWARD          *
002130* PARAGRAPHS SERVES BOTH SOURCES.                          *
002140*--------------------------------------------------------*
002150 77  WS-ROLL-SOURCE              PIC X(04)   VALUE SPACES.
002160 77  WS-ROLL-TIMESTAMP           PIC X(16)   VALUE SPACES.
002170 77  WS-ROLL-COUNTER-ID          PIC X(12)   VALUE SPACES.
002180 77  WS-ROLL-BEFORE              PIC S9(8) COMP-5 VALUE 0.
002190 77  WS-ROLL-AFTER               PIC S9(8) COMP-5 VALUE 0.
002200 77  WS-ROLL-ACTION              PIC X(01)   VALUE SPACES.
002210     88  WS-ROLL-INCREMENT                   VALUE 'I'.
002220     88  WS-ROLL-MAINTENANCE                 VALUE 'M'.
002230     88  WS-ROLL-RESERVE                     VALUE 'R'.
002240     88  WS-ROLL-RELEASE                     VALUE 'U'.
002250     88  WS-ROLL-VOID                        VALUE 'V'.
002260
002270*--------------------------------------------------------*
002280* ONE RECOVERY ENTRY PER COUNTER-ID, ADDED THE FIRST TIME  *
002290* THE COUNTER APPEARS ON THE SNAPSHOT FILE OR, FAILING     *
002300* THAT, ON THE AUDIT TRAIL -- SO A COUNTER STOOD UP SINCE  *
002310* THE LAST SNAPSHOT IS STILL REBUILT.  THE SNAPSHOT        *
002320* STAMP IS THE COUNTER-MASTER LAST-UPDATE CAPTURED WITH    *
002330* IT, WHICH IS THE TIMESTAMP OF THE LAST AUDIT RECORD      *
002340* ALREADY REFLECTED IN THE SNAPSHOT VALUE.  FIFTY          *
002350* ENTRIES IS FAR PAST ANYTHING THE SHOP DEFINES.           *
002360*--------------------------------------------------------*
002370 01  WS-RECOVERY-TABLE.
002380     05  WS-RECOVERY-ENTRY OCCURS 50 TIMES
002390             INDEXED BY WS-RC-IDX.
002400         10  WS-RC-ID              PIC X(12).
002410         10  WS-RC-SNAP-SW         PIC X(01).
002420             88  WS-RC-HAS-SNAPSHOT          VALUE 'Y'.
002430         10  WS-RC-SNAP-DATE       PIC 9(08).
002440         10  WS-RC-SNAP-STAMP      PIC X(16).
002450         10  WS-RC-SNAP-VALUE      PIC S9(8) COMP-5.
002460         10  WS-RC-VALUE           PIC S9(8) COMP-5.
002470         10  WS-RC-LAST-STAMP      PIC X(16).
002480         10  WS-RC-STARTED-SW      PIC X(01).
002490             88  WS-RC-STARTED               VALUE 'Y'.
002500         10  WS-RC-INCREMENTS      PIC 9(08) COMP.
002510         10  WS-RC-RESEEDS         PIC 9(08) COMP.
002520         10  WS-RC-RESERVES        PIC 9(08) COMP.
002530         10  WS-RC-RELEASES        PIC 9(08) COMP.
002540         10  WS-RC-VOIDS           PIC 9(08) COMP.
002550         10  WS-RC-BREAKS          PIC 9(08) COMP.
002560
002570 77  WS-RECOVERY-COUNT            PIC 9(04) COMP VALUE 0.
002580 77  WS-TABLE-IDX                 PIC 9(04) COMP VALUE 0.
002590 77  WS-ENTRY-IDX                 PIC 9(04) COMP VALUE 0.
002600
002610 PROCEDURE DIVISION.
002620
002630 0000-MAINLINE.
002640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002650
002660     PERFORM 2000-LOAD-SNAPSHOTS THRU 2000-EXIT.
002670
002680     IF NOT WS-REBUILD-FAILED
002690         PERFORM 3000-ROLL-ARCHIVE THRU 3000-EXIT
002700     END-IF.
002710
002720     IF NOT WS-REBUILD-FAILED
002730         PERFORM 4000-ROLL-LIVE-LOG THRU 4000-EXIT
002740     END-IF.
002750
002760     PERFORM 5000-PRINT-RECOVERY THRU 5000-EXIT.
002770
002780     IF WS-REBUILD-MODE AND NOT WS-REBUILD-FAILED
002790         PERFORM 6000-WRITE-REBUILT THRU 6000-EXIT
002800     END-IF.
002810
002820     PERFORM 8000-WRAP-UP THRU 8000-EXIT.
002830     STOP RUN.
002840
002850*--------------------------------------------------------*
002860* 1000-INITIALIZE                                          *
002870* READS THE RUN-MODE CARD AND STARTS THE RECOVERY          *
002880* REPORT.  A MISSING OR UNREADABLE CARD IS A TRIAL RUN --  *
002890* A REBUILT FILE IS ONLY EVER WRITTEN WHEN SOMEONE ASKED   *
002900* FOR ONE IN SO MANY WORDS.                                *
002910*--------------------------------------------------------*
002920 1000-INITIALIZE.
002930     ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
002940
002950     PERFORM 1100-INIT-RECOVERY-ENTRY THRU 1100-EXIT
002960         VARYING WS-TABLE-IDX FROM 1 BY 1
002970         UNTIL WS-TABLE-IDX > 50.
002980
002990     OPEN INPUT REBUILD-PARM-FILE.
003000     IF WS-PARM-OK
003010         READ REBUILD-PARM-FILE
003020             AT END
003030                 MOVE SPACES TO RBP-PARM-CARD
003040         END-READ
003050         CLOSE REBUILD-PARM-FILE
003060         IF RBP-REBUILD
003070             SET WS-REBUILD-MODE TO TRUE
003080         END-IF
003090     ELSE
003100         DISPLAY "COBOL-COUNTER-REBUILD: NO RBLDPARM CARD,"
003110             " TRIAL RUN ONLY"
003120     END-IF.
003130
003140     OPEN OUTPUT REBUILD-REPORT.
003150
003160     MOVE SPACES TO RPT-LINE.
003170     STRING "COUNTER-MASTER RECOVERY REPORT - " DELIMITED BY SIZE
003180            WS-REPORT-DATE DELIMITED BY SIZE
003190            INTO RPT-LINE.
003200     WRITE RPT-LINE.
003210
003220     MOVE SPACES TO RPT-LINE.
003230     IF WS-REBUILD-MODE
003240         STRING "REBUILD RUN - REBUILT FILE WRITTEN TO CMREBLD"
003250                DELIMITED BY SIZE
003260                INTO RPT-LINE
003270     ELSE
003280         STRING "TRIAL RUN - NO FILE WRITTEN"
003290                DELIMITED BY SIZE
003300                INTO RPT-LINE
003310     END-IF.
003320     WRITE RPT-LINE.
003330
003340     MOVE SPACES TO RPT-LINE.
003350     WRITE RPT-LINE.
003360
003370     OPEN INPUT COUNTER-MASTER.
003380     IF WS-CM-OK
003390         SET WS-CM-OPEN TO TRUE
003400     ELSE
003410         DISPLAY "COBOL-COUNTER-REBUILD: LIVE COUNTMST NOT"
003420             " READABLE, STATUS=" WS-CM-FILE-STATUS
003430     END-IF.
003440
003450 1000-EXIT.
003460     EXIT.
003470
003480*--------------------------------------------------------*
003490* 1100-INIT-RECOVERY-ENTRY                                 *
003500*--------------------------------------------------------*
003510 1100-INIT-RECOVERY-ENTRY.
003520     MOVE SPACES TO WS-RC-ID (WS-TABLE-IDX).
003530     MOVE 'N'    TO WS-RC-SNAP-SW (WS-TABLE-IDX).
003540     MOVE 0      TO WS-RC-SNAP-DATE (WS-TABLE-IDX).
003550     MOVE SPACES TO WS-RC-SNAP-STAMP (WS-TABLE-IDX).
003560     MOVE 0      TO WS-RC-SNAP-VALUE (WS-TABLE-IDX).
003570     MOVE 0      TO WS-RC-VALUE (WS-TABLE-IDX).
003580     MOVE SPACES TO WS-RC-LAST-STAMP (WS-TABLE-IDX).
003590     MOVE 'N'    TO WS-RC-STARTED-SW (WS-TABLE-IDX).
003600     MOVE 0      TO WS-RC-INCREMENTS (WS-TABLE-IDX).
003610     MOVE 0      TO WS-RC-RESEEDS (WS-TABLE-IDX).
003620     MOVE 0      TO WS-RC-RESERVES (WS-TABLE-IDX).
003630     MOVE 0      TO WS-RC-RELEASES (WS-TABLE-IDX).
003640     MOVE 0      TO WS-RC-VOIDS (WS-TABLE-IDX).
003650     MOVE 0      TO WS-RC-BREAKS (WS-TABLE-IDX).
003660
003670 1100-EXIT.
003680     EXIT.
003690
003700*--------------------------------------------------------*
003710* 2000-LOAD-SNAPSHOTS                                      *
003720* READS THE SNAPSHOT FILE FRONT TO BACK.  IT IS KEYED      *
003730* DATE FIRST, SO EACH LATER SNAPSHOT OF A COUNTER SIMPLY   *
003740* OVERLAYS THE EARLIER ONE AND THE TABLE ENDS HOLDING      *
003750* THE MOST RECENT.  NO SNAPSHOT FILE AT ALL IS REPORTED    *
003760* AND EVERY COUNTER IS REBUILT FROM THE AUDIT TRAIL        *
003770* ALONE.                                                   *
003780*--------------------------------------------------------*
003790 2000-LOAD-SNAPSHOTS.
003800     OPEN INPUT COUNTER-HISTORY-FILE.
003810     IF WS-CH-OK
003820         SET WS-CH-OPEN TO TRUE
003830     ELSE
003840         DISPLAY "COBOL-COUNTER-REBUILD: NO CNTRHIST ON FILE,"
003850             " STATUS=" WS-CH-FILE-STATUS
003860         MOVE SPACES TO RPT-LINE
003870         STRING "NO SNAPSHOT FILE - REBUILT FROM AUDIT TRAIL ONLY"
003880                DELIMITED BY SIZE
003890                INTO RPT-LINE
003900         WRITE RPT-LINE
003910         GO TO 2000-EXIT
003920     END-IF.
003930
003940     PERFORM 2100-LOAD-ONE-SNAPSHOT THRU 2100-EXIT
003950         UNTIL WS-CH-EOF.
003960
003970     CLOSE COUNTER-HISTORY-FILE.
003980     MOVE 'N' TO WS-CH-OPEN-SW.
003990
004000 2000-EXIT.
004010     EXIT.
004020
004030*--------------------------------------------------------*
004040* 2100-LOAD-ONE-SNAPSHOT                                   *
004050*--------------------------------------------------------*
004060 2100-LOAD-ONE-SNAPSHOT.
004070     READ COUNTER-HISTORY-FILE NEXT
004080         AT END
004090             SET WS-CH-EOF TO TRUE
004100             GO TO 2100-EXIT
004110     END-READ.
004120
004130     IF NOT WS-CH-OK
004140         DISPLAY "COBOL-COUNTER-REBUILD: CNTRHIST READ FAILED"
004150             " STATUS=" WS-CH-FILE-STATUS
004160         SET WS-REBUILD-FAILED TO TRUE
004170         SET WS-CH-EOF TO TRUE
004180         GO TO 2100-EXIT
004190     END-IF.
004200
004210     ADD 1 TO WS-SNAPSHOT-COUNT.
004220
004230     MOVE CH-COUNTER-ID TO WS-ROLL-COUNTER-ID.
004240     PERFORM 7000-FIND-ENTRY THRU 7000-EXIT.
004250     IF WS-RC-OVERFLOW
004260         GO TO 2100-EXIT
004270     END-IF.
004280
004290     IF WS-FIRST-SNAP-DATE = 0
004300         OR CH-SNAP-DATE < WS-FIRST-SNAP-DATE
004310         MOVE CH-SNAP-DATE TO WS-FIRST-SNAP-DATE
004320     END-IF.
004330
004340     MOVE 'Y' TO WS-RC-SNAP-SW (WS-ENTRY-IDX).
004350     MOVE 'Y' TO WS-RC-STARTED-SW (WS-ENTRY-IDX).
004360     MOVE CH-SNAP-DATE TO WS-RC-SNAP-DATE (WS-ENTRY-IDX).
004370     MOVE CH-LAST-UPDATE TO WS-RC-SNAP-STAMP (WS-ENTRY-IDX).
004380     MOVE CH-LAST-UPDATE TO WS-RC-LAST-STAMP (WS-ENTRY-IDX).
004390     MOVE CH-COUNTER-VALUE TO WS-RC-SNAP-VALUE (WS-ENTRY-IDX).
004400     MOVE CH-COUNTER-VALUE TO WS-RC-VALUE (WS-ENTRY-IDX).
004410
004420 2100-EXIT.
004430     EXIT.
004440
004450*--------------------------------------------------------*
004460* 3000-ROLL-ARCHIVE                                        *
004470* ROLLS FORWARD THROUGH THE ARCHIVED AUDIT HISTORY FROM    *
004480* THE EARLIEST SNAPSHOT DATE ON, IN CASE THE ARCHIVE HAS   *
004490* ALREADY SWEPT ACTIVITY NEWER THAN A COUNTER'S LAST       *
004500* SNAPSHOT.  KEYED DATE + COUNTER-ID + ARRIVAL, SO EACH    *
004510* COUNTER'S RECORDS COME BACK IN THE ORDER THEY WERE       *
004520* WRITTEN.  NO ARCHIVE YET JUST MEANS NOTHING SWEPT.       *
004530*--------------------------------------------------------*
004540 3000-ROLL-ARCHIVE.
004550     OPEN INPUT AUDIT-HISTORY-FILE.
004560     IF WS-HIST-OK
004570         SET WS-HIST-OPEN TO TRUE
004580     ELSE
004590         SET WS-HIST-EOF TO TRUE
004600         GO TO 3000-EXIT
004610     END-IF.
004620
004630     MOVE WS-FIRST-SNAP-DATE TO AH-AUDIT-DATE.
004640     MOVE LOW-VALUES TO AH-COUNTER-ID.
004650     MOVE 0 TO AH-SEQUENCE.
004660
004670     START AUDIT-HISTORY-FILE KEY NOT < AH-HISTORY-KEY
004680         INVALID KEY
004690             SET WS-HIST-EOF TO TRUE
004700             GO TO 3000-EXIT
004710     END-START.
004720
004730     PERFORM 3100-ROLL-ONE-ARCHIVED THRU 3100-EXIT
004740         UNTIL WS-HIST-EOF OR WS-REBUILD-FAILED.
004750
004760 3000-EXIT.
004770     EXIT.
004780
004790*--------------------------------------------------------*
004800* 3100-ROLL-ONE-ARCHIVED                                   *
004810*--------------------------------------------------------*
004820 3100-ROLL-ONE-ARCHIVED.
004830     READ AUDIT-HISTORY-FILE NEXT
004840         AT END
004850             SET WS-HIST-EOF TO TRUE
004860             GO TO 3100-EXIT
004870     END-READ.
004880
004890     IF NOT WS-HIST-OK
004900         DISPLAY "COBOL-COUNTER-REBUILD: AUDITHST READ FAILED"
004910             " STATUS=" WS-HIST-FILE-STATUS
004920         SET WS-REBUILD-FAILED TO TRUE
004930         GO TO 3100-EXIT
004940     END-IF.
004950
004960     MOVE "HIST" TO WS-ROLL-SOURCE.
004970     MOVE AH-TIMESTAMP TO WS-ROLL-TIMESTAMP.
004980     MOVE AH-COUNTER-ID TO WS-ROLL-COUNTER-ID.
004990     MOVE AH-BEFORE-VALUE TO WS-ROLL-BEFORE.
005000     MOVE AH-AFTER-VALUE TO WS-ROLL-AFTER.
005010     MOVE AH-ACTION-CODE TO WS-ROLL-ACTION.
005020     PERFORM 7100-APPLY-AUDIT-RECORD THRU 7100-EXIT.
005030
005040 3100-EXIT.
005050     EXIT.
005060
005070*--------------------------------------------------------*
005080* 4000-ROLL-LIVE-LOG                                       *
005090* ROLLS FORWARD THROUGH THE LIVE AUDIT LOG, FRONT TO       *
005100* BACK.  NO LOG YET MEANS NO LIVE ACTIVITY.                *
005110*--------------------------------------------------------*
005120 4000-ROLL-LIVE-LOG.
005130     OPEN INPUT AUDIT-LOG.
005140     IF WS-AUDIT-OK
005150         SET WS-AUDIT-OPEN TO TRUE
005160     ELSE
005170         SET WS-AUDIT-EOF TO TRUE
005180         GO TO 4000-EXIT
005190     END-IF.
005200
005210     PERFORM 4100-ROLL-ONE-LIVE THRU 4100-EXIT
005220         UNTIL WS-AUDIT-EOF OR WS-REBUILD-FAILED.
005230
005240 4000-EXIT.
005250     EXIT.
005260
005270*--------------------------------------------------------*
005280* 4100-ROLL-ONE-LIVE                                       *
005290*--------------------------------------------------------*
005300 4100-ROLL-ONE-LIVE.
005310     READ AUDIT-LOG
005320         AT END
005330             SET WS-AUDIT-EOF TO TRUE
005340             GO TO 4100-EXIT
005350     END-READ.
005360
005370     IF NOT WS-AUDIT-OK
005380         DISPLAY "COBOL-COUNTER-REBUILD: AUDITLOG READ FAILED"
005390             " STATUS=" WS-AUDIT-FILE-STATUS
005400         SET WS-REBUILD-FAILED TO TRUE
005410         GO TO 4100-EXIT
005420     END-IF.
005430
005440     MOVE "LIVE" TO WS-ROLL-SOURCE.
005450     MOVE AUD-TIMESTAMP TO WS-ROLL-TIMESTAMP.
005460     MOVE AUD-COUNTER-ID TO WS-ROLL-COUNTER-ID.
005470     MOVE AUD-BEFORE-VALUE TO WS-ROLL-BEFORE.
005480     MOVE AUD-AFTER-VALUE TO WS-ROLL-AFTER.
005490     MOVE AUD-ACTION-CODE TO WS-ROLL-ACTION.
005500     PERFORM 7100-APPLY-AUDIT-RECORD THRU 7100-EXIT.
005510
005520 4100-EXIT.
005530     EXIT.
005540
005550*--------------------------------------------------------*
005560* 5000-PRINT-RECOVERY                                      *
005570* ONE BLOCK PER COUNTER: WHERE IT STARTED, WHAT WAS        *
005580* APPLIED, WHERE IT ENDED, HOW THE LIVE FILE COMPARES      *
005590* WHEN IT IS STILL READABLE, AND WHETHER THE AUDIT CHAIN   *
005600* LINED UP.  THEN THE RUN TOTALS.                          *
005610*--------------------------------------------------------*
005620 5000-PRINT-RECOVERY.
005630     MOVE SPACES TO RPT-LINE.
005640     WRITE RPT-LINE.
005650
005660     PERFORM 5100-PRINT-ONE-COUNTER THRU 5100-EXIT
005670         VARYING WS-TABLE-IDX FROM 1 BY 1
005680         UNTIL WS-TABLE-IDX > WS-RECOVERY-COUNT.
005690
005700     MOVE WS-RECOVERY-COUNT TO WS-EDIT-COUNT.
005710     MOVE SPACES TO RPT-LINE.
005720     STRING "COUNTERS REBUILT. . . . . : " DELIMITED BY SIZE
005730            WS-EDIT-COUNT DELIMITED BY SIZE
005740            INTO RPT-LINE.
005750     WRITE RPT-LINE.
005760
005770     MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT.
005780     MOVE SPACES TO RPT-LINE.
005790     STRING "AUDIT RECORDS APPLIED . . : " DELIMITED BY SIZE
005800            WS-EDIT-COUNT DELIMITED BY SIZE
005810            INTO RPT-LINE.
005820     WRITE RPT-LINE.
005830
005840     MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT.
005850     MOVE SPACES TO RPT-LINE.
005860     STRING "ALREADY IN SNAPSHOT . . . : " DELIMITED BY SIZE
005870            WS-EDIT-COUNT DELIMITED BY SIZE
005880            INTO RPT-LINE.
005890     WRITE RPT-LINE.
005900
005910     MOVE WS-CHAIN-BREAK-COUNT TO WS-EDIT-COUNT.
005920     MOVE SPACES TO RPT-LINE.
005930     STRING "AUDIT CHAIN BREAKS. . . . : " DELIMITED BY SIZE
005940            WS-EDIT-COUNT DELIMITED BY SIZE
005950            INTO RPT-LINE.
005960     WRITE RPT-LINE.
005970
005980     IF WS-CM-OPEN
005990         MOVE WS-MISMATCH-COUNT TO WS-EDIT-COUNT
006000         MOVE SPACES TO RPT-LINE
006010         STRING "DIFFER FROM LIVE FILE . . : " DELIMITED BY SIZE
006020                WS-EDIT-COUNT DELIMITED BY SIZE
006030                INTO RPT-LINE
006040         WRITE RPT-LINE
006050     END-IF.
006060
006070     IF WS-REBUILD-FAILED
006080         MOVE SPACES TO RPT-LINE
006090         STRING "RECOVERY FAILED - NO FILE WRITTEN"
006100                DELIMITED BY SIZE
006110                INTO RPT-LINE
006120         WRITE RPT-LINE
006130     END-IF.
006140
006150 5000-EXIT.
006160     EXIT.
006170
006180*--------------------------------------------------------*
006190* 5100-PRINT-ONE-COUNTER                                   *
006200*--------------------------------------------------------*
006210 5100-PRINT-ONE-COUNTER.
006220     MOVE SPACES TO RPT-LINE.
006230     STRING "COUNTER: " DELIMITED BY SIZE
006240            WS-RC-ID (WS-TABLE-IDX) DELIMITED BY SIZE
006250            INTO RPT-LINE.
006260     WRITE RPT-LINE.
006270
006280     MOVE SPACES TO RPT-LINE.
006290     IF WS-RC-HAS-SNAPSHOT (WS-TABLE-IDX)
006300         MOVE WS-RC-SNAP-VALUE (WS-TABLE-IDX) TO WS-EDIT-VALUE
006310         STRING "  SNAPSHOT. . . . . . . : " DELIMITED BY SIZE
006320                WS-RC-SNAP-DATE (WS-TABLE-IDX) DELIMITED BY SIZE
006330                " VALUE " DELIMITED BY SIZE
006340                WS-EDIT-VALUE DELIMITED BY SIZE
006350                INTO RPT-LINE
006360     ELSE
006370         MOVE WS-RC-SNAP-VALUE (WS-TABLE-IDX) TO WS-EDIT-VALUE
006380         STRING "  SNAPSHOT. . . . . . . : NONE - STARTED AT "
006390                DELIMITED BY SIZE
006400                WS-EDIT-VALUE DELIMITED BY SIZE
006410                INTO RPT-LINE
006420     END-IF.
006430     WRITE RPT-LINE.
006440
006450     MOVE WS-RC-INCREMENTS (WS-TABLE-IDX) TO WS-EDIT-COUNT.
006460     MOVE SPACES TO RPT-LINE.
006470     STRING "  INCREMENTS. . . . . . : " DELIMITED BY SIZE
006480            WS-EDIT-COUNT DELIMITED BY SIZE
006490            INTO RPT-LINE.
006500     WRITE RPT-LINE.
006510
006520     MOVE WS-RC-RESERVES (WS-TABLE-IDX) TO WS-EDIT-COUNT.
006530     MOVE SPACES TO RPT-LINE.
006540     STRING "  BLOCK RESERVATIONS. . : " DELIMITED BY SIZE
006550            WS-EDIT-COUNT DELIMITED BY SIZE
006560            INTO RPT-LINE.
006570     WRITE RPT-LINE.
006580
006590     MOVE WS-RC-RESEEDS (WS-TABLE-IDX) TO WS-EDIT-COUNT.
006600     MOVE SPACES TO RPT-LINE.
006610     STRING "  MAINTENANCE RESEEDS . : " DELIMITED BY SIZE
006620            WS-EDIT-COUNT DELIMITED BY SIZE
006630            INTO RPT-LINE.
006640     WRITE RPT-LINE.
006650
006660     MOVE WS-RC-RELEASES (WS-TABLE-IDX) TO WS-EDIT-COUNT.
006670     MOVE SPACES TO RPT-LINE.
006680     STRING "  RELEASED BLOCK TAILS. : " DELIMITED BY SIZE
006690            WS-EDIT-COUNT DELIMITED BY SIZE
006700            INTO RPT-LINE.
006710     WRITE RPT-LINE.
006720
006730     MOVE WS-RC-VOIDS (WS-TABLE-IDX) TO WS-EDIT-COUNT.
006740     MOVE SPACES TO RPT-LINE.
006750     STRING "  VOIDED NUMBERS. . . . : " DELIMITED BY SIZE
006760            WS-EDIT-COUNT DELIMITED BY SIZE
006770            INTO RPT-LINE.
006780     WRITE RPT-LINE.
006790
006800     MOVE WS-RC-VALUE (WS-TABLE-IDX) TO WS-EDIT-VALUE.
006810     MOVE SPACES TO RPT-LINE.
006820     STRING "  FINAL VALUE . . . . . : " DELIMITED BY SIZE
006830            WS-EDIT-VALUE DELIMITED BY SIZE
006840            "  AS OF " DELIMITED BY SIZE
006850            WS-RC-LAST-STAMP (WS-TABLE-IDX) DELIMITED BY SIZE
006860            INTO RPT-LINE.
006870     WRITE RPT-LINE.
006880
006890     IF WS-CM-OPEN
006900         PERFORM 5200-COMPARE-LIVE THRU 5200-EXIT
006910     END-IF.
006920
006930     MOVE SPACES TO RPT-LINE.
006940     IF WS-RC-BREAKS (WS-TABLE-IDX) = 0
006950         STRING "  AUDIT CHAIN . . . . . : LINED UP"
006960                DELIMITED BY SIZE
006970                INTO RPT-LINE
006980     ELSE
006990         MOVE WS-RC-BREAKS (WS-TABLE-IDX) TO WS-EDIT-COUNT
007000         STRING "  AUDIT CHAIN . . . . . : " DELIMITED BY SIZE
007010                WS-EDIT-COUNT DELIMITED BY SIZE
007020                " BREAK(S) - REVIEW BEFORE SWAP" DELIMITED BY SIZE
007030                INTO RPT-LINE
007040     END-IF.
007050     WRITE RPT-LINE.
007060
007070     MOVE SPACES TO RPT-LINE.
007080     WRITE RPT-LINE.
007090
007100 5100-EXIT.
007110     EXIT.
007120
007130*--------------------------------------------------------*
007140* 5200-COMPARE-LIVE                                        *
007150* SHOWS THE LIVE COUNTER-MASTER VALUE BESIDE THE REBUILT   *
007160* ONE.  A DIFFERENCE IS FLAGGED, NOT CORRECTED -- THE      *
007170* LIVE FILE IS WHAT IS SUSPECT.                            *
007180*--------------------------------------------------------*
007190 5200-COMPARE-LIVE.
007200     MOVE WS-RC-ID (WS-TABLE-IDX) TO CM-COUNTER-ID.
007210     READ COUNTER-MASTER
007220         INVALID KEY
007230             MOVE SPACES TO RPT-LINE
007240             STRING "  LIVE COUNTMST . . . . : NOT ON FILE"
007250                    DELIMITED BY SIZE
007260                    INTO RPT-LINE
007270             WRITE RPT-LINE
007280             ADD 1 TO WS-MISMATCH-COUNT
007290             GO TO 5200-EXIT
007300     END-READ.
007310
007320     IF NOT WS-CM-OK
007330         MOVE SPACES TO RPT-LINE
007340         STRING "  LIVE COUNTMST . . . . : UNREADABLE, STATUS "
007350                DELIMITED BY SIZE
007360                WS-CM-FILE-STATUS DELIMITED BY SIZE
007370                INTO RPT-LINE
007380         WRITE RPT-LINE
007390         ADD 1 TO WS-MISMATCH-COUNT
007400         GO TO 5200-EXIT
007410     END-IF.
007420
007430     MOVE CM-COUNTER-VALUE TO WS-EDIT-VALUE.
007440     MOVE SPACES TO RPT-LINE.
007450     IF CM-COUNTER-VALUE = WS-RC-VALUE (WS-TABLE-IDX)
007460         STRING "  LIVE COUNTMST . . . . : " DELIMITED BY SIZE
007470                WS-EDIT-VALUE DELIMITED BY SIZE
007480                "  AGREES" DELIMITED BY SIZE
007490                INTO RPT-LINE
007500     ELSE
007510         ADD 1 TO WS-MISMATCH-COUNT
007520         STRING "  LIVE COUNTMST . . . . : " DELIMITED BY SIZE
007530                WS-EDIT-VALUE DELIMITED BY SIZE
007540                "  *** DIFFERS ***" DELIMITED BY SIZE
007550                INTO RPT-LINE
007560     END-IF.
007570     WRITE RPT-LINE.
007580
007590 5200-EXIT.
007600     EXIT.
007610
007620*--------------------------------------------------------*
007630* 6000-WRITE-REBUILT                                       *
007640* WRITES EVERY REBUILT COUNTER TO A FRESH REBUILT          *
007650* COUNTER-MASTER.  THE LIVE FILE IS NEVER TOUCHED;         *
007660* OPERATIONS SWAPS THIS ONE IN AFTER THE REPORT IS         *
007670* SIGNED OFF.                                              *
007680*--------------------------------------------------------*
007690 6000-WRITE-REBUILT.
007700     OPEN OUTPUT REBUILT-MASTER.
007710     IF WS-RM-OK
007720         SET WS-RM-OPEN TO TRUE
007730     ELSE
007740         DISPLAY "COBOL-COUNTER-REBUILD: CANNOT OPEN CMREBLD"
007750             " STATUS=" WS-RM-FILE-STATUS
007760         SET WS-REBUILD-FAILED TO TRUE
007770         GO TO 6000-EXIT
007780     END-IF.
007790
007800     PERFORM 6100-WRITE-ONE-REBUILT THRU 6100-EXIT
007810         VARYING WS-TABLE-IDX FROM 1 BY 1
007820         UNTIL WS-TABLE-IDX > WS-RECOVERY-COUNT
007830         OR WS-REBUILD-FAILED.
007840
007850 6000-EXIT.
007860     EXIT.
007870
007880*--------------------------------------------------------*
007890* 6100-WRITE-ONE-REBUILT                                   *
007900*--------------------------------------------------------*
007910 6100-WRITE-ONE-REBUILT.
007920     MOVE SPACES TO RM-RECORD.
007930     MOVE WS-RC-ID (WS-TABLE-IDX) TO RM-COUNTER-ID.
007940     MOVE WS-RC-VALUE (WS-TABLE-IDX) TO RM-COUNTER-VALUE.
007950     MOVE WS-RC-LAST-STAMP (WS-TABLE-IDX) TO RM-LAST-UPDATE.
007960
007970     WRITE RM-RECORD
007980         INVALID KEY
007990             CONTINUE
008000     END-WRITE.
008010
008020     IF WS-RM-OK
008030         ADD 1 TO WS-WRITTEN-COUNT
008040     ELSE
008050         DISPLAY "COBOL-COUNTER-REBUILD: CMREBLD WRITE FAILED"
008060             " FOR " RM-COUNTER-ID " STATUS=" WS-RM-FILE-STATUS
008070         SET WS-REBUILD-FAILED TO TRUE
008080     END-IF.
008090
008100 6100-EXIT.
008110     EXIT.
008120
008130*--------------------------------------------------------*
008140* 7000-FIND-ENTRY                                          *
008150* FINDS OR ADDS THE RECOVERY ENTRY FOR WS-ROLL-COUNTER-    *
008160* ID, LEAVING ITS SUBSCRIPT IN WS-ENTRY-IDX.  A FULL       *
008170* TABLE IS REPORTED AND THE COUNTER SKIPPED, AND THE RUN   *
008180* IS FAILED SO NO PARTIAL FILE IS EVER WRITTEN.            *
008190*--------------------------------------------------------*
008200 7000-FIND-ENTRY.
008210     MOVE 'N' TO WS-RC-FOUND-SW.
008220     MOVE 'N' TO WS-RC-OVERFLOW-SW.
008230
008240     SET WS-RC-IDX TO 1.
008250     SEARCH WS-RECOVERY-ENTRY
008260         AT END
008270             CONTINUE
008280         WHEN WS-RC-ID (WS-RC-IDX) = WS-ROLL-COUNTER-ID
008290             SET WS-RC-FOUND TO TRUE
008300             SET WS-ENTRY-IDX TO WS-RC-IDX
008310     END-SEARCH.
008320
008330     IF WS-RC-FOUND
008340         GO TO 7000-EXIT
008350     END-IF.
008360
008370     IF WS-RECOVERY-COUNT >= 50
008380         DISPLAY "COBOL-COUNTER-REBUILD: RECOVERY TABLE FULL, "
008390             "COUNTER NOT REBUILT: " WS-ROLL-COUNTER-ID
008400         SET WS-RC-OVERFLOW TO TRUE
008410         SET WS-REBUILD-FAILED TO TRUE
008420         GO TO 7000-EXIT
008430     END-IF.
008440
008450     ADD 1 TO WS-RECOVERY-COUNT.
008460     MOVE WS-RECOVERY-COUNT TO WS-ENTRY-IDX.
008470     MOVE WS-ROLL-COUNTER-ID TO WS-RC-ID (WS-ENTRY-IDX).
008480
008490 7000-EXIT.
008500     EXIT.
008510
008520*--------------------------------------------------------*
008530* 7100-APPLY-AUDIT-RECORD                                  *
008540* APPLIES ONE AUDIT RECORD TO ITS COUNTER.  A RECORD       *
008550* STAMPED AT OR BEFORE THE SNAPSHOT IS ALREADY IN THE      *
008560* SNAPSHOT VALUE AND IS SKIPPED.  A COUNTER WITH NO        *
008570* SNAPSHOT STARTS FROM THE BEFORE-VALUE OF ITS FIRST       *
008580* RECORD.  INCREMENT, RESEED AND RESERVE RECORDS MOVE      *
008590* THE COUNTER TO THEIR AFTER-VALUE AND MUST PICK UP        *
008600* WHERE THE LAST ONE LEFT OFF.  RELEASE AND VOID RECORDS   *
008610* DESCRIBE OLDER NUMBERS AND DO NOT MOVE IT -- AS IN       *
008620* COBOL-GAP-FORENSICS -- BUT MUST STILL LIE AT OR BELOW    *
008630* IT.  ANYTHING ELSE IS AN AUDIT CHAIN BREAK.              *
008640*--------------------------------------------------------*
008650 7100-APPLY-AUDIT-RECORD.
008660     PERFORM 7000-FIND-ENTRY THRU 7000-EXIT.
008670     IF WS-RC-OVERFLOW
008680         GO TO 7100-EXIT
008690     END-IF.
008700
008710     IF WS-RC-HAS-SNAPSHOT (WS-ENTRY-IDX)
008720         AND WS-ROLL-TIMESTAMP
008730             NOT > WS-RC-SNAP-STAMP (WS-ENTRY-IDX)
008740         ADD 1 TO WS-SKIPPED-COUNT
008750         GO TO 7100-EXIT
008760     END-IF.
008770
008780     IF NOT WS-RC-STARTED (WS-ENTRY-IDX)
008790         MOVE 'Y' TO WS-RC-STARTED-SW (WS-ENTRY-IDX)
008800         MOVE WS-ROLL-BEFORE TO WS-RC-SNAP-VALUE (WS-ENTRY-IDX)
008810         MOVE WS-ROLL-BEFORE TO WS-RC-VALUE (WS-ENTRY-IDX)
008820     END-IF.
008830
008840     ADD 1 TO WS-APPLIED-COUNT.
008850     MOVE WS-RC-VALUE (WS-ENTRY-IDX) TO WS-EXPECTED-VALUE.
008860
008870     IF WS-ROLL-RELEASE OR WS-ROLL-VOID
008880         IF WS-ROLL-RELEASE
008890             ADD 1 TO WS-RC-RELEASES (WS-ENTRY-IDX)
008900         ELSE
008910             ADD 1 TO WS-RC-VOIDS (WS-ENTRY-IDX)
008920         END-IF
008930         IF WS-ROLL-AFTER > WS-EXPECTED-VALUE
008940             PERFORM 7200-PRINT-CHAIN-BREAK THRU 7200-EXIT
008950         END-IF
008960         GO TO 7100-STAMP
008970     END-IF.
008980
008990     IF WS-ROLL-INCREMENT
009000         ADD 1 TO WS-RC-INCREMENTS (WS-ENTRY-IDX)
009010     ELSE
009020         IF WS-ROLL-MAINTENANCE
009030             ADD 1 TO WS-RC-RESEEDS (WS-ENTRY-IDX)
009040         ELSE
009050             IF WS-ROLL-RESERVE
009060                 ADD 1 TO WS-RC-RESERVES (WS-ENTRY-IDX)
009070             ELSE
009080                 PERFORM 7200-PRINT-CHAIN-BREAK THRU 7200-EXIT
009090                 GO TO 7100-STAMP
009100             END-IF
009110         END-IF
009120     END-IF.
009130
009140     IF WS-ROLL-BEFORE NOT = WS-EXPECTED-VALUE
009150         PERFORM 7200-PRINT-CHAIN-BREAK THRU 7200-EXIT
009160     END-IF.
009170
009180*    THE AUDIT RECORD, NOT THE RUNNING TOTAL, IS WHAT THE
009190*    LIVE FILE WAS REWRITTEN WITH ON THE CALL, SO THE
009200*    AFTER-VALUE CARRIES FORWARD EVEN ACROSS A BREAK.
009210     MOVE WS-ROLL-AFTER TO WS-RC-VALUE (WS-ENTRY-IDX).
009220
009230 7100-STAMP.
009240     MOVE WS-ROLL-TIMESTAMP TO WS-RC-LAST-STAMP (WS-ENTRY-IDX).
009250
009260 7100-EXIT.
009270     EXIT.
009280
009290*--------------------------------------------------------*
009300* 7200-PRINT-CHAIN-BREAK                                   *
009310* ONE LINE PER AUDIT RECORD THAT DID NOT LINE UP WITH      *
009320* THE RUNNING VALUE: WHERE IT CAME FROM, WHEN, ITS         *
009330* ACTION, AND WHAT WAS EXPECTED AGAINST WHAT WAS FOUND.    *
009340*--------------------------------------------------------*
009350 7200-PRINT-CHAIN-BREAK.
009360     ADD 1 TO WS-CHAIN-BREAK-COUNT.
009370     ADD 1 TO WS-RC-BREAKS (WS-ENTRY-IDX).
009380
009390     MOVE WS-EXPECTED-VALUE TO WS-EDIT-VALUE.
009400     IF WS-ROLL-RELEASE OR WS-ROLL-VOID
009410         MOVE WS-ROLL-AFTER TO WS-EDIT-BEFORE
009420     ELSE
009430         MOVE WS-ROLL-BEFORE TO WS-EDIT-BEFORE
009440     END-IF.
009450
009460     MOVE SPACES TO RPT-LINE.
009470     STRING "CHAIN BREAK " DELIMITED BY SIZE
009480            WS-ROLL-COUNTER-ID DELIMITED BY SIZE
009490            " " DELIMITED BY SIZE
009500            WS-ROLL-SOURCE DELIMITED BY SIZE
009510            " " DELIMITED BY SIZE
009520            WS-ROLL-TIMESTAMP DELIMITED BY SIZE
009530            " " DELIMITED BY SIZE
009540            WS-ROLL-ACTION DELIMITED BY SIZE
009550            " HAD " DELIMITED BY SIZE
009560            WS-EDIT-BEFORE DELIMITED BY SIZE
009570            " WANT " DELIMITED BY SIZE
009580            WS-EDIT-VALUE DELIMITED BY SIZE
009590            INTO RPT-LINE.
009600     WRITE RPT-LINE.
009610
009620 7200-EXIT.
009630     EXIT.
009640
009650*--------------------------------------------------------*
009660* 8000-WRAP-UP                                             *
009670*--------------------------------------------------------*
009680 8000-WRAP-UP.
009690     IF WS-HIST-OPEN
009700         CLOSE AUDIT-HISTORY-FILE
009710     END-IF.
009720     IF WS-AUDIT-OPEN
009730         CLOSE AUDIT-LOG
009740     END-IF.
009750     IF WS-CM-OPEN
009760         CLOSE COUNTER-MASTER
009770     END-IF.
009780     IF WS-RM-OPEN
009790         CLOSE REBUILT-MASTER
009800     END-IF.
009810     CLOSE REBUILD-REPORT.
009820
009830     DISPLAY "COBOL-COUNTER-REBUILD: SNAPSHOTS READ. . : "
009840         WS-SNAPSHOT-COUNT.
009850     DISPLAY "COBOL-COUNTER-REBUILD: RECORDS APPLIED . : "
009860         WS-APPLIED-COUNT.
009870     DISPLAY "COBOL-COUNTER-REBUILD: CHAIN BREAKS. . . : "
009880         WS-CHAIN-BREAK-COUNT.
009890
009900     IF WS-REBUILD-MODE
009910         DISPLAY "COBOL-COUNTER-REBUILD: COUNTERS WRITTEN. : "
009920             WS-WRITTEN-COUNT
009930     END-IF.
009940
009950     IF WS-REBUILD-FAILED
009960         DISPLAY "COBOL-COUNTER-REBUILD: RECOVERY FAILED, DO NOT"
009970             " SWAP IN CMREBLD"
009980     END-IF.
009990
010000 8000-EXIT.
010010     EXIT.
