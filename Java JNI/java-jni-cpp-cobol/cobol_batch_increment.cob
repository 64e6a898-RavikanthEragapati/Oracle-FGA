000532*                THE LAST NUMBER ASSIGNED, WHICHEVER COUNTER IT   *
000533*                BELONGED TO.  NO MORE ONE-RUN-PER-TYPE JOB       *
000534*                SCHEDULING.                                      *
000535* 10/15/26  DRO  MIRRORED THE NEW ONLINE-MODE FIELDS COBOL-       *
000536*                BUSINESS-LOGIC APPENDED TO LS-COUNTER-STORAGE.   *
000537*                THIS PROGRAM ALWAYS LEAVES THEM AT THEIR         *
000538*                DEFAULTS -- THE BATCH WRITES ITS OWN ASSIGNED-   *
000539*                TRANS-FILE AND NEVER NUMBERS ONLINE.             *
000540* 10/15/26  DRO  ADDED PREVIEW MODE.  WITH THE NEW LS-PREVIEW-    *
000541*                FLAG SET THE RUN ONLY PROJECTS: IT READS THE     *
000542*                EDITED PENDING FILE AND THE CURRENT COUNTER-     *
000543*                MASTER VALUES, WORKS OUT THE EXACT NUMBERS EACH  *
000544*                COUNTER WOULD CONSUME UNDER THE SAME BLOCK AND   *
000545*                LIMIT RULES AS A LIVE RUN, AND WRITES THEM TO    *
000546*                PRVWASGN, PROJECTED CONTROL TOTALS TO PRVWCTL    *
000547*                AND A REPORT TO PRVWRPT FLAGGING EVERY COUNTER   *
000548*                THAT WOULD HIT ITS HIGH LIMIT.  COUNTMST,        *
000549*                AUDITLOG, BATCHCKP, CTLTOTAL AND RUNCTL ARE NOT  *
000550*                TOUCHED, AND THE RETURN CODE IS THE ONE THE      *
000551*                LIVE RUN WOULD STOP WITH.                        *
000552* 10/15/26  DRO  PREVIEW NOW STOPS WRITING PRVWASGN AND ADDING TO *
000553*                THE PRVWCTL TOTALS AT THE RECORD THE LIVE RUN    *
000554*                WOULD STOP ON.  THE REMAINING COUNTERS ARE STILL *
000555*                PROJECTED AGAINST THEIR LIMITS SO EVERY FAILURE  *
000556*                IS FLAGGED, BUT THEIR LATER RECORDS ARE COUNTED  *
000557*                AS NOT NUMBERED; THE MASTER-AFTER COLUMN SHOWS   *
000558*                WHERE THE LIVE RUN WOULD LEAVE EACH COUNTER.     *
000559*--------------------------------------------------------*
000560
000561 ENVIRONMENT DIVISION.
000562
000563 CONFIGURATION SECTION.
000564 SOURCE-COMPUTER. GENERIC-SERVER.
000565 OBJECT-COMPUTER. GENERIC-SERVER.
000566
000567 INPUT-OUTPUT SECTION.
000568 FILE-CONTROL.
000570*--------------------------------------------------------*
000580* PENDING-TRANS-FILE HOLDS THE TRANSACTIONS THAT STILL      *
000590* NEED A SEQUENCE NUMBER ASSIGNED FOR THIS BATCH WINDOW.    *
000669         RECORD KEY IS CT-CONTROL-KEY
000670         FILE STATUS IS WS-CT-FILE-STATUS.
000671
000672*--------------------------------------------------------*
000673* PREVIEW MODE ONLY: COUNTER-MASTER AND COUNTER-DEF-FILE  *
000674* ARE READ FOR EACH COUNTER'S CURRENT VALUE AND HIGH      *
000675* LIMIT, NEVER UPDATED.  THE LIVE RUN LEAVES BOTH TO      *
000676* COBOL-BUSINESS-LOGIC.                                   *
000677*--------------------------------------------------------*
000678     SELECT COUNTER-MASTER ASSIGN TO "COUNTMST"
000679         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000681         RECORD KEY IS CM-COUNTER-ID
000682         FILE STATUS IS WS-CM-FILE-STATUS.
000683
000684     SELECT COUNTER-DEF-FILE ASSIGN TO "CNTRDEF"
000685         ORGANIZATION IS INDEXED
000686         ACCESS MODE IS DYNAMIC
000687         RECORD KEY IS CD-COUNTER-ID
000688         FILE STATUS IS WS-CD-FILE-STATUS.
000689
000690*--------------------------------------------------------*
000691* PREVIEW-ASSIGNED-FILE RECEIVES ONE RECORD PER NUMBER A  *
000692* PREVIEW PROJECTS, IN THE ASSIGNED-TRANS-FILE LAYOUT.    *
000693* PREVIEW-TOTALS-FILE RECEIVES EACH COUNTER'S PROJECTED   *
000694* CONTROL TOTALS IN THE CONTROL-TOTALS-FILE LAYOUT.  BOTH *
000695* ARE REPLACED EVERY PREVIEW.                             *
000696*--------------------------------------------------------*
000697     SELECT PREVIEW-ASSIGNED-FILE ASSIGN TO "PRVWASGN"
000698         ORGANIZATION IS SEQUENTIAL
000699         FILE STATUS IS WS-PA-FILE-STATUS.
000700
000701     SELECT PREVIEW-TOTALS-FILE ASSIGN TO "PRVWCTL"
000702         ORGANIZATION IS SEQUENTIAL
000703         FILE STATUS IS WS-PC-FILE-STATUS.
000704
000705     SELECT PREVIEW-REPORT ASSIGN TO "PRVWRPT"
000706         ORGANIZATION IS SEQUENTIAL.
000707
000708 DATA DIVISION.
000709
000710 FILE SECTION.
000711 FD  PENDING-TRANS-FILE
000712     RECORDING MODE IS F.
000713     COPY PENDTRAN.
000714
000715 FD  ASSIGNED-TRANS-FILE
000716     RECORDING MODE IS F.
000717     COPY ASGNTRAN.
000718
000719 FD  BATCH-CHECKPOINT-FILE
000720     RECORDING MODE IS F.
000721     COPY CKRECORD.
000722
000723 FD  CONTROL-TOTALS-FILE
000724     RECORDING MODE IS F.
000725     COPY CTRECORD.
000726
000727 FD  COUNTER-MASTER
000728     RECORDING MODE IS F.
000729     COPY CMRECORD.
000730
000731 FD  COUNTER-DEF-FILE
000732     RECORDING MODE IS F.
000733     COPY CDRECORD.
000734
000735 FD  PREVIEW-ASSIGNED-FILE
000736     RECORDING MODE IS F.
000737 01  PA-RECORD.
000738     05  PA-TRANSACTION-ID        PIC X(12).
000739     05  PA-COUNTER-ID            PIC X(12).
000740     05  PA-SEQUENCE-NUMBER       PIC S9(8) COMP-5.
000741     05  PA-AMOUNT                PIC S9(9)V99 COMP-3.
000742     05  FILLER                   PIC X(06).
000743
000744 FD  PREVIEW-TOTALS-FILE
000745     RECORDING MODE IS F.
000746 01  PC-RECORD.
000747     05  PC-CONTROL-KEY.
000748         10  PC-BUSINESS-DATE     PIC 9(08).
000749         10  PC-COUNTER-ID        PIC X(12).
000750     05  PC-RECORD-COUNT          PIC S9(8) COMP-5.
000751     05  PC-TOTAL-AMOUNT          PIC S9(11)V99 COMP-3.
000752     05  FILLER                   PIC X(09).
000753
000754 FD  PREVIEW-REPORT
000755     RECORDING MODE IS F.
000756 01  RPT-LINE                    PIC X(80).
000757
000758 WORKING-STORAGE SECTION.
000759*--------------------------------------------------------*
000760* STANDALONE SWITCHES AND COUNTERS                         *
000761*--------------------------------------------------------*
000762 77  WS-TRANS-FILE-STATUS        PIC X(02)   VALUE SPACES.
000770     88  WS-TRANS-OK                         VALUE '00'.
000780
000790 77  WS-TRANS-OPEN-SW             PIC X(01)   VALUE 'N'.
000863* RESTART THE CHECKPOINTED TRANSACTION STILL BEING         *
000864* SKIPPED TO.  FIFTY ENTRIES IS FAR PAST ANYTHING THE      *
000865* SHOP DEFINES.                                            *
000866* A PREVIEW ALSO KEEPS THE COUNTER'S STARTING AND         *
000867* PROJECTED MASTER VALUE, ITS HIGH LIMIT, THE FIRST AND   *
000868* LAST NUMBER IT WOULD ASSIGN, AND WHERE AND WHY IT WOULD *
000869* FAIL ITS LIMIT CHECK.                                   *
000870*--------------------------------------------------------*
000871 01  WS-COUNTER-TABLE.
000872     05  WS-CNT-ENTRY OCCURS 50 TIMES INDEXED BY WS-CNT-IDX.
000873         10  WS-CNT-ID            PIC X(12).
000874         10  WS-CNT-BLOCK-NEXT    PIC S9(8) COMP-5.
000875         10  WS-CNT-BLOCK-END     PIC S9(8) COMP-5.
000876         10  WS-CNT-CTL-COUNT     PIC S9(8) COMP-5.
000877         10  WS-CNT-CTL-AMOUNT    PIC S9(11)V99 COMP-3.
000878         10  WS-CNT-PROC-COUNT    PIC S9(8) COMP-5.
000879         10  WS-CNT-SKIP-SW       PIC X(01).
000880             88  WS-CNT-SKIPPING             VALUE 'Y'.
000881         10  WS-CNT-SKIP-TRANS    PIC X(12).
000882         10  WS-CNT-START-VALUE   PIC S9(8) COMP-5.
000883         10  WS-CNT-PROJ-VALUE    PIC S9(8) COMP-5.
000884         10  WS-CNT-HIGH-LIMIT    PIC S9(8) COMP-5.
000885         10  WS-CNT-FIRST-NUM     PIC S9(8) COMP-5.
000886         10  WS-CNT-LAST-NUM      PIC S9(8) COMP-5.
000887         10  WS-CNT-HELD-COUNT    PIC S9(8) COMP-5.
000888         10  WS-CNT-PRVW-SW       PIC X(01).
000889             88  WS-CNT-PRVW-CLEAN           VALUE ' '.
000890             88  WS-CNT-PRVW-OVERFLOW        VALUE 'O'.
000891             88  WS-CNT-PRVW-OUT-OF-RANGE    VALUE 'R'.
000892             88  WS-CNT-PRVW-UNDEFINED       VALUE 'U'.
000893         10  WS-CNT-PRVW-TRANS    PIC X(12).
000894         10  WS-CNT-LIVE-VALUE    PIC S9(8) COMP-5.
000895
000896 77  WS-CNT-COUNT                PIC 9(04) COMP VALUE 0.
000897 77  WS-ENTRY-IDX                PIC 9(04) COMP VALUE 0.
000898 77  WS-TABLE-IDX                PIC 9(04) COMP VALUE 0.
000899 77  WS-CNT-FOUND-SW             PIC X(01)   VALUE 'N'.
000900     88  WS-CNT-FOUND                        VALUE 'Y'.
000901
000902*--------------------------------------------------------*
000903* CONTROL TOTALS ARE ACCUMULATED PER COUNTER IN THE TABLE  *
000904* AND POSTED TO THE CONTROL-TOTALS-FILE UNDER THE RUN'S    *
000905* BUSINESS DATE AT END OF RUN.                             *
000906*--------------------------------------------------------*
000907 77  WS-CT-FILE-STATUS           PIC X(02)   VALUE SPACES.
000908     88  WS-CT-OK                            VALUE '00'.
000909     88  WS-CT-NOT-FOUND                     VALUE '35'.
000910
000911 77  WS-CT-OPEN-SW               PIC X(01)   VALUE 'N'.
000912     88  WS-CT-OPEN                          VALUE 'Y'.
000913
000914 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
000915
000916*--------------------------------------------------------*
000917* PREVIEW MODE FILES, STOP POINT AND REPORT FIELDS.  THE  *
000918* STOP POINT IS THE FIRST RECORD THE LIVE RUN WOULD FAIL  *
000919* ON, AND THE CODE IT WOULD FAIL WITH.                    *
000920*--------------------------------------------------------*
000921 77  WS-CM-FILE-STATUS           PIC X(02)   VALUE SPACES.
000922     88  WS-CM-OK                            VALUE '00'.
000923     88  WS-CM-NOT-FOUND                     VALUE '35'.
000924
000925 77  WS-CM-OPEN-SW               PIC X(01)   VALUE 'N'.
000926     88  WS-CM-OPEN                          VALUE 'Y'.
000927
000928 77  WS-CD-FILE-STATUS           PIC X(02)   VALUE SPACES.
000929     88  WS-CD-OK                            VALUE '00'.
000930
000931 77  WS-CD-OPEN-SW               PIC X(01)   VALUE 'N'.
000932     88  WS-CD-OPEN                          VALUE 'Y'.
000933
000934 77  WS-PA-FILE-STATUS           PIC X(02)   VALUE SPACES.
000935     88  WS-PA-OK                            VALUE '00'.
000936
000937 77  WS-PA-OPEN-SW               PIC X(01)   VALUE 'N'.
000938     88  WS-PA-OPEN                          VALUE 'Y'.
000939
000940 77  WS-PC-FILE-STATUS           PIC X(02)   VALUE SPACES.
000941     88  WS-PC-OK                            VALUE '00'.
000942
000943 77  WS-PC-OPEN-SW               PIC X(01)   VALUE 'N'.
000944     88  WS-PC-OPEN                          VALUE 'Y'.
000945
000946 77  WS-PRVW-CODE                PIC X(02)   VALUE SPACES.
000947 77  WS-PRVW-STOP-CODE           PIC X(02)   VALUE SPACES.
000948 77  WS-PRVW-STOP-RECORD         PIC S9(8) COMP-5 VALUE 0.
000949 77  WS-PRVW-STOP-TRANS          PIC X(12)   VALUE SPACES.
000950 77  WS-PRVW-STOP-COUNTER        PIC X(12)   VALUE SPACES.
000951 77  WS-PRVW-RECORD-NUM          PIC S9(8) COMP-5 VALUE 0.
000952 77  WS-PRVW-PROJ-COUNT          PIC S9(8) COMP-5 VALUE 0.
000953 77  WS-PRVW-ROOM                PIC S9(8) COMP-5 VALUE 0.
000954 77  WS-PRVW-TOT-COUNT           PIC S9(8) COMP-5 VALUE 0.
000955 77  WS-PRVW-TOT-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
000956 77  WS-PRVW-FLAG-COUNT          PIC 9(04) COMP VALUE 0.
000957
000958 77  WS-EDIT-CURRENT             PIC ZZZZZZZ9.
000959 77  WS-EDIT-FIRST               PIC ZZZZZZZ9.
000960 77  WS-EDIT-LAST                PIC ZZZZZZZ9.
000961 77  WS-EDIT-AFTER               PIC ZZZZZZZ9.
000962 77  WS-EDIT-LIMIT               PIC ZZZZZZZ9.
000963 77  WS-EDIT-RECORDS             PIC ZZZZZZZ9.
000964 77  WS-EDIT-AMOUNT              PIC -(12)9.99.
000965
000966*--------------------------------------------------------*
000967* WS-CALL-STORAGE IS A LOCAL MIRROR OF THE LS-COUNTER-     *
000968* STORAGE LINKAGE RECORD IN COBOL-BUSINESS-LOGIC.  ITS      *
000969* ADDRESS IS PASSED DOWN EXACTLY AS THE C++/JNI LAYER       *
000970* WOULD PASS IT, SO ONE COPY OF THE VALIDATION, AUDIT AND   *
000971* COUNTER-MASTER LOGIC SERVES BOTH CALLERS.                 *
000972*--------------------------------------------------------*
000973 01  WS-CALL-STORAGE.
000974     05  WS-CALL-COUNTER          PIC S9(8) COMP-5 VALUE 0.
000975     05  WS-CALL-COUNTER-ID       PIC X(12).
000976     05  WS-CALL-MAINT-FLAG       PIC X(01) VALUE 'N'.
000977     05  WS-CALL-RESEED-VALUE     PIC S9(8) COMP-5 VALUE 0.
000978     05  WS-CALL-RESERVE-COUNT    PIC S9(8) COMP-5 VALUE 0.
000979     05  WS-CALL-RESERVE-START    PIC S9(8) COMP-5 VALUE 0.
000980     05  WS-CALL-VOID-SEQUENCE    PIC S9(8) COMP-5 VALUE 0.
000981     05  WS-CALL-VOID-TRANS-ID    PIC X(12)  VALUE SPACES.
000982     05  WS-CALL-VOID-REASON      PIC X(20)  VALUE SPACES.
000983     05  WS-CALL-TRANSACTION-ID   PIC X(12)  VALUE SPACES.
000984     05  WS-CALL-TRANS-AMOUNT     PIC S9(9)V99 COMP-3 VALUE 0.
000985
000986*--------------------------------------------------------*
000990* WS-CALL-RETURN-CODE MIRRORS COBOL-BUSINESS-LOGIC'S LS-   *
001000* RETURN-CODE PARAMETER, WHICH IS PASSED SEPARATELY FROM    *
001010* ITS COUNTER-STORAGE POINTER SO IT STAYS SAFE TO INSPECT   *
001215         88  LS-WINDOW-HELD                   VALUE '88'.
001220         88  LS-FILE-ERROR                    VALUE '97'.
001230         88  LS-BATCH-INCOMPLETE              VALUE '98'.
001231         88  LS-COUNTER-OUT-OF-RANGE          VALUE '91'.
001232         88  LS-COUNTER-OVERFLOW              VALUE '92'.
001233         88  LS-INVALID-COUNTER-ID            VALUE '93'.
001234         88  LS-CHECKPOINT-ERROR              VALUE '99'.
001235     05  LS-RUN-ID                PIC X(08).
001236     05  LS-RESTART-FLAG          PIC X(01).
001237         88  LS-RESTART-MODE                 VALUE 'Y'.
001238         88  LS-NORMAL-START                 VALUE 'N'.
001239     05  LS-BLOCK-SIZE            PIC S9(8) COMP-5.
001240     05  LS-PREVIEW-FLAG          PIC X(01).
001241         88  LS-PREVIEW-MODE                 VALUE 'Y'.
001242
001250 PROCEDURE DIVISION USING LS-BATCH-PTR.
001260
001270 0000-MAINLINE.
001280     SET ADDRESS OF LS-BATCH-PARMS TO LS-BATCH-PTR.
001290     SET LS-SUCCESS TO TRUE.
001300     MOVE 0 TO LS-PROCESSED-COUNT.
001301
001302     IF LS-PREVIEW-MODE
001303         PERFORM 8000-PREVIEW-RUN THRU 8000-EXIT
001304         GOBACK
001305     END-IF.
001306
001307     PERFORM 0500-REGISTER-START THRU 0500-EXIT.
001308     IF WS-RUN-HELD
001309         SET LS-WINDOW-HELD TO TRUE
001310         GOBACK
001311     END-IF.
001312
001315     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001320
001330     OPEN INPUT PENDING-TRANS-FILE.
004288
004290 2960-EXIT.
004292     EXIT.
004300*--------------------------------------------------------*
004310* 8000-PREVIEW-RUN                                        *
004320* PREVIEW MODE.  PROJECTS THE RUN WITHOUT CALLING COBOL-  *
004330* BUSINESS-LOGIC: EACH COUNTER'S CURRENT VALUE IS READ    *
004340* FROM COUNTER-MASTER AND ADVANCED LOCALLY BY THE SAME    *
004350* RULES THE LIVE RUN MEETS -- ONE NUMBER PER TRANSACTION, *
004360* OR BLOCKS SIZED EXACTLY AS 2500-RESERVE-BLOCK SIZES     *
004370* THEM -- AND EVERY PROJECTED PAIRING AND EACH COUNTER'S  *
004380* PROJECTED CONTROL TOTALS GO TO THE PREVIEW FILES.       *
004390* COUNTMST, AUDITLOG, BATCHCKP, CTLTOTAL AND RUNCTL ARE   *
004400* NEVER OPENED FOR UPDATE, SO A PREVIEW CAN RUN AT ANY    *
004410* TIME BEFORE THE WINDOW.  A COUNTER THAT WOULD FAIL ITS  *
004420* LIMIT CHECK STOPS PROJECTING AT THE TRANSACTION THE     *
004430* LIVE RUN WOULD FAIL ON, BUT THE OTHER COUNTERS CARRY ON *
004440* SO ONE PREVIEW SHOWS EVERY COUNTER NEEDING ATTENTION.   *
004442* PAST THE FIRST SUCH FAILURE THEY ARE ONLY CHECKED       *
004444* AGAINST THEIR LIMITS: NOTHING FROM THAT RECORD ON GOES  *
004446* TO PRVWASGN OR INTO THE PRVWCTL TOTALS, SO THE PREVIEW  *
004448* FILES HOLD EXACTLY WHAT THE LIVE RUN WOULD POST.        *
004450* THE RETURN CODE IS THE ONE THE LIVE RUN WOULD STOP WITH.*
004460*--------------------------------------------------------*
004470 8000-PREVIEW-RUN.
004480     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004490
004500     PERFORM 8050-OPEN-PREVIEW-FILES THRU 8050-EXIT.
004510
004520     IF LS-SUCCESS
004530         PERFORM 1000-READ-TRANSACTION THRU 1000-EXIT
004540         PERFORM 8100-PROJECT-TRANSACTION THRU 8100-EXIT
004550             UNTIL WS-TRANS-EOF
004560             OR WS-PRVW-PROJ-COUNT >= LS-TRANSACTION-COUNT
004570             OR NOT LS-SUCCESS
004580     END-IF.
004590
004600     IF LS-SUCCESS
004610         PERFORM 8500-WRITE-PROJECTED-TOTALS THRU 8500-EXIT
004620     END-IF.
004630
004640     IF LS-SUCCESS AND WS-PRVW-STOP-CODE = SPACES
004650         AND LS-PROCESSED-COUNT < LS-TRANSACTION-COUNT
004660         SET LS-BATCH-INCOMPLETE TO TRUE
004670     END-IF.
004680
004690     IF LS-SUCCESS AND WS-PRVW-STOP-CODE NOT = SPACES
004700         MOVE WS-PRVW-STOP-CODE TO LS-RETURN-CODE
004710     END-IF.
004720
004730     PERFORM 8600-PRINT-PREVIEW THRU 8600-EXIT.
004740     PERFORM 8900-CLOSE-PREVIEW-FILES THRU 8900-EXIT.
004750
004760     MOVE WS-LAST-ASSIGNED TO LS-FINAL-VALUE.
004770
004780 8000-EXIT.
004790     EXIT.
004800
004810*--------------------------------------------------------*
004820* 8050-OPEN-PREVIEW-FILES                                 *
004830* EVERY LIVE FILE IS OPENED INPUT.  NO COUNTER-MASTER YET *
004840* MEANS EVERY COUNTER WOULD START FROM ZERO, THE SAME WAY *
004850* COBOL-BUSINESS-LOGIC SEEDS A COUNTER'S FIRST CALL.      *
004860*--------------------------------------------------------*
004870 8050-OPEN-PREVIEW-FILES.
004880     OPEN OUTPUT PREVIEW-REPORT.
004890
004900     OPEN INPUT PENDING-TRANS-FILE.
004910     IF WS-TRANS-OK
004920         SET WS-TRANS-OPEN TO TRUE
004930     ELSE
004940         SET WS-TRANS-EOF TO TRUE
004950         SET LS-FILE-ERROR TO TRUE
004960         GO TO 8050-EXIT
004970     END-IF.
004980
004990     OPEN INPUT COUNTER-DEF-FILE.
005000     IF WS-CD-OK
005010         SET WS-CD-OPEN TO TRUE
005020     ELSE
005030         DISPLAY "COBOL-BATCH-INCREMENT: CANNOT OPEN CNTRDEF"
005040             " STATUS=" WS-CD-FILE-STATUS
005050         SET LS-FILE-ERROR TO TRUE
005060         GO TO 8050-EXIT
005070     END-IF.
005080
005090     OPEN INPUT COUNTER-MASTER.
005100     IF WS-CM-OK
005110         SET WS-CM-OPEN TO TRUE
005120     ELSE
005130         IF NOT WS-CM-NOT-FOUND
005140             DISPLAY "COBOL-BATCH-INCREMENT: CANNOT OPEN COUNTMST"
005150                 " STATUS=" WS-CM-FILE-STATUS
005160             SET LS-FILE-ERROR TO TRUE
005170             GO TO 8050-EXIT
005180         END-IF
005190     END-IF.
005200
005210     OPEN OUTPUT PREVIEW-ASSIGNED-FILE.
005220     IF WS-PA-OK
005230         SET WS-PA-OPEN TO TRUE
005240     ELSE
005250         SET LS-FILE-ERROR TO TRUE
005260         GO TO 8050-EXIT
005270     END-IF.
005280
005290     OPEN OUTPUT PREVIEW-TOTALS-FILE.
005300     IF WS-PC-OK
005310         SET WS-PC-OPEN TO TRUE
005320     ELSE
005330         SET LS-FILE-ERROR TO TRUE
005340     END-IF.
005350
005360 8050-EXIT.
005370     EXIT.
005380
005390*--------------------------------------------------------*
005400* 8100-PROJECT-TRANSACTION                                *
005410* PROJECTS THE NUMBER ONE PENDING TRANSACTION WOULD GET   *
005420* AND WRITES THE PROJECTED PAIRING.  ONCE A COUNTER HAS   *
005430* FAILED ITS LIMIT CHECK, ITS LATER RECORDS ARE ONLY      *
005440* COUNTED AS NOT NUMBERED.  PAST THE RECORD THE LIVE RUN  *
005442* WOULD STOP ON, A CLEAN COUNTER STILL TAKES ITS NUMBER   *
005444* SO ITS LIMITS GO ON BEING CHECKED, BUT THE RECORD IS    *
005446* ONLY COUNTED AS NOT NUMBERED -- NO PAIRING IS WRITTEN   *
005448* AND NOTHING IS ADDED TO THE PROJECTED TOTALS.           *
005450*--------------------------------------------------------*
005460 8100-PROJECT-TRANSACTION.
005470     ADD 1 TO WS-PRVW-RECORD-NUM.
005480
005490     PERFORM 8110-FIND-PREVIEW-ENTRY THRU 8110-EXIT.
005500     IF NOT LS-SUCCESS
005510         GO TO 8100-EXIT
005520     END-IF.
005530
005540     IF WS-CNT-PRVW-CLEAN (WS-ENTRY-IDX)
005550         AND WS-CNT-BLOCK-NEXT (WS-ENTRY-IDX) >
005560             WS-CNT-BLOCK-END (WS-ENTRY-IDX)
005570         PERFORM 8200-PROJECT-BLOCK THRU 8200-EXIT
005580     END-IF.
005590
005600     IF NOT WS-CNT-PRVW-CLEAN (WS-ENTRY-IDX)
005601         ADD 1 TO WS-CNT-HELD-COUNT (WS-ENTRY-IDX)
005602         GO TO 8100-NEXT
005603     END-IF.
005604
005605     ADD 1 TO WS-PRVW-PROJ-COUNT.
005606
005607     IF WS-PRVW-STOP-CODE NOT = SPACES
005608         AND WS-PRVW-RECORD-NUM > WS-PRVW-STOP-RECORD
005609         ADD 1 TO WS-CNT-BLOCK-NEXT (WS-ENTRY-IDX)
005610         ADD 1 TO WS-CNT-HELD-COUNT (WS-ENTRY-IDX)
005620         GO TO 8100-NEXT
005630     END-IF.
005640
005650     MOVE PEND-TRANSACTION-ID TO PA-TRANSACTION-ID.
005660     MOVE PEND-COUNTER-ID TO PA-COUNTER-ID.
005670     MOVE WS-CNT-BLOCK-NEXT (WS-ENTRY-IDX) TO PA-SEQUENCE-NUMBER.
005680     MOVE PEND-AMOUNT TO PA-AMOUNT.
005690
005700     WRITE PA-RECORD.
005710     IF NOT WS-PA-OK
005720         SET LS-FILE-ERROR TO TRUE
005730         GO TO 8100-EXIT
005740     END-IF.
005750
005760     IF WS-CNT-CTL-COUNT (WS-ENTRY-IDX) = 0
005770         MOVE PA-SEQUENCE-NUMBER
005780             TO WS-CNT-FIRST-NUM (WS-ENTRY-IDX)
005790     END-IF.
005800     MOVE PA-SEQUENCE-NUMBER TO WS-CNT-LAST-NUM (WS-ENTRY-IDX).
005810     MOVE PA-SEQUENCE-NUMBER TO WS-LAST-ASSIGNED.
005813     MOVE WS-CNT-PROJ-VALUE (WS-ENTRY-IDX)
005816         TO WS-CNT-LIVE-VALUE (WS-ENTRY-IDX).
005820     ADD 1 TO WS-CNT-BLOCK-NEXT (WS-ENTRY-IDX).
005830     ADD 1 TO WS-CNT-CTL-COUNT (WS-ENTRY-IDX).
005840     ADD PEND-AMOUNT TO WS-CNT-CTL-AMOUNT (WS-ENTRY-IDX).
005850     ADD 1 TO LS-PROCESSED-COUNT.
005860
005870 8100-NEXT.
005880     PERFORM 1000-READ-TRANSACTION THRU 1000-EXIT.
005890
005900 8100-EXIT.
005910     EXIT.
005920
005930*--------------------------------------------------------*
005940* 8110-FIND-PREVIEW-ENTRY                                 *
005950* FINDS OR CREATES THE STATE ENTRY FOR THE RECORD'S       *
005960* COUNTER-ID, AS 2010-FIND-COUNTER-ENTRY DOES, BUT LOADS  *
005970* THE COUNTER'S DEFINITION AND CURRENT VALUE INSTEAD OF   *
005980* STARTING A CHECKPOINT.                                  *
005990*--------------------------------------------------------*
006000 8110-FIND-PREVIEW-ENTRY.
006010     MOVE 'N' TO WS-CNT-FOUND-SW.
006020
006030     PERFORM 2015-MATCH-ONE-ENTRY THRU 2015-EXIT
006040         VARYING WS-TABLE-IDX FROM 1 BY 1
006050         UNTIL WS-TABLE-IDX > WS-CNT-COUNT
006060         OR WS-CNT-FOUND.
006070
006080     IF WS-CNT-FOUND
006090         GO TO 8110-EXIT
006100     END-IF.
006110
006120     IF WS-CNT-COUNT >= 50
006130         DISPLAY "COBOL-BATCH-INCREMENT: COUNTER TABLE FULL"
006140             " FOR " PEND-COUNTER-ID
006150         SET LS-FILE-ERROR TO TRUE
006160         GO TO 8110-EXIT
006170     END-IF.
006180
006190     ADD 1 TO WS-CNT-COUNT.
006200     MOVE WS-CNT-COUNT TO WS-ENTRY-IDX.
006210     MOVE PEND-COUNTER-ID TO WS-CNT-ID (WS-ENTRY-IDX).
006220     MOVE 1 TO WS-CNT-BLOCK-NEXT (WS-ENTRY-IDX).
006230     MOVE 0 TO WS-CNT-BLOCK-END (WS-ENTRY-IDX).
006240     MOVE 0 TO WS-CNT-CTL-COUNT (WS-ENTRY-IDX).
006250     MOVE 0 TO WS-CNT-CTL-AMOUNT (WS-ENTRY-IDX).
006260     MOVE 0 TO WS-CNT-PROC-COUNT (WS-ENTRY-IDX).
006270     MOVE 'N' TO WS-CNT-SKIP-SW (WS-ENTRY-IDX).
006280     MOVE SPACES TO WS-CNT-SKIP-TRANS (WS-ENTRY-IDX).
006290     MOVE 0 TO WS-CNT-START-VALUE (WS-ENTRY-IDX).
006300     MOVE 0 TO WS-CNT-PROJ-VALUE (WS-ENTRY-IDX).
006310     MOVE 0 TO WS-CNT-HIGH-LIMIT (WS-ENTRY-IDX).
006320     MOVE 0 TO WS-CNT-FIRST-NUM (WS-ENTRY-IDX).
006330     MOVE 0 TO WS-CNT-LAST-NUM (WS-ENTRY-IDX).
006340     MOVE 0 TO WS-CNT-HELD-COUNT (WS-ENTRY-IDX).
006350     SET WS-CNT-PRVW-CLEAN (WS-ENTRY-IDX) TO TRUE.
006360     MOVE SPACES TO WS-CNT-PRVW-TRANS (WS-ENTRY-IDX).
006365     MOVE 0 TO WS-CNT-LIVE-VALUE (WS-ENTRY-IDX).
006370
006380     PERFORM 8120-LOAD-COUNTER-STATE THRU 8120-EXIT.
006390
006400 8110-EXIT.
006410     EXIT.
006420
006430*--------------------------------------------------------*
006440* 8120-LOAD-COUNTER-STATE                                 *
006450* A COUNTER-ID NOT DEFINED, OR DEFINED INACTIVE, WOULD BE *
006460* REJECTED '93' ON ITS FIRST RECORD IN THE LIVE RUN.      *
006470*--------------------------------------------------------*
006480 8120-LOAD-COUNTER-STATE.
006490     MOVE PEND-COUNTER-ID TO CD-COUNTER-ID.
006500
006510     READ COUNTER-DEF-FILE
006520         INVALID KEY
006530             MOVE 'U' TO WS-CNT-PRVW-SW (WS-ENTRY-IDX)
006540             MOVE '93' TO WS-PRVW-CODE
006550             PERFORM 8400-NOTE-STOP-POINT THRU 8400-EXIT
006560             GO TO 8120-EXIT
006570     END-READ.
006580
006590     IF NOT WS-CD-OK
006600         SET LS-FILE-ERROR TO TRUE
006610         GO TO 8120-EXIT
006620     END-IF.
006630
006640     IF NOT CD-ACTIVE
006650         MOVE 'U' TO WS-CNT-PRVW-SW (WS-ENTRY-IDX)
006660         MOVE '93' TO WS-PRVW-CODE
006670         PERFORM 8400-NOTE-STOP-POINT THRU 8400-EXIT
006680         GO TO 8120-EXIT
006690     END-IF.
006700
006710     MOVE CD-HIGH-LIMIT TO WS-CNT-HIGH-LIMIT (WS-ENTRY-IDX).
006720
006730     IF NOT WS-CM-OPEN
006740         GO TO 8120-EXIT
006750     END-IF.
006760
006770     MOVE PEND-COUNTER-ID TO CM-COUNTER-ID.
006780
006790     READ COUNTER-MASTER
006800         INVALID KEY
006810             GO TO 8120-EXIT
006820     END-READ.
006830
006840     IF NOT WS-CM-OK
006850         SET LS-FILE-ERROR TO TRUE
006860         GO TO 8120-EXIT
006870     END-IF.
006880
006890     MOVE CM-COUNTER-VALUE TO WS-CNT-START-VALUE (WS-ENTRY-IDX).
006900     MOVE CM-COUNTER-VALUE TO WS-CNT-PROJ-VALUE (WS-ENTRY-IDX).
006905     MOVE CM-COUNTER-VALUE TO WS-CNT-LIVE-VALUE (WS-ENTRY-IDX).
006910
006920 8120-EXIT.
006930     EXIT.
006940
006950*--------------------------------------------------------*
006960* 8200-PROJECT-BLOCK                                      *
006970* PROJECTS THE NEXT RESERVATION FOR THE CURRENT COUNTER.  *
006980* WITH NO BLOCK SIZE THE LIVE RUN TAKES ONE NUMBER PER    *
006990* CALL, WHICH IS PROJECTED AS A BLOCK OF ONE.  THE LIMIT  *
007000* CHECKS ARE COBOL-BUSINESS-LOGIC'S OWN: A VALUE ALREADY  *
007010* OUTSIDE THE LIMITS IS '91', A VALUE THE RESERVATION     *
007020* WOULD CARRY PAST THE HIGH LIMIT IS '92'.                *
007030*--------------------------------------------------------*
007040 8200-PROJECT-BLOCK.
007050     IF LS-BLOCK-SIZE > 0
007060         COMPUTE WS-RESERVE-COUNT =
007070             LS-TRANSACTION-COUNT - WS-PRVW-PROJ-COUNT
007080         IF WS-RESERVE-COUNT > LS-BLOCK-SIZE
007090             MOVE LS-BLOCK-SIZE TO WS-RESERVE-COUNT
007100         END-IF
007110     ELSE
007120         MOVE 1 TO WS-RESERVE-COUNT
007130     END-IF.
007140
007150     IF WS-CNT-PROJ-VALUE (WS-ENTRY-IDX) < 0
007160         OR WS-CNT-PROJ-VALUE (WS-ENTRY-IDX) >
007170             WS-CNT-HIGH-LIMIT (WS-ENTRY-IDX)
007180         MOVE 'R' TO WS-CNT-PRVW-SW (WS-ENTRY-IDX)
007190         MOVE '91' TO WS-PRVW-CODE
007200         PERFORM 8400-NOTE-STOP-POINT THRU 8400-EXIT
007210         GO TO 8200-EXIT
007220     END-IF.
007230
007240     IF WS-CNT-PROJ-VALUE (WS-ENTRY-IDX) + WS-RESERVE-COUNT >
007250         WS-CNT-HIGH-LIMIT (WS-ENTRY-IDX)
007260         MOVE 'O' TO WS-CNT-PRVW-SW (WS-ENTRY-IDX)
007270         MOVE '92' TO WS-PRVW-CODE
007280         PERFORM 8400-NOTE-STOP-POINT THRU 8400-EXIT
007290         GO TO 8200-EXIT
007300     END-IF.
007310
007320     COMPUTE WS-CNT-BLOCK-NEXT (WS-ENTRY-IDX) =
007330         WS-CNT-PROJ-VALUE (WS-ENTRY-IDX) + 1.
007340     ADD WS-RESERVE-COUNT TO WS-CNT-PROJ-VALUE (WS-ENTRY-IDX).
007350     MOVE WS-CNT-PROJ-VALUE (WS-ENTRY-IDX)
007360         TO WS-CNT-BLOCK-END (WS-ENTRY-IDX).
007370
007380 8200-EXIT.
007390     EXIT.
007400
007410*--------------------------------------------------------*
007420* 8400-NOTE-STOP-POINT                                    *
007430* RECORDS THE TRANSACTION A COUNTER FAILS ON AND, FOR THE *
007440* FIRST SUCH FAILURE IN THE FILE, THE POINT WHERE THE LIVE*
007450* RUN ITSELF WOULD STOP.                                  *
007460*--------------------------------------------------------*
007470 8400-NOTE-STOP-POINT.
007480     MOVE PEND-TRANSACTION-ID TO WS-CNT-PRVW-TRANS (WS-ENTRY-IDX).
007490
007500     IF WS-PRVW-STOP-CODE = SPACES
007510         MOVE WS-PRVW-CODE TO WS-PRVW-STOP-CODE
007520         MOVE WS-PRVW-RECORD-NUM TO WS-PRVW-STOP-RECORD
007530         MOVE PEND-TRANSACTION-ID TO WS-PRVW-STOP-TRANS
007540         MOVE PEND-COUNTER-ID TO WS-PRVW-STOP-COUNTER
007550     END-IF.
007560
007570 8400-EXIT.
007580     EXIT.
007590
007600*--------------------------------------------------------*
007610* 8500-WRITE-PROJECTED-TOTALS                             *
007620* ONE RECORD PER COUNTER WITH ANYTHING PROJECTED BEFORE   *
007625* THE LIVE RUN'S STOP POINT, IN THE CONTROL-TOTALS-FILE   *
007630* LAYOUT, SO THE FIGURES CAN BE SET BESIDE CTLTOTAL ONCE  *
007640* THE LIVE RUN HAS POSTED.                                *
007650*--------------------------------------------------------*
007660 8500-WRITE-PROJECTED-TOTALS.
007670     PERFORM 8510-WRITE-ONE-TOTAL THRU 8510-EXIT
007680         VARYING WS-TABLE-IDX FROM 1 BY 1
007690         UNTIL WS-TABLE-IDX > WS-CNT-COUNT
007700         OR NOT LS-SUCCESS.
007710
007720 8500-EXIT.
007730     EXIT.
007740
007750*--------------------------------------------------------*
007760* 8510-WRITE-ONE-TOTAL                                    *
007770*--------------------------------------------------------*
007780 8510-WRITE-ONE-TOTAL.
007790     IF WS-CNT-CTL-COUNT (WS-TABLE-IDX) = 0
007800         GO TO 8510-EXIT
007810     END-IF.
007820
007830     MOVE WS-RUN-DATE TO PC-BUSINESS-DATE.
007840     MOVE WS-CNT-ID (WS-TABLE-IDX) TO PC-COUNTER-ID.
007850     MOVE WS-CNT-CTL-COUNT (WS-TABLE-IDX) TO PC-RECORD-COUNT.
007860     MOVE WS-CNT-CTL-AMOUNT (WS-TABLE-IDX) TO PC-TOTAL-AMOUNT.
007870
007880     WRITE PC-RECORD.
007890     IF NOT WS-PC-OK
007900         SET LS-FILE-ERROR TO TRUE
007910     END-IF.
007920
007930 8510-EXIT.
007940     EXIT.
007950
007960*--------------------------------------------------------*
007970* 8600-PRINT-PREVIEW                                      *
007980* ONE ENTRY PER COUNTER: ITS CURRENT VALUE, THE FIRST AND *
007990* LAST NUMBER IT WOULD ASSIGN, WHERE COUNTMST WOULD STAND *
008000* AFTER THE RUN (PAST ANY RELEASED BLOCK TAIL), ITS HIGH  *
008010* LIMIT AND ITS PROJECTED CONTROL TOTALS, FLAGGED WHEN IT *
008020* WOULD FAIL ITS LIMIT CHECK OR FINISH THE RUN AT ITS     *
008026* LIMIT.  THE FLAGS COVER THE WHOLE PENDING FILE; THE     *
008032* NUMBERS, TOTALS AND MASTER-AFTER VALUE STOP WHERE THE   *
008038* LIVE RUN WOULD.  THE RUN TOTALS AND THE LIVE RUN'S STOP *
008044* POINT FOLLOW.                                           *
008050*--------------------------------------------------------*
008060 8600-PRINT-PREVIEW.
008070     MOVE SPACES TO RPT-LINE.
008080     STRING "BATCH INCREMENT PREVIEW - RUN DATE "
008090            DELIMITED BY SIZE
008100            WS-RUN-DATE DELIMITED BY SIZE
008110            INTO RPT-LINE.
008120     WRITE RPT-LINE.
008130
008140     MOVE SPACES TO RPT-LINE.
008150     STRING "PROJECTION ONLY - NO NUMBER HAS BEEN ASSIGNED"
008160            DELIMITED BY SIZE
008170            INTO RPT-LINE.
008180     WRITE RPT-LINE.
008190
008200     MOVE LS-BLOCK-SIZE TO WS-EDIT-RECORDS.
008210     MOVE SPACES TO RPT-LINE.
008220     STRING "BLOCK SIZE. . . . . . . : " DELIMITED BY SIZE
008230            WS-EDIT-RECORDS DELIMITED BY SIZE
008240            INTO RPT-LINE.
008250     WRITE RPT-LINE.
008260
008270     MOVE LS-TRANSACTION-COUNT TO WS-EDIT-RECORDS.
008280     MOVE SPACES TO RPT-LINE.
008290     STRING "TRANSACTION LIMIT . . . : " DELIMITED BY SIZE
008300            WS-EDIT-RECORDS DELIMITED BY SIZE
008310            INTO RPT-LINE.
008320     WRITE RPT-LINE.
008330
008340     IF NOT LS-SUCCESS
008350         AND NOT LS-COUNTER-OVERFLOW
008360         AND NOT LS-COUNTER-OUT-OF-RANGE
008370         AND NOT LS-INVALID-COUNTER-ID
008380         AND NOT LS-BATCH-INCOMPLETE
008390         MOVE SPACES TO RPT-LINE
008400         STRING "*** PREVIEW INCOMPLETE - FILE ERROR, CODE "
008410                DELIMITED BY SIZE
008420                LS-RETURN-CODE DELIMITED BY SIZE
008430                INTO RPT-LINE
008440         WRITE RPT-LINE
008450         GO TO 8600-EXIT
008460     END-IF.
008470
008480     MOVE SPACES TO RPT-LINE.
008490     WRITE RPT-LINE.
008500
008510     MOVE SPACES TO RPT-LINE.
008520     STRING "  COUNTER-ID   " DELIMITED BY SIZE
008530            " CURRENT" DELIMITED BY SIZE
008540            "    FIRST" DELIMITED BY SIZE
008550            "     LAST" DELIMITED BY SIZE
008560            " MST AFTR" DELIMITED BY SIZE
008570            "    LIMIT" DELIMITED BY SIZE
008580            "  RECORDS" DELIMITED BY SIZE
008590            INTO RPT-LINE.
008600     WRITE RPT-LINE.
008610
008620     MOVE 0 TO WS-PRVW-TOT-COUNT.
008630     MOVE 0 TO WS-PRVW-TOT-AMOUNT.
008640     MOVE 0 TO WS-PRVW-FLAG-COUNT.
008650
008660     PERFORM 8610-PRINT-ONE-COUNTER THRU 8610-EXIT
008670         VARYING WS-TABLE-IDX FROM 1 BY 1
008680         UNTIL WS-TABLE-IDX > WS-CNT-COUNT.
008690
008700     MOVE SPACES TO RPT-LINE.
008710     WRITE RPT-LINE.
008720
008730     MOVE WS-PRVW-TOT-COUNT TO WS-EDIT-RECORDS.
008740     MOVE WS-PRVW-TOT-AMOUNT TO WS-EDIT-AMOUNT.
008750     MOVE SPACES TO RPT-LINE.
008760     STRING "PROJECTED RECORDS . . . : " DELIMITED BY SIZE
008770            WS-EDIT-RECORDS DELIMITED BY SIZE
008780            "  AMOUNT " DELIMITED BY SIZE
008790            WS-EDIT-AMOUNT DELIMITED BY SIZE
008800            INTO RPT-LINE.
008810     WRITE RPT-LINE.
008820
008830     MOVE WS-PRVW-FLAG-COUNT TO WS-EDIT-RECORDS.
008840     MOVE SPACES TO RPT-LINE.
008850     STRING "COUNTERS FLAGGED. . . . : " DELIMITED BY SIZE
008860            WS-EDIT-RECORDS DELIMITED BY SIZE
008870            INTO RPT-LINE.
008880     WRITE RPT-LINE.
008890
008900     MOVE SPACES TO RPT-LINE.
008910     IF WS-PRVW-STOP-CODE = SPACES
008920         STRING "LIVE RUN WOULD COMPLETE WITHOUT A LIMIT FAILURE."
008930                DELIMITED BY SIZE
008940                INTO RPT-LINE
008950         WRITE RPT-LINE
008960         GO TO 8600-EXIT
008970     END-IF.
008980
008990     MOVE WS-PRVW-STOP-RECORD TO WS-EDIT-RECORDS.
009000     STRING "*** LIVE RUN WOULD STOP WITH CODE "
009010            DELIMITED BY SIZE
009020            WS-PRVW-STOP-CODE DELIMITED BY SIZE
009030            " AT RECORD " DELIMITED BY SIZE
009040            WS-EDIT-RECORDS DELIMITED BY SIZE
009050            INTO RPT-LINE.
009060     WRITE RPT-LINE.
009070
009080     MOVE SPACES TO RPT-LINE.
009090     STRING "    TRANSACTION " DELIMITED BY SIZE
009100            WS-PRVW-STOP-TRANS DELIMITED BY SIZE
009110            "  COUNTER " DELIMITED BY SIZE
009120            WS-PRVW-STOP-COUNTER DELIMITED BY SIZE
009130            INTO RPT-LINE.
009140     WRITE RPT-LINE.
009150
009160     MOVE SPACES TO RPT-LINE.
009170     STRING "    NOTHING AFTER THAT POINT WOULD BE NUMBERED."
009180            DELIMITED BY SIZE
009190            INTO RPT-LINE.
009200     WRITE RPT-LINE.
009210
009220 8600-EXIT.
009230     EXIT.
009240
009250*--------------------------------------------------------*
009260* 8610-PRINT-ONE-COUNTER                                  *
009270*--------------------------------------------------------*
009280 8610-PRINT-ONE-COUNTER.
009290     MOVE WS-CNT-START-VALUE (WS-TABLE-IDX) TO WS-EDIT-CURRENT.
009300     MOVE WS-CNT-FIRST-NUM (WS-TABLE-IDX) TO WS-EDIT-FIRST.
009310     MOVE WS-CNT-LAST-NUM (WS-TABLE-IDX) TO WS-EDIT-LAST.
009320     MOVE WS-CNT-LIVE-VALUE (WS-TABLE-IDX) TO WS-EDIT-AFTER.
009330     MOVE WS-CNT-HIGH-LIMIT (WS-TABLE-IDX) TO WS-EDIT-LIMIT.
009340     MOVE WS-CNT-CTL-COUNT (WS-TABLE-IDX) TO WS-EDIT-RECORDS.
009350
009360     MOVE SPACES TO RPT-LINE.
009370     STRING "  " DELIMITED BY SIZE
009380            WS-CNT-ID (WS-TABLE-IDX) DELIMITED BY SIZE
009390            " " DELIMITED BY SIZE
009400            WS-EDIT-CURRENT DELIMITED BY SIZE
009410            " " DELIMITED BY SIZE
009420            WS-EDIT-FIRST DELIMITED BY SIZE
009430            " " DELIMITED BY SIZE
009440            WS-EDIT-LAST DELIMITED BY SIZE
009450            " " DELIMITED BY SIZE
009460            WS-EDIT-AFTER DELIMITED BY SIZE
009470            " " DELIMITED BY SIZE
009480            WS-EDIT-LIMIT DELIMITED BY SIZE
009490            " " DELIMITED BY SIZE
009500            WS-EDIT-RECORDS DELIMITED BY SIZE
009510            INTO RPT-LINE.
009520     WRITE RPT-LINE.
009530
009540     ADD WS-CNT-CTL-COUNT (WS-TABLE-IDX) TO WS-PRVW-TOT-COUNT.
009550     ADD WS-CNT-CTL-AMOUNT (WS-TABLE-IDX) TO WS-PRVW-TOT-AMOUNT.
009560
009570     MOVE WS-CNT-CTL-AMOUNT (WS-TABLE-IDX) TO WS-EDIT-AMOUNT.
009580     MOVE SPACES TO RPT-LINE.
009590
009600     IF WS-CNT-PRVW-OVERFLOW (WS-TABLE-IDX)
009610         ADD 1 TO WS-PRVW-FLAG-COUNT
009620         STRING "      AMOUNT " DELIMITED BY SIZE
009630                WS-EDIT-AMOUNT DELIMITED BY SIZE
009640                "  *** WOULD OVERFLOW '92' AT " DELIMITED BY SIZE
009650                WS-CNT-PRVW-TRANS (WS-TABLE-IDX) DELIMITED BY SIZE
009660                INTO RPT-LINE
009670         GO TO 8610-PRINT
009680     END-IF.
009690
009700     IF WS-CNT-PRVW-OUT-OF-RANGE (WS-TABLE-IDX)
009710         ADD 1 TO WS-PRVW-FLAG-COUNT
009720         STRING "      AMOUNT " DELIMITED BY SIZE
009730                WS-EDIT-AMOUNT DELIMITED BY SIZE
009740                "  *** OUT OF RANGE '91' AT " DELIMITED BY SIZE
009750                WS-CNT-PRVW-TRANS (WS-TABLE-IDX) DELIMITED BY SIZE
009760                INTO RPT-LINE
009770         GO TO 8610-PRINT
009780     END-IF.
009790
009800     IF WS-CNT-PRVW-UNDEFINED (WS-TABLE-IDX)
009810         ADD 1 TO WS-PRVW-FLAG-COUNT
009820         STRING "      AMOUNT " DELIMITED BY SIZE
009830                WS-EDIT-AMOUNT DELIMITED BY SIZE
009840                "  *** NOT DEFINED/ACTIVE '93' AT "
009850                DELIMITED BY SIZE
009860                WS-CNT-PRVW-TRANS (WS-TABLE-IDX) DELIMITED BY SIZE
009870                INTO RPT-LINE
009880         GO TO 8610-PRINT
009890     END-IF.
009900
009910     IF WS-CNT-PROJ-VALUE (WS-TABLE-IDX) =
009920         WS-CNT-HIGH-LIMIT (WS-TABLE-IDX)
009930         ADD 1 TO WS-PRVW-FLAG-COUNT
009940         STRING "      AMOUNT " DELIMITED BY SIZE
009950                WS-EDIT-AMOUNT DELIMITED BY SIZE
009960                "  *** REACHES HIGH LIMIT THIS RUN"
009970                DELIMITED BY SIZE
009980                INTO RPT-LINE
009990         GO TO 8610-PRINT
010000     END-IF.
010010
010020     COMPUTE WS-PRVW-ROOM = WS-CNT-HIGH-LIMIT (WS-TABLE-IDX)
010030         - WS-CNT-LIVE-VALUE (WS-TABLE-IDX).
010040     MOVE WS-PRVW-ROOM TO WS-EDIT-LIMIT.
010050     STRING "      AMOUNT " DELIMITED BY SIZE
010060            WS-EDIT-AMOUNT DELIMITED BY SIZE
010070            "  ROOM LEFT UNDER LIMIT " DELIMITED BY SIZE
010080            WS-EDIT-LIMIT DELIMITED BY SIZE
010090            INTO RPT-LINE.
010100
010110 8610-PRINT.
010120     WRITE RPT-LINE.
010130
010140     IF WS-CNT-HELD-COUNT (WS-TABLE-IDX) = 0
010142         GO TO 8610-EXIT
010144     END-IF.
010146
010150     MOVE WS-CNT-HELD-COUNT (WS-TABLE-IDX) TO WS-EDIT-RECORDS.
010160     MOVE SPACES TO RPT-LINE.
010161     IF WS-CNT-PRVW-CLEAN (WS-TABLE-IDX)
010162         STRING "      NOT NUMBERED " DELIMITED BY SIZE
010163                WS-EDIT-RECORDS DELIMITED BY SIZE
010164                " RECORDS PAST THE LIVE RUN'S STOP POINT"
010165                DELIMITED BY SIZE
010166                INTO RPT-LINE
010167     ELSE
010170         STRING "      NOT NUMBERED " DELIMITED BY SIZE
010180                WS-EDIT-RECORDS DELIMITED BY SIZE
010190                " RECORDS FROM THAT TRANSACTION ON"
010200                DELIMITED BY SIZE
010210                INTO RPT-LINE
010230     END-IF.
010235     WRITE RPT-LINE.
010240
010250 8610-EXIT.
010260     EXIT.
010270
010280*--------------------------------------------------------*
010290* 8900-CLOSE-PREVIEW-FILES                                *
010300*--------------------------------------------------------*
010310 8900-CLOSE-PREVIEW-FILES.
010320     IF WS-TRANS-OPEN
010330         CLOSE PENDING-TRANS-FILE
010340     END-IF.
010350
010360     IF WS-CD-OPEN
010370         CLOSE COUNTER-DEF-FILE
010380     END-IF.
010390
010400     IF WS-CM-OPEN
010410         CLOSE COUNTER-MASTER
010420     END-IF.
010430
010440     IF WS-PA-OPEN
010450         CLOSE PREVIEW-ASSIGNED-FILE
010460     END-IF.
010470
010480     IF WS-PC-OPEN
010490         CLOSE PREVIEW-TOTALS-FILE
010500     END-IF.
010510
010520     CLOSE PREVIEW-REPORT.
010530
010540 8900-EXIT.
010550     EXIT.
