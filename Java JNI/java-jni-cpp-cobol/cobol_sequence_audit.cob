000274*                AFTER A FAILED KEYED READ IS NOW REBUILT  *
000276*                FROM SCRATCH -- KEY FIELDS INCLUDED --    *
000278*                BEFORE THE WRITE.                         *
000279* 10/15/26  DRO  EVERY FINDING PRINTED IS ALSO WRITTEN TO  *
000280*                THE SEQUENCE-EXCEPTION FILE, REPLACED     *
000281*                EACH RUN, SO THE MORNING DIGEST READS     *
000282*                THE AUDIT'S RESULT FROM A FILE INSTEAD    *
000283*                OF FROM THE REPORT.                       *
000284*--------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000310
000660         RECORD KEY IS SW-NUMBER-KEY
000670         FILE STATUS IS WS-WORK-FILE-STATUS.
000680
000681*--------------------------------------------------------*
000682* SEQUENCE-EXCEPTION-FILE CARRIES ONE RECORD PER FINDING   *
000683* ON THE REPORT.  REPLACED WHOLE EACH RUN.                 *
000684*--------------------------------------------------------*
000685     SELECT SEQUENCE-EXCEPTION-FILE ASSIGN TO "SEQAEXCP"
000686         ORGANIZATION IS SEQUENTIAL
000687         FILE STATUS IS WS-SX-FILE-STATUS.
000688
000690     SELECT SEQUENCE-AUDIT-REPORT ASSIGN TO "SEQARPT"
000700         ORGANIZATION IS SEQUENTIAL.
000710
000930     05  SW-ASSIGNED-SW           PIC X(01).
000940         88  SW-ASSIGNED                    VALUE 'Y'.
000950     05  FILLER                   PIC X(02).
000952
000954 FD  SEQUENCE-EXCEPTION-FILE
000956     RECORDING MODE IS F.
000958     COPY SXRECORD.
000960
000970 FD  SEQUENCE-AUDIT-REPORT
000980     RECORDING MODE IS F.
001300
001310 77  WS-AUDIT-FAILED-SW          PIC X(01)   VALUE 'N'.
001320     88  WS-AUDIT-FAILED                     VALUE 'Y'.
001321
001322 77  WS-SX-FILE-STATUS           PIC X(02)   VALUE SPACES.
001323     88  WS-SX-OK                            VALUE '00'.
001324
001325 77  WS-SX-OPEN-SW               PIC X(01)   VALUE 'N'.
001326     88  WS-SX-OPEN                          VALUE 'Y'.
001330
001340 77  WS-REPORT-DATE              PIC 9(08)   VALUE 0.
001350
002440     ELSE
002450         DISPLAY "COBOL-SEQUENCE-AUDIT: CANNOT OPEN SEQWORK"
002460             " STATUS=" WS-WORK-FILE-STATUS
002461         SET WS-AUDIT-FAILED TO TRUE
002462     END-IF.
002463
002464     OPEN OUTPUT SEQUENCE-EXCEPTION-FILE.
002465     IF WS-SX-OK
002466         SET WS-SX-OPEN TO TRUE
002467     ELSE
002468         DISPLAY "COBOL-SEQUENCE-AUDIT: CANNOT OPEN SEQAEXCP"
002469             " STATUS=" WS-SX-FILE-STATUS
002470         SET WS-AUDIT-FAILED TO TRUE
002480     END-IF.
002490
005630            INTO RPT-LINE.
005640     WRITE RPT-LINE.
005650
005652     MOVE SPACES TO SX-RECORD.
005654     SET SX-UNPRODUCED TO TRUE.
005656     PERFORM 7000-WRITE-ASSIGNMENT-FINDING THRU 7000-EXIT.
005658
005660 3300-EXIT.
005670     EXIT.
005680
005810            INTO RPT-LINE.
005820     WRITE RPT-LINE.
005830
005832     MOVE SPACES TO SX-RECORD.
005834     SET SX-DUPLICATE TO TRUE.
005836     PERFORM 7000-WRITE-ASSIGNMENT-FINDING THRU 7000-EXIT.
005838
005840 3400-EXIT.
005850     EXIT.
005860
005980            ASGN-TRANSACTION-ID DELIMITED BY SIZE
005990            INTO RPT-LINE.
006000     WRITE RPT-LINE.
006002
006004     MOVE SPACES TO SX-RECORD.
006006     SET SX-RELEASED-USE TO TRUE.
006008     PERFORM 7000-WRITE-ASSIGNMENT-FINDING THRU 7000-EXIT.
006010
006020 3500-EXIT.
006030     EXIT.
006400            WS-EDIT-VALUE DELIMITED BY SIZE
006410            INTO RPT-LINE.
006420     WRITE RPT-LINE.
006421
006422     MOVE SPACES TO SX-RECORD.
006423     SET SX-OVERFULL-BLOCK TO TRUE.
006424     MOVE WS-RNG-ID (WS-TABLE-IDX) TO SX-COUNTER-ID.
006425     MOVE WS-RNG-START (WS-TABLE-IDX) TO SX-SEQUENCE.
006426     MOVE WS-RNG-END (WS-TABLE-IDX) TO SX-RANGE-END.
006427     MOVE WS-RNG-ASSIGNED (WS-TABLE-IDX) TO SX-BLOCK-COUNT.
006428     PERFORM 7100-WRITE-FINDING THRU 7100-EXIT.
006430
006440 4100-EXIT.
006450     EXIT.
007270     IF WS-WORK-OPEN
007280         CLOSE SEQUENCE-WORK-FILE
007290     END-IF.
007292     IF WS-SX-OPEN
007294         CLOSE SEQUENCE-EXCEPTION-FILE
007296     END-IF.
007300     CLOSE SEQUENCE-AUDIT-REPORT.
007310
007320     DISPLAY "COBOL-SEQUENCE-AUDIT: ASSIGNMENTS . . : "
007370         WS-OUTSIDE-COUNT.
007380
007390 6000-EXIT.
007391     EXIT.
007392
007393*--------------------------------------------------------*
007394* 7000-WRITE-ASSIGNMENT-FINDING                            *
007395* FILLS THE FINDING FROM THE ASGNTRAN RECORD IN HAND; THE  *
007396* CALLER HAS ALREADY SET THE FINDING CODE.                 *
007397*--------------------------------------------------------*
007398 7000-WRITE-ASSIGNMENT-FINDING.
007399     MOVE ASGN-COUNTER-ID TO SX-COUNTER-ID.
007400     MOVE ASGN-SEQUENCE-NUMBER TO SX-SEQUENCE.
007401     MOVE 0 TO SX-RANGE-END.
007402     MOVE ASGN-TRANSACTION-ID TO SX-TRANSACTION-ID.
007403     MOVE 0 TO SX-BLOCK-COUNT.
007404     PERFORM 7100-WRITE-FINDING THRU 7100-EXIT.
007405
007406 7000-EXIT.
007407     EXIT.
007408
007409*--------------------------------------------------------*
007410* 7100-WRITE-FINDING                                       *
007411* A FAILED WRITE FAILS THE AUDIT -- THE DIGEST MUST NEVER  *
007412* READ A SHORT FILE AS A CLEAN ONE.                        *
007413*--------------------------------------------------------*
007414 7100-WRITE-FINDING.
007415     IF NOT WS-SX-OPEN
007416         GO TO 7100-EXIT
007417     END-IF.
007418
007419     MOVE WS-REPORT-DATE TO SX-AUDIT-DATE.
007420     WRITE SX-RECORD.
007421     IF NOT WS-SX-OK
007422         DISPLAY "COBOL-SEQUENCE-AUDIT: SEQAEXCP WRITE FAILED"
007423             " STATUS=" WS-SX-FILE-STATUS
007424         SET WS-AUDIT-FAILED TO TRUE
007425     END-IF.
007426
007427 7100-EXIT.
007428     EXIT.
007429
007430*--------------------------------------------------------*
007431* 9500-REGISTER-END                                        *
007440* REGISTERS THE OUTCOME OF THE AUDIT WITH THE RUN-CONTROL  *
007450* MASTER: COMPLETE ON A CLEAN PASS, FAILED OTHERWISE.  AN  *
007460* EXCEPTION ON THE REPORT IS A FINDING, NOT A JOB          *
