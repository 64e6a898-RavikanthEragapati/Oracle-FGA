000255*                THE NEW '05' REASON CODE.  A MISSING      *
000256*                DEFINITION FILE FAILS THE RUN -- WITH NO  *
000257*                DEFINITIONS EVERY RECORD WOULD BOUNCE.    *
000258* 10/15/26  DRO  LARGE-VALUE HOLD: A CLEAN RECORD WHOSE    *
000259*                AMOUNT, EITHER SIGN, EXCEEDS ITS COUNTER'S*
000260*                HOLD THRESHOLD GOES TO THE HOLD FILE FOR  *
000261*                SUPERVISOR RELEASE INSTEAD OF THE CLEAN   *
000262*                FILE, SO IT IS NEVER NUMBERED UNSEEN.  AN *
000263*                ITEM COBOL-HOLD-RELEASE HAS ALREADY       *
000264*                RELEASED COMES BACK FLAGGED AND PASSES.   *
000265* 10/15/26  DRO  A RELEASE FLAG IS NO LONGER TAKEN         *
000266*                ON TRUST: THE RELEASES ON THE HOLD-       *
000267*                DECISION-LOG ARE LOADED TO A KEYED WORK   *
000268*                FILE AT START-UP AND A FLAGGED RECORD     *
000269*                SKIPS THE HOLD ONLY WHEN A RELEASE FOR    *
000270*                THE SAME TRANSACTION-ID, COUNTER AND      *
000271*                AMOUNT IS ON IT.  ANY OTHER FLAGGED       *
000272*                RECORD IS HELD AS NORMAL.                 *
000273*--------------------------------------------------------*
000274
000275 ENVIRONMENT DIVISION.
000280
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. GENERIC-SERVER.
000821         RECORD KEY IS CD-COUNTER-ID
000822         FILE STATUS IS WS-CD-FILE-STATUS.
000823
000824*--------------------------------------------------------*
000825* HOLD-TRANS-FILE RECEIVES EVERY CLEAN RECORD OVER ITS     *
000826* COUNTER'S HOLD THRESHOLD.  COBOL-HOLD-RELEASE WORKS IT   *
000827* WITH THE SUPERVISORS' RELEASE AND DECLINE CARDS.         *
000828*--------------------------------------------------------*
000829     SELECT HOLD-TRANS-FILE ASSIGN TO "PENDTRNH"
000831         ORGANIZATION IS SEQUENTIAL
000833         FILE STATUS IS WS-HOLD-FILE-STATUS.
000835
000836*--------------------------------------------------------*
000837* HOLD-DECISION-LOG IS APPENDED BY COBOL-HOLD-RELEASE,     *
000838* ONE RECORD PER RELEASE OR DECLINE, BEFORE A RELEASED     *
000839* ITEM IS WRITTEN BACK WITH ITS FLAG.  READ-ONLY HERE.     *
000840*--------------------------------------------------------*
000841     SELECT HOLD-DECISION-LOG ASSIGN TO "HOLDLOG"
000842         ORGANIZATION IS SEQUENTIAL
000843         FILE STATUS IS WS-LOG-FILE-STATUS.
000844
000845*--------------------------------------------------------*
000846* RELEASE-WORK-FILE HOLDS EVERY ITEM THE DECISION LOG      *
000847* SHOWS AS RELEASED, KEYED BY TRANSACTION-ID, SO A         *
000848* FLAGGED RECORD IS CONFIRMED WITH ONE KEYED READ.         *
000849* REBUILT FROM EMPTY EVERY RUN.                            *
000850*--------------------------------------------------------*
000851     SELECT RELEASE-WORK-FILE ASSIGN TO "RLSWORK"
000852         ORGANIZATION IS INDEXED
000853         ACCESS MODE IS DYNAMIC
000854         RECORD KEY IS RW-TRANSACTION-ID
000855         FILE STATUS IS WS-RW-FILE-STATUS.
000856
000857 DATA DIVISION.
000858
000859 FILE SECTION.
000860 FD  RAW-TRANS-FILE
000870     RECORDING MODE IS F.
000880     COPY PENDTRAN.
001126     RECORDING MODE IS F.
001128     COPY CDRECORD.
001130
001132 FD  HOLD-TRANS-FILE
001134     RECORDING MODE IS F.
001136     COPY HDRECORD.
001137
001138 FD  HOLD-DECISION-LOG
001139     RECORDING MODE IS F.
001140     COPY HLRECORD.
001141
001142 FD  RELEASE-WORK-FILE
001143     RECORDING MODE IS F.
001144 01  RW-RECORD.
001145     05  RW-TRANSACTION-ID        PIC X(12).
001146     05  RW-COUNTER-ID            PIC X(12).
001147     05  RW-AMOUNT                PIC S9(9)V99 COMP-3.
001148     05  FILLER                   PIC X(02).
001149
001150 WORKING-STORAGE SECTION.
001151*--------------------------------------------------------*
001160* STANDALONE SWITCHES AND COUNTERS                         *
001170*--------------------------------------------------------*
001180 77  WS-RAW-FILE-STATUS          PIC X(02)   VALUE SPACES.
001633 77  WS-CNTR-VALID-SW            PIC X(01)   VALUE 'N'.
001634     88  WS-CNTR-VALID                       VALUE 'Y'.
001635
001636 77  WS-HOLD-FILE-STATUS         PIC X(02)   VALUE SPACES.
001637     88  WS-HOLD-OK                          VALUE '00'.
001638
001639 77  WS-HOLD-OPEN-SW             PIC X(01)   VALUE 'N'.
001640     88  WS-HOLD-OPEN                        VALUE 'Y'.
001641
001642 77  WS-HOLD-THRESHOLD           PIC S9(9) COMP-5 VALUE 0.
001643 77  WS-HELD-COUNT               PIC 9(08) COMP VALUE 0.
001644 77  WS-RELEASED-COUNT           PIC 9(08) COMP VALUE 0.
001645 77  WS-UNCONFIRMED-COUNT        PIC 9(08) COMP VALUE 0.
001646
001647 77  WS-LOG-FILE-STATUS          PIC X(02)   VALUE SPACES.
001648     88  WS-LOG-OK                           VALUE '00'.
001649
001650 77  WS-LOG-EOF-SW               PIC X(01)   VALUE 'N'.
001651     88  WS-LOG-EOF                          VALUE 'Y'.
001652
001653 77  WS-RW-FILE-STATUS           PIC X(02)   VALUE SPACES.
001654     88  WS-RW-OK                            VALUE '00'.
001655     88  WS-RW-DUP-KEY                       VALUE '22'.
001656     88  WS-RW-REC-NOT-FOUND                 VALUE '23'.
001657
001658 77  WS-RW-OPEN-SW               PIC X(01)   VALUE 'N'.
001659     88  WS-RW-OPEN                          VALUE 'Y'.
001660
001661 77  WS-RELEASE-CONFIRMED-SW     PIC X(01)   VALUE 'N'.
001662     88  WS-RELEASE-CONFIRMED                VALUE 'Y'.
001663
001664 77  WS-EDIT-COUNT               PIC ZZZZZZZ9.
001665 77  WS-REPORT-DATE              PIC 9(08)   VALUE 0.
001666
001667*--------------------------------------------------------*
001668* RUN-CONTROL PARAMETERS FOR COBOL-RUN-CONTROL.  THIS IS   *
001669* THE FIRST STEP OF THE WINDOW, SO IT HAS NO PREDECESSOR.  *
001670*--------------------------------------------------------*
001671 01  WS-RUN-PARMS.
001672     05  WS-RUN-JOB-NAME          PIC X(08) VALUE 'PENDEDIT'.
001673     05  WS-RUN-PREDECESSOR       PIC X(08) VALUE SPACES.
001674     05  WS-RUN-FUNCTION          PIC X(01) VALUE 'S'.
001675     05  WS-RUN-RETURN-CODE       PIC X(02) VALUE SPACES.
001676         88  WS-RUN-OK                       VALUE '00'.
001677         88  WS-RUN-HELD                     VALUE '01'.
001678
001679 PROCEDURE DIVISION.
001680
001690 0000-MAINLINE.
001692     PERFORM 0500-REGISTER-START THRU 0500-EXIT.
002507         DISPLAY "COBOL-PENDTRAN-EDIT: CANNOT OPEN CNTRDEF"
002508             " STATUS=" WS-CD-FILE-STATUS
002509         SET WS-EDIT-FAILED TO TRUE
002510         GO TO 1000-EXIT
002511     END-IF.
002512
002513     OPEN OUTPUT HOLD-TRANS-FILE.
002514     IF WS-HOLD-OK
002515         SET WS-HOLD-OPEN TO TRUE
002516     ELSE
002517         DISPLAY "COBOL-PENDTRAN-EDIT: CANNOT OPEN PENDTRNH"
002518             " STATUS=" WS-HOLD-FILE-STATUS
002519         SET WS-EDIT-FAILED TO TRUE
002520         GO TO 1000-EXIT
002521     END-IF.
002522
002523     PERFORM 1200-LOAD-RELEASES THRU 1200-EXIT.
002524
002525 1000-EXIT.
002526     EXIT.
002527
002528*--------------------------------------------------------*
002529* 1200-LOAD-RELEASES                                       *
002530* BUILDS THE RELEASE WORK FILE FROM THE DECISION LOG.      *
002531* THE LOG IS IN DECISION ORDER, SO A LATER DECISION ON     *
002532* THE SAME TRANSACTION-ID REPLACES OR REMOVES AN EARLIER   *
002533* ONE.  NO LOG ON FILE MEANS NO RELEASES HAVE EVER BEEN    *
002534* GIVEN -- EVERY FLAGGED RECORD THEN TAKES THE NORMAL      *
002535* HOLD CHECK.  A WORK FILE THAT CANNOT BE BUILT STOPS THE  *
002536* EDIT -- WITHOUT IT NO RELEASE CAN BE CONFIRMED.          *
002537*--------------------------------------------------------*
002538 1200-LOAD-RELEASES.
002539     OPEN OUTPUT RELEASE-WORK-FILE.
002540     CLOSE RELEASE-WORK-FILE.
002541     OPEN I-O RELEASE-WORK-FILE.
002542     IF WS-RW-OK
002543         SET WS-RW-OPEN TO TRUE
002544     ELSE
002545         DISPLAY "COBOL-PENDTRAN-EDIT: CANNOT OPEN RLSWORK"
002546             " STATUS=" WS-RW-FILE-STATUS
002547         SET WS-EDIT-FAILED TO TRUE
002548         GO TO 1200-EXIT
002549     END-IF.
002550
002551     OPEN INPUT HOLD-DECISION-LOG.
002552     IF NOT WS-LOG-OK
002553         DISPLAY "COBOL-PENDTRAN-EDIT: NO HOLDLOG ON FILE,"
002554             " NO RELEASES TO CONFIRM"
002555         GO TO 1200-EXIT
002556     END-IF.
002557
002558     PERFORM 1210-READ-DECISION THRU 1210-EXIT.
002559     PERFORM 1220-LOAD-ONE-DECISION THRU 1220-EXIT
002560         UNTIL WS-LOG-EOF OR WS-EDIT-FAILED.
002561
002562     CLOSE HOLD-DECISION-LOG.
002563
002564 1200-EXIT.
002565     EXIT.
002566
002567*--------------------------------------------------------*
002568* 1210-READ-DECISION                                       *
002569*--------------------------------------------------------*
002570 1210-READ-DECISION.
002571     READ HOLD-DECISION-LOG
002572         AT END
002573             SET WS-LOG-EOF TO TRUE
002574     END-READ.
002575
002576 1210-EXIT.
002577     EXIT.
002578
002579*--------------------------------------------------------*
002580* 1220-LOAD-ONE-DECISION                                   *
002581* FILES A RELEASE, REPLACING ANY EARLIER ONE FOR THE SAME  *
002582* ID; A DECLINE REMOVES ANY EARLIER RELEASE.  THEN READS   *
002583* THE NEXT DECISION.                                       *
002584*--------------------------------------------------------*
002585 1220-LOAD-ONE-DECISION.
002586     MOVE SPACES TO RW-RECORD.
002587     MOVE HL-TRANSACTION-ID TO RW-TRANSACTION-ID.
002588
002589     IF NOT HL-RELEASED
002590         DELETE RELEASE-WORK-FILE
002591             INVALID KEY
002592                 CONTINUE
002593         END-DELETE
002594         GO TO 1220-CHECK
002595     END-IF.
002596
002597     MOVE HL-COUNTER-ID TO RW-COUNTER-ID.
002598     MOVE HL-AMOUNT TO RW-AMOUNT.
002599
002600     WRITE RW-RECORD
002601         INVALID KEY
002602             CONTINUE
002603     END-WRITE.
002604
002605     IF WS-RW-DUP-KEY
002606         REWRITE RW-RECORD
002607             INVALID KEY
002608                 CONTINUE
002609         END-REWRITE
002610     END-IF.
002611
002612 1220-CHECK.
002613     IF NOT WS-RW-OK AND NOT WS-RW-REC-NOT-FOUND
002614         DISPLAY "COBOL-PENDTRAN-EDIT: RLSWORK UPDATE FAILED"
002615             " STATUS=" WS-RW-FILE-STATUS
002616         SET WS-EDIT-FAILED TO TRUE
002617         GO TO 1220-EXIT
002618     END-IF.
002619
002620     PERFORM 1210-READ-DECISION THRU 1210-EXIT.
002621
002622 1220-EXIT.
002623     EXIT.
002624
002625*--------------------------------------------------------*
002626* 2000-EDIT-ONE-RECORD                                     *
002627* RUNS EVERY EDIT AGAINST ONE RAW RECORD.  THE FIRST EDIT  *
002628* THAT FAILS SENDS THE RECORD TO THE REJECT FILE WITH ITS  *
002629* REASON CODE; A RECORD THAT PASSES THEM ALL GOES TO THE   *
002630* CLEAN FILE, OR TO THE HOLD FILE WHEN IT IS OVER ITS      *
002631* COUNTER'S HOLD THRESHOLD.  THEN READS THE NEXT RAW       *
002632* RECORD.                                                  *
002633*--------------------------------------------------------*
002634 2000-EDIT-ONE-RECORD.
002635     ADD 1 TO WS-READ-COUNT.
002640
002645     MOVE SPACES TO REJ-TRANSACTION-RECORD.
002647
002920         MOVE '02' TO REJ-REASON-CODE
002930         PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
002940         GO TO 2000-NEXT
002941     END-IF.
002942
002943*    THE HOLD CHECK RUNS LAST SO ONLY A RECORD THAT WOULD
002944*    OTHERWISE BE NUMBERED IS EVER HELD.  A FLAGGED RECORD
002945*    SKIPS IT ONLY WHEN THE DECISION LOG CONFIRMS A
002946*    SUPERVISOR'S RELEASE OF THIS SAME ITEM.
002947     MOVE 'N' TO WS-RELEASE-CONFIRMED-SW.
002948     IF PEND-HOLD-RELEASED
002949         PERFORM 2700-CONFIRM-RELEASE THRU 2700-EXIT
002950         IF WS-EDIT-FAILED
002951             GO TO 2000-EXIT
002952         END-IF
002953     END-IF.
002954
002955     IF WS-RELEASE-CONFIRMED
002956         ADD 1 TO WS-RELEASED-COUNT
002957     ELSE
002958         IF WS-HOLD-THRESHOLD > 0
002959             AND (PEND-AMOUNT > WS-HOLD-THRESHOLD
002960             OR PEND-AMOUNT < 0 - WS-HOLD-THRESHOLD)
002961             PERFORM 2600-WRITE-HOLD THRU 2600-EXIT
002962             GO TO 2000-NEXT
002963         END-IF
002964     END-IF.
002965
002970     PERFORM 2300-WRITE-CLEAN THRU 2300-EXIT.
002980
002990 2000-NEXT.
003849*--------------------------------------------------------*
003850 2500-CHECK-COUNTER-ID.
003851     MOVE 'N' TO WS-CNTR-VALID-SW.
003852     MOVE 0 TO WS-HOLD-THRESHOLD.
003853     MOVE PEND-COUNTER-ID TO CD-COUNTER-ID.
003854
003855     READ COUNTER-DEF-FILE
003856         INVALID KEY
003857             GO TO 2500-EXIT
003858     END-READ.
003859
003860     IF NOT WS-CD-OK
003861         IF NOT WS-CD-REC-NOT-FOUND
003862             DISPLAY "COBOL-PENDTRAN-EDIT: CNTRDEF READ FAILED"
003863                 " STATUS=" WS-CD-FILE-STATUS
003864             SET WS-EDIT-FAILED TO TRUE
003865         END-IF
003866         GO TO 2500-EXIT
003867     END-IF.
003868
003869     IF CD-ACTIVE
003870         SET WS-CNTR-VALID TO TRUE
003871         MOVE CD-HOLD-THRESHOLD TO WS-HOLD-THRESHOLD
003872     END-IF.
003873
003874 2500-EXIT.
003875     EXIT.
003876
003877*--------------------------------------------------------*
003878* 2600-WRITE-HOLD                                          *
003879* WRITES ONE OVER-THRESHOLD RECORD TO THE HOLD FILE,       *
003880* FIRST HELD TODAY AT AGE ZERO, WITH THE THRESHOLD IT      *
003881* TRIPPED SO THE SUPERVISOR SEES WHY IT WAS STOPPED.       *
003882*--------------------------------------------------------*
003883 2600-WRITE-HOLD.
003884     MOVE SPACES TO HD-RECORD.
003885     MOVE PEND-TRANSACTION-ID TO HD-TRANSACTION-ID.
003886     MOVE PEND-AMOUNT TO HD-AMOUNT.
003887     MOVE PEND-COUNTER-ID TO HD-COUNTER-ID.
003888     MOVE WS-HOLD-THRESHOLD TO HD-THRESHOLD.
003889     MOVE WS-REPORT-DATE TO HD-HELD-DATE.
003890     MOVE 0 TO HD-AGE-DAYS.
003891
003892     WRITE HD-RECORD.
003893     IF WS-HOLD-OK
003894         ADD 1 TO WS-HELD-COUNT
003895     ELSE
003896         DISPLAY "COBOL-PENDTRAN-EDIT: HOLD WRITE FAILED"
003897             " STATUS=" WS-HOLD-FILE-STATUS
003898         SET WS-EDIT-FAILED TO TRUE
003899     END-IF.
003900
003901 2600-EXIT.
003902     EXIT.
003903
003904*--------------------------------------------------------*
003905* 2700-CONFIRM-RELEASE                                     *
003906* LOOKS A FLAGGED RECORD UP ON THE RELEASE WORK FILE.  IT  *
003907* IS CONFIRMED ONLY WHEN THE RELEASE ON FILE IS FOR THE    *
003908* SAME COUNTER AND AMOUNT -- A FLAG ON AN ITEM THAT WAS    *
003909* NEVER RELEASED, OR THAT CHANGED AFTER ITS RELEASE, IS    *
003910* COUNTED AND THE RECORD TAKES THE NORMAL HOLD CHECK.  A   *
003911* READ THAT FAILS FOR ANY REASON OTHER THAN NOT-FOUND      *
003912* STOPS THE EDIT.                                          *
003913*--------------------------------------------------------*
003914 2700-CONFIRM-RELEASE.
003915     MOVE PEND-TRANSACTION-ID TO RW-TRANSACTION-ID.
003916
003917     READ RELEASE-WORK-FILE
003918         INVALID KEY
003919             GO TO 2700-NOT-CONFIRMED
003920     END-READ.
003921
003922     IF NOT WS-RW-OK
003923         DISPLAY "COBOL-PENDTRAN-EDIT: RLSWORK READ FAILED"
003924             " STATUS=" WS-RW-FILE-STATUS
003925         SET WS-EDIT-FAILED TO TRUE
003926         GO TO 2700-EXIT
003927     END-IF.
003928
003929     IF RW-COUNTER-ID = PEND-COUNTER-ID
003930         AND RW-AMOUNT = PEND-AMOUNT
003931         SET WS-RELEASE-CONFIRMED TO TRUE
003932         GO TO 2700-EXIT
003933     END-IF.
003934
003935 2700-NOT-CONFIRMED.
003936     ADD 1 TO WS-UNCONFIRMED-COUNT.
003937     DISPLAY "COBOL-PENDTRAN-EDIT: RELEASE NOT CONFIRMED FOR "
003938         PEND-TRANSACTION-ID.
003939
003940 2700-EXIT.
003941     EXIT.
003942
003943*--------------------------------------------------------*
003944* 3000-PRINT-REPORT                                        *
003945* WRITES THE EDIT SUMMARY: EVERY COUNT, THE REASON         *
003946* BREAKDOWN, AND THE RESULT OF THE EXPECTED-COUNT CHECK.   *
003947*--------------------------------------------------------*
003948 3000-PRINT-REPORT.
003949     OPEN OUTPUT EDIT-REPORT.
003950
003951     MOVE SPACES TO RPT-LINE.
003952     STRING "PENDING FILE EDIT SUMMARY - " DELIMITED BY SIZE
003960            WS-REPORT-DATE DELIMITED BY SIZE
003970            INTO RPT-LINE.
003980     WRITE RPT-LINE.
004100     MOVE WS-CLEAN-COUNT TO WS-EDIT-COUNT.
004110     MOVE SPACES TO RPT-LINE.
004120     STRING "  CLEAN RECORDS. . . . . . : " DELIMITED BY SIZE
004121            WS-EDIT-COUNT DELIMITED BY SIZE
004122            INTO RPT-LINE.
004123     WRITE RPT-LINE.
004124
004125     MOVE WS-HELD-COUNT TO WS-EDIT-COUNT.
004126     MOVE SPACES TO RPT-LINE.
004127     STRING "  HELD FOR SUPERVISOR. . . : " DELIMITED BY SIZE
004128            WS-EDIT-COUNT DELIMITED BY SIZE
004129            INTO RPT-LINE.
004130     WRITE RPT-LINE.
004131
004132     MOVE WS-RELEASED-COUNT TO WS-EDIT-COUNT.
004133     MOVE SPACES TO RPT-LINE.
004134     STRING "    RELEASED HOLDS PASSED. : " DELIMITED BY SIZE
004135            WS-EDIT-COUNT DELIMITED BY SIZE
004136            INTO RPT-LINE.
004137     WRITE RPT-LINE.
004138
004139     MOVE WS-UNCONFIRMED-COUNT TO WS-EDIT-COUNT.
004140     MOVE SPACES TO RPT-LINE.
004141     STRING "    RELEASE NOT CONFIRMED. : " DELIMITED BY SIZE
004142            WS-EDIT-COUNT DELIMITED BY SIZE
004143            INTO RPT-LINE.
004150     WRITE RPT-LINE.
004160
004170     MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT.
005172     IF WS-CD-OPEN
005174         CLOSE COUNTER-DEF-FILE
005176     END-IF.
005177     IF WS-HOLD-OPEN
005178         CLOSE HOLD-TRANS-FILE
005179     END-IF.
005181     IF WS-RW-OPEN
005183         CLOSE RELEASE-WORK-FILE
005185     END-IF.
005187
005190     DISPLAY "COBOL-PENDTRAN-EDIT: READ . . : " WS-READ-COUNT.
005200     DISPLAY "COBOL-PENDTRAN-EDIT: CLEAN. . : " WS-CLEAN-COUNT.
005205     DISPLAY "COBOL-PENDTRAN-EDIT: HELD . . : " WS-HELD-COUNT.
005210     DISPLAY "COBOL-PENDTRAN-EDIT: REJECTED : " WS-REJECT-COUNT.
005220
005230 4000-EXIT.
