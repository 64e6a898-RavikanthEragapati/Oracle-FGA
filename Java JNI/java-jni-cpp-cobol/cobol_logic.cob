000824*                THE COUNTER VALUE ITSELF DOES NOT MOVE.  LS-     *
000825*                VOID-SEQUENCE, LS-VOID-TRANS-ID AND LS-VOID-     *
000826*                REASON APPENDED TO LS-COUNTER-STORAGE.           *
000827* 10/15/26  DRO  ADDED ONLINE MODE 'T' FOR A TELLER OR CHANNEL    *
000828*                CALL THAT NUMBERS ONE NAMED TRANSACTION DURING   *
000829*                THE BUSINESS DAY: THE SAME RANGE CHECK AND ADD 1 *
000830*                AS A NORMAL CALL, PLUS ONE ASGNTRAN-LAYOUT       *
000831*                RECORD APPENDED TO THE NEW ONLINE JOURNAL SO THE *
000832*                OVERNIGHT CROSS-REFERENCE AND CONTROL TOTALS SEE *
000833*                DAYTIME NUMBERS ALONGSIDE THE BATCH'S OWN.  A    *
000834*                BLANK TRANSACTION-ID OR UNUSABLE AMOUNT IS       *
000835*                REJECTED WITH A NEW '87' CODE BEFORE THE COUNTER *
000836*                MOVES.  LS-TRANSACTION-ID AND LS-TRANS-AMOUNT    *
000837*                APPENDED TO LS-COUNTER-STORAGE.                  *
000838* 10/15/26  DRO  THE ONLINE JOURNAL RECORD IS NOW WRITTEN ONLY    *
000839*                AFTER THE AUDIT RECORD AND THE COUNTER-MASTER    *
000840*                REWRITE HAVE SUCCEEDED, SO A FAILED AUDIT WRITE  *
000841*                OR REWRITE CAN NO LONGER LEAVE A JOURNALLED      *
000842*                NUMBER THAT THE NEXT CALL HANDS OUT AGAIN.  A    *
000843*                FAILED JOURNAL WRITE RETURNS '95' WITH THE       *
000844*                NUMBER STILL CONSUMED.                           *
000845*--------------------------------------------------------*
000846
000847 ENVIRONMENT DIVISION.
000848
000849 CONFIGURATION SECTION.
000850 SOURCE-COMPUTER. GENERIC-SERVER.
000860 OBJECT-COMPUTER. GENERIC-SERVER.
000870
001110         ORGANIZATION IS SEQUENTIAL
001111         FILE STATUS IS WS-VR-FILE-STATUS.
001112
001113*--------------------------------------------------------*
001114* ONLINE-JOURNAL RECEIVES ONE RECORD PER NUMBER ASSIGNED    *
001115* TO A NAMED TRANSACTION BY AN ONLINE CALL, IN THE SAME     *
001116* LAYOUT THE OVERNIGHT BATCH WRITES TO ASGNTRAN, APPENDED   *
001117* ONLY WHEN AN ONLINE CALL ARRIVES.                         *
001118*--------------------------------------------------------*
001119     SELECT ONLINE-JOURNAL ASSIGN TO "ONLNTRAN"
001120         ORGANIZATION IS SEQUENTIAL
001121         FILE STATUS IS WS-OJ-FILE-STATUS.
001122
001123 DATA DIVISION.
001124
001130 FILE SECTION.
001140 FD  COUNTER-MASTER
001150     RECORDING MODE IS F.
001206 FD  VOID-REGISTER
001207     RECORDING MODE IS F.
001208     COPY VRRECORD.
001209
001211 FD  ONLINE-JOURNAL
001213     RECORDING MODE IS F.
001215     COPY ASGNTRAN.
001217
001220 WORKING-STORAGE SECTION.
001230*--------------------------------------------------------*
001240* STANDALONE SWITCHES AND COUNTERS                         *
001349 77  WS-VR-OPEN-SW               PIC X(01)   VALUE 'N'.
001351     88  WS-VR-OPEN                          VALUE 'Y'.
001352
001353 77  WS-OJ-FILE-STATUS           PIC X(02)   VALUE SPACES.
001354     88  WS-OJ-OK                            VALUE '00'.
001355
001356 77  WS-OJ-OPEN-SW               PIC X(01)   VALUE 'N'.
001357     88  WS-OJ-OPEN                          VALUE 'Y'.
001358
001360 77  WS-BEFORE-VALUE             PIC S9(8) COMP-5.
001370
001380*--------------------------------------------------------*
001712         88  LS-RESERVE-MODE              VALUE 'R'.
001714         88  LS-RELEASE-MODE              VALUE 'U'.
001716         88  LS-VOID-MODE                 VALUE 'V'.
001718         88  LS-ONLINE-MODE               VALUE 'T'.
001720     05  LS-RESEED-VALUE         PIC S9(8) COMP-5.
001722     05  LS-RESERVE-COUNT        PIC S9(8) COMP-5.
001724     05  LS-RESERVE-START        PIC S9(8) COMP-5.
001726     05  LS-VOID-SEQUENCE        PIC S9(8) COMP-5.
001727     05  LS-VOID-TRANS-ID        PIC X(12).
001728     05  LS-VOID-REASON          PIC X(20).
001731     05  LS-TRANSACTION-ID       PIC X(12).
001734     05  LS-TRANS-AMOUNT         PIC S9(9)V99 COMP-3.
001737
001740*--------------------------------------------------------*
001750* 2. LS-RETURN-CODE IS ITS OWN PARAMETER, NOT PART OF      *
001760* LS-COUNTER-STORAGE, SO IT IS ALWAYS SAFE TO SET EVEN      *
001860     88  LS-WRITE-ERROR                       VALUE '95'.
001870     88  LS-AUDIT-LOG-ERROR                   VALUE '96'.
001880     88  LS-COUNTER-DEF-ERROR                 VALUE '89'.
001884     88  LS-INVALID-TRANSACTION               VALUE '87'.
001889
001890*--------------------------------------------------------*
001900* NOTE: THE PROCEDURE DIVISION MUST USE THE NAME OF THE    *
002287         IF LS-VOID-MODE
002288             PERFORM 1900-VOID-NUMBER THRU 1900-EXIT
002289         ELSE
002291         IF LS-ONLINE-MODE
002293             PERFORM 1950-NUMBER-ONLINE THRU 1950-EXIT
002295         ELSE
002297         PERFORM 1500-VALIDATE-COUNTER THRU 1500-EXIT
002300         IF LS-SUCCESS
002310             DISPLAY "[COBOL] Entered COBOL logic for counter: "
002320                     LS-COUNTER-ID
002360             ADD 1 TO LS-COUNTER
002370             DISPLAY "[COBOL] Counter after increment: "
002380                     LS-COUNTER
002385         END-IF
002390         END-IF
002391         END-IF
002392         END-IF
002490         GO TO 0000-MAINLINE-EXIT
002500     END-IF.
002510     PERFORM 3000-SAVE-COUNTER-MASTER THRU 3000-EXIT.
002512
002514     IF LS-SUCCESS AND LS-ONLINE-MODE
002516         PERFORM 3100-WRITE-ONLINE-JOURNAL THRU 3100-EXIT
002518     END-IF.
002520
002530 0000-MAINLINE-EXIT.
002540     GOBACK.
003266     EXIT.
003267
003268*--------------------------------------------------------*
003269* 1270-OPEN-ONLINE-JOURNAL                                 *
003270* OPENS THE ONLINE JOURNAL FOR APPEND THE FIRST TIME AN    *
003271* ONLINE CALL ARRIVES, CREATING IT ON THE FIRST CALL OF    *
003272* THE BUSINESS DAY, FOLLOWING THE VOID-REGISTER PATTERN.   *
003273* OPENED LAZILY BECAUSE THE OVERNIGHT BATCH AND ROLLOVER   *
003274* PROCESSES NEVER WRITE TO IT.                             *
003275*--------------------------------------------------------*
003276 1270-OPEN-ONLINE-JOURNAL.
003277     OPEN EXTEND ONLINE-JOURNAL.
003278
003279     IF WS-OJ-OK
003280         SET WS-OJ-OPEN TO TRUE
003281         GO TO 1270-EXIT
003282     END-IF.
003283
003284     OPEN OUTPUT ONLINE-JOURNAL.
003285     CLOSE ONLINE-JOURNAL.
003286     OPEN EXTEND ONLINE-JOURNAL.
003287
003288     IF WS-OJ-OK
003289         SET WS-OJ-OPEN TO TRUE
003290     ELSE
003291         SET LS-WRITE-ERROR TO TRUE
003292     END-IF.
003293
003294 1270-EXIT.
003295     EXIT.
003296
003297*--------------------------------------------------------*
003298* 1350-VALIDATE-COUNTER-ID                                 *
003299* REJECTS ANY COUNTER-ID THE COUNTER-DEF-FILE DOES NOT     *
003300* CARRY AS AN ACTIVE COUNTER, SO A TYPO ON THE JAVA SIDE    *
003301* NEVER CREATES A STRAY COUNTER.  THE MATCHED DEFINITION    *
003302* ALSO SUPPLIES THIS COUNTER'S OWN HIGH LIMIT FOR THE       *
003303* RANGE CHECKS DOWNSTREAM.                                  *
003310*--------------------------------------------------------*
003320 1350-VALIDATE-COUNTER-ID.
003330     MOVE LS-COUNTER-ID TO CD-COUNTER-ID.
004299     EXIT.
004300
004301*--------------------------------------------------------*
004302* 1950-NUMBER-ONLINE                                      *
004303* RUNS INSTEAD OF THE NORMAL INCREMENT WHEN THE CALLER    *
004304* SET LS-ONLINE-MODE.  NUMBERS ONE NAMED TRANSACTION WITH *
004305* THE SAME RANGE CHECK AND ADD 1 AS A NORMAL CALL, THEN   *
004306* APPENDS THE TRANSACTION-ID, COUNTER-ID, NEW SEQUENCE    *
004307* NUMBER AND AMOUNT TO THE ONLINE JOURNAL SO THE          *
004308* OVERNIGHT CROSS-REFERENCE AND CONTROL TOTALS CARRY THE  *
004309* DAYTIME NUMBER TOO.  THIS PARAGRAPH ONLY VALIDATES AND *
004310* COMPUTES THE NUMBER; THE JOURNAL IS OPENED HERE, SO AN  *
004311* UNUSABLE JOURNAL STOPS THE CALL WITH THE COUNTER        *
004312* UNMOVED, BUT THE RECORD ITSELF IS WRITTEN BY 3100-      *
004313* WRITE-ONLINE-JOURNAL ONLY ONCE THE AUDIT RECORD AND THE *
004314* COUNTER-MASTER REWRITE HAVE BOTH SUCCEEDED.             *
004315*--------------------------------------------------------*
004316 1950-NUMBER-ONLINE.
004317     IF LS-TRANSACTION-ID = SPACES
004318         OR LS-TRANS-AMOUNT NOT NUMERIC
004319         SET LS-INVALID-TRANSACTION TO TRUE
004320         UNLOCK COUNTER-MASTER
004321         GO TO 1950-EXIT
004322     END-IF.
004323
004324     PERFORM 1500-VALIDATE-COUNTER THRU 1500-EXIT.
004325     IF NOT LS-SUCCESS
004326         GO TO 1950-EXIT
004327     END-IF.
004328
004329     IF NOT WS-OJ-OPEN
004330         PERFORM 1270-OPEN-ONLINE-JOURNAL THRU 1270-EXIT
004331         IF NOT LS-SUCCESS
004332             UNLOCK COUNTER-MASTER
004333             GO TO 1950-EXIT
004334         END-IF
004335     END-IF.
004336
004337     DISPLAY "[COBOL] Online numbering for counter: "
004338             LS-COUNTER-ID.
004339     DISPLAY "[COBOL] Online transaction: " LS-TRANSACTION-ID.
004340
004341     MOVE LS-COUNTER TO WS-BEFORE-VALUE.
004342     ADD 1 TO LS-COUNTER.
004343
004344     DISPLAY "[COBOL] Counter after increment: " LS-COUNTER.
004356
004357 1950-EXIT.
004358     EXIT.
004359
004360*--------------------------------------------------------*
004361* 2000-WRITE-AUDIT-RECORD                                  *
004362* RECORDS THE TIMESTAMP, COUNTER-ID AND THE BEFORE/AFTER   *
004363* VALUE OF THIS CALL.                                       *
004364*--------------------------------------------------------*
004365 2000-WRITE-AUDIT-RECORD.
004366     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
004367     ACCEPT WS-TS-TIME FROM TIME.
004368
004369     MOVE WS-TIMESTAMP TO AUD-TIMESTAMP.
004370     MOVE LS-COUNTER-ID TO AUD-COUNTER-ID.
004371     MOVE WS-BEFORE-VALUE TO AUD-BEFORE-VALUE.
004372     MOVE LS-COUNTER TO AUD-AFTER-VALUE.
004373
004374     IF LS-MAINTENANCE-MODE
004375         SET AUD-ACTION-MAINTENANCE TO TRUE
004376     ELSE
004377         IF LS-RESERVE-MODE
004378             SET AUD-ACTION-RESERVE TO TRUE
004379         ELSE
004380         IF LS-RELEASE-MODE
004381             SET AUD-ACTION-RELEASE TO TRUE
004382             COMPUTE AUD-AFTER-VALUE =
004383                 LS-RESERVE-START + LS-RESERVE-COUNT - 1
004384         ELSE
004385         IF LS-VOID-MODE
004386             SET AUD-ACTION-VOID TO TRUE
004387             MOVE LS-VOID-SEQUENCE TO AUD-AFTER-VALUE
004388         ELSE
004389             SET AUD-ACTION-INCREMENT TO TRUE
004390         END-IF
004391         END-IF
004392         END-IF
004393     END-IF.
004394     WRITE AUDIT-RECORD.
004395     IF NOT WS-AUDIT-OK
004400         SET LS-WRITE-ERROR TO TRUE
004410     END-IF.
004420
004600
004610 3000-EXIT.
004620     EXIT.
004630
004640*--------------------------------------------------------*
004650* 3100-WRITE-ONLINE-JOURNAL                                *
004660* APPENDS THE TRANSACTION-ID, COUNTER-ID, SEQUENCE NUMBER  *
004670* AND AMOUNT OF AN ONLINE CALL TO THE ONLINE JOURNAL,      *
004680* AFTER THE NUMBER IS ON THE AUDIT TRAIL AND COUNTER-      *
004690* MASTER.  IF THIS WRITE FAILS THE NUMBER STAYS CONSUMED   *
004700* -- THE LOCK IS ALREADY RELEASED, SO BACKING THE MASTER   *
004710* OUT COULD UNDO ANOTHER CALLER'S NUMBER, AND THE AUDIT    *
004720* TRAIL ALREADY SHOWS IT ISSUED -- AND '95' TELLS THE      *
004730* CALLER THE NUMBER IN LS-COUNTER IS NOT JOURNALLED.       *
004740*--------------------------------------------------------*
004750 3100-WRITE-ONLINE-JOURNAL.
004760     MOVE SPACES TO ASGN-TRANSACTION-RECORD.
004770     MOVE LS-TRANSACTION-ID TO ASGN-TRANSACTION-ID.
004780     MOVE LS-COUNTER-ID TO ASGN-COUNTER-ID.
004790     MOVE LS-COUNTER TO ASGN-SEQUENCE-NUMBER.
004800     MOVE LS-TRANS-AMOUNT TO ASGN-AMOUNT.
004810
004820     WRITE ASGN-TRANSACTION-RECORD.
004830     IF NOT WS-OJ-OK
004840         DISPLAY "[COBOL] Online journal write failed for: "
004850                 LS-TRANSACTION-ID
004860         SET LS-WRITE-ERROR TO TRUE
004870     END-IF.
004880
004890 3100-EXIT.
004900     EXIT.
