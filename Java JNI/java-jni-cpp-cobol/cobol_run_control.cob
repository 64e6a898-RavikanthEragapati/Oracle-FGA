000250*                CARD.  AN END CALL WITHOUT A START NOW    *
000260*                REBUILDS ITS RECORD FROM SCRATCH BEFORE   *
000270*                THE FRESH WRITE.                          *
000271* 10/15/26  DRO  THE WINDOW'S OPENING STEP -- THE START    *
000272*                CALL OF A JOB WITH NO PREDECESSOR -- IS   *
000273*                NOW HELD WHEN THE RUNPARM CARD CARRIES A  *
000274*                DATE THE BUSINESS CALENDAR SAYS THE BANK  *
000275*                IS CLOSED, UNLESS THE CARD ALSO CARRIES   *
000276*                THE CALENDAR OVERRIDE FLAG, SO NO NIGHT   *
000277*                IS RUN UNDER A HOLIDAY DATE BY MISTAKE.   *
000280*--------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000490* RUN-PARM-FILE CARRIES ONE CARD: THE WINDOW'S BUSINESS    *
000500* DATE, SET WHEN THE NIGHT IS SCHEDULED, SO A STEP THAT    *
000510* STARTS AFTER MIDNIGHT STILL POSTS UNDER THE NIGHT IT     *
000520* BELONGS TO.  A 'Y' IN THE OVERRIDE COLUMN LETS THE       *
000523* WINDOW OPEN UNDER A DATE THE CALENDAR SAYS IS NOT A      *
000526* BUSINESS DAY.                                            *
000530*--------------------------------------------------------*
000540     SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
000550         ORGANIZATION IS SEQUENTIAL
000660     RECORDING MODE IS F.
000670 01  RNP-PARM-CARD.
000680     05  RNP-BUSINESS-DATE        PIC 9(08).
000690     05  RNP-CALENDAR-OVERRIDE    PIC X(01).
000693         88  RNP-OVERRIDE-CALENDAR          VALUE 'Y'.
000696     05  FILLER                   PIC X(71).
000700
000710 WORKING-STORAGE SECTION.
000720*--------------------------------------------------------*
000840
000850 77  WS-BUSINESS-DATE            PIC 9(08)   VALUE 0.
000860
000861 77  WS-DATE-FROM-CARD-SW        PIC X(01)   VALUE 'N'.
000862     88  WS-DATE-FROM-CARD                   VALUE 'Y'.
000863
000864 77  WS-OVERRIDE-SW              PIC X(01)   VALUE 'N'.
000865     88  WS-CALENDAR-OVERRIDDEN              VALUE 'Y'.
000866
000870 01  WS-TIMESTAMP.
000880     05  WS-TS-DATE               PIC 9(08).
000890     05  WS-TS-TIME               PIC 9(08).
000891
000892*--------------------------------------------------------*
000893* PARAMETERS FOR COBOL-BUSINESS-CALENDAR: A 'T' CALL       *
000894* TESTS THE BUSINESS DATE BEFORE THE WINDOW OPENS.         *
000895*--------------------------------------------------------*
000896 01  WS-CAL-PARMS.
000897     05  WS-CAL-FUNCTION          PIC X(01) VALUE 'T'.
000898     05  WS-CAL-FROM-DATE         PIC 9(08) VALUE 0.
000899     05  WS-CAL-TO-DATE           PIC 9(08) VALUE 0.
000900     05  WS-CAL-DAYS              PIC S9(8) COMP-5 VALUE 0.
000901     05  WS-CAL-DAY-TYPE          PIC X(01) VALUE SPACE.
000902         88  WS-CAL-BUSINESS-DAY            VALUE 'B'.
000903     05  WS-CAL-RETURN-CODE       PIC X(02) VALUE SPACES.
000904         88  WS-CAL-ERROR                   VALUE '02'.
000905
000910 LINKAGE SECTION.
000920*--------------------------------------------------------*
000930* ONE PARAMETER RECORD PER CALL: THE CALLING JOB'S NAME,   *
001530*--------------------------------------------------------*
001540 0100-GET-BUSINESS-DATE.
001550     MOVE WS-TS-DATE TO WS-BUSINESS-DATE.
001553     MOVE 'N' TO WS-DATE-FROM-CARD-SW.
001556     MOVE 'N' TO WS-OVERRIDE-SW.
001560
001570     OPEN INPUT RUN-PARM-FILE.
001580     IF NOT WS-PARM-OK
001670
001680     IF RNP-BUSINESS-DATE NUMERIC
001690         MOVE RNP-BUSINESS-DATE TO WS-BUSINESS-DATE
001692         SET WS-DATE-FROM-CARD TO TRUE
001694         IF RNP-OVERRIDE-CALENDAR
001696             SET WS-CALENDAR-OVERRIDDEN TO TRUE
001698         END-IF
001700     END-IF.
001710
001720 0100-EXIT.
002130* SAME DATE.                                               *
002140*--------------------------------------------------------*
002150 2000-REGISTER-START.
002151     IF LS-PREDECESSOR = SPACES
002152         PERFORM 2050-CHECK-BUSINESS-DAY THRU 2050-EXIT
002153         IF LS-RUN-HELD
002154             GO TO 2000-EXIT
002155         END-IF
002156     END-IF.
002157
002160     IF LS-PREDECESSOR NOT = SPACES
002170         MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
002180         MOVE LS-PREDECESSOR TO RC-JOB-NAME
002480     END-IF.
002490
002500 2000-EXIT.
002501     EXIT.
002502
002503*--------------------------------------------------------*
002504* 2050-CHECK-BUSINESS-DAY                                  *
002505* HOLDS THE WINDOW'S OPENING STEP WHEN THE RUNPARM CARD'S  *
002506* DATE IS A HOLIDAY OR WEEKEND ON THE BUSINESS CALENDAR    *
002507* AND THE CARD DOES NOT CARRY THE OVERRIDE.  EVERY LATER   *
002508* STEP IS THEN HELD BEHIND IT BY THE PREDECESSOR CHECK.    *
002509* A SYSTEM-DATE FALLBACK IS NOT TESTED -- THERE IS NO      *
002510* CARD TO OVERRIDE IT WITH -- AND NEITHER IS A DATE THE    *
002511* CALENDAR SERVICE CANNOT READ.                            *
002512*--------------------------------------------------------*
002513 2050-CHECK-BUSINESS-DAY.
002514     IF NOT WS-DATE-FROM-CARD
002515         GO TO 2050-EXIT
002516     END-IF.
002517
002518     MOVE 'T' TO WS-CAL-FUNCTION.
002519     MOVE WS-BUSINESS-DATE TO WS-CAL-FROM-DATE.
002520     CALL "COBOL-BUSINESS-CALENDAR" USING WS-CAL-PARMS.
002521
002522     IF WS-CAL-ERROR OR WS-CAL-BUSINESS-DAY
002523         GO TO 2050-EXIT
002524     END-IF.
002525
002526     IF WS-CALENDAR-OVERRIDDEN
002527         DISPLAY "COBOL-RUN-CONTROL: " WS-BUSINESS-DATE
002528             " IS NOT A BUSINESS DAY - OPENED ON OVERRIDE"
002529         GO TO 2050-EXIT
002530     END-IF.
002531
002532     DISPLAY "COBOL-RUN-CONTROL: " WS-BUSINESS-DATE
002533         " IS NOT A BUSINESS DAY - WINDOW NOT OPENED, JOB "
002534         LS-JOB-NAME " HELD".
002535     SET LS-RUN-HELD TO TRUE.
002536
002537 2050-EXIT.
002538     EXIT.
002539
002540*--------------------------------------------------------*
002541* 3000-REGISTER-END                                        *
002550* MARKS THE JOB'S RECORD COMPLETE OR FAILED WITH ITS END   *
002560* TIME.  A MISSING RECORD -- AN END CALL WITHOUT A START   *
002570* -- IS WRITTEN FRESH SO THE NIGHT'S OUTCOME IS NEVER      *
