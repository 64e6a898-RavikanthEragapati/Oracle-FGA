000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBOL-BUSINESS-CALENDAR.
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. ENTERPRISE BANKING SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*--------------------------------------------------------*
000100* 10/15/26  DRO  ORIGINAL PROGRAM.  SHARED BUSINESS-DAY    *
000110*                SERVICE OFF THE CALENDAR MAINTAINED BY    *
000120*                COBOL-CALENDAR-LOAD.  A 'T' CALL SAYS     *
000130*                WHETHER ONE DATE IS A BUSINESS DAY, A     *
000140*                HOLIDAY OR A WEEKEND; A 'C' CALL COUNTS   *
000150*                THE BUSINESS DAYS AFTER ONE DATE UP TO    *
000160*                AND INCLUDING ANOTHER -- THE AGE OF AN    *
000170*                ITEM FIRST SEEN ON THE FROM-DATE.  EVERY  *
000180*                JOB THAT AGES OR PROJECTS IN DAYS CALLS   *
000190*                HERE SO THEY ALL COUNT THE SAME DAYS.  A  *
000200*                DATE NOT ON THE CALENDAR FALLS BACK TO    *
000210*                MONDAY-TO-FRIDAY AND IS FLAGGED WITH      *
000220*                RETURN CODE '01'.                         *
000230*--------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000260
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. GENERIC-SERVER.
000290 OBJECT-COMPUTER. GENERIC-SERVER.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330*--------------------------------------------------------*
000340* BUSINESS-CALENDAR CARRIES ONE RECORD PER CALENDAR DATE.  *
000350* MAINTAINED BY COBOL-CALENDAR-LOAD; READ-ONLY HERE.       *
000360*--------------------------------------------------------*
000370     SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS CL-CALENDAR-DATE
000410         FILE STATUS IS WS-CL-FILE-STATUS.
000420
000430 DATA DIVISION.
000440
000450 FILE SECTION.
000460 FD  BUSINESS-CALENDAR
000470     RECORDING MODE IS F.
000480     COPY CLRECORD.
000490
000500 WORKING-STORAGE SECTION.
000510*--------------------------------------------------------*
000520* STANDALONE SWITCHES AND COUNTERS.  THE CALENDAR IS       *
000530* OPENED ON THE FIRST CALL AND LEFT OPEN FOR THE REST OF   *
000540* THE RUN, SINCE AN AGING JOB CALLS HERE ONCE PER ITEM;    *
000550* IT IS READ-ONLY, SO NOTHING IS HELD AGAINST THE LOADER   *
000560* BEYOND THE CALLING STEP.                                 *
000570*--------------------------------------------------------*
000580 77  WS-CL-FILE-STATUS           PIC X(02)   VALUE SPACES.
000590     88  WS-CL-OK                            VALUE '00'.
000600
000610 77  WS-CL-TRIED-SW              PIC X(01)   VALUE 'N'.
000620     88  WS-CL-TRIED                         VALUE 'Y'.
000630
000640 77  WS-CL-OPEN-SW               PIC X(01)   VALUE 'N'.
000650     88  WS-CL-OPEN                          VALUE 'Y'.
000660
000670 77  WS-CHECK-DATE               PIC 9(08)   VALUE 0.
000680 77  WS-CHECK-TYPE               PIC X(01)   VALUE SPACE.
000690     88  WS-CHECK-BUSINESS                   VALUE 'B'.
000700 77  WS-CHECK-INT                PIC 9(08) COMP VALUE 0.
000710 77  WS-FROM-INT                 PIC 9(08) COMP VALUE 0.
000720 77  WS-TO-INT                   PIC 9(08) COMP VALUE 0.
000730 77  WS-DAY-OF-WEEK              PIC 9(01)   VALUE 0.
000740
000750 LINKAGE SECTION.
000760*--------------------------------------------------------*
000770* ONE PARAMETER RECORD PER CALL: THE FUNCTION, THE DATE    *
000780* OR DATES IT APPLIES TO, AND THE ANSWER -- THE BUSINESS   *
000790* DAYS COUNTED OR THE TYPE OF THE ONE DATE TESTED.         *
000800*--------------------------------------------------------*
000810 01  LS-CAL-PARMS.
000820     05  LS-CAL-FUNCTION          PIC X(01).
000830         88  LS-CAL-COUNT                   VALUE 'C'.
000840         88  LS-CAL-TEST                    VALUE 'T'.
000850     05  LS-CAL-FROM-DATE         PIC 9(08).
000860     05  LS-CAL-TO-DATE           PIC 9(08).
000870     05  LS-CAL-DAYS              PIC S9(8) COMP-5.
000880     05  LS-CAL-DAY-TYPE          PIC X(01).
000890     05  LS-CAL-RETURN-CODE       PIC X(02).
000900         88  LS-CAL-OK                      VALUE '00'.
000910         88  LS-CAL-WEEKDAY-RULE            VALUE '01'.
000920         88  LS-CAL-ERROR                   VALUE '02'.
000930
000940 PROCEDURE DIVISION USING LS-CAL-PARMS.
000950
000960 0000-MAINLINE.
000970     SET LS-CAL-OK TO TRUE.
000980     MOVE 0 TO LS-CAL-DAYS.
000990     MOVE SPACE TO LS-CAL-DAY-TYPE.
001000
001010     IF NOT WS-CL-TRIED
001020         PERFORM 1000-OPEN-CALENDAR THRU 1000-EXIT
001030     END-IF.
001040
001050     IF LS-CAL-TEST
001060         PERFORM 2000-TEST-ONE-DATE THRU 2000-EXIT
001070     ELSE
001080         IF LS-CAL-COUNT
001090             PERFORM 3000-COUNT-BUSINESS-DAYS THRU 3000-EXIT
001100         ELSE
001110             SET LS-CAL-ERROR TO TRUE
001120         END-IF
001130     END-IF.
001140
001150 0000-MAINLINE-EXIT.
001160     GOBACK.
001170
001180*--------------------------------------------------------*
001190* 1000-OPEN-CALENDAR                                       *
001200* A MISSING CALENDAR IS NOT AN ABEND: EVERY DATE THEN      *
001210* FALLS BACK TO MONDAY-TO-FRIDAY AND EVERY CALL SAYS SO.   *
001220*--------------------------------------------------------*
001230 1000-OPEN-CALENDAR.
001240     SET WS-CL-TRIED TO TRUE.
001250
001260     OPEN INPUT BUSINESS-CALENDAR.
001270     IF WS-CL-OK
001280         SET WS-CL-OPEN TO TRUE
001290     ELSE
001300         DISPLAY "COBOL-BUSINESS-CALENDAR: NO BUSCAL ON FILE,"
001310             " STATUS=" WS-CL-FILE-STATUS
001320             " - MONDAY TO FRIDAY ASSUMED"
001330     END-IF.
001340
001350 1000-EXIT.
001360     EXIT.
001370
001380*--------------------------------------------------------*
001390* 2000-TEST-ONE-DATE                                       *
001400*--------------------------------------------------------*
001410 2000-TEST-ONE-DATE.
001420     IF LS-CAL-FROM-DATE NOT NUMERIC
001430         SET LS-CAL-ERROR TO TRUE
001440         GO TO 2000-EXIT
001450     END-IF.
001460
001470     IF FUNCTION TEST-DATE-YYYYMMDD (LS-CAL-FROM-DATE) NOT = 0
001480         SET LS-CAL-ERROR TO TRUE
001490         GO TO 2000-EXIT
001500     END-IF.
001510
001520     MOVE LS-CAL-FROM-DATE TO WS-CHECK-DATE.
001530     PERFORM 5000-CLASSIFY-DATE THRU 5000-EXIT.
001540     MOVE WS-CHECK-TYPE TO LS-CAL-DAY-TYPE.
001550
001560 2000-EXIT.
001570     EXIT.
001580
001590*--------------------------------------------------------*
001600* 3000-COUNT-BUSINESS-DAYS                                 *
001610* COUNTS THE BUSINESS DAYS AFTER THE FROM-DATE UP TO AND   *
001620* INCLUDING THE TO-DATE: A BREAK FOUND ON A FRIDAY AND     *
001630* LOOKED AT ON THE TUESDAY AFTER A MONDAY HOLIDAY IS ONE   *
001640* BUSINESS DAY OLD.  A TO-DATE NOT AFTER THE FROM-DATE     *
001650* COUNTS ZERO.                                             *
001660*--------------------------------------------------------*
001670 3000-COUNT-BUSINESS-DAYS.
001680     IF LS-CAL-FROM-DATE NOT NUMERIC
001690         OR LS-CAL-TO-DATE NOT NUMERIC
001700         SET LS-CAL-ERROR TO TRUE
001710         GO TO 3000-EXIT
001720     END-IF.
001730
001740     IF FUNCTION TEST-DATE-YYYYMMDD (LS-CAL-FROM-DATE) NOT = 0
001750         OR FUNCTION TEST-DATE-YYYYMMDD (LS-CAL-TO-DATE) NOT = 0
001760         SET LS-CAL-ERROR TO TRUE
001770         GO TO 3000-EXIT
001780     END-IF.
001790
001800     COMPUTE WS-FROM-INT =
001810         FUNCTION INTEGER-OF-DATE (LS-CAL-FROM-DATE).
001820     COMPUTE WS-TO-INT =
001830         FUNCTION INTEGER-OF-DATE (LS-CAL-TO-DATE).
001840
001850     IF WS-TO-INT <= WS-FROM-INT
001860         GO TO 3000-EXIT
001870     END-IF.
001880
001890     COMPUTE WS-CHECK-INT = WS-FROM-INT + 1.
001900     PERFORM 3100-COUNT-ONE-DAY THRU 3100-EXIT
001910         UNTIL WS-CHECK-INT > WS-TO-INT.
001920
001930 3000-EXIT.
001940     EXIT.
001950
001960*--------------------------------------------------------*
001970* 3100-COUNT-ONE-DAY                                       *
001980*--------------------------------------------------------*
001990 3100-COUNT-ONE-DAY.
002000     COMPUTE WS-CHECK-DATE =
002010         FUNCTION DATE-OF-INTEGER (WS-CHECK-INT).
002020     PERFORM 5000-CLASSIFY-DATE THRU 5000-EXIT.
002030
002040     IF WS-CHECK-BUSINESS
002050         ADD 1 TO LS-CAL-DAYS
002060     END-IF.
002070
002080     ADD 1 TO WS-CHECK-INT.
002090
002100 3100-EXIT.
002110     EXIT.
002120
002130*--------------------------------------------------------*
002140* 5000-CLASSIFY-DATE                                       *
002150* SETS WS-CHECK-TYPE FOR WS-CHECK-DATE FROM ITS CALENDAR   *
002160* RECORD.  A DATE NOT ON THE CALENDAR, OR CARRYING NO      *
002170* VALID TYPE, TAKES THE MONDAY-TO-FRIDAY RULE AND FLAGS    *
002180* THE CALL SO THE CALLER CAN SAY THE CALENDAR NEEDS        *
002190* EXTENDING.                                               *
002200*--------------------------------------------------------*
002210 5000-CLASSIFY-DATE.
002220     IF WS-CL-OPEN
002230         MOVE WS-CHECK-DATE TO CL-CALENDAR-DATE
002240         READ BUSINESS-CALENDAR
002250             INVALID KEY
002260                 MOVE SPACE TO CL-DAY-TYPE
002270         END-READ
002280         IF WS-CL-OK
002290             AND (CL-BUSINESS-DAY OR CL-HOLIDAY OR CL-WEEKEND)
002300             MOVE CL-DAY-TYPE TO WS-CHECK-TYPE
002310             GO TO 5000-EXIT
002320         END-IF
002330     END-IF.
002340
002350     COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD
002360         (FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE) - 1, 7) + 1.
002370     IF WS-DAY-OF-WEEK > 5
002380         MOVE 'W' TO WS-CHECK-TYPE
002390     ELSE
002400         MOVE 'B' TO WS-CHECK-TYPE
002410     END-IF.
002420
002430     SET LS-CAL-WEEKDAY-RULE TO TRUE.
002440
002450 5000-EXIT.
002460     EXIT.
