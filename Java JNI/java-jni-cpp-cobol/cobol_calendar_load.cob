000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBOL-CALENDAR-LOAD.
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. ENTERPRISE BANKING SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------*
000080* MODIFICATION HISTORY                                     *
000090*--------------------------------------------------------*
000100* 10/15/26  DRO  ORIGINAL PROGRAM.  LOADS THE BUSINESS     *
000110*                CALENDAR FROM CARD-IMAGE INPUT.  A YEAR   *
000120*                CARD LAYS DOWN EVERY DATE OF THE YEAR,    *
000130*                MONDAY TO FRIDAY AS BUSINESS DAYS AND THE *
000140*                WEEKEND AS NON-BUSINESS, WITHOUT TOUCHING *
000150*                ANY DATE ALREADY ON FILE; A DATE CARD     *
000160*                ADDS OR REPLACES ONE DATE -- A HOLIDAY, OR*
000170*                A WEEKEND THE BANK OPENS.  A DECK IS THE  *
000180*                YEAR CARD FOLLOWED BY THE HOLIDAY CARDS,  *
000190*                AND A RERUN OF THE SAME DECK IS SAFE.     *
000200*--------------------------------------------------------*
000210
000220 ENVIRONMENT DIVISION.
000230
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. GENERIC-SERVER.
000260 OBJECT-COMPUTER. GENERIC-SERVER.
000270
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300*--------------------------------------------------------*
000310* CALENDAR-CARDS IS THE CARD-IMAGE CALENDAR INPUT: A CARD  *
000320* TYPE, A DATE (ONLY THE YEAR FOR A YEAR CARD), A DAY      *
000330* TYPE AND A DESCRIPTION.                                  *
000340*--------------------------------------------------------*
000350     SELECT CALENDAR-CARDS ASSIGN TO "CALCRDS"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-CARD-FILE-STATUS.
000380
000390*--------------------------------------------------------*
000400* BUSINESS-CALENDAR IS THE KEYED CALENDAR EVERY AGING AND  *
000410* FORECAST JOB COUNTS BUSINESS DAYS FROM, THROUGH COBOL-   *
000420* BUSINESS-CALENDAR.                                       *
000430*--------------------------------------------------------*
000440     SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CL-CALENDAR-DATE
000480         FILE STATUS IS WS-CL-FILE-STATUS.
000490
000500 DATA DIVISION.
000510
000520 FILE SECTION.
000530 FD  CALENDAR-CARDS
000540     RECORDING MODE IS F.
000550 01  CALC-CARD.
000560     05  CALC-CARD-TYPE           PIC X(01).
000570         88  CALC-YEAR-CARD                 VALUE 'Y'.
000580         88  CALC-DATE-CARD                 VALUE 'D'.
000590     05  CALC-DATE                PIC 9(08).
000600     05  CALC-DATE-R REDEFINES CALC-DATE.
000610         10  CALC-YEAR            PIC 9(04).
000620         10  FILLER               PIC X(04).
000630     05  CALC-DAY-TYPE            PIC X(01).
000640         88  CALC-TYPE-VALID                VALUES 'B' 'H' 'W'.
000650     05  CALC-DESCRIPTION         PIC X(30).
000660     05  FILLER                   PIC X(40).
000670
000680 FD  BUSINESS-CALENDAR
000690     RECORDING MODE IS F.
000700     COPY CLRECORD.
000710
000720 WORKING-STORAGE SECTION.
000730*--------------------------------------------------------*
000740* STANDALONE SWITCHES AND COUNTERS                         *
000750*--------------------------------------------------------*
000760 77  WS-CARD-FILE-STATUS         PIC X(02)   VALUE SPACES.
000770     88  WS-CARD-OK                          VALUE '00'.
000780
000790 77  WS-CARD-EOF-SW              PIC X(01)   VALUE 'N'.
000800     88  WS-CARD-EOF                         VALUE 'Y'.
000810
000820 77  WS-CARD-OPEN-SW             PIC X(01)   VALUE 'N'.
000830     88  WS-CARD-OPEN                        VALUE 'Y'.
000840
000850 77  WS-CL-FILE-STATUS           PIC X(02)   VALUE SPACES.
000860     88  WS-CL-OK                            VALUE '00'.
000870     88  WS-CL-NOT-FOUND                     VALUE '35'.
000880
000890 77  WS-CL-OPEN-SW               PIC X(01)   VALUE 'N'.
000900     88  WS-CL-OPEN                          VALUE 'Y'.
000910
000920 77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
000930 77  WS-YEAR-START               PIC 9(08)   VALUE 0.
000940 77  WS-YEAR-END                 PIC 9(08)   VALUE 0.
000950 77  WS-DAY-INT                  PIC 9(08) COMP VALUE 0.
000960 77  WS-END-INT                  PIC 9(08) COMP VALUE 0.
000970 77  WS-DAY-DATE                 PIC 9(08)   VALUE 0.
000980 77  WS-DAY-OF-WEEK              PIC 9(01)   VALUE 0.
000990
001000 77  WS-CARDS-READ               PIC 9(08) COMP VALUE 0.
001010 77  WS-YEARS-LAID-DOWN          PIC 9(08) COMP VALUE 0.
001020 77  WS-DAYS-ADDED               PIC 9(08) COMP VALUE 0.
001030 77  WS-DAYS-REPLACED            PIC 9(08) COMP VALUE 0.
001040 77  WS-CARDS-REJECTED           PIC 9(08) COMP VALUE 0.
001050
001060 PROCEDURE DIVISION.
001070
001080 0000-MAINLINE.
001090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001100
001110     IF WS-CL-OPEN AND NOT WS-CARD-EOF
001120         PERFORM 2100-READ-CARD THRU 2100-EXIT
001130         PERFORM 2000-LOAD-ONE-CARD THRU 2000-EXIT
001140             UNTIL WS-CARD-EOF
001150     END-IF.
001160
001170     PERFORM 3000-WRAP-UP THRU 3000-EXIT.
001180     STOP RUN.
001190
001200*--------------------------------------------------------*
001210* 1000-INITIALIZE                                          *
001220* OPENS THE CARD INPUT AND THE CALENDAR, CREATING THE      *
001230* CALENDAR ON THE VERY FIRST LOAD, FOLLOWING THE SAME      *
001240* PATTERN AS THE COUNTER-DEF LOAD.                         *
001250*--------------------------------------------------------*
001260 1000-INITIALIZE.
001270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001280
001290     OPEN INPUT CALENDAR-CARDS.
001300     IF WS-CARD-OK
001310         SET WS-CARD-OPEN TO TRUE
001320     ELSE
001330         DISPLAY "COBOL-CALENDAR-LOAD: CANNOT OPEN CALCRDS"
001340             " STATUS=" WS-CARD-FILE-STATUS
001350         SET WS-CARD-EOF TO TRUE
001360         GO TO 1000-EXIT
001370     END-IF.
001380
001390     OPEN I-O BUSINESS-CALENDAR.
001400
001410     IF WS-CL-OK
001420         SET WS-CL-OPEN TO TRUE
001430         GO TO 1000-EXIT
001440     END-IF.
001450
001460     IF NOT WS-CL-NOT-FOUND
001470         DISPLAY "COBOL-CALENDAR-LOAD: CANNOT OPEN BUSCAL"
001480             " STATUS=" WS-CL-FILE-STATUS
001490         GO TO 1000-EXIT
001500     END-IF.
001510
001520     OPEN OUTPUT BUSINESS-CALENDAR.
001530     CLOSE BUSINESS-CALENDAR.
001540     OPEN I-O BUSINESS-CALENDAR.
001550
001560     IF WS-CL-OK
001570         SET WS-CL-OPEN TO TRUE
001580     ELSE
001590         DISPLAY "COBOL-CALENDAR-LOAD: CANNOT CREATE BUSCAL"
001600             " STATUS=" WS-CL-FILE-STATUS
001610     END-IF.
001620
001630 1000-EXIT.
001640     EXIT.
001650
001660*--------------------------------------------------------*
001670* 2000-LOAD-ONE-CARD                                       *
001680* EDITS ONE CARD AND APPLIES IT, THEN READS THE NEXT.      *
001690*--------------------------------------------------------*
001700 2000-LOAD-ONE-CARD.
001710     ADD 1 TO WS-CARDS-READ.
001720
001730     IF CALC-YEAR-CARD
001740         PERFORM 2300-LAY-DOWN-YEAR THRU 2300-EXIT
001750         GO TO 2000-NEXT
001760     END-IF.
001770
001780     IF NOT CALC-DATE-CARD
001790         OR NOT CALC-TYPE-VALID
001800         OR CALC-DATE NOT NUMERIC
001810         ADD 1 TO WS-CARDS-REJECTED
001820         DISPLAY "COBOL-CALENDAR-LOAD: REJECTED CARD: "
001830             CALC-CARD (1:40)
001840         GO TO 2000-NEXT
001850     END-IF.
001860
001870     IF FUNCTION TEST-DATE-YYYYMMDD (CALC-DATE) NOT = 0
001880         ADD 1 TO WS-CARDS-REJECTED
001890         DISPLAY "COBOL-CALENDAR-LOAD: REJECTED CARD: "
001900             CALC-CARD (1:40)
001910         GO TO 2000-NEXT
001920     END-IF.
001930
001940     MOVE CALC-DATE TO WS-DAY-DATE.
001950     PERFORM 2500-BUILD-DAY THRU 2500-EXIT.
001960     MOVE CALC-DAY-TYPE TO CL-DAY-TYPE.
001970     MOVE CALC-DESCRIPTION TO CL-DESCRIPTION.
001980
001990     WRITE CL-RECORD
002000         INVALID KEY
002010             PERFORM 2200-REPLACE-DAY THRU 2200-EXIT
002020         NOT INVALID KEY
002030             IF WS-CL-OK
002040                 ADD 1 TO WS-DAYS-ADDED
002050             ELSE
002060                 ADD 1 TO WS-CARDS-REJECTED
002070                 DISPLAY "COBOL-CALENDAR-LOAD: WRITE FAILED "
002080                     "FOR " CL-CALENDAR-DATE
002090                     " STATUS=" WS-CL-FILE-STATUS
002100             END-IF
002110     END-WRITE.
002120
002130 2000-NEXT.
002140     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002150
002160 2000-EXIT.
002170     EXIT.
002180
002190*--------------------------------------------------------*
002200* 2100-READ-CARD                                           *
002210*--------------------------------------------------------*
002220 2100-READ-CARD.
002230     IF WS-CARD-EOF
002240         GO TO 2100-EXIT
002250     END-IF.
002260
002270     READ CALENDAR-CARDS
002280         AT END
002290             SET WS-CARD-EOF TO TRUE
002300     END-READ.
002310
002320 2100-EXIT.
002330     EXIT.
002340
002350*--------------------------------------------------------*
002360* 2200-REPLACE-DAY                                         *
002370* THE DATE IS ALREADY ON FILE -- A DATE CARD REPLACES IT   *
002380* IN PLACE SO A CORRECTED HOLIDAY DECK CAN SIMPLY RERUN.   *
002390*--------------------------------------------------------*
002400 2200-REPLACE-DAY.
002410     REWRITE CL-RECORD.
002420     IF WS-CL-OK
002430         ADD 1 TO WS-DAYS-REPLACED
002440     ELSE
002450         ADD 1 TO WS-CARDS-REJECTED
002460         DISPLAY "COBOL-CALENDAR-LOAD: REWRITE FAILED FOR "
002470             CL-CALENDAR-DATE " STATUS=" WS-CL-FILE-STATUS
002480     END-IF.
002490
002500 2200-EXIT.
002510     EXIT.
002520
002530*--------------------------------------------------------*
002540* 2300-LAY-DOWN-YEAR                                       *
002550* WRITES EVERY DATE OF THE CARD'S YEAR NOT ALREADY ON      *
002560* FILE.  A DATE ALREADY THERE -- A HOLIDAY LOADED BEFORE   *
002570* -- IS LEFT ALONE, SO THE YEAR CARD NEVER UNDOES ONE.     *
002580*--------------------------------------------------------*
002590 2300-LAY-DOWN-YEAR.
002600     IF CALC-YEAR NOT NUMERIC
002610         OR CALC-YEAR < 1601
002620         ADD 1 TO WS-CARDS-REJECTED
002630         DISPLAY "COBOL-CALENDAR-LOAD: REJECTED CARD: "
002640             CALC-CARD (1:40)
002650         GO TO 2300-EXIT
002660     END-IF.
002670
002680     COMPUTE WS-YEAR-START = CALC-YEAR * 10000 + 0101.
002690     COMPUTE WS-YEAR-END = CALC-YEAR * 10000 + 1231.
002700     COMPUTE WS-DAY-INT =
002710         FUNCTION INTEGER-OF-DATE (WS-YEAR-START).
002720     COMPUTE WS-END-INT =
002730         FUNCTION INTEGER-OF-DATE (WS-YEAR-END).
002740
002750     PERFORM 2400-LAY-DOWN-ONE-DAY THRU 2400-EXIT
002760         UNTIL WS-DAY-INT > WS-END-INT.
002770
002780     ADD 1 TO WS-YEARS-LAID-DOWN.
002790
002800 2300-EXIT.
002810     EXIT.
002820
002830*--------------------------------------------------------*
002840* 2400-LAY-DOWN-ONE-DAY                                    *
002850*--------------------------------------------------------*
002860 2400-LAY-DOWN-ONE-DAY.
002870     COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
002880     PERFORM 2500-BUILD-DAY THRU 2500-EXIT.
002890
002900     IF WS-DAY-OF-WEEK > 5
002910         SET CL-WEEKEND TO TRUE
002920         MOVE "WEEKEND" TO CL-DESCRIPTION
002930     ELSE
002940         SET CL-BUSINESS-DAY TO TRUE
002950     END-IF.
002960
002970     WRITE CL-RECORD
002980         INVALID KEY
002990             CONTINUE
003000         NOT INVALID KEY
003010             IF WS-CL-OK
003020                 ADD 1 TO WS-DAYS-ADDED
003030             END-IF
003040     END-WRITE.
003050
003060     ADD 1 TO WS-DAY-INT.
003070
003080 2400-EXIT.
003090     EXIT.
003100
003110*--------------------------------------------------------*
003120* 2500-BUILD-DAY                                           *
003130* STARTS A FRESH CALENDAR RECORD FOR WS-DAY-DATE WITH ITS  *
003140* DAY OF WEEK -- 1 FOR MONDAY TO 7 FOR SUNDAY, COUNTED     *
003150* FROM 01/01/1601, WHICH FELL ON A MONDAY.                 *
003160*--------------------------------------------------------*
003170 2500-BUILD-DAY.
003180     MOVE SPACES TO CL-RECORD.
003190     MOVE WS-DAY-DATE TO CL-CALENDAR-DATE.
003200     COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD
003210         (FUNCTION INTEGER-OF-DATE (WS-DAY-DATE) - 1, 7) + 1.
003220     MOVE WS-DAY-OF-WEEK TO CL-DAY-OF-WEEK.
003230     MOVE WS-RUN-DATE TO CL-LOAD-DATE.
003240
003250 2500-EXIT.
003260     EXIT.
003270
003280*--------------------------------------------------------*
003290* 3000-WRAP-UP                                             *
003300*--------------------------------------------------------*
003310 3000-WRAP-UP.
003320     IF WS-CL-OPEN
003330         CLOSE BUSINESS-CALENDAR
003340     END-IF.
003350
003360     IF WS-CARD-OPEN
003370         CLOSE CALENDAR-CARDS
003380     END-IF.
003390
003400     DISPLAY "COBOL-CALENDAR-LOAD: CARDS READ . . . : "
003410         WS-CARDS-READ.
003420     DISPLAY "COBOL-CALENDAR-LOAD: YEARS LAID DOWN. : "
003430         WS-YEARS-LAID-DOWN.
003440     DISPLAY "COBOL-CALENDAR-LOAD: DAYS ADDED . . . : "
003450         WS-DAYS-ADDED.
003460     DISPLAY "COBOL-CALENDAR-LOAD: DAYS REPLACED. . : "
003470         WS-DAYS-REPLACED.
003480     DISPLAY "COBOL-CALENDAR-LOAD: REJECTED . . . . : "
003490         WS-CARDS-REJECTED.
003500
003510 3000-EXIT.
003520     EXIT.
