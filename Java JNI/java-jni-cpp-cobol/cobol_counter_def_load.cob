000204*                STILL LOAD; ANY OTHER FLAG, OR AN 'A'      *
000205*                CARD WITHOUT A NUMERIC SEED, BOUNCES.      *
000206*--------------------------------------------------------*
000207* 10/15/26  DRO  ADDED THE LARGE-VALUE HOLD THRESHOLD, IN    *
000208*                WHOLE DOLLARS, TO THE DEFINITION CARD AND  *
000209*                RECORD FOR COBOL-PENDTRAN-EDIT.  A BLANK   *
000210*                OR NON-NUMERIC THRESHOLD LOADS AS ZERO --  *
000211*                NO HOLD -- SO OLD DECKS STILL LOAD.        *
000212* 10/15/26  DRO  EVERY ADD, CHANGE AND DEACTIVATION IS NOW  *
000213*                WRITTEN TO THE KEYED DEFINITION HISTORY    *
000214*                FILE WITH THE RECORD AS IT WAS AND AS THE  *
000215*                CARD LEFT IT, THE LOAD DATE AND TIME AND   *
000216*                THE OPERATOR OR CHANGE TICKET PUNCHED IN   *
000217*                THE LAST EIGHT COLUMNS OF THE CARD.  THE   *
000218*                HISTORY IS WRITTEN BEFORE THE MASTER IS    *
000219*                TOUCHED, AND A CARD WHOSE HISTORY CANNOT   *
000220*                BE WRITTEN IS REJECTED, SO NO DEFINITION   *
000221*                CHANGES WITHOUT A TRAIL.  A CARD THAT      *
000222*                CHANGES NOTHING IS COUNTED AS UNCHANGED    *
000223*                AND LEAVES NO ENTRY, SO A RERUN OF THE     *
000224*                SAME DECK ADDS NOTHING TO THE HISTORY.     *
000225*--------------------------------------------------------*
000226
000227 ENVIRONMENT DIVISION.
000230
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. GENERIC-SERVER.
000310* COUNTER-DEF-CARDS IS THE CARD-IMAGE DEFINITION INPUT:    *
000320* COUNTER-ID, DESCRIPTION, ACTIVE FLAG AND HIGH LIMIT IN   *
000330* DISPLAY FORMAT, ONE CARD PER COUNTER.                    *
000333* THE LAST EIGHT COLUMNS CARRY THE OPERATOR ID OR CHANGE   *
000336* TICKET THAT GOES ON THE DEFINITION HISTORY.              *
000340*--------------------------------------------------------*
000350     SELECT COUNTER-DEF-CARDS ASSIGN TO "CDEFCRDS"
000360         ORGANIZATION IS SEQUENTIAL
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CD-COUNTER-ID
000470         FILE STATUS IS WS-CD-FILE-STATUS.
000471
000472*--------------------------------------------------------*
000473* DEFINITION-HISTORY-FILE RECEIVES ONE BEFORE/AFTER ENTRY  *
000474* PER DEFINITION THIS PROGRAM ADDS, CHANGES OR             *
000475* DEACTIVATES.  CREATED ON THE VERY FIRST LOAD.            *
000476*--------------------------------------------------------*
000477     SELECT DEFINITION-HISTORY-FILE ASSIGN TO "DEFHIST"
000478         ORGANIZATION IS INDEXED
000479         ACCESS MODE IS DYNAMIC
000481         RECORD KEY IS DH-HISTORY-KEY
000483         FILE STATUS IS WS-DH-FILE-STATUS.
000485
000490 DATA DIVISION.
000500
000510 FILE SECTION.
000596     05  CDEF-RESET-FLAG          PIC X(01).
000597         88  CDEF-RESET-VALID               VALUES 'A' 'C' ' '.
000598     05  CDEF-RESET-SEED          PIC 9(08).
000599     05  CDEF-HOLD-THRESHOLD      PIC 9(09).
000600     05  CDEF-CHANGE-REF          PIC X(08).
000610
000620 FD  COUNTER-DEF-FILE
000630     RECORDING MODE IS F.
000640     COPY CDRECORD.
000642
000644 FD  DEFINITION-HISTORY-FILE
000646     RECORDING MODE IS F.
000648     COPY DHRECORD.
000650
000660 WORKING-STORAGE SECTION.
000670*--------------------------------------------------------*
000800 77  WS-CD-OPEN-SW               PIC X(01)   VALUE 'N'.
000810     88  WS-CD-OPEN                          VALUE 'Y'.
000820
000821 77  WS-DH-FILE-STATUS           PIC X(02)   VALUE SPACES.
000822     88  WS-DH-OK                            VALUE '00'.
000823     88  WS-DH-NOT-FOUND                     VALUE '35'.
000824
000825 77  WS-DH-OPEN-SW               PIC X(01)   VALUE 'N'.
000826     88  WS-DH-OPEN                          VALUE 'Y'.
000827
000830 77  WS-CARDS-READ               PIC 9(08) COMP VALUE 0.
000840 77  WS-CARDS-ADDED              PIC 9(08) COMP VALUE 0.
000850 77  WS-CARDS-REPLACED           PIC 9(08) COMP VALUE 0.
000860 77  WS-CARDS-REJECTED           PIC 9(08) COMP VALUE 0.
000861 77  WS-CARDS-UNCHANGED          PIC 9(08) COMP VALUE 0.
000862 77  WS-HISTORY-WRITTEN          PIC 9(08) COMP VALUE 0.
000863
000864 01  WS-LOAD-TIMESTAMP.
000865     05  WS-LOAD-DATE             PIC 9(08).
000866     05  WS-LOAD-TIME             PIC 9(08).
000870
000880 PROCEDURE DIVISION.
000890
000900 0000-MAINLINE.
000910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000920
000930     IF WS-CD-OPEN AND WS-DH-OPEN AND NOT WS-CARD-EOF
000940         PERFORM 2100-READ-CARD THRU 2100-EXIT
000950         PERFORM 2000-LOAD-ONE-CARD THRU 2000-EXIT
000960             UNTIL WS-CARD-EOF
001010
001020*--------------------------------------------------------*
001030* 1000-INITIALIZE                                          *
001040* OPENS THE CARD INPUT AND THE COUNTER-DEF MASTER,         *
001050* CREATING THE MASTER ON THE VERY FIRST LOAD IF IT DOES    *
001060* NOT YET EXIST, FOLLOWING THE SAME PATTERN AS THE         *
001070* COUNTER-MASTER OPEN IN COBOL-BUSINESS-LOGIC, THEN THE    *
001073* DEFINITION HISTORY THE SAME WAY.  ONE LOAD DATE AND TIME *
001076* STAMPS EVERY HISTORY ENTRY THE RUN WRITES.               *
001080*--------------------------------------------------------*
001090 1000-INITIALIZE.
001092     ACCEPT WS-LOAD-DATE FROM DATE YYYYMMDD.
001094     ACCEPT WS-LOAD-TIME FROM TIME.
001096
001100     OPEN INPUT COUNTER-DEF-CARDS.
001110     IF WS-CARD-OK
001115         SET WS-CARD-OPEN TO TRUE
001370     ELSE
001380         DISPLAY "COBOL-COUNTER-DEF-LOAD: CANNOT CREATE CNTRDEF"
001390             " STATUS=" WS-CD-FILE-STATUS
001395         GO TO 1000-EXIT
001400     END-IF.
001403
001406     PERFORM 1100-OPEN-HISTORY THRU 1100-EXIT.
001410
001420 1000-EXIT.
001430     EXIT.
001440
001450*--------------------------------------------------------*
001451* 1100-OPEN-HISTORY                                        *
001452* NO HISTORY FILE MEANS NO LOAD -- A DEFINITION MUST NEVER *
001453* CHANGE WITHOUT ITS BEFORE AND AFTER IMAGE ON FILE.       *
001454*--------------------------------------------------------*
001455 1100-OPEN-HISTORY.
001456     OPEN I-O DEFINITION-HISTORY-FILE.
001457
001458     IF WS-DH-OK
001459         SET WS-DH-OPEN TO TRUE
001460         GO TO 1100-EXIT
001461     END-IF.
001462
001463     IF NOT WS-DH-NOT-FOUND
001464         DISPLAY "COBOL-COUNTER-DEF-LOAD: CANNOT OPEN DEFHIST"
001465             " STATUS=" WS-DH-FILE-STATUS
001466         GO TO 1100-EXIT
001467     END-IF.
001468
001469     OPEN OUTPUT DEFINITION-HISTORY-FILE.
001470     CLOSE DEFINITION-HISTORY-FILE.
001471     OPEN I-O DEFINITION-HISTORY-FILE.
001472
001473     IF WS-DH-OK
001474         SET WS-DH-OPEN TO TRUE
001475     ELSE
001476         DISPLAY "COBOL-COUNTER-DEF-LOAD: CANNOT CREATE DEFHIST"
001477             " STATUS=" WS-DH-FILE-STATUS
001478     END-IF.
001479
001480 1100-EXIT.
001481     EXIT.
001482
001483*--------------------------------------------------------*
001484* 2000-LOAD-ONE-CARD                                       *
001485* EDITS ONE DEFINITION CARD AND ADDS OR REPLACES ITS       *
001486* COUNTER IN THE MASTER, THEN READS THE NEXT CARD.  THE    *
001487* NEW DEFINITION IS BUILT IN THE RECORD AREA AND KEPT AS   *
001488* THE AFTER IMAGE; A KEYED READ THEN SAYS WHETHER THE      *
001489* COUNTER IS NEW AND, IF NOT, BRINGS BACK THE BEFORE IMAGE.*
001490*--------------------------------------------------------*
001500 2000-LOAD-ONE-CARD.
001510     ADD 1 TO WS-CARDS-READ.
001600         GO TO 2000-NEXT
001610     END-IF.
001620
001625     MOVE SPACES TO CD-RECORD.
001630     MOVE CDEF-COUNTER-ID TO CD-COUNTER-ID.
001640     MOVE CDEF-DESCRIPTION TO CD-DESCRIPTION.
001650     MOVE CDEF-ACTIVE-FLAG TO CD-ACTIVE-FLAG.
001702         MOVE 0 TO CD-RESET-SEED
001704     END-IF.
001705
001706*    A CARD PUNCHED BEFORE THE HOLD THRESHOLD EXISTED
001707*    CARRIES BLANKS HERE; IT LOADS AS NO HOLD.
001708     IF CDEF-HOLD-THRESHOLD NUMERIC
001709         MOVE CDEF-HOLD-THRESHOLD TO CD-HOLD-THRESHOLD
001710     ELSE
001711         MOVE 0 TO CD-HOLD-THRESHOLD
001712     END-IF.
001713
001715     MOVE SPACES TO DH-RECORD.
001717     MOVE CD-RECORD TO DH-AFTER-IMAGE.
001719
001721     READ COUNTER-DEF-FILE
001723         INVALID KEY
001725             PERFORM 2300-ADD-DEFINITION THRU 2300-EXIT
001727         NOT INVALID KEY
001729             PERFORM 2200-REPLACE-DEFINITION THRU 2200-EXIT
001734     END-READ.
001740
001750 2000-NEXT.
001760     PERFORM 2100-READ-CARD THRU 2100-EXIT.
001970*--------------------------------------------------------*
001980* 2200-REPLACE-DEFINITION                                  *
001990* THE COUNTER ALREADY EXISTS -- REPLACE ITS DEFINITION IN  *
002000* PLACE SO A RELOAD IS ALWAYS SAFE TO RERUN.  THE RECORD   *
002002* JUST READ IS THE BEFORE IMAGE.  A CARD THAT CHANGES      *
002004* NOTHING LEAVES NO HISTORY; ONE THAT TURNS AN ACTIVE      *
002006* COUNTER INACTIVE IS LOGGED AS A DEACTIVATION.  IF THE    *
002008* REWRITE FAILS THE HISTORY ENTRY IS TAKEN BACK OUT.       *
002010*--------------------------------------------------------*
002020 2200-REPLACE-DEFINITION.
002021     MOVE CD-RECORD TO DH-BEFORE-IMAGE.
002022     IF DH-BEFORE-IMAGE = DH-AFTER-IMAGE
002023         ADD 1 TO WS-CARDS-UNCHANGED
002024         GO TO 2200-EXIT
002025     END-IF.
002026
002027     IF CD-ACTIVE AND DH-AF-ACTIVE-FLAG = 'I'
002028         SET DH-DEACTIVATED TO TRUE
002029     ELSE
002030         SET DH-CHANGED TO TRUE
002031     END-IF.
002032
002033     PERFORM 2400-WRITE-HISTORY THRU 2400-EXIT.
002034     IF NOT WS-DH-OK
002035         GO TO 2200-EXIT
002036     END-IF.
002037
002038     MOVE DH-AFTER-IMAGE TO CD-RECORD.
002039     REWRITE CD-RECORD.
002040     IF WS-CD-OK
002050         ADD 1 TO WS-CARDS-REPLACED
002060     ELSE
002070         ADD 1 TO WS-CARDS-REJECTED
002080         DISPLAY "COBOL-COUNTER-DEF-LOAD: REWRITE FAILED FOR "
002090             CD-COUNTER-ID " STATUS=" WS-CD-FILE-STATUS
002095         PERFORM 2500-BACK-OUT-HISTORY THRU 2500-EXIT
002100     END-IF.
002110
002120 2200-EXIT.
002121     EXIT.
002122
002123*--------------------------------------------------------*
002124* 2300-ADD-DEFINITION                                      *
002125* A NEW COUNTER -- HISTORY FIRST WITH A BLANK BEFORE       *
002126* IMAGE, THEN THE WRITE.                                   *
002127*--------------------------------------------------------*
002128 2300-ADD-DEFINITION.
002129     SET DH-ADDED TO TRUE.
002130     PERFORM 2400-WRITE-HISTORY THRU 2400-EXIT.
002131     IF NOT WS-DH-OK
002132         GO TO 2300-EXIT
002133     END-IF.
002134
002135     MOVE DH-AFTER-IMAGE TO CD-RECORD.
002136     WRITE CD-RECORD.
002137     IF WS-CD-OK
002138         ADD 1 TO WS-CARDS-ADDED
002139     ELSE
002140         ADD 1 TO WS-CARDS-REJECTED
002141         DISPLAY "COBOL-COUNTER-DEF-LOAD: WRITE FAILED "
002142             "FOR " CD-COUNTER-ID
002143             " STATUS=" WS-CD-FILE-STATUS
002144         PERFORM 2500-BACK-OUT-HISTORY THRU 2500-EXIT
002145     END-IF.
002146
002147 2300-EXIT.
002148     EXIT.
002149
002150*--------------------------------------------------------*
002151* 2400-WRITE-HISTORY                                       *
002152* WRITES THE BEFORE/AFTER ENTRY FOR THE CARD IN HAND.  A   *
002153* FAILED WRITE REJECTS THE CARD BEFORE THE MASTER IS       *
002154* TOUCHED.                                                 *
002155*--------------------------------------------------------*
002156 2400-WRITE-HISTORY.
002157     MOVE WS-LOAD-DATE TO DH-LOAD-DATE.
002158     MOVE DH-AF-COUNTER-ID TO DH-COUNTER-ID.
002159     MOVE WS-LOAD-TIME TO DH-LOAD-TIME.
002160     MOVE WS-CARDS-READ TO DH-CARD-NUMBER.
002161     MOVE CDEF-CHANGE-REF TO DH-CHANGE-REF.
002162
002163     WRITE DH-RECORD.
002164     IF WS-DH-OK
002165         ADD 1 TO WS-HISTORY-WRITTEN
002166     ELSE
002167         ADD 1 TO WS-CARDS-REJECTED
002168         DISPLAY "COBOL-COUNTER-DEF-LOAD: HISTORY WRITE FAILED "
002169             "FOR " DH-COUNTER-ID
002170             " STATUS=" WS-DH-FILE-STATUS
002171     END-IF.
002172
002173 2400-EXIT.
002174     EXIT.
002175
002176*--------------------------------------------------------*
002177* 2500-BACK-OUT-HISTORY                                    *
002178* THE MASTER UPDATE FAILED -- THE ENTRY JUST WRITTEN       *
002179* DESCRIBES A CHANGE THAT NEVER HAPPENED, SO IT COMES OUT. *
002180*--------------------------------------------------------*
002181 2500-BACK-OUT-HISTORY.
002182     DELETE DEFINITION-HISTORY-FILE RECORD.
002183     IF WS-DH-OK
002184         SUBTRACT 1 FROM WS-HISTORY-WRITTEN
002185     ELSE
002186         DISPLAY "COBOL-COUNTER-DEF-LOAD: HISTORY BACK-OUT "
002187             "FAILED FOR " DH-COUNTER-ID
002188             " STATUS=" WS-DH-FILE-STATUS
002189     END-IF.
002190
002191 2500-EXIT.
002192     EXIT.
002193
002194*--------------------------------------------------------*
002195* 3000-WRAP-UP                                             *
002196*--------------------------------------------------------*
002197 3000-WRAP-UP.
002198     IF WS-CD-OPEN
002200         CLOSE COUNTER-DEF-FILE
002202     END-IF.
002204
002206     IF WS-DH-OPEN
002208         CLOSE DEFINITION-HISTORY-FILE
002210     END-IF.
002215
002220     IF WS-CARD-OPEN
002270         WS-CARDS-ADDED.
002280     DISPLAY "COBOL-COUNTER-DEF-LOAD: REPLACED . . . : "
002290         WS-CARDS-REPLACED.
002293     DISPLAY "COBOL-COUNTER-DEF-LOAD: UNCHANGED. . . : "
002296         WS-CARDS-UNCHANGED.
002300     DISPLAY "COBOL-COUNTER-DEF-LOAD: REJECTED . . . : "
002310         WS-CARDS-REJECTED.
002313     DISPLAY "COBOL-COUNTER-DEF-LOAD: HISTORY ENTRIES: "
002316         WS-HISTORY-WRITTEN.
002320
002330 3000-EXIT.
002340     EXIT.
