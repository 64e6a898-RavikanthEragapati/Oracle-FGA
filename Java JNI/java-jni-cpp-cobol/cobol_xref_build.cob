000200*                ASSIGNMENTS DURING BUSINESS HOURS.        *
000210*                RERUN-SAFE: A TRANSACTION ALREADY ON THE  *
000220*                FILE IS REPLACED IN PLACE.                *
000221* 10/15/26  DRO  ALSO READS THE ONLINE JOURNAL COBOL-      *
000222*                BUSINESS-LOGIC APPENDS DURING THE DAY,    *
000223*                AFTER THE OVERNIGHT ASSIGNED FILE, SO A   *
000224*                NUMBER HANDED OUT AT THE COUNTER IS ON    *
000225*                THE CROSS-REFERENCE BY THE NEXT MORNING.  *
000226*                EITHER FILE MAY BE MISSING; ONLY BOTH     *
000227*                MISSING MEANS NOTHING TO INDEX.           *
000230*--------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000400         FILE STATUS IS WS-ASGN-FILE-STATUS.
000410
000420*--------------------------------------------------------*
000421* ONLINE-JOURNAL IS APPENDED BY COBOL-BUSINESS-LOGIC, ONE  *
000422* RECORD PER NUMBER HANDED OUT BY AN ONLINE CALL DURING    *
000423* THE BUSINESS DAY, IN THE ASSIGNED-TRANS-FILE LAYOUT.     *
000424* THIS JOB ONLY READS IT.                                  *
000425*--------------------------------------------------------*
000426     SELECT ONLINE-JOURNAL ASSIGN TO "ONLNTRAN"
000427         ORGANIZATION IS SEQUENTIAL
000428         FILE STATUS IS WS-OJ-FILE-STATUS.
000429
000430*--------------------------------------------------------*
000431* TRANS-XREF-FILE IS THE KEYED CROSS-REFERENCE THE         *
000440* INQUIRY CONSOLE READS.                                   *
000450*--------------------------------------------------------*
000460     SELECT TRANS-XREF-FILE ASSIGN TO "TRANXREF"
000560 FD  ASSIGNED-TRANS-FILE
000570     RECORDING MODE IS F.
000580     COPY ASGNTRAN.
000582
000584 FD  ONLINE-JOURNAL
000586     RECORDING MODE IS F.
000588 01  OJ-RECORD                   PIC X(40).
000590
000600 FD  TRANS-XREF-FILE
000610     RECORDING MODE IS F.
000740 77  WS-ASGN-EOF-SW              PIC X(01)   VALUE 'N'.
000750     88  WS-ASGN-EOF                         VALUE 'Y'.
000760
000761 77  WS-OJ-FILE-STATUS           PIC X(02)   VALUE SPACES.
000762     88  WS-OJ-OK                            VALUE '00'.
000763
000764 77  WS-OJ-OPEN-SW               PIC X(01)   VALUE 'N'.
000765     88  WS-OJ-OPEN                          VALUE 'Y'.
000766
000767 77  WS-OJ-EOF-SW                PIC X(01)   VALUE 'N'.
000768     88  WS-OJ-EOF                           VALUE 'Y'.
000769
000770 77  WS-XR-FILE-STATUS           PIC X(02)   VALUE SPACES.
000780     88  WS-XR-OK                            VALUE '00'.
000790     88  WS-XR-NOT-FOUND                     VALUE '35'.
000870 77  WS-READ-COUNT               PIC 9(08) COMP VALUE 0.
000880 77  WS-ADDED-COUNT              PIC 9(08) COMP VALUE 0.
000890 77  WS-REPLACED-COUNT           PIC 9(08) COMP VALUE 0.
000891 77  WS-ONLINE-COUNT             PIC 9(08) COMP VALUE 0.
000892
000893*--------------------------------------------------------*
000894* RUN-CONTROL PARAMETERS FOR COBOL-RUN-CONTROL.  THIS      *
000935
000940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000950
000960     IF NOT WS-BUILD-FAILED
000970         PERFORM 2100-READ-ASSIGNED THRU 2100-EXIT
000980         PERFORM 2000-FILE-ONE-XREF THRU 2000-EXIT
000990             UNTIL (WS-ASGN-EOF AND WS-OJ-EOF)
000995                OR WS-BUILD-FAILED
001000     END-IF.
001010
001020     PERFORM 3000-WRAP-UP THRU 3000-EXIT.
001054
001055*--------------------------------------------------------*
001060* 1000-INITIALIZE                                          *
001070* OPENS THE ASSIGNED FILE, THE ONLINE JOURNAL AND THE      *
001080* CROSS-REFERENCE, CREATING THE CROSS-REFERENCE ON THE     *
001090* VERY FIRST BUILD, FOLLOWING THE COUNTER-MASTER OPEN      *
001100* PATTERN IN COBOL-BUSINESS-LOGIC.  A MISSING ASSIGNED     *
001110* FILE MEANS NOTHING NUMBERED TONIGHT AND A MISSING        *
001113* JOURNAL MEANS NOTHING NUMBERED ONLINE TODAY -- EACH      *
001116* REPORTED, NOT ABENDED.                                   *
001120*--------------------------------------------------------*
001130 1000-INITIALIZE.
001140     OPEN INPUT ASSIGNED-TRANS-FILE.
001180         DISPLAY "COBOL-XREF-BUILD: NO ASGNTRAN TO INDEX,"
001190             " STATUS=" WS-ASGN-FILE-STATUS
001200         SET WS-ASGN-EOF TO TRUE
001201     END-IF.
001202
001203     OPEN INPUT ONLINE-JOURNAL.
001204     IF WS-OJ-OK
001205         SET WS-OJ-OPEN TO TRUE
001206     ELSE
001207         DISPLAY "COBOL-XREF-BUILD: NO ONLNTRAN TO INDEX,"
001208             " STATUS=" WS-OJ-FILE-STATUS
001209         SET WS-OJ-EOF TO TRUE
001210     END-IF.
001211
001212     IF WS-ASGN-EOF AND WS-OJ-EOF
001213         GO TO 1000-EXIT
001220     END-IF.
001230
001240     OPEN I-O TRANS-XREF-FILE.
001860
001870*--------------------------------------------------------*
001880* 2100-READ-ASSIGNED                                       *
001883* READS THE NEXT OVERNIGHT ASSIGNMENT, FALLING THROUGH TO  *
001886* THE ONLINE JOURNAL ONCE THE ASSIGNED FILE IS EXHAUSTED.  *
001890*--------------------------------------------------------*
001900 2100-READ-ASSIGNED.
001910     IF NOT WS-ASGN-EOF
001914         READ ASSIGNED-TRANS-FILE
001918             AT END
001922                 SET WS-ASGN-EOF TO TRUE
001926         END-READ
001930     END-IF.
001940
001941     IF WS-ASGN-EOF
001942         PERFORM 2150-READ-ONLINE THRU 2150-EXIT
001943     END-IF.
001944
001945 2100-EXIT.
001946     EXIT.
001947
001948*--------------------------------------------------------*
001949* 2150-READ-ONLINE                                         *
001950* READS THE NEXT ONLINE ASSIGNMENT INTO THE ASSIGNED-FILE  *
001951* RECORD AREA SO 2000-FILE-ONE-XREF FILES IT EXACTLY AS    *
001952* IT FILES AN OVERNIGHT ONE.                               *
001953*--------------------------------------------------------*
001954 2150-READ-ONLINE.
001955     IF WS-OJ-EOF
001956         GO TO 2150-EXIT
001957     END-IF.
001958
001959     READ ONLINE-JOURNAL
001960         AT END
001970             SET WS-OJ-EOF TO TRUE
001980     END-READ.
001990
001992     IF WS-OJ-EOF
001994         GO TO 2150-EXIT
001996     END-IF.
001998
002000     MOVE OJ-RECORD TO ASGN-TRANSACTION-RECORD.
002002     ADD 1 TO WS-ONLINE-COUNT.
002004
002006 2150-EXIT.
002010     EXIT.
002020
002030*--------------------------------------------------------*
002250     IF WS-ASGN-OPEN
002260         CLOSE ASSIGNED-TRANS-FILE
002270     END-IF.
002272     IF WS-OJ-OPEN
002274         CLOSE ONLINE-JOURNAL
002276     END-IF.
002280     IF WS-XR-OPEN
002290         CLOSE TRANS-XREF-FILE
002300     END-IF.
002310
002320     DISPLAY "COBOL-XREF-BUILD: ASSIGNMENTS READ : "
002330         WS-READ-COUNT.
002333     DISPLAY "COBOL-XREF-BUILD: ONLINE JOURNAL. . : "
002336         WS-ONLINE-COUNT.
002340     DISPLAY "COBOL-XREF-BUILD: ADDED . . . . . . : "
002350         WS-ADDED-COUNT.
002360     DISPLAY "COBOL-XREF-BUILD: REPLACED. . . . . : "
