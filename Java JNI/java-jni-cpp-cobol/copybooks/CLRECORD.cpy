000010*--------------------------------------------------------*
000020* CLRECORD.CPY                                             *
000030* BUSINESS-CALENDAR RECORD LAYOUT.  ONE RECORD PER         *
000040* CALENDAR DATE, KEYED BY THE DATE, SAYING WHETHER THE     *
000050* BANK IS OPEN THAT DAY.  MAINTAINED BY COBOL-CALENDAR-    *
000060* LOAD AND READ THROUGH COBOL-BUSINESS-CALENDAR BY EVERY   *
000070* JOB THAT AGES OR PROJECTS IN BUSINESS DAYS, SO A LONG    *
000080* WEEKEND NEVER MAKES A ONE-DAY-OLD ITEM LOOK FOUR DAYS    *
000090* OLD.  THE DAY OF WEEK RUNS 1 FOR MONDAY TO 7 FOR SUNDAY. *
000100*--------------------------------------------------------*
000110 01  CL-RECORD.
000120     05  CL-CALENDAR-DATE         PIC 9(08).
000130     05  CL-DAY-TYPE              PIC X(01).
000140         88  CL-BUSINESS-DAY                VALUE 'B'.
000150         88  CL-HOLIDAY                     VALUE 'H'.
000160         88  CL-WEEKEND                     VALUE 'W'.
000170     05  CL-DAY-OF-WEEK           PIC 9(01).
000180     05  CL-DESCRIPTION           PIC X(30).
000190     05  CL-LOAD-DATE             PIC 9(08).
000200     05  FILLER                   PIC X(12) VALUE SPACES.
