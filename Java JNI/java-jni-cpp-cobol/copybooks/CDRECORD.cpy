000030* COUNTER-DEF-FILE RECORD LAYOUT.  ONE RECORD PER COUNTER  *
000040* THE SHOP RECOGNIZES, KEYED BY COUNTER-ID.  THIS FILE IS  *
000050* THE SINGLE SOURCE OF TRUTH FOR WHICH COUNTER-IDS ARE     *
000053* VALID AND FOR EACH COUNTER'S OWN HIGH LIMIT, SO STANDING *
000056* UP A NEW TRANSACTION TYPE IS A DATA ENTRY THROUGH        *
000059* COBOL-COUNTER-DEF-LOAD INSTEAD OF A CODE RELEASE.  THE   *
000062* WARNING HORIZON IS THE NUMBER OF BUSINESS DAYS OF ROOM   *
000065* UNDER THE HIGH LIMIT BELOW WHICH COBOL-COUNTER-FORECAST  *
000066* FLAGS THE COUNTER; ZERO MEANS NO EARLY WARNING FOR THIS  *
000068* COUNTER.                                                 *
000071* THE RESET POLICY DRIVES COBOL-YEAR-ROLLOVER: AN ANNUAL   *
000074* COUNTER IS RESEEDED TO ITS RESET SEED AT FISCAL YEAR-    *
000077* END, A CONTINUOUS COUNTER IS LEFT ALONE.                 *
000080* THE HOLD THRESHOLD IS THE WHOLE-DOLLAR AMOUNT ABOVE      *
000083* WHICH COBOL-PENDTRAN-EDIT HOLDS A PENDING TRANSACTION    *
000086* FOR SUPERVISOR RELEASE INSTEAD OF LETTING IT BE          *
000089* NUMBERED; ZERO MEANS NO HOLD FOR THIS COUNTER.           *
000090*--------------------------------------------------------*
000100 01  CD-RECORD.
000110     05  CD-COUNTER-ID            PIC X(12).
000167         88  CD-RESET-ANNUAL                VALUE 'A'.
000168         88  CD-RESET-CONTINUOUS            VALUE 'C'.
000169     05  CD-RESET-SEED            PIC S9(8) COMP-5.
000171     05  CD-HOLD-THRESHOLD        PIC S9(9) COMP-5.
000172     05  FILLER                   PIC X(01) VALUE SPACES.
