000010*--------------------------------------------------------*
000020* DHRECORD.CPY                                             *
000030* DEFINITION-HISTORY-FILE RECORD LAYOUT.  ONE RECORD PER   *
000040* ADD, CHANGE OR DEACTIVATION COBOL-COUNTER-DEF-LOAD       *
000050* APPLIES TO THE COUNTER-DEF-FILE, KEYED BY LOAD DATE +    *
000060* COUNTER-ID + LOAD TIME + CARD NUMBER WITHIN THE RUN, SO  *
000070* EVERY ENTRY IS UNIQUE AND A DATE RANGE READS IN ORDER.   *
000080* EACH ENTRY CARRIES THE WHOLE CD-RECORD AS IT WAS BEFORE  *
000090* THE CARD AND AS THE CARD LEFT IT, AND THE OPERATOR OR    *
000100* CHANGE TICKET PUNCHED ON THE CARD.  AN ADD HAS A BLANK   *
000110* BEFORE IMAGE.  THE TWO IMAGES MUST STAY FIELD FOR FIELD  *
000120* WITH CDRECORD.  NEVER REWRITTEN.                         *
000130*--------------------------------------------------------*
000140 01  DH-RECORD.
000150     05  DH-HISTORY-KEY.
000160         10  DH-LOAD-DATE         PIC 9(08).
000170         10  DH-COUNTER-ID        PIC X(12).
000180         10  DH-LOAD-TIME         PIC 9(08).
000190         10  DH-CARD-NUMBER       PIC 9(06).
000200     05  DH-ACTION                PIC X(01).
000210         88  DH-ADDED                       VALUE 'A'.
000220         88  DH-CHANGED                     VALUE 'C'.
000230         88  DH-DEACTIVATED                 VALUE 'D'.
000240     05  DH-CHANGE-REF            PIC X(08).
000250     05  DH-BEFORE-IMAGE.
000260         10  DH-BF-COUNTER-ID     PIC X(12).
000270         10  DH-BF-DESCRIPTION    PIC X(30).
000280         10  DH-BF-ACTIVE-FLAG    PIC X(01).
000290         10  DH-BF-HIGH-LIMIT     PIC S9(8) COMP-5.
000300         10  DH-BF-WARN-DAYS      PIC 9(03).
000310         10  DH-BF-RESET-FLAG     PIC X(01).
000320         10  DH-BF-RESET-SEED     PIC S9(8) COMP-5.
000330         10  DH-BF-HOLD-THRESHOLD PIC S9(9) COMP-5.
000340         10  FILLER               PIC X(01).
000350     05  DH-AFTER-IMAGE.
000360         10  DH-AF-COUNTER-ID     PIC X(12).
000370         10  DH-AF-DESCRIPTION    PIC X(30).
000380         10  DH-AF-ACTIVE-FLAG    PIC X(01).
000390         10  DH-AF-HIGH-LIMIT     PIC S9(8) COMP-5.
000400         10  DH-AF-WARN-DAYS      PIC 9(03).
000410         10  DH-AF-RESET-FLAG     PIC X(01).
000420         10  DH-AF-RESET-SEED     PIC S9(8) COMP-5.
000430         10  DH-AF-HOLD-THRESHOLD PIC S9(9) COMP-5.
000440         10  FILLER               PIC X(01).
000450     05  FILLER                   PIC X(07) VALUE SPACES.
