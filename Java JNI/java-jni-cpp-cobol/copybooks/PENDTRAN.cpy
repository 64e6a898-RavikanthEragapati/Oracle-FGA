000052* COUNTER-ID, VALIDATED BY COBOL-PENDTRAN-EDIT AGAINST      *
000054* THE COUNTER-DEF-FILE, SO ONE BATCH RUN NUMBERS A MIXED    *
000056* FILE OF EVERY TRANSACTION TYPE IN A SINGLE PASS.          *
000057* THE HOLD-RELEASE FLAG IS SET ONLY BY COBOL-HOLD-RELEASE   *
000058* ON AN ITEM A SUPERVISOR HAS ALREADY RELEASED, SO THE      *
000059* EDIT DOES NOT HOLD THE SAME ITEM A SECOND TIME.           *
000060*--------------------------------------------------------*
000070 01  PEND-TRANSACTION-RECORD.
000080     05  PEND-TRANSACTION-ID      PIC X(12).
000090     05  PEND-AMOUNT              PIC S9(9)V99 COMP-3.
000095     05  PEND-COUNTER-ID          PIC X(12).
000097     05  PEND-HOLD-RELEASE-FLAG   PIC X(01).
000098         88  PEND-HOLD-RELEASED             VALUE 'R'.
000100     05  FILLER                   PIC X(07) VALUE SPACES.
