000010*--------------------------------------------------------*
000020* SXRECORD.CPY                                             *
000030* SEQUENCE-EXCEPTION-FILE RECORD LAYOUT.  ONE RECORD PER   *
000040* FINDING COBOL-SEQUENCE-AUDIT PRINTS ON ITS REPORT -- A   *
000050* NUMBER ASSIGNED TWICE, A NUMBER NO INCREMENT OR          *
000060* RESERVATION PRODUCED, A NUMBER USED INSIDE A RELEASED    *
000070* TAIL, OR A RESERVED BLOCK CARRYING MORE ASSIGNMENTS THAN *
000080* ITS SIZE -- SO THE FINDINGS CAN BE READ BACK BY PROGRAM  *
000090* INSTEAD OF OFF THE PRINTED REPORT.  REWRITTEN WHOLE BY   *
000100* EVERY AUDIT RUN; AN EMPTY FILE IS A CLEAN AUDIT.  FOR AN *
000110* OVERFULL BLOCK THE SEQUENCE AND RANGE END ARE THE        *
000120* BLOCK'S FIRST AND LAST NUMBERS AND THE BLOCK COUNT IS    *
000130* THE ASSIGNMENTS THAT LANDED IN IT.                       *
000140*--------------------------------------------------------*
000150 01  SX-RECORD.
000160     05  SX-AUDIT-DATE            PIC 9(08).
000170     05  SX-FINDING-CODE          PIC X(01).
000180         88  SX-DUPLICATE                   VALUE 'D'.
000190         88  SX-UNPRODUCED                  VALUE 'U'.
000200         88  SX-RELEASED-USE                VALUE 'R'.
000210         88  SX-OVERFULL-BLOCK              VALUE 'O'.
000220     05  SX-COUNTER-ID            PIC X(12).
000230     05  SX-SEQUENCE              PIC 9(08).
000240     05  SX-RANGE-END             PIC 9(08).
000250     05  SX-TRANSACTION-ID        PIC X(12).
000260     05  SX-BLOCK-COUNT           PIC 9(08).
000270     05  FILLER                   PIC X(03) VALUE SPACES.
