000010*--------------------------------------------------------*
000020* HDRECORD.CPY                                             *
000030* HELD-TRANSACTION RECORD LAYOUT.  ONE RECORD PER PENDING  *
000040* TRANSACTION OVER ITS COUNTER'S HOLD THRESHOLD, WAITING   *
000050* ON A SUPERVISOR TO RELEASE OR DECLINE IT BEFORE IT MAY   *
000060* BE NUMBERED.  WRITTEN FRESH BY COBOL-PENDTRAN-EDIT AND   *
000070* CARRIED FORWARD NIGHT TO NIGHT BY COBOL-HOLD-RELEASE     *
000080* WITH THE DATE IT WAS FIRST HELD AND ITS AGE IN BUSINESS  *
000090* DAYS, THE SAME WAY THE CARRIED-REJECT FILE AGES A        *
000095* REJECT.                                                  *
000100*--------------------------------------------------------*
000110 01  HD-RECORD.
000120     05  HD-TRANSACTION-ID        PIC X(12).
000130     05  HD-AMOUNT                PIC S9(9)V99 COMP-3.
000140     05  HD-COUNTER-ID            PIC X(12).
000150     05  HD-THRESHOLD             PIC S9(9) COMP-5.
000160     05  HD-HELD-DATE             PIC 9(08).
000170     05  HD-AGE-DAYS              PIC 9(03).
000180     05  FILLER                   PIC X(09) VALUE SPACES.
