000010*--------------------------------------------------------*
000020* HLRECORD.CPY                                             *
000030* HOLD-DECISION-LOG RECORD LAYOUT.  ONE RECORD PER RELEASE *
000040* OR DECLINE OF A HELD TRANSACTION, APPENDED BY COBOL-     *
000050* HOLD-RELEASE AND NEVER REWRITTEN: WHO DECIDED, WHEN,     *
000060* WHAT THEY DECIDED AND THE ITEM AS IT WAS HELD.  THIS IS  *
000070* THE SECOND-PERSON EVIDENCE THE HIGH-VALUE CONTROL ASKS   *
000080* FOR.                                                     *
000090*--------------------------------------------------------*
000100 01  HL-RECORD.
000110     05  HL-DECISION-DATE         PIC 9(08).
000120     05  HL-DECISION-TIME         PIC 9(08).
000130     05  HL-SUPERVISOR-ID         PIC X(08).
000140     05  HL-ACTION                PIC X(01).
000150         88  HL-RELEASED                    VALUE 'R'.
000160         88  HL-DECLINED                    VALUE 'D'.
000170     05  HL-TRANSACTION-ID        PIC X(12).
000180     05  HL-COUNTER-ID            PIC X(12).
000190     05  HL-AMOUNT                PIC S9(9)V99 COMP-3.
000200     05  HL-HELD-DATE             PIC 9(08).
000210     05  HL-REASON                PIC X(20).
000220     05  FILLER                   PIC X(07) VALUE SPACES.
