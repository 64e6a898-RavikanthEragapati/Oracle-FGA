000010*--------------------------------------------------------*
000020* GMRECORD.CPY                                             *
000030* COUNTER-TO-GL MAPPING RECORD LAYOUT.  ONE CARD-IMAGE     *
000040* RECORD PER COUNTER-ID NAMING THE GENERAL LEDGER ACCOUNT  *
000050* TO DEBIT AND THE ACCOUNT TO CREDIT FOR THAT COUNTER'S    *
000060* NUMBERED TRANSACTIONS, AND WHETHER THE GL GETS ONE       *
000070* SUMMARY ENTRY FOR THE DAY ('S' OR BLANK) OR ONE ENTRY    *
000080* PER TRANSACTION ('D').  MAINTAINED BY ACCOUNTING AND     *
000090* READ BY COBOL-GL-EXTRACT.                                *
000100*--------------------------------------------------------*
000110 01  GM-RECORD.
000120     05  GM-COUNTER-ID            PIC X(12).
000130     05  GM-DEBIT-ACCOUNT         PIC 9(10).
000140     05  GM-CREDIT-ACCOUNT        PIC 9(10).
000150     05  GM-POSTING-LEVEL         PIC X(01).
000160         88  GM-POST-SUMMARY                VALUES 'S' ' '.
000170         88  GM-POST-DETAIL                 VALUE 'D'.
000180     05  GM-DESCRIPTION           PIC X(20).
000190     05  FILLER                   PIC X(27).
