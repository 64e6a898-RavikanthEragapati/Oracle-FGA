000010*--------------------------------------------------------*
000020* JAVAPOST.CPY                                             *
000030* JAVA-POSTING-FILE RECORD LAYOUT.  WRITTEN NIGHTLY BY THE *
000040* JAVA APPLICATION WITH ONE ACKNOWLEDGMENT PER TRANSACTION *
000050* IT ACTUALLY POSTED: THE TRANSACTION-ID, THE COUNTER-ID   *
000060* AND SEQUENCE NUMBER IT POSTED UNDER, AND THE AMOUNT IT   *
000070* POSTED.  COBOL-POSTING-MATCH TIES EACH ONE BACK TO THE   *
000080* TRANS-XREF-FILE SO A SINGLE MISSING OR MISPOSTED ITEM    *
000090* SURFACES BY NAME INSTEAD OF HIDING INSIDE A COUNTER      *
000100* TOTAL.                                                   *
000110*--------------------------------------------------------*
000120 01  JAVA-POSTING-RECORD.
000130     05  JP-TRANSACTION-ID        PIC X(12).
000140     05  JP-COUNTER-ID            PIC X(12).
000150     05  JP-SEQUENCE-NUMBER       PIC S9(8) COMP-5.
000160     05  JP-POSTED-AMOUNT         PIC S9(9)V99 COMP-3.
000170     05  FILLER                   PIC X(06) VALUE SPACES.
