000010*--------------------------------------------------------*
000020* GLRECORD.CPY                                             *
000030* GL JOURNAL INTERFACE RECORD LAYOUTS, IN THE GENERAL      *
000040* LEDGER'S FIXED 100-BYTE FORMAT.  ONE HEADER RECORD, ONE  *
000050* DEBIT AND ONE CREDIT ENTRY RECORD PER JOURNAL ENTRY,     *
000060* AND ONE TRAILER RECORD CARRYING THE RECORD COUNT AND     *
000070* THE HASH TOTALS THE LEDGER CHECKS BEFORE IT POSTS.  THE  *
000080* FIRST BYTE OF EVERY RECORD NAMES ITS TYPE.  WRITTEN BY   *
000090* COBOL-GL-EXTRACT.                                        *
000100*--------------------------------------------------------*
000110 01  GL-HEADER-RECORD.
000120     05  GLH-RECORD-TYPE          PIC X(01).
000130         88  GLH-HEADER                     VALUE 'H'.
000140     05  GLH-SOURCE-SYSTEM        PIC X(08).
000150     05  GLH-BUSINESS-DATE        PIC 9(08).
000160     05  GLH-CREATED-DATE         PIC 9(08).
000170     05  GLH-CREATED-TIME         PIC 9(08).
000180     05  FILLER                   PIC X(67).
000190
000200 01  GL-ENTRY-RECORD.
000210     05  GLE-RECORD-TYPE          PIC X(01).
000220         88  GLE-ENTRY                      VALUE 'D'.
000230     05  GLE-BUSINESS-DATE        PIC 9(08).
000240     05  GLE-ACCOUNT              PIC 9(10).
000250     05  GLE-DR-CR                PIC X(01).
000260         88  GLE-DEBIT                      VALUE 'D'.
000270         88  GLE-CREDIT                     VALUE 'C'.
000280     05  GLE-AMOUNT               PIC 9(11)V99.
000290     05  GLE-COUNTER-ID           PIC X(12).
000300     05  GLE-REFERENCE            PIC X(12).
000310     05  GLE-ITEM-COUNT           PIC 9(08).
000320     05  GLE-DESCRIPTION          PIC X(20).
000330     05  FILLER                   PIC X(15).
000340
000350 01  GL-TRAILER-RECORD.
000360     05  GLT-RECORD-TYPE          PIC X(01).
000370         88  GLT-TRAILER                    VALUE 'T'.
000380     05  GLT-RECORD-COUNT         PIC 9(08).
000390     05  GLT-ENTRY-COUNT          PIC 9(08).
000400     05  GLT-DEBIT-TOTAL          PIC 9(13)V99.
000410     05  GLT-CREDIT-TOTAL         PIC 9(13)V99.
000420     05  GLT-ACCOUNT-HASH         PIC 9(15).
000430     05  FILLER                   PIC X(38).
