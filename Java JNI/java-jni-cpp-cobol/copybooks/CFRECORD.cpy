000040* REJECTED PENDING TRANSACTION STILL AWAITING A CURING     *
000050* CORRECTION, CARRIED FORWARD NIGHT TO NIGHT BY COBOL-     *
000060* PENDTRAN-REPAIR WITH THE DATE IT FIRST BOUNCED AND ITS   *
000070* AGE IN BUSINESS DAYS, SO AN OLD STRAGGLER IS CHASED OFF  *
000075* THE AGING REPORT INSTEAD OF SURFACING AT MONTH-END.      *
000090*--------------------------------------------------------*
000100 01  CF-RECORD.
000110     05  CF-TRANSACTION-ID        PIC X(12).
