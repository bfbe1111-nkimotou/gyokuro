*> BKPREC.cpy
*> Master image-copy record, written to the MSTBKUP generation by
*> MasterBackup and read back by MasterRecover. The copy opens
*> with a header naming the processing date it was taken on and
*> the timestamp of the journal checkpoint logged with it, holds
*> every master record byte for byte in key order, and closes
*> with a trailer counting those records and summing their daily
*> totals -- a copy that lost records on the way to tape cannot
*> be restored without the restore saying so.
01 Master-Backup-Record.
    05 Bkp-Record-Type        PIC X(01).
        88 Bkp-Header              VALUE "H".
        88 Bkp-Master-Image        VALUE "M".
        88 Bkp-Trailer             VALUE "T".
    05 Bkp-Image              PIC X(93).
    05 Bkp-Control-Data REDEFINES Bkp-Image.
        10 Bkp-Process-Date   PIC 9(08).
        10 Bkp-Timestamp      PIC X(26).
        10 Bkp-Record-Count   PIC 9(09).
        10 Bkp-Daily-Total    PIC S9(15)V99 SIGN TRAILING SEPARATE.
        10 FILLER             PIC X(32).
