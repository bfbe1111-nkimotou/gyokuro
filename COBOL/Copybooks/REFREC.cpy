*> REFREC.cpy
*> Posted-reference history record, one per source system
*> transaction reference SimpleAddition has accepted, keyed by
*> source system and reference. The sequence-number check on the
*> batch header stops the same FILE posting twice; this history is
*> what stops the same TRANSACTION posting twice when a source
*> resends it inside a new file. A detail whose source and
*> reference are already here, posted inside the job's PARMIN
*> duplicate window, is held as a suspected duplicate (R010)
*> instead of reaching AMTOUT. Entries older than the window are
*> purged at the start of each run, and a rerun of a processing
*> date first drops that date's own entries so it can post again.
01 Reference-History-Record.
    05 Rfh-Key.
        10 Rfh-Source-System   PIC X(08).
        10 Rfh-Reference       PIC X(16).
    05 Rfh-Posting-Date        PIC 9(08).
    05 Rfh-Run-Position        PIC 9(09).
    05 Rfh-Account             PIC X(04).
    05 Rfh-Result              PIC S9(06)V99 SIGN TRAILING SEPARATE.
