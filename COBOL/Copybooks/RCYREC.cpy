*> instead of circling forever. The source system id the record
*> arrived under rides along as well, so a recycled record posts
*> back under its originating system's totals, not the day's.
*> A recycled prior-period adjustment still carries the posting
*> date it corrects (zero for an ordinary record).
*> The source transaction reference comes back with it, and a
*> suspected duplicate that operations reviewed and cleared is
*> flagged so the morning run posts it instead of holding it as
*> a duplicate of its own earlier posting all over again.
01 Recycle-Record.
    05 Rcy-Original-Number     PIC 9(09).
    05 Rcy-Original-Date       PIC 9(08).
    05 Rcy-Num1                PIC S9(05)V99 SIGN TRAILING SEPARATE.
    05 Rcy-Num2                PIC S9(05)V99 SIGN TRAILING SEPARATE.
    05 Rcy-Source-System       PIC X(08).
    05 Rcy-Adjusted-Date       PIC 9(08).
    05 Rcy-Source-Reference    PIC X(16).
    05 Rcy-Duplicate-Cleared   PIC X(01).
        88 Rcy-Duplicate-Was-Cleared VALUE "Y".
