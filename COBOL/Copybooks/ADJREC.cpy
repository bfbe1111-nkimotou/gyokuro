*> ADJREC.cpy
*> Applied-adjustment log record, one per account per earlier
*> posting date that a processing day's prior-period adjustments
*> were posted back to, keyed by the processing date that posted
*> them. The cumulative master replaces its own day wholesale on a
*> rerun, but an adjustment lands on SOME OTHER day's record --
*> a rerun cannot purge that record without destroying the day's
*> own postings. So PostMaster logs exactly what it added to each
*> earlier day here, and a rerun of the same processing date backs
*> those figures out of the master before posting the day again:
*> posting twice can never add an adjustment twice. Entries for
*> earlier processing dates are no longer needed once a later day
*> posts and are dropped by that run.
01 Adjustment-Log-Record.
    05 Adl-Key.
        10 Adl-Run-Date        PIC 9(08).
        10 Adl-Account         PIC X(04).
        10 Adl-Adjusted-Date   PIC 9(08).
    05 Adl-Count               PIC 9(09).
    05 Adl-Total               PIC S9(15)V99 SIGN TRAILING SEPARATE.
