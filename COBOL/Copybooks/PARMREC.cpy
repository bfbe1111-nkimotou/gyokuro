*> Parm-Reject-Tolerance is the highest reject percentage a run
*> may finish with and still release its output -- above it the
*> day genuinely holds for someone to look at the feed.
*> Parm-Duplicate-Window is how many calendar days back a source
*> transaction reference is remembered: a detail whose source and
*> reference already posted inside the window is held for review
*> as a suspected duplicate. Zero catches same-day repeats only.
01 Parameter-Record.
    05 Parm-Job-Id             PIC X(08).
    05 Parm-Checkpoint-Freq    PIC 9(06).
    05 Parm-Valid-Max           PIC 9(05)V99.
    05 Parm-Reject-Tolerance   PIC 9(03).
    05 Parm-User-Id              PIC X(08).
    05 Parm-Duplicate-Window   PIC 9(03).
