        10 Rsb-Reject-Count   PIC 9(09).
        10 Rsb-Hash-Total     PIC S9(15)V99 SIGN TRAILING SEPARATE.
        10 Rsb-Grand-Total    PIC S9(15)V99 SIGN TRAILING SEPARATE.
*> The prior-period adjustments accepted so far, one entry per
*> posting date they correct, so a restarted run still cuts one
*> adjustment control record per date with the full day's figures.
    05 Rst-Adjust-Count       PIC 9(02).
    05 Rst-Adjust-Entry OCCURS 31 TIMES.
        10 Rsa-Adjusted-Date  PIC 9(08).
        10 Rsa-Accept-Count   PIC 9(09).
        10 Rsa-Hash-Total     PIC S9(15)V99 SIGN TRAILING SEPARATE.
        10 Rsa-Grand-Total    PIC S9(15)V99 SIGN TRAILING SEPARATE.
