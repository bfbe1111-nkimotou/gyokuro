*> BPFREC.cpy
*> Balance proof record, appended to BALPROOF by every
*> BalanceCheck run that got as far as a verdict: the run date of
*> the control generation it reconciled, that generation's
*> run-total claims, whether it balanced, and when the check ran.
*> Until now the verdict lived only in a step condition code; this
*> is what lets the day-close check prove, after the fact, that
*> the CONTROL generation standing for a date is the one
*> BalanceCheck passed. A rerun of the day appends a fresh record
*> -- the last one for a date is the verdict that stands.
01 Balance-Proof-Record.
    05 Bpf-Run-Date           PIC 9(08).
    05 Bpf-Record-Count       PIC 9(09).
    05 Bpf-Accept-Count       PIC 9(09).
    05 Bpf-Reject-Count       PIC 9(09).
    05 Bpf-Grand-Total        PIC S9(15)V99 SIGN TRAILING SEPARATE.
    05 Bpf-Result             PIC X(01).
        88 Bpf-Balanced            VALUE "B".
        88 Bpf-Out-Of-Balance      VALUE "O".
    05 Bpf-Check-Timestamp    PIC X(26).
