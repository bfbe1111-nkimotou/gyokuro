*> own, in sequence-number order within its source system. The
*> three layouts share one FD and are told apart by the
*> record-type byte in column one.
*> A prior-period adjustment rides inside a batch like any other
*> detail -- counted in the trailer's detail count, its amounts in
*> the trailer's sum -- but carries the earlier posting date it
*> corrects, so the money lands on the day it belonged to instead
*> of as an offsetting entry dated today. Its leading fields sit
*> exactly where a detail's do.
*> Details and adjustments both carry the source system's own
*> transaction reference, so a transaction resent inside a new
*> file -- which the header sequence check cannot see -- is caught
*> against the history of references already posted. A blank
*> reference (a source that does not yet send one) skips that
*> check.
01 Transaction-Header.
    05 Hdr-Record-Type         PIC X(01).
        88 Header-Record            VALUE "H".
    05 Det-Account             PIC X(04).
    05 Det-Num1                PIC S9(05)V99 SIGN TRAILING SEPARATE.
    05 Det-Num2                PIC S9(05)V99 SIGN TRAILING SEPARATE.
    05 Det-Source-Reference    PIC X(16).
01 Transaction-Adjustment.
    05 Adj-Record-Type         PIC X(01).
        88 Adjustment-Record        VALUE "A".
    05 Adj-Account             PIC X(04).
    05 Adj-Num1                PIC S9(05)V99 SIGN TRAILING SEPARATE.
    05 Adj-Num2                PIC S9(05)V99 SIGN TRAILING SEPARATE.
    05 Adj-Original-Date       PIC 9(08).
    05 Adj-Source-Reference    PIC X(16).
01 Transaction-Trailer.
    05 Trl-Record-Type         PIC X(01).
        88 Trailer-Record           VALUE "T".
