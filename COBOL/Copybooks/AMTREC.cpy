*> record too, so the amounts on AMTOUT can be attributed -- and
*> proven whole -- per originating system once more than one
*> upstream feeds this stream.
*> A prior-period adjustment carries the earlier posting date it
*> corrects in Adjusted-Date; an ordinary record carries zero
*> there and posts under the processing date as always.
01 Amount-Record.
    05 Account-Code             PIC X(04).
    05 Num1                     PIC S9(05)V99 SIGN TRAILING SEPARATE.
    05 Num2                     PIC S9(05)V99 SIGN TRAILING SEPARATE.
    05 Result                   PIC S9(06)V99 SIGN TRAILING SEPARATE.
    05 Source-System            PIC X(08).
    05 Adjusted-Date            PIC 9(08).
