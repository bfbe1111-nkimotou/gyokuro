*> is the trail that answers "who set the checkpoint frequency to
*> that, and when" -- the question nobody could answer the week
*> the shop ran at the wrong frequency off a mistyped card.
*> Every change goes live only once a second authorised id has
*> approved it on the maintenance-item ledger, and that id rides
*> on the record with the one who keyed it.
01 Parm-History-Record.
    05 Hst-Effective-Date     PIC 9(08).
    05 Hst-Change-Timestamp   PIC X(26).
    05 Hst-Field-Name         PIC X(12).
    05 Hst-Old-Value          PIC X(16).
    05 Hst-New-Value          PIC X(16).
    05 Hst-Approved-By        PIC X(08).
