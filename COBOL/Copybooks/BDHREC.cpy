*> BDHREC.cpy
*> Budget change history record, one per budget figure changed:
*> when the change takes effect, when and by whom it was keyed,
*> the account and fiscal month it touched, and the value before
*> and after -- the same discipline COHREC gives the chart, so
*> "who cut that center's March budget, and when" is answerable
*> from the trail.
01 Budget-History-Record.
    05 Bdh-Effective-Date     PIC 9(08).
    05 Bdh-Change-Timestamp   PIC X(26).
    05 Bdh-Changed-By         PIC X(08).
    05 Bdh-Account            PIC X(04).
    05 Bdh-Fiscal-Month       PIC 9(06).
    05 Bdh-Field-Name         PIC X(12).
    05 Bdh-Old-Value          PIC X(18).
    05 Bdh-New-Value          PIC X(18).
