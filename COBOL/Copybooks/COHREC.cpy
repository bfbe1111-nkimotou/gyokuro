*> keyed, which account it touched, and the value before and
*> after -- the same discipline PRMHREC gives the parameter file,
*> so "who opened that cost center, and when" is answerable from
*> the trail instead of from memory. Every change goes live only
*> once a second authorised id has approved it on the
*> maintenance-item ledger, and that id rides on the record with
*> the one who keyed it.
01 Chart-History-Record.
    05 Chh-Effective-Date     PIC 9(08).
    05 Chh-Change-Timestamp   PIC X(26).
    05 Chh-Field-Name         PIC X(12).
    05 Chh-Old-Value          PIC X(30).
    05 Chh-New-Value          PIC X(30).
    05 Chh-Approved-By        PIC X(08).
