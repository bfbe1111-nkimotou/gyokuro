*> MNTREC.cpy
*> Maintenance-item ledger record. A correction or suspense
*> write-off above its keyer's authority limit, and every
*> parameter or chart change, becomes an item on this ledger
*> instead of going live, and each thing that happens to the item
*> is appended as one more record: keyed (pending), approved or
*> rejected by a second authorised id, applied by the program
*> that owns the change, or voided when the change could no
*> longer be made. The last record for an item id is the one
*> that stands, so the ledger is only ever appended to and the
*> whole trail of every item -- who keyed it, who approved or
*> rejected it, when it went live -- survives. The item id is
*> the item type, the processing date it was keyed and a
*> sequence within the type and date; the keyed card image rides
*> on every record so the owning program can apply an approved
*> item exactly as it was keyed. Written by CorrectEntry,
*> SuspenseRelease, ParmMaint and ChartMaint (keyed), by
*> MaintApproval (approved, rejected), and by RejectRecycle,
*> SuspenseRelease, ParmMaint and ChartMaint (applied, voided);
*> reported daily by MaintReport.
01 Maintenance-Item-Record.
    05 Mnt-Item-Id.
        10 Mnt-Item-Type      PIC X(01).
            88 Mnt-Correction-Item  VALUE "C".
            88 Mnt-Write-Off-Item   VALUE "W".
            88 Mnt-Parm-Item        VALUE "P".
            88 Mnt-Chart-Item       VALUE "H".
        10 Mnt-Keyed-Date     PIC 9(08).
        10 Mnt-Item-Sequence  PIC 9(04).
    05 Mnt-Event              PIC X(01).
        88 Mnt-Item-Pending        VALUE "P".
        88 Mnt-Item-Approved       VALUE "A".
        88 Mnt-Item-Rejected       VALUE "R".
        88 Mnt-Item-Applied        VALUE "X".
        88 Mnt-Item-Voided         VALUE "V".
    05 Mnt-Event-Date         PIC 9(08).
    05 Mnt-Event-Timestamp    PIC X(26).
    05 Mnt-Maker              PIC X(08).
    05 Mnt-Acted-By           PIC X(08).
    05 Mnt-Amount             PIC 9(07)V99.
    05 Mnt-Summary            PIC X(40).
    05 Mnt-Card-Image         PIC X(80).
