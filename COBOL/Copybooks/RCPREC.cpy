*> RCPREC.cpy
*> Inbound receipt log record, appended by InboundIntake the first
*> time it sees each batch a source sends for a processing date:
*> the source, the batch's sequence number, what its envelope
*> held, and the wall-clock time the batch was first found on the
*> source's inbound dataset, judged on time ("O"), late ("L"), or
*> sent on a day the schedule does not expect it ("U"). The
*> intake can run several times a day (INTKCHK at the cutoffs,
*> then ADDJOB's INTAKE step), so a batch keeps the time it was
*> first seen rather than the time of whichever run built TRANSIN.
01 Receipt-Record.
    05 Rcp-Process-Date       PIC 9(08).
    05 Rcp-Source-System      PIC X(08).
    05 Rcp-Sequence-Number    PIC 9(06).
    05 Rcp-Detail-Count       PIC 9(09).
    05 Rcp-Amount-Sum         PIC S9(13)V99 SIGN TRAILING SEPARATE.
    05 Rcp-Seen-Time          PIC 9(04).
    05 Rcp-Receipt-Status     PIC X(01).
        88 Rcp-On-Time             VALUE "O".
        88 Rcp-Late                VALUE "L".
        88 Rcp-Unscheduled         VALUE "U".
    05 Rcp-Seen-Timestamp     PIC X(26).
