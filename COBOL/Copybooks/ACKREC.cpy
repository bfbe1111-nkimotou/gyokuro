*> or held file the same day -- and its trailer-building bugs --
*> instead of learning about them when we abort their next one
*> over a sequence gap.
*> InboundIntake cuts the same record for a source the schedule
*> expected and that sent nothing: disposition "N", not received,
*> carrying the sequence number we were waiting for and zero
*> counts -- so a file lost in transfer surfaces upstream the same
*> morning. A batch its envelope check refused, and every other
*> batch held with it, goes back "H" the way a held run's do.
01 Acknowledgment-Record.
    05 Ack-Source-System      PIC X(08).
    05 Ack-Sequence-Number    PIC 9(06).
        88 Ack-Posted-Clean        VALUE "C".
        88 Ack-Posted-With-Rejects VALUE "R".
        88 Ack-Run-Held            VALUE "H".
        88 Ack-Not-Received        VALUE "N".
    05 Ack-Run-Timestamp      PIC X(26).
