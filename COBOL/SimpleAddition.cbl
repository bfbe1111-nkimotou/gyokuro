*>             file, and a next-morning rerun posts yesterday's
*>             money to yesterday's date. The audit timestamp
*>             alone still reads the wall clock.
*> 2026-10-15  Prior-period adjustments: a TRANSIN record of type
*>             "A" is a detail that carries the earlier posting
*>             date it corrects. It counts and sums in its batch
*>             like any detail, faces the shared date edits in
*>             ValidateAmounts, and carries the date through
*>             AMTOUT (for PostMaster to post it back to that
*>             day), REJECTS and RECYCLE. The control file gains
*>             one "*ADJ*" record per date corrected, behind the
*>             batch records, with the adjustments' count and
*>             totals; those figures checkpoint with the rest.
*> 2026-10-15  Cross-day duplicate detection: details carry the
*>             source system's own transaction reference, and a
*>             keyed history of posted references (REFHIST,
*>             layout in REFREC) is kept over a rolling window of
*>             days set per job in PARMIN. A detail whose source
*>             and reference already posted inside the window is
*>             rejected as a suspected duplicate (R010) carrying
*>             the original posting date, instead of reaching
*>             AMTOUT; it counts as a reject in the batch's
*>             acknowledgment like any other. A recycled record
*>             operations cleared after review skips the check.
*> 2026-10-15  The audit record carries the business processing
*>             date the run posted under, next to its wall-clock
*>             timestamp, so the day-close check can find the run
*>             that belongs to a processing date.
*> 2026-10-15  Trial runs: a TRIAL card on ADDPARM runs every check
*>             a posting run makes -- header date and sequence
*>             against SEQCTL, trailer counts and sums, the
*>             ValidateAmounts edits and the chart, the duplicate
*>             history, the reject tolerance -- and writes nothing
*>             but a pre-edit report (TRIALRPT) of what would be
*>             accepted, rejected and why, ending with the return
*>             code the posting run would end with. No AMTOUT,
*>             REJECTS, CTLOUT, RESTART, SEQCTL, ACKOUT, AUDITLOG
*>             or REFHIST write, so a rebuilt file can be cleared
*>             with its source during the day (TRIALADD). No card,
*>             or a blank one, is the posting run as before.
*> 2026-10-15  A recycle record from before recycle records carried
*>             an adjusted date (the field blank) comes back in as
*>             an ordinary record, adjusted date zero.
*> 2026-10-15  A processing date the FISCAL calendar cannot place
*>             comes back from ValidateAmounts as R012 at the
*>             first adjustment, and the run stops through the
*>             common abend path -- audit record, held
*>             acknowledgment, trial report -- instead of the
*>             subprogram ending the run on its own.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Acknowledgment-File-Status.

    SELECT Reference-History-File ASSIGN TO "REFHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Rfh-Key
        FILE STATUS IS Reference-History-Status.

*> The run-mode card, and the pre-edit report a trial run prints
*> in place of everything a posting run writes.
    SELECT Run-Mode-File ASSIGN TO "ADDPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Run-Mode-File-Status.

    SELECT Trial-Report-File ASSIGN TO "TRIALRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Trial-Report-File-Status.

*> Data declaration
DATA DIVISION.
FILE SECTION.
        Num1 BY Out-Num1
        Num2 BY Out-Num2
        Result BY Out-Result
        Source-System BY Out-Source-System
        Adjusted-Date BY Out-Adjusted-Date.

FD  Reject-File.
    COPY REJREC.
FD  Acknowledgment-File.
    COPY ACKREC.

*> Every source transaction reference posted inside the duplicate
*> window, keyed by source system and reference.
FD  Reference-History-File.
    COPY REFREC.

*> The run-mode card: POST or TRIAL in columns 1-5. No card, or
*> a blank one, is the posting run.
FD  Run-Mode-File.
01  Run-Mode-Record.
    05  Rmc-Run-Mode           PIC X(05).
    05  FILLER                 PIC X(75).

FD  Trial-Report-File.
01  Trial-Report-Line          PIC X(132).

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
*> The shared Num1 / Num2 / Result layout, so the reporting and
    05  Raw-Num1               PIC X(08).
    05  Raw-Num2               PIC X(08).
    05  FILLER                 PIC X(17).
    05  Raw-Adjusted-Date      PIC X(08).

01  Transaction-File-Status    PIC X(02).
01  Recycle-File-Status        PIC X(02).
01  Parameter-File-Status      PIC X(02).
01  Sequence-File-Status       PIC X(02).
01  Acknowledgment-File-Status PIC X(02).
01  Reference-History-Status   PIC X(02).
01  Run-Mode-File-Status       PIC X(02).
01  Trial-Report-File-Status   PIC X(02).

*> POST (ADDJOB) posts the day; TRIAL (TRIALADD) runs every check
*> a posting run makes and writes nothing but the pre-edit report.
01  Run-Mode-Switch             PIC X(01) VALUE "P".
    88  Posting-Run                        VALUE "P".
    88  Trial-Run                          VALUE "T".

01  End-Of-File-Switch          PIC X(01) VALUE "N".
    88  End-Of-File                       VALUE "Y".
01  Current-Reject-Date         PIC 9(08) VALUE ZERO.
01  Current-Recycle-Count       PIC 9(01) VALUE ZERO.

*> The source system's own transaction reference for the record
*> being processed (blank when the source does not send one), and
*> whether operations already reviewed and cleared it as a
*> suspected duplicate -- only ever set on a recycled record.
01  Current-Source-Reference    PIC X(16) VALUE SPACES.
01  Current-Duplicate-Switch    PIC X(01) VALUE "N".
    88  Current-Duplicate-Cleared          VALUE "Y".
01  Duplicate-Of-Date           PIC 9(08) VALUE ZERO.

*> What the shared ValidateAmounts edits decided about the record
*> being processed: spaces when it passed, otherwise the reason
*> code and text bound for the reject record.
01  Source-Load-Sub             PIC 9(02) VALUE ZERO.
01  All-Sources-Id              PIC X(08) VALUE "*ALL*".

*> Running figures per earlier posting date that prior-period
*> adjustments were accepted for, written behind the batch
*> records as one "*ADJ*" control record per date, so the
*> reconciliations can move that money off today's date and onto
*> the day it was posted back to. Like the source table, a date
*> the table cannot hold is a control record that cannot be
*> written, and the run stops.
01  Adjustment-Totals-Table.
    05  Adjustment-Entry OCCURS 31 TIMES
            INDEXED BY Adjustment-Index.
        10  Adt-Adjusted-Date   PIC 9(08).
        10  Adt-Accept-Count    PIC 9(09).
        10  Adt-Hash-Total      PIC S9(15)V99.
        10  Adt-Grand-Total     PIC S9(15)V99.
01  Adjustment-Entry-Count      PIC 9(02) VALUE ZERO.
01  Adjustment-Table-Maximum    PIC 9(02) VALUE 31.
01  Adjustment-Out-Sub          PIC 9(02) VALUE ZERO.
01  Adjustment-Load-Sub         PIC 9(02) VALUE ZERO.
01  Adjustment-Source-Id        PIC X(08) VALUE "*ADJ*".

*> The duplicate window: how many calendar days back a posted
*> reference still holds a repeat for review, and the earliest
*> posting date that falls inside it. The history is swept once
*> at startup -- entries older than the window go, and so do the
*> entries this processing date itself will write again (all of
*> them on a fresh run, only those past the checkpoint on a
*> restart) -- collecting up to a hundred keys per pass, the way
*> PostMaster clears its own day off the master.
01  Duplicate-Window-Days       PIC 9(03) VALUE 030.
01  Duplicate-Cutoff-Date       PIC 9(08) VALUE ZERO.
01  Cutoff-Date-Parts REDEFINES Duplicate-Cutoff-Date.
    05  Cutoff-Year             PIC 9(04).
    05  Cutoff-Month            PIC 9(02).
    05  Cutoff-Day              PIC 9(02).
01  Month-Last-Day              PIC 9(02) VALUE ZERO.
01  Leap-Year-Quotient          PIC 9(04) VALUE ZERO.
01  Leap-Year-Remainder         PIC 9(04) VALUE ZERO.
01  Duplicate-Reason-Code       PIC X(04) VALUE "R010".
01  Calendar-Reason-Code        PIC X(04) VALUE "R012".
01  Duplicate-Reason-Text       PIC X(30) VALUE
    "SUSPECTED DUPLICATE - REVIEW".
01  Duplicate-Count             PIC 9(09) VALUE ZERO.
01  Reference-Purged-Count      PIC 9(09) VALUE ZERO.

01  Reference-Purge-Table.
    05  Reference-Purge-Entry OCCURS 100 TIMES.
        10  Purge-Reference-Key PIC X(24).
01  Reference-Purge-Count       PIC 9(04) VALUE ZERO.
01  Reference-Purge-Sub         PIC 9(04) VALUE ZERO.
01  Reference-Resume-Key        PIC X(24) VALUE LOW-VALUES.

*> A trial run reads the history but never writes it -- a
*> history that was never created is just one with nothing in
*> it -- so the references it would have posted are held here
*> instead, and a repeat later in the same run is caught against
*> them the way a posting run catches it against its own writes.
*> Past the table's size the in-run check goes incomplete, and
*> the report says so.
01  Reference-History-Switch    PIC X(01) VALUE "Y".
    88  Reference-History-Present          VALUE "Y".
01  Trial-Reference-Table.
    05  Trial-Reference-Entry OCCURS 5000 TIMES
            INDEXED BY Trial-Reference-Index.
        10  Trf-Source-System   PIC X(08).
        10  Trf-Reference       PIC X(16).
01  Trial-Reference-Count       PIC 9(05) VALUE ZERO.
01  Trial-Reference-Maximum     PIC 9(05) VALUE 5000.
01  Trial-Reference-Full-Switch PIC X(01) VALUE "N".
    88  Trial-Reference-Table-Full         VALUE "Y".

01  End-Of-Sweep-Switch         PIC X(01) VALUE "N".
    88  End-Of-Sweep                       VALUE "Y".

01  Source-Side-Switch          PIC X(01) VALUE "A".
    88  Tallying-Source-Accept             VALUE "A".
    88  Tallying-Source-Reject             VALUE "R".
01  Job-Id                      PIC X(08) VALUE SPACES.
01  User-Id                     PIC X(08) VALUE SPACES.
01  Today-Date                  PIC 9(08) VALUE ZERO.
01  Today-Date-Parts REDEFINES Today-Date.
    05  Today-Year              PIC 9(04).
    05  Today-Month             PIC 9(02).
    05  Today-Day               PIC 9(02).
01  Clock-Date                  PIC 9(08) VALUE ZERO.
01  Right-Now                   PIC 9(08) VALUE ZERO.
01  Run-Timestamp               PIC X(26) VALUE SPACES.

*> Why the run stopped, in words for the trial report -- set
*> alongside the console message by the file-level checks; any
*> other stop points the reader at the job log.
01  Stop-Reason-Text            PIC X(80) VALUE SPACES.
01  Run-Stopped-Switch          PIC X(01) VALUE "N".
    88  Run-Was-Stopped                    VALUE "Y".

*> The trial run's pre-edit report: one line per record read --
*> recycled records first, as a posting run takes them -- with
*> what the posting run would do with it and why, then each
*> batch's envelope, the counts, and the return code.
01  Run-Date-Display.
    05  Run-Date-Year           PIC 9(04).
    05  FILLER                  PIC X(01) VALUE "-".
    05  Run-Date-Month          PIC 9(02).
    05  FILLER                  PIC X(01) VALUE "-".
    05  Run-Date-Day            PIC 9(02).

01  Report-Title                PIC X(60) VALUE
    "SIMPLEADDITION TRIAL RUN - PRE-EDIT REPORT".
01  Formatted-Header-Line       PIC X(132).
01  Trial-Page-Number           PIC 9(04) VALUE ZERO.

01  Trial-Notice-Line-1         PIC X(80) VALUE
    "   TRIAL RUN -- NOTHING POSTED.  NO AMTOUT, REJECTS, CTLOUT,".
01  Trial-Notice-Line-2         PIC X(80) VALUE
    "   RESTART, SEQCTL, ACKOUT, AUDITLOG OR REFHIST WAS WRITTEN.".

01  Trial-Column-Heading.
    05  FILLER                  PIC X(40) VALUE
        "     RECORD NO  SOURCE     BATCH  ACCT  ".
    05  FILLER                  PIC X(40) VALUE
        " AMOUNT 1    AMOUNT 2   ACTION  CODE  RE".
    05  FILLER                  PIC X(39) VALUE
        "ASON                          REFERENCE".
    05  FILLER                  PIC X(13) VALUE SPACES.

01  Trial-Detail-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Ptl-Record-Number       PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Ptl-Source-System       PIC X(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Ptl-Batch               PIC ZZZZZ9.
    05  Ptl-Batch-X REDEFINES Ptl-Batch
                                PIC X(06).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Ptl-Account             PIC X(04).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Ptl-Num1                PIC ZZ,ZZ9.99-.
    05  Ptl-Num1-X REDEFINES Ptl-Num1
                                PIC X(10).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Ptl-Num2                PIC ZZ,ZZ9.99-.
    05  Ptl-Num2-X REDEFINES Ptl-Num2
                                PIC X(10).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Ptl-Action              PIC X(06).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Ptl-Reason-Code         PIC X(04).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Ptl-Reason-Text         PIC X(30).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Ptl-Reference           PIC X(16).
    05  FILLER                  PIC X(06) VALUE SPACES.

01  Batch-Column-Heading.
    05  FILLER                  PIC X(40) VALUE
        "   SOURCE    BATCH       DETAILS    ACCE".
    05  FILLER                  PIC X(40) VALUE
        "PTED    REJECTED           AMOUNT SUM   ".
    05  FILLER                  PIC X(08) VALUE
        "ENVELOPE".
    05  FILLER                  PIC X(44) VALUE SPACES.

01  Batch-Summary-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Pbl-Source-System       PIC X(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Pbl-Batch               PIC ZZZZZ9.
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Pbl-Detail-Count        PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(01) VALUE SPACES.
    05  Pbl-Accept-Count        PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(01) VALUE SPACES.
    05  Pbl-Reject-Count        PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(01) VALUE SPACES.
    05  Pbl-Amount-Sum          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Pbl-Envelope            PIC X(30).
    05  FILLER                  PIC X(22) VALUE SPACES.

01  Trial-Summary-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Tsl-Label               PIC X(40).
    05  Tsl-Count               PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(78) VALUE SPACES.

01  Trial-Stop-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(17) VALUE "RUN WOULD STOP:  ".
    05  Tsp-Reason              PIC X(80).
    05  FILLER                  PIC X(32) VALUE SPACES.

01  Trial-Return-Code-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(40) VALUE
        "RETURN CODE THE POSTING RUN WOULD END   ".
    05  FILLER                  PIC X(05) VALUE "WITH ".
    05  Trc-Return-Code         PIC Z9.
    05  FILLER                  PIC X(04) VALUE " -- ".
    05  Trc-Meaning             PIC X(50).
    05  FILLER                  PIC X(28) VALUE SPACES.

01  Trial-Reference-Full-Line   PIC X(80) VALUE
    "   IN-RUN DUPLICATE CHECK COVERED THE FIRST 5000 REFERENCES".

01  Blank-Line                  PIC X(01) VALUE SPACES.

*> Program logic
PROCEDURE DIVISION.

*> and reposition the transaction file if a restart is pending.
*> The audit file is opened first, ahead of everything else that
*> can fail, so Abort-Run always has somewhere to write the record
*> of why this run stopped -- on a trial run the report takes its
*> place, and the run reads the same PARMIN record, SEQCTL state,
*> recycle file and reference history a posting run would, but
*> neither restarts nor opens anything it could write to.
Initialize-Program.
    CALL "GetProcessDate" USING Today-Date.
    MOVE "SMPLADD1" TO Job-Id.
    MOVE "BATCH   " TO User-Id.
    PERFORM Read-Run-Mode.
    IF Trial-Run
        PERFORM Open-Trial-Report
    ELSE
        PERFORM Open-Audit-File
    END-IF.
    PERFORM Read-Parameter-File.

    OPEN INPUT Transaction-File.
    PERFORM Load-Sequence-State.
    PERFORM Verify-Transaction-Header.
    PERFORM Open-Recycle-File.
    IF Trial-Run
        PERFORM Open-Trial-Reference-History
        PERFORM Set-Duplicate-Cutoff
    ELSE
        PERFORM Check-For-Restart
        PERFORM Open-Output-Files
        PERFORM Open-Reference-History
        PERFORM Set-Duplicate-Cutoff
        PERFORM Purge-Reference-History
    END-IF.

*> No card, or a blank card, is the posting run ADDJOB makes; a
*> card that is neither mode stops the run before anything is
*> read, rather than guess which of the two was meant.
Read-Run-Mode.
    OPEN INPUT Run-Mode-File.
    IF Run-Mode-File-Status = "00"
        READ Run-Mode-File
            AT END
                MOVE SPACES TO Rmc-Run-Mode
        END-READ
        EVALUATE Rmc-Run-Mode
            WHEN SPACES
            WHEN "POST"
                SET Posting-Run TO TRUE
            WHEN "TRIAL"
                SET Trial-Run TO TRUE
            WHEN OTHER
                DISPLAY "SimpleAddition: ADDPARM card '" Rmc-Run-Mode
                    "' is neither POST nor TRIAL, run refused"
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        CLOSE Run-Mode-File
    END-IF.

*> The report is a trial run's only output, and what its abort
*> path writes to, so like the audit file on a posting run a
*> failure to open it stops the run directly.
Open-Trial-Report.
    OPEN OUTPUT Trial-Report-File.
    IF Trial-Report-File-Status NOT = "00"
        DISPLAY "SimpleAddition: unable to open TRIALRPT, status "
            Trial-Report-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "SimpleAddition: trial run -- nothing will be posted".
    MOVE Today-Year TO Run-Date-Year.
    MOVE Today-Month TO Run-Date-Month.
    MOVE Today-Day TO Run-Date-Day.
    ADD 1 TO Trial-Page-Number.
    CALL "PrintString" USING Report-Title, Run-Date-Display,
        Trial-Page-Number, Formatted-Header-Line.
    WRITE Trial-Report-Line FROM Formatted-Header-Line.
    WRITE Trial-Report-Line FROM Trial-Notice-Line-1.
    WRITE Trial-Report-Line FROM Trial-Notice-Line-2.
    WRITE Trial-Report-Line FROM Blank-Line.
    WRITE Trial-Report-Line FROM Trial-Column-Heading.

*> Read only on a trial run. A history never yet created holds
*> nothing a record could repeat, so status 35 is not an error.
Open-Trial-Reference-History.
    OPEN INPUT Reference-History-File.
    IF Reference-History-Status = "35"
        MOVE "N" TO Reference-History-Switch
    ELSE
        IF Reference-History-Status NOT = "00"
            DISPLAY "SimpleAddition: unable to open REFHIST, status "
                Reference-History-Status
            MOVE 16 TO RETURN-CODE
            PERFORM Abort-Run
        END-IF
    END-IF.

*> The first record on TRANSIN must be the upstream batch header,
*> dated today and carrying the next file sequence number in line
    READ Transaction-File
        AT END
            DISPLAY "SimpleAddition: TRANSIN is empty, no batch header"
            MOVE "TRANSIN IS EMPTY, NO BATCH HEADER"
                TO Stop-Reason-Text
            MOVE 16 TO RETURN-CODE
            PERFORM Abort-Run
    END-READ.
    IF NOT Header-Record
        DISPLAY "SimpleAddition: TRANSIN does not begin with a batch "
            "header record"
        MOVE "TRANSIN DOES NOT BEGIN WITH A BATCH HEADER RECORD"
            TO Stop-Reason-Text
        MOVE 16 TO RETURN-CODE
        PERFORM Abort-Run
    END-IF.
    IF Hdr-File-Date NOT = Today-Date
        DISPLAY "SimpleAddition: TRANSIN file date " Hdr-File-Date
            " is not the run date " Today-Date
        PERFORM Set-File-Date-Stop-Reason
        MOVE 16 TO RETURN-CODE
        PERFORM Abort-Run
    END-IF.
    PERFORM Verify-Header-Sequence.

Set-File-Date-Stop-Reason.
    STRING "BATCH " DELIMITED BY SIZE
        Header-Sequence-Number DELIMITED BY SIZE
        " FROM " DELIMITED BY SIZE
        Header-Source-System DELIMITED BY SPACE
        " IS DATED " DELIMITED BY SIZE
        Hdr-File-Date DELIMITED BY SIZE
        ", NOT THE PROCESSING DATE " DELIMITED BY SIZE
        Today-Date DELIMITED BY SIZE
        INTO Stop-Reason-Text.

*> Hold the header's sequence number against its source system's
*> own chain: a source already seen this run chains off its
*> previous batch in this very file, a source arriving for the
                Header-Sequence-Number " from source "
                Header-Source-System
                " was already processed -- same file handed twice"
            STRING "BATCH " DELIMITED BY SIZE
                Header-Sequence-Number DELIMITED BY SIZE
                " FROM " DELIMITED BY SIZE
                Header-Source-System DELIMITED BY SPACE
                " WAS ALREADY PROCESSED, " DELIMITED BY SIZE
                Expected-Sequence-Number DELIMITED BY SIZE
                " IS NEXT" DELIMITED BY SIZE
                INTO Stop-Reason-Text
        ELSE
            DISPLAY "SimpleAddition: TRANSIN sequence "
                Header-Sequence-Number " from source "
                Header-Source-System " where "
                Expected-Sequence-Number
                " was expected -- gap or repeat in the file run"
            STRING "BATCH " DELIMITED BY SIZE
                Header-Sequence-Number DELIMITED BY SIZE
                " FROM " DELIMITED BY SIZE
                Header-Source-System DELIMITED BY SPACE
                " WHERE " DELIMITED BY SIZE
                Expected-Sequence-Number DELIMITED BY SIZE
                " WAS EXPECTED -- SEQUENCE GAP" DELIMITED BY SIZE
                INTO Stop-Reason-Text
        END-IF
        MOVE 16 TO RETURN-CODE
        PERFORM Abort-Run
    IF Batch-Entry-Count >= Batch-Table-Maximum
        DISPLAY "SimpleAddition: more than " Batch-Table-Maximum
            " batches on TRANSIN -- run stopped"
        MOVE "MORE BATCHES ON TRANSIN THAN ONE RUN TAKES"
            TO Stop-Reason-Text
        MOVE 16 TO RETURN-CODE
        PERFORM Abort-Run
    END-IF.
            "per-source layout -- reseed SEQCTL with one record "
            "per source (source id, last sequence number, last "
            "file date) before running"
        MOVE "SEQCTL RECORD IS NOT IN THE PER-SOURCE LAYOUT"
            TO Stop-Reason-Text
        MOVE 16 TO RETURN-CODE
        PERFORM Abort-Run
    END-IF.
        DISPLAY "SimpleAddition: PARMIN checkpoint frequency for "
            "job " Job-Id " fails edit -- run stopped, fix the "
            "parameter record"
        MOVE "PARMIN RECORD FOR SMPLADD1 FAILS ITS EDITS"
            TO Stop-Reason-Text
        MOVE 16 TO RETURN-CODE
        PERFORM Abort-Run
    END-IF.
        DISPLAY "SimpleAddition: PARMIN valid-amount maximum for "
            "job " Job-Id " fails edit -- run stopped, fix the "
            "parameter record"
        MOVE "PARMIN RECORD FOR SMPLADD1 FAILS ITS EDITS"
            TO Stop-Reason-Text
        MOVE 16 TO RETURN-CODE
        PERFORM Abort-Run
    END-IF.
        DISPLAY "SimpleAddition: PARMIN reject tolerance for "
            "job " Job-Id " fails edit -- run stopped, fix the "
            "parameter record"
        MOVE "PARMIN RECORD FOR SMPLADD1 FAILS ITS EDITS"
            TO Stop-Reason-Text
        MOVE 16 TO RETURN-CODE
        PERFORM Abort-Run
    END-IF.
    IF Parm-User-Id NOT = SPACES
        MOVE Parm-User-Id TO User-Id
    END-IF.
*> A record keyed before the window existed carries spaces there
*> and keeps the default, saying so; anything else must edit.
    EVALUATE TRUE
        WHEN Parm-Duplicate-Window (1:3) = SPACES
            DISPLAY "SimpleAddition: PARMIN duplicate window for "
                "job " Job-Id " not set, using default "
                Duplicate-Window-Days " day(s)"
        WHEN Parm-Duplicate-Window IS NUMERIC
            MOVE Parm-Duplicate-Window TO Duplicate-Window-Days
        WHEN OTHER
            DISPLAY "SimpleAddition: PARMIN duplicate window for "
                "job " Job-Id " fails edit -- run stopped, fix the "
                "parameter record"
            MOVE "PARMIN RECORD FOR SMPLADD1 FAILS ITS EDITS"
                TO Stop-Reason-Text
            MOVE 16 TO RETURN-CODE
            PERFORM Abort-Run
    END-EVALUATE.

*> If a restart file survives from a prior abend, pick up where it
*> left off: carry forward its totals and skip the records this
                PERFORM Load-One-Restart-Batch
                    VARYING Batch-Scan-Sub FROM 1 BY 1
                    UNTIL Batch-Scan-Sub > Batch-Entry-Count
                MOVE Rst-Adjust-Count TO Adjustment-Entry-Count
                PERFORM Load-One-Restart-Adjustment
                    VARYING Adjustment-Load-Sub FROM 1 BY 1
                    UNTIL Adjustment-Load-Sub > Adjustment-Entry-Count
        END-READ
        CLOSE Restart-File
    END-IF.
    MOVE Rsb-Grand-Total (Batch-Scan-Sub)
        TO Bat-Grand-Total (Batch-Scan-Sub).

*> The per-date adjustment figures the checkpoint carried.
Load-One-Restart-Adjustment.
    MOVE Rsa-Adjusted-Date (Adjustment-Load-Sub)
        TO Adt-Adjusted-Date (Adjustment-Load-Sub).
    MOVE Rsa-Accept-Count (Adjustment-Load-Sub)
        TO Adt-Accept-Count (Adjustment-Load-Sub).
    MOVE Rsa-Hash-Total (Adjustment-Load-Sub)
        TO Adt-Hash-Total (Adjustment-Load-Sub).
    MOVE Rsa-Grand-Total (Adjustment-Load-Sub)
        TO Adt-Grand-Total (Adjustment-Load-Sub).

*> Open the two per-transaction output datasets. A restarted run
*> extends them, since Check-For-Restart already knows the records
*> before the checkpoint were posted in a prior run and must not be
        PERFORM Abort-Run
    END-IF.

*> The reference history is created the first time this step
*> ever runs -- a status 35 on the I-O open just means no file
*> yet, so it is opened OUTPUT once to put it on the catalog and
*> reopened I-O, the way PostMaster creates the master.
Open-Reference-History.
    OPEN I-O Reference-History-File.
    IF Reference-History-Status = "35"
        OPEN OUTPUT Reference-History-File
        IF Reference-History-Status NOT = "00"
            DISPLAY "SimpleAddition: unable to create REFHIST, "
                "status " Reference-History-Status
            MOVE 16 TO RETURN-CODE
            PERFORM Abort-Run
        END-IF
        CLOSE Reference-History-File
        OPEN I-O Reference-History-File
    END-IF.
    IF Reference-History-Status NOT = "00"
        DISPLAY "SimpleAddition: unable to open REFHIST, status "
            Reference-History-Status
        MOVE 16 TO RETURN-CODE
        PERFORM Abort-Run
    END-IF.

*> The earliest posting date inside the window: the processing
*> date stepped back one calendar day at a time, month lengths
*> and leap Februaries by the same rules AdvanceDate steps
*> forward with. A window of zero holds same-day repeats only.
Set-Duplicate-Cutoff.
    MOVE Today-Date TO Duplicate-Cutoff-Date.
    PERFORM Step-Cutoff-Back-One-Day Duplicate-Window-Days TIMES.

Step-Cutoff-Back-One-Day.
    IF Cutoff-Day > 1
        SUBTRACT 1 FROM Cutoff-Day
    ELSE
        IF Cutoff-Month > 1
            SUBTRACT 1 FROM Cutoff-Month
        ELSE
            MOVE 12 TO Cutoff-Month
            SUBTRACT 1 FROM Cutoff-Year
        END-IF
        PERFORM Set-Month-Last-Day
        MOVE Month-Last-Day TO Cutoff-Day
    END-IF.

Set-Month-Last-Day.
    EVALUATE Cutoff-Month
        WHEN 01 WHEN 03 WHEN 05 WHEN 07
        WHEN 08 WHEN 10 WHEN 12
            MOVE 31 TO Month-Last-Day
        WHEN 04 WHEN 06 WHEN 09 WHEN 11
            MOVE 30 TO Month-Last-Day
        WHEN 02
            PERFORM Set-February-Last-Day
        WHEN OTHER
            MOVE 31 TO Month-Last-Day
    END-EVALUATE.

Set-February-Last-Day.
    MOVE 28 TO Month-Last-Day.
    DIVIDE Cutoff-Year BY 4
        GIVING Leap-Year-Quotient
        REMAINDER Leap-Year-Remainder.
    IF Leap-Year-Remainder = ZERO
        MOVE 29 TO Month-Last-Day
        DIVIDE Cutoff-Year BY 100
            GIVING Leap-Year-Quotient
            REMAINDER Leap-Year-Remainder
        IF Leap-Year-Remainder = ZERO
            DIVIDE Cutoff-Year BY 400
                GIVING Leap-Year-Quotient
                REMAINDER Leap-Year-Remainder
            IF Leap-Year-Remainder NOT = ZERO
                MOVE 28 TO Month-Last-Day
            END-IF
        END-IF
    END-IF.

*> Sweep the history before the first record is checked against
*> it: references that aged out of the window, and whatever this
*> processing date already wrote that the run is about to write
*> again -- a fresh run (a rerun of the whole day) drops all of
*> today's, a restart only those past its checkpoint, so a rerun
*> never finds its own first attempt and holds the whole file as
*> duplicates of itself.
Purge-Reference-History.
    MOVE LOW-VALUES TO Reference-Resume-Key.
    MOVE 1 TO Reference-Purge-Count.
    PERFORM Run-One-Reference-Purge-Pass
        UNTIL Reference-Purge-Count = ZERO.
    IF Reference-Purged-Count > ZERO
        DISPLAY "SimpleAddition: " Reference-Purged-Count
            " reference history entr(ies) purged"
    END-IF.

Run-One-Reference-Purge-Pass.
    MOVE ZERO TO Reference-Purge-Count.
    MOVE "N" TO End-Of-Sweep-Switch.
    MOVE Reference-Resume-Key TO Rfh-Key.
    START Reference-History-File KEY IS GREATER THAN Rfh-Key
        INVALID KEY
            SET End-Of-Sweep TO TRUE
    END-START.
    PERFORM Collect-One-Reference-Key UNTIL End-Of-Sweep.
    PERFORM Delete-One-Reference-Entry
        VARYING Reference-Purge-Sub FROM 1 BY 1
        UNTIL Reference-Purge-Sub > Reference-Purge-Count.

Collect-One-Reference-Key.
    READ Reference-History-File NEXT RECORD
        AT END
            SET End-Of-Sweep TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN Rfh-Posting-Date < Duplicate-Cutoff-Date
                    PERFORM Store-One-Reference-Key
                WHEN Rfh-Posting-Date NOT = Today-Date
                    CONTINUE
                WHEN NOT Restart-File-Was-Found
                    PERFORM Store-One-Reference-Key
                WHEN Rfh-Run-Position > Records-To-Skip
                    PERFORM Store-One-Reference-Key
            END-EVALUATE
    END-READ.

Store-One-Reference-Key.
    ADD 1 TO Reference-Purge-Count.
    MOVE Rfh-Key TO Purge-Reference-Key (Reference-Purge-Count).
    MOVE Rfh-Key TO Reference-Resume-Key.
    IF Reference-Purge-Count >= 100
        SET End-Of-Sweep TO TRUE
    END-IF.

Delete-One-Reference-Entry.
    MOVE Purge-Reference-Key (Reference-Purge-Sub) TO Rfh-Key.
    DELETE Reference-History-File
        INVALID KEY
            CONTINUE
    END-DELETE.
    ADD 1 TO Reference-Purged-Count.

*> The audit log is appended to across runs, never overwritten, so
*> try to extend it first and only create it the first time this
*> job ever runs. This is the one file Abort-Run itself depends on,
            ADD 1 TO Record-Count
    END-READ.

*> Only detail records (adjustments included) count toward the
*> checkpoint position -- the header was consumed by Verify-
*> Transaction-Header and the trailer cannot be reached while
*> records remain to skip.
Skip-One-Transaction.
    READ Transaction-File
        AT END
            SET End-Of-File TO TRUE
        NOT AT END
            IF Detail-Record OR Adjustment-Record
                ADD 1 TO Record-Count
            END-IF
    END-READ.
    PERFORM Read-Next-Recycle.
    IF NOT End-Of-Recycle
        PERFORM Validate-Transaction
        IF Transaction-Is-Valid
            PERFORM Check-For-Duplicate
        END-IF
        IF Transaction-Is-Valid
            PERFORM Compute-And-Post-Amount
        ELSE
            MOVE Rcy-Num1 TO Num1
            MOVE Rcy-Num2 TO Num2
            MOVE Rcy-Source-System TO Source-System
            IF Rcy-Adjusted-Date = SPACES
                MOVE ZERO TO Adjusted-Date
            ELSE
                MOVE Rcy-Adjusted-Date TO Adjusted-Date
            END-IF
            MOVE Rcy-Original-Number TO Current-Record-Number
            MOVE Rcy-Original-Date TO Current-Reject-Date
            MOVE Rcy-Recycle-Count TO Current-Recycle-Count
            MOVE Rcy-Source-Reference TO Current-Source-Reference
            MOVE Rcy-Duplicate-Cleared TO Current-Duplicate-Switch
    END-READ.

*> One record off TRANSIN, routed by its record-type byte: a
*> detail or prior-period adjustment is validated and posted or
*> rejected as always, a
*> trailer is verified against its own batch the moment it is
*> read, a header behind a verified trailer opens the next batch
*> in the file, and anything out of order -- a header before the
    PERFORM Read-Next-Transaction.
    IF NOT End-Of-File
        EVALUATE TRUE
            WHEN (Detail-Record OR Adjustment-Record)
                AND Trailer-Was-Seen
                DISPLAY "SimpleAddition: detail record between "
                    "batches -- TRANSIN is out of order"
                MOVE "DETAIL RECORD BETWEEN BATCHES, OUT OF ORDER"
                    TO Stop-Reason-Text
                MOVE 16 TO RETURN-CODE
                PERFORM Abort-Run
            WHEN Detail-Record OR Adjustment-Record
                PERFORM Process-One-Detail
            WHEN Trailer-Record AND Trailer-Was-Seen
                DISPLAY "SimpleAddition: second batch trailer on "
                    "TRANSIN"
                MOVE "SECOND BATCH TRAILER, TRANSIN OUT OF ORDER"
                    TO Stop-Reason-Text
                MOVE 16 TO RETURN-CODE
                PERFORM Abort-Run
            WHEN Trailer-Record
                DISPLAY "SimpleAddition: batch header before the "
                    "prior batch's trailer -- TRANSIN is out of "
                    "order"
                MOVE "BATCH HEADER BEFORE THE PRIOR BATCH'S TRAILER"
                    TO Stop-Reason-Text
                MOVE 16 TO RETURN-CODE
                PERFORM Abort-Run
            WHEN OTHER
                DISPLAY "SimpleAddition: unknown record type on "
                    "TRANSIN"
                MOVE "UNKNOWN RECORD TYPE ON TRANSIN"
                    TO Stop-Reason-Text
                MOVE 16 TO RETURN-CODE
                PERFORM Abort-Run
        END-EVALUATE
    MOVE Hdr-File-Date TO Header-File-Date.
    MOVE Hdr-Source-System TO Header-Source-System.
    PERFORM Open-Batch-Entry.
    MOVE "N" TO Trailer-Seen-Switch.
    IF Hdr-File-Date NOT = Today-Date
        DISPLAY "SimpleAddition: TRANSIN batch file date "
            Hdr-File-Date " is not the run date " Today-Date
        PERFORM Set-File-Date-Stop-Reason
        MOVE 16 TO RETURN-CODE
        PERFORM Abort-Run
    END-IF.
    PERFORM Verify-Header-Sequence.

*> The trailer's claims against what its own batch actually
*> contained, held the moment the trailer is read so a broken
            " trailer claims " Trl-Detail-Count
            " detail record(s) but "
            Bat-Detail-Count (Batch-Entry-Count) " were read"
        STRING "BATCH " DELIMITED BY SIZE
            Bat-Number (Batch-Entry-Count) DELIMITED BY SIZE
            " TRAILER CLAIMS " DELIMITED BY SIZE
            Trl-Detail-Count DELIMITED BY SIZE
            " DETAILS, " DELIMITED BY SIZE
            Bat-Detail-Count (Batch-Entry-Count) DELIMITED BY SIZE
            " READ" DELIMITED BY SIZE
            INTO Stop-Reason-Text
        MOVE 16 TO RETURN-CODE
        PERFORM Abort-Run
    END-IF.
                " trailer amount sum " Trl-Amount-Sum
                " does not match the "
                Bat-Amount-Sum (Batch-Entry-Count) " read"
            STRING "BATCH " DELIMITED BY SIZE
                Bat-Number (Batch-Entry-Count) DELIMITED BY SIZE
                " TRAILER AMOUNT SUM DOES NOT MATCH THE SUM READ"
                    DELIMITED BY SIZE
                INTO Stop-Reason-Text
            MOVE 16 TO RETURN-CODE
            PERFORM Abort-Run
        ELSE

Process-One-Detail.
    PERFORM Validate-Transaction.
    IF Transaction-Is-Valid
        PERFORM Check-For-Duplicate
    END-IF.
    IF Transaction-Is-Valid
        PERFORM Compute-And-Post-Amount
    ELSE
    END-IF.
    PERFORM Write-Checkpoint-When-Due.

*> An adjustment's account and amounts sit where a detail's do,
*> so both are read through the detail layout; only the date it
*> corrects is taken off the adjustment layout, byte for byte so
*> a non-numeric date reaches the edits intact.
Read-Next-Transaction.
    READ Transaction-File
        AT END
            SET End-Of-File TO TRUE
        NOT AT END
            IF Detail-Record OR Adjustment-Record
                ADD 1 TO Record-Count
                ADD 1 TO Transin-Detail-Count
                ADD 1 TO Bat-Detail-Count (Batch-Entry-Count)
                MOVE Det-Num1 TO Num1
                MOVE Det-Num2 TO Num2
                MOVE Header-Source-System TO Source-System
                IF Adjustment-Record
                    MOVE Adj-Original-Date TO Raw-Adjusted-Date
                    MOVE Adj-Source-Reference
                        TO Current-Source-Reference
                ELSE
                    MOVE ZERO TO Adjusted-Date
                    MOVE Det-Source-Reference
                        TO Current-Source-Reference
                END-IF
                MOVE "N" TO Current-Duplicate-Switch
                IF Det-Num1 IS NUMERIC
                    ADD Det-Num1 TO Transin-Amount-Sum
                    ADD Det-Num1
*> abend the run or truncate silently. The rules themselves live
*> in the shared ValidateAmounts subprogram now, so RejectRecycle
*> holds a corrected record to exactly the edits it will face
*> back here the next morning. R012 is no reject: the calendar
*> cannot place today, so no adjustment can be judged and the
*> day stops.
Validate-Transaction.
    MOVE ZERO TO Duplicate-Of-Date.
    CALL "ValidateAmounts" USING Amount-Record,
        Valid-Amount-Maximum,
        Validation-Reason-Code, Validation-Reason-Text.
    IF Validation-Reason-Code = Calendar-Reason-Code
        DISPLAY "SimpleAddition: processing date is not on the "
            "FISCAL calendar -- adjustments cannot be judged"
        MOVE "PROCESSING DATE NOT ON THE FISCAL CALENDAR"
            TO Stop-Reason-Text
        MOVE 16 TO RETURN-CODE
        PERFORM Abort-Run
    END-IF.
    IF Validation-Reason-Code = SPACES
        SET Transaction-Is-Valid TO TRUE
    ELSE
        SET Transaction-Is-Invalid TO TRUE
    END-IF.

*> A record that passed the edits is held against the reference
*> history: the same source and reference already posted inside
*> the window -- earlier in this very run included -- is a
*> suspected duplicate, rejected R010 with the date the reference
*> first posted, for operations to clear with the source or leave
*> in suspense. A blank reference, or a recycled record whose
*> duplicate operations already cleared, is not checked.
Check-For-Duplicate.
    IF Trial-Run
        PERFORM Check-Trial-Duplicate
    ELSE
        PERFORM Check-Reference-History
    END-IF.

Check-Reference-History.
    IF Current-Source-Reference NOT = SPACES
        AND NOT Current-Duplicate-Cleared
        MOVE Source-System TO Rfh-Source-System
        MOVE Current-Source-Reference TO Rfh-Reference
        READ Reference-History-File
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF Rfh-Posting-Date NOT < Duplicate-Cutoff-Date
                    MOVE Rfh-Posting-Date TO Duplicate-Of-Date
                    MOVE Duplicate-Reason-Code
                        TO Validation-Reason-Code
                    MOVE Duplicate-Reason-Text
                        TO Validation-Reason-Text
                    SET Transaction-Is-Invalid TO TRUE
                    ADD 1 TO Duplicate-Count
                END-IF
        END-READ
    END-IF.

*> A trial run asks the two questions a posting run's history
*> would answer: did the reference post on an earlier day inside
*> the window -- a posting run purges the processing date's own
*> entries before it starts, so those do not count -- or did it
*> already go through earlier in this very run.
Check-Trial-Duplicate.
    IF Current-Source-Reference NOT = SPACES
        AND NOT Current-Duplicate-Cleared
        IF Reference-History-Present
            MOVE Source-System TO Rfh-Source-System
            MOVE Current-Source-Reference TO Rfh-Reference
            READ Reference-History-File
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF Rfh-Posting-Date NOT < Duplicate-Cutoff-Date
                        AND Rfh-Posting-Date NOT = Today-Date
                        MOVE Rfh-Posting-Date TO Duplicate-Of-Date
                        PERFORM Mark-Trial-Duplicate
                    END-IF
            END-READ
        END-IF
        IF Transaction-Is-Valid
            SET Trial-Reference-Index TO 1
            SEARCH Trial-Reference-Entry
                AT END
                    CONTINUE
                WHEN Trf-Source-System (Trial-Reference-Index)
                        = Source-System
                    AND Trf-Reference (Trial-Reference-Index)
                        = Current-Source-Reference
                    AND Trial-Reference-Index <= Trial-Reference-Count
                    MOVE Today-Date TO Duplicate-Of-Date
                    PERFORM Mark-Trial-Duplicate
            END-SEARCH
        END-IF
    END-IF.

Mark-Trial-Duplicate.
    MOVE Duplicate-Reason-Code TO Validation-Reason-Code.
    MOVE Duplicate-Reason-Text TO Validation-Reason-Text.
    SET Transaction-Is-Invalid TO TRUE.
    ADD 1 TO Duplicate-Count.

*> The trial run's stand-in for writing the history: the
*> reference a posting run would have recorded, held for the
*> rest of the run.
Remember-Trial-Reference.
    IF Current-Source-Reference NOT = SPACES
        IF Trial-Reference-Count >= Trial-Reference-Maximum
            IF NOT Trial-Reference-Table-Full
                SET Trial-Reference-Table-Full TO TRUE
                DISPLAY "SimpleAddition: more than "
                    Trial-Reference-Maximum " references this "
                    "trial run, in-run duplicate check incomplete"
            END-IF
        ELSE
            ADD 1 TO Trial-Reference-Count
            SET Trial-Reference-Index TO Trial-Reference-Count
            MOVE Source-System
                TO Trf-Source-System (Trial-Reference-Index)
            MOVE Current-Source-Reference
                TO Trf-Reference (Trial-Reference-Index)
        END-IF
    END-IF.

*> A posted record's reference goes into the history under
*> today's date and its position in the run (what a restart
*> purges by); an entry that aged out of the window, or a cleared
*> duplicate's original, is replaced.
Record-Posted-Reference.
    IF Current-Source-Reference NOT = SPACES
        MOVE Source-System TO Rfh-Source-System
        MOVE Current-Source-Reference TO Rfh-Reference
        MOVE Today-Date TO Rfh-Posting-Date
        MOVE Record-Count TO Rfh-Run-Position
        MOVE Account-Code TO Rfh-Account
        MOVE Result TO Rfh-Result
        WRITE Reference-History-Record
            INVALID KEY
                REWRITE Reference-History-Record
                    INVALID KEY
                        DISPLAY "SimpleAddition: unable to record "
                            "reference " Rfh-Reference ", status "
                            Reference-History-Status
                        MOVE 16 TO RETURN-CODE
                        PERFORM Abort-Run
                END-REWRITE
        END-WRITE
    END-IF.

*> Add the transaction, roll it into the running control totals,
*> and pass it on to the report dataset. Hash-Total is weighted
*> (2*Num1 + Num2) rather than a plain Num1+Num2 sum, so it cannot
        ADD Num2 TO Bat-Hash-Total (Batch-Entry-Count)
        ADD Result TO Bat-Grand-Total (Batch-Entry-Count)
    END-IF.
    IF Posting-Run
        MOVE Account-Code TO Out-Account
        MOVE Num1 TO Out-Num1
        MOVE Num2 TO Out-Num2
        MOVE Result TO Out-Result
        MOVE Source-System TO Out-Source-System
        MOVE Adjusted-Date TO Out-Adjusted-Date
        WRITE Amount-Out-Record
    ELSE
        PERFORM Write-Trial-Detail-Line
    END-IF.
    IF Adjusted-Date NOT = ZERO
        PERFORM Tally-Adjustment-Date
    END-IF.
    IF Posting-Run
        PERFORM Record-Posted-Reference
    ELSE
        PERFORM Remember-Trial-Reference
    END-IF.

*> An accepted prior-period adjustment into the running figures
*> for the date it corrects, opening an entry the first time the
*> date shows up this run.
Tally-Adjustment-Date.
    SET Adjustment-Index TO 1.
    SEARCH Adjustment-Entry
        AT END
            PERFORM Open-New-Adjustment-Entry
        WHEN Adt-Adjusted-Date (Adjustment-Index) = Adjusted-Date
            AND Adjustment-Index <= Adjustment-Entry-Count
            PERFORM Step-Adjustment-Entry
    END-SEARCH.

Step-Adjustment-Entry.
    ADD 1 TO Adt-Accept-Count (Adjustment-Index).
    ADD Num1 TO Adt-Hash-Total (Adjustment-Index).
    ADD Num1 TO Adt-Hash-Total (Adjustment-Index).
    ADD Num2 TO Adt-Hash-Total (Adjustment-Index).
    ADD Result TO Adt-Grand-Total (Adjustment-Index).

Open-New-Adjustment-Entry.
    IF Adjustment-Entry-Count >= Adjustment-Table-Maximum
        DISPLAY "SimpleAddition: adjustments to more than "
            Adjustment-Table-Maximum " earlier posting dates this "
            "run -- cannot split the control totals, run stopped"
        MOVE 16 TO RETURN-CODE
        PERFORM Abort-Run
    ELSE
        ADD 1 TO Adjustment-Entry-Count
        SET Adjustment-Index TO Adjustment-Entry-Count
        MOVE Adjusted-Date TO Adt-Adjusted-Date (Adjustment-Index)
        MOVE ZERO TO Adt-Accept-Count (Adjustment-Index)
        MOVE ZERO TO Adt-Hash-Total (Adjustment-Index)
        MOVE ZERO TO Adt-Grand-Total (Adjustment-Index)
        PERFORM Step-Adjustment-Entry
    END-IF.

*> Roll the posted result into this account's running total,
*> opening a new table entry the first time an account code shows
    IF Transaction-Phase
        ADD 1 TO Bat-Reject-Count (Batch-Entry-Count)
    END-IF.
    IF Trial-Run
        PERFORM Write-Trial-Detail-Line
    ELSE
        MOVE Current-Record-Number TO Reject-Record-Number
        MOVE Current-Reject-Date TO Reject-Date
        MOVE Current-Recycle-Count TO Reject-Recycle-Count
        MOVE Raw-Account TO Reject-Account
        MOVE Raw-Num1 TO Reject-Num1
        MOVE Raw-Num2 TO Reject-Num2
        MOVE Validation-Reason-Code TO Reject-Reason-Code
        MOVE Validation-Reason-Text TO Reject-Reason-Text
        MOVE Source-System TO Reject-Source-System
        MOVE Raw-Adjusted-Date TO Reject-Adjusted-Date
        MOVE Current-Source-Reference TO Reject-Source-Reference
        MOVE Duplicate-Of-Date TO Reject-Duplicate-Of-Date
        WRITE Reject-Record
    END-IF.

*> One line of the pre-edit report for the record just decided:
*> where it came from, its amounts as they arrived (raw when not
*> numeric, the way the reject record carries them), and what a
*> posting run would do with it and why.
Write-Trial-Detail-Line.
    MOVE Current-Record-Number TO Ptl-Record-Number.
    MOVE Source-System TO Ptl-Source-System.
    IF Transaction-Phase
        MOVE Bat-Number (Batch-Entry-Count) TO Ptl-Batch
    ELSE
        MOVE "RECYCL" TO Ptl-Batch-X
    END-IF.
    MOVE Raw-Account TO Ptl-Account.
    IF Num1 IS NUMERIC
        MOVE Num1 TO Ptl-Num1
    ELSE
        MOVE Raw-Num1 TO Ptl-Num1-X
    END-IF.
    IF Num2 IS NUMERIC
        MOVE Num2 TO Ptl-Num2
    ELSE
        MOVE Raw-Num2 TO Ptl-Num2-X
    END-IF.
    IF Transaction-Is-Valid
        MOVE "ACCEPT" TO Ptl-Action
        MOVE SPACES TO Ptl-Reason-Code
        MOVE SPACES TO Ptl-Reason-Text
    ELSE
        MOVE "REJECT" TO Ptl-Action
        MOVE Validation-Reason-Code TO Ptl-Reason-Code
        MOVE Validation-Reason-Text TO Ptl-Reason-Text
    END-IF.
    MOVE Current-Source-Reference TO Ptl-Reference.
    WRITE Trial-Report-Line FROM Trial-Detail-Line.

*> Every Checkpoint-Frequency records, capture how far this run has
*> gotten so a rerun after an abend can resume here instead of
*> starting over from record one.
Write-Checkpoint-When-Due.
    IF Record-Count > ZERO AND Posting-Run
        DIVIDE Record-Count BY Checkpoint-Frequency
            GIVING Checkpoint-Quotient
            REMAINDER Checkpoint-Remainder
    PERFORM Save-One-Restart-Batch
        VARYING Batch-Scan-Sub FROM 1 BY 1
        UNTIL Batch-Scan-Sub > Batch-Entry-Count.
    MOVE Adjustment-Entry-Count TO Rst-Adjust-Count.
    PERFORM Save-One-Restart-Adjustment
        VARYING Adjustment-Load-Sub FROM 1 BY 1
        UNTIL Adjustment-Load-Sub > Adjustment-Entry-Count.
    OPEN OUTPUT Restart-File.
    IF Restart-File-Status NOT = "00"
        DISPLAY "SimpleAddition: unable to open RESTART, status "
    MOVE Bat-Grand-Total (Batch-Scan-Sub)
        TO Rsb-Grand-Total (Batch-Scan-Sub).

Save-One-Restart-Adjustment.
    MOVE Adt-Adjusted-Date (Adjustment-Load-Sub)
        TO Rsa-Adjusted-Date (Adjustment-Load-Sub).
    MOVE Adt-Accept-Count (Adjustment-Load-Sub)
        TO Rsa-Accept-Count (Adjustment-Load-Sub).
    MOVE Adt-Hash-Total (Adjustment-Load-Sub)
        TO Rsa-Hash-Total (Adjustment-Load-Sub).
    MOVE Adt-Grand-Total (Adjustment-Load-Sub)
        TO Rsa-Grand-Total (Adjustment-Load-Sub).

*> Close out the run: write the control totals BalanceCheck will
*> compare against the prior run's control file, clear the restart
*> file now that the run finished clean, and leave behind the
*> audit trail of what happened. A trial run comes to the same
*> return code and prints it on the pre-edit report instead.
Finalize-Program.
    PERFORM Verify-Transaction-Trailer.
    CLOSE Transaction-File.
    IF Recycle-File-Status = "00" OR Recycle-File-Status = "10"
        CLOSE Recycle-File
    END-IF.
    COMPUTE Accept-Count = Record-Count - Reject-Count.
    IF Posting-Run
        CLOSE Amount-Out-File
        CLOSE Reject-File
        CLOSE Reference-History-File
        PERFORM Write-Control-File
        PERFORM Clear-Restart-File
    ELSE
        IF Reference-History-Present
            CLOSE Reference-History-File
        END-IF
    END-IF.

*> Rejects within the operator's tolerance end the run RC=4 --
*> informational, the day still reconciles and prints with its
*> reject notice -- but a reject percentage above tolerance is a
*> broken feed, not a bad record or two, and the day holds at
*> RC=8 for someone to look before anything releases.
    IF Reject-Count > ZERO
        COMPUTE Reject-Percentage ROUNDED =
            Reject-Count * 100 / Record-Count
        IF Reject-Percentage > Reject-Tolerance-Pct
            DISPLAY "SimpleAddition: reject percentage "
                Reject-Percentage " exceeds tolerance "
                Reject-Tolerance-Pct " -- day held"
            MOVE 8 TO RETURN-CODE
        ELSE
            MOVE 4 TO RETURN-CODE
        END-IF
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.

    IF Posting-Run
        PERFORM Update-Sequence-File
        PERFORM Write-Audit-Record
        PERFORM Write-Acknowledgment-File
        CLOSE Audit-File
    ELSE
        PERFORM Finish-Trial-Report
    END-IF.

    DISPLAY "SimpleAddition: " Record-Count " record(s) processed, "
        Reject-Count " rejected, grand total " Grand-Total ".".
    IF Duplicate-Count > ZERO
        DISPLAY "SimpleAddition: " Duplicate-Count
            " suspected duplicate(s) held for review (R010)"
    END-IF.
    PERFORM Display-Account-Totals.

*> The run total, then one record per source, per batch and per
*> adjusted date behind it.
Write-Control-File.
    MOVE Today-Date TO Ctl-Run-Date.
    MOVE Record-Count TO Ctl-Record-Count.
    MOVE Accept-Count TO Ctl-Accept-Count.
    MOVE Grand-Total TO Ctl-Grand-Total.
    MOVE All-Sources-Id TO Ctl-Source-System.
    MOVE ZERO TO Ctl-Batch-Number.
    MOVE ZERO TO Ctl-Adjusted-Date.
    OPEN OUTPUT Control-File.
    IF Control-File-Status NOT = "00"
        DISPLAY "SimpleAddition: unable to open CTLOUT, status "
    PERFORM Write-One-Batch-Control
        VARYING Batch-Out-Sub FROM 1 BY 1
        UNTIL Batch-Out-Sub > Batch-Entry-Count.
    PERFORM Write-One-Adjustment-Control
        VARYING Adjustment-Out-Sub FROM 1 BY 1
        UNTIL Adjustment-Out-Sub > Adjustment-Entry-Count.
    CLOSE Control-File.

Clear-Restart-File.
    OPEN OUTPUT Restart-File.
    IF Restart-File-Status NOT = "00"
        DISPLAY "SimpleAddition: unable to clear RESTART, status "
    END-IF.
    CLOSE Restart-File.

*> The back half of the pre-edit report, on a finished trial and
*> a stopped one alike: each batch's envelope, the counts the
*> posting run's tolerance test would see, why the run would
*> stop if it would, and the return code it would end with.
*> Every batch but the last proved its trailer before the next
*> was read; the last proved it only if its trailer was reached.
Finish-Trial-Report.
    WRITE Trial-Report-Line FROM Blank-Line.
    WRITE Trial-Report-Line FROM Batch-Column-Heading.
    PERFORM Write-Trial-Batch-Line
        VARYING Batch-Out-Sub FROM 1 BY 1
        UNTIL Batch-Out-Sub > Batch-Entry-Count.
    WRITE Trial-Report-Line FROM Blank-Line.
    MOVE "RECORDS READ (RECYCLED AND TRANSIN)" TO Tsl-Label.
    MOVE Record-Count TO Tsl-Count.
    WRITE Trial-Report-Line FROM Trial-Summary-Line.
    MOVE "  RECYCLED RECORDS" TO Tsl-Label.
    COMPUTE Tsl-Count = Record-Count - Transin-Detail-Count.
    WRITE Trial-Report-Line FROM Trial-Summary-Line.
    MOVE "RECORDS THE POSTING RUN WOULD ACCEPT" TO Tsl-Label.
    COMPUTE Tsl-Count = Record-Count - Reject-Count.
    WRITE Trial-Report-Line FROM Trial-Summary-Line.
    MOVE "RECORDS THE POSTING RUN WOULD REJECT" TO Tsl-Label.
    MOVE Reject-Count TO Tsl-Count.
    WRITE Trial-Report-Line FROM Trial-Summary-Line.
    MOVE "  OF WHICH SUSPECTED DUPLICATES (R010)" TO Tsl-Label.
    MOVE Duplicate-Count TO Tsl-Count.
    WRITE Trial-Report-Line FROM Trial-Summary-Line.
    IF Record-Count > ZERO
        COMPUTE Reject-Percentage ROUNDED =
            Reject-Count * 100 / Record-Count
    END-IF.
    MOVE "REJECT PERCENTAGE" TO Tsl-Label.
    MOVE Reject-Percentage TO Tsl-Count.
    WRITE Trial-Report-Line FROM Trial-Summary-Line.
    MOVE "REJECT TOLERANCE PERCENTAGE (PARMIN)" TO Tsl-Label.
    MOVE Reject-Tolerance-Pct TO Tsl-Count.
    WRITE Trial-Report-Line FROM Trial-Summary-Line.
    IF Trial-Reference-Table-Full
        WRITE Trial-Report-Line FROM Trial-Reference-Full-Line
    END-IF.
    WRITE Trial-Report-Line FROM Blank-Line.
    IF Run-Was-Stopped
        IF Stop-Reason-Text = SPACES
            MOVE "SEE THE JOB LOG FOR THE CONSOLE MESSAGE"
                TO Stop-Reason-Text
        END-IF
        MOVE Stop-Reason-Text TO Tsp-Reason
        WRITE Trial-Report-Line FROM Trial-Stop-Line
    END-IF.
    MOVE RETURN-CODE TO Trc-Return-Code.
    EVALUATE RETURN-CODE
        WHEN ZERO
            MOVE "POSTS CLEAN" TO Trc-Meaning
        WHEN 4
            MOVE "POSTS WITH REJECTS WITHIN TOLERANCE" TO Trc-Meaning
        WHEN 8
            MOVE "REJECTS ABOVE TOLERANCE, THE DAY HOLDS"
                TO Trc-Meaning
        WHEN OTHER
            MOVE "RUN STOPS, THE FILE IS REFUSED AND THE DAY HOLDS"
                TO Trc-Meaning
    END-EVALUATE.
    WRITE Trial-Report-Line FROM Trial-Return-Code-Line.
    CLOSE Trial-Report-File.
    DISPLAY "SimpleAddition: trial run, nothing posted -- the "
        "posting run would end RC=" Trc-Return-Code.

Write-Trial-Batch-Line.
    MOVE Bat-Source-System (Batch-Out-Sub) TO Pbl-Source-System.
    MOVE Bat-Number (Batch-Out-Sub) TO Pbl-Batch.
    MOVE Bat-Detail-Count (Batch-Out-Sub) TO Pbl-Detail-Count.
    MOVE Bat-Accept-Count (Batch-Out-Sub) TO Pbl-Accept-Count.
    MOVE Bat-Reject-Count (Batch-Out-Sub) TO Pbl-Reject-Count.
    MOVE Bat-Amount-Sum (Batch-Out-Sub) TO Pbl-Amount-Sum.
    EVALUATE TRUE
        WHEN Batch-Out-Sub < Batch-Entry-Count
        WHEN Trailer-Was-Seen
            IF Bat-Nonnumeric-Count (Batch-Out-Sub) = ZERO
                MOVE "HEADER AND TRAILER PROVEN" TO Pbl-Envelope
            ELSE
                MOVE "PROVEN, SUM LEFT TO REJECTS" TO Pbl-Envelope
            END-IF
        WHEN OTHER
            MOVE "RUN STOPPED IN THIS BATCH" TO Pbl-Envelope
    END-EVALUATE.
    WRITE Trial-Report-Line FROM Batch-Summary-Line.

*> One control record per source system behind the run total:
*> that source's own accepted/rejected split and totals, under
    MOVE Src-Grand-Total (Source-Out-Sub) TO Ctl-Grand-Total.
    MOVE Src-System (Source-Out-Sub) TO Ctl-Source-System.
    MOVE ZERO TO Ctl-Batch-Number.
    MOVE ZERO TO Ctl-Adjusted-Date.
    WRITE Control-Record.

*> One control record per TRANSIN batch behind the per-source
    MOVE Bat-Grand-Total (Batch-Out-Sub) TO Ctl-Grand-Total.
    MOVE Bat-Source-System (Batch-Out-Sub) TO Ctl-Source-System.
    MOVE Bat-Number (Batch-Out-Sub) TO Ctl-Batch-Number.
    MOVE ZERO TO Ctl-Adjusted-Date.
    WRITE Control-Record.

*> One control record per earlier posting date adjustments were
*> accepted for, last on the file: "*ADJ*", batch zero, the date
*> corrected, and the adjustments' own count and totals. The
*> same money is already inside the run-total and per-source
*> records; these tell the reconciliations which day it lands on.
Write-One-Adjustment-Control.
    MOVE Today-Date TO Ctl-Run-Date.
    MOVE Adt-Accept-Count (Adjustment-Out-Sub) TO Ctl-Record-Count.
    MOVE Adt-Accept-Count (Adjustment-Out-Sub) TO Ctl-Accept-Count.
    MOVE ZERO TO Ctl-Reject-Count.
    MOVE Adt-Hash-Total (Adjustment-Out-Sub) TO Ctl-Hash-Total.
    MOVE Adt-Grand-Total (Adjustment-Out-Sub) TO Ctl-Grand-Total.
    MOVE Adjustment-Source-Id TO Ctl-Source-System.
    MOVE ZERO TO Ctl-Batch-Number.
    MOVE Adt-Adjusted-Date (Adjustment-Out-Sub)
        TO Ctl-Adjusted-Date.
    WRITE Control-Record.

*> The per-center split for the records this execution posted.
    IF NOT Trailer-Was-Seen
        DISPLAY "SimpleAddition: no trailer on TRANSIN's final "
            "batch -- file may be truncated"
        MOVE "NO TRAILER ON THE FINAL BATCH, FILE MAY BE TRUNCATED"
            TO Stop-Reason-Text
        MOVE 16 TO RETURN-CODE
        PERFORM Abort-Run
    END-IF.
*> Common path for every abend: RETURN-CODE is already set by the
*> caller, so just record what this run got done before it failed
*> -- that failure is exactly what ops needs in the audit trail --
*> and stop. A trial run prints the same thing on its report.
Abort-Run.
    IF Trial-Run
        SET Run-Was-Stopped TO TRUE
        PERFORM Finish-Trial-Report
        STOP RUN
    END-IF.
    PERFORM Write-Audit-Record.
    PERFORM Write-Acknowledgment-File.
    CLOSE Audit-File.
    MOVE Record-Count TO Aud-Record-Count.
    MOVE Grand-Total TO Aud-Grand-Total.
    MOVE RETURN-CODE TO Aud-Return-Code.
    MOVE Today-Date TO Aud-Process-Date.
    WRITE Audit-Record.
*> End program
