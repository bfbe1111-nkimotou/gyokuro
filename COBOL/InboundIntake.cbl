*> Set (identify) the program's name
IDENTIFICATION DIVISION.
PROGRAM-ID. InboundIntake.
*> Inbound file intake: collects each upstream source system's own
*> inbound dataset, proves its header/trailer envelope against the
*> TRNREC layouts before anything posts, and builds the day's
*> TRANSIN for SimpleAddition from them in source and sequence
*> order -- instead of someone outside the stream concatenating
*> every source's batches into PROD.DAILY.TRANSACTIONS by hand.
*> Arrivals are held against the expected-source schedule
*> (INSCHED, layout in SCHREC): which sources send on which days
*> of the week, whether a HOLIDAYS calendar date changes that, and
*> the time each file is due by. Every batch seen is logged, the
*> first time it is seen, on the receipt log (INRCPT, layout in
*> RCPREC), so a batch is judged on time or late by when it first
*> turned up, not by when TRANSIN happened to be built. A receipt
*> register prints each file received, late, or missing.
*>
*> Two run modes, chosen by the one card on INTKPARM:
*>   BUILD (the default, ADDJOB's INTAKE step) -- every expected
*>     source with no file is missing, TRANSIN is written, and a
*>     "not received" notice in the ACKREC layout is cut on NTCOUT
*>     for each missing source, for the scheduler to ship upstream
*>     with the day's acknowledgments;
*>   CHECK (INTKCHK, run by the scheduler at the cutoffs) -- only
*>     a source past its cutoff counts as missing, nothing is
*>     written but the receipt log and the register, so the alert
*>     goes out while the source can still send.
*> Any envelope failure refuses the source, and TRANSIN is not
*> built at all: the day holds the way SimpleAddition holds it
*> for a broken batch, and every batch received goes back "H".
*> RC=0 every expected file in on time; RC=4 a file late or sent
*> on a day it was not scheduled; RC=8 an expected source
*> missing; RC=16 a file refused on its envelope, or the intake
*> itself could not run.
*>
*> Modification history
*> 2026-10-15  New program. Runs as ADDJOB's INTAKE step ahead of
*>             SimpleAddition, and on its own as INTKCHK at the
*>             source cutoffs.
*> 2026-10-15  The inbound datasets are four fixed DDs, INBND01
*>             through INBND04, each with its own SELECT and file
*>             status, read into one shared TRNREC view; a
*>             schedule record naming any other DD fails the
*>             schedule edit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Schedule-File ASSIGN TO "INSCHED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Schedule-File-Status.

    SELECT Holiday-File ASSIGN TO "HOLIDAYS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Holiday-File-Status.

    SELECT Sequence-File ASSIGN TO "SEQCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Sequence-File-Status.

    SELECT Receipt-File ASSIGN TO "INRCPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Receipt-File-Status.

    SELECT Parameter-File ASSIGN TO "INTKPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Parameter-File-Status.

*> Each source's inbound dataset arrives under the one of these
*> DDs its schedule record names.
    SELECT Inbound-File-01 ASSIGN TO "INBND01"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Inbound-File-01-Status.

    SELECT Inbound-File-02 ASSIGN TO "INBND02"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Inbound-File-02-Status.

    SELECT Inbound-File-03 ASSIGN TO "INBND03"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Inbound-File-03-Status.

    SELECT Inbound-File-04 ASSIGN TO "INBND04"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Inbound-File-04-Status.

    SELECT Transin-File ASSIGN TO "TRANSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Transin-File-Status.

    SELECT Notice-File ASSIGN TO "NTCOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Notice-File-Status.

    SELECT Register-File ASSIGN TO "INTKRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Register-File-Status.

*> Data declaration
DATA DIVISION.
FILE SECTION.
FD  Schedule-File.
    COPY SCHREC.

*> One holiday per record, YYYYMMDD -- the same shop calendar
*> AdvanceDate rolls the processing date over.
FD  Holiday-File.
01  Holiday-Record.
    05  Hol-Date               PIC 9(08).

*> Read only, for the sequence number a missing source's notice
*> says we were waiting for; SimpleAddition alone maintains it.
FD  Sequence-File.
    COPY SEQREC.

FD  Receipt-File.
    COPY RCPREC.

*> The run-mode card: BUILD or CHECK in columns 1-5. No card, or
*> a blank one, is BUILD.
FD  Parameter-File.
01  Intake-Parameter-Record.
    05  Ipm-Run-Mode           PIC X(05).
    05  FILLER                 PIC X(75).

*> The inbound datasets: header, detail, adjustment and trailer
*> records exactly as TRANSIN carries them, each read into the
*> shared TRNREC view in working storage.
FD  Inbound-File-01.
01  Inbound-Record-01          PIC X(45).

FD  Inbound-File-02.
01  Inbound-Record-02          PIC X(45).

FD  Inbound-File-03.
01  Inbound-Record-03          PIC X(45).

FD  Inbound-File-04.
01  Inbound-Record-04          PIC X(45).

*> The day's TRANSIN, each record copied byte for byte off the
*> inbound dataset it came in on -- the adjustment layout is the
*> longest, so it carries any record type whole.
FD  Transin-File.
01  Transin-Out-Record         PIC X(45).

FD  Notice-File.
    COPY ACKREC.

FD  Register-File.
01  Register-Line              PIC X(132).

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
01  Schedule-File-Status       PIC X(02).
01  Holiday-File-Status        PIC X(02).
01  Sequence-File-Status       PIC X(02).
01  Receipt-File-Status        PIC X(02).
01  Parameter-File-Status      PIC X(02).
01  Inbound-File-01-Status     PIC X(02).
01  Inbound-File-02-Status     PIC X(02).
01  Inbound-File-03-Status     PIC X(02).
01  Inbound-File-04-Status     PIC X(02).
01  Transin-File-Status        PIC X(02).
01  Notice-File-Status         PIC X(02).
01  Register-File-Status       PIC X(02).

*> The status of whichever inbound DD was last opened or read,
*> and the record it read, seen through the TRNREC layouts.
01  Inbound-File-Status        PIC X(02).
01  Inbound-Record-Area        PIC X(45).
    COPY TRNREC REPLACING
        ==Transaction-Header== BY
        ==Transaction-Header REDEFINES Inbound-Record-Area==
        ==Transaction-Detail== BY
        ==Transaction-Detail REDEFINES Inbound-Record-Area==
        ==Transaction-Adjustment== BY
        ==Transaction-Adjustment REDEFINES Inbound-Record-Area==
        ==Transaction-Trailer== BY
        ==Transaction-Trailer REDEFINES Inbound-Record-Area==.

01  Run-Mode-Switch             PIC X(01) VALUE "B".
    88  Build-Mode                        VALUE "B".
    88  Check-Mode                        VALUE "C".

01  End-Of-Schedule-Switch      PIC X(01) VALUE "N".
    88  End-Of-Schedule                   VALUE "Y".

01  End-Of-Holidays-Switch      PIC X(01) VALUE "N".
    88  End-Of-Holidays                   VALUE "Y".

01  End-Of-Sequence-Switch      PIC X(01) VALUE "N".
    88  End-Of-Sequence-File              VALUE "Y".

01  End-Of-Receipts-Switch      PIC X(01) VALUE "N".
    88  End-Of-Receipts                   VALUE "Y".

01  End-Of-Inbound-Switch       PIC X(01) VALUE "N".
    88  End-Of-Inbound                    VALUE "Y".

01  Batch-Open-Switch           PIC X(01) VALUE "N".
    88  Inside-Batch                      VALUE "Y".

01  Holiday-Switch              PIC X(01) VALUE "N".
    88  Today-Is-Holiday                  VALUE "Y".

01  Schedule-Edit-Switch        PIC X(01) VALUE "Y".
    88  Schedule-Record-Is-Good           VALUE "Y".

01  Copy-State-Switch           PIC X(01) VALUE "N".
    88  Copying-Batch                     VALUE "Y".
    88  Batch-Copy-Done                   VALUE "D".

*> The active schedule, one entry per source, in file order --
*> the order the register prints in. Each entry ends the run
*> carrying what became of the source today: refused on its
*> envelope, received, missing, not yet due (CHECK mode, before
*> the cutoff), or not due at all today.
01  Schedule-Table.
    05  Schedule-Entry OCCURS 20 TIMES
            INDEXED BY Schedule-Index.
        10  Sct-Source-System   PIC X(08).
        10  Sct-Inbound-Ddname  PIC X(08).
        10  Sct-Expected-Today  PIC X(01).
        10  Sct-Cutoff-Time     PIC 9(04).
        10  Sct-Batch-Count     PIC 9(02).
        10  Sct-Expected-Sequence PIC 9(06).
        10  Sct-Result          PIC X(01).
            88  Sct-Refused               VALUE "F".
            88  Sct-Received              VALUE "R".
            88  Sct-Missing               VALUE "M".
            88  Sct-Not-Yet-Due           VALUE "W".
            88  Sct-Not-Due-Today         VALUE "X".
        10  Sct-Failure-Text    PIC X(80).
01  Schedule-Entry-Count        PIC 9(02) VALUE ZERO.
01  Schedule-Table-Maximum      PIC 9(02) VALUE 20.
01  Schedule-Sub                PIC 9(02) VALUE ZERO.
01  Schedule-Scan-Sub           PIC 9(02) VALUE ZERO.

*> One entry per batch found on any inbound dataset today, in
*> the order found; the ordinal is which header on its dataset
*> opens the batch, so the copy can find it again. Sized to the
*> twenty batches SimpleAddition takes on one TRANSIN.
01  Batch-Totals-Table.
    05  Batch-Entry OCCURS 20 TIMES.
        10  Bat-Schedule-Sub    PIC 9(02).
        10  Bat-Source-System   PIC X(08).
        10  Bat-Number          PIC 9(06).
        10  Bat-Ordinal         PIC 9(02).
        10  Bat-Detail-Count    PIC 9(09).
        10  Bat-Amount-Sum      PIC S9(13)V99.
        10  Bat-Nonnumeric-Count PIC 9(09).
        10  Bat-Seen-Time       PIC 9(04).
        10  Bat-Receipt-Status  PIC X(01).
        10  Bat-New-Receipt     PIC X(01).
        10  Bat-Written         PIC X(01).
01  Batch-Entry-Count           PIC 9(02) VALUE ZERO.
01  Batch-Table-Maximum         PIC 9(02) VALUE 20.
01  Batch-Sub                   PIC 9(02) VALUE ZERO.
01  Batch-Scan-Sub              PIC 9(02) VALUE ZERO.
01  Batch-Match-Sub             PIC 9(02) VALUE ZERO.
01  Batch-Low-Sub               PIC 9(02) VALUE ZERO.
01  Header-Ordinal              PIC 9(02) VALUE ZERO.

*> Today's entries off the receipt log: every batch some earlier
*> run today already saw, and when.
01  Receipt-Table.
    05  Receipt-Entry OCCURS 100 TIMES
            INDEXED BY Receipt-Index.
        10  Rct-Source-System   PIC X(08).
        10  Rct-Sequence-Number PIC 9(06).
        10  Rct-Seen-Time       PIC 9(04).
        10  Rct-Receipt-Status  PIC X(01).
01  Receipt-Entry-Count         PIC 9(04) VALUE ZERO.
01  Receipt-Table-Maximum       PIC 9(04) VALUE 100.

01  Sequence-State-Table.
    05  Sequence-State-Entry OCCURS 10 TIMES
            INDEXED BY Sequence-Index.
        10  Sqt-Source-System   PIC X(08).
        10  Sqt-Last-Number     PIC 9(06).
01  Sequence-Entry-Count        PIC 9(02) VALUE ZERO.
01  Sequence-Table-Maximum      PIC 9(02) VALUE 10.

01  Holiday-Table.
    05  Holiday-Entry OCCURS 200 TIMES
            INDEXED BY Holiday-Index.
        10  Tbl-Holiday-Date    PIC 9(08).
01  Holiday-Entry-Count         PIC 9(04) VALUE ZERO.
01  Holiday-Table-Maximum       PIC 9(04) VALUE 200.

*> The processing date, split for the day-of-week test -- Zeller's
*> congruence, as AdvanceDate uses it -- and the weekday turned
*> into the schedule's Monday-first day-flag position.
01  Today-Date                  PIC 9(08) VALUE ZERO.
01  Today-Date-Parts REDEFINES Today-Date.
    05  Today-Year              PIC 9(04).
    05  Today-Month             PIC 9(02).
    05  Today-Day               PIC 9(02).
01  Zeller-Month                PIC 9(02) VALUE ZERO.
01  Zeller-Year                 PIC 9(04) VALUE ZERO.
01  Zeller-Century              PIC 9(02) VALUE ZERO.
01  Zeller-Year-Of-Century      PIC 9(02) VALUE ZERO.
01  Zeller-Work                 PIC 9(08) VALUE ZERO.
01  Zeller-Quotient             PIC 9(08) VALUE ZERO.
01  Zeller-Month-Term           PIC 9(04) VALUE ZERO.
01  Zeller-Year-Term            PIC 9(04) VALUE ZERO.
01  Zeller-Century-Term         PIC 9(04) VALUE ZERO.
01  Weekday-Number              PIC 9(01) VALUE ZERO.
01  Day-Flag-Sub                PIC 9(01) VALUE ZERO.
01  Day-Edit-Sub                PIC 9(01) VALUE ZERO.
01  Day-Name-Values.
    05  FILLER                  PIC X(09) VALUE "MONDAY".
    05  FILLER                  PIC X(09) VALUE "TUESDAY".
    05  FILLER                  PIC X(09) VALUE "WEDNESDAY".
    05  FILLER                  PIC X(09) VALUE "THURSDAY".
    05  FILLER                  PIC X(09) VALUE "FRIDAY".
    05  FILLER                  PIC X(09) VALUE "SATURDAY".
    05  FILLER                  PIC X(09) VALUE "SUNDAY".
01  Day-Name-Table REDEFINES Day-Name-Values.
    05  Day-Name                PIC X(09) OCCURS 7 TIMES.

*> A schedule cutoff, edited as HHMM before it is trusted.
01  Cutoff-Work                 PIC 9(04) VALUE ZERO.
01  Cutoff-Work-Parts REDEFINES Cutoff-Work.
    05  Cutoff-Hours            PIC 9(02).
    05  Cutoff-Minutes          PIC 9(02).

01  Time-Work                   PIC 9(04) VALUE ZERO.
01  Time-Work-Parts REDEFINES Time-Work.
    05  Time-Work-Hours         PIC 9(02).
    05  Time-Work-Minutes       PIC 9(02).
01  Time-Display.
    05  Tdp-Hours               PIC 9(02).
    05  FILLER                  PIC X(01) VALUE ":".
    05  Tdp-Minutes             PIC 9(02).

01  Failure-Text                PIC X(80) VALUE SPACES.
01  Sum-Display                 PIC +Z(12)9.99.

01  Schedule-Read-Count         PIC 9(04) VALUE ZERO.
01  Schedule-Inactive-Count     PIC 9(04) VALUE ZERO.
01  Expected-Count              PIC 9(04) VALUE ZERO.
01  On-Time-Count               PIC 9(04) VALUE ZERO.
01  Late-Count                  PIC 9(04) VALUE ZERO.
01  Unscheduled-Count           PIC 9(04) VALUE ZERO.
01  Missing-Count               PIC 9(04) VALUE ZERO.
01  Not-Yet-Due-Count           PIC 9(04) VALUE ZERO.
01  Refused-Count               PIC 9(04) VALUE ZERO.
01  New-Receipt-Count           PIC 9(04) VALUE ZERO.
01  Notice-Count                PIC 9(04) VALUE ZERO.
01  Transin-Record-Count        PIC 9(09) VALUE ZERO.
01  Intake-Return-Code          PIC 9(02) VALUE ZERO.

01  Clock-Date                  PIC 9(08) VALUE ZERO.
01  Right-Now                   PIC 9(08) VALUE ZERO.
01  Now-Time                    PIC 9(04) VALUE ZERO.
01  Run-Timestamp               PIC X(26) VALUE SPACES.

01  Run-Date-Display.
    05  Run-Date-Year           PIC 9(04).
    05  FILLER                  PIC X(01) VALUE "-".
    05  Run-Date-Month          PIC 9(02).
    05  FILLER                  PIC X(01) VALUE "-".
    05  Run-Date-Day            PIC 9(02).

01  Report-Title                PIC X(60) VALUE
    "DAILY INBOUND FILE RECEIPT REGISTER".
01  Formatted-Header-Line       PIC X(132).
01  Register-Page-Number        PIC 9(04) VALUE ZERO.

01  Run-Mode-Line.
    05  FILLER                  PIC X(13) VALUE "   RUN MODE: ".
    05  Rml-Mode                PIC X(05).
    05  FILLER                  PIC X(12) VALUE "   WEEKDAY: ".
    05  Rml-Day-Name            PIC X(09).
    05  FILLER                  PIC X(12) VALUE "   HOLIDAY: ".
    05  Rml-Holiday             PIC X(03).
    05  FILLER                  PIC X(13) VALUE "   RUN TIME: ".
    05  Rml-Run-Time            PIC X(05).
    05  FILLER                  PIC X(60) VALUE SPACES.

01  Column-Heading-Line.
    05  FILLER                  PIC X(40) VALUE
        "   SOURCE    INBOUND   SEQ NO      DETAI".
    05  FILLER                  PIC X(40) VALUE
        "LS             AMOUNT SUM  CUTOFF SEEN  ".
    05  FILLER                  PIC X(07) VALUE
        " STATUS".
    05  FILLER                  PIC X(45) VALUE SPACES.

01  Register-Detail-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Reg-Source-System       PIC X(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Reg-Inbound-Ddname      PIC X(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Reg-Sequence            PIC ZZZZZ9.
    05  Reg-Sequence-X REDEFINES Reg-Sequence
                                PIC X(06).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Reg-Detail-Count        PIC ZZZ,ZZZ,ZZ9.
    05  Reg-Detail-Count-X REDEFINES Reg-Detail-Count
                                PIC X(11).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Reg-Amount-Sum          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  Reg-Amount-Sum-X REDEFINES Reg-Amount-Sum
                                PIC X(21).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Reg-Cutoff              PIC X(05).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Reg-Seen                PIC X(05).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Reg-Status              PIC X(24).
    05  FILLER                  PIC X(27) VALUE SPACES.

01  Reason-Line.
    05  FILLER                  PIC X(13) VALUE SPACES.
    05  FILLER                  PIC X(08) VALUE "REASON: ".
    05  Rsn-Text                PIC X(80).
    05  FILLER                  PIC X(31) VALUE SPACES.

01  Summary-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Sum-Label               PIC X(40).
    05  Sum-Count               PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(78) VALUE SPACES.

01  No-Schedule-Line            PIC X(80) VALUE
    "   NO ACTIVE SOURCE ON THE SCHEDULE".

01  Blank-Line                  PIC X(01) VALUE SPACES.

*> Program logic
PROCEDURE DIVISION.

Main-Control.
    PERFORM Initialize-Program.
    PERFORM Load-Schedule.
    PERFORM Scan-One-Source
        VARYING Schedule-Sub FROM 1 BY 1
        UNTIL Schedule-Sub > Schedule-Entry-Count.
    PERFORM Judge-One-Source
        VARYING Schedule-Sub FROM 1 BY 1
        UNTIL Schedule-Sub > Schedule-Entry-Count.
    PERFORM Judge-One-Batch
        VARYING Batch-Sub FROM 1 BY 1
        UNTIL Batch-Sub > Batch-Entry-Count.
    PERFORM Write-Receipt-Log.
    IF Build-Mode
        PERFORM Build-Transaction-File
        PERFORM Write-Notice-File
    END-IF.
    PERFORM Set-Intake-Return-Code.
    PERFORM Write-Register.
    PERFORM Finalize-Program.
    STOP RUN.

*> The processing date and the run mode first, then everything
*> the day's judgement is made against: the holiday calendar,
*> the sequence state, and what earlier runs today already saw.
Initialize-Program.
    CALL "GetProcessDate" USING Today-Date.
    MOVE Today-Year TO Run-Date-Year.
    MOVE Today-Month TO Run-Date-Month.
    MOVE Today-Day TO Run-Date-Day.
    ACCEPT Clock-Date FROM DATE YYYYMMDD.
    ACCEPT Right-Now FROM TIME.
    MOVE Right-Now(1:4) TO Now-Time.
    STRING Clock-Date DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        Right-Now DELIMITED BY SIZE
        INTO Run-Timestamp.

    PERFORM Read-Run-Mode.
    PERFORM Load-Holiday-Calendar.
    PERFORM Judge-Processing-Date.
    PERFORM Load-Sequence-State.
    PERFORM Load-Receipt-Log.

    OPEN OUTPUT Register-File.
    IF Register-File-Status NOT = "00"
        DISPLAY "InboundIntake: unable to open INTKRPT, status "
            Register-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> No card, or a blank card, is the production BUILD run; a card
*> that is neither mode stops the run rather than guess.
Read-Run-Mode.
    OPEN INPUT Parameter-File.
    IF Parameter-File-Status = "00"
        READ Parameter-File
            AT END
                MOVE SPACES TO Ipm-Run-Mode
        END-READ
        EVALUATE Ipm-Run-Mode
            WHEN SPACES
            WHEN "BUILD"
                SET Build-Mode TO TRUE
            WHEN "CHECK"
                SET Check-Mode TO TRUE
            WHEN OTHER
                DISPLAY "InboundIntake: INTKPARM card '" Ipm-Run-Mode
                    "' is neither BUILD nor CHECK, run refused"
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
        CLOSE Parameter-File
    END-IF.

*> No holiday file just means no holidays -- the weekday flags
*> on the schedule still apply.
Load-Holiday-Calendar.
    OPEN INPUT Holiday-File.
    IF Holiday-File-Status = "00"
        PERFORM Load-One-Holiday UNTIL End-Of-Holidays
        CLOSE Holiday-File
    ELSE
        DISPLAY "InboundIntake: no HOLIDAYS calendar, status "
            Holiday-File-Status ", weekday flags only"
    END-IF.

Load-One-Holiday.
    READ Holiday-File
        AT END
            SET End-Of-Holidays TO TRUE
        NOT AT END
            PERFORM Store-One-Holiday
    END-READ.

Store-One-Holiday.
    IF Holiday-Entry-Count >= Holiday-Table-Maximum
        DISPLAY "InboundIntake: more than " Holiday-Table-Maximum
            " holiday records, run stopped"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    ELSE
        ADD 1 TO Holiday-Entry-Count
        SET Holiday-Index TO Holiday-Entry-Count
        MOVE Hol-Date TO Tbl-Holiday-Date (Holiday-Index)
    END-IF.

*> Which day of the week the processing date falls on, and
*> whether it is on the holiday calendar.
Judge-Processing-Date.
    PERFORM Compute-Day-Of-Week.
    EVALUATE Weekday-Number
        WHEN 0
            MOVE 6 TO Day-Flag-Sub
        WHEN 1
            MOVE 7 TO Day-Flag-Sub
        WHEN OTHER
            COMPUTE Day-Flag-Sub = Weekday-Number - 1
    END-EVALUATE.
    SET Holiday-Index TO 1.
    SEARCH Holiday-Entry
        AT END
            CONTINUE
        WHEN Tbl-Holiday-Date (Holiday-Index) = Today-Date
            AND Holiday-Index <= Holiday-Entry-Count
            SET Today-Is-Holiday TO TRUE
    END-SEARCH.

*> Zeller's congruence: 0 is Saturday, 1 is Sunday. January and
*> February count as months 13 and 14 of the prior year. Each
*> division is its own DIVIDE so every term is truncated to a
*> whole number, as the congruence requires, before the sum.
Compute-Day-Of-Week.
    IF Today-Month > 2
        MOVE Today-Month TO Zeller-Month
        MOVE Today-Year TO Zeller-Year
    ELSE
        COMPUTE Zeller-Month = Today-Month + 12
        COMPUTE Zeller-Year = Today-Year - 1
    END-IF.
    DIVIDE Zeller-Year BY 100
        GIVING Zeller-Century
        REMAINDER Zeller-Year-Of-Century.
    COMPUTE Zeller-Work = 13 * (Zeller-Month + 1).
    DIVIDE Zeller-Work BY 5 GIVING Zeller-Month-Term.
    DIVIDE Zeller-Year-Of-Century BY 4 GIVING Zeller-Year-Term.
    DIVIDE Zeller-Century BY 4 GIVING Zeller-Century-Term.
    COMPUTE Zeller-Work = Today-Day
        + Zeller-Month-Term
        + Zeller-Year-Of-Century
        + Zeller-Year-Term
        + Zeller-Century-Term
        + (5 * Zeller-Century).
    DIVIDE Zeller-Work BY 7
        GIVING Zeller-Quotient
        REMAINDER Weekday-Number.

*> The last sequence number each source posted, so a missing
*> source's notice can name the file we were waiting for. A
*> missing SEQCTL is a stream that has posted nothing yet.
Load-Sequence-State.
    OPEN INPUT Sequence-File.
    IF Sequence-File-Status = "00"
        PERFORM Load-One-Sequence-Record UNTIL End-Of-Sequence-File
        CLOSE Sequence-File
    END-IF.

Load-One-Sequence-Record.
    READ Sequence-File
        AT END
            SET End-Of-Sequence-File TO TRUE
        NOT AT END
            IF Sequence-Entry-Count < Sequence-Table-Maximum
                AND Seq-Last-Number IS NUMERIC
                ADD 1 TO Sequence-Entry-Count
                SET Sequence-Index TO Sequence-Entry-Count
                MOVE Seq-Source-System
                    TO Sqt-Source-System (Sequence-Index)
                MOVE Seq-Last-Number
                    TO Sqt-Last-Number (Sequence-Index)
            END-IF
    END-READ.

*> Only today's receipts matter; the log itself keeps every day.
Load-Receipt-Log.
    OPEN INPUT Receipt-File.
    IF Receipt-File-Status = "00"
        PERFORM Load-One-Receipt UNTIL End-Of-Receipts
        CLOSE Receipt-File
    END-IF.

Load-One-Receipt.
    READ Receipt-File
        AT END
            SET End-Of-Receipts TO TRUE
        NOT AT END
            IF Rcp-Process-Date = Today-Date
                PERFORM Store-One-Receipt
            END-IF
    END-READ.

Store-One-Receipt.
    IF Receipt-Entry-Count >= Receipt-Table-Maximum
        DISPLAY "InboundIntake: more than " Receipt-Table-Maximum
            " receipts logged for " Today-Date ", run stopped"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    ELSE
        ADD 1 TO Receipt-Entry-Count
        SET Receipt-Index TO Receipt-Entry-Count
        MOVE Rcp-Source-System TO Rct-Source-System (Receipt-Index)
        MOVE Rcp-Sequence-Number
            TO Rct-Sequence-Number (Receipt-Index)
        MOVE Rcp-Seen-Time TO Rct-Seen-Time (Receipt-Index)
        MOVE Rcp-Receipt-Status
            TO Rct-Receipt-Status (Receipt-Index)
    END-IF.

*> The schedule is the intake's whole picture of who sends: a
*> missing or empty schedule, or a record that fails its edits,
*> stops the run rather than let a source go unwatched.
Load-Schedule.
    OPEN INPUT Schedule-File.
    IF Schedule-File-Status NOT = "00"
        DISPLAY "InboundIntake: unable to open INSCHED, status "
            Schedule-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Load-One-Schedule-Record UNTIL End-Of-Schedule.
    CLOSE Schedule-File.
    IF Schedule-Entry-Count = ZERO
        DISPLAY "InboundIntake: no active source on INSCHED, "
            "run refused"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Load-One-Schedule-Record.
    READ Schedule-File
        AT END
            SET End-Of-Schedule TO TRUE
        NOT AT END
            ADD 1 TO Schedule-Read-Count
            PERFORM Edit-Schedule-Record
            IF Sch-Active
                PERFORM Store-One-Schedule-Record
            ELSE
                ADD 1 TO Schedule-Inactive-Count
            END-IF
    END-READ.

Edit-Schedule-Record.
    SET Schedule-Record-Is-Good TO TRUE.
    MOVE SPACES TO Failure-Text.
    EVALUATE TRUE
        WHEN Sch-Source-System = SPACES
            MOVE "NO SOURCE SYSTEM ID" TO Failure-Text
        WHEN NOT Sch-Active AND NOT Sch-Inactive
            MOVE "STATUS IS NEITHER A NOR I" TO Failure-Text
        WHEN Sch-Inactive
            CONTINUE
        WHEN Sch-Inbound-Ddname = SPACES
            MOVE "NO INBOUND DD NAME" TO Failure-Text
        WHEN NOT Sch-Ddname-Is-Known
            MOVE "INBOUND DD IS NOT INBND01-INBND04" TO Failure-Text
        WHEN NOT Sch-Skip-Holidays AND NOT Sch-Expect-On-Holidays
            MOVE "HOLIDAY RULE IS NEITHER S NOR E" TO Failure-Text
        WHEN Sch-Cutoff-Time NOT NUMERIC
            MOVE "CUTOFF TIME IS NOT HHMM" TO Failure-Text
        WHEN OTHER
            MOVE Sch-Cutoff-Time TO Cutoff-Work
            IF Cutoff-Hours > 23 OR Cutoff-Minutes > 59
                MOVE "CUTOFF TIME IS NOT HHMM" TO Failure-Text
            END-IF
            PERFORM Edit-One-Day-Flag
                VARYING Day-Edit-Sub FROM 1 BY 1
                UNTIL Day-Edit-Sub > 7
    END-EVALUATE.
    IF Failure-Text NOT = SPACES
        DISPLAY "InboundIntake: INSCHED record " Schedule-Read-Count
            " (source " Sch-Source-System ") fails edit -- "
            Failure-Text
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Edit-One-Day-Flag.
    IF Sch-Day-Flag (Day-Edit-Sub) NOT = "Y"
        AND Sch-Day-Flag (Day-Edit-Sub) NOT = "N"
        MOVE "A DAY FLAG IS NEITHER Y NOR N" TO Failure-Text
    END-IF.

*> A source or DD named twice would have one dataset copied into
*> TRANSIN twice, or one source judged twice; both stop the run.
Store-One-Schedule-Record.
    IF Schedule-Entry-Count >= Schedule-Table-Maximum
        DISPLAY "InboundIntake: more than " Schedule-Table-Maximum
            " active sources on INSCHED, run stopped"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    SET Schedule-Index TO 1.
    SEARCH Schedule-Entry
        AT END
            CONTINUE
        WHEN (Sct-Source-System (Schedule-Index) = Sch-Source-System
            OR Sct-Inbound-Ddname (Schedule-Index)
                = Sch-Inbound-Ddname)
            AND Schedule-Index <= Schedule-Entry-Count
            DISPLAY "InboundIntake: INSCHED names source "
                Sch-Source-System " or DD " Sch-Inbound-Ddname
                " twice, run stopped"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-SEARCH.
    ADD 1 TO Schedule-Entry-Count.
    SET Schedule-Index TO Schedule-Entry-Count.
    MOVE Sch-Source-System TO Sct-Source-System (Schedule-Index).
    MOVE Sch-Inbound-Ddname TO Sct-Inbound-Ddname (Schedule-Index).
    MOVE Sch-Cutoff-Time TO Sct-Cutoff-Time (Schedule-Index).
    MOVE ZERO TO Sct-Batch-Count (Schedule-Index).
    MOVE SPACE TO Sct-Result (Schedule-Index).
    MOVE SPACES TO Sct-Failure-Text (Schedule-Index).
    MOVE "N" TO Sct-Expected-Today (Schedule-Index).
    IF Sch-Day-Flag (Day-Flag-Sub) = "Y"
        AND (NOT Today-Is-Holiday OR Sch-Expect-On-Holidays)
        MOVE "Y" TO Sct-Expected-Today (Schedule-Index)
        ADD 1 TO Expected-Count
    END-IF.
    MOVE ZERO TO Sct-Expected-Sequence (Schedule-Index).
    SET Sequence-Index TO 1.
    SEARCH Sequence-State-Entry
        AT END
            CONTINUE
        WHEN Sqt-Source-System (Sequence-Index) = Sch-Source-System
            AND Sequence-Index <= Sequence-Entry-Count
            COMPUTE Sct-Expected-Sequence (Schedule-Index) =
                Sqt-Last-Number (Sequence-Index) + 1
    END-SEARCH.

*> Read a source's whole inbound dataset, proving the envelope
*> of every batch on it. A dataset that is not there (or is
*> DD DUMMY, or empty) is simply nothing received; the first
*> envelope failure refuses the source and stops the read.
Scan-One-Source.
    PERFORM Open-Inbound-File.
    EVALUATE Inbound-File-Status
        WHEN "00"
            MOVE "N" TO End-Of-Inbound-Switch
            MOVE "N" TO Batch-Open-Switch
            MOVE ZERO TO Header-Ordinal
            PERFORM Scan-One-Inbound-Record UNTIL End-Of-Inbound
            IF Inside-Batch AND NOT Sct-Refused (Schedule-Sub)
                MOVE "NO TRAILER ON THE FINAL BATCH -- FILE MAY BE "
                    & "TRUNCATED" TO Failure-Text
                PERFORM Refuse-Source
            END-IF
            PERFORM Close-Inbound-File
        WHEN "35"
            CONTINUE
        WHEN OTHER
            MOVE SPACES TO Failure-Text
            STRING "INBOUND DATASET COULD NOT BE OPENED, STATUS "
                DELIMITED BY SIZE
                Inbound-File-Status DELIMITED BY SIZE
                INTO Failure-Text
            PERFORM Refuse-Source
    END-EVALUATE.

Scan-One-Inbound-Record.
    PERFORM Read-Inbound-File.
    IF NOT End-Of-Inbound
        PERFORM Check-One-Inbound-Record
    END-IF.

*> The schedule edit has already held every DD name to these four.
Open-Inbound-File.
    EVALUATE Sct-Inbound-Ddname (Schedule-Sub)
        WHEN "INBND01"
            OPEN INPUT Inbound-File-01
            MOVE Inbound-File-01-Status TO Inbound-File-Status
        WHEN "INBND02"
            OPEN INPUT Inbound-File-02
            MOVE Inbound-File-02-Status TO Inbound-File-Status
        WHEN "INBND03"
            OPEN INPUT Inbound-File-03
            MOVE Inbound-File-03-Status TO Inbound-File-Status
        WHEN "INBND04"
            OPEN INPUT Inbound-File-04
            MOVE Inbound-File-04-Status TO Inbound-File-Status
    END-EVALUATE.

Read-Inbound-File.
    EVALUATE Sct-Inbound-Ddname (Schedule-Sub)
        WHEN "INBND01"
            READ Inbound-File-01 INTO Inbound-Record-Area
                AT END
                    SET End-Of-Inbound TO TRUE
            END-READ
        WHEN "INBND02"
            READ Inbound-File-02 INTO Inbound-Record-Area
                AT END
                    SET End-Of-Inbound TO TRUE
            END-READ
        WHEN "INBND03"
            READ Inbound-File-03 INTO Inbound-Record-Area
                AT END
                    SET End-Of-Inbound TO TRUE
            END-READ
        WHEN "INBND04"
            READ Inbound-File-04 INTO Inbound-Record-Area
                AT END
                    SET End-Of-Inbound TO TRUE
            END-READ
    END-EVALUATE.

Close-Inbound-File.
    EVALUATE Sct-Inbound-Ddname (Schedule-Sub)
        WHEN "INBND01"
            CLOSE Inbound-File-01
        WHEN "INBND02"
            CLOSE Inbound-File-02
        WHEN "INBND03"
            CLOSE Inbound-File-03
        WHEN "INBND04"
            CLOSE Inbound-File-04
    END-EVALUATE.

*> The same structure SimpleAddition insists on: a header opens
*> each batch, details and adjustments sit inside one, a trailer
*> closes it, and nothing else appears.
Check-One-Inbound-Record.
    EVALUATE TRUE
        WHEN Header-Record AND Inside-Batch
            MOVE "BATCH HEADER BEFORE THE PRIOR BATCH'S TRAILER"
                TO Failure-Text
            PERFORM Refuse-Source
        WHEN Header-Record
            PERFORM Check-Batch-Header
        WHEN (Detail-Record OR Adjustment-Record) AND Inside-Batch
            PERFORM Tally-Inbound-Detail
        WHEN Detail-Record OR Adjustment-Record
            MOVE "DETAIL RECORD OUTSIDE ANY BATCH" TO Failure-Text
            PERFORM Refuse-Source
        WHEN Trailer-Record AND Inside-Batch
            PERFORM Check-Batch-Trailer
        WHEN Trailer-Record
            MOVE "BATCH TRAILER WITH NO HEADER" TO Failure-Text
            PERFORM Refuse-Source
        WHEN OTHER
            MOVE "UNKNOWN RECORD TYPE" TO Failure-Text
            PERFORM Refuse-Source
    END-EVALUATE.

*> The batch's entry opens before the header is judged, so a
*> batch refused here is still acknowledged "H" with the rest.
*> The header must name the source whose DD it arrived under,
*> carry the processing date, and not repeat a sequence number
*> the source already sent today.
Check-Batch-Header.
    ADD 1 TO Header-Ordinal.
    IF Batch-Entry-Count >= Batch-Table-Maximum
        MOVE SPACES TO Failure-Text
        STRING "MORE THAN " DELIMITED BY SIZE
            Batch-Table-Maximum DELIMITED BY SIZE
            " BATCHES ACROSS THE DAY'S INBOUND FILES"
            DELIMITED BY SIZE
            INTO Failure-Text
        PERFORM Refuse-Source
    ELSE
        PERFORM Open-Batch-Entry
        PERFORM Judge-Batch-Header
    END-IF.

Open-Batch-Entry.
    ADD 1 TO Batch-Entry-Count.
    MOVE Schedule-Sub TO Bat-Schedule-Sub (Batch-Entry-Count).
    MOVE Sct-Source-System (Schedule-Sub)
        TO Bat-Source-System (Batch-Entry-Count).
    MOVE ZERO TO Bat-Number (Batch-Entry-Count).
    IF Hdr-Sequence-Number IS NUMERIC
        MOVE Hdr-Sequence-Number TO Bat-Number (Batch-Entry-Count)
    END-IF.
    MOVE Header-Ordinal TO Bat-Ordinal (Batch-Entry-Count).
    MOVE ZERO TO Bat-Detail-Count (Batch-Entry-Count).
    MOVE ZERO TO Bat-Amount-Sum (Batch-Entry-Count).
    MOVE ZERO TO Bat-Nonnumeric-Count (Batch-Entry-Count).
    MOVE ZERO TO Bat-Seen-Time (Batch-Entry-Count).
    MOVE SPACE TO Bat-Receipt-Status (Batch-Entry-Count).
    MOVE "N" TO Bat-New-Receipt (Batch-Entry-Count).
    MOVE "N" TO Bat-Written (Batch-Entry-Count).

Judge-Batch-Header.
    MOVE SPACES TO Failure-Text.
    MOVE ZERO TO Batch-Match-Sub.
    IF Hdr-Sequence-Number IS NUMERIC
        PERFORM Find-Repeated-Sequence
            VARYING Batch-Scan-Sub FROM 1 BY 1
            UNTIL Batch-Scan-Sub >= Batch-Entry-Count
    END-IF.
    EVALUATE TRUE
        WHEN Hdr-Source-System NOT = Sct-Source-System (Schedule-Sub)
            STRING "HEADER CARRIES SOURCE " DELIMITED BY SIZE
                Hdr-Source-System DELIMITED BY SIZE
                " ON THIS SOURCE'S DATASET" DELIMITED BY SIZE
                INTO Failure-Text
        WHEN Hdr-File-Date NOT NUMERIC
            OR Hdr-File-Date NOT = Today-Date
            STRING "FILE DATE " DELIMITED BY SIZE
                Hdr-File-Date DELIMITED BY SIZE
                " IS NOT THE PROCESSING DATE " DELIMITED BY SIZE
                Today-Date DELIMITED BY SIZE
                INTO Failure-Text
        WHEN Hdr-Sequence-Number NOT NUMERIC
            MOVE "HEADER SEQUENCE NUMBER IS NOT NUMERIC"
                TO Failure-Text
        WHEN Batch-Match-Sub > ZERO
            STRING "SEQUENCE " DELIMITED BY SIZE
                Hdr-Sequence-Number DELIMITED BY SIZE
                " RECEIVED TWICE TODAY" DELIMITED BY SIZE
                INTO Failure-Text
        WHEN OTHER
            SET Inside-Batch TO TRUE
            ADD 1 TO Sct-Batch-Count (Schedule-Sub)
    END-EVALUATE.
    IF Failure-Text NOT = SPACES
        PERFORM Refuse-Source
    END-IF.

Find-Repeated-Sequence.
    IF Bat-Source-System (Batch-Scan-Sub)
            = Sct-Source-System (Schedule-Sub)
        AND Bat-Number (Batch-Scan-Sub) = Hdr-Sequence-Number
        MOVE Batch-Scan-Sub TO Batch-Match-Sub
    END-IF.

*> An adjustment's amounts sit where a detail's do. A non-numeric
*> amount is SimpleAddition's to reject; here it only makes the
*> trailer's sum unprovable.
Tally-Inbound-Detail.
    ADD 1 TO Bat-Detail-Count (Batch-Entry-Count).
    IF Det-Num1 IS NUMERIC
        ADD Det-Num1 TO Bat-Amount-Sum (Batch-Entry-Count)
    END-IF.
    IF Det-Num2 IS NUMERIC
        ADD Det-Num2 TO Bat-Amount-Sum (Batch-Entry-Count)
    END-IF.
    IF Det-Num1 NOT NUMERIC OR Det-Num2 NOT NUMERIC
        ADD 1 TO Bat-Nonnumeric-Count (Batch-Entry-Count)
    END-IF.

*> The trailer's claims against what its batch held -- the same
*> proof SimpleAddition repeats as it posts.
Check-Batch-Trailer.
    MOVE "N" TO Batch-Open-Switch.
    MOVE SPACES TO Failure-Text.
    EVALUATE TRUE
        WHEN Trl-Detail-Count NOT NUMERIC
            MOVE "TRAILER DETAIL COUNT IS NOT NUMERIC"
                TO Failure-Text
        WHEN Trl-Detail-Count NOT = Bat-Detail-Count (Batch-Entry-Count)
            STRING "BATCH " DELIMITED BY SIZE
                Bat-Number (Batch-Entry-Count) DELIMITED BY SIZE
                " TRAILER CLAIMS " DELIMITED BY SIZE
                Trl-Detail-Count DELIMITED BY SIZE
                " DETAIL(S), " DELIMITED BY SIZE
                Bat-Detail-Count (Batch-Entry-Count)
                DELIMITED BY SIZE
                " READ" DELIMITED BY SIZE
                INTO Failure-Text
        WHEN Trl-Amount-Sum NOT NUMERIC
            MOVE "TRAILER AMOUNT SUM IS NOT NUMERIC" TO Failure-Text
        WHEN Trl-Amount-Sum = Bat-Amount-Sum (Batch-Entry-Count)
            CONTINUE
        WHEN Bat-Nonnumeric-Count (Batch-Entry-Count) = ZERO
            MOVE Bat-Amount-Sum (Batch-Entry-Count) TO Sum-Display
            STRING "BATCH " DELIMITED BY SIZE
                Bat-Number (Batch-Entry-Count) DELIMITED BY SIZE
                " TRAILER AMOUNT SUM DOES NOT MATCH THE "
                DELIMITED BY SIZE
                Sum-Display DELIMITED BY SIZE
                " READ" DELIMITED BY SIZE
                INTO Failure-Text
        WHEN OTHER
            DISPLAY "InboundIntake: source "
                Sct-Source-System (Schedule-Sub) " batch "
                Bat-Number (Batch-Entry-Count)
                " trailer amount sum differs from the sum read; "
                Bat-Nonnumeric-Count (Batch-Entry-Count)
                " non-numeric detail(s) make the difference "
                "unprovable"
    END-EVALUATE.
    IF Failure-Text NOT = SPACES
        PERFORM Refuse-Source
    END-IF.

*> Failure-Text already says why.
Refuse-Source.
    IF NOT Sct-Refused (Schedule-Sub)
        SET Sct-Refused (Schedule-Sub) TO TRUE
        MOVE Failure-Text TO Sct-Failure-Text (Schedule-Sub)
        ADD 1 TO Refused-Count
        DISPLAY "InboundIntake: source "
            Sct-Source-System (Schedule-Sub) " on "
            Sct-Inbound-Ddname (Schedule-Sub) " refused -- "
            Failure-Text
    END-IF.
    SET End-Of-Inbound TO TRUE.

*> What became of the source today. In a BUILD run there is no
*> later chance, so an expected source with no file is missing
*> whatever the time; a CHECK run only calls it missing once its
*> cutoff has passed.
Judge-One-Source.
    EVALUATE TRUE
        WHEN Sct-Refused (Schedule-Sub)
            CONTINUE
        WHEN Sct-Batch-Count (Schedule-Sub) > ZERO
            SET Sct-Received (Schedule-Sub) TO TRUE
        WHEN Sct-Expected-Today (Schedule-Sub) NOT = "Y"
            SET Sct-Not-Due-Today (Schedule-Sub) TO TRUE
        WHEN Build-Mode
            OR Now-Time > Sct-Cutoff-Time (Schedule-Sub)
            SET Sct-Missing (Schedule-Sub) TO TRUE
            ADD 1 TO Missing-Count
            DISPLAY "InboundIntake: *** source "
                Sct-Source-System (Schedule-Sub)
                " expected today by "
                Sct-Cutoff-Time (Schedule-Sub) " -- NOT RECEIVED"
        WHEN OTHER
            SET Sct-Not-Yet-Due (Schedule-Sub) TO TRUE
            ADD 1 TO Not-Yet-Due-Count
    END-EVALUATE.

*> A batch an earlier run today already saw keeps the time and
*> verdict it was logged with; a batch seen for the first time
*> is judged against its source's cutoff now, and logged. A
*> refused source's batches are judged again when it resends.
Judge-One-Batch.
    MOVE Bat-Schedule-Sub (Batch-Sub) TO Schedule-Sub.
    IF NOT Sct-Refused (Schedule-Sub)
        SET Receipt-Index TO 1
        SEARCH Receipt-Entry
            AT END
                PERFORM Judge-New-Receipt
            WHEN Rct-Source-System (Receipt-Index)
                    = Bat-Source-System (Batch-Sub)
                AND Rct-Sequence-Number (Receipt-Index)
                    = Bat-Number (Batch-Sub)
                AND Receipt-Index <= Receipt-Entry-Count
                MOVE Rct-Seen-Time (Receipt-Index)
                    TO Bat-Seen-Time (Batch-Sub)
                MOVE Rct-Receipt-Status (Receipt-Index)
                    TO Bat-Receipt-Status (Batch-Sub)
        END-SEARCH
        EVALUATE Bat-Receipt-Status (Batch-Sub)
            WHEN "L"
                ADD 1 TO Late-Count
            WHEN "U"
                ADD 1 TO Unscheduled-Count
            WHEN OTHER
                ADD 1 TO On-Time-Count
        END-EVALUATE
    END-IF.

Judge-New-Receipt.
    MOVE Now-Time TO Bat-Seen-Time (Batch-Sub).
    MOVE "Y" TO Bat-New-Receipt (Batch-Sub).
    ADD 1 TO New-Receipt-Count.
    EVALUATE TRUE
        WHEN Sct-Expected-Today (Schedule-Sub) NOT = "Y"
            MOVE "U" TO Bat-Receipt-Status (Batch-Sub)
        WHEN Now-Time > Sct-Cutoff-Time (Schedule-Sub)
            MOVE "L" TO Bat-Receipt-Status (Batch-Sub)
        WHEN OTHER
            MOVE "O" TO Bat-Receipt-Status (Batch-Sub)
    END-EVALUATE.

*> The first sighting of each batch goes on the log, which every
*> later run today reads back -- a log that cannot be written
*> would lose the evidence of when a file arrived, so the run
*> stops before TRANSIN is touched.
Write-Receipt-Log.
    IF New-Receipt-Count > ZERO
        OPEN EXTEND Receipt-File
        IF Receipt-File-Status NOT = "00"
            OPEN OUTPUT Receipt-File
        END-IF
        IF Receipt-File-Status NOT = "00"
            DISPLAY "InboundIntake: unable to open INRCPT, status "
                Receipt-File-Status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM Write-One-Receipt
            VARYING Batch-Sub FROM 1 BY 1
            UNTIL Batch-Sub > Batch-Entry-Count
        CLOSE Receipt-File
    END-IF.

Write-One-Receipt.
    IF Bat-New-Receipt (Batch-Sub) = "Y"
        MOVE Today-Date TO Rcp-Process-Date
        MOVE Bat-Source-System (Batch-Sub) TO Rcp-Source-System
        MOVE Bat-Number (Batch-Sub) TO Rcp-Sequence-Number
        MOVE Bat-Detail-Count (Batch-Sub) TO Rcp-Detail-Count
        MOVE Bat-Amount-Sum (Batch-Sub) TO Rcp-Amount-Sum
        MOVE Bat-Seen-Time (Batch-Sub) TO Rcp-Seen-Time
        MOVE Bat-Receipt-Status (Batch-Sub) TO Rcp-Receipt-Status
        MOVE Run-Timestamp TO Rcp-Seen-Timestamp
        WRITE Receipt-Record
    END-IF.

*> Any refused source holds the whole day, the way one broken
*> batch holds SimpleAddition: TRANSIN is left as it was and the
*> step's RC keeps SimpleAddition from running. Otherwise every
*> batch is copied in source and then sequence-number order.
Build-Transaction-File.
    IF Refused-Count > ZERO
        DISPLAY "InboundIntake: " Refused-Count
            " source(s) refused -- TRANSIN not built, day held"
    ELSE
        OPEN OUTPUT Transin-File
        IF Transin-File-Status NOT = "00"
            DISPLAY "InboundIntake: unable to open TRANSIN, status "
                Transin-File-Status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM Write-Next-Batch Batch-Entry-Count TIMES
        CLOSE Transin-File
        IF Batch-Entry-Count = ZERO
            DISPLAY "InboundIntake: no file received from any "
                "source -- TRANSIN is empty"
        END-IF
    END-IF.

Write-Next-Batch.
    MOVE ZERO TO Batch-Low-Sub.
    PERFORM Find-Lowest-Batch
        VARYING Batch-Scan-Sub FROM 1 BY 1
        UNTIL Batch-Scan-Sub > Batch-Entry-Count.
    PERFORM Copy-One-Batch.
    MOVE "Y" TO Bat-Written (Batch-Low-Sub).

Find-Lowest-Batch.
    IF Bat-Written (Batch-Scan-Sub) = "N"
        IF Batch-Low-Sub = ZERO
            MOVE Batch-Scan-Sub TO Batch-Low-Sub
        ELSE
            IF Bat-Source-System (Batch-Scan-Sub)
                    < Bat-Source-System (Batch-Low-Sub)
                OR (Bat-Source-System (Batch-Scan-Sub)
                        = Bat-Source-System (Batch-Low-Sub)
                    AND Bat-Number (Batch-Scan-Sub)
                        < Bat-Number (Batch-Low-Sub))
                MOVE Batch-Scan-Sub TO Batch-Low-Sub
            END-IF
        END-IF
    END-IF.

*> Reopen the batch's dataset, find its header by position, and
*> copy from there through its trailer.
Copy-One-Batch.
    MOVE Bat-Schedule-Sub (Batch-Low-Sub) TO Schedule-Sub.
    PERFORM Open-Inbound-File.
    IF Inbound-File-Status NOT = "00"
        DISPLAY "InboundIntake: unable to reopen "
            Sct-Inbound-Ddname (Schedule-Sub) ", status "
            Inbound-File-Status " -- TRANSIN is incomplete"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO End-Of-Inbound-Switch.
    MOVE "N" TO Copy-State-Switch.
    MOVE ZERO TO Header-Ordinal.
    PERFORM Copy-One-Inbound-Record
        UNTIL Batch-Copy-Done OR End-Of-Inbound.
    PERFORM Close-Inbound-File.

Copy-One-Inbound-Record.
    PERFORM Read-Inbound-File.
    IF NOT End-Of-Inbound
        PERFORM Copy-Record-If-In-Batch
    END-IF.

Copy-Record-If-In-Batch.
    IF Header-Record
        ADD 1 TO Header-Ordinal
        IF Header-Ordinal = Bat-Ordinal (Batch-Low-Sub)
            SET Copying-Batch TO TRUE
        END-IF
    END-IF.
    IF Copying-Batch
        MOVE Transaction-Adjustment TO Transin-Out-Record
        WRITE Transin-Out-Record
        ADD 1 TO Transin-Record-Count
        IF Trailer-Record
            SET Batch-Copy-Done TO TRUE
        END-IF
    END-IF.

*> The notices go on NTCOUT for the scheduler to append to the
*> outbound acknowledgment dataset: "N" for every missing source,
*> and, on a day held by a refused source, "H" for every batch
*> received. Like SimpleAddition's acknowledgments, this never
*> stops the run.
Write-Notice-File.
    OPEN OUTPUT Notice-File.
    IF Notice-File-Status NOT = "00"
        DISPLAY "InboundIntake: unable to open NTCOUT, status "
            Notice-File-Status ", no notices cut"
    ELSE
        PERFORM Write-One-Missing-Notice
            VARYING Schedule-Sub FROM 1 BY 1
            UNTIL Schedule-Sub > Schedule-Entry-Count
        IF Refused-Count > ZERO
            PERFORM Write-One-Held-Notice
                VARYING Batch-Sub FROM 1 BY 1
                UNTIL Batch-Sub > Batch-Entry-Count
        END-IF
        CLOSE Notice-File
    END-IF.

Write-One-Missing-Notice.
    IF Sct-Missing (Schedule-Sub)
        MOVE Sct-Source-System (Schedule-Sub) TO Ack-Source-System
        MOVE Sct-Expected-Sequence (Schedule-Sub)
            TO Ack-Sequence-Number
        MOVE Today-Date TO Ack-File-Date
        MOVE ZERO TO Ack-Detail-Count
        MOVE ZERO TO Ack-Accept-Count
        MOVE ZERO TO Ack-Reject-Count
        MOVE ZERO TO Ack-Amount-Sum
        SET Ack-Not-Received TO TRUE
        MOVE Run-Timestamp TO Ack-Run-Timestamp
        WRITE Acknowledgment-Record
        ADD 1 TO Notice-Count
    END-IF.

Write-One-Held-Notice.
    MOVE Bat-Source-System (Batch-Sub) TO Ack-Source-System.
    MOVE Bat-Number (Batch-Sub) TO Ack-Sequence-Number.
    MOVE Today-Date TO Ack-File-Date.
    MOVE Bat-Detail-Count (Batch-Sub) TO Ack-Detail-Count.
    MOVE ZERO TO Ack-Accept-Count.
    MOVE ZERO TO Ack-Reject-Count.
    MOVE Bat-Amount-Sum (Batch-Sub) TO Ack-Amount-Sum.
    SET Ack-Run-Held TO TRUE.
    MOVE Run-Timestamp TO Ack-Run-Timestamp.
    WRITE Acknowledgment-Record.
    ADD 1 TO Notice-Count.

*> The worst thing found decides the step's RC.
Set-Intake-Return-Code.
    EVALUATE TRUE
        WHEN Refused-Count > ZERO
            MOVE 16 TO Intake-Return-Code
        WHEN Missing-Count > ZERO
            MOVE 8 TO Intake-Return-Code
        WHEN Late-Count > ZERO OR Unscheduled-Count > ZERO
            MOVE 4 TO Intake-Return-Code
        WHEN OTHER
            MOVE ZERO TO Intake-Return-Code
    END-EVALUATE.

*> One section per scheduled source in schedule order: a line per
*> batch received, or one line saying why there is none.
Write-Register.
    ADD 1 TO Register-Page-Number.
    CALL "PrintString" USING Report-Title, Run-Date-Display,
        Register-Page-Number, Formatted-Header-Line.
    WRITE Register-Line FROM Formatted-Header-Line.
    IF Build-Mode
        MOVE "BUILD" TO Rml-Mode
    ELSE
        MOVE "CHECK" TO Rml-Mode
    END-IF.
    MOVE Day-Name (Day-Flag-Sub) TO Rml-Day-Name.
    IF Today-Is-Holiday
        MOVE "YES" TO Rml-Holiday
    ELSE
        MOVE "NO" TO Rml-Holiday
    END-IF.
    MOVE Now-Time TO Time-Work.
    PERFORM Format-Time-Work.
    MOVE Time-Display TO Rml-Run-Time.
    WRITE Register-Line FROM Run-Mode-Line.
    WRITE Register-Line FROM Blank-Line.
    WRITE Register-Line FROM Column-Heading-Line.
    PERFORM Write-One-Source-Section
        VARYING Schedule-Sub FROM 1 BY 1
        UNTIL Schedule-Sub > Schedule-Entry-Count.
    WRITE Register-Line FROM Blank-Line.
    MOVE "BATCHES RECEIVED ON TIME" TO Sum-Label.
    MOVE On-Time-Count TO Sum-Count.
    WRITE Register-Line FROM Summary-Line.
    MOVE "BATCHES RECEIVED LATE" TO Sum-Label.
    MOVE Late-Count TO Sum-Count.
    WRITE Register-Line FROM Summary-Line.
    MOVE "BATCHES SENT ON A DAY NOT SCHEDULED" TO Sum-Label.
    MOVE Unscheduled-Count TO Sum-Count.
    WRITE Register-Line FROM Summary-Line.
    MOVE "EXPECTED SOURCES MISSING" TO Sum-Label.
    MOVE Missing-Count TO Sum-Count.
    WRITE Register-Line FROM Summary-Line.
    MOVE "EXPECTED SOURCES NOT YET DUE" TO Sum-Label.
    MOVE Not-Yet-Due-Count TO Sum-Count.
    WRITE Register-Line FROM Summary-Line.
    MOVE "SOURCES REFUSED ON THEIR ENVELOPE" TO Sum-Label.
    MOVE Refused-Count TO Sum-Count.
    WRITE Register-Line FROM Summary-Line.
    IF Build-Mode
        MOVE "RECORDS WRITTEN TO TRANSIN" TO Sum-Label
        MOVE Transin-Record-Count TO Sum-Count
        WRITE Register-Line FROM Summary-Line
        MOVE "NOTICES CUT FOR THE SOURCES" TO Sum-Label
        MOVE Notice-Count TO Sum-Count
        WRITE Register-Line FROM Summary-Line
    END-IF.
    MOVE "RETURN CODE" TO Sum-Label.
    MOVE Intake-Return-Code TO Sum-Count.
    WRITE Register-Line FROM Summary-Line.

Write-One-Source-Section.
    IF Sct-Received (Schedule-Sub)
        PERFORM Write-One-Batch-Line
            VARYING Batch-Sub FROM 1 BY 1
            UNTIL Batch-Sub > Batch-Entry-Count
    ELSE
        PERFORM Write-Source-Line
    END-IF.

Write-One-Batch-Line.
    IF Bat-Schedule-Sub (Batch-Sub) = Schedule-Sub
        PERFORM Fill-Source-Columns
        MOVE Bat-Number (Batch-Sub) TO Reg-Sequence
        MOVE Bat-Detail-Count (Batch-Sub) TO Reg-Detail-Count
        MOVE Bat-Amount-Sum (Batch-Sub) TO Reg-Amount-Sum
        MOVE Bat-Seen-Time (Batch-Sub) TO Time-Work
        PERFORM Format-Time-Work
        MOVE Time-Display TO Reg-Seen
        EVALUATE Bat-Receipt-Status (Batch-Sub)
            WHEN "L"
                MOVE "RECEIVED LATE" TO Reg-Status
            WHEN "U"
                MOVE "NOT SCHEDULED TODAY" TO Reg-Status
            WHEN OTHER
                MOVE "RECEIVED ON TIME" TO Reg-Status
        END-EVALUATE
        WRITE Register-Line FROM Register-Detail-Line
    END-IF.

*> A refused source's line carries the sequence we were waiting
*> for, as a missing source's does, with the reason under it.
Write-Source-Line.
    PERFORM Fill-Source-Columns.
    MOVE Sct-Expected-Sequence (Schedule-Sub) TO Reg-Sequence.
    MOVE SPACES TO Reg-Detail-Count-X.
    MOVE SPACES TO Reg-Amount-Sum-X.
    MOVE SPACES TO Reg-Seen.
    EVALUATE TRUE
        WHEN Sct-Refused (Schedule-Sub)
            MOVE "REFUSED - ENVELOPE" TO Reg-Status
        WHEN Sct-Missing (Schedule-Sub)
            MOVE "MISSING - NOT RECEIVED" TO Reg-Status
        WHEN Sct-Not-Yet-Due (Schedule-Sub)
            MOVE "NOT YET DUE" TO Reg-Status
        WHEN OTHER
            MOVE "NOT DUE TODAY" TO Reg-Status
    END-EVALUATE.
    IF Sct-Expected-Sequence (Schedule-Sub) = ZERO
        MOVE SPACES TO Reg-Sequence-X
    END-IF.
    WRITE Register-Line FROM Register-Detail-Line.
    IF Sct-Refused (Schedule-Sub)
        MOVE Sct-Failure-Text (Schedule-Sub) TO Rsn-Text
        WRITE Register-Line FROM Reason-Line
    END-IF.

Fill-Source-Columns.
    MOVE Sct-Source-System (Schedule-Sub) TO Reg-Source-System.
    MOVE Sct-Inbound-Ddname (Schedule-Sub) TO Reg-Inbound-Ddname.
    MOVE Sct-Cutoff-Time (Schedule-Sub) TO Time-Work.
    PERFORM Format-Time-Work.
    MOVE Time-Display TO Reg-Cutoff.

Format-Time-Work.
    MOVE Time-Work-Hours TO Tdp-Hours.
    MOVE Time-Work-Minutes TO Tdp-Minutes.

Finalize-Program.
    CLOSE Register-File.
    MOVE Intake-Return-Code TO RETURN-CODE.
    DISPLAY "InboundIntake: " Schedule-Entry-Count
        " active source(s), " Expected-Count " expected today, "
        Batch-Entry-Count " batch(es) received, " Late-Count
        " late, " Missing-Count " missing, " Refused-Count
        " refused.".
    IF Build-Mode AND Refused-Count = ZERO
        DISPLAY "InboundIntake: " Transin-Record-Count
            " record(s) written to TRANSIN, " Notice-Count
            " notice(s) cut."
    END-IF.
*> End program
