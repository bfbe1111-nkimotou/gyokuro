*>             date (BUSDATE, via the shared GetProcessDate
*>             routine) -- a close running after midnight still
*>             reports the month the stream is actually in.
*> 2026-10-15  Control records carry an adjusted date now for the
*>             prior-period adjustment ("*ADJ*") records; those
*>             are not run totals and are passed over here like
*>             the per-source records -- their money is already
*>             inside the day's run total -- and the month-level
*>             record writes the field as zero.
*> 2026-10-15  The report covers a fiscal period off the 4-4-5
*>             FISCAL calendar (via the shared GetFiscalPeriod
*>             routine) rather than a calendar month: MONPARM
*>             names the period as YYYYPP, the day lines run by
*>             date from the period's first day, and the month-
*>             level record carries the period's last day in its
*>             adjusted-date field so ChartRollup can tell which
*>             period it closes. A processing date or card the
*>             calendar cannot place stops the run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FD  Control-In-File.
    COPY CTLREC.

*> One optional card naming the fiscal period to report (YYYYPP,
*> fiscal year and period number). With no card the period of the
*> run date is reported, which suits a job scheduled for the last
*> processing day of the period.
FD  Month-Parm-File.
01  Month-Parm-Record.
    05  Mon-Parm-Period        PIC X(06).

FD  Month-Report-File.
01  Month-Report-Line          PIC X(132).
        Ctl-Hash-Total BY Mon-Hash-Total
        Ctl-Grand-Total BY Mon-Grand-Total
        Ctl-Source-System BY Mon-Source-System
        Ctl-Batch-Number BY Mon-Batch-Number
        Ctl-Adjusted-Date BY Mon-Adjusted-Date.

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
01  End-Of-File-Switch          PIC X(01) VALUE "N".
    88  End-Of-File                       VALUE "Y".

*> The period's days, one entry per date from the period's first
*> day, slotted by date as the control generations stream past.
*> Reading the GDG base concatenates the generations newest
*> first, so the FIRST record seen for a date is the rerun's --
*> the generation that stood -- and it is the one a day seen
*> twice keeps; the occurrence count flags the rerun on the
*> report.
01  Daily-Control-Table.
    05  Day-Entry OCCURS 42 TIMES
            INDEXED BY Day-Index.
        10  Day-Date            PIC 9(08).
        10  Day-Seen-Count      PIC 9(02).
        10  Day-Record-Count    PIC 9(09).
        10  Day-Accept-Count    PIC 9(09).
        10  Day-Hash-Total      PIC S9(15)V99.
        10  Day-Grand-Total     PIC S9(15)V99.
01  Day-Sub                     PIC 9(02) VALUE ZERO.
01  Day-Table-Count             PIC 9(02) VALUE ZERO.
01  Day-Table-Maximum           PIC 9(02) VALUE 42.
01  Record-Day-Found-Switch     PIC X(01) VALUE "N".
    88  Record-Day-Found                  VALUE "Y".

*> How far down the calendar the day lines run: through today for
*> the current period (days that have not happened cannot be
*> missing), through the period's last day for a closed prior
*> period, so a gap after the last recorded day is flagged too
*> instead of falling off the end of the report. The table is
*> laid down a day at a time from the period's first day.
01  Report-Last-Date            PIC 9(08) VALUE ZERO.
01  Step-Date                   PIC 9(08) VALUE ZERO.
01  Step-Date-Parts REDEFINES Step-Date.
    05  Step-Year               PIC 9(04).
    05  Step-Month              PIC 9(02).
    05  Step-Day                PIC 9(02).
01  Month-Last-Day              PIC 9(02) VALUE ZERO.
01  Leap-Year-Quotient          PIC 9(04) VALUE ZERO.
01  Leap-Year-Remainder         PIC 9(04) VALUE ZERO.

*> The fiscal period reported (YYYYPP), and the calendar lookup
*> that finds it: by date ("D") for the run date's period, by
*> period ("P") for one named on the card.
01  Report-Period               PIC X(06) VALUE SPACES.
01  Fiscal-Lookup-Type          PIC X(01) VALUE SPACE.
01  Fiscal-Lookup-Key           PIC X(08) VALUE SPACES.
01  Fiscal-Lookup-Result        PIC X(01) VALUE SPACE.
    COPY FSCREC.
01  Days-Reported               PIC 9(02) VALUE ZERO.
01  Days-Missing                PIC 9(02) VALUE ZERO.
01  Days-With-Reruns            PIC 9(02) VALUE ZERO.
01  Month-Total-Grand           PIC S9(15)V99 VALUE ZERO.

01  Today-Date                  PIC 9(08) VALUE ZERO.
01  Today-Fiscal-Period         PIC X(06) VALUE SPACES.
01  Run-Date-Display.
    05  Run-Date-Year           PIC 9(04).
    05  FILLER                  PIC X(01) VALUE "-".
01  Column-Heading-Line         PIC X(80) VALUE
    "   DAY      RECORDS            HASH TOTAL           GRAND TOTAL".

01  Report-Period-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(15) VALUE "REPORT PERIOD: ".
    05  Per-Line-Period         PIC X(06).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Per-Line-Start          PIC 9(08).
    05  FILLER                  PIC X(06) VALUE " THRU ".
    05  Per-Line-End            PIC 9(08).
    05  FILLER                  PIC X(84) VALUE SPACES.

01  Day-Detail-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Day-Line-Date           PIC 9(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Day-Count-Edit          PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(02) VALUE SPACES.

01  Missing-Day-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Miss-Line-Date          PIC 9(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  FILLER                  PIC X(32) VALUE
        "** NO CONTROL RECORD THIS DAY **".

01  Month-Total-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(13) VALUE "PERIOD TOTAL:".
    05  Mon-Count-Edit          PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Mon-Hash-Edit           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
Main-Control.
    PERFORM Initialize-Program.
    PERFORM Tally-One-Control-Record UNTIL End-Of-File.
    PERFORM Write-Month-Report.
    IF Days-Reported > ZERO
        PERFORM Write-Month-Control
    ELSE
        DISPLAY "MonthEndReport: no control records for period "
            Report-Period " -- wrong MONPARM card or the "
            "generations have rolled off; no month record written"
    END-IF.
    PERFORM Finalize-Program.
    STOP RUN.

*> The current period only runs through today; a closed prior
*> period runs through its last day. One table entry per date,
*> stepped forward from the period's first day across month
*> ends, leap Februaries included.
Build-Period-Days.
    IF Report-Period = Today-Fiscal-Period
        MOVE Today-Date TO Report-Last-Date
    ELSE
        MOVE Fsc-Period-End TO Report-Last-Date
    END-IF.
    MOVE Fsc-Period-Start TO Step-Date.
    MOVE ZERO TO Day-Table-Count.
    PERFORM Add-One-Period-Day
        UNTIL Step-Date > Report-Last-Date
        OR Day-Table-Count >= Day-Table-Maximum.

Add-One-Period-Day.
    ADD 1 TO Day-Table-Count.
    MOVE Step-Date TO Day-Date (Day-Table-Count).
    PERFORM Step-Date-Forward.

Step-Date-Forward.
    PERFORM Set-Month-Last-Day.
    IF Step-Day < Month-Last-Day
        ADD 1 TO Step-Day
    ELSE
        MOVE 1 TO Step-Day
        IF Step-Month < 12
            ADD 1 TO Step-Month
        ELSE
            MOVE 1 TO Step-Month
            ADD 1 TO Step-Year
        END-IF
    END-IF.

Set-Month-Last-Day.
    EVALUATE Step-Month
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
    DIVIDE Step-Year BY 4
        GIVING Leap-Year-Quotient
        REMAINDER Leap-Year-Remainder.
    IF Leap-Year-Remainder = ZERO
        MOVE 29 TO Month-Last-Day
        DIVIDE Step-Year BY 100
            GIVING Leap-Year-Quotient
            REMAINDER Leap-Year-Remainder
        IF Leap-Year-Remainder = ZERO
            DIVIDE Step-Year BY 400
                GIVING Leap-Year-Quotient
                REMAINDER Leap-Year-Remainder
            IF Leap-Year-Remainder NOT = ZERO
                MOVE 28 TO Month-Last-Day
            END-IF
        END-IF
    END-IF.
    MOVE Today-Date(1:4) TO Run-Date-Year.
    MOVE Today-Date(5:2) TO Run-Date-Month.
    MOVE Today-Date(7:2) TO Run-Date-Day.
    MOVE "D" TO Fiscal-Lookup-Type.
    MOVE Today-Date TO Fiscal-Lookup-Key.
    PERFORM Look-Up-Fiscal-Period.
    MOVE Fsc-Fiscal-Period TO Today-Fiscal-Period.
    MOVE Fsc-Fiscal-Period TO Report-Period.
    PERFORM Read-Month-Parameter.
    PERFORM Build-Period-Days.

    OPEN INPUT Control-In-File.
    IF Control-In-File-Status NOT = "00"
    END-IF.
    PERFORM Write-Report-Header.

*> An operator card can aim the report at a period other than the
*> run date's -- the first close of a new period still has to
*> prove the period that just ended. The card has to name a
*> period the calendar carries; a typo stops the run rather than
*> close the wrong period.
Read-Month-Parameter.
    OPEN INPUT Month-Parm-File.
    IF Month-Parm-File-Status = "00"
        READ Month-Parm-File
            NOT AT END
                IF Mon-Parm-Period NOT = SPACES
                    MOVE "P" TO Fiscal-Lookup-Type
                    MOVE Mon-Parm-Period TO Fiscal-Lookup-Key
                    PERFORM Look-Up-Fiscal-Period
                    MOVE Fsc-Fiscal-Period TO Report-Period
                END-IF
        END-READ
        CLOSE Month-Parm-File
    END-IF.

Look-Up-Fiscal-Period.
    CALL "GetFiscalPeriod" USING Fiscal-Lookup-Type,
        Fiscal-Lookup-Key, Fiscal-Calendar-Record,
        Fiscal-Lookup-Result.
    IF Fiscal-Lookup-Result NOT = "Y"
        DISPLAY "MonthEndReport: " Fiscal-Lookup-Key
            " is not a fiscal period on FISCAL"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Tally-One-Control-Record.
    READ Control-In-File
        AT END
            PERFORM Slot-Control-Record
    END-READ.

*> Keep only the report period's records, slotted by date. The GDG
*> base concatenates newest generation first, so the first record
*> seen for a date is the one that stood -- a later (older)
*> record for the same date only steps the occurrence count that
    END-IF.

Slot-Run-Total-Record.
    MOVE "N" TO Record-Day-Found-Switch.
    SET Day-Index TO 1.
    SEARCH Day-Entry
        AT END
            CONTINUE
        WHEN Day-Date (Day-Index) = Ctl-Run-Date
            AND Day-Index <= Day-Table-Count
            SET Record-Day-Found TO TRUE
    END-SEARCH.
    IF Record-Day-Found
        ADD 1 TO Day-Seen-Count (Day-Index)
        IF Day-Seen-Count (Day-Index) = 1
            MOVE Ctl-Record-Count
                TO Day-Record-Count (Day-Index)
            MOVE Ctl-Accept-Count
                TO Day-Accept-Count (Day-Index)
            MOVE Ctl-Reject-Count
                TO Day-Reject-Count (Day-Index)
            MOVE Ctl-Hash-Total TO Day-Hash-Total (Day-Index)
            MOVE Ctl-Grand-Total
                TO Day-Grand-Total (Day-Index)
        END-IF
    END-IF.

*> One line per period day through the report's last day: the
*> day's control figures, a rerun flag when more than one
*> generation carried the date, and a loud line for any day with
*> no control record at all -- the gap the auditors ask about,
Write-Month-Report.
    PERFORM Write-One-Day-Line
        VARYING Day-Sub FROM 1 BY 1
        UNTIL Day-Sub > Day-Table-Count.
    MOVE Month-Total-Count TO Mon-Count-Edit.
    MOVE Month-Total-Hash TO Mon-Hash-Edit.
    MOVE Month-Total-Grand TO Mon-Grand-Edit.
Write-One-Day-Line.
    IF Day-Seen-Count (Day-Sub) = ZERO
        ADD 1 TO Days-Missing
        MOVE Day-Date (Day-Sub) TO Miss-Line-Date
        WRITE Month-Report-Line FROM Missing-Day-Line
    ELSE
        ADD 1 TO Days-Reported
        MOVE Day-Date (Day-Sub) TO Day-Line-Date
        MOVE Day-Record-Count (Day-Sub) TO Day-Count-Edit
        MOVE Day-Hash-Total (Day-Sub) TO Day-Hash-Edit
        MOVE Day-Grand-Total (Day-Sub) TO Day-Grand-Edit
    CALL "PrintString" USING Report-Title, Run-Date-Display,
        Month-Page-Number, Formatted-Header-Line.
    WRITE Month-Report-Line FROM Formatted-Header-Line.
    MOVE Report-Period TO Per-Line-Period.
    MOVE Fsc-Period-Start TO Per-Line-Start.
    MOVE Fsc-Period-End TO Per-Line-End.
    WRITE Month-Report-Line FROM Report-Period-Line.
    WRITE Month-Report-Line FROM Column-Heading-Line.

*> The month-level control record the GL close balances against:
*> the period's summed figures, dated with the run date of this
*> consolidation, and the period's last day in the adjusted-date
*> field to say which period they are.
Write-Month-Control.
    OPEN OUTPUT Month-Control-File.
    IF Month-Control-File-Status NOT = "00"
    MOVE Today-Date TO Mon-Run-Date.
    MOVE "*ALL*" TO Mon-Source-System.
    MOVE ZERO TO Mon-Batch-Number.
    MOVE Fsc-Period-End TO Mon-Adjusted-Date.
    MOVE Month-Total-Count TO Mon-Record-Count.
    MOVE Month-Total-Accept TO Mon-Accept-Count.
    MOVE Month-Total-Reject TO Mon-Reject-Count.
    END-EVALUATE.
    DISPLAY "MonthEndReport: " Days-Reported " day(s) reported, "
        Days-Missing " missing, " Days-With-Reruns
        " rerun(s), period total " Month-Total-Grand ".".
*> End program
