*> MSTREC by account (the key is account major, posting date
*> minor, built for exactly this sweep) and prints a per-account
*> statement -- one line per posting day, a subtotal at each
*> fiscal period break, and the account's PTD/YTD figures off its
*> latest posted day -- for one requested account or all of them.
*> This is the answer to "what did my center post this period,
*> day by day" that used to be a raw VSAM BROWSE.
*>
*> Modification history
*> 2026-09-01  New program. Run from STMTJOB on request, or for
*>             left by the year-end close) print as their own
*>             PRIOR YEAR line ahead of the account's open-year
*>             days instead of masquerading as a posting day.
*> 2026-10-15  Subtotals break on the fiscal period off the FISCAL
*>             calendar (GetFiscalPeriod) instead of the calendar
*>             month; a posting day the calendar cannot place
*>             stops the run. MTD relabeled PTD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

01  Requested-Account           PIC X(04) VALUE SPACES.

*> Control-break bookkeeping: the account and fiscal period whose
*> lines are printing now, the period's running figures, and the
*> PTD/YTD figures held off the account's latest day record so
*> they can print after its last line.
01  Break-Account               PIC X(04) VALUE SPACES.
01  Break-Period                PIC X(06) VALUE SPACES.
01  Period-Day-Count            PIC 9(09) VALUE ZERO.
01  Period-Total                PIC S9(15)V99 VALUE ZERO.
01  Held-Mtd-Count              PIC 9(09) VALUE ZERO.
01  Held-Mtd-Total              PIC S9(15)V99 VALUE ZERO.
01  Held-Ytd-Count              PIC 9(09) VALUE ZERO.
01  First-Record-Switch         PIC X(01) VALUE "Y".
    88  No-Record-Printed-Yet             VALUE "Y".

*> The period the latest posting day fell in. The calendar record
*> is only looked up again once a day falls outside it, which on
*> a date-ordered sweep is once per period per account.
01  Fiscal-Lookup-Type          PIC X(01) VALUE "D".
01  Fiscal-Lookup-Key           PIC X(08) VALUE SPACES.
01  Fiscal-Lookup-Result        PIC X(01) VALUE SPACE.
    COPY FSCREC.

01  Accounts-Reported           PIC 9(04) VALUE ZERO.
01  Days-Reported               PIC 9(09) VALUE ZERO.

    05  Det-Total-Edit          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(81) VALUE SPACES.

01  Period-Subtotal-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(07) VALUE "PERIOD ".
    05  Sub-Period              PIC X(06).
    05  FILLER                  PIC X(01) VALUE SPACES.
    05  Sub-Count-Edit          PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Sub-Total-Edit          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

01  Cumulative-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(05) VALUE "PTD: ".
    05  Cum-Mtd-Count-Edit      PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(01) VALUE "/".
    05  Cum-Mtd-Total-Edit      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    MOVE Today-Date(1:4) TO Run-Date-Year.
    MOVE Today-Date(5:2) TO Run-Date-Month.
    MOVE Today-Date(7:2) TO Run-Date-Day.
    MOVE ZERO TO Fsc-Period-Start.
    MOVE ZERO TO Fsc-Period-End.
    PERFORM Read-Statement-Parameter.

    OPEN INPUT Master-File.
            END-IF
    END-READ.

*> One stored day onto the statement, closing out the period
*> subtotal when the fiscal period steps and the whole account --
*> its held PTD/YTD figures -- when the account steps. A new
*> account opens on a fresh page, the way a statement should.
Print-One-Posting-Day.
    IF Mst-Posting-Date < Fsc-Period-Start
        OR Mst-Posting-Date > Fsc-Period-End
        PERFORM Look-Up-Fiscal-Period
    END-IF.
    EVALUATE TRUE
        WHEN No-Record-Printed-Yet
            MOVE "N" TO First-Record-Switch
            PERFORM Open-New-Account-Statement
        WHEN Mst-Account NOT = Break-Account
            PERFORM Write-Period-Subtotal
            PERFORM Write-Cumulative-Line
            PERFORM Open-New-Account-Statement
        WHEN Fsc-Fiscal-Period NOT = Break-Period
            PERFORM Write-Period-Subtotal
            MOVE Fsc-Fiscal-Period TO Break-Period
    END-EVALUATE.
    IF Line-Count >= Lines-Per-Page
        PERFORM Write-Page-Header
    WRITE Statement-Line FROM Day-Detail-Line.
    ADD 1 TO Line-Count.
    ADD 1 TO Days-Reported.
    ADD Mst-Daily-Count TO Period-Day-Count.
    ADD Mst-Daily-Total TO Period-Total.
    MOVE Mst-Mtd-Count TO Held-Mtd-Count.
    MOVE Mst-Mtd-Total TO Held-Mtd-Total.
    MOVE Mst-Ytd-Count TO Held-Ytd-Count.
    MOVE Mst-Ytd-Total TO Held-Ytd-Total.

*> The held PTD/YTD figures reset with the account: an account
*> whose only live records are prior-year summaries (the normal
*> January state for a center that has not posted yet) must show
*> zeros on its cumulative line, not the previous account's.
Open-New-Account-Statement.
    ADD 1 TO Accounts-Reported.
    MOVE Mst-Account TO Break-Account.
    MOVE Fsc-Fiscal-Period TO Break-Period.
    MOVE ZERO TO Held-Mtd-Count.
    MOVE ZERO TO Held-Mtd-Total.
    MOVE ZERO TO Held-Ytd-Count.
    WRITE Statement-Line FROM Blank-Line.
    ADD 2 TO Line-Count.

*> Nothing prints for a period no posting day fell in -- the
*> break a prior-year summary record opens, for one.
Write-Period-Subtotal.
    IF Period-Day-Count > ZERO
        IF Line-Count >= Lines-Per-Page
            PERFORM Write-Page-Header
        END-IF
        MOVE Break-Period TO Sub-Period
        MOVE Period-Day-Count TO Sub-Count-Edit
        MOVE Period-Total TO Sub-Total-Edit
        WRITE Statement-Line FROM Period-Subtotal-Line
        ADD 1 TO Line-Count
    END-IF.
    MOVE ZERO TO Period-Day-Count.
    MOVE ZERO TO Period-Total.

*> A closed year's one-line residue, printed ahead of the open
*> year's days: the year and the YTD figures the close rolled up.
            MOVE "N" TO First-Record-Switch
            PERFORM Open-New-Account-Statement
        WHEN Mst-Account NOT = Break-Account
            PERFORM Write-Period-Subtotal
            PERFORM Write-Cumulative-Line
            PERFORM Open-New-Account-Statement
        WHEN OTHER
    WRITE Statement-Line FROM Prior-Year-Line.
    ADD 1 TO Line-Count.

*> The fiscal period a stored posting day belongs to. A day the
*> calendar cannot place means FISCAL has not been kept up, and
*> the statement stops rather than subtotal it under a guess.
Look-Up-Fiscal-Period.
    MOVE Mst-Posting-Date TO Fiscal-Lookup-Key.
    CALL "GetFiscalPeriod" USING Fiscal-Lookup-Type,
        Fiscal-Lookup-Key, Fiscal-Calendar-Record,
        Fiscal-Lookup-Result.
    IF Fiscal-Lookup-Result NOT = "Y"
        DISPLAY "AcctStatement: posting date " Fiscal-Lookup-Key
            " is not in a fiscal period on FISCAL, run stopped"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The account's cumulative figures, held off the latest day
*> record the sweep passed -- the master recomputes them from the
*> stored dailies at every posting, so the latest day's are the
*> account's current PTD and YTD.
Write-Cumulative-Line.
    IF Line-Count >= Lines-Per-Page
        PERFORM Write-Page-Header
*> it, so it is closed here once the sweep ends.
Close-Final-Account.
    IF NOT No-Record-Printed-Yet
        PERFORM Write-Period-Subtotal
        PERFORM Write-Cumulative-Line
    END-IF.

