*> Set (identify) the program's name
IDENTIFICATION DIVISION.
PROGRAM-ID. ChartRollup.
*> Consolidated roll-up of the cumulative master along the chart
*> of accounts' reporting hierarchy: every cost center's daily,
*> MTD and YTD figures as of the report date, subtotalled by
*> department, by division and by company, so finance reads the
*> organisation's totals off one report instead of adding up
*> AcctStatement pages. Codes the hierarchy does not reach -- a
*> code not yet placed under a department, an account on the
*> master but not on the chart, a chain broken above the code --
*> print in an unassigned section of their own, so nothing posted
*> drops out of the total. The consolidated month-to-date total is
*> then proven against the month-level control record
*> MonthEndReport wrote for the same month, allowing for the
*> prior-period adjustments that cross the month's edge (the
*> control record counts an adjustment on the day that ran it,
*> the master on the day it corrects). A total that does not tie
*> ends the run RC=8; money left unassigned ends it RC=4.
*>
*> Modification history
*> 2026-10-15  New program. Runs as the ROLLUP step of MONTHEND,
*>             after the control consolidation.
*> 2026-10-15  The report covers a fiscal period off the 4-4-5
*>             FISCAL calendar (via the shared GetFiscalPeriod
*>             routine) rather than a calendar month: MONPARM
*>             names the period as YYYYPP, a closed period is
*>             reported as of its last day, YTD runs from the
*>             fiscal year's first day and PTD from the period's,
*>             and the adjustments crossing the period's edges
*>             move the tie-out. The month-level control record
*>             has to carry the period's last day to be tied to.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Chart-File ASSIGN TO "CHART"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Chart-File-Status.

    SELECT Master-File ASSIGN TO "MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Mst-Key
        FILE STATUS IS Master-File-Status.

    SELECT Control-In-File ASSIGN TO "CTLIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Control-In-File-Status.

    SELECT Month-Control-File ASSIGN TO "CTLMON"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Month-Control-File-Status.

    SELECT Month-Parm-File ASSIGN TO "MONPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Month-Parm-File-Status.

    SELECT Rollup-Report-File ASSIGN TO "ROLLOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rollup-Report-File-Status.

*> Data declaration
DATA DIVISION.
FILE SECTION.
FD  Chart-File.
    COPY COAREC.

FD  Master-File.
    COPY MSTREC.

FD  Control-In-File.
    COPY CTLREC.

FD  Month-Control-File.
    COPY CTLREC REPLACING Control-Record BY Month-Control-Record
        Ctl-Run-Date BY Mon-Run-Date
        Ctl-Record-Count BY Mon-Record-Count
        Ctl-Accept-Count BY Mon-Accept-Count
        Ctl-Reject-Count BY Mon-Reject-Count
        Ctl-Hash-Total BY Mon-Hash-Total
        Ctl-Grand-Total BY Mon-Grand-Total
        Ctl-Source-System BY Mon-Source-System
        Ctl-Batch-Number BY Mon-Batch-Number
        Ctl-Adjusted-Date BY Mon-Adjusted-Date.

*> One optional card naming the fiscal period to report (YYYYPP),
*> the same card MonthEndReport reads. With no card the run
*> date's period is reported as of the run date; a closed period
*> is reported as of its last day.
FD  Month-Parm-File.
01  Month-Parm-Record.
    05  Mon-Parm-Period        PIC X(06).

FD  Rollup-Report-File.
01  Rollup-Line                PIC X(132).

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
01  Chart-File-Status          PIC X(02).
01  Master-File-Status         PIC X(02).
01  Control-In-File-Status     PIC X(02).
01  Month-Control-File-Status  PIC X(02).
01  Month-Parm-File-Status     PIC X(02).
01  Rollup-Report-File-Status  PIC X(02).

01  End-Of-Chart-Switch         PIC X(01) VALUE "N".
    88  End-Of-Chart                      VALUE "Y".

01  End-Of-Sweep-Switch         PIC X(01) VALUE "N".
    88  End-Of-Sweep                      VALUE "Y".

01  End-Of-Controls-Switch      PIC X(01) VALUE "N".
    88  End-Of-Controls                   VALUE "Y".

01  As-Of-Date                  PIC 9(08) VALUE ZERO.
01  As-Of-Date-Parts REDEFINES As-Of-Date.
    05  As-Of-Year              PIC 9(04).
    05  As-Of-Month             PIC 9(02).
    05  As-Of-Day               PIC 9(02).

*> The fiscal period reported (YYYYPP), the run date's own, and
*> the calendar lookup that finds them: by date ("D") for the
*> run date, by period ("P") for one named on the card. The
*> calendar record left behind is the reported period's.
01  Report-Period               PIC X(06) VALUE SPACES.
01  Today-Fiscal-Period         PIC X(06) VALUE SPACES.
01  Fiscal-Lookup-Type          PIC X(01) VALUE SPACE.
01  Fiscal-Lookup-Key           PIC X(08) VALUE SPACES.
01  Fiscal-Lookup-Result        PIC X(01) VALUE SPACE.
    COPY FSCREC.

*> One entry per chart code, in chart order, with its place in
*> the hierarchy and -- for the codes that post -- the figures
*> off its latest master day at or before the report date: the
*> year to date from that day, the period to date when that day
*> falls in the report period, the daily when it is the report
*> date itself. Accounts the master holds that the chart does not
*> are added behind the chart's codes with no level. A code is
*> marked counted once its figures are inside a subtotal, so the
*> unassigned section takes exactly what the hierarchy missed.
01  Rollup-Table.
    05  Rollup-Entry OCCURS 500 TIMES
            INDEXED BY Rollup-Index.
        10  Rlp-Account         PIC X(04).
        10  Rlp-Description     PIC X(30).
        10  Rlp-Level           PIC X(01).
        10  Rlp-Parent          PIC X(04).
        10  Rlp-Posted-Flag     PIC X(01).
            88  Rlp-Has-Postings          VALUE "Y".
        10  Rlp-Counted-Flag    PIC X(01).
            88  Rlp-Is-Counted            VALUE "Y".
        10  Rlp-Daily-Total     PIC S9(15)V99.
        10  Rlp-Mtd-Total       PIC S9(15)V99.
        10  Rlp-Ytd-Total       PIC S9(15)V99.
01  Rollup-Entry-Count          PIC 9(04) VALUE ZERO.
01  Rollup-Table-Maximum        PIC 9(04) VALUE 500.

*> The table position each level of the hierarchy walk is on,
*> and the code whose line is being printed.
01  Company-Sub                 PIC 9(04) VALUE ZERO.
01  Division-Sub                PIC 9(04) VALUE ZERO.
01  Department-Sub              PIC 9(04) VALUE ZERO.
01  Cost-Center-Sub             PIC 9(04) VALUE ZERO.
01  Print-Sub                   PIC 9(04) VALUE ZERO.

01  Account-Found-Switch        PIC X(01) VALUE "N".
    88  Account-Was-Found                 VALUE "Y".
01  Lookup-Account              PIC X(04) VALUE SPACES.
01  Last-Sweep-Account          PIC X(04) VALUE LOW-VALUES.
01  Not-On-Chart-Text           PIC X(30) VALUE
    "** NOT ON CHART **".

*> The running subtotals at each break of the walk, and the
*> consolidated total every company and the unassigned section
*> add into.
01  Department-Totals.
    05  Department-Daily        PIC S9(15)V99.
    05  Department-Mtd          PIC S9(15)V99.
    05  Department-Ytd          PIC S9(15)V99.
01  Division-Totals.
    05  Division-Daily          PIC S9(15)V99.
    05  Division-Mtd            PIC S9(15)V99.
    05  Division-Ytd            PIC S9(15)V99.
01  Company-Totals.
    05  Company-Daily           PIC S9(15)V99.
    05  Company-Mtd             PIC S9(15)V99.
    05  Company-Ytd             PIC S9(15)V99.
01  Unassigned-Totals.
    05  Unassigned-Daily        PIC S9(15)V99.
    05  Unassigned-Mtd          PIC S9(15)V99.
    05  Unassigned-Ytd          PIC S9(15)V99.
01  Consolidated-Totals.
    05  Consolidated-Daily      PIC S9(15)V99.
    05  Consolidated-Mtd        PIC S9(15)V99.
    05  Consolidated-Ytd        PIC S9(15)V99.

01  Company-Count               PIC 9(04) VALUE ZERO.
01  Cost-Center-Count           PIC 9(04) VALUE ZERO.
01  Unassigned-Count            PIC 9(04) VALUE ZERO.
01  Master-Records-Used         PIC 9(09) VALUE ZERO.

*> Whether the control generation now being read is the one that
*> stood for its run date -- set off its run-total record, which
*> leads the generation, the same rule MasterRecon applies (a
*> rerun's generations sit together, newest first).
01  Generation-Switch           PIC X(01) VALUE "N".
    88  Generation-Stands                 VALUE "Y".
01  Last-Run-Total-Date         PIC 9(08) VALUE ZERO.
01  Adjustment-Source-Id        PIC X(05) VALUE "*ADJ*".

*> The tie-out: what the month-level control record says the
*> period accepted, moved to the master's basis -- less
*> adjustments run in the period that correct an earlier period,
*> plus adjustments run since that correct this one.
01  Month-Control-Switch        PIC X(01) VALUE "N".
    88  Month-Control-Was-Read            VALUE "Y".
01  Month-Control-Total         PIC S9(15)V99 VALUE ZERO.
01  Adjust-Out-Total            PIC S9(15)V99 VALUE ZERO.
01  Adjust-In-Total             PIC S9(15)V99 VALUE ZERO.
01  Expected-Master-Total       PIC S9(15)V99 VALUE ZERO.
01  Tie-Difference              PIC S9(15)V99 VALUE ZERO.
01  Tie-Switch                  PIC X(01) VALUE "N".
    88  Total-Ties                        VALUE "Y".

01  Line-Count                  PIC 9(04) VALUE ZERO.
01  Page-Count                  PIC 9(04) VALUE ZERO.
01  Lines-Per-Page              PIC 9(04) VALUE 60.

01  Today-Date                  PIC 9(08) VALUE ZERO.
01  Run-Date-Display.
    05  Run-Date-Year           PIC 9(04).
    05  FILLER                  PIC X(01) VALUE "-".
    05  Run-Date-Month          PIC 9(02).
    05  FILLER                  PIC X(01) VALUE "-".
    05  Run-Date-Day            PIC 9(02).

01  Report-Title                PIC X(60) VALUE
    "CONSOLIDATED ROLL-UP REPORT - CUMULATIVE MASTER".
01  Formatted-Header-Line       PIC X(132).
01  Column-Heading-Line.
    05  FILLER                  PIC X(26) VALUE
        "   LEVEL            CODE  ".
    05  FILLER                  PIC X(55) VALUE
        "DESCRIPTION                                       DAILY".
    05  FILLER                  PIC X(24) VALUE
        "                     PTD".
    05  FILLER                  PIC X(27) VALUE
        "                     YTD".

01  Report-Month-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(15) VALUE "REPORT PERIOD: ".
    05  Rpt-Period              PIC X(06).
    05  FILLER                  PIC X(11) VALUE "   AS OF: ".
    05  Rpt-As-Of-Year          PIC 9(04).
    05  FILLER                  PIC X(01) VALUE "-".
    05  Rpt-As-Of-Month         PIC 9(02).
    05  FILLER                  PIC X(01) VALUE "-".
    05  Rpt-As-Of-Day           PIC 9(02).
    05  FILLER                  PIC X(87) VALUE SPACES.

*> The opening line of a department, division or company: its
*> level, code and name, ahead of the codes rolling up to it.
01  Node-Heading-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Hdg-Label               PIC X(16).
    05  FILLER                  PIC X(01) VALUE SPACES.
    05  Hdg-Code                PIC X(04).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Hdg-Description         PIC X(30).
    05  FILLER                  PIC X(76) VALUE SPACES.

*> A cost center's figures, or a subtotal at one of the breaks.
01  Rollup-Detail-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Det-Label               PIC X(16).
    05  FILLER                  PIC X(01) VALUE SPACES.
    05  Det-Code                PIC X(04).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Det-Description         PIC X(30).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Det-Daily-Edit          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(01) VALUE SPACES.
    05  Det-Mtd-Edit            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(01) VALUE SPACES.
    05  Det-Ytd-Edit            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(03) VALUE SPACES.

01  Section-Heading-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Sec-Heading-Text        PIC X(60).
    05  FILLER                  PIC X(69) VALUE SPACES.

01  Tie-Out-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Tie-Label               PIC X(50).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Tie-Amount-Edit         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(54) VALUE SPACES.

01  None-Line                   PIC X(40) VALUE
    "   (NONE)".

01  Blank-Line                  PIC X(01) VALUE SPACES.

*> A line holding nothing but a printer page-eject control
*> character, written ahead of the header line on every page
*> after the first.
01  Page-Eject-Line             PIC X(01) VALUE X"0C".

*> Program logic
PROCEDURE DIVISION.

Main-Control.
    PERFORM Initialize-Program.
    PERFORM Load-One-Chart-Record UNTIL End-Of-Chart.
    PERFORM Position-Master-Sweep.
    PERFORM Take-One-Master-Record UNTIL End-Of-Sweep.
    PERFORM Tally-One-Control-Record UNTIL End-Of-Controls.
    PERFORM Read-Month-Control.
    PERFORM Write-Hierarchy-Section.
    PERFORM Write-Unassigned-Section.
    PERFORM Write-Consolidated-Total.
    PERFORM Write-Tie-Out-Section.
    PERFORM Finalize-Program.
    STOP RUN.

Initialize-Program.
    INITIALIZE Rollup-Table.
    INITIALIZE Consolidated-Totals.
    INITIALIZE Unassigned-Totals.
    CALL "GetProcessDate" USING Today-Date.
    MOVE Today-Date(1:4) TO Run-Date-Year.
    MOVE Today-Date(5:2) TO Run-Date-Month.
    MOVE Today-Date(7:2) TO Run-Date-Day.
    MOVE "D" TO Fiscal-Lookup-Type.
    MOVE Today-Date TO Fiscal-Lookup-Key.
    PERFORM Look-Up-Fiscal-Period.
    MOVE Fsc-Fiscal-Period TO Today-Fiscal-Period.
    MOVE Fsc-Fiscal-Period TO Report-Period.
    PERFORM Read-Month-Parameter.
    PERFORM Set-As-Of-Date.

    OPEN INPUT Chart-File.
    IF Chart-File-Status NOT = "00"
        DISPLAY "ChartRollup: unable to open CHART, status "
            Chart-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT Master-File.
    IF Master-File-Status NOT = "00"
        DISPLAY "ChartRollup: unable to open MASTER, status "
            Master-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT Control-In-File.
    IF Control-In-File-Status NOT = "00"
        DISPLAY "ChartRollup: unable to open CTLIN, status "
            Control-In-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT Rollup-Report-File.
    IF Rollup-Report-File-Status NOT = "00"
        DISPLAY "ChartRollup: unable to open ROLLOUT, status "
            Rollup-Report-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Write-Page-Header.
    MOVE Report-Period TO Rpt-Period.
    MOVE As-Of-Year TO Rpt-As-Of-Year.
    MOVE As-Of-Month TO Rpt-As-Of-Month.
    MOVE As-Of-Day TO Rpt-As-Of-Day.
    WRITE Rollup-Line FROM Report-Month-Line.
    ADD 1 TO Line-Count.

*> An operator card can aim the report at a closed period -- the
*> first close of a new period still has to roll up the period
*> that just ended. A card naming no period on the calendar stops
*> the run: a roll-up of the wrong period would tie to nothing.
Read-Month-Parameter.
    OPEN INPUT Month-Parm-File.
    IF Month-Parm-File-Status = "00"
        READ Month-Parm-File
            NOT AT END
                PERFORM Apply-Month-Parameter
        END-READ
        CLOSE Month-Parm-File
    END-IF.

Apply-Month-Parameter.
    IF Mon-Parm-Period NOT = SPACES
        MOVE "P" TO Fiscal-Lookup-Type
        MOVE Mon-Parm-Period TO Fiscal-Lookup-Key
        PERFORM Look-Up-Fiscal-Period
        MOVE Fsc-Fiscal-Period TO Report-Period
    END-IF.

Look-Up-Fiscal-Period.
    CALL "GetFiscalPeriod" USING Fiscal-Lookup-Type,
        Fiscal-Lookup-Key, Fiscal-Calendar-Record,
        Fiscal-Lookup-Result.
    IF Fiscal-Lookup-Result NOT = "Y"
        DISPLAY "ChartRollup: " Fiscal-Lookup-Key
            " is not a fiscal period on FISCAL, run stopped"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The run date's own period is reported as of the run date; any
*> other period as of its last day.
Set-As-Of-Date.
    IF Report-Period = Today-Fiscal-Period
        MOVE Today-Date TO As-Of-Date
    ELSE
        MOVE Fsc-Period-End TO As-Of-Date
    END-IF.

Load-One-Chart-Record.
    READ Chart-File
        AT END
            SET End-Of-Chart TO TRUE
        NOT AT END
            PERFORM Store-One-Chart-Record
    END-READ.

Store-One-Chart-Record.
    IF Rollup-Entry-Count >= Rollup-Table-Maximum
        DISPLAY "ChartRollup: more than " Rollup-Table-Maximum
            " chart records, run stopped"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    ELSE
        ADD 1 TO Rollup-Entry-Count
        SET Rollup-Index TO Rollup-Entry-Count
        MOVE Coa-Account TO Rlp-Account (Rollup-Index)
        MOVE Coa-Description TO Rlp-Description (Rollup-Index)
        MOVE Coa-Level TO Rlp-Level (Rollup-Index)
        MOVE Coa-Parent TO Rlp-Parent (Rollup-Index)
        MOVE "N" TO Rlp-Posted-Flag (Rollup-Index)
        MOVE "N" TO Rlp-Counted-Flag (Rollup-Index)
    END-IF.

Position-Master-Sweep.
    MOVE LOW-VALUES TO Mst-Key.
    START Master-File KEY IS NOT LESS THAN Mst-Key
        INVALID KEY
            SET End-Of-Sweep TO TRUE
    END-START.

*> Only the report period's fiscal year's posting days up to the
*> report date count; a prior year's summary record (day "0000")
*> is not a day.
Take-One-Master-Record.
    READ Master-File NEXT RECORD
        AT END
            SET End-Of-Sweep TO TRUE
        NOT AT END
            IF Mst-Posting-Date NOT < Fsc-Year-Start
                AND Mst-Posting-Date(5:4) NOT = "0000"
                AND Mst-Posting-Date NOT > As-Of-Date
                PERFORM Take-One-Posting-Day
            END-IF
    END-READ.

*> The master holds each account's days in date order with the
*> PTD/YTD recomputed at every posting, so the last day the sweep
*> takes for an account carries its figures as of the report
*> date. Consecutive days of one account reuse the entry found.
Take-One-Posting-Day.
    IF Mst-Account NOT = Last-Sweep-Account
        MOVE Mst-Account TO Lookup-Account
        PERFORM Find-Or-Add-Account
        MOVE Mst-Account TO Last-Sweep-Account
    END-IF.
    IF Account-Was-Found
        ADD 1 TO Master-Records-Used
        SET Rlp-Has-Postings (Rollup-Index) TO TRUE
        MOVE Mst-Ytd-Total TO Rlp-Ytd-Total (Rollup-Index)
        IF Mst-Posting-Date NOT < Fsc-Period-Start
            MOVE Mst-Mtd-Total TO Rlp-Mtd-Total (Rollup-Index)
        END-IF
        IF Mst-Posting-Date = As-Of-Date
            MOVE Mst-Daily-Total TO Rlp-Daily-Total (Rollup-Index)
        END-IF
    END-IF.

*> Find the account's entry, opening one with no level when the
*> chart does not know it; a full table is reported once per
*> account that could not be held and leaves Account-Was-Found
*> off, which the tie-out then shows as a difference.
Find-Or-Add-Account.
    MOVE "N" TO Account-Found-Switch.
    SET Rollup-Index TO 1.
    SEARCH Rollup-Entry
        AT END
            CONTINUE
        WHEN Rlp-Account (Rollup-Index) = Lookup-Account
            AND Rollup-Index <= Rollup-Entry-Count
            SET Account-Was-Found TO TRUE
    END-SEARCH.
    IF NOT Account-Was-Found
        IF Rollup-Entry-Count >= Rollup-Table-Maximum
            DISPLAY "ChartRollup: more than "
                Rollup-Table-Maximum " codes, account "
                Lookup-Account " not rolled up"
        ELSE
            ADD 1 TO Rollup-Entry-Count
            SET Rollup-Index TO Rollup-Entry-Count
            MOVE Lookup-Account TO Rlp-Account (Rollup-Index)
            MOVE Not-On-Chart-Text
                TO Rlp-Description (Rollup-Index)
            MOVE SPACE TO Rlp-Level (Rollup-Index)
            MOVE SPACES TO Rlp-Parent (Rollup-Index)
            MOVE "N" TO Rlp-Posted-Flag (Rollup-Index)
            MOVE "N" TO Rlp-Counted-Flag (Rollup-Index)
            SET Account-Was-Found TO TRUE
        END-IF
    END-IF.

Tally-One-Control-Record.
    READ Control-In-File
        AT END
            SET End-Of-Controls TO TRUE
        NOT AT END
            PERFORM Slot-Control-Record
    END-READ.

*> Only a standing generation's adjustment records matter here;
*> the run-total record that leads each generation says whether
*> it stands.
Slot-Control-Record.
    EVALUATE TRUE
        WHEN Ctl-Source-System = "*ALL*"
            OR Ctl-Source-System = SPACES
            MOVE "N" TO Generation-Switch
            IF Ctl-Run-Date NOT = Last-Run-Total-Date
                SET Generation-Stands TO TRUE
            END-IF
            MOVE Ctl-Run-Date TO Last-Run-Total-Date
        WHEN Ctl-Source-System = Adjustment-Source-Id
            AND Generation-Stands
            PERFORM Slot-Adjustment-Record
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> An adjustment run in the report period that corrects an
*> earlier period is in the period's control total but on an
*> earlier period's master days; one run since the period that
*> corrects it is on the period's master days but in a later
*> period's control.
Slot-Adjustment-Record.
    IF Ctl-Run-Date NOT < Fsc-Period-Start
        AND Ctl-Run-Date NOT > Fsc-Period-End
        AND Ctl-Adjusted-Date < Fsc-Period-Start
        ADD Ctl-Grand-Total TO Adjust-Out-Total
    END-IF.
    IF Ctl-Run-Date > Fsc-Period-End
        AND Ctl-Adjusted-Date NOT < Fsc-Period-Start
        AND Ctl-Adjusted-Date NOT > Fsc-Period-End
        ADD Ctl-Grand-Total TO Adjust-In-Total
    END-IF.

*> The month-level control record MonthEndReport wrote; with no
*> record there is nothing to tie to, and the run says so. The
*> record names its period by the period's last day, and one
*> left from another period's close is nothing to tie to either.
Read-Month-Control.
    OPEN INPUT Month-Control-File.
    IF Month-Control-File-Status = "00"
        READ Month-Control-File
            NOT AT END
                PERFORM Accept-Month-Control
        END-READ
        CLOSE Month-Control-File
    ELSE
        DISPLAY "ChartRollup: unable to open CTLMON, status "
            Month-Control-File-Status
    END-IF.

Accept-Month-Control.
    IF Mon-Adjusted-Date = Fsc-Period-End
        SET Month-Control-Was-Read TO TRUE
        MOVE Mon-Grand-Total TO Month-Control-Total
    ELSE
        DISPLAY "ChartRollup: CTLMON is for the period ending "
            Mon-Adjusted-Date ", not " Fsc-Period-End
    END-IF.

*> Walk the hierarchy top down in chart order: each company, the
*> divisions under it, the departments under each division, the
*> cost centers under each department, with a subtotal as the
*> walk leaves each department, division and company.
Write-Hierarchy-Section.
    PERFORM Write-One-Company
        VARYING Company-Sub FROM 1 BY 1
        UNTIL Company-Sub > Rollup-Entry-Count.
    IF Company-Count = ZERO
        MOVE "NO COMPANY ON THE CHART" TO Sec-Heading-Text
        PERFORM Write-Section-Heading
        WRITE Rollup-Line FROM None-Line
        ADD 1 TO Line-Count
    END-IF.

Write-One-Company.
    IF Rlp-Level (Company-Sub) = "4"
        ADD 1 TO Company-Count
        INITIALIZE Company-Totals
        SET Rlp-Is-Counted (Company-Sub) TO TRUE
        MOVE "COMPANY" TO Hdg-Label
        MOVE Company-Sub TO Print-Sub
        PERFORM Write-Node-Heading
        PERFORM Write-One-Division
            VARYING Division-Sub FROM 1 BY 1
            UNTIL Division-Sub > Rollup-Entry-Count
        MOVE "COMPANY TOTAL" TO Det-Label
        MOVE Rlp-Account (Company-Sub) TO Det-Code
        MOVE Rlp-Description (Company-Sub) TO Det-Description
        MOVE Company-Daily TO Det-Daily-Edit
        MOVE Company-Mtd TO Det-Mtd-Edit
        MOVE Company-Ytd TO Det-Ytd-Edit
        PERFORM Write-Detail-Line
        WRITE Rollup-Line FROM Blank-Line
        ADD 1 TO Line-Count
        ADD Company-Daily TO Consolidated-Daily
        ADD Company-Mtd TO Consolidated-Mtd
        ADD Company-Ytd TO Consolidated-Ytd
    END-IF.

Write-One-Division.
    IF Rlp-Level (Division-Sub) = "3"
        AND Rlp-Parent (Division-Sub) = Rlp-Account (Company-Sub)
        INITIALIZE Division-Totals
        SET Rlp-Is-Counted (Division-Sub) TO TRUE
        MOVE "  DIVISION" TO Hdg-Label
        MOVE Division-Sub TO Print-Sub
        PERFORM Write-Node-Heading
        PERFORM Write-One-Department
            VARYING Department-Sub FROM 1 BY 1
            UNTIL Department-Sub > Rollup-Entry-Count
        MOVE "  DIVISION TOTAL" TO Det-Label
        MOVE Rlp-Account (Division-Sub) TO Det-Code
        MOVE Rlp-Description (Division-Sub) TO Det-Description
        MOVE Division-Daily TO Det-Daily-Edit
        MOVE Division-Mtd TO Det-Mtd-Edit
        MOVE Division-Ytd TO Det-Ytd-Edit
        PERFORM Write-Detail-Line
        ADD Division-Daily TO Company-Daily
        ADD Division-Mtd TO Company-Mtd
        ADD Division-Ytd TO Company-Ytd
    END-IF.

Write-One-Department.
    IF Rlp-Level (Department-Sub) = "2"
        AND Rlp-Parent (Department-Sub)
            = Rlp-Account (Division-Sub)
        INITIALIZE Department-Totals
        SET Rlp-Is-Counted (Department-Sub) TO TRUE
        MOVE "    DEPARTMENT" TO Hdg-Label
        MOVE Department-Sub TO Print-Sub
        PERFORM Write-Node-Heading
        PERFORM Write-One-Cost-Center
            VARYING Cost-Center-Sub FROM 1 BY 1
            UNTIL Cost-Center-Sub > Rollup-Entry-Count
        MOVE "    DEPT TOTAL" TO Det-Label
        MOVE Rlp-Account (Department-Sub) TO Det-Code
        MOVE Rlp-Description (Department-Sub) TO Det-Description
        MOVE Department-Daily TO Det-Daily-Edit
        MOVE Department-Mtd TO Det-Mtd-Edit
        MOVE Department-Ytd TO Det-Ytd-Edit
        PERFORM Write-Detail-Line
        ADD Department-Daily TO Division-Daily
        ADD Department-Mtd TO Division-Mtd
        ADD Department-Ytd TO Division-Ytd
    END-IF.

*> A cost center with nothing posted in the year has nothing to
*> print, but it is still counted as placed.
Write-One-Cost-Center.
    IF Rlp-Level (Cost-Center-Sub) = "1"
        AND Rlp-Parent (Cost-Center-Sub)
            = Rlp-Account (Department-Sub)
        SET Rlp-Is-Counted (Cost-Center-Sub) TO TRUE
        IF Rlp-Has-Postings (Cost-Center-Sub)
            ADD 1 TO Cost-Center-Count
            MOVE "      COST CENTER" TO Det-Label
            MOVE Cost-Center-Sub TO Print-Sub
            PERFORM Write-Code-Figures
            ADD Rlp-Daily-Total (Cost-Center-Sub)
                TO Department-Daily
            ADD Rlp-Mtd-Total (Cost-Center-Sub) TO Department-Mtd
            ADD Rlp-Ytd-Total (Cost-Center-Sub) TO Department-Ytd
        END-IF
    END-IF.

*> Every code with postings the walk never reached: unplaced,
*> not on the chart, under a broken chain, or a code posted to
*> before it became a roll-up level.
Write-Unassigned-Section.
    MOVE "POSTED CODES OUTSIDE THE HIERARCHY (UNASSIGNED)"
        TO Sec-Heading-Text.
    PERFORM Write-Section-Heading.
    PERFORM Write-One-Unassigned
        VARYING Print-Sub FROM 1 BY 1
        UNTIL Print-Sub > Rollup-Entry-Count.
    IF Unassigned-Count = ZERO
        WRITE Rollup-Line FROM None-Line
        ADD 1 TO Line-Count
    ELSE
        MOVE "UNASSIGNED TOTAL" TO Det-Label
        MOVE SPACES TO Det-Code
        MOVE SPACES TO Det-Description
        MOVE Unassigned-Daily TO Det-Daily-Edit
        MOVE Unassigned-Mtd TO Det-Mtd-Edit
        MOVE Unassigned-Ytd TO Det-Ytd-Edit
        PERFORM Write-Detail-Line
        ADD Unassigned-Daily TO Consolidated-Daily
        ADD Unassigned-Mtd TO Consolidated-Mtd
        ADD Unassigned-Ytd TO Consolidated-Ytd
    END-IF.

Write-One-Unassigned.
    IF Rlp-Has-Postings (Print-Sub)
        AND NOT Rlp-Is-Counted (Print-Sub)
        ADD 1 TO Unassigned-Count
        MOVE "  UNASSIGNED" TO Det-Label
        PERFORM Write-Code-Figures
        ADD Rlp-Daily-Total (Print-Sub) TO Unassigned-Daily
        ADD Rlp-Mtd-Total (Print-Sub) TO Unassigned-Mtd
        ADD Rlp-Ytd-Total (Print-Sub) TO Unassigned-Ytd
    END-IF.

Write-Consolidated-Total.
    WRITE Rollup-Line FROM Blank-Line.
    ADD 1 TO Line-Count.
    MOVE "CONSOLIDATED" TO Det-Label.
    MOVE SPACES TO Det-Code.
    MOVE "ALL COMPANIES AND UNASSIGNED" TO Det-Description.
    MOVE Consolidated-Daily TO Det-Daily-Edit.
    MOVE Consolidated-Mtd TO Det-Mtd-Edit.
    MOVE Consolidated-Ytd TO Det-Ytd-Edit.
    PERFORM Write-Detail-Line.

*> The consolidated period to date against the period control
*> record moved onto the master's basis, line by line, so a
*> difference shows where it came from.
Write-Tie-Out-Section.
    MOVE "TIE-OUT TO THE PERIOD CONTROL RECORD" TO Sec-Heading-Text.
    PERFORM Write-Section-Heading.
    COMPUTE Expected-Master-Total = Month-Control-Total
        - Adjust-Out-Total + Adjust-In-Total.
    COMPUTE Tie-Difference = Consolidated-Mtd
        - Expected-Master-Total.
    IF Month-Control-Was-Read AND Tie-Difference = ZERO
        SET Total-Ties TO TRUE
    END-IF.
    MOVE "PERIOD CONTROL GRAND TOTAL" TO Tie-Label.
    MOVE Month-Control-Total TO Tie-Amount-Edit.
    PERFORM Write-Tie-Out-Line.
    MOVE "LESS ADJUSTMENTS RUN IN PERIOD TO EARLIER PERIODS"
        TO Tie-Label.
    MOVE Adjust-Out-Total TO Tie-Amount-Edit.
    PERFORM Write-Tie-Out-Line.
    MOVE "PLUS LATER ADJUSTMENTS BACK INTO THE PERIOD"
        TO Tie-Label.
    MOVE Adjust-In-Total TO Tie-Amount-Edit.
    PERFORM Write-Tie-Out-Line.
    MOVE "CONTROL TOTAL EXPECTED ON THE MASTER" TO Tie-Label.
    MOVE Expected-Master-Total TO Tie-Amount-Edit.
    PERFORM Write-Tie-Out-Line.
    MOVE "CONSOLIDATED PTD TOTAL" TO Tie-Label.
    MOVE Consolidated-Mtd TO Tie-Amount-Edit.
    PERFORM Write-Tie-Out-Line.
    MOVE "DIFFERENCE" TO Tie-Label.
    MOVE Tie-Difference TO Tie-Amount-Edit.
    PERFORM Write-Tie-Out-Line.
    WRITE Rollup-Line FROM Blank-Line.
    EVALUATE TRUE
        WHEN NOT Month-Control-Was-Read
            MOVE "*** NO PERIOD CONTROL RECORD - TOTAL NOT PROVEN ***"
                TO Sec-Heading-Text
        WHEN Total-Ties
            MOVE "*** CONSOLIDATED TOTAL TIES TO PERIOD CONTROL ***"
                TO Sec-Heading-Text
        WHEN OTHER
            MOVE "*** CONSOLIDATED TOTAL DOES NOT TIE ***"
                TO Sec-Heading-Text
    END-EVALUATE.
    WRITE Rollup-Line FROM Section-Heading-Line.
    ADD 2 TO Line-Count.

Write-Tie-Out-Line.
    IF Line-Count >= Lines-Per-Page
        PERFORM Write-Page-Header
    END-IF.
    WRITE Rollup-Line FROM Tie-Out-Line.
    ADD 1 TO Line-Count.

*> The node or code the caller has just pointed Print-Sub
*> at, as a heading or as a line of figures.
Write-Node-Heading.
    IF Line-Count + 2 >= Lines-Per-Page
        PERFORM Write-Page-Header
    END-IF.
    MOVE Rlp-Account (Print-Sub) TO Hdg-Code.
    MOVE Rlp-Description (Print-Sub) TO Hdg-Description.
    WRITE Rollup-Line FROM Node-Heading-Line.
    ADD 1 TO Line-Count.

Write-Code-Figures.
    MOVE Rlp-Account (Print-Sub) TO Det-Code.
    MOVE Rlp-Description (Print-Sub) TO Det-Description.
    MOVE Rlp-Daily-Total (Print-Sub) TO Det-Daily-Edit.
    MOVE Rlp-Mtd-Total (Print-Sub) TO Det-Mtd-Edit.
    MOVE Rlp-Ytd-Total (Print-Sub) TO Det-Ytd-Edit.
    PERFORM Write-Detail-Line.

Write-Detail-Line.
    IF Line-Count >= Lines-Per-Page
        PERFORM Write-Page-Header
    END-IF.
    WRITE Rollup-Line FROM Rollup-Detail-Line.
    ADD 1 TO Line-Count.

Write-Section-Heading.
    IF Line-Count + 4 >= Lines-Per-Page
        PERFORM Write-Page-Header
    END-IF.
    WRITE Rollup-Line FROM Blank-Line.
    WRITE Rollup-Line FROM Section-Heading-Line.
    ADD 2 TO Line-Count.

*> Start a fresh page: the shared PrintString title line, then
*> the column headings, behind a page eject on every page after
*> the first.
Write-Page-Header.
    ADD 1 TO Page-Count.
    CALL "PrintString" USING Report-Title, Run-Date-Display,
        Page-Count, Formatted-Header-Line.
    IF Page-Count > 1
        WRITE Rollup-Line FROM Page-Eject-Line
    END-IF.
    WRITE Rollup-Line FROM Formatted-Header-Line.
    WRITE Rollup-Line FROM Column-Heading-Line.
    MOVE ZERO TO Line-Count.

*> A total that does not tie, or no control record to tie it to,
*> ends the step RC=8 so the GL close holds; money outside the
*> hierarchy ends it RC=4 so the chart gets fixed.
Finalize-Program.
    CLOSE Chart-File.
    CLOSE Master-File.
    CLOSE Control-In-File.
    CLOSE Rollup-Report-File.
    EVALUATE TRUE
        WHEN NOT Total-Ties
            MOVE 8 TO RETURN-CODE
        WHEN Unassigned-Count > ZERO
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE ZERO TO RETURN-CODE
    END-EVALUATE.
    DISPLAY "ChartRollup: period " Report-Period ", "
        Company-Count " company(ies), " Cost-Center-Count
        " cost center(s), " Unassigned-Count " unassigned, "
        Master-Records-Used " master day(s) read.".
    IF NOT Total-Ties
        DISPLAY "ChartRollup: consolidated PTD does not tie to "
            "the period control record"
    END-IF.
*> End program
