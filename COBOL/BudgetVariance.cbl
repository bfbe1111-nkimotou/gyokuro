*> Set (identify) the program's name
IDENTIFICATION DIVISION.
PROGRAM-ID. BudgetVariance.
*> Budget-against-actual variance report over the cumulative
*> master: reads the maintained budget file (BudgetMaint) for the
*> report month and the year to date, sweeps MSTREC for each
*> account's actual MTD and YTD figures as of that month, and
*> prints each account's budget, actual, dollar variance and
*> percent variance for the month and the year -- flagging any
*> account whose variance is outside the tolerance. Accounts that
*> posted in the month with no budget for it, and budgeted
*> accounts that posted nothing in the month, print in sections
*> of their own, so neither kind of surprise hides among the
*> ordinary lines. This replaces finance's hand comparison of the
*> AcctStatement figures against the budget spreadsheet.
*>
*> Modification history
*> 2026-10-15  New program. Run from VARIJOB at period end or on
*>             request.
*> 2026-10-15  Budgets and the report follow the 4-4-5 fiscal
*>             calendar (FISCAL, via the shared GetFiscalPeriod
*>             routine): budget figures are keyed by fiscal
*>             period (YYYYPP), VARPARM names a period, and the
*>             actuals are the master's PTD and YTD as of the
*>             period's last day. A processing date the calendar
*>             cannot place stops the run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Master-File ASSIGN TO "MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Mst-Key
        FILE STATUS IS Master-File-Status.

    SELECT Budget-File ASSIGN TO "BUDGET"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Budget-File-Status.

    SELECT Variance-Parm-File ASSIGN TO "VARPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Variance-Parm-File-Status.

    SELECT Variance-Report-File ASSIGN TO "VARIOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Variance-Report-File-Status.

*> Data declaration
DATA DIVISION.
FILE SECTION.
FD  Master-File.
    COPY MSTREC.

FD  Budget-File.
    COPY BDGREC.

*> One optional card: the fiscal period to report (YYYYPP) and the
*> tolerance, in whole percent, a variance may run either side of
*> budget before the account is flagged. A blank field keeps the
*> default -- the run date's period, and ten percent.
FD  Variance-Parm-File.
01  Variance-Parm-Record.
    05  Var-Parm-Period        PIC X(06).
    05  Var-Parm-Tolerance     PIC X(03).

FD  Variance-Report-File.
01  Variance-Line              PIC X(132).

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
01  Master-File-Status         PIC X(02).
01  Budget-File-Status         PIC X(02).
01  Variance-Parm-File-Status  PIC X(02).
01  Variance-Report-File-Status PIC X(02).

01  End-Of-Sweep-Switch         PIC X(01) VALUE "N".
    88  End-Of-Sweep                      VALUE "Y".

01  End-Of-Budget-Switch        PIC X(01) VALUE "N".
    88  End-Of-Budget                     VALUE "Y".

01  Tolerance-Pct               PIC 9(03) VALUE 10.

*> The fiscal period reported (YYYYPP), and the calendar lookup
*> that finds it: by date ("D") for the run date's period, by
*> period ("P") for one named on the card. The calendar record
*> left behind is the reported period's.
01  Report-Period               PIC X(06) VALUE SPACES.
01  Fiscal-Lookup-Type          PIC X(01) VALUE SPACE.
01  Fiscal-Lookup-Key           PIC X(08) VALUE SPACES.
01  Fiscal-Lookup-Result        PIC X(01) VALUE SPACE.
    COPY FSCREC.

*> One entry per account either side knows about: its budget for
*> the period and for the year through the period, and its actual
*> period and year figures off the latest master day record at or
*> before the period's end. The budget file is in account order and
*> loads first, so the main and no-postings sections print in
*> account order; accounts the master adds follow in its own
*> account order, which is all the no-budget section holds.
01  Variance-Table.
    05  Variance-Entry OCCURS 500 TIMES
            INDEXED BY Variance-Index.
        10  Tbl-Account         PIC X(04).
        10  Tbl-Budget-Flag     PIC X(01).
            88  Tbl-Has-Budget            VALUE "Y".
        10  Tbl-Posted-Flag     PIC X(01).
            88  Tbl-Has-Postings          VALUE "Y".
        10  Tbl-Budget-Mtd      PIC S9(15)V99.
        10  Tbl-Budget-Ytd      PIC S9(15)V99.
        10  Tbl-Actual-Mtd      PIC S9(15)V99.
        10  Tbl-Actual-Ytd      PIC S9(15)V99.
01  Variance-Entry-Count        PIC 9(04) VALUE ZERO.
01  Variance-Table-Maximum      PIC 9(04) VALUE 500.
01  Variance-Sub                PIC 9(04) VALUE ZERO.

01  Account-Found-Switch        PIC X(01) VALUE "N".
    88  Account-Was-Found                 VALUE "Y".
01  Lookup-Account              PIC X(04) VALUE SPACES.

*> The figures one printed line is built from, and the switch
*> that says which of the three sections is printing.
01  Line-Budget                 PIC S9(15)V99 VALUE ZERO.
01  Line-Actual                 PIC S9(15)V99 VALUE ZERO.
01  Line-Variance               PIC S9(15)V99 VALUE ZERO.
01  Line-Variance-Pct           PIC S9(05)V9 VALUE ZERO.
01  Line-Absolute-Pct           PIC 9(05)V9 VALUE ZERO.
01  Section-Switch              PIC X(01) VALUE "M".
    88  Printing-Main-Section             VALUE "M".
    88  Printing-No-Budget-Section        VALUE "N".
    88  Printing-No-Postings-Section      VALUE "P".
01  Section-Line-Count          PIC 9(04) VALUE ZERO.

01  Accounts-Compared           PIC 9(04) VALUE ZERO.
01  Accounts-Flagged            PIC 9(04) VALUE ZERO.
01  Account-Flag-Switch         PIC X(01) VALUE "N".
    88  Account-Is-Flagged                VALUE "Y".
01  Accounts-Without-Budget     PIC 9(04) VALUE ZERO.
01  Accounts-Without-Postings   PIC 9(04) VALUE ZERO.
01  Budget-Records-Used         PIC 9(09) VALUE ZERO.

01  Total-Budget-Mtd            PIC S9(15)V99 VALUE ZERO.
01  Total-Actual-Mtd            PIC S9(15)V99 VALUE ZERO.
01  Total-Budget-Ytd            PIC S9(15)V99 VALUE ZERO.
01  Total-Actual-Ytd            PIC S9(15)V99 VALUE ZERO.

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
    "BUDGET VARIANCE REPORT - CUMULATIVE MASTER".
01  Formatted-Header-Line       PIC X(132).
01  Column-Heading-Line.
    05  FILLER                  PIC X(37) VALUE
        "   ACCT  PER                   BUDGET".
    05  FILLER                  PIC X(48) VALUE
        "                  ACTUAL                VARIANCE".
    05  FILLER                  PIC X(47) VALUE
        "    VAR %   FLAG".

01  Report-Month-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(15) VALUE "REPORT PERIOD: ".
    05  Rpt-Period              PIC X(06).
    05  FILLER                  PIC X(15) VALUE "   TOLERANCE: ".
    05  Rpt-Tolerance           PIC ZZ9.
    05  FILLER                  PIC X(08) VALUE " PERCENT".
    05  FILLER                  PIC X(82) VALUE SPACES.

01  Section-Heading-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Sec-Heading-Text        PIC X(60).
    05  FILLER                  PIC X(69) VALUE SPACES.

01  Variance-Detail-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Det-Account             PIC X(04).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Det-Period              PIC X(03).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Det-Budget-Edit         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(01) VALUE SPACES.
    05  Det-Actual-Edit         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(01) VALUE SPACES.
    05  Det-Variance-Edit       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Det-Pct-Edit            PIC ZZZZ9.9-.
    05  Det-Pct-Text REDEFINES Det-Pct-Edit
                                PIC X(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Det-Flag                PIC X(22).
    05  FILLER                  PIC X(09) VALUE SPACES.

01  Total-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(06) VALUE "TOTAL ".
    05  Tot-Period              PIC X(03).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Tot-Budget-Edit         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(01) VALUE SPACES.
    05  Tot-Actual-Edit         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(01) VALUE SPACES.
    05  Tot-Variance-Edit       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(44) VALUE SPACES.

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
    PERFORM Load-One-Budget-Record UNTIL End-Of-Budget.
    PERFORM Position-Master-Sweep.
    PERFORM Take-One-Master-Record UNTIL End-Of-Sweep.
    PERFORM Write-Main-Section.
    PERFORM Write-No-Budget-Section.
    PERFORM Write-No-Postings-Section.
    PERFORM Finalize-Program.
    STOP RUN.

Initialize-Program.
    INITIALIZE Variance-Table.
    CALL "GetProcessDate" USING Today-Date.
    MOVE Today-Date(1:4) TO Run-Date-Year.
    MOVE Today-Date(5:2) TO Run-Date-Month.
    MOVE Today-Date(7:2) TO Run-Date-Day.
    MOVE "D" TO Fiscal-Lookup-Type.
    MOVE Today-Date TO Fiscal-Lookup-Key.
    CALL "GetFiscalPeriod" USING Fiscal-Lookup-Type,
        Fiscal-Lookup-Key, Fiscal-Calendar-Record,
        Fiscal-Lookup-Result.
    IF Fiscal-Lookup-Result NOT = "Y"
        DISPLAY "BudgetVariance: run date " Today-Date
            " is not in any fiscal period on FISCAL"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE Fsc-Fiscal-Period TO Report-Period.
    PERFORM Read-Variance-Parameter.

    OPEN INPUT Budget-File.
    IF Budget-File-Status NOT = "00"
        DISPLAY "BudgetVariance: unable to open BUDGET, status "
            Budget-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT Master-File.
    IF Master-File-Status NOT = "00"
        DISPLAY "BudgetVariance: unable to open MASTER, status "
            Master-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT Variance-Report-File.
    IF Variance-Report-File-Status NOT = "00"
        DISPLAY "BudgetVariance: unable to open VARIOUT, status "
            Variance-Report-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Write-Page-Header.
    MOVE Report-Period TO Rpt-Period.
    MOVE Tolerance-Pct TO Rpt-Tolerance.
    WRITE Variance-Line FROM Report-Month-Line.
    ADD 1 TO Line-Count.

*> An operator card can aim the report at a closed period and set
*> the tolerance; a field left blank or failing its edit keeps the
*> default and says so. A period the calendar does not carry
*> fails the edit, and leaves the run date's period in place.
Read-Variance-Parameter.
    OPEN INPUT Variance-Parm-File.
    IF Variance-Parm-File-Status = "00"
        READ Variance-Parm-File
            NOT AT END
                PERFORM Apply-Variance-Parameter
        END-READ
        CLOSE Variance-Parm-File
    END-IF.

Apply-Variance-Parameter.
    IF Var-Parm-Period NOT = SPACES
        MOVE "P" TO Fiscal-Lookup-Type
        MOVE Var-Parm-Period TO Fiscal-Lookup-Key
        CALL "GetFiscalPeriod" USING Fiscal-Lookup-Type,
            Fiscal-Lookup-Key, Fiscal-Calendar-Record,
            Fiscal-Lookup-Result
        IF Fiscal-Lookup-Result = "Y"
            MOVE Fsc-Fiscal-Period TO Report-Period
        ELSE
            DISPLAY "BudgetVariance: VARPARM period '"
                Var-Parm-Period "' fails edit, reporting "
                Report-Period
        END-IF
    END-IF.
    IF Var-Parm-Tolerance NOT = SPACES
        IF Var-Parm-Tolerance IS NUMERIC
            MOVE Var-Parm-Tolerance TO Tolerance-Pct
        ELSE
            DISPLAY "BudgetVariance: VARPARM tolerance '"
                Var-Parm-Tolerance "' fails edit, using "
                Tolerance-Pct " percent"
        END-IF
    END-IF.

*> Only the report fiscal year's figures through the report period
*> count: every one of them adds to the year-to-date budget, and
*> the report period's own figure is the period's budget.
Load-One-Budget-Record.
    READ Budget-File
        AT END
            SET End-Of-Budget TO TRUE
        NOT AT END
            IF Bud-Fiscal-Month(1:4) = Report-Period(1:4)
                AND Bud-Fiscal-Month NOT > Report-Period
                PERFORM Take-One-Budget-Figure
            END-IF
    END-READ.

Take-One-Budget-Figure.
    MOVE Bud-Account TO Lookup-Account.
    PERFORM Find-Or-Add-Account.
    IF Account-Was-Found
        ADD 1 TO Budget-Records-Used
        ADD Bud-Amount TO Tbl-Budget-Ytd (Variance-Index)
        IF Bud-Fiscal-Month = Report-Period
            SET Tbl-Has-Budget (Variance-Index) TO TRUE
            MOVE Bud-Amount TO Tbl-Budget-Mtd (Variance-Index)
        END-IF
    END-IF.

*> Find the account's entry, opening one when it is new; a full
*> table is reported once per account that could not be held and
*> leaves Account-Was-Found off so the caller skips it.
Find-Or-Add-Account.
    MOVE "N" TO Account-Found-Switch.
    SET Variance-Index TO 1.
    SEARCH Variance-Entry
        AT END
            CONTINUE
        WHEN Tbl-Account (Variance-Index) = Lookup-Account
            AND Variance-Index <= Variance-Entry-Count
            SET Account-Was-Found TO TRUE
    END-SEARCH.
    IF NOT Account-Was-Found
        IF Variance-Entry-Count >= Variance-Table-Maximum
            DISPLAY "BudgetVariance: more than "
                Variance-Table-Maximum " accounts, account "
                Lookup-Account " not reported"
        ELSE
            ADD 1 TO Variance-Entry-Count
            SET Variance-Index TO Variance-Entry-Count
            MOVE Lookup-Account TO Tbl-Account (Variance-Index)
            MOVE "N" TO Tbl-Budget-Flag (Variance-Index)
            MOVE "N" TO Tbl-Posted-Flag (Variance-Index)
            SET Account-Was-Found TO TRUE
        END-IF
    END-IF.

Position-Master-Sweep.
    MOVE LOW-VALUES TO Mst-Key.
    START Master-File KEY IS NOT LESS THAN Mst-Key
        INVALID KEY
            SET End-Of-Sweep TO TRUE
    END-START.

Take-One-Master-Record.
    READ Master-File NEXT RECORD
        AT END
            SET End-Of-Sweep TO TRUE
        NOT AT END
            IF Mst-Posting-Date NOT < Fsc-Year-Start
                AND Mst-Posting-Date(5:4) NOT = "0000"
                AND Mst-Posting-Date NOT > Fsc-Period-End
                PERFORM Take-One-Posting-Day
            END-IF
    END-READ.

*> The master holds each account's days in date order and carries
*> the PTD/YTD recomputed at every posting, so the latest day at
*> or before the period's end holds the account's year to date,
*> and the latest day inside the period its period to date. An
*> account the budget never mentioned is only worth an entry when
*> it posted in the report period itself.
Take-One-Posting-Day.
    MOVE Mst-Account TO Lookup-Account.
    IF Mst-Posting-Date NOT < Fsc-Period-Start
        PERFORM Find-Or-Add-Account
    ELSE
        PERFORM Find-Existing-Account
    END-IF.
    IF Account-Was-Found
        MOVE Mst-Ytd-Total TO Tbl-Actual-Ytd (Variance-Index)
        IF Mst-Posting-Date NOT < Fsc-Period-Start
            SET Tbl-Has-Postings (Variance-Index) TO TRUE
            MOVE Mst-Mtd-Total TO Tbl-Actual-Mtd (Variance-Index)
        END-IF
    END-IF.

Find-Existing-Account.
    MOVE "N" TO Account-Found-Switch.
    SET Variance-Index TO 1.
    SEARCH Variance-Entry
        AT END
            CONTINUE
        WHEN Tbl-Account (Variance-Index) = Lookup-Account
            AND Variance-Index <= Variance-Entry-Count
            SET Account-Was-Found TO TRUE
    END-SEARCH.

*> The accounts with both sides to compare, period and year, and
*> the totals of what was compared.
Write-Main-Section.
    SET Printing-Main-Section TO TRUE.
    MOVE "BUDGET AGAINST ACTUAL" TO Sec-Heading-Text.
    PERFORM Write-Section-Heading.
    PERFORM Write-One-Section-Account
        VARYING Variance-Sub FROM 1 BY 1
        UNTIL Variance-Sub > Variance-Entry-Count.
    IF Section-Line-Count = ZERO
        WRITE Variance-Line FROM None-Line
        ADD 1 TO Line-Count
    ELSE
        PERFORM Write-Main-Totals
    END-IF.

Write-No-Budget-Section.
    SET Printing-No-Budget-Section TO TRUE.
    MOVE "ACCOUNTS POSTED IN THE PERIOD WITH NO BUDGET"
        TO Sec-Heading-Text.
    PERFORM Write-Section-Heading.
    PERFORM Write-One-Section-Account
        VARYING Variance-Sub FROM 1 BY 1
        UNTIL Variance-Sub > Variance-Entry-Count.
    IF Section-Line-Count = ZERO
        WRITE Variance-Line FROM None-Line
        ADD 1 TO Line-Count
    END-IF.

Write-No-Postings-Section.
    SET Printing-No-Postings-Section TO TRUE.
    MOVE "BUDGETED ACCOUNTS THAT POSTED NOTHING IN THE PERIOD"
        TO Sec-Heading-Text.
    PERFORM Write-Section-Heading.
    PERFORM Write-One-Section-Account
        VARYING Variance-Sub FROM 1 BY 1
        UNTIL Variance-Sub > Variance-Entry-Count.
    IF Section-Line-Count = ZERO
        WRITE Variance-Line FROM None-Line
        ADD 1 TO Line-Count
    END-IF.

Write-Section-Heading.
    MOVE ZERO TO Section-Line-Count.
    IF Line-Count + 4 >= Lines-Per-Page
        PERFORM Write-Page-Header
    END-IF.
    WRITE Variance-Line FROM Blank-Line.
    WRITE Variance-Line FROM Section-Heading-Line.
    ADD 2 TO Line-Count.

*> An account prints in exactly one section: both a period budget
*> and period postings is the main section, postings alone the
*> no-budget section, a budget alone the no-postings section. An
*> account with neither -- a budget only in earlier periods, say
*> -- has nothing to say about this period and prints nowhere.
Write-One-Section-Account.
    EVALUATE TRUE
        WHEN Printing-Main-Section
            AND Tbl-Has-Budget (Variance-Sub)
            AND Tbl-Has-Postings (Variance-Sub)
            ADD 1 TO Accounts-Compared
            PERFORM Write-Account-Lines
            ADD Tbl-Budget-Mtd (Variance-Sub) TO Total-Budget-Mtd
            ADD Tbl-Actual-Mtd (Variance-Sub) TO Total-Actual-Mtd
            ADD Tbl-Budget-Ytd (Variance-Sub) TO Total-Budget-Ytd
            ADD Tbl-Actual-Ytd (Variance-Sub) TO Total-Actual-Ytd
        WHEN Printing-No-Budget-Section
            AND NOT Tbl-Has-Budget (Variance-Sub)
            AND Tbl-Has-Postings (Variance-Sub)
            ADD 1 TO Accounts-Without-Budget
            PERFORM Write-Account-Lines
        WHEN Printing-No-Postings-Section
            AND Tbl-Has-Budget (Variance-Sub)
            AND NOT Tbl-Has-Postings (Variance-Sub)
            ADD 1 TO Accounts-Without-Postings
            PERFORM Write-Account-Lines
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Two lines per account, the period and then the year, so the
*> account reads down instead of across a too-wide line. The flag
*> text says what is wrong; the section says why it is here.
Write-Account-Lines.
    IF Line-Count + 2 >= Lines-Per-Page
        PERFORM Write-Page-Header
    END-IF.
    ADD 1 TO Section-Line-Count.
    MOVE "N" TO Account-Flag-Switch.
    MOVE Tbl-Account (Variance-Sub) TO Det-Account.
    MOVE "PTD" TO Det-Period.
    MOVE Tbl-Budget-Mtd (Variance-Sub) TO Line-Budget.
    MOVE Tbl-Actual-Mtd (Variance-Sub) TO Line-Actual.
    PERFORM Build-Variance-Line.
    EVALUATE TRUE
        WHEN Printing-No-Budget-Section
            MOVE "** NO BUDGET **" TO Det-Flag
        WHEN Printing-No-Postings-Section
            MOVE "** NO POSTINGS **" TO Det-Flag
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF Det-Flag NOT = SPACES
        SET Account-Is-Flagged TO TRUE
    END-IF.
    WRITE Variance-Line FROM Variance-Detail-Line.
    MOVE SPACES TO Det-Account.
    MOVE "YTD" TO Det-Period.
    MOVE Tbl-Budget-Ytd (Variance-Sub) TO Line-Budget.
    MOVE Tbl-Actual-Ytd (Variance-Sub) TO Line-Actual.
    PERFORM Build-Variance-Line.
    IF Det-Flag NOT = SPACES
        SET Account-Is-Flagged TO TRUE
    END-IF.
    WRITE Variance-Line FROM Variance-Detail-Line.
    ADD 2 TO Line-Count.
    IF Account-Is-Flagged
        ADD 1 TO Accounts-Flagged
    END-IF.

*> Variance is actual less budget, so an overspend is positive;
*> the percent is of budget, and with no budget to divide by the
*> percent column says so instead. The tolerance test runs on the
*> size of the percent, over or under alike.
Build-Variance-Line.
    COMPUTE Line-Variance = Line-Actual - Line-Budget.
    MOVE Line-Budget TO Det-Budget-Edit.
    MOVE Line-Actual TO Det-Actual-Edit.
    MOVE Line-Variance TO Det-Variance-Edit.
    MOVE SPACES TO Det-Flag.
    IF Line-Budget = ZERO
        MOVE "  N/A" TO Det-Pct-Text
    ELSE
        COMPUTE Line-Variance-Pct ROUNDED =
            Line-Variance * 100 / Line-Budget
            ON SIZE ERROR
                MOVE 99999.9 TO Line-Variance-Pct
                IF Line-Variance < ZERO
                    MULTIPLY -1 BY Line-Variance-Pct
                END-IF
        END-COMPUTE
        MOVE Line-Variance-Pct TO Det-Pct-Edit
        MOVE Line-Variance-Pct TO Line-Absolute-Pct
        IF Line-Absolute-Pct > Tolerance-Pct
            MOVE "** OVER TOLERANCE **" TO Det-Flag
        END-IF
    END-IF.

Write-Main-Totals.
    IF Line-Count + 3 >= Lines-Per-Page
        PERFORM Write-Page-Header
    END-IF.
    WRITE Variance-Line FROM Blank-Line.
    MOVE "PTD" TO Tot-Period.
    MOVE Total-Budget-Mtd TO Tot-Budget-Edit.
    MOVE Total-Actual-Mtd TO Tot-Actual-Edit.
    COMPUTE Line-Variance = Total-Actual-Mtd - Total-Budget-Mtd.
    MOVE Line-Variance TO Tot-Variance-Edit.
    WRITE Variance-Line FROM Total-Line.
    MOVE "YTD" TO Tot-Period.
    MOVE Total-Budget-Ytd TO Tot-Budget-Edit.
    MOVE Total-Actual-Ytd TO Tot-Actual-Edit.
    COMPUTE Line-Variance = Total-Actual-Ytd - Total-Budget-Ytd.
    MOVE Line-Variance TO Tot-Variance-Edit.
    WRITE Variance-Line FROM Total-Line.
    ADD 3 TO Line-Count.

*> Start a fresh page: the shared PrintString title line, then
*> the column headings, behind a page eject on every page after
*> the first.
Write-Page-Header.
    ADD 1 TO Page-Count.
    CALL "PrintString" USING Report-Title, Run-Date-Display,
        Page-Count, Formatted-Header-Line.
    IF Page-Count > 1
        WRITE Variance-Line FROM Page-Eject-Line
    END-IF.
    WRITE Variance-Line FROM Formatted-Header-Line.
    WRITE Variance-Line FROM Column-Heading-Line.
    MOVE ZERO TO Line-Count.

*> Anything flagged -- over tolerance, posted with no budget, or
*> budgeted with nothing posted -- ends the step RC=4 so finance
*> knows the report has something to read before opening it.
Finalize-Program.
    CLOSE Master-File.
    CLOSE Budget-File.
    CLOSE Variance-Report-File.
    IF Accounts-Flagged > ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE ZERO TO RETURN-CODE
    END-IF.
    DISPLAY "BudgetVariance: period " Report-Period ", "
        Budget-Records-Used " budget figure(s), "
        Accounts-Compared " account(s) compared, "
        Accounts-Flagged " flagged, "
        Accounts-Without-Budget " with no budget, "
        Accounts-Without-Postings " with no postings.".
*> End program
