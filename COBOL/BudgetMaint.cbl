*> Set (identify) the program's name
IDENTIFICATION DIVISION.
PROGRAM-ID. BudgetMaint.
*> Budget file maintenance, the same discipline ChartMaint gives
*> the chart of accounts: reads the live budget file, applies a
*> deck of proposed budget figures -- each edited against hard
*> rules, the account held against the chart of accounts, before
*> it can go live -- writes the new budget file in account and
*> fiscal-month order, and appends one effective-dated history
*> record per figure changed (who keyed it, when, old value, new
*> value). A card that fails its edits is reported and dropped,
*> the run ends RC=8, and the job's swap step leaves the live
*> budget untouched -- finance's spreadsheet stops being the only
*> copy of the numbers the variance report measures against.
*>
*> Modification history
*> 2026-10-15  New program. Run from BUDGJOB; the budget the
*>             BudgetVariance report reads is maintained here.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Budget-File ASSIGN TO "BUDGET"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Budget-File-Status.

    SELECT Chart-File ASSIGN TO "CHART"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Chart-File-Status.

    SELECT Update-File ASSIGN TO "BUDGUPDT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Update-File-Status.

    SELECT Budget-Out-File ASSIGN TO "BUDGOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Budget-Out-File-Status.

    SELECT History-File ASSIGN TO "BUDGHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS History-File-Status.

*> Data declaration
DATA DIVISION.
FILE SECTION.
FD  Budget-File.
    COPY BDGREC.

FD  Chart-File.
    COPY COAREC.

*> One proposed change per card: the account and fiscal month it
*> aims at, the action (blank sets the figure, D removes the
*> month's budget), the budget amount as fifteen digits with the
*> cents implied and a trailing sign byte, the date the change
*> takes effect, and who keyed it.
FD  Update-File.
01  Update-Record.
    05  Upd-Account            PIC X(04).
    05  Upd-Fiscal-Month       PIC X(06).
    05  Upd-Action             PIC X(01).
    05  Upd-Amount             PIC X(16).
    05  Upd-Effective-Date     PIC X(08).
    05  Upd-Changed-By         PIC X(08).

FD  Budget-Out-File.
    COPY BDGREC REPLACING Budget-Record BY Budget-Out-Record
        Bud-Key BY Out-Key
        Bud-Account BY Out-Account
        Bud-Fiscal-Month BY Out-Fiscal-Month
        Bud-Amount BY Out-Amount.

FD  History-File.
    COPY BDHREC.

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
01  Budget-File-Status         PIC X(02).
01  Chart-File-Status          PIC X(02).
01  Update-File-Status         PIC X(02).
01  Budget-Out-File-Status     PIC X(02).
01  History-File-Status        PIC X(02).

01  End-Of-Budget-Switch        PIC X(01) VALUE "N".
    88  End-Of-Budget                     VALUE "Y".

01  End-Of-Chart-Switch         PIC X(01) VALUE "N".
    88  End-Of-Chart                      VALUE "Y".

01  End-Of-Updates-Switch       PIC X(01) VALUE "N".
    88  End-Of-Updates                    VALUE "Y".

01  Card-Status-Switch          PIC X(01).
    88  Card-Is-Valid                     VALUE "V".
    88  Card-Is-Invalid                   VALUE "I".

*> The live budget, loaded up front and held in account then
*> fiscal-month order -- a new figure is slotted into its place
*> rather than appended, so the file goes back out in the order
*> the variance report reads it. Room for several years of
*> monthly figures across the whole chart.
01  Budget-Table.
    05  Budget-Entry OCCURS 3000 TIMES
            INDEXED BY Budget-Index.
        10  Tbl-Key.
            15  Tbl-Account     PIC X(04).
            15  Tbl-Fiscal-Month PIC 9(06).
        10  Tbl-Amount          PIC S9(13)V99.
        10  Tbl-Deleted-Flag    PIC X(01).
01  Budget-Entry-Count          PIC 9(04) VALUE ZERO.
01  Budget-Table-Maximum        PIC 9(04) VALUE 3000.
01  Budget-Sub                  PIC 9(04) VALUE ZERO.
01  Insert-Sub                  PIC 9(04) VALUE ZERO.
01  Shift-Sub                   PIC 9(04) VALUE ZERO.
01  Last-Key-Loaded             PIC X(10) VALUE LOW-VALUES.

*> The chart the account on every card is held against: only an
*> account on file and active may carry a budget figure.
01  Chart-Table.
    05  Chart-Entry OCCURS 500 TIMES
            INDEXED BY Chart-Index.
        10  Chart-Account       PIC X(04).
        10  Chart-Status        PIC X(01).
01  Chart-Entry-Count           PIC 9(04) VALUE ZERO.
01  Chart-Table-Maximum         PIC 9(04) VALUE 500.

01  Card-Read-Count             PIC 9(04) VALUE ZERO.
01  Card-Applied-Count          PIC 9(04) VALUE ZERO.
01  Card-Rejected-Count         PIC 9(04) VALUE ZERO.
01  Budget-Added-Count          PIC 9(04) VALUE ZERO.
01  Budget-Removed-Count        PIC 9(04) VALUE ZERO.

01  Budget-Found-Switch         PIC X(01) VALUE "N".
    88  Budget-Was-Found                  VALUE "Y".

01  Slot-Removed-Switch         PIC X(01) VALUE "N".
    88  Slot-Was-Removed                  VALUE "Y".

01  Chart-Found-Switch          PIC X(01) VALUE "N".
    88  Chart-Account-Found               VALUE "Y".

*> The card's key as one comparable value, so the slot search can
*> compare whole keys instead of account and month apart.
01  Card-Key.
    05  Card-Account            PIC X(04).
    05  Card-Fiscal-Month       PIC 9(06).

*> The keyed amount after its numeric edit, overlaid so the fifteen
*> digits land with the cents implied rather than as an integer.
01  Edited-Amount-Value         PIC 9(13)V99 VALUE ZERO.
01  Edited-Amount-X REDEFINES Edited-Amount-Value
                                PIC X(15).
01  Card-Amount                 PIC S9(13)V99 VALUE ZERO.
01  Amount-Edit                 PIC Z(12)9.99-.

*> The working fields a change's history records are built from.
01  Effective-Date-Month        PIC 9(02) VALUE ZERO.
01  Effective-Date-Day          PIC 9(02) VALUE ZERO.
01  Fiscal-Month-Number         PIC 9(02) VALUE ZERO.
01  History-Old-Value           PIC X(18) VALUE SPACES.
01  History-New-Value           PIC X(18) VALUE SPACES.
01  History-Field-Name          PIC X(12) VALUE SPACES.

01  Today-Date                  PIC 9(08) VALUE ZERO.
01  Right-Now                   PIC 9(08) VALUE ZERO.
01  Change-Timestamp            PIC X(26) VALUE SPACES.

*> Program logic
PROCEDURE DIVISION.

Main-Control.
    PERFORM Initialize-Program.
    PERFORM Load-One-Chart-Record UNTIL End-Of-Chart.
    PERFORM Load-One-Budget-Record UNTIL End-Of-Budget.
    PERFORM Apply-One-Update UNTIL End-Of-Updates.
    PERFORM Write-Budget-Out.
    PERFORM Finalize-Program.
    STOP RUN.

Initialize-Program.
    ACCEPT Today-Date FROM DATE YYYYMMDD.
    ACCEPT Right-Now FROM TIME.
    STRING Today-Date DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        Right-Now DELIMITED BY SIZE
        INTO Change-Timestamp.

*> Without the chart there is nothing to hold a card's account
*> against, and a budget for a code that does not exist is the
*> very thing this program is here to stop.
    OPEN INPUT Chart-File.
    IF Chart-File-Status NOT = "00"
        DISPLAY "BudgetMaint: unable to open CHART, status "
            Chart-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT Budget-File.
    IF Budget-File-Status NOT = "00"
        SET End-Of-Budget TO TRUE
        DISPLAY "BudgetMaint: no live budget file, status "
            Budget-File-Status ", starting empty"
    END-IF.

    OPEN INPUT Update-File.
    IF Update-File-Status NOT = "00"
        DISPLAY "BudgetMaint: unable to open BUDGUPDT, status "
            Update-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The history is staged, not live: this run writes its own
*> fresh file, and the job only appends it to the permanent
*> trail when the whole deck passed its edits.
    OPEN OUTPUT History-File.
    IF History-File-Status NOT = "00"
        DISPLAY "BudgetMaint: unable to open BUDGHIST, status "
            History-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Load-One-Chart-Record.
    READ Chart-File
        AT END
            SET End-Of-Chart TO TRUE
        NOT AT END
            IF Chart-Entry-Count >= Chart-Table-Maximum
                DISPLAY "BudgetMaint: more than "
                    Chart-Table-Maximum
                    " chart records, run stopped"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO Chart-Entry-Count
            SET Chart-Index TO Chart-Entry-Count
            MOVE Coa-Account TO Chart-Account (Chart-Index)
            MOVE Coa-Status TO Chart-Status (Chart-Index)
    END-READ.

Load-One-Budget-Record.
    READ Budget-File
        AT END
            SET End-Of-Budget TO TRUE
        NOT AT END
            PERFORM Store-One-Budget-Record
    END-READ.

*> The live file is written by this program in key order, so a
*> record out of order means it was edited by hand -- stop rather
*> than slot cards into a table whose order cannot be trusted.
Store-One-Budget-Record.
    IF Budget-Entry-Count >= Budget-Table-Maximum
        DISPLAY "BudgetMaint: more than " Budget-Table-Maximum
            " budget records, run stopped"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF Bud-Key NOT > Last-Key-Loaded
        DISPLAY "BudgetMaint: budget file out of order at account "
            Bud-Account " month " Bud-Fiscal-Month ", run stopped"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE Bud-Key TO Last-Key-Loaded.
    ADD 1 TO Budget-Entry-Count.
    SET Budget-Index TO Budget-Entry-Count.
    MOVE Bud-Key TO Tbl-Key (Budget-Index).
    MOVE Bud-Amount TO Tbl-Amount (Budget-Index).
    MOVE "N" TO Tbl-Deleted-Flag (Budget-Index).

Apply-One-Update.
    READ Update-File
        AT END
            SET End-Of-Updates TO TRUE
        NOT AT END
            ADD 1 TO Card-Read-Count
            PERFORM Edit-Update-Card
            IF Card-Is-Valid
                PERFORM Apply-Update-Card
            ELSE
                ADD 1 TO Card-Rejected-Count
            END-IF
    END-READ.

*> The hard rules every proposed figure must pass before it can
*> go live. Each failure names the card and the rule, so the
*> operator fixing the deck knows exactly what to re-key.
Edit-Update-Card.
    SET Card-Is-Valid TO TRUE.
    IF Upd-Account = SPACES
        SET Card-Is-Invalid TO TRUE
        DISPLAY "BudgetMaint: card " Card-Read-Count
            " has no account code, rejected"
    END-IF.
    IF Upd-Changed-By = SPACES
        SET Card-Is-Invalid TO TRUE
        DISPLAY "BudgetMaint: card " Card-Read-Count
            " names no changer, rejected"
    END-IF.
    PERFORM Edit-Effective-Date.
    PERFORM Edit-Fiscal-Month.
    IF Upd-Action NOT = SPACES AND Upd-Action NOT = "D"
        SET Card-Is-Invalid TO TRUE
        DISPLAY "BudgetMaint: card " Card-Read-Count
            " action '" Upd-Action "' is not blank or D, rejected"
    END-IF.
    IF Upd-Action = SPACES
        PERFORM Edit-Budget-Amount
        PERFORM Edit-Chart-Account
    END-IF.

*> A change has to say when it takes effect, and the date has to
*> be a date -- the history is only as good as the dates on it.
Edit-Effective-Date.
    IF Upd-Effective-Date NOT NUMERIC
        SET Card-Is-Invalid TO TRUE
        DISPLAY "BudgetMaint: card " Card-Read-Count
            " effective date '" Upd-Effective-Date
            "' is not numeric, rejected"
    ELSE
        MOVE Upd-Effective-Date(5:2) TO Effective-Date-Month
        MOVE Upd-Effective-Date(7:2) TO Effective-Date-Day
        IF Effective-Date-Month < 1 OR Effective-Date-Month > 12
            OR Effective-Date-Day < 1 OR Effective-Date-Day > 31
            SET Card-Is-Invalid TO TRUE
            DISPLAY "BudgetMaint: card " Card-Read-Count
                " effective date '" Upd-Effective-Date
                "' is not a date, rejected"
        END-IF
    END-IF.

Edit-Fiscal-Month.
    IF Upd-Fiscal-Month NOT NUMERIC
        SET Card-Is-Invalid TO TRUE
        DISPLAY "BudgetMaint: card " Card-Read-Count
            " fiscal month '" Upd-Fiscal-Month
            "' is not numeric, rejected"
    ELSE
        MOVE Upd-Fiscal-Month(5:2) TO Fiscal-Month-Number
        IF Fiscal-Month-Number < 1 OR Fiscal-Month-Number > 12
            SET Card-Is-Invalid TO TRUE
            DISPLAY "BudgetMaint: card " Card-Read-Count
                " fiscal month '" Upd-Fiscal-Month
                "' is not a month, rejected"
        END-IF
    END-IF.

*> Fifteen digits, cents implied, and a trailing sign byte -- the
*> same shape the amount takes on the budget file itself.
Edit-Budget-Amount.
    EVALUATE TRUE
        WHEN Upd-Amount(1:15) NOT NUMERIC
            SET Card-Is-Invalid TO TRUE
            DISPLAY "BudgetMaint: card " Card-Read-Count
                " amount digits are not numeric, rejected"
        WHEN Upd-Amount(16:1) NOT = "+"
            AND Upd-Amount(16:1) NOT = "-"
            SET Card-Is-Invalid TO TRUE
            DISPLAY "BudgetMaint: card " Card-Read-Count
                " amount sign byte is not + or -, rejected"
        WHEN OTHER
            MOVE Upd-Amount(1:15) TO Edited-Amount-X
            MOVE Edited-Amount-Value TO Card-Amount
            IF Upd-Amount(16:1) = "-"
                MULTIPLY -1 BY Card-Amount
            END-IF
    END-EVALUATE.

*> The account has to be on the chart and open for posting -- a
*> budget for a retired or mistyped code would sit on the variance
*> report forever as a budget nothing can ever post against.
*> Removing a month's budget needs no such check: a retired code's
*> leftover figures must still be removable.
Edit-Chart-Account.
    MOVE "N" TO Chart-Found-Switch.
    SET Chart-Index TO 1.
    SEARCH Chart-Entry
        AT END
            CONTINUE
        WHEN Chart-Account (Chart-Index) = Upd-Account
            AND Chart-Index <= Chart-Entry-Count
            SET Chart-Account-Found TO TRUE
    END-SEARCH.
    IF NOT Chart-Account-Found
        SET Card-Is-Invalid TO TRUE
        DISPLAY "BudgetMaint: card " Card-Read-Count
            " account " Upd-Account
            " is not on the chart of accounts, rejected"
    ELSE
        IF Chart-Status (Chart-Index) NOT = "A"
            SET Card-Is-Invalid TO TRUE
            DISPLAY "BudgetMaint: card " Card-Read-Count
                " account " Upd-Account
                " is inactive on the chart, rejected"
        END-IF
    END-IF.

*> Land a proven card: find the account/month's figure and change
*> or remove it, writing one history record for what actually
*> changed, or slot a new figure into its place in key order. A
*> figure removed earlier in this same deck still holds its slot,
*> so a later card for it simply brings it back.
Apply-Update-Card.
    MOVE Upd-Account TO Card-Account.
    MOVE Upd-Fiscal-Month TO Card-Fiscal-Month.
    PERFORM Find-Budget-Slot.
    EVALUATE TRUE
        WHEN Budget-Was-Found AND Slot-Was-Removed
            AND Upd-Action = SPACES
            PERFORM Restore-Removed-Budget
        WHEN Budget-Was-Found AND NOT Slot-Was-Removed
            AND Upd-Action = "D"
            PERFORM Remove-Existing-Budget
        WHEN Budget-Was-Found AND NOT Slot-Was-Removed
            PERFORM Change-Existing-Budget
        WHEN Upd-Action = "D"
            ADD 1 TO Card-Rejected-Count
            DISPLAY "BudgetMaint: card " Card-Read-Count
                " removes account " Upd-Account " month "
                Upd-Fiscal-Month " but it has no budget, rejected"
        WHEN OTHER
            PERFORM Add-New-Budget
    END-EVALUATE.

*> Walk the ordered table to the first entry not below the card's
*> key: either the card's own figure, or the place a new one goes.
Find-Budget-Slot.
    MOVE "N" TO Budget-Found-Switch.
    MOVE "N" TO Slot-Removed-Switch.
    MOVE ZERO TO Insert-Sub.
    PERFORM Test-One-Budget-Slot
        VARYING Budget-Sub FROM 1 BY 1
        UNTIL Budget-Sub > Budget-Entry-Count
        OR Insert-Sub > ZERO.
    IF Insert-Sub = ZERO
        COMPUTE Insert-Sub = Budget-Entry-Count + 1
    END-IF.

Test-One-Budget-Slot.
    IF Tbl-Key (Budget-Sub) NOT < Card-Key
        MOVE Budget-Sub TO Insert-Sub
        IF Tbl-Key (Budget-Sub) = Card-Key
            SET Budget-Was-Found TO TRUE
            IF Tbl-Deleted-Flag (Budget-Sub) = "Y"
                SET Slot-Was-Removed TO TRUE
            END-IF
        END-IF
    END-IF.

*> The removal and the re-add both stay on the trail.
Restore-Removed-Budget.
    ADD 1 TO Card-Applied-Count.
    ADD 1 TO Budget-Added-Count.
    MOVE "N" TO Tbl-Deleted-Flag (Insert-Sub).
    MOVE Card-Amount TO Tbl-Amount (Insert-Sub).
    MOVE "BUDGET-ADDED" TO History-Field-Name.
    MOVE SPACES TO History-Old-Value.
    MOVE Card-Amount TO Amount-Edit.
    MOVE Amount-Edit TO History-New-Value.
    PERFORM Write-History-Record.

Change-Existing-Budget.
    ADD 1 TO Card-Applied-Count.
    IF Card-Amount NOT = Tbl-Amount (Insert-Sub)
        MOVE "BUDGET-AMT" TO History-Field-Name
        MOVE Tbl-Amount (Insert-Sub) TO Amount-Edit
        MOVE Amount-Edit TO History-Old-Value
        MOVE Card-Amount TO Amount-Edit
        MOVE Amount-Edit TO History-New-Value
        PERFORM Write-History-Record
        MOVE Card-Amount TO Tbl-Amount (Insert-Sub)
    END-IF.

Remove-Existing-Budget.
    ADD 1 TO Card-Applied-Count.
    ADD 1 TO Budget-Removed-Count.
    MOVE "BUDGET-DEL" TO History-Field-Name.
    MOVE Tbl-Amount (Insert-Sub) TO Amount-Edit.
    MOVE Amount-Edit TO History-Old-Value.
    MOVE SPACES TO History-New-Value.
    PERFORM Write-History-Record.
    MOVE "Y" TO Tbl-Deleted-Flag (Insert-Sub).

*> Open a hole at the slot by moving every entry from the slot up
*> one place, top first so nothing is overwritten, then fill it.
Add-New-Budget.
    IF Budget-Entry-Count >= Budget-Table-Maximum
        DISPLAY "BudgetMaint: budget table full, account "
            Upd-Account " month " Upd-Fiscal-Month " not added"
        ADD 1 TO Card-Rejected-Count
    ELSE
        PERFORM Shift-One-Budget-Entry
            VARYING Shift-Sub FROM Budget-Entry-Count BY -1
            UNTIL Shift-Sub < Insert-Sub
        ADD 1 TO Budget-Entry-Count
        ADD 1 TO Budget-Added-Count
        ADD 1 TO Card-Applied-Count
        MOVE Card-Key TO Tbl-Key (Insert-Sub)
        MOVE Card-Amount TO Tbl-Amount (Insert-Sub)
        MOVE "N" TO Tbl-Deleted-Flag (Insert-Sub)
        MOVE "BUDGET-ADDED" TO History-Field-Name
        MOVE SPACES TO History-Old-Value
        MOVE Card-Amount TO Amount-Edit
        MOVE Amount-Edit TO History-New-Value
        PERFORM Write-History-Record
    END-IF.

Shift-One-Budget-Entry.
    MOVE Budget-Entry (Shift-Sub) TO Budget-Entry (Shift-Sub + 1).

Write-History-Record.
    MOVE Upd-Effective-Date TO Bdh-Effective-Date.
    MOVE Change-Timestamp TO Bdh-Change-Timestamp.
    MOVE Upd-Changed-By TO Bdh-Changed-By.
    MOVE Upd-Account TO Bdh-Account.
    MOVE Upd-Fiscal-Month TO Bdh-Fiscal-Month.
    MOVE History-Field-Name TO Bdh-Field-Name.
    MOVE History-Old-Value TO Bdh-Old-Value.
    MOVE History-New-Value TO Bdh-New-Value.
    WRITE Budget-History-Record.

Write-Budget-Out.
    OPEN OUTPUT Budget-Out-File.
    IF Budget-Out-File-Status NOT = "00"
        DISPLAY "BudgetMaint: unable to open BUDGOUT, status "
            Budget-Out-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Write-One-Budget-Out
        VARYING Budget-Sub FROM 1 BY 1
        UNTIL Budget-Sub > Budget-Entry-Count.
    CLOSE Budget-Out-File.

Write-One-Budget-Out.
    IF Tbl-Deleted-Flag (Budget-Sub) = "N"
        MOVE Tbl-Key (Budget-Sub) TO Out-Key
        MOVE Tbl-Amount (Budget-Sub) TO Out-Amount
        WRITE Budget-Out-Record
    END-IF.

Finalize-Program.
    CLOSE Chart-File.
    IF Budget-File-Status = "00" OR Budget-File-Status = "10"
        CLOSE Budget-File
    END-IF.
    CLOSE Update-File.
    CLOSE History-File.
    IF Card-Rejected-Count > ZERO
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE ZERO TO RETURN-CODE
    END-IF.
    DISPLAY "BudgetMaint: " Card-Read-Count " card(s) read, "
        Card-Applied-Count " applied, " Card-Rejected-Count
        " rejected, " Budget-Added-Count " figure(s) added, "
        Budget-Removed-Count " removed.".
*> End program
