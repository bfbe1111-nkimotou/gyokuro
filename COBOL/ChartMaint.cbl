*> 2026-09-01  New program. Run from CHARTJOB; the chart the
*>             ValidateAmounts account edit reads is no longer
*>             hand-edited.
*> 2026-10-15  The chart carries the reporting hierarchy: each
*>             card may set a code's level (1 cost center, 2
*>             department, 3 division, 4 company) and its parent
*>             one level up. A parent not on the chart (an
*>             orphan), one at the wrong level or retired, a
*>             chain that leads back to the code itself (a loop),
*>             and re-levelling or retiring a code that still has
*>             codes under it are all refused, and every level or
*>             parent change gets its own history record.
*> 2026-10-15  No card goes live on its keyer's say-so any more.
*>             The changer must hold chart authority on the
*>             OPERAUTH file, and a card that passes its edits
*>             is keyed onto the maintenance-item ledger as a
*>             pending item instead of being applied. An item a
*>             second authorised id has approved (MaintApproval)
*>             is applied on the next run, in keyed order, through
*>             the same edits -- the hierarchy edits are made then,
*>             against the chart as it stands -- with the approver
*>             on its history records; one that no longer passes
*>             is voided on the ledger rather than holding up the
*>             deck.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS History-File-Status.

    SELECT Item-Ledger-File ASSIGN TO "PENDING"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Item-Ledger-File-Status.

    SELECT Item-Out-File ASSIGN TO "PNDADD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Item-Out-File-Status.

*> Data declaration
DATA DIVISION.
FILE SECTION.

*> One proposed change per card: the account it aims at, the new
*> values (a blank field keeps the account's current value), the
*> date the change takes effect, and who keyed it. The level and
*> parent place the code in the reporting hierarchy; a company
*> takes no parent, and making a code a company clears its parent.
FD  Update-File.
01  Update-Record.
    05  Upd-Account            PIC X(04).
    05  Upd-Status             PIC X(01).
    05  Upd-Effective-Date     PIC X(08).
    05  Upd-Changed-By         PIC X(08).
    05  Upd-Level              PIC X(01).
    05  Upd-Parent             PIC X(04).

FD  Chart-Out-File.
    COPY COAREC REPLACING Chart-Record BY Chart-Out-Record
        Coa-Account BY Out-Account
        Coa-Description BY Out-Description
        Coa-Status BY Out-Status
        Coa-Level BY Out-Level
        Coa-Parent BY Out-Parent.

FD  History-File.
    COPY COHREC.

FD  Item-Ledger-File.
01  Item-Ledger-Record         PIC X(193).

FD  Item-Out-File.
01  Item-Out-Record            PIC X(193).

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
01  Chart-File-Status          PIC X(02).
01  Update-File-Status         PIC X(02).
01  Chart-Out-File-Status      PIC X(02).
01  History-File-Status        PIC X(02).
01  Item-Ledger-File-Status    PIC X(02).
01  Item-Out-File-Status       PIC X(02).

*> The maintenance-item ledger record, read into here and built
*> here for each event this run adds to the ledger.
    COPY MNTREC.

01  End-Of-Chart-Switch         PIC X(01) VALUE "N".
    88  End-Of-Chart                      VALUE "Y".
*> adds. Sized to match the table the ValidateAmounts edit loads.
01  Chart-Table.
    05  Chart-Entry OCCURS 500 TIMES
            INDEXED BY Chart-Index Parent-Index.
        10  Tbl-Account         PIC X(04).
        10  Tbl-Description     PIC X(30).
        10  Tbl-Status          PIC X(01).
        10  Tbl-Level           PIC X(01).
        10  Tbl-Parent          PIC X(04).
01  Chart-Entry-Count           PIC 9(04) VALUE ZERO.
01  Chart-Table-Maximum         PIC 9(04) VALUE 500.
01  Chart-Out-Sub               PIC 9(04) VALUE ZERO.

01  Card-Read-Count             PIC 9(04) VALUE ZERO.
01  Card-Rejected-Count         PIC 9(04) VALUE ZERO.
01  Account-Added-Count         PIC 9(04) VALUE ZERO.

01  Account-Found-Switch        PIC X(01) VALUE "N".
    88  Account-Was-Found                 VALUE "Y".

*> What every message names: the deck card, or the ledger item
*> an approved change came from.
01  Card-Label                  PIC X(18) VALUE SPACES.
01  Card-Label-Length           PIC 9(02) VALUE ZERO.

*> The chart items still open on the maintenance-item ledger, in
*> the order they were keyed: pending ones waiting on a second
*> id, and approved ones this run applies. An item the ledger
*> shows rejected, applied or voided is closed, and its slot is
*> squeezed out when the table fills.
01  End-Of-Ledger-Switch        PIC X(01) VALUE "N".
    88  End-Of-Ledger                     VALUE "Y".
01  Item-Table.
    05  Item-Entry OCCURS 200 TIMES
            INDEXED BY Item-Index.
        10  Itm-Item-Id         PIC X(13).
        10  Itm-State           PIC X(01).
        10  Itm-Maker           PIC X(08).
        10  Itm-Checker         PIC X(08).
        10  Itm-Card-Image      PIC X(80).
01  Item-Entry-Count            PIC 9(04) VALUE ZERO.
01  Item-Table-Maximum          PIC 9(04) VALUE 200.
01  Item-Keep-Sub               PIC 9(04) VALUE ZERO.
01  Item-Scan-Sub               PIC 9(04) VALUE ZERO.
01  Item-Found-Switch           PIC X(01) VALUE "N".
    88  Item-Was-Found                    VALUE "Y".
01  Next-Item-Sequence          PIC 9(04) VALUE ZERO.

01  Item-Pended-Count           PIC 9(04) VALUE ZERO.
01  Item-Applied-Count          PIC 9(04) VALUE ZERO.
01  Item-Voided-Count           PIC 9(04) VALUE ZERO.
01  Item-Event-Summary          PIC X(40) VALUE SPACES.

*> Who approved the change being applied; spaces on a card that
*> is only being keyed.
01  Approved-By                 PIC X(08) VALUE SPACES.

*> The shared authority check's arguments.
01  Chart-Function              PIC X(01) VALUE "H".
01  Authority-Amount            PIC 9(07)V99 VALUE ZERO.
01  Authority-Result            PIC X(01) VALUE SPACE.
01  Authority-Limit             PIC 9(07)V99 VALUE ZERO.

*> Where the card would leave the code in the hierarchy -- its
*> current placement with the card's non-blank fields laid over
*> it -- edited against the table as the deck has left it so
*> far, so a deck adding a department and then the cost centers
*> under it must carry the department's card first.
01  Proposed-Level              PIC X(01) VALUE SPACE.
01  Proposed-Parent             PIC X(04) VALUE SPACES.
01  Proposed-Status             PIC X(01) VALUE SPACE.
01  Level-Number                PIC 9(01) VALUE ZERO.
01  Expected-Parent-Level       PIC X(01) VALUE SPACE.

01  Parent-Found-Switch         PIC X(01) VALUE "N".
    88  Parent-Was-Found                  VALUE "Y".

*> The walk up the parent chain that proves the code does not
*> end up its own ancestor. A sound chain reaches a company in
*> three steps at most, so one still going after four has looped
*> somewhere above the code.
01  Walk-Code                   PIC X(04) VALUE SPACES.
01  Walk-Depth                  PIC 9(02) VALUE ZERO.
01  Walk-Depth-Limit            PIC 9(02) VALUE 4.
01  Loop-Found-Switch           PIC X(01) VALUE "N".
    88  Loop-Was-Found                    VALUE "Y".

01  Scan-Sub                    PIC 9(04) VALUE ZERO.
01  Child-Count                 PIC 9(04) VALUE ZERO.
01  Child-Scope-Switch          PIC X(01) VALUE "A".
    88  Counting-All-Children             VALUE "A".
    88  Counting-Active-Children          VALUE "C".
01  Unplaced-Count              PIC 9(04) VALUE ZERO.

*> The working fields a change's history records are built from.
01  Effective-Date-Month        PIC 9(02) VALUE ZERO.
01  Effective-Date-Day          PIC 9(02) VALUE ZERO.
01  Today-Date                  PIC 9(08) VALUE ZERO.
01  Right-Now                   PIC 9(08) VALUE ZERO.
01  Change-Timestamp            PIC X(26) VALUE SPACES.
01  Process-Date                PIC 9(08) VALUE ZERO.

*> Program logic
PROCEDURE DIVISION.
Main-Control.
    PERFORM Initialize-Program.
    PERFORM Load-One-Chart-Record UNTIL End-Of-Chart.
    PERFORM Load-Item-Ledger.
    PERFORM Apply-One-Approved-Item
        VARYING Item-Scan-Sub FROM 1 BY 1
        UNTIL Item-Scan-Sub > Item-Entry-Count.
    PERFORM Apply-One-Update UNTIL End-Of-Updates.
    PERFORM Write-Chart-Out.
    PERFORM Finalize-Program.
        " " DELIMITED BY SIZE
        Right-Now DELIMITED BY SIZE
        INTO Change-Timestamp.
    CALL "GetProcessDate" USING Process-Date.

    OPEN INPUT Chart-File.
    IF Chart-File-Status NOT = "00"
        STOP RUN
    END-IF.

*> The ledger events are staged the same way: the job appends
*> them to the live ledger only when the whole deck passed.
    OPEN OUTPUT Item-Out-File.
    IF Item-Out-File-Status NOT = "00"
        DISPLAY "ChartMaint: unable to open PNDADD, status "
            Item-Out-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Load-One-Chart-Record.
    READ Chart-File
        AT END
        MOVE Coa-Account TO Tbl-Account (Chart-Index)
        MOVE Coa-Description TO Tbl-Description (Chart-Index)
        MOVE Coa-Status TO Tbl-Status (Chart-Index)
        MOVE Coa-Level TO Tbl-Level (Chart-Index)
        MOVE Coa-Parent TO Tbl-Parent (Chart-Index)
    END-IF.

*> The chart items open on the ledger. No ledger yet means
*> nothing has ever been keyed.
Load-Item-Ledger.
    OPEN INPUT Item-Ledger-File.
    IF Item-Ledger-File-Status = "00"
        PERFORM Load-One-Ledger-Event UNTIL End-Of-Ledger
        CLOSE Item-Ledger-File
    ELSE
        DISPLAY "ChartMaint: no maintenance-item ledger, status "
            Item-Ledger-File-Status ", no items open"
    END-IF.

Load-One-Ledger-Event.
    READ Item-Ledger-File INTO Maintenance-Item-Record
        AT END
            SET End-Of-Ledger TO TRUE
        NOT AT END
            IF Mnt-Chart-Item
                PERFORM Store-One-Ledger-Event
            END-IF
    END-READ.

*> A keyed event opens the item; every later event for it moves
*> its state on, and the last one stands. The highest sequence
*> keyed today is where this run's own items carry on from.
Store-One-Ledger-Event.
    IF Mnt-Keyed-Date = Process-Date
        AND Mnt-Item-Sequence > Next-Item-Sequence
        MOVE Mnt-Item-Sequence TO Next-Item-Sequence
    END-IF.
    MOVE "N" TO Item-Found-Switch.
    SET Item-Index TO 1.
    SEARCH Item-Entry
        AT END
            CONTINUE
        WHEN Itm-Item-Id (Item-Index) = Mnt-Item-Id
            AND Item-Index <= Item-Entry-Count
            SET Item-Was-Found TO TRUE
    END-SEARCH.
    IF Item-Was-Found
        MOVE Mnt-Event TO Itm-State (Item-Index)
        IF Mnt-Item-Approved
            MOVE Mnt-Acted-By TO Itm-Checker (Item-Index)
        END-IF
    ELSE
        IF Mnt-Item-Pending
            PERFORM Open-Ledger-Item
        END-IF
    END-IF.

Open-Ledger-Item.
    IF Item-Entry-Count >= Item-Table-Maximum
        PERFORM Squeeze-Closed-Items
    END-IF.
    IF Item-Entry-Count >= Item-Table-Maximum
        DISPLAY "ChartMaint: more than " Item-Table-Maximum
            " chart items open on the ledger, run stopped"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO Item-Entry-Count.
    SET Item-Index TO Item-Entry-Count.
    MOVE Mnt-Item-Id TO Itm-Item-Id (Item-Index).
    MOVE Mnt-Event TO Itm-State (Item-Index).
    MOVE Mnt-Maker TO Itm-Maker (Item-Index).
    MOVE SPACES TO Itm-Checker (Item-Index).
    MOVE Mnt-Card-Image TO Itm-Card-Image (Item-Index).

*> Close up the slots of items that are finished with, keeping
*> the open ones in the order they were keyed.
Squeeze-Closed-Items.
    MOVE ZERO TO Item-Keep-Sub.
    PERFORM Squeeze-One-Item
        VARYING Item-Scan-Sub FROM 1 BY 1
        UNTIL Item-Scan-Sub > Item-Entry-Count.
    MOVE Item-Keep-Sub TO Item-Entry-Count.

Squeeze-One-Item.
    IF Itm-State (Item-Scan-Sub) = "P"
        OR Itm-State (Item-Scan-Sub) = "A"
        ADD 1 TO Item-Keep-Sub
        IF Item-Keep-Sub NOT = Item-Scan-Sub
            MOVE Item-Entry (Item-Scan-Sub)
                TO Item-Entry (Item-Keep-Sub)
        END-IF
    END-IF.

*> An approved item goes live now, in keyed order, through every
*> edit a deck card faces plus the hierarchy edits against the
*> chart as it now stands -- so a new parent approved with the
*> codes under it must have been keyed ahead of them. The
*> approver must still hold chart authority and must not be the
*> keyer. One that can no longer go live is voided on the
*> ledger, to be keyed afresh if still wanted, rather than
*> failing the deck run after run.
Apply-One-Approved-Item.
    IF Itm-State (Item-Scan-Sub) = "A"
        MOVE Itm-Card-Image (Item-Scan-Sub) TO Update-Record
        MOVE Itm-Checker (Item-Scan-Sub) TO Approved-By
        MOVE SPACES TO Card-Label
        STRING "item " DELIMITED BY SIZE
            Itm-Item-Id (Item-Scan-Sub) DELIMITED BY SIZE
            INTO Card-Label
        MOVE 18 TO Card-Label-Length
        PERFORM Edit-Update-Card
        PERFORM Edit-Approver
        IF Card-Is-Valid
            PERFORM Apply-Update-Card
        END-IF
        MOVE Itm-Item-Id (Item-Scan-Sub) TO Mnt-Item-Id
        MOVE Itm-Maker (Item-Scan-Sub) TO Mnt-Maker
        MOVE Itm-Card-Image (Item-Scan-Sub) TO Mnt-Card-Image
        IF Card-Is-Valid
            ADD 1 TO Item-Applied-Count
            SET Mnt-Item-Applied TO TRUE
            MOVE "APPLIED TO THE CHART" TO Item-Event-Summary
        ELSE
            ADD 1 TO Item-Voided-Count
            SET Mnt-Item-Voided TO TRUE
            MOVE "VOIDED - FAILS ITS EDITS, KEY AFRESH"
                TO Item-Event-Summary
            DISPLAY "ChartMaint: " Card-Label (1:Card-Label-Length)
                " voided, the approved change no longer passes"
        END-IF
        MOVE Approved-By TO Mnt-Acted-By
        PERFORM Write-Item-Event
        MOVE Mnt-Event TO Itm-State (Item-Scan-Sub)
    END-IF.

Edit-Approver.
    MOVE "N" TO Authority-Result.
    IF Approved-By NOT = Upd-Changed-By
        CALL "CheckAuthority" USING Approved-By, Chart-Function,
            Authority-Amount, Authority-Result, Authority-Limit
    END-IF.
    IF Authority-Result NOT = "Y"
        SET Card-Is-Invalid TO TRUE
        DISPLAY "ChartMaint: " Card-Label (1:Card-Label-Length)
            " approver " Approved-By
            " holds no chart authority, or keyed it"
    END-IF.

*> A deck card that passes every edit does not go live: it is
*> keyed onto the ledger as a pending item for a second id to
*> approve.
Apply-One-Update.
    READ Update-File
        AT END
            SET End-Of-Updates TO TRUE
        NOT AT END
            ADD 1 TO Card-Read-Count
            MOVE SPACES TO Card-Label
            STRING "card " DELIMITED BY SIZE
                Card-Read-Count DELIMITED BY SIZE
                INTO Card-Label
            MOVE 9 TO Card-Label-Length
            MOVE SPACES TO Approved-By
            PERFORM Edit-Update-Card
            IF Card-Is-Valid
                PERFORM Edit-New-Account-Fields
            END-IF
            IF Card-Is-Valid
                PERFORM Pend-Update-Card
            ELSE
                ADD 1 TO Card-Rejected-Count
            END-IF
    END-READ.

*> A new account must state every field, there is nothing
*> current to keep -- caught when it is keyed, not days later
*> when approved.
Edit-New-Account-Fields.
    MOVE "N" TO Account-Found-Switch.
    SET Chart-Index TO 1.
    SEARCH Chart-Entry
        AT END
            CONTINUE
        WHEN Tbl-Account (Chart-Index) = Upd-Account
            AND Chart-Index <= Chart-Entry-Count
            SET Account-Was-Found TO TRUE
    END-SEARCH.
    IF NOT Account-Was-Found
        AND (Upd-Description = SPACES
        OR Upd-Status = SPACES
        OR Upd-Level = SPACES)
        SET Card-Is-Invalid TO TRUE
        DISPLAY "ChartMaint: " Card-Label (1:Card-Label-Length)
            " adds account " Upd-Account
            " but leaves fields blank, rejected"
    END-IF.

Pend-Update-Card.
    ADD 1 TO Next-Item-Sequence.
    ADD 1 TO Item-Pended-Count.
    SET Mnt-Chart-Item TO TRUE.
    MOVE Process-Date TO Mnt-Keyed-Date.
    MOVE Next-Item-Sequence TO Mnt-Item-Sequence.
    SET Mnt-Item-Pending TO TRUE.
    MOVE Upd-Changed-By TO Mnt-Maker.
    MOVE Upd-Changed-By TO Mnt-Acted-By.
    MOVE Update-Record TO Mnt-Card-Image.
    MOVE SPACES TO Item-Event-Summary.
    STRING "CHART ACCOUNT " DELIMITED BY SIZE
        Upd-Account DELIMITED BY SIZE
        " EFFECTIVE " DELIMITED BY SIZE
        Upd-Effective-Date DELIMITED BY SIZE
        INTO Item-Event-Summary.
    PERFORM Write-Item-Event.
    DISPLAY "ChartMaint: " Card-Label (1:Card-Label-Length)
        " keyed as item " Mnt-Item-Id ", awaiting approval".

*> Mnt-Item-Id, Mnt-Event, the maker, the actor and the card
*> image are set by the caller.
Write-Item-Event.
    MOVE Process-Date TO Mnt-Event-Date.
    MOVE Change-Timestamp TO Mnt-Event-Timestamp.
    MOVE ZERO TO Mnt-Amount.
    MOVE Item-Event-Summary TO Mnt-Summary.
    WRITE Item-Out-Record FROM Maintenance-Item-Record.
    IF Item-Out-File-Status NOT = "00"
        DISPLAY "ChartMaint: PNDADD write failed, status "
            Item-Out-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The hard rules every proposed change must pass before it can
*> go live. Each failure names the card and the rule, so the
*> operator fixing the deck knows exactly what to re-key.
    SET Card-Is-Valid TO TRUE.
    IF Upd-Account = SPACES
        SET Card-Is-Invalid TO TRUE
        DISPLAY "ChartMaint: " Card-Label (1:Card-Label-Length)
            " has no account code, rejected"
    END-IF.
    IF Upd-Changed-By = SPACES
        SET Card-Is-Invalid TO TRUE
        DISPLAY "ChartMaint: " Card-Label (1:Card-Label-Length)
            " names no changer, rejected"
    ELSE
        CALL "CheckAuthority" USING Upd-Changed-By,
            Chart-Function, Authority-Amount, Authority-Result,
            Authority-Limit
        IF Authority-Result NOT = "Y"
            SET Card-Is-Invalid TO TRUE
            DISPLAY "ChartMaint: " Card-Label (1:Card-Label-Length)
                " changer " Upd-Changed-By
                " holds no chart authority, rejected"
        END-IF
    END-IF.
    PERFORM Edit-Effective-Date.
    IF Upd-Status NOT = SPACES
        AND Upd-Status NOT = "A"
        AND Upd-Status NOT = "I"
        SET Card-Is-Invalid TO TRUE
        DISPLAY "ChartMaint: " Card-Label (1:Card-Label-Length)
            " status '" Upd-Status
            "' is not A or I, rejected"
    END-IF.
    IF Upd-Level NOT = SPACES
        AND (Upd-Level < "1" OR Upd-Level > "4")
        SET Card-Is-Invalid TO TRUE
        DISPLAY "ChartMaint: " Card-Label (1:Card-Label-Length)
            " level '" Upd-Level
            "' is not 1 through 4, rejected"
    END-IF.

*> A change has to say when it takes effect, and the date has to
*> be a date -- the history is only as good as the dates on it.
Edit-Effective-Date.
    IF Upd-Effective-Date NOT NUMERIC
        SET Card-Is-Invalid TO TRUE
        DISPLAY "ChartMaint: " Card-Label (1:Card-Label-Length)
            " effective date '" Upd-Effective-Date
            "' is not numeric, rejected"
    ELSE
        IF Effective-Date-Month < 1 OR Effective-Date-Month > 12
            OR Effective-Date-Day < 1 OR Effective-Date-Day > 31
            SET Card-Is-Invalid TO TRUE
            DISPLAY "ChartMaint: " Card-Label (1:Card-Label-Length)
                " effective date '" Upd-Effective-Date
                "' is not a date, rejected"
        END-IF
    END-IF.

*> Land a proven, approved change: change the account's entry
*> field by field, writing one history record per field that
*> actually changed, or open a new account's entry -- a new
*> account must state every field, there is nothing current to
*> keep. The card's place in the hierarchy is proven first; a
*> card that would orphan or loop a code is dropped whole.
Apply-Update-Card.
    MOVE "N" TO Account-Found-Switch.
    SET Chart-Index TO 1.
            AND Chart-Index <= Chart-Entry-Count
            SET Account-Was-Found TO TRUE
    END-SEARCH.
    PERFORM Set-Proposed-Placement.
    PERFORM Edit-Hierarchy-Placement.
    IF Card-Is-Valid
        IF Account-Was-Found
            PERFORM Change-Existing-Account
        ELSE
            PERFORM Add-New-Account
        END-IF
    END-IF.

Set-Proposed-Placement.
    IF Account-Was-Found
        MOVE Tbl-Level (Chart-Index) TO Proposed-Level
        MOVE Tbl-Parent (Chart-Index) TO Proposed-Parent
        MOVE Tbl-Status (Chart-Index) TO Proposed-Status
    ELSE
        MOVE SPACE TO Proposed-Level
        MOVE SPACES TO Proposed-Parent
        MOVE SPACE TO Proposed-Status
    END-IF.
    IF Upd-Level NOT = SPACES
        MOVE Upd-Level TO Proposed-Level
    END-IF.
    IF Upd-Parent NOT = SPACES
        MOVE Upd-Parent TO Proposed-Parent
    END-IF.
    IF Upd-Status NOT = SPACES
        MOVE Upd-Status TO Proposed-Status
    END-IF.
    IF Proposed-Level = "4"
        MOVE SPACES TO Proposed-Parent
    END-IF.

*> A code with no level yet predates the hierarchy and may stay
*> unplaced, but cannot be given a parent without a level. Every
*> other level below company needs a parent that is on the chart,
*> sits exactly one level up, is still active when the code is,
*> and does not lead back to the code.
Edit-Hierarchy-Placement.
    EVALUATE TRUE
        WHEN Proposed-Level = SPACE
            IF Proposed-Parent NOT = SPACES
                SET Card-Is-Invalid TO TRUE
                DISPLAY "ChartMaint: " Card-Label (1:Card-Label-Length)
                    " gives " Upd-Account " a parent but no "
                    "level, rejected"
            END-IF
        WHEN Proposed-Level = "4"
            CONTINUE
        WHEN Proposed-Parent = SPACES
            SET Card-Is-Invalid TO TRUE
            DISPLAY "ChartMaint: " Card-Label (1:Card-Label-Length)
                " leaves " Upd-Account " at level "
                Proposed-Level " with no parent, rejected"
        WHEN OTHER
            PERFORM Edit-Parent-Code
    END-EVALUATE.
    IF Account-Was-Found
        PERFORM Edit-Existing-Children
    END-IF.

Edit-Parent-Code.
    MOVE "N" TO Parent-Found-Switch.
    SET Parent-Index TO 1.
    SEARCH Chart-Entry VARYING Parent-Index
        AT END
            CONTINUE
        WHEN Tbl-Account (Parent-Index) = Proposed-Parent
            AND Parent-Index <= Chart-Entry-Count
            SET Parent-Was-Found TO TRUE
    END-SEARCH.
    IF NOT Parent-Was-Found
        SET Card-Is-Invalid TO TRUE
        DISPLAY "ChartMaint: " Card-Label (1:Card-Label-Length)
            " parent " Proposed-Parent
            " is not on the chart, " Upd-Account
            " would be an orphan, rejected"
    ELSE
        MOVE Proposed-Level TO Level-Number
        ADD 1 TO Level-Number
        MOVE Level-Number TO Expected-Parent-Level
        IF Tbl-Level (Parent-Index) NOT = Expected-Parent-Level
            SET Card-Is-Invalid TO TRUE
            DISPLAY "ChartMaint: " Card-Label (1:Card-Label-Length)
                " parent " Proposed-Parent " is level '"
                Tbl-Level (Parent-Index) "', a level "
                Proposed-Level " code needs level "
                Expected-Parent-Level ", rejected"
        END-IF
        IF Proposed-Status = "A"
            AND Tbl-Status (Parent-Index) NOT = "A"
            SET Card-Is-Invalid TO TRUE
            DISPLAY "ChartMaint: " Card-Label (1:Card-Label-Length)
                " parent " Proposed-Parent
                " is inactive, rejected"
        END-IF
        PERFORM Walk-Parent-Chain
    END-IF.

Walk-Parent-Chain.
    MOVE "N" TO Loop-Found-Switch.
    MOVE Proposed-Parent TO Walk-Code.
    MOVE ZERO TO Walk-Depth.
    PERFORM Walk-One-Step
        UNTIL Walk-Code = SPACES OR Loop-Was-Found.
    IF Loop-Was-Found
        SET Card-Is-Invalid TO TRUE
        DISPLAY "ChartMaint: " Card-Label (1:Card-Label-Length)
            " parent " Proposed-Parent " leads back to "
            Upd-Account ", hierarchy would loop, rejected"
    END-IF.

Walk-One-Step.
    ADD 1 TO Walk-Depth.
    IF Walk-Code = Upd-Account OR Walk-Depth > Walk-Depth-Limit
        SET Loop-Was-Found TO TRUE
    ELSE
        SET Parent-Index TO 1
        SEARCH Chart-Entry VARYING Parent-Index
            AT END
                MOVE SPACES TO Walk-Code
            WHEN Tbl-Account (Parent-Index) = Walk-Code
                AND Parent-Index <= Chart-Entry-Count
                MOVE Tbl-Parent (Parent-Index) TO Walk-Code
        END-SEARCH
    END-IF.

*> Codes already under this one would be orphaned by moving it to
*> another level, and left rolling up into a retired code by
*> retiring it; either has to wait until they are moved.
Edit-Existing-Children.
    IF Proposed-Level NOT = Tbl-Level (Chart-Index)
        SET Counting-All-Children TO TRUE
        PERFORM Count-Child-Codes
        IF Child-Count > ZERO
            SET Card-Is-Invalid TO TRUE
            DISPLAY "ChartMaint: " Card-Label (1:Card-Label-Length)
                " re-levels " Upd-Account " but " Child-Count
                " code(s) still roll up to it, rejected"
        END-IF
    END-IF.
    IF Proposed-Status = "I"
        AND Tbl-Status (Chart-Index) = "A"
        SET Counting-Active-Children TO TRUE
        PERFORM Count-Child-Codes
        IF Child-Count > ZERO
            SET Card-Is-Invalid TO TRUE
            DISPLAY "ChartMaint: " Card-Label (1:Card-Label-Length)
                " retires " Upd-Account " but " Child-Count
                " active code(s) still roll up to it, rejected"
        END-IF
    END-IF.

Count-Child-Codes.
    MOVE ZERO TO Child-Count.
    PERFORM Count-One-Child
        VARYING Scan-Sub FROM 1 BY 1
        UNTIL Scan-Sub > Chart-Entry-Count.

Count-One-Child.
    IF Tbl-Parent (Scan-Sub) = Upd-Account
        IF Counting-All-Children
            OR Tbl-Status (Scan-Sub) = "A"
            ADD 1 TO Child-Count
        END-IF
    END-IF.

Change-Existing-Account.
        PERFORM Write-History-Record
        MOVE Upd-Status TO Tbl-Status (Chart-Index)
    END-IF.
    IF Proposed-Level NOT = Tbl-Level (Chart-Index)
        MOVE "LEVEL" TO History-Field-Name
        MOVE Tbl-Level (Chart-Index) TO History-Old-Value
        MOVE Proposed-Level TO History-New-Value
        PERFORM Write-History-Record
        MOVE Proposed-Level TO Tbl-Level (Chart-Index)
    END-IF.
    IF Proposed-Parent NOT = Tbl-Parent (Chart-Index)
        MOVE "PARENT" TO History-Field-Name
        MOVE Tbl-Parent (Chart-Index) TO History-Old-Value
        MOVE Proposed-Parent TO History-New-Value
        PERFORM Write-History-Record
        MOVE Proposed-Parent TO Tbl-Parent (Chart-Index)
    END-IF.

Add-New-Account.
    IF Upd-Description = SPACES
        OR Upd-Status = SPACES
        OR Upd-Level = SPACES
        SET Card-Is-Invalid TO TRUE
        DISPLAY "ChartMaint: " Card-Label (1:Card-Label-Length)
            " adds account " Upd-Account
            " but leaves fields blank, rejected"
    ELSE
        IF Chart-Entry-Count >= Chart-Table-Maximum
            DISPLAY "ChartMaint: chart table full, account "
                Upd-Account " not added"
            SET Card-Is-Invalid TO TRUE
        ELSE
            ADD 1 TO Chart-Entry-Count
            ADD 1 TO Account-Added-Count
            SET Chart-Index TO Chart-Entry-Count
            MOVE Upd-Account TO Tbl-Account (Chart-Index)
            MOVE Upd-Description TO Tbl-Description (Chart-Index)
            MOVE Upd-Status TO Tbl-Status (Chart-Index)
            MOVE Proposed-Level TO Tbl-Level (Chart-Index)
            MOVE Proposed-Parent TO Tbl-Parent (Chart-Index)
            MOVE "ACCT-ADDED" TO History-Field-Name
            MOVE SPACES TO History-Old-Value
            MOVE Upd-Description TO History-New-Value
            PERFORM Write-History-Record
            MOVE "LEVEL" TO History-Field-Name
            MOVE Proposed-Level TO History-New-Value
            PERFORM Write-History-Record
            IF Proposed-Parent NOT = SPACES
                MOVE "PARENT" TO History-Field-Name
                MOVE Proposed-Parent TO History-New-Value
                PERFORM Write-History-Record
            END-IF
        END-IF
    END-IF.

    MOVE History-Field-Name TO Chh-Field-Name.
    MOVE History-Old-Value TO Chh-Old-Value.
    MOVE History-New-Value TO Chh-New-Value.
    MOVE Approved-By TO Chh-Approved-By.
    WRITE Chart-History-Record.

Write-Chart-Out.
    MOVE Tbl-Account (Chart-Out-Sub) TO Out-Account.
    MOVE Tbl-Description (Chart-Out-Sub) TO Out-Description.
    MOVE Tbl-Status (Chart-Out-Sub) TO Out-Status.
    MOVE Tbl-Level (Chart-Out-Sub) TO Out-Level.
    MOVE Tbl-Parent (Chart-Out-Sub) TO Out-Parent.
    WRITE Chart-Out-Record.
    IF Tbl-Level (Chart-Out-Sub) = SPACE
        ADD 1 TO Unplaced-Count
    END-IF.

Finalize-Program.
    IF Chart-File-Status = "00" OR Chart-File-Status = "10"
    END-IF.
    CLOSE Update-File.
    CLOSE History-File.
    CLOSE Item-Out-File.
    IF Card-Rejected-Count > ZERO
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE ZERO TO RETURN-CODE
    END-IF.
    DISPLAY "ChartMaint: " Card-Read-Count " card(s) read, "
        Item-Pended-Count " keyed for approval, "
        Card-Rejected-Count " rejected.".
    DISPLAY "ChartMaint: " Item-Applied-Count
        " approved item(s) applied, " Item-Voided-Count
        " voided, " Account-Added-Count " account(s) added.".
    IF Unplaced-Count > ZERO
        DISPLAY "ChartMaint: " Unplaced-Count " code(s) not yet "
            "placed in the hierarchy, roll-up prints them "
            "unassigned"
    END-IF.
*> End program
