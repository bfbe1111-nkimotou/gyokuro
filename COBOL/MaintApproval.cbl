*> Set (identify) the program's name
IDENTIFICATION DIVISION.
PROGRAM-ID. MaintApproval.
*> The checker's half of maker-checker. Every change to the run
*> parameters or the chart, and every correction or write-off
*> above its keyer's limit, is keyed onto the maintenance-item
*> ledger as a pending item instead of going live. This program
*> reads the approval deck -- one card per item, approve or
*> reject, the checker's id, and for a rejection the reason --
*> and puts the decision on the ledger for the owning program
*> (ParmMaint, ChartMaint, RejectRecycle, SuspenseRelease) to act
*> on in its next run. A checker must hold the same authority
*> the change needs, for the full amount where there is money,
*> and may never be the id that keyed it. An approved item can
*> still be rejected before its owning program has applied it,
*> which is how an approval given in error is withdrawn. A deck
*> with any bad card ends RC=8 and the job puts none of it on the
*> ledger, the same all-or-nothing rule every maintenance deck in
*> the shop follows.
*>
*> Modification history
*> 2026-10-15  New program. Run from MNTAPPR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Item-Ledger-File ASSIGN TO "PENDING"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Item-Ledger-File-Status.

    SELECT Approval-File ASSIGN TO "APPROVE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Approval-File-Status.

    SELECT Item-Out-File ASSIGN TO "APPROUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Item-Out-File-Status.

*> Data declaration
DATA DIVISION.
FILE SECTION.
FD  Item-Ledger-File.
01  Item-Ledger-Record         PIC X(193).

*> One decision per card: the item id as the maintenance-item
*> report prints it, "A" approve or "R" reject, the checker's
*> user id, and the reason -- required to reject, optional to
*> approve.
FD  Approval-File.
01  Approval-Record.
    05  Apr-Item-Id            PIC X(13).
    05  Apr-Decision           PIC X(01).
        88  Apr-Approve                  VALUE "A".
        88  Apr-Reject                   VALUE "R".
    05  Apr-Checked-By         PIC X(08).
    05  Apr-Reason             PIC X(40).

FD  Item-Out-File.
01  Item-Out-Record            PIC X(193).

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
01  Item-Ledger-File-Status    PIC X(02).
01  Approval-File-Status       PIC X(02).
01  Item-Out-File-Status       PIC X(02).

*> The maintenance-item ledger record, read into here and built
*> here for each decision this run stages.
    COPY MNTREC.

01  End-Of-Ledger-Switch        PIC X(01) VALUE "N".
    88  End-Of-Ledger                     VALUE "Y".

01  End-Of-Approvals-Switch     PIC X(01) VALUE "N".
    88  End-Of-Approvals                  VALUE "Y".

01  Card-Status-Switch          PIC X(01).
    88  Card-Is-Valid                     VALUE "V".
    88  Card-Is-Invalid                   VALUE "I".

*> Every item still open on the ledger, whatever its kind, in the
*> order it was keyed, with what a checker is judged against. An
*> item the ledger shows rejected, applied or voided is closed,
*> and its slot is squeezed out when the table fills. A decision
*> this run takes moves the item's state here too, so a second
*> card for the same item is judged against the first.
01  Item-Table.
    05  Item-Entry OCCURS 500 TIMES
            INDEXED BY Item-Index.
        10  Itm-Item-Id         PIC X(13).
        10  Itm-Item-Type       PIC X(01).
        10  Itm-State           PIC X(01).
        10  Itm-Maker           PIC X(08).
        10  Itm-Amount          PIC 9(07)V99.
        10  Itm-Summary         PIC X(40).
        10  Itm-Card-Image      PIC X(80).
01  Item-Entry-Count            PIC 9(04) VALUE ZERO.
01  Item-Table-Maximum          PIC 9(04) VALUE 500.
01  Item-Keep-Sub               PIC 9(04) VALUE ZERO.
01  Item-Scan-Sub               PIC 9(04) VALUE ZERO.
01  Item-Found-Switch           PIC X(01) VALUE "N".
    88  Item-Was-Found                    VALUE "Y".

01  Card-Read-Count             PIC 9(04) VALUE ZERO.
01  Card-Rejected-Count         PIC 9(04) VALUE ZERO.
01  Item-Approved-Count         PIC 9(04) VALUE ZERO.
01  Item-Rejected-Count         PIC 9(04) VALUE ZERO.

*> The shared authority check's arguments. The kind of authority
*> an item needs is its own item type: C correction, W write-off,
*> P parameters, H chart.
01  Authority-Function          PIC X(01) VALUE SPACE.
01  Authority-Amount            PIC 9(07)V99 VALUE ZERO.
01  Authority-Result            PIC X(01) VALUE SPACE.
01  Authority-Limit             PIC 9(07)V99 VALUE ZERO.

01  Today-Date                  PIC 9(08) VALUE ZERO.
01  Clock-Date                  PIC 9(08) VALUE ZERO.
01  Right-Now                   PIC 9(08) VALUE ZERO.
01  Event-Timestamp             PIC X(26) VALUE SPACES.

*> Program logic
PROCEDURE DIVISION.

Main-Control.
    PERFORM Initialize-Program.
    PERFORM Load-One-Ledger-Event UNTIL End-Of-Ledger.
    PERFORM Decide-One-Card UNTIL End-Of-Approvals.
    PERFORM Finalize-Program.
    STOP RUN.

Initialize-Program.
    CALL "GetProcessDate" USING Today-Date.
    ACCEPT Clock-Date FROM DATE YYYYMMDD.
    ACCEPT Right-Now FROM TIME.
    STRING Clock-Date DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        Right-Now DELIMITED BY SIZE
        INTO Event-Timestamp.

*> No ledger yet means nothing has ever been keyed, and every
*> card in the deck will name an item that is not open.
    OPEN INPUT Item-Ledger-File.
    IF Item-Ledger-File-Status NOT = "00"
        SET End-Of-Ledger TO TRUE
        DISPLAY "MaintApproval: no maintenance-item ledger, "
            "status " Item-Ledger-File-Status ", no items open"
    END-IF.

    OPEN INPUT Approval-File.
    IF Approval-File-Status NOT = "00"
        DISPLAY "MaintApproval: unable to open APPROVE, status "
            Approval-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The decisions are staged: the job appends them to the live
*> ledger only when the whole deck passed.
    OPEN OUTPUT Item-Out-File.
    IF Item-Out-File-Status NOT = "00"
        DISPLAY "MaintApproval: unable to open APPROUT, status "
            Item-Out-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Load-One-Ledger-Event.
    READ Item-Ledger-File INTO Maintenance-Item-Record
        AT END
            SET End-Of-Ledger TO TRUE
            CLOSE Item-Ledger-File
        NOT AT END
            PERFORM Store-One-Ledger-Event
    END-READ.

*> A keyed event opens the item; every later event for it moves
*> its state on, and the last one stands.
Store-One-Ledger-Event.
    PERFORM Find-Item.
    IF Item-Was-Found
        MOVE Mnt-Event TO Itm-State (Item-Index)
    ELSE
        IF Mnt-Item-Pending
            PERFORM Open-Ledger-Item
        END-IF
    END-IF.

Find-Item.
    MOVE "N" TO Item-Found-Switch.
    SET Item-Index TO 1.
    SEARCH Item-Entry
        AT END
            CONTINUE
        WHEN Itm-Item-Id (Item-Index) = Mnt-Item-Id
            AND Item-Index <= Item-Entry-Count
            SET Item-Was-Found TO TRUE
    END-SEARCH.

Open-Ledger-Item.
    IF Item-Entry-Count >= Item-Table-Maximum
        PERFORM Squeeze-Closed-Items
    END-IF.
    IF Item-Entry-Count >= Item-Table-Maximum
        DISPLAY "MaintApproval: more than " Item-Table-Maximum
            " items open on the ledger, run stopped"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO Item-Entry-Count.
    SET Item-Index TO Item-Entry-Count.
    MOVE Mnt-Item-Id TO Itm-Item-Id (Item-Index).
    MOVE Mnt-Item-Type TO Itm-Item-Type (Item-Index).
    MOVE Mnt-Event TO Itm-State (Item-Index).
    MOVE Mnt-Maker TO Itm-Maker (Item-Index).
    MOVE Mnt-Amount TO Itm-Amount (Item-Index).
    MOVE Mnt-Summary TO Itm-Summary (Item-Index).
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

Decide-One-Card.
    READ Approval-File
        AT END
            SET End-Of-Approvals TO TRUE
        NOT AT END
            ADD 1 TO Card-Read-Count
            PERFORM Edit-Approval-Card
            IF Card-Is-Valid
                PERFORM Stage-Decision
            ELSE
                ADD 1 TO Card-Rejected-Count
            END-IF
    END-READ.

*> The hard rules a decision must pass: an open item, a decision
*> its state allows, a checker who is not the keyer and who holds
*> the authority the change needs -- for the whole amount, to
*> approve one that moves money -- and a reason for a rejection.
Edit-Approval-Card.
    SET Card-Is-Valid TO TRUE.
    MOVE Apr-Item-Id TO Mnt-Item-Id.
    PERFORM Find-Item.
    IF NOT Item-Was-Found
        SET Card-Is-Invalid TO TRUE
        DISPLAY "MaintApproval: card " Card-Read-Count
            " item " Apr-Item-Id " is not open on the ledger, "
            "rejected"
    ELSE
        PERFORM Edit-Decision
    END-IF.

Edit-Decision.
    EVALUATE TRUE
        WHEN NOT Apr-Approve AND NOT Apr-Reject
            SET Card-Is-Invalid TO TRUE
            DISPLAY "MaintApproval: card " Card-Read-Count
                " decision must be A or R, rejected"
        WHEN Itm-State (Item-Index) NOT = "P"
            AND Itm-State (Item-Index) NOT = "A"
            SET Card-Is-Invalid TO TRUE
            DISPLAY "MaintApproval: card " Card-Read-Count
                " item " Apr-Item-Id " is already closed, "
                "state " Itm-State (Item-Index) ", rejected"
        WHEN Apr-Approve AND Itm-State (Item-Index) NOT = "P"
            SET Card-Is-Invalid TO TRUE
            DISPLAY "MaintApproval: card " Card-Read-Count
                " item " Apr-Item-Id " is already approved, "
                "rejected"
        WHEN Apr-Checked-By = SPACES
            SET Card-Is-Invalid TO TRUE
            DISPLAY "MaintApproval: card " Card-Read-Count
                " names no checker, rejected"
        WHEN Apr-Checked-By = Itm-Maker (Item-Index)
            SET Card-Is-Invalid TO TRUE
            DISPLAY "MaintApproval: card " Card-Read-Count
                " checker " Apr-Checked-By " keyed item "
                Apr-Item-Id " and cannot decide it, rejected"
        WHEN Apr-Reject AND Apr-Reason = SPACES
            SET Card-Is-Invalid TO TRUE
            DISPLAY "MaintApproval: card " Card-Read-Count
                " rejects item " Apr-Item-Id
                " without a reason, rejected"
        WHEN OTHER
            PERFORM Edit-Checker-Authority
    END-EVALUATE.

Edit-Checker-Authority.
    MOVE Itm-Item-Type (Item-Index) TO Authority-Function.
    MOVE Itm-Amount (Item-Index) TO Authority-Amount.
    CALL "CheckAuthority" USING Apr-Checked-By, Authority-Function,
        Authority-Amount, Authority-Result, Authority-Limit.
    EVALUATE TRUE
        WHEN Authority-Result = "N"
            SET Card-Is-Invalid TO TRUE
            DISPLAY "MaintApproval: card " Card-Read-Count
                " checker " Apr-Checked-By " holds no "
                Authority-Function " authority, rejected"
        WHEN Authority-Result = "L" AND Apr-Approve
            SET Card-Is-Invalid TO TRUE
            DISPLAY "MaintApproval: card " Card-Read-Count
                " item " Apr-Item-Id " is over checker "
                Apr-Checked-By "'s limit of " Authority-Limit
                ", rejected"
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> The decision goes on the ledger with the item's own keying
*> details carried, so each event reads whole on its own.
Stage-Decision.
    MOVE Itm-Item-Id (Item-Index) TO Mnt-Item-Id.
    IF Apr-Approve
        SET Mnt-Item-Approved TO TRUE
        ADD 1 TO Item-Approved-Count
        MOVE Itm-Summary (Item-Index) TO Mnt-Summary
        IF Apr-Reason NOT = SPACES
            MOVE Apr-Reason TO Mnt-Summary
        END-IF
    ELSE
        SET Mnt-Item-Rejected TO TRUE
        ADD 1 TO Item-Rejected-Count
        MOVE Apr-Reason TO Mnt-Summary
    END-IF.
    MOVE Today-Date TO Mnt-Event-Date.
    MOVE Event-Timestamp TO Mnt-Event-Timestamp.
    MOVE Itm-Maker (Item-Index) TO Mnt-Maker.
    MOVE Apr-Checked-By TO Mnt-Acted-By.
    MOVE Itm-Amount (Item-Index) TO Mnt-Amount.
    MOVE Itm-Card-Image (Item-Index) TO Mnt-Card-Image.
    WRITE Item-Out-Record FROM Maintenance-Item-Record.
    IF Item-Out-File-Status NOT = "00"
        DISPLAY "MaintApproval: APPROUT write failed, status "
            Item-Out-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE Mnt-Event TO Itm-State (Item-Index).
    DISPLAY "MaintApproval: item " Mnt-Item-Id " "
        Itm-Summary (Item-Index).
    DISPLAY "MaintApproval:     " Apr-Decision " by "
        Apr-Checked-By ", keyed by " Mnt-Maker.

Finalize-Program.
    CLOSE Approval-File.
    CLOSE Item-Out-File.
    IF Card-Rejected-Count > ZERO
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE ZERO TO RETURN-CODE
    END-IF.
    DISPLAY "MaintApproval: " Card-Read-Count " card(s) read, "
        Item-Approved-Count " approved, " Item-Rejected-Count
        " rejected, " Card-Rejected-Count " card(s) in error.".
*> End program
