*> Modification history
*> 2026-09-01  New program. Run from SUSPREL with an edited card
*>             deck, never on the daily schedule.
*> 2026-10-15  A released prior-period adjustment goes back on
*>             the recycle record with the posting date it
*>             corrects, raw off the ledger, so the morning run
*>             posts it back to that day and its date edits
*>             decide again whether it can.
*> 2026-10-15  A released item carries its source transaction
*>             reference back onto the recycle record, and a
*>             released suspected duplicate (R010) goes back
*>             cleared of the duplicate check -- the supervisor's
*>             release is its review.
*> 2026-10-15  The supervisor on a card must hold release or
*>             write-off authority on the OPERAUTH file. A
*>             write-off of more than the supervisor's limit is
*>             not applied: it is keyed onto the maintenance-item
*>             ledger as a pending item, and once a second
*>             authorised id has approved it (MaintApproval) the
*>             next run writes the item off from the ledger with
*>             no card needed. An approved write-off whose item is
*>             no longer open is voided on the ledger.
*> 2026-10-15  A suspense item from before items carried an
*>             adjusted date (the field blank) is released as an
*>             ordinary record, adjusted date zero.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Recycle-Out-File-Status.

    SELECT Item-Ledger-File ASSIGN TO "PENDING"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Item-Ledger-File-Status.

    SELECT Item-Out-File ASSIGN TO "PNDADD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Item-Out-File-Status.

*> Data declaration
DATA DIVISION.
FILE SECTION.
        Sus-Item-Released BY New-Item-Released
        Sus-Item-Written-Off BY New-Item-Written-Off
        Sus-Resolved-Date BY New-Resolved-Date
        Sus-Resolved-By BY New-Resolved-By
        Sus-Adjusted-Date BY New-Adjusted-Date
        Sus-Source-Reference BY New-Source-Reference.

FD  Recycle-Out-File.
01  Recycle-Out-Record         PIC X(71).

FD  Item-Ledger-File.
01  Item-Ledger-Record         PIC X(193).

FD  Item-Out-File.
01  Item-Out-Record            PIC X(193).

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
01  Release-Card-File-Status    PIC X(02).
01  Suspense-New-File-Status    PIC X(02).
01  Recycle-Out-File-Status     PIC X(02).
01  Item-Ledger-File-Status     PIC X(02).
01  Item-Out-File-Status        PIC X(02).

*> The maintenance-item ledger record, read into here and built
*> here for each event this run adds to the ledger.
    COPY MNTREC.

01  End-Of-Ledger-Switch        PIC X(01) VALUE "N".
    88  End-Of-Ledger                     VALUE "Y".
*> The release deck, loaded up front so each ledger item can be
*> matched against every card aimed at it, and each card marked
*> used so a duplicate open item cannot resolve off one card.
*> Write-offs a second id has approved on the maintenance-item
*> ledger go in ahead of the deck as cards of their own, carrying
*> the item id they came from.
01  Release-Card-Table.
    05  Release-Entry OCCURS 200 TIMES
            INDEXED BY Release-Index.
        10  Tbl-Action          PIC X(01).
        10  Tbl-Approved-By     PIC X(08).
        10  Tbl-Used-Flag       PIC X(01).
        10  Tbl-Item-Id         PIC X(13).
        10  Tbl-Checker         PIC X(08).
01  Release-Card-Count          PIC 9(04) VALUE ZERO.
01  Release-Table-Maximum       PIC 9(04) VALUE 200.
01  Release-Scan-Sub            PIC 9(04) VALUE ZERO.
    05  Raw-Rcy-Num1            PIC X(08).
    05  Raw-Rcy-Num2            PIC X(08).
    05  Raw-Rcy-Source          PIC X(08).
    05  Raw-Rcy-Adjusted-Date   PIC X(08).
    05  Raw-Rcy-Reference       PIC X(16).
    05  Raw-Rcy-Cleared         PIC X(01).

01  Today-Date                  PIC 9(08) VALUE ZERO.
01  Clock-Date                  PIC 9(08) VALUE ZERO.
01  Right-Now                   PIC 9(08) VALUE ZERO.
01  Event-Timestamp             PIC X(26) VALUE SPACES.

*> The write-off items still open on the maintenance-item ledger,
*> in the order they were keyed: pending ones waiting on a second
*> id, and approved ones this run writes off. An item the ledger
*> shows rejected, applied or voided is closed, and its slot is
*> squeezed out when the table fills.
01  End-Of-Item-Ledger-Switch   PIC X(01) VALUE "N".
    88  End-Of-Item-Ledger                VALUE "Y".
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
01  Item-Event-Summary          PIC X(40) VALUE SPACES.

01  Held-Count                  PIC 9(04) VALUE ZERO.
01  Item-Voided-Count           PIC 9(04) VALUE ZERO.

*> The dollars an item carries, both amounts taken at face value
*> whatever their sign. An amount that is not a number cannot be
*> measured, so it counts as more than anybody's limit and the
*> write-off needs a second id.
01  Item-Amount                 PIC 9(07)V99 VALUE ZERO.
01  Unmeasured-Amount           PIC 9(07)V99 VALUE 9999999.99.
01  Amount-Work                 PIC 9(05)V99 VALUE ZERO.
01  Amount-Work-X REDEFINES Amount-Work
                                PIC X(07).
01  Raw-Amount                  PIC X(08) VALUE SPACES.

*> The shared authority check's arguments.
01  Authority-Function          PIC X(01) VALUE SPACE.
01  Authority-Amount            PIC 9(07)V99 VALUE ZERO.
01  Authority-Result            PIC X(01) VALUE SPACE.
01  Authority-Limit             PIC 9(07)V99 VALUE ZERO.

*> Program logic
PROCEDURE DIVISION.

Main-Control.
    PERFORM Initialize-Program.
    PERFORM Load-Item-Ledger.
    PERFORM Load-One-Release-Card UNTIL End-Of-Cards.
    PERFORM Resolve-One-Ledger-Item UNTIL End-Of-Ledger.
    PERFORM Report-Unused-Cards.

Initialize-Program.
    CALL "GetProcessDate" USING Today-Date.
    ACCEPT Clock-Date FROM DATE YYYYMMDD.
    ACCEPT Right-Now FROM TIME.
    STRING Clock-Date DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        Right-Now DELIMITED BY SIZE
        INTO Event-Timestamp.

    OPEN INPUT Suspense-Ledger-File.
    IF Suspense-Ledger-File-Status NOT = "00"
        STOP RUN
    END-IF.

    OPEN OUTPUT Item-Out-File.
    IF Item-Out-File-Status NOT = "00"
        DISPLAY "SuspenseRelease: unable to open PNDADD, status "
            Item-Out-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The write-off items open on the ledger, and the approved ones
*> loaded as cards ahead of the deck. No ledger yet means nothing
*> has ever been keyed.
Load-Item-Ledger.
    OPEN INPUT Item-Ledger-File.
    IF Item-Ledger-File-Status = "00"
        PERFORM Load-One-Ledger-Event UNTIL End-Of-Item-Ledger
        CLOSE Item-Ledger-File
    ELSE
        DISPLAY "SuspenseRelease: no maintenance-item ledger, "
            "status " Item-Ledger-File-Status ", no items open"
    END-IF.
    PERFORM Store-One-Approved-Item
        VARYING Item-Scan-Sub FROM 1 BY 1
        UNTIL Item-Scan-Sub > Item-Entry-Count.

Load-One-Ledger-Event.
    READ Item-Ledger-File INTO Maintenance-Item-Record
        AT END
            SET End-Of-Item-Ledger TO TRUE
        NOT AT END
            IF Mnt-Write-Off-Item
                PERFORM Store-One-Ledger-Event
            END-IF
    END-READ.

*> A keyed event opens the item; every later event for it moves
*> its state on, and the last one stands. The highest sequence
*> keyed today is where this run's own items carry on from.
Store-One-Ledger-Event.
    IF Mnt-Keyed-Date = Today-Date
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
        DISPLAY "SuspenseRelease: more than " Item-Table-Maximum
            " write-off items open on the ledger, run stopped"
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

*> An approved write-off becomes a card exactly as it was keyed,
*> with the supervisor who keyed it still the one whose name
*> goes on the suspense ledger.
Store-One-Approved-Item.
    IF Itm-State (Item-Scan-Sub) = "A"
        IF Release-Card-Count >= Release-Table-Maximum
            DISPLAY "SuspenseRelease: more than "
                Release-Table-Maximum " approved write-offs, "
                "item " Itm-Item-Id (Item-Scan-Sub)
                " left for the next run"
        ELSE
            MOVE Itm-Card-Image (Item-Scan-Sub) TO Release-Card
            ADD 1 TO Release-Card-Count
            SET Release-Index TO Release-Card-Count
            MOVE Rel-Record-Number
                TO Tbl-Record-Number (Release-Index)
            MOVE Rel-Reject-Date TO Tbl-Reject-Date (Release-Index)
            MOVE Rel-Action TO Tbl-Action (Release-Index)
            MOVE Rel-Approved-By TO Tbl-Approved-By (Release-Index)
            MOVE "N" TO Tbl-Used-Flag (Release-Index)
            MOVE Itm-Item-Id (Item-Scan-Sub)
                TO Tbl-Item-Id (Release-Index)
            MOVE Itm-Checker (Item-Scan-Sub)
                TO Tbl-Checker (Release-Index)
        END-IF
    END-IF.

Load-One-Release-Card.
    READ Release-Card-File
        AT END

*> The hard rules every resolution must pass before it can touch
*> the ledger: real keys, a real action, and a named approver --
*> "supervised" means the name is on the card, not implied --
*> who holds authority on the OPERAUTH file for the action. A
*> write-off already waiting on the maintenance-item ledger is
*> not keyed twice.
Edit-And-Store-Card.
    MOVE "N" TO Authority-Result.
    IF Rel-Approved-By NOT = SPACES
        MOVE Rel-Action TO Authority-Function
        MOVE ZERO TO Authority-Amount
        CALL "CheckAuthority" USING Rel-Approved-By,
            Authority-Function, Authority-Amount, Authority-Result,
            Authority-Limit
    END-IF.
    MOVE "N" TO Item-Found-Switch.
    IF Rel-Action = "W"
        PERFORM Find-Open-Write-Off-Item
    END-IF.
    EVALUATE TRUE
        WHEN Rel-Record-Number NOT NUMERIC
            OR Rel-Reject-Date NOT NUMERIC
            ADD 1 TO Card-Rejected-Count
            DISPLAY "SuspenseRelease: card " Card-Read-Count
                " names no approver, rejected"
        WHEN Authority-Result NOT = "Y"
            ADD 1 TO Card-Rejected-Count
            DISPLAY "SuspenseRelease: card " Card-Read-Count
                " approver " Rel-Approved-By " holds no authority "
                "for action " Rel-Action ", rejected"
        WHEN Item-Was-Found
            ADD 1 TO Held-Count
            DISPLAY "SuspenseRelease: card " Card-Read-Count
                " write-off is already item "
                Itm-Item-Id (Item-Index) " on the ledger, state "
                Itm-State (Item-Index) ", not keyed again"
        WHEN Release-Card-Count >= Release-Table-Maximum
            ADD 1 TO Card-Rejected-Count
            DISPLAY "SuspenseRelease: more than "
            MOVE Rel-Action TO Tbl-Action (Release-Index)
            MOVE Rel-Approved-By TO Tbl-Approved-By (Release-Index)
            MOVE "N" TO Tbl-Used-Flag (Release-Index)
            MOVE SPACES TO Tbl-Item-Id (Release-Index)
            MOVE SPACES TO Tbl-Checker (Release-Index)
    END-EVALUATE.

*> A pending or approved write-off item for the same suspense
*> item, whoever keyed it.
Find-Open-Write-Off-Item.
    SET Item-Index TO 1.
    SEARCH Item-Entry
        AT END
            CONTINUE
        WHEN Itm-Card-Image (Item-Index) (1:17) = Release-Card (1:17)
            AND (Itm-State (Item-Index) = "P"
            OR Itm-State (Item-Index) = "A")
            AND Item-Index <= Item-Entry-Count
            SET Item-Was-Found TO TRUE
    END-SEARCH.

*> Every ledger item flows to the staged new ledger; an open item
*> a card aims at goes across with its status flipped and its
*> resolver stamped, and a released one also becomes a recycle
        MOVE Release-Scan-Sub TO Release-Match-Sub
    END-IF.

*> A write-off keyed on the deck for more than its supervisor's
*> limit goes no further than the maintenance-item ledger: the
*> item stays open until a second id approves it.
Apply-One-Resolution.
    MOVE "Y" TO Tbl-Used-Flag (Release-Match-Sub).
    IF Tbl-Action (Release-Match-Sub) = "W"
        AND Tbl-Item-Id (Release-Match-Sub) = SPACES
        PERFORM Measure-Item-Amount
        MOVE "W" TO Authority-Function
        MOVE Item-Amount TO Authority-Amount
        CALL "CheckAuthority" USING
            Tbl-Approved-By (Release-Match-Sub),
            Authority-Function, Authority-Amount, Authority-Result,
            Authority-Limit
        IF Authority-Result NOT = "Y"
            PERFORM Pend-Write-Off
        ELSE
            PERFORM Resolve-Suspense-Item
        END-IF
    ELSE
        PERFORM Resolve-Suspense-Item
    END-IF.

Resolve-Suspense-Item.
    MOVE Today-Date TO Sus-Resolved-Date.
    MOVE Tbl-Approved-By (Release-Match-Sub) TO Sus-Resolved-By.
    IF Tbl-Action (Release-Match-Sub) = "R"
        SET Sus-Item-Written-Off TO TRUE
        ADD 1 TO Written-Off-Count
    END-IF.
    IF Tbl-Item-Id (Release-Match-Sub) NOT = SPACES
        PERFORM Measure-Item-Amount
        MOVE Tbl-Item-Id (Release-Match-Sub) TO Mnt-Item-Id
        SET Mnt-Item-Applied TO TRUE
        MOVE Tbl-Approved-By (Release-Match-Sub) TO Mnt-Maker
        MOVE Tbl-Checker (Release-Match-Sub) TO Mnt-Acted-By
        MOVE "WRITTEN OFF ON THE SUSPENSE LEDGER"
            TO Item-Event-Summary
        PERFORM Write-Item-Event
    END-IF.

Measure-Item-Amount.
    MOVE ZERO TO Item-Amount.
    MOVE Sus-Num1 TO Raw-Amount.
    PERFORM Add-One-Raw-Amount.
    MOVE Sus-Num2 TO Raw-Amount.
    PERFORM Add-One-Raw-Amount.

Add-One-Raw-Amount.
    IF Raw-Amount (1:7) IS NUMERIC
        AND Item-Amount NOT = Unmeasured-Amount
        MOVE Raw-Amount (1:7) TO Amount-Work-X
        ADD Amount-Work TO Item-Amount
    ELSE
        MOVE Unmeasured-Amount TO Item-Amount
    END-IF.

Pend-Write-Off.
    ADD 1 TO Held-Count.
    ADD 1 TO Next-Item-Sequence.
    SET Mnt-Write-Off-Item TO TRUE.
    MOVE Today-Date TO Mnt-Keyed-Date.
    MOVE Next-Item-Sequence TO Mnt-Item-Sequence.
    SET Mnt-Item-Pending TO TRUE.
    MOVE Tbl-Approved-By (Release-Match-Sub) TO Mnt-Maker.
    MOVE Tbl-Approved-By (Release-Match-Sub) TO Mnt-Acted-By.
    MOVE SPACES TO Item-Event-Summary.
    STRING "WRITE OFF RECORD " DELIMITED BY SIZE
        Sus-Record-Number DELIMITED BY SIZE
        " OF " DELIMITED BY SIZE
        Sus-Reject-Date DELIMITED BY SIZE
        INTO Item-Event-Summary.
    PERFORM Write-Item-Event.
    DISPLAY "SuspenseRelease: write-off of record "
        Sus-Record-Number " date " Sus-Reject-Date
        " is over " Tbl-Approved-By (Release-Match-Sub)
        "'s limit, keyed as item " Mnt-Item-Id
        " for a second approval".

*> Mnt-Item-Id, Mnt-Event, the maker and the actor are set by
*> the caller; the card image is the table entry's, rebuilt.
Write-Item-Event.
    MOVE SPACES TO Release-Card.
    MOVE Tbl-Record-Number (Release-Match-Sub) TO Rel-Record-Number.
    MOVE Tbl-Reject-Date (Release-Match-Sub) TO Rel-Reject-Date.
    MOVE Tbl-Action (Release-Match-Sub) TO Rel-Action.
    MOVE Tbl-Approved-By (Release-Match-Sub) TO Rel-Approved-By.
    MOVE Release-Card TO Mnt-Card-Image.
    MOVE Today-Date TO Mnt-Event-Date.
    MOVE Event-Timestamp TO Mnt-Event-Timestamp.
    MOVE Item-Amount TO Mnt-Amount.
    MOVE Item-Event-Summary TO Mnt-Summary.
    WRITE Item-Out-Record FROM Maintenance-Item-Record.
    IF Item-Out-File-Status NOT = "00"
        DISPLAY "SuspenseRelease: PNDADD write failed, status "
            Item-Out-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Back through the loop it came from: the item's identity and
*> raw values become a recycle record, byte for byte, so the
    MOVE Sus-Num1 TO Raw-Rcy-Num1.
    MOVE Sus-Num2 TO Raw-Rcy-Num2.
    MOVE Sus-Source-System TO Raw-Rcy-Source.
    IF Sus-Adjusted-Date = SPACES
        MOVE ZERO TO Raw-Rcy-Adjusted-Date
    ELSE
        MOVE Sus-Adjusted-Date TO Raw-Rcy-Adjusted-Date
    END-IF.
    MOVE Sus-Source-Reference TO Raw-Rcy-Reference.
    IF Sus-Reason-Code = "R010"
        MOVE "Y" TO Raw-Rcy-Cleared
    ELSE
        MOVE "N" TO Raw-Rcy-Cleared
    END-IF.
    WRITE Recycle-Out-Record FROM Recycle-Raw-View.

*> A card that matched nothing is a mistyped key or an item
*> already resolved -- either way the supervisor should know,
*> and the deck does not go live. An approved write-off that
*> matched nothing was resolved some other way since it was
*> keyed; it is voided on the maintenance-item ledger instead,
*> so it cannot hold the deck up run after run.
Report-Unused-Cards.
    PERFORM Report-One-Unused-Card
        VARYING Release-Scan-Sub FROM 1 BY 1
        UNTIL Release-Scan-Sub > Release-Card-Count.

Report-One-Unused-Card.
    IF Tbl-Used-Flag (Release-Scan-Sub) = "N"
        AND Tbl-Item-Id (Release-Scan-Sub) NOT = SPACES
        MOVE "Y" TO Tbl-Used-Flag (Release-Scan-Sub)
        MOVE Release-Scan-Sub TO Release-Match-Sub
        MOVE ZERO TO Item-Amount
        MOVE Tbl-Item-Id (Release-Scan-Sub) TO Mnt-Item-Id
        SET Mnt-Item-Voided TO TRUE
        MOVE Tbl-Approved-By (Release-Scan-Sub) TO Mnt-Maker
        MOVE Tbl-Checker (Release-Scan-Sub) TO Mnt-Acted-By
        MOVE "VOIDED - NO OPEN SUSPENSE ITEM"
            TO Item-Event-Summary
        PERFORM Write-Item-Event
        ADD 1 TO Item-Voided-Count
        DISPLAY "SuspenseRelease: approved item "
            Tbl-Item-Id (Release-Scan-Sub)
            " matches no open suspense item, voided"
    END-IF.
    IF Tbl-Used-Flag (Release-Scan-Sub) = "N"
        ADD 1 TO Card-Rejected-Count
        DISPLAY "SuspenseRelease: card for record "
    CLOSE Release-Card-File.
    CLOSE Suspense-New-File.
    CLOSE Recycle-Out-File.
    CLOSE Item-Out-File.
    IF Card-Rejected-Count > ZERO
        MOVE 8 TO RETURN-CODE
    ELSE
        Released-Count " released, " Written-Off-Count
        " written off, " Card-Rejected-Count " rejected, "
        Ledger-Read-Count " ledger item(s) carried.".
    DISPLAY "SuspenseRelease: " Held-Count
        " write-off(s) held for a second approval, "
        Item-Voided-Count " approved item(s) voided.".
*> End program
