*>             -- a deck that ends RC=8 leaves no trace of
*>             changes that never went live, and a resubmitted
*>             corrected deck cannot write them twice.
*> 2026-10-15  The parameter record carries the duplicate window
*>             (days a posted source transaction reference is
*>             remembered) now; the card edits hold it to 0-366.
*>             A job whose record predates the field keeps it
*>             blank -- and the job's default -- until a card
*>             sets it.
*> 2026-10-15  No card goes live on its keyer's say-so any more.
*>             The changer must hold parameter authority on the
*>             OPERAUTH file, and a card that passes its edits
*>             is keyed onto the maintenance-item ledger as a
*>             pending item instead of being applied. An item a
*>             second authorised id has approved (MaintApproval)
*>             is applied on the next run, through the same edits,
*>             with the approver on its history records; one that
*>             no longer passes is voided on the ledger rather
*>             than holding up the deck.

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
    05  Upd-User-Id            PIC X(08).
    05  Upd-Effective-Date     PIC X(08).
    05  Upd-Changed-By         PIC X(08).
    05  Upd-Dup-Window         PIC X(03).

FD  Parameter-Out-File.
    COPY PARMREC REPLACING Parameter-Record BY Parameter-Out-Record
        Parm-Checkpoint-Freq BY Out-Checkpoint-Freq
        Parm-Valid-Max BY Out-Valid-Max
        Parm-Reject-Tolerance BY Out-Reject-Tolerance
        Parm-User-Id BY Out-User-Id
        Parm-Duplicate-Window BY Out-Duplicate-Window.

FD  History-File.
    COPY PRMHREC.

FD  Item-Ledger-File.
01  Item-Ledger-Record         PIC X(193).

FD  Item-Out-File.
01  Item-Out-Record            PIC X(193).

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
01  Parameter-File-Status      PIC X(02).
01  Update-File-Status         PIC X(02).
01  Parameter-Out-File-Status  PIC X(02).
01  History-File-Status        PIC X(02).
01  Item-Ledger-File-Status    PIC X(02).
01  Item-Out-File-Status       PIC X(02).

*> The maintenance-item ledger record, read into here and built
*> here for each event this run adds to the ledger.
    COPY MNTREC.

01  End-Of-Parms-Switch         PIC X(01) VALUE "N".
    88  End-Of-Parms                      VALUE "Y".
        10  Tbl-Valid-Max       PIC 9(05)V99.
        10  Tbl-Reject-Tol      PIC 9(03).
        10  Tbl-User-Id         PIC X(08).
        10  Tbl-Dup-Window      PIC X(03).
01  Parm-Entry-Count            PIC 9(04) VALUE ZERO.
01  Parm-Table-Maximum          PIC 9(04) VALUE 50.
01  Parm-Out-Sub                PIC 9(04) VALUE ZERO.

01  Card-Read-Count             PIC 9(04) VALUE ZERO.
01  Card-Rejected-Count         PIC 9(04) VALUE ZERO.
01  Job-Added-Count             PIC 9(04) VALUE ZERO.

01  Job-Found-Switch            PIC X(01) VALUE "N".
    88  Job-Was-Found                     VALUE "Y".

*> What every message names: the deck card, or the ledger item
*> an approved change came from.
01  Card-Label                  PIC X(18) VALUE SPACES.
01  Card-Label-Length           PIC 9(02) VALUE ZERO.

*> The parameter items still open on the maintenance-item
*> ledger, in the order they were keyed: pending ones waiting on
*> a second id, and approved ones this run applies. An item the
*> ledger shows rejected, applied or voided is closed, and its
*> slot is squeezed out when the table fills.
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
01  Parm-Function               PIC X(01) VALUE "P".
01  Authority-Amount            PIC 9(07)V99 VALUE ZERO.
01  Authority-Result            PIC X(01) VALUE SPACE.
01  Authority-Limit             PIC 9(07)V99 VALUE ZERO.

*> The card's values after their numeric edits, and the working
*> fields a change's history records are built from.
01  Edited-Checkpoint-Freq      PIC 9(06) VALUE ZERO.
01  Edited-Reject-Tol           PIC 9(03) VALUE ZERO.
01  Edited-Dup-Window           PIC 9(03) VALUE ZERO.
01  Edited-Valid-Max            PIC 9(05)V99 VALUE ZERO.
01  Edited-Valid-Max-X REDEFINES Edited-Valid-Max
                                PIC X(07).
01  Today-Date                  PIC 9(08) VALUE ZERO.
01  Right-Now                   PIC 9(08) VALUE ZERO.
01  Change-Timestamp            PIC X(26) VALUE SPACES.
01  Process-Date                PIC 9(08) VALUE ZERO.

*> Program logic
PROCEDURE DIVISION.
Main-Control.
    PERFORM Initialize-Program.
    PERFORM Load-One-Parameter UNTIL End-Of-Parms.
    PERFORM Load-Item-Ledger.
    PERFORM Apply-One-Approved-Item
        VARYING Item-Scan-Sub FROM 1 BY 1
        UNTIL Item-Scan-Sub > Item-Entry-Count.
    PERFORM Apply-One-Update UNTIL End-Of-Updates.
    PERFORM Write-Parameter-Out.
    PERFORM Finalize-Program.
        " " DELIMITED BY SIZE
        Right-Now DELIMITED BY SIZE
        INTO Change-Timestamp.
    CALL "GetProcessDate" USING Process-Date.

    OPEN INPUT Parameter-File.
    IF Parameter-File-Status NOT = "00"
        STOP RUN
    END-IF.

*> The ledger events are staged the same way: the job appends
*> them to the live ledger only when the whole deck passed.
    OPEN OUTPUT Item-Out-File.
    IF Item-Out-File-Status NOT = "00"
        DISPLAY "ParmMaint: unable to open PNDADD, status "
            Item-Out-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Load-One-Parameter.
    READ Parameter-File
        AT END
        MOVE Parm-Valid-Max TO Tbl-Valid-Max (Parm-Index)
        MOVE Parm-Reject-Tolerance TO Tbl-Reject-Tol (Parm-Index)
        MOVE Parm-User-Id TO Tbl-User-Id (Parm-Index)
        MOVE Parm-Duplicate-Window (1:3)
            TO Tbl-Dup-Window (Parm-Index)
    END-IF.

*> The parameter items open on the ledger. No ledger yet means
*> nothing has ever been keyed.
Load-Item-Ledger.
    OPEN INPUT Item-Ledger-File.
    IF Item-Ledger-File-Status = "00"
        PERFORM Load-One-Ledger-Event UNTIL End-Of-Ledger
        CLOSE Item-Ledger-File
    ELSE
        DISPLAY "ParmMaint: no maintenance-item ledger, status "
            Item-Ledger-File-Status ", no items open"
    END-IF.

Load-One-Ledger-Event.
    READ Item-Ledger-File INTO Maintenance-Item-Record
        AT END
            SET End-Of-Ledger TO TRUE
        NOT AT END
            IF Mnt-Parm-Item
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
        DISPLAY "ParmMaint: more than " Item-Table-Maximum
            " parameter items open on the ledger, run stopped"
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
*> edit a deck card faces -- the file may have moved on since it
*> was keyed. The approver must still hold parameter authority
*> and must not be the keyer. One that can no longer go live is
*> voided on the ledger, to be keyed afresh if still wanted,
*> rather than failing the deck run after run.
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
            MOVE "APPLIED TO THE PARAMETER FILE"
                TO Item-Event-Summary
        ELSE
            ADD 1 TO Item-Voided-Count
            SET Mnt-Item-Voided TO TRUE
            MOVE "VOIDED - FAILS ITS EDITS, KEY AFRESH"
                TO Item-Event-Summary
            DISPLAY "ParmMaint: " Card-Label (1:Card-Label-Length)
                " voided, the approved change no longer passes"
        END-IF
        MOVE Approved-By TO Mnt-Acted-By
        PERFORM Write-Item-Event
        MOVE Mnt-Event TO Itm-State (Item-Scan-Sub)
    END-IF.

Edit-Approver.
    MOVE "N" TO Authority-Result.
    IF Approved-By NOT = Upd-Changed-By
        CALL "CheckAuthority" USING Approved-By, Parm-Function,
            Authority-Amount, Authority-Result, Authority-Limit
    END-IF.
    IF Authority-Result NOT = "Y"
        SET Card-Is-Invalid TO TRUE
        DISPLAY "ParmMaint: " Card-Label (1:Card-Label-Length)
            " approver " Approved-By
            " holds no parameter authority, or keyed it"
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
                PERFORM Edit-New-Job-Fields
            END-IF
            IF Card-Is-Valid
                PERFORM Pend-Update-Card
            ELSE
                ADD 1 TO Card-Rejected-Count
            END-IF
    END-READ.

*> A new job must state every field, there is nothing current to
*> keep -- caught when it is keyed, not days later when approved.
Edit-New-Job-Fields.
    MOVE "N" TO Job-Found-Switch.
    SET Parm-Index TO 1.
    SEARCH Parm-Entry
        AT END
            CONTINUE
        WHEN Tbl-Job-Id (Parm-Index) = Upd-Job-Id
            AND Parm-Index <= Parm-Entry-Count
            SET Job-Was-Found TO TRUE
    END-SEARCH.
    IF NOT Job-Was-Found
        AND (Upd-Checkpoint-Freq = SPACES
        OR Upd-Valid-Max = SPACES
        OR Upd-Reject-Tol = SPACES
        OR Upd-User-Id = SPACES)
        SET Card-Is-Invalid TO TRUE
        DISPLAY "ParmMaint: " Card-Label (1:Card-Label-Length)
            " adds job " Upd-Job-Id
            " but leaves fields blank, rejected"
    END-IF.

Pend-Update-Card.
    ADD 1 TO Next-Item-Sequence.
    ADD 1 TO Item-Pended-Count.
    SET Mnt-Parm-Item TO TRUE.
    MOVE Process-Date TO Mnt-Keyed-Date.
    MOVE Next-Item-Sequence TO Mnt-Item-Sequence.
    SET Mnt-Item-Pending TO TRUE.
    MOVE Upd-Changed-By TO Mnt-Maker.
    MOVE Upd-Changed-By TO Mnt-Acted-By.
    MOVE Update-Record TO Mnt-Card-Image.
    MOVE SPACES TO Item-Event-Summary.
    STRING "PARM JOB " DELIMITED BY SIZE
        Upd-Job-Id DELIMITED BY SIZE
        " EFFECTIVE " DELIMITED BY SIZE
        Upd-Effective-Date DELIMITED BY SIZE
        INTO Item-Event-Summary.
    PERFORM Write-Item-Event.
    DISPLAY "ParmMaint: " Card-Label (1:Card-Label-Length)
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
        DISPLAY "ParmMaint: PNDADD write failed, status "
            Item-Out-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The hard rules every proposed change must pass before it can
*> go live. Each failure names the card and the rule, so the
*> operator fixing the deck knows exactly what to re-key.
    SET Card-Is-Valid TO TRUE.
    IF Upd-Job-Id = SPACES
        SET Card-Is-Invalid TO TRUE
        DISPLAY "ParmMaint: " Card-Label (1:Card-Label-Length)
            " has no job id, rejected"
    END-IF.
    IF Upd-Changed-By = SPACES
        SET Card-Is-Invalid TO TRUE
        DISPLAY "ParmMaint: " Card-Label (1:Card-Label-Length)
            " names no changer, rejected"
    ELSE
        CALL "CheckAuthority" USING Upd-Changed-By, Parm-Function,
            Authority-Amount, Authority-Result, Authority-Limit
        IF Authority-Result NOT = "Y"
            SET Card-Is-Invalid TO TRUE
            DISPLAY "ParmMaint: " Card-Label (1:Card-Label-Length)
                " changer " Upd-Changed-By
                " holds no parameter authority, rejected"
        END-IF
    END-IF.
    PERFORM Edit-Effective-Date.
    MOVE ZERO TO Edited-Checkpoint-Freq.
        END-IF
        IF Edited-Checkpoint-Freq = ZERO
            SET Card-Is-Invalid TO TRUE
            DISPLAY "ParmMaint: " Card-Label (1:Card-Label-Length)
                " checkpoint frequency '" Upd-Checkpoint-Freq
                "' fails edit, rejected"
        END-IF
        END-IF
        IF Edited-Valid-Max = ZERO
            SET Card-Is-Invalid TO TRUE
            DISPLAY "ParmMaint: " Card-Label (1:Card-Label-Length)
                " valid-amount maximum '" Upd-Valid-Max
                "' fails edit, rejected"
        END-IF
        IF Upd-Reject-Tol NOT NUMERIC
            OR Edited-Reject-Tol > 100
            SET Card-Is-Invalid TO TRUE
            DISPLAY "ParmMaint: " Card-Label (1:Card-Label-Length)
                " reject tolerance '" Upd-Reject-Tol
                "' fails edit (0-100), rejected"
        END-IF
    END-IF.
    MOVE ZERO TO Edited-Dup-Window.
    IF Upd-Dup-Window NOT = SPACES
        IF Upd-Dup-Window IS NUMERIC
            MOVE Upd-Dup-Window TO Edited-Dup-Window
        END-IF
        IF Upd-Dup-Window NOT NUMERIC
            OR Edited-Dup-Window > 366
            SET Card-Is-Invalid TO TRUE
            DISPLAY "ParmMaint: " Card-Label (1:Card-Label-Length)
                " duplicate window '" Upd-Dup-Window
                "' fails edit (0-366), rejected"
        END-IF
    END-IF.

*> A change has to say when it takes effect, and the date has to
*> be a date -- the history is only as good as the dates on it.
Edit-Effective-Date.
    IF Upd-Effective-Date NOT NUMERIC
        SET Card-Is-Invalid TO TRUE
        DISPLAY "ParmMaint: " Card-Label (1:Card-Label-Length)
            " effective date '" Upd-Effective-Date
            "' is not numeric, rejected"
    ELSE
        IF Effective-Date-Month < 1 OR Effective-Date-Month > 12
            OR Effective-Date-Day < 1 OR Effective-Date-Day > 31
            SET Card-Is-Invalid TO TRUE
            DISPLAY "ParmMaint: " Card-Label (1:Card-Label-Length)
                " effective date '" Upd-Effective-Date
                "' is not a date, rejected"
        END-IF
    END-IF.

*> Land a proven, approved change: change the job's entry field
*> by field, writing one history record per field that actually
*> changed, or open a new job's entry -- a new job must state
*> every field, there is nothing current to keep.
Apply-Update-Card.
    MOVE "N" TO Job-Found-Switch.
    SET Parm-Index TO 1.
    END-SEARCH.
    IF Job-Was-Found
        PERFORM Change-Existing-Job
    ELSE
        PERFORM Add-New-Job
    END-IF.
        PERFORM Write-History-Record
        MOVE Upd-User-Id TO Tbl-User-Id (Parm-Index)
    END-IF.
    IF Upd-Dup-Window NOT = SPACES
        AND Upd-Dup-Window NOT = Tbl-Dup-Window (Parm-Index)
        MOVE "DUP-WINDOW" TO History-Field-Name
        MOVE Tbl-Dup-Window (Parm-Index) TO History-Old-Value
        MOVE Upd-Dup-Window TO History-New-Value
        PERFORM Write-History-Record
        MOVE Upd-Dup-Window TO Tbl-Dup-Window (Parm-Index)
    END-IF.

*> The duplicate window alone may be left blank on a new job:
*> the job then runs on its own default until a card sets it.
Add-New-Job.
    IF Upd-Checkpoint-Freq = SPACES
        OR Upd-Valid-Max = SPACES
        OR Upd-Reject-Tol = SPACES
        OR Upd-User-Id = SPACES
        SET Card-Is-Invalid TO TRUE
        DISPLAY "ParmMaint: " Card-Label (1:Card-Label-Length)
            " adds job " Upd-Job-Id
            " but leaves fields blank, rejected"
    ELSE
        IF Parm-Entry-Count >= Parm-Table-Maximum
            DISPLAY "ParmMaint: parameter table full, job "
                Upd-Job-Id " not added"
            SET Card-Is-Invalid TO TRUE
        ELSE
            ADD 1 TO Parm-Entry-Count
            ADD 1 TO Job-Added-Count
            SET Parm-Index TO Parm-Entry-Count
            MOVE Upd-Job-Id TO Tbl-Job-Id (Parm-Index)
            MOVE Edited-Checkpoint-Freq
            MOVE Edited-Valid-Max TO Tbl-Valid-Max (Parm-Index)
            MOVE Edited-Reject-Tol TO Tbl-Reject-Tol (Parm-Index)
            MOVE Upd-User-Id TO Tbl-User-Id (Parm-Index)
            MOVE Upd-Dup-Window TO Tbl-Dup-Window (Parm-Index)
            MOVE "JOB-ADDED" TO History-Field-Name
            MOVE SPACES TO History-Old-Value
            MOVE Upd-Job-Id TO History-New-Value
    MOVE History-Field-Name TO Hst-Field-Name.
    MOVE History-Old-Value TO Hst-Old-Value.
    MOVE History-New-Value TO Hst-New-Value.
    MOVE Approved-By TO Hst-Approved-By.
    WRITE Parm-History-Record.

Write-Parameter-Out.
    MOVE Tbl-Valid-Max (Parm-Out-Sub) TO Out-Valid-Max.
    MOVE Tbl-Reject-Tol (Parm-Out-Sub) TO Out-Reject-Tolerance.
    MOVE Tbl-User-Id (Parm-Out-Sub) TO Out-User-Id.
    MOVE Tbl-Dup-Window (Parm-Out-Sub)
        TO Out-Duplicate-Window (1:3).
    WRITE Parameter-Out-Record.

Finalize-Program.
    END-IF.
    CLOSE Update-File.
    CLOSE History-File.
    CLOSE Item-Out-File.
    IF Card-Rejected-Count > ZERO
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE ZERO TO RETURN-CODE
    END-IF.
    DISPLAY "ParmMaint: " Card-Read-Count " card(s) read, "
        Item-Pended-Count " keyed for approval, "
        Card-Rejected-Count " rejected.".
    DISPLAY "ParmMaint: " Item-Applied-Count
        " approved item(s) applied, " Item-Voided-Count
        " voided, " Job-Added-Count " job(s) added.".
*> End program
