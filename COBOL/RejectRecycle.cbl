*>             GetProcessDate routine) -- an evening run slipping
*>             past midnight stamps suspense items with the day
*>             the money belongs to, not the wall clock's.
*> 2026-10-15  A rejected prior-period adjustment keeps the date
*>             it corrects through the repair loop: revalidated
*>             with it (so the date edits apply), handed back on
*>             the recycle record, and kept on the suspense
*>             ledger, raw, when it suspends.
*> 2026-10-15  Suspected duplicates (R010) are reviewed, not
*>             repaired: a card with field id "D" clears one, and
*>             it recycles flagged so the morning run posts it
*>             without holding it again; one nobody cleared goes
*>             straight to suspense to wait for its review. The
*>             source transaction reference rides on the recycle
*>             and suspense records.
*> 2026-10-15  A correction card is applied only when the id that
*>             keyed it holds correction authority on the
*>             OPERAUTH file for the money it moves; any other
*>             card, including one keyed before cards carried an
*>             id, is ignored loudly. Corrections over the keyer's
*>             limit wait on the maintenance-item ledger instead of
*>             the deck: once a second id has approved one, it is
*>             applied here like a card, the first time its reject
*>             comes through, and marked applied on the ledger.
*> 2026-10-15  A reject from before rejects carried an adjusted
*>             date (the field blank) is repaired and recycled as
*>             an ordinary record, adjusted date zero.
*> 2026-10-15  Cards are read into working storage and approved
*>             ledger items are built there, so a night with no
*>             correction deck never uses the deck's record area.
*> 2026-10-15  A processing date the FISCAL calendar cannot place
*>             comes back from ValidateAmounts as R012; the run
*>             closes RECYCLE, SUSPOUT, SUSPFILE and PENDING on
*>             what it has done so far and stops RC=16, instead of
*>             the subprogram ending it underneath open files.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Parameter-File-Status.

    SELECT Item-Ledger-File ASSIGN TO "PENDING"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Item-Ledger-File-Status.

*> Data declaration
DATA DIVISION.
FILE SECTION.
    COPY REJREC.

FD  Correction-File.
01  Correction-File-Record       PIC X(34).

FD  Recycle-Out-File.
    COPY RCYREC.
FD  Parameter-File.
    COPY PARMREC.

FD  Item-Ledger-File.
01  Item-Ledger-Record           PIC X(193).

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
*> The shared amounts layout, used here as the revalidation work
    05  Raw-Num1                 PIC X(08).
    05  Raw-Num2                 PIC X(08).
    05  FILLER                   PIC X(17).
    05  Raw-Adjusted-Date        PIC X(08).

01  Reject-In-File-Status        PIC X(02).
01  Correction-File-Status       PIC X(02).
01  Suspense-Report-File-Status  PIC X(02).
01  Suspense-Ledger-File-Status  PIC X(02).
01  Parameter-File-Status        PIC X(02).
01  Item-Ledger-File-Status      PIC X(02).

*> The maintenance-item ledger record, read into here and built
*> here for each item this run applies.
    COPY MNTREC.

*> The correction card in hand: read into here off the deck, and
*> built here from an approved ledger item or for the card image
*> an applied event carries -- so a night with no deck never
*> touches the deck's record area.
    COPY CORREC.

01  End-Of-Rejects-Switch         PIC X(01) VALUE "N".
    88  End-Of-Rejects                        VALUE "Y".

*> The correction card deck, loaded up front so each reject can
*> be matched against every card keyed for its record number.
*> Corrections a second id has approved on the maintenance-item
*> ledger go in ahead of the deck, carrying the item id they came
*> from and the id that approved them.
01  Correction-Table.
    05  Correction-Entry OCCURS 500 TIMES
            INDEXED BY Correction-Index.
        10  Tbl-Reject-Date      PIC 9(08).
        10  Tbl-Field-Id         PIC X(01).
        10  Tbl-New-Value        PIC X(08).
        10  Tbl-Keyed-By         PIC X(08).
        10  Tbl-Item-Id          PIC X(13).
        10  Tbl-Checker          PIC X(08).
01  Correction-Count              PIC 9(04) VALUE ZERO.
01  Correction-Table-Maximum      PIC 9(04) VALUE 500.

01  Parameter-Found-Switch        PIC X(01) VALUE "N".
    88  Parameter-Was-Found                   VALUE "Y".

*> Whether a "D" card cleared the reject in hand as a reviewed,
*> genuinely new transaction rather than a duplicate.
01  Duplicate-Cleared-Switch      PIC X(01) VALUE "N".
    88  Duplicate-Was-Cleared                 VALUE "Y".
01  Duplicate-Reason-Code         PIC X(04) VALUE "R010".
01  Calendar-Reason-Code          PIC X(04) VALUE "R012".

01  Validation-Reason-Code        PIC X(04) VALUE SPACES.
01  Validation-Reason-Text        PIC X(30) VALUE SPACES.

*> The correction items open on the maintenance-item ledger, in
*> the order they were keyed; the last event for an item is its
*> state. Closed items' slots are squeezed out when it fills.
01  End-Of-Item-Ledger-Switch     PIC X(01) VALUE "N".
    88  End-Of-Item-Ledger                    VALUE "Y".
01  Item-Table.
    05  Item-Entry OCCURS 500 TIMES
            INDEXED BY Item-Index.
        10  Itm-Item-Id           PIC X(13).
        10  Itm-State             PIC X(01).
        10  Itm-Maker             PIC X(08).
        10  Itm-Checker           PIC X(08).
        10  Itm-Card-Image        PIC X(80).
01  Item-Entry-Count              PIC 9(04) VALUE ZERO.
01  Item-Table-Maximum            PIC 9(04) VALUE 500.
01  Item-Keep-Sub                 PIC 9(04) VALUE ZERO.
01  Item-Scan-Sub                 PIC 9(04) VALUE ZERO.
01  Item-Found-Switch             PIC X(01) VALUE "N".
    88  Item-Was-Found                        VALUE "Y".
01  Item-Applied-Count            PIC 9(04) VALUE ZERO.
01  Card-Refused-Count            PIC 9(04) VALUE ZERO.

*> Whether the card in hand may be applied: a ledger item always
*> may, a deck card only on its keyer's authority.
01  Card-Allowed-Switch           PIC X(01) VALUE "N".
    88  Card-Is-Allowed                       VALUE "Y".

*> The dollars a card moves, judged against the keyer's limit: a
*> new amount for an amount card, the reject's own two amounts
*> at face value for an account move or a duplicate clearance.
*> An amount that is not a number cannot be measured, so it
*> counts as more than anybody's limit.
01  Card-Amount                   PIC 9(07)V99 VALUE ZERO.
01  Unmeasured-Amount             PIC 9(07)V99 VALUE 9999999.99.
01  Amount-Work                   PIC 9(05)V99 VALUE ZERO.
01  Amount-Work-X REDEFINES Amount-Work
                                  PIC X(07).
01  Measured-Value                PIC X(08) VALUE SPACES.

*> The shared authority check's arguments.
01  Authority-Function            PIC X(01) VALUE "C".
01  Authority-Result              PIC X(01) VALUE SPACE.
01  Authority-Limit               PIC 9(07)V99 VALUE ZERO.

01  Today-Date                    PIC 9(08) VALUE ZERO.
01  Clock-Date                    PIC 9(08) VALUE ZERO.
01  Right-Now                     PIC 9(08) VALUE ZERO.
01  Event-Timestamp               PIC X(26) VALUE SPACES.
01  Run-Date-Display.
    05  Run-Date-Year             PIC 9(04).
    05  FILLER                    PIC X(01) VALUE "-".

Main-Control.
    PERFORM Initialize-Program.
    PERFORM Load-Item-Ledger.
    PERFORM Load-One-Correction UNTIL End-Of-Corrections.
    PERFORM Process-One-Reject UNTIL End-Of-Rejects.
    PERFORM Finalize-Program.
    MOVE Today-Date(1:4) TO Run-Date-Year.
    MOVE Today-Date(5:2) TO Run-Date-Month.
    MOVE Today-Date(7:2) TO Run-Date-Day.
    ACCEPT Clock-Date FROM DATE YYYYMMDD.
    ACCEPT Right-Now FROM TIME.
    STRING Clock-Date DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        Right-Now DELIMITED BY SIZE
        INTO Event-Timestamp.

    PERFORM Read-Parameter-File.

            END-IF
    END-READ.

*> The correction items open on the ledger; the approved ones are
*> loaded as cards ahead of the deck. The ledger is then opened
*> for adding to, for the items this run applies. No ledger yet
*> means nothing has ever been keyed over a limit.
Load-Item-Ledger.
    OPEN INPUT Item-Ledger-File.
    IF Item-Ledger-File-Status = "00"
        PERFORM Load-One-Ledger-Event UNTIL End-Of-Item-Ledger
        CLOSE Item-Ledger-File
    ELSE
        DISPLAY "RejectRecycle: no maintenance-item ledger, "
            "status " Item-Ledger-File-Status ", no items open"
    END-IF.
    PERFORM Store-One-Approved-Item
        VARYING Item-Scan-Sub FROM 1 BY 1
        UNTIL Item-Scan-Sub > Item-Entry-Count.

    OPEN EXTEND Item-Ledger-File.
    IF Item-Ledger-File-Status NOT = "00"
        OPEN OUTPUT Item-Ledger-File
    END-IF.
    IF Item-Ledger-File-Status NOT = "00"
        DISPLAY "RejectRecycle: unable to open PENDING, status "
            Item-Ledger-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Load-One-Ledger-Event.
    READ Item-Ledger-File INTO Maintenance-Item-Record
        AT END
            SET End-Of-Item-Ledger TO TRUE
        NOT AT END
            IF Mnt-Correction-Item
                PERFORM Store-One-Ledger-Event
            END-IF
    END-READ.

*> A keyed event opens the item; every later event for it moves
*> its state on, and the last one stands.
Store-One-Ledger-Event.
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
        DISPLAY "RejectRecycle: more than " Item-Table-Maximum
            " correction items open on the ledger, run stopped"
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

*> An approved correction becomes a card exactly as it was keyed.
*> One whose reject is not on tonight's file stays approved on
*> the ledger and is applied when the reject next comes through.
Store-One-Approved-Item.
    IF Itm-State (Item-Scan-Sub) = "A"
        IF Correction-Count >= Correction-Table-Maximum
            DISPLAY "RejectRecycle: more than "
                Correction-Table-Maximum " approved corrections, "
                "item " Itm-Item-Id (Item-Scan-Sub)
                " left for the next run"
        ELSE
            MOVE Itm-Card-Image (Item-Scan-Sub)
                TO Correction-Record
            PERFORM Store-One-Correction
            MOVE Itm-Item-Id (Item-Scan-Sub)
                TO Tbl-Item-Id (Correction-Index)
            MOVE Itm-Checker (Item-Scan-Sub)
                TO Tbl-Checker (Correction-Index)
        END-IF
    END-IF.

Load-One-Correction.
    READ Correction-File INTO Correction-Record
        AT END
            SET End-Of-Corrections TO TRUE
        NOT AT END
        MOVE Cor-Reject-Date TO Tbl-Reject-Date (Correction-Index)
        MOVE Cor-Field-Id TO Tbl-Field-Id (Correction-Index)
        MOVE Cor-New-Value TO Tbl-New-Value (Correction-Index)
        MOVE Cor-Keyed-By TO Tbl-Keyed-By (Correction-Index)
        MOVE SPACES TO Tbl-Item-Id (Correction-Index)
        MOVE SPACES TO Tbl-Checker (Correction-Index)
    END-IF.

Process-One-Reject.
*> still-fails path -- the reason text describes the corrected
*> record, so the operator re-keying from the report has to see
*> the corrected values next to it, not the junk they replaced.
*> A suspected duplicate nobody cleared with a "D" card is not
*> sent round to bounce as the same duplicate every morning until
*> the limit: it goes to suspense for its review the same night.
Repair-Or-Suspend-Reject.
    MOVE "N" TO Duplicate-Cleared-Switch.
    IF Reject-Recycle-Count >= Recycle-Attempt-Limit
        MOVE "R900" TO Validation-Reason-Code
        MOVE "RECYCLE LIMIT REACHED" TO Validation-Reason-Text
        MOVE Reject-Account TO Raw-Account
        PERFORM Move-Reject-Adjusted-Date
        MOVE Reject-Num1 TO Susp-Num1
        MOVE Reject-Num2 TO Susp-Num2
        PERFORM Write-Suspense-Line
        MOVE Reject-Num1 TO Raw-Num1
        MOVE Reject-Num2 TO Raw-Num2
        MOVE Reject-Source-System TO Source-System
        PERFORM Move-Reject-Adjusted-Date
        PERFORM Apply-Corrections
        CALL "ValidateAmounts" USING Amount-Record,
            Valid-Amount-Maximum,
            Validation-Reason-Code, Validation-Reason-Text
        IF Validation-Reason-Code = Calendar-Reason-Code
            PERFORM Abort-Run
        END-IF
        IF Validation-Reason-Code = SPACES
            AND Reject-Reason-Code = Duplicate-Reason-Code
            AND NOT Duplicate-Was-Cleared
            MOVE Duplicate-Reason-Code TO Validation-Reason-Code
            MOVE "DUPLICATE AWAITING REVIEW"
                TO Validation-Reason-Text
        END-IF
        IF Validation-Reason-Code = SPACES
            PERFORM Write-Recycle-Record
        ELSE
        END-IF
    END-IF.

*> A reject from before rejects carried an adjusted date holds
*> blanks there; it was an ordinary record, so it goes round as
*> one (zero) instead of failing the date edit as R007.
Move-Reject-Adjusted-Date.
    IF Reject-Adjusted-Date = SPACES
        MOVE ZERO TO Adjusted-Date
    ELSE
        MOVE Reject-Adjusted-Date TO Raw-Adjusted-Date
    END-IF.

Apply-Corrections.
    IF Correction-Count > ZERO
        PERFORM Apply-One-Correction
Apply-One-Correction.
    IF Tbl-Record-Number (Correction-Index) = Reject-Record-Number
        AND Tbl-Reject-Date (Correction-Index) = Reject-Date
        PERFORM Check-Card-Authority
        IF Card-Is-Allowed
            PERFORM Apply-Allowed-Correction
        END-IF
    END-IF.

*> A ledger item was judged when it was keyed and approved. A
*> deck card stands on its keyer alone, so the keyer must hold
*> correction authority for the dollars it moves.
Check-Card-Authority.
    MOVE "N" TO Card-Allowed-Switch.
    IF Tbl-Item-Id (Correction-Index) NOT = SPACES
        SET Card-Is-Allowed TO TRUE
    ELSE
        PERFORM Measure-Card-Amount
        MOVE "N" TO Authority-Result
        IF Tbl-Keyed-By (Correction-Index) NOT = SPACES
            CALL "CheckAuthority" USING
                Tbl-Keyed-By (Correction-Index),
                Authority-Function, Card-Amount, Authority-Result,
                Authority-Limit
        END-IF
        EVALUATE Authority-Result
            WHEN "Y"
                SET Card-Is-Allowed TO TRUE
            WHEN "L"
                ADD 1 TO Card-Refused-Count
                DISPLAY "RejectRecycle: correction for record "
                    Reject-Record-Number " moves more than keyer "
                    Tbl-Keyed-By (Correction-Index)
                    "'s limit, card ignored"
            WHEN OTHER
                ADD 1 TO Card-Refused-Count
                DISPLAY "RejectRecycle: correction for record "
                    Reject-Record-Number " keyed by '"
                    Tbl-Keyed-By (Correction-Index)
                    "' who holds no correction authority, "
                    "card ignored"
        END-EVALUATE
    END-IF.

Measure-Card-Amount.
    MOVE ZERO TO Card-Amount.
    IF Tbl-Field-Id (Correction-Index) = "1"
        OR Tbl-Field-Id (Correction-Index) = "2"
        MOVE Tbl-New-Value (Correction-Index) TO Measured-Value
        PERFORM Add-One-Measured-Value
    ELSE
        MOVE Reject-Num1 TO Measured-Value
        PERFORM Add-One-Measured-Value
        MOVE Reject-Num2 TO Measured-Value
        PERFORM Add-One-Measured-Value
    END-IF.

Add-One-Measured-Value.
    IF Measured-Value (1:7) IS NUMERIC
        AND Card-Amount NOT = Unmeasured-Amount
        MOVE Measured-Value (1:7) TO Amount-Work-X
        ADD Amount-Work TO Card-Amount
    ELSE
        MOVE Unmeasured-Amount TO Card-Amount
    END-IF.

Apply-Allowed-Correction.
    EVALUATE Tbl-Field-Id (Correction-Index)
        WHEN "1"
            MOVE Tbl-New-Value (Correction-Index) TO Raw-Num1
        WHEN "2"
            MOVE Tbl-New-Value (Correction-Index) TO Raw-Num2
        WHEN "A"
            MOVE Tbl-New-Value (Correction-Index) (1:4)
                TO Raw-Account
        WHEN "D"
            PERFORM Clear-Suspected-Duplicate
        WHEN OTHER
            DISPLAY "RejectRecycle: correction for record "
                Reject-Record-Number
                " has unknown field id, card ignored"
    END-EVALUATE.
    IF Tbl-Item-Id (Correction-Index) NOT = SPACES
        PERFORM Write-Applied-Event
    END-IF.

*> The item is closed on the ledger as applied; the card image
*> is carried again so the ledger reads whole for each event.
Write-Applied-Event.
    ADD 1 TO Item-Applied-Count.
    MOVE SPACES TO Maintenance-Item-Record.
    MOVE Tbl-Item-Id (Correction-Index) TO Mnt-Item-Id.
    SET Mnt-Item-Applied TO TRUE.
    MOVE Today-Date TO Mnt-Event-Date.
    MOVE Event-Timestamp TO Mnt-Event-Timestamp.
    MOVE Tbl-Keyed-By (Correction-Index) TO Mnt-Maker.
    MOVE Tbl-Checker (Correction-Index) TO Mnt-Acted-By.
    PERFORM Measure-Card-Amount.
    MOVE Card-Amount TO Mnt-Amount.
    MOVE "APPLIED TO THE REJECT, REVALIDATED"
        TO Mnt-Summary.
    MOVE Tbl-Record-Number (Correction-Index) TO Cor-Record-Number.
    MOVE Tbl-Reject-Date (Correction-Index) TO Cor-Reject-Date.
    MOVE Tbl-Field-Id (Correction-Index) TO Cor-Field-Id.
    MOVE Tbl-New-Value (Correction-Index) TO Cor-New-Value.
    MOVE Tbl-Keyed-By (Correction-Index) TO Cor-Keyed-By.
    MOVE Correction-Record TO Mnt-Card-Image.
    WRITE Item-Ledger-Record FROM Maintenance-Item-Record.
    IF Item-Ledger-File-Status NOT = "00"
        DISPLAY "RejectRecycle: PENDING write failed, status "
            Item-Ledger-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Only a reject actually held as a suspected duplicate can be
*> cleared; a "D" card aimed at any other reject is a keying
*> slip and is ignored, loudly.
Clear-Suspected-Duplicate.
    IF Reject-Reason-Code = Duplicate-Reason-Code
        SET Duplicate-Was-Cleared TO TRUE
    ELSE
        DISPLAY "RejectRecycle: duplicate clearance for record "
            Reject-Record-Number
            " which is not a suspected duplicate, card ignored"
    END-IF.

Write-Recycle-Record.
    ADD 1 TO Recycled-Count.
    MOVE Reject-Record-Number TO Rcy-Original-Number.
    MOVE Num1 TO Rcy-Num1.
    MOVE Num2 TO Rcy-Num2.
    MOVE Source-System TO Rcy-Source-System.
    MOVE Adjusted-Date TO Rcy-Adjusted-Date.
    MOVE Reject-Source-Reference TO Rcy-Source-Reference.
    MOVE Duplicate-Cleared-Switch TO Rcy-Duplicate-Cleared.
    WRITE Recycle-Record.

*> Susp-Num1/Susp-Num2 and Raw-Account are set by the caller,
    SET Sus-Item-Open TO TRUE.
    MOVE ZERO TO Sus-Resolved-Date.
    MOVE SPACES TO Sus-Resolved-By.
    MOVE Raw-Adjusted-Date TO Sus-Adjusted-Date.
    MOVE Reject-Source-Reference TO Sus-Source-Reference.
    WRITE Suspense-Record.

*> Same shared header routine every report in the shop uses, so
    WRITE Suspense-Line FROM Column-Heading-Line.

Finalize-Program.
    PERFORM Close-All-Files.
    MOVE ZERO TO RETURN-CODE.
    DISPLAY "RejectRecycle: " Reject-Read-Count " reject(s) read, "
        Recycled-Count " recycled, " Suspended-Count " suspended.".
    DISPLAY "RejectRecycle: " Item-Applied-Count
        " approved item(s) applied, " Card-Refused-Count
        " card(s) ignored for want of authority.".

Close-All-Files.
    CLOSE Reject-In-File.
    IF Correction-File-Status = "00" OR Correction-File-Status = "10"
        CLOSE Correction-File
    CLOSE Recycle-Out-File.
    CLOSE Suspense-Report-File.
    CLOSE Suspense-Ledger-File.
    CLOSE Item-Ledger-File.

*> The FISCAL calendar cannot place tonight's processing date, so
*> no adjustment can be judged. Whatever was already recycled,
*> suspended or logged is closed off whole rather than left
*> part-written, and the run stops RC=16 with its counts so far,
*> so the operator can see how far the evening got.
Abort-Run.
    DISPLAY "RejectRecycle: processing date " Today-Date
        " is not on the FISCAL calendar -- adjustments cannot be"
        " judged, run stopped".
    PERFORM Close-All-Files.
    DISPLAY "RejectRecycle: " Reject-Read-Count " reject(s) read, "
        Recycled-Count " recycled, " Suspended-Count
        " suspended before the stop.".
    MOVE 16 TO RETURN-CODE.
    STOP RUN.
*> End program
