*>
*> Modification history
*> 2026-09-01  New program.
*> 2026-10-15  The account repair's trial record goes through the
*>             shared edits with a zero adjusted date, so the
*>             prior-period date edits ValidateAmounts gained
*>             cannot fire on it.
*> 2026-10-15  Field id "D" clears a suspected duplicate (R010)
*>             after review with the source; it is refused on any
*>             other reject.
*> 2026-10-15  The operator's TSO id goes on every card, and the
*>             id must hold correction authority on the OPERAUTH
*>             file. A correction moving more than the operator's
*>             limit is not written to CORRIN: it is keyed onto the
*>             maintenance-item ledger as a pending item for a
*>             second id to approve, and the list panel counts it
*>             as held.

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
FD  Parameter-File.
    COPY PARMREC.

FD  Item-Ledger-File.
01  Item-Ledger-Record         PIC X(193).

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
*> The shared amounts layout, used here to hand a keyed account
    05  Raw-Account              PIC X(04).
    05  Raw-Num1                 PIC X(08).
    05  Raw-Num2                 PIC X(08).
    05  FILLER                   PIC X(25).

01  Reject-File-Status         PIC X(02).
01  Correction-File-Status     PIC X(02).
01  Parameter-File-Status      PIC X(02).
01  Item-Ledger-File-Status    PIC X(02).

*> The maintenance-item ledger record, read into here when the
*> day's sequence is found and built here for each held card.
    COPY MNTREC.

01  End-Of-Item-Ledger-Switch   PIC X(01) VALUE "N".
    88  End-Of-Item-Ledger                VALUE "Y".

01  End-Of-Rejects-Switch       PIC X(01) VALUE "N".
    88  End-Of-Rejects                    VALUE "Y".

01  Reject-Loaded-Count         PIC 9(09) VALUE ZERO.
01  Card-Written-Count          PIC 9(04) VALUE ZERO.
01  Card-Held-Count             PIC 9(04) VALUE ZERO.

*> The operator keying, off the ISPF system variable, and what
*> the authority file says about the money the card moves.
01  Operator-Id                 PIC X(08) VALUE SPACES.
01  Authority-Function          PIC X(01) VALUE "C".
01  Authority-Result            PIC X(01) VALUE SPACE.
01  Authority-Limit             PIC 9(07)V99 VALUE ZERO.

*> The dollars a card moves: the keyed amount for an amount card,
*> the reject's own two amounts at face value for an account
*> move or a duplicate clearance. An amount that is not a number
*> cannot be measured, so it counts as more than anybody's limit.
01  Card-Amount                 PIC 9(07)V99 VALUE ZERO.
01  Unmeasured-Amount           PIC 9(07)V99 VALUE 9999999.99.
01  Measured-Value              PIC X(08) VALUE SPACES.

*> Held cards are numbered on from the highest correction item
*> already keyed on the ledger for the processing date.
01  Today-Date                  PIC 9(08) VALUE ZERO.
01  Next-Item-Sequence          PIC 9(04) VALUE ZERO.
01  Clock-Date                  PIC 9(08) VALUE ZERO.
01  Right-Now                   PIC 9(08) VALUE ZERO.

*> The same ceiling the batch edits apply, from the morning job's
*> PARMIN record, so the dialog bounces an oversized repair at
*> expects.
01  Isp-Vdefine                 PIC X(08) VALUE "VDEFINE ".
01  Isp-Vdelete                 PIC X(08) VALUE "VDELETE ".
01  Isp-Vcopy                   PIC X(08) VALUE "VCOPY   ".
01  Isp-Move                    PIC X(08) VALUE "MOVE    ".
01  Isp-Display                 PIC X(08) VALUE "DISPLAY ".
01  Isp-Tbcreate                PIC X(08) VALUE "TBCREATE".
01  Isp-Tbadd                   PIC X(08) VALUE "TBADD   ".
01  Dialog-Variables.
    05  Dlg-Reject-Count        PIC X(11) VALUE SPACES.
    05  Dlg-Written-Count       PIC X(11) VALUE SPACES.
    05  Dlg-Held-Count          PIC X(11) VALUE SPACES.
    05  Dlg-Field-Id            PIC X(01) VALUE SPACES.
    05  Dlg-New-Value           PIC X(08) VALUE SPACES.
    05  Dlg-Entry-Message       PIC X(40) VALUE SPACES.
    PERFORM Define-Dialog-Variables.
    PERFORM Read-Parameter-File.
    PERFORM Open-Correction-File.
    PERFORM Open-Item-Ledger.
    PERFORM Load-Reject-Table.
    PERFORM Run-Correction-Dialog.
    PERFORM Release-Dialog-Resources.
        Dlg-Reject-Count, Isp-Char-Format, Len-11.
    CALL "ISPLINK" USING Isp-Vdefine, "(CWRITTN)",
        Dlg-Written-Count, Isp-Char-Format, Len-11.
    CALL "ISPLINK" USING Isp-Vdefine, "(CHELD)  ",
        Dlg-Held-Count, Isp-Char-Format, Len-11.
    CALL "ISPLINK" USING Isp-Vdefine, "(CFLD)   ",
        Dlg-Field-Id, Isp-Char-Format, Len-01.
    CALL "ISPLINK" USING Isp-Vdefine, "(CVAL)   ",
        Dlg-New-Value, Isp-Char-Format, Len-08.
    CALL "ISPLINK" USING Isp-Vdefine, "(CMSG)   ",
        Dlg-Entry-Message, Isp-Char-Format, Len-40.
    CALL "ISPLINK" USING Isp-Vcopy, "(ZUSER)  ", Len-08,
        Operator-Id, Isp-Move.

*> Same behavior as RejectRecycle's parameter read: this dialog
*> deliberately reads the MORNING job's record so the terminal
        GOBACK
    END-IF.

*> The maintenance-item ledger is read once for the day's last
*> correction item number, then appended to for the session --
*> created if no item has ever been keyed.
Open-Item-Ledger.
    CALL "GetProcessDate" USING Today-Date.
    OPEN INPUT Item-Ledger-File.
    IF Item-Ledger-File-Status = "00"
        PERFORM Scan-One-Ledger-Event UNTIL End-Of-Item-Ledger
        CLOSE Item-Ledger-File
    END-IF.
    OPEN EXTEND Item-Ledger-File.
    IF Item-Ledger-File-Status NOT = "00"
        OPEN OUTPUT Item-Ledger-File
    END-IF.
    IF Item-Ledger-File-Status NOT = "00"
        DISPLAY "CorrectEntry: unable to open PENDING, status "
            Item-Ledger-File-Status
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

Scan-One-Ledger-Event.
    READ Item-Ledger-File INTO Maintenance-Item-Record
        AT END
            SET End-Of-Item-Ledger TO TRUE
        NOT AT END
            IF Mnt-Correction-Item
                AND Mnt-Keyed-Date = Today-Date
                AND Mnt-Item-Sequence > Next-Item-Sequence
                MOVE Mnt-Item-Sequence TO Next-Item-Sequence
            END-IF
    END-READ.

*> Today's rejects into an ISPF table, one row per reject, with a
*> selection byte ahead of each row. No key -- reject record
*> numbers can repeat within a day once recycled rejects are in
    MOVE Count-Edit TO Dlg-Reject-Count.
    MOVE Card-Written-Count TO Count-Edit.
    MOVE Count-Edit TO Dlg-Written-Count.
    MOVE Card-Held-Count TO Count-Edit.
    MOVE Count-Edit TO Dlg-Held-Count.

Load-One-Reject.
    READ Reject-File
    ELSE
        PERFORM Edit-Correction-Fields
        IF Correction-Is-Valid
            PERFORM Check-Operator-Authority
        END-IF
        IF Correction-Is-Valid
            IF Authority-Result = "Y"
                PERFORM Write-Correction-Card
            ELSE
                PERFORM Hold-Correction-Card
            END-IF
            SET Entry-Is-Done TO TRUE
        END-IF
    END-IF.

*> A good card still needs an operator who may key corrections.
*> Within the operator's limit it goes on tonight's deck; over it,
*> it waits on the ledger for a second id.
Check-Operator-Authority.
    PERFORM Measure-Card-Amount.
    MOVE "N" TO Authority-Result.
    IF Operator-Id NOT = SPACES
        CALL "CheckAuthority" USING Operator-Id,
            Authority-Function, Card-Amount, Authority-Result,
            Authority-Limit
    END-IF.
    IF Authority-Result NOT = "Y"
        AND Authority-Result NOT = "L"
        SET Correction-Is-Invalid TO TRUE
        MOVE "YOUR ID HOLDS NO CORRECTION AUTHORITY"
            TO Dlg-Entry-Message
    END-IF.

Measure-Card-Amount.
    MOVE ZERO TO Card-Amount.
    IF Dlg-Field-Id = "1" OR Dlg-Field-Id = "2"
        MOVE Dlg-New-Value TO Measured-Value
        PERFORM Add-One-Measured-Value
    ELSE
        MOVE Tbl-Value-1 TO Measured-Value
        PERFORM Add-One-Measured-Value
        MOVE Tbl-Value-2 TO Measured-Value
        PERFORM Add-One-Measured-Value
    END-IF.

Add-One-Measured-Value.
    IF Measured-Value (1:7) IS NUMERIC
        AND Card-Amount NOT = Unmeasured-Amount
        MOVE Measured-Value (1:7) TO Edited-Amount-X
        ADD Edited-Amount-Value TO Card-Amount
    ELSE
        MOVE Unmeasured-Amount TO Card-Amount
    END-IF.

*> The immediate edits, the same rules the card would face
*> tonight: the field id must name a field a card can repair, an
*> amount must be seven digits with a trailing sign byte and
            PERFORM Edit-Amount-Value
        WHEN "A"
            PERFORM Edit-Account-Value
        WHEN "D"
            PERFORM Edit-Duplicate-Clearance
        WHEN OTHER
            SET Correction-Is-Invalid TO TRUE
            MOVE "FIELD MUST BE 1, 2, A OR D"
                TO Dlg-Entry-Message
    END-EVALUATE.

        MOVE Dlg-New-Value(1:4) TO Raw-Account
        MOVE "0000000+" TO Raw-Num1
        MOVE "0000000+" TO Raw-Num2
        MOVE ZERO TO Adjusted-Date
        CALL "ValidateAmounts" USING Amount-Record,
            Valid-Amount-Maximum,
            Validation-Reason-Code, Validation-Reason-Text
        END-IF
    END-IF.

*> Clearing a suspected duplicate is only meaningful against a
*> reject actually held as one; the card carries no new value.
Edit-Duplicate-Clearance.
    IF Tbl-Reason-Code NOT = "R010"
        SET Correction-Is-Invalid TO TRUE
        MOVE "REJECT IS NOT A SUSPECTED DUPLICATE"
            TO Dlg-Entry-Message
    ELSE
        MOVE SPACES TO Dlg-New-Value
    END-IF.

*> A proven repair becomes a card aimed by the selected row's own
*> record number and reject date -- the two keys nobody has to
*> copy off the printed register any more.
Write-Correction-Card.
    PERFORM Build-Correction-Card.
    WRITE Correction-Record.
    ADD 1 TO Card-Written-Count.
    MOVE Card-Written-Count TO Count-Edit.
    MOVE Count-Edit TO Dlg-Written-Count.

Build-Correction-Card.
    MOVE Tbl-Record-Number TO Cor-Record-Number.
    MOVE Tbl-Reject-Date TO Cor-Reject-Date.
    MOVE Dlg-Field-Id TO Cor-Field-Id.
    MOVE Dlg-New-Value TO Cor-New-Value.
    MOVE Operator-Id TO Cor-Keyed-By.

*> The card as it would have been written, keyed onto the ledger
*> as a pending correction item with the money it moves.
Hold-Correction-Card.
    PERFORM Build-Correction-Card.
    ADD 1 TO Next-Item-Sequence.
    MOVE SPACES TO Maintenance-Item-Record.
    SET Mnt-Correction-Item TO TRUE.
    MOVE Today-Date TO Mnt-Keyed-Date.
    MOVE Next-Item-Sequence TO Mnt-Item-Sequence.
    SET Mnt-Item-Pending TO TRUE.
    MOVE Today-Date TO Mnt-Event-Date.
    ACCEPT Clock-Date FROM DATE YYYYMMDD.
    ACCEPT Right-Now FROM TIME.
    STRING Clock-Date DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        Right-Now DELIMITED BY SIZE
        INTO Mnt-Event-Timestamp.
    MOVE Operator-Id TO Mnt-Maker.
    MOVE Operator-Id TO Mnt-Acted-By.
    MOVE Card-Amount TO Mnt-Amount.
    STRING "CORRECT REC " DELIMITED BY SIZE
        Cor-Record-Number DELIMITED BY SIZE
        " OF " DELIMITED BY SIZE
        Cor-Reject-Date DELIMITED BY SIZE
        " FLD " DELIMITED BY SIZE
        Cor-Field-Id DELIMITED BY SIZE
        INTO Mnt-Summary.
    MOVE Correction-Record TO Mnt-Card-Image.
    WRITE Item-Ledger-Record FROM Maintenance-Item-Record.
    IF Item-Ledger-File-Status NOT = "00"
        DISPLAY "CorrectEntry: PENDING write failed, status "
            Item-Ledger-File-Status
    ELSE
        ADD 1 TO Card-Held-Count
        MOVE Card-Held-Count TO Count-Edit
        MOVE Count-Edit TO Dlg-Held-Count
    END-IF.

Release-Dialog-Resources.
    CALL "ISPLINK" USING Isp-Tbend, Isp-Correct-Table.
    CALL "ISPLINK" USING Isp-Vdelete, Isp-All-Variables.

Finalize-Program.
    CLOSE Correction-File.
    CLOSE Item-Ledger-File.
    DISPLAY "CorrectEntry: " Card-Written-Count
        " correction card(s) written to CORRIN, " Card-Held-Count
        " held for a second approval.".
*> End program
