*> Set (identify) the program's name
IDENTIFICATION DIVISION.
PROGRAM-ID. MaintReport.
*> Daily maker-checker report over the maintenance-item ledger.
*> The first part lists everything that happened to an item on
*> the processing date -- keyed, approved, rejected, applied or
*> voided -- and who did it, beside the id that keyed the item.
*> The second lists every item still awaiting action at the end
*> of the ledger: pending ones waiting on a checker, approved
*> ones waiting on their owning program's next run, each with
*> the card exactly as keyed so the checker can see what they are
*> being asked to sign. Totals close the report. Read-only.
*>
*> Modification history
*> 2026-10-15  New program. Run from MAINTRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Item-Ledger-File ASSIGN TO "PENDING"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Item-Ledger-File-Status.

    SELECT Maint-Report-File ASSIGN TO "MRPTOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Maint-Report-File-Status.

*> Data declaration
DATA DIVISION.
FILE SECTION.
FD  Item-Ledger-File.
01  Item-Ledger-Record         PIC X(193).

FD  Maint-Report-File.
01  Maint-Report-Line          PIC X(132).

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
01  Item-Ledger-File-Status    PIC X(02).
01  Maint-Report-File-Status   PIC X(02).

*> The maintenance-item ledger record, read into here.
    COPY MNTREC.

01  End-Of-Ledger-Switch        PIC X(01) VALUE "N".
    88  End-Of-Ledger                     VALUE "Y".

*> Every item still open, whatever its kind, in the order it was
*> keyed; the last event for an item is its state. Closed items'
*> slots are squeezed out when the table fills.
01  Item-Table.
    05  Item-Entry OCCURS 500 TIMES
            INDEXED BY Item-Index.
        10  Itm-Item-Id         PIC X(13).
        10  Itm-Item-Type       PIC X(01).
        10  Itm-State           PIC X(01).
        10  Itm-Maker           PIC X(08).
        10  Itm-Checker         PIC X(08).
        10  Itm-Amount          PIC 9(07)V99.
        10  Itm-Summary         PIC X(40).
        10  Itm-Card-Image      PIC X(80).
01  Item-Entry-Count            PIC 9(04) VALUE ZERO.
01  Item-Table-Maximum          PIC 9(04) VALUE 500.
01  Item-Keep-Sub               PIC 9(04) VALUE ZERO.
01  Item-Scan-Sub               PIC 9(04) VALUE ZERO.
01  Item-Found-Switch           PIC X(01) VALUE "N".
    88  Item-Was-Found                    VALUE "Y".
01  Table-Full-Switch           PIC X(01) VALUE "N".
    88  Table-Was-Full                    VALUE "Y".

01  Ledger-Read-Count           PIC 9(09) VALUE ZERO.
01  Keyed-Today-Count           PIC 9(05) VALUE ZERO.
01  Approved-Today-Count        PIC 9(05) VALUE ZERO.
01  Rejected-Today-Count        PIC 9(05) VALUE ZERO.
01  Applied-Today-Count         PIC 9(05) VALUE ZERO.
01  Voided-Today-Count          PIC 9(05) VALUE ZERO.
01  Open-Pending-Count          PIC 9(05) VALUE ZERO.
01  Open-Approved-Count         PIC 9(05) VALUE ZERO.

*> Words for the one-byte codes.
01  Event-Text                  PIC X(10) VALUE SPACES.
01  Type-Text                   PIC X(10) VALUE SPACES.
01  Code-To-Name                PIC X(01) VALUE SPACE.

01  Today-Date                  PIC 9(08) VALUE ZERO.
01  Run-Date-Display.
    05  Run-Date-Year           PIC 9(04).
    05  FILLER                  PIC X(01) VALUE "-".
    05  Run-Date-Month          PIC 9(02).
    05  FILLER                  PIC X(01) VALUE "-".
    05  Run-Date-Day            PIC 9(02).

01  Report-Title                PIC X(60) VALUE
    "DAILY MAINTENANCE APPROVAL REPORT".
01  Formatted-Header-Line       PIC X(132).
01  Maint-Page-Number           PIC 9(04) VALUE ZERO.

01  Activity-Heading-Line       PIC X(80) VALUE
    "   TODAY'S ACTIVITY ON THE MAINTENANCE-ITEM LEDGER".
01  Activity-Column-Line.
    05  FILLER                  PIC X(41) VALUE
        "   ITEM ID        EVENT       BY        K".
    05  FILLER                  PIC X(41) VALUE
        "EYED BY         AMOUNT  DETAIL          ".
    05  FILLER                  PIC X(50) VALUE
        "                          TIME".

01  Activity-Detail-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Act-Item-Id             PIC X(13).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Act-Event               PIC X(10).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Act-Acted-By            PIC X(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Act-Maker               PIC X(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Act-Amount-Edit         PIC ZZ,ZZZ,ZZ9.99.
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Act-Summary             PIC X(40).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Act-Time                PIC X(06).
    05  FILLER                  PIC X(19) VALUE SPACES.

01  No-Activity-Line            PIC X(80) VALUE
    "   NOTHING KEYED OR DECIDED TODAY".

01  Open-Heading-Line           PIC X(80) VALUE
    "   ITEMS STILL AWAITING ACTION".
01  Open-Column-Line.
    05  FILLER                  PIC X(41) VALUE
        "   ITEM ID        KIND        STATE     K".
    05  FILLER                  PIC X(41) VALUE
        "EYED BY  CHECKER          AMOUNT  DETAIL ".
    05  FILLER                  PIC X(50) VALUE SPACES.

01  Open-Detail-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Opn-Item-Id             PIC X(13).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Opn-Kind                PIC X(10).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Opn-State               PIC X(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Opn-Maker               PIC X(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Opn-Checker             PIC X(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Opn-Amount-Edit         PIC ZZ,ZZZ,ZZ9.99.
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Opn-Summary             PIC X(40).
    05  FILLER                  PIC X(17) VALUE SPACES.

01  Card-Image-Line.
    05  FILLER                  PIC X(18) VALUE SPACES.
    05  FILLER                  PIC X(06) VALUE "CARD: ".
    05  Img-Card-Image          PIC X(80).
    05  FILLER                  PIC X(28) VALUE SPACES.

01  No-Open-Items-Line          PIC X(80) VALUE
    "   NO ITEMS AWAITING ACTION".

01  Activity-Total-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(07) VALUE "TODAY: ".
    05  Tot-Keyed-Edit          PIC ZZ,ZZ9.
    05  FILLER                  PIC X(08) VALUE " KEYED, ".
    05  Tot-Approved-Edit       PIC ZZ,ZZ9.
    05  FILLER                  PIC X(11) VALUE " APPROVED, ".
    05  Tot-Rejected-Edit       PIC ZZ,ZZ9.
    05  FILLER                  PIC X(11) VALUE " REJECTED, ".
    05  Tot-Applied-Edit        PIC ZZ,ZZ9.
    05  FILLER                  PIC X(10) VALUE " APPLIED, ".
    05  Tot-Voided-Edit         PIC ZZ,ZZ9.
    05  FILLER                  PIC X(07) VALUE " VOIDED".
    05  FILLER                  PIC X(45) VALUE SPACES.

01  Open-Total-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(07) VALUE "OPEN:  ".
    05  Tot-Pending-Edit        PIC ZZ,ZZ9.
    05  FILLER                  PIC X(24) VALUE
        " AWAITING A CHECKER,    ".
    05  Tot-Open-Approved-Edit  PIC ZZ,ZZ9.
    05  FILLER                  PIC X(30) VALUE
        " APPROVED, AWAITING ITS RUN   ".
    05  FILLER                  PIC X(56) VALUE SPACES.

01  Blank-Line                  PIC X(01) VALUE SPACES.

*> Program logic
PROCEDURE DIVISION.

Main-Control.
    PERFORM Initialize-Program.
    PERFORM Read-One-Ledger-Event UNTIL End-Of-Ledger.
    IF Keyed-Today-Count + Approved-Today-Count
        + Rejected-Today-Count + Applied-Today-Count
        + Voided-Today-Count = ZERO
        WRITE Maint-Report-Line FROM No-Activity-Line
    END-IF.
    PERFORM Write-Open-Items.
    PERFORM Write-Report-Totals.
    PERFORM Finalize-Program.
    STOP RUN.

Initialize-Program.
    CALL "GetProcessDate" USING Today-Date.
    MOVE Today-Date(1:4) TO Run-Date-Year.
    MOVE Today-Date(5:2) TO Run-Date-Month.
    MOVE Today-Date(7:2) TO Run-Date-Day.

    OPEN OUTPUT Maint-Report-File.
    IF Maint-Report-File-Status NOT = "00"
        DISPLAY "MaintReport: unable to open MRPTOUT, status "
            Maint-Report-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Write-Report-Header.
    WRITE Maint-Report-Line FROM Activity-Heading-Line.
    WRITE Maint-Report-Line FROM Activity-Column-Line.

*> No ledger yet means nothing has ever been keyed: the report
*> still prints, empty, so its absence is never mistaken for a
*> quiet day.
    OPEN INPUT Item-Ledger-File.
    IF Item-Ledger-File-Status NOT = "00"
        SET End-Of-Ledger TO TRUE
        DISPLAY "MaintReport: no maintenance-item ledger, status "
            Item-Ledger-File-Status ", no items"
    END-IF.

*> One pass: today's events print as they are read, and every
*> event moves its item's state in the table for the second part.
Read-One-Ledger-Event.
    READ Item-Ledger-File INTO Maintenance-Item-Record
        AT END
            SET End-Of-Ledger TO TRUE
            CLOSE Item-Ledger-File
        NOT AT END
            ADD 1 TO Ledger-Read-Count
            IF Mnt-Event-Date = Today-Date
                PERFORM Write-Activity-Line
            END-IF
            PERFORM Store-One-Ledger-Event
    END-READ.

Write-Activity-Line.
    MOVE Mnt-Event TO Code-To-Name.
    PERFORM Name-Event.
    EVALUATE TRUE
        WHEN Mnt-Item-Pending
            ADD 1 TO Keyed-Today-Count
        WHEN Mnt-Item-Approved
            ADD 1 TO Approved-Today-Count
        WHEN Mnt-Item-Rejected
            ADD 1 TO Rejected-Today-Count
        WHEN Mnt-Item-Applied
            ADD 1 TO Applied-Today-Count
        WHEN Mnt-Item-Voided
            ADD 1 TO Voided-Today-Count
    END-EVALUATE.
    MOVE Mnt-Item-Id TO Act-Item-Id.
    MOVE Event-Text TO Act-Event.
    MOVE Mnt-Acted-By TO Act-Acted-By.
    MOVE Mnt-Maker TO Act-Maker.
    MOVE Mnt-Amount TO Act-Amount-Edit.
    MOVE Mnt-Summary TO Act-Summary.
    MOVE Mnt-Event-Timestamp (10:6) TO Act-Time.
    WRITE Maint-Report-Line FROM Activity-Detail-Line.

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
        IF NOT Table-Was-Full
            SET Table-Was-Full TO TRUE
            DISPLAY "MaintReport: more than " Item-Table-Maximum
                " items open, later ones left off the report"
        END-IF
    ELSE
        ADD 1 TO Item-Entry-Count
        SET Item-Index TO Item-Entry-Count
        MOVE Mnt-Item-Id TO Itm-Item-Id (Item-Index)
        MOVE Mnt-Item-Type TO Itm-Item-Type (Item-Index)
        MOVE Mnt-Event TO Itm-State (Item-Index)
        MOVE Mnt-Maker TO Itm-Maker (Item-Index)
        MOVE SPACES TO Itm-Checker (Item-Index)
        MOVE Mnt-Amount TO Itm-Amount (Item-Index)
        MOVE Mnt-Summary TO Itm-Summary (Item-Index)
        MOVE Mnt-Card-Image TO Itm-Card-Image (Item-Index)
    END-IF.

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

Write-Open-Items.
    WRITE Maint-Report-Line FROM Blank-Line.
    WRITE Maint-Report-Line FROM Open-Heading-Line.
    WRITE Maint-Report-Line FROM Open-Column-Line.
    PERFORM Write-One-Open-Item
        VARYING Item-Scan-Sub FROM 1 BY 1
        UNTIL Item-Scan-Sub > Item-Entry-Count.
    IF Open-Pending-Count + Open-Approved-Count = ZERO
        WRITE Maint-Report-Line FROM No-Open-Items-Line
    END-IF.

Write-One-Open-Item.
    IF Itm-State (Item-Scan-Sub) = "P"
        OR Itm-State (Item-Scan-Sub) = "A"
        IF Itm-State (Item-Scan-Sub) = "P"
            ADD 1 TO Open-Pending-Count
        ELSE
            ADD 1 TO Open-Approved-Count
        END-IF
        MOVE Itm-State (Item-Scan-Sub) TO Code-To-Name
        PERFORM Name-Event
        MOVE Itm-Item-Type (Item-Scan-Sub) TO Code-To-Name
        PERFORM Name-Item-Type
        MOVE Itm-Item-Id (Item-Scan-Sub) TO Opn-Item-Id
        MOVE Type-Text TO Opn-Kind
        MOVE Event-Text TO Opn-State
        MOVE Itm-Maker (Item-Scan-Sub) TO Opn-Maker
        MOVE Itm-Checker (Item-Scan-Sub) TO Opn-Checker
        MOVE Itm-Amount (Item-Scan-Sub) TO Opn-Amount-Edit
        MOVE Itm-Summary (Item-Scan-Sub) TO Opn-Summary
        WRITE Maint-Report-Line FROM Open-Detail-Line
        MOVE Itm-Card-Image (Item-Scan-Sub) TO Img-Card-Image
        WRITE Maint-Report-Line FROM Card-Image-Line
    END-IF.

Name-Event.
    EVALUATE Code-To-Name
        WHEN "P"
            MOVE "PENDING" TO Event-Text
        WHEN "A"
            MOVE "APPROVED" TO Event-Text
        WHEN "R"
            MOVE "REJECTED" TO Event-Text
        WHEN "X"
            MOVE "APPLIED" TO Event-Text
        WHEN "V"
            MOVE "VOIDED" TO Event-Text
        WHEN OTHER
            MOVE Code-To-Name TO Event-Text
    END-EVALUATE.

Name-Item-Type.
    EVALUATE Code-To-Name
        WHEN "C"
            MOVE "CORRECTION" TO Type-Text
        WHEN "W"
            MOVE "WRITE-OFF" TO Type-Text
        WHEN "P"
            MOVE "PARAMETER" TO Type-Text
        WHEN "H"
            MOVE "CHART" TO Type-Text
        WHEN OTHER
            MOVE Code-To-Name TO Type-Text
    END-EVALUATE.

Write-Report-Totals.
    WRITE Maint-Report-Line FROM Blank-Line.
    MOVE Keyed-Today-Count TO Tot-Keyed-Edit.
    MOVE Approved-Today-Count TO Tot-Approved-Edit.
    MOVE Rejected-Today-Count TO Tot-Rejected-Edit.
    MOVE Applied-Today-Count TO Tot-Applied-Edit.
    MOVE Voided-Today-Count TO Tot-Voided-Edit.
    WRITE Maint-Report-Line FROM Activity-Total-Line.
    MOVE Open-Pending-Count TO Tot-Pending-Edit.
    MOVE Open-Approved-Count TO Tot-Open-Approved-Edit.
    WRITE Maint-Report-Line FROM Open-Total-Line.

*> Same shared header routine every report in the shop uses.
Write-Report-Header.
    ADD 1 TO Maint-Page-Number.
    CALL "PrintString" USING Report-Title, Run-Date-Display,
        Maint-Page-Number, Formatted-Header-Line.
    WRITE Maint-Report-Line FROM Formatted-Header-Line.

Finalize-Program.
    CLOSE Maint-Report-File.
    MOVE ZERO TO RETURN-CODE.
    DISPLAY "MaintReport: " Ledger-Read-Count
        " ledger event(s) read, " Open-Pending-Count
        " item(s) pending, " Open-Approved-Count
        " approved awaiting their run.".
*> End program
