*> Set (identify) the program's name
IDENTIFICATION DIVISION.
PROGRAM-ID. DuplicateRegister.
*> Daily duplicate register: prints every record SimpleAddition
*> held today as a suspected duplicate (reason R010) -- a detail
*> whose source system and transaction reference had already
*> posted inside the job's duplicate window -- with the date the
*> same reference originally posted printed beside it, so
*> operations can take each one up with the source and either
*> clear it with a "D" correction card or leave it for suspense.
*> Totals the day's suspected duplicates by source system and the
*> money held back from the books.
*>
*> Modification history
*> 2026-10-15  New program. Runs in ADDJOB after the reject
*>             register, on clean mornings and reject mornings
*>             alike.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Reject-In-File ASSIGN TO "REJECTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Reject-In-File-Status.

    SELECT Duplicate-Report-File ASSIGN TO "DUPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Duplicate-Report-File-Status.

*> Data declaration
DATA DIVISION.
FILE SECTION.
FD  Reject-In-File.
    COPY REJREC.

FD  Duplicate-Report-File.
01  Duplicate-Report-Line      PIC X(132).

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
01  Reject-In-File-Status      PIC X(02).
01  Duplicate-Report-File-Status PIC X(02).

01  End-Of-File-Switch          PIC X(01) VALUE "N".
    88  End-Of-File                       VALUE "Y".

01  Duplicate-Reason-Code       PIC X(04) VALUE "R010".

*> A suspected duplicate passed every amount edit before it was
*> held, so its raw values are good signed dollars-and-cents;
*> they are moved byte for byte into these to be totalled.
01  Held-Num1                   PIC S9(05)V99 SIGN TRAILING SEPARATE.
01  Held-Num1-X REDEFINES Held-Num1
                                PIC X(08).
01  Held-Num2                   PIC S9(05)V99 SIGN TRAILING SEPARATE.
01  Held-Num2-X REDEFINES Held-Num2
                                PIC X(08).

*> The day's suspected duplicates by source system: how many,
*> and how much money each source's repeats would have posted.
01  Source-Totals-Table.
    05  Source-Entry OCCURS 10 TIMES
            INDEXED BY Source-Index.
        10  Src-System          PIC X(08).
        10  Src-Duplicate-Count PIC 9(09).
        10  Src-Held-Total      PIC S9(13)V99.
01  Source-Entry-Count          PIC 9(04) VALUE ZERO.
01  Source-Table-Maximum        PIC 9(04) VALUE 10.
01  Source-Sub                  PIC 9(04) VALUE ZERO.

01  Reject-Read-Count           PIC 9(09) VALUE ZERO.
01  Duplicate-Count             PIC 9(09) VALUE ZERO.
01  Held-Total                  PIC S9(13)V99 VALUE ZERO.
01  Line-Held-Amount            PIC S9(13)V99 VALUE ZERO.

01  Today-Date                  PIC 9(08) VALUE ZERO.
01  Run-Date-Display.
    05  Run-Date-Year           PIC 9(04).
    05  FILLER                  PIC X(01) VALUE "-".
    05  Run-Date-Month          PIC 9(02).
    05  FILLER                  PIC X(01) VALUE "-".
    05  Run-Date-Day            PIC 9(02).

01  Report-Title                PIC X(60) VALUE
    "DAILY SUSPECTED DUPLICATE REGISTER".
01  Formatted-Header-Line       PIC X(132).
01  Duplicate-Page-Number       PIC 9(04) VALUE ZERO.
01  Column-Heading-Line.
    05  FILLER                  PIC X(41) VALUE
        "   RECORD NO  REJ DATE  SOURCE    REFEREN".
    05  FILLER                  PIC X(41) VALUE
        "CE         ACCT  NUM1      NUM2      ORIG".
    05  FILLER                  PIC X(13) VALUE
        "INALLY POSTED".
    05  FILLER                  PIC X(37) VALUE SPACES.

01  Register-Detail-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Reg-Record-Number       PIC 9(09).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Reg-Reject-Date         PIC 9(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Reg-Source-System       PIC X(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Reg-Source-Reference    PIC X(16).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Reg-Account             PIC X(04).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Reg-Num1                PIC X(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Reg-Num2                PIC X(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Reg-Original-Date.
        10  Reg-Original-Year   PIC 9(04).
        10  FILLER              PIC X(01) VALUE "-".
        10  Reg-Original-Month  PIC 9(02).
        10  FILLER              PIC X(01) VALUE "-".
        10  Reg-Original-Day    PIC 9(02).
    05  FILLER                  PIC X(44) VALUE SPACES.

01  Totals-Heading-Line         PIC X(80) VALUE
    "   SUSPECTED DUPLICATES BY SOURCE SYSTEM".

01  Source-Total-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Tot-Source-System       PIC X(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Tot-Duplicate-Edit      PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(18) VALUE
        " HELD, AMOUNT     ".
    05  Tot-Held-Edit           PIC Z,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(77) VALUE SPACES.

01  Summary-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(13) VALUE "ALL SOURCES: ".
    05  Sum-Duplicate-Edit      PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(18) VALUE
        " HELD, AMOUNT     ".
    05  Sum-Held-Edit           PIC Z,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(74) VALUE SPACES.

01  No-Duplicates-Line          PIC X(80) VALUE
    "   NO SUSPECTED DUPLICATES HELD TODAY".

01  Blank-Line                  PIC X(01) VALUE SPACES.

*> Program logic
PROCEDURE DIVISION.

Main-Control.
    PERFORM Initialize-Program.
    PERFORM Report-One-Reject UNTIL End-Of-File.
    PERFORM Write-Source-Totals.
    PERFORM Finalize-Program.
    STOP RUN.

Initialize-Program.
    INITIALIZE Source-Totals-Table.
    CALL "GetProcessDate" USING Today-Date.
    MOVE Today-Date(1:4) TO Run-Date-Year.
    MOVE Today-Date(5:2) TO Run-Date-Month.
    MOVE Today-Date(7:2) TO Run-Date-Day.

    OPEN INPUT Reject-In-File.
    IF Reject-In-File-Status NOT = "00"
        DISPLAY "DuplicateRegister: unable to open REJECTS, status "
            Reject-In-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT Duplicate-Report-File.
    IF Duplicate-Report-File-Status NOT = "00"
        DISPLAY "DuplicateRegister: unable to open DUPRPT, status "
            Duplicate-Report-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Write-Report-Header.

*> Only the suspected duplicates print here -- every other reject
*> is already on the reject register.
Report-One-Reject.
    READ Reject-In-File
        AT END
            SET End-Of-File TO TRUE
        NOT AT END
            ADD 1 TO Reject-Read-Count
            IF Reject-Reason-Code = Duplicate-Reason-Code
                PERFORM Write-Register-Line
                PERFORM Tally-Source-System
            END-IF
    END-READ.

Write-Register-Line.
    ADD 1 TO Duplicate-Count.
    MOVE Reject-Record-Number TO Reg-Record-Number.
    MOVE Reject-Date TO Reg-Reject-Date.
    MOVE Reject-Source-System TO Reg-Source-System.
    MOVE Reject-Source-Reference TO Reg-Source-Reference.
    MOVE Reject-Account TO Reg-Account.
    MOVE Reject-Num1 TO Reg-Num1.
    MOVE Reject-Num2 TO Reg-Num2.
    MOVE Reject-Duplicate-Of-Date(1:4) TO Reg-Original-Year.
    MOVE Reject-Duplicate-Of-Date(5:2) TO Reg-Original-Month.
    MOVE Reject-Duplicate-Of-Date(7:2) TO Reg-Original-Day.
    WRITE Duplicate-Report-Line FROM Register-Detail-Line.
    MOVE ZERO TO Line-Held-Amount.
    MOVE Reject-Num1 TO Held-Num1-X.
    MOVE Reject-Num2 TO Held-Num2-X.
    IF Held-Num1 IS NUMERIC
        ADD Held-Num1 TO Line-Held-Amount
    END-IF.
    IF Held-Num2 IS NUMERIC
        ADD Held-Num2 TO Line-Held-Amount
    END-IF.
    ADD Line-Held-Amount TO Held-Total.

*> Find (or open) the source's entry and step it; a day with more
*> sources than the table holds still prints every line, only the
*> per-source totals fall short, and says so.
Tally-Source-System.
    SET Source-Index TO 1.
    SEARCH Source-Entry
        AT END
            PERFORM Open-New-Source-Entry
        WHEN Src-System (Source-Index) = Reject-Source-System
            AND Source-Index <= Source-Entry-Count
            PERFORM Step-Source-Entry
    END-SEARCH.

Step-Source-Entry.
    ADD 1 TO Src-Duplicate-Count (Source-Index).
    ADD Line-Held-Amount TO Src-Held-Total (Source-Index).

Open-New-Source-Entry.
    IF Source-Entry-Count >= Source-Table-Maximum
        DISPLAY "DuplicateRegister: more than " Source-Table-Maximum
            " source systems, totals incomplete"
    ELSE
        ADD 1 TO Source-Entry-Count
        SET Source-Index TO Source-Entry-Count
        MOVE Reject-Source-System TO Src-System (Source-Index)
        PERFORM Step-Source-Entry
    END-IF.

Write-Source-Totals.
    WRITE Duplicate-Report-Line FROM Blank-Line.
    IF Duplicate-Count = ZERO
        WRITE Duplicate-Report-Line FROM No-Duplicates-Line
    ELSE
        WRITE Duplicate-Report-Line FROM Totals-Heading-Line
        PERFORM Write-One-Source-Total
            VARYING Source-Sub FROM 1 BY 1
            UNTIL Source-Sub > Source-Entry-Count
    END-IF.
    MOVE Duplicate-Count TO Sum-Duplicate-Edit.
    MOVE Held-Total TO Sum-Held-Edit.
    WRITE Duplicate-Report-Line FROM Summary-Line.

Write-One-Source-Total.
    MOVE Src-System (Source-Sub) TO Tot-Source-System.
    MOVE Src-Duplicate-Count (Source-Sub) TO Tot-Duplicate-Edit.
    MOVE Src-Held-Total (Source-Sub) TO Tot-Held-Edit.
    WRITE Duplicate-Report-Line FROM Source-Total-Line.

*> Same shared header routine every report in the shop uses.
Write-Report-Header.
    ADD 1 TO Duplicate-Page-Number.
    CALL "PrintString" USING Report-Title, Run-Date-Display,
        Duplicate-Page-Number, Formatted-Header-Line.
    WRITE Duplicate-Report-Line FROM Formatted-Header-Line.
    WRITE Duplicate-Report-Line FROM Column-Heading-Line.

Finalize-Program.
    CLOSE Reject-In-File.
    CLOSE Duplicate-Report-File.
    MOVE ZERO TO RETURN-CODE.
    DISPLAY "DuplicateRegister: " Reject-Read-Count
        " reject(s) read, " Duplicate-Count
        " suspected duplicate(s) held.".
*> End program
