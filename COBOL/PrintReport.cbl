*>             processing date off the BUSDATE control file now
*>             (via the shared GetProcessDate routine), matching
*>             the date the amounts actually posted under.
*> 2026-10-15  Prior-period adjustments print in a section of
*>             their own after today's postings, sorted by the
*>             date they correct and the account, each line
*>             showing that original date, with a subtotal per
*>             account and date, a total for today's postings, a
*>             total for the adjustments, and the grand total of
*>             both -- which is still the day's AMTOUT total.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        Num1 BY In-Num1
        Num2 BY In-Num2
        Result BY In-Result
        Source-System BY In-Source-System
        Adjusted-Date BY In-Adjusted-Date.

*> The same layout again for the sort, whose ascending keys are
*> the adjusted date and the account code -- AMTOUT arrives in
*> posting order, today's own postings (adjusted date zero) sort
*> first and break by account, and the prior-period adjustments
*> follow them, breaking by the date they correct and account.
SD  Sort-Work-File.
    COPY AMTREC REPLACING Amount-Record BY Sort-Record
        Account-Code BY Sort-Account
        Num1 BY Sort-Num1
        Num2 BY Sort-Num2
        Result BY Sort-Result
        Source-System BY Sort-Source-System
        Adjusted-Date BY Sort-Adjusted-Date.

FD  Control-In-File.
    COPY CTLREC.
01  Lines-Per-Page                PIC 9(04) VALUE 60.
01  Detail-Count                  PIC 9(09) VALUE ZERO.
01  Report-Grand-Total            PIC S9(15)V99 VALUE ZERO.
01  Posting-Section-Total         PIC S9(15)V99 VALUE ZERO.
01  Adjustment-Section-Total      PIC S9(15)V99 VALUE ZERO.
01  Adjustment-Detail-Count       PIC 9(09) VALUE ZERO.

*> Which section the sorted records have reached: today's own
*> postings first, then the prior-period adjustments.
01  Report-Section-Switch         PIC X(01) VALUE "P".
    88  Printing-Postings                   VALUE "P".
    88  Printing-Adjustments                VALUE "A".

*> Control-break bookkeeping: the account whose records are
*> printing now, its running subtotal, and whether any detail has
*> printed yet (the first record must not force an empty break).
01  Break-Account                 PIC X(04) VALUE SPACES.
01  Break-Adjusted-Date           PIC 9(08) VALUE ZERO.
01  Account-Subtotal              PIC S9(15)V99 VALUE ZERO.
01  First-Detail-Switch           PIC X(01) VALUE "Y".
    88  No-Detail-Printed-Yet               VALUE "Y".
    05  FILLER                    PIC X(01) VALUE "-".
    05  Run-Date-Day              PIC 9(02).

01  Adjusted-Date-Work            PIC 9(08) VALUE ZERO.
01  Adjusted-Date-Display.
    05  Adjusted-Date-Year        PIC 9(04).
    05  FILLER                    PIC X(01) VALUE "-".
    05  Adjusted-Date-Month       PIC 9(02).
    05  FILLER                    PIC X(01) VALUE "-".
    05  Adjusted-Date-Day         PIC 9(02).

01  Report-Title                  PIC X(60) VALUE
    "DAILY TRANSACTION ADDITION REPORT".
01  Formatted-Header-Line         PIC X(132).
01  Column-Heading-Line           PIC X(80) VALUE
    "    ACCT         NUM1         NUM2        RESULT".
01  Adjustment-Heading-Line       PIC X(80) VALUE
    "    ACCT         NUM1         NUM2        RESULT   ORIGINAL DATE".

01  Detail-Line.
    05  FILLER                    PIC X(04) VALUE SPACES.
    05  Detail-Result-Edit        PIC ZZZ,ZZ9.99-.
    05  FILLER                    PIC X(87) VALUE SPACES.

*> A prior-period adjustment prints like a detail line with the
*> posting date it corrects after the result.
01  Adjustment-Detail-Line.
    05  FILLER                    PIC X(04) VALUE SPACES.
    05  Adjustment-Account        PIC X(04).
    05  FILLER                    PIC X(01) VALUE SPACES.
    05  Adjustment-Num1-Edit      PIC ZZ,ZZ9.99-.
    05  FILLER                    PIC X(03) VALUE SPACES.
    05  Adjustment-Num2-Edit      PIC ZZ,ZZ9.99-.
    05  FILLER                    PIC X(02) VALUE SPACES.
    05  Adjustment-Result-Edit    PIC ZZZ,ZZ9.99-.
    05  FILLER                    PIC X(06) VALUE SPACES.
    05  Adjustment-Date-Edit      PIC X(10).
    05  FILLER                    PIC X(71) VALUE SPACES.

01  Subtotal-Line.
    05  FILLER                    PIC X(04) VALUE SPACES.
    05  FILLER                    PIC X(08) VALUE "ACCOUNT ".
    05  Subtotal-Edit             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                    PIC X(85) VALUE SPACES.

01  Adjustment-Subtotal-Line.
    05  FILLER                    PIC X(04) VALUE SPACES.
    05  FILLER                    PIC X(08) VALUE "ACCOUNT ".
    05  Adjustment-Subtotal-Account PIC X(04).
    05  FILLER                    PIC X(05) VALUE " FOR ".
    05  Adjustment-Subtotal-Date  PIC X(10).
    05  FILLER                    PIC X(11) VALUE " SUBTOTAL: ".
    05  Adjustment-Subtotal-Edit  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                    PIC X(70) VALUE SPACES.

01  Section-Total-Line.
    05  FILLER                    PIC X(04) VALUE SPACES.
    05  Section-Total-Label       PIC X(32).
    05  Section-Total-Edit        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                    PIC X(73) VALUE SPACES.

01  Adjustment-Section-Heading.
    05  FILLER                    PIC X(04) VALUE SPACES.
    05  FILLER                    PIC X(40) VALUE
        "PRIOR-PERIOD ADJUSTMENTS".
    05  FILLER                    PIC X(88) VALUE SPACES.

01  Total-Line.
    05  FILLER                    PIC X(04) VALUE SPACES.
    05  FILLER                    PIC X(14) VALUE "GRAND TOTAL: ".
Main-Control.
    PERFORM Initialize-Report.
    SORT Sort-Work-File
        ON ASCENDING KEY Sort-Adjusted-Date Sort-Account
        USING Amount-In-File
        OUTPUT PROCEDURE IS Print-Sorted-Details.
    PERFORM Finalize-Report.
Print-Sorted-Details SECTION.
    PERFORM Write-One-Detail-Line UNTIL End-Of-File.
    IF NOT No-Detail-Printed-Yet
        PERFORM Write-Break-Subtotal
    END-IF.
    IF Printing-Postings
        PERFORM Write-Postings-Total
    END-IF.

Report-Procedures SECTION.
            PERFORM Format-And-Write-Detail-Line
    END-RETURN.

*> Print one sorted record, closing out the prior break's
*> subtotal when the account code or adjusted date steps, and
*> opening the adjustments section when the first adjustment
*> comes off the sort.
Format-And-Write-Detail-Line.
    IF No-Detail-Printed-Yet
        MOVE Sort-Account TO Break-Account
        MOVE Sort-Adjusted-Date TO Break-Adjusted-Date
        MOVE "N" TO First-Detail-Switch
    ELSE
        IF Sort-Account NOT = Break-Account
            OR Sort-Adjusted-Date NOT = Break-Adjusted-Date
            PERFORM Write-Break-Subtotal
            MOVE Sort-Account TO Break-Account
            MOVE Sort-Adjusted-Date TO Break-Adjusted-Date
        END-IF
    END-IF.
    IF Sort-Adjusted-Date NOT = ZERO AND Printing-Postings
        PERFORM Write-Postings-Total
        PERFORM Start-Adjustment-Section
    END-IF.
    IF Line-Count >= Lines-Per-Page
        PERFORM Write-Page-Header
    END-IF.
    IF Printing-Adjustments
        PERFORM Write-Adjustment-Detail
    ELSE
        MOVE Sort-Account TO Detail-Account
        MOVE Sort-Num1 TO Detail-Num1-Edit
        MOVE Sort-Num2 TO Detail-Num2-Edit
        MOVE Sort-Result TO Detail-Result-Edit
        WRITE Report-Line FROM Detail-Line
        ADD Sort-Result TO Posting-Section-Total
    END-IF.
    ADD 1 TO Line-Count.
    ADD 1 TO Detail-Count.
    ADD Sort-Result TO Report-Grand-Total.
    ADD Sort-Result TO Account-Subtotal.

Write-Adjustment-Detail.
    MOVE Sort-Account TO Adjustment-Account.
    MOVE Sort-Num1 TO Adjustment-Num1-Edit.
    MOVE Sort-Num2 TO Adjustment-Num2-Edit.
    MOVE Sort-Result TO Adjustment-Result-Edit.
    MOVE Sort-Adjusted-Date TO Adjusted-Date-Work.
    PERFORM Format-Adjusted-Date.
    MOVE Adjusted-Date-Display TO Adjustment-Date-Edit.
    WRITE Report-Line FROM Adjustment-Detail-Line.
    ADD 1 TO Adjustment-Detail-Count.
    ADD Sort-Result TO Adjustment-Section-Total.

Format-Adjusted-Date.
    MOVE Adjusted-Date-Work(1:4) TO Adjusted-Date-Year.
    MOVE Adjusted-Date-Work(5:2) TO Adjusted-Date-Month.
    MOVE Adjusted-Date-Work(7:2) TO Adjusted-Date-Day.

*> Today's postings are done: their total closes the section,
*> and the adjustments get a heading and column headings of
*> their own.
Write-Postings-Total.
    IF Line-Count >= Lines-Per-Page
        PERFORM Write-Page-Header
    END-IF.
    MOVE "TODAY'S POSTINGS TOTAL: " TO Section-Total-Label.
    MOVE Posting-Section-Total TO Section-Total-Edit.
    WRITE Report-Line FROM Section-Total-Line.
    ADD 1 TO Line-Count.

Start-Adjustment-Section.
    SET Printing-Adjustments TO TRUE.
    IF Line-Count + 3 >= Lines-Per-Page
        PERFORM Write-Page-Header
    ELSE
        MOVE SPACES TO Report-Line
        WRITE Report-Line
        WRITE Report-Line FROM Adjustment-Section-Heading
        WRITE Report-Line FROM Adjustment-Heading-Line
        ADD 3 TO Line-Count
    END-IF.

Write-Break-Subtotal.
    IF Break-Adjusted-Date = ZERO
        PERFORM Write-Account-Subtotal
    ELSE
        PERFORM Write-Adjustment-Subtotal
    END-IF.

Write-Adjustment-Subtotal.
    IF Line-Count >= Lines-Per-Page
        PERFORM Write-Page-Header
    END-IF.
    MOVE Break-Account TO Adjustment-Subtotal-Account.
    MOVE Break-Adjusted-Date TO Adjusted-Date-Work.
    PERFORM Format-Adjusted-Date.
    MOVE Adjusted-Date-Display TO Adjustment-Subtotal-Date.
    MOVE Account-Subtotal TO Adjustment-Subtotal-Edit.
    WRITE Report-Line FROM Adjustment-Subtotal-Line.
    ADD 1 TO Line-Count.
    MOVE ZERO TO Account-Subtotal.

Write-Account-Subtotal.
    IF Line-Count >= Lines-Per-Page
        PERFORM Write-Page-Header

*> Start a fresh page: advance past the page heading already on
*> the spool, call PrintString for the title/date/page line, then
*> follow it with the column headings -- under the adjustments
*> section heading once that section has begun.
Write-Page-Header.
    ADD 1 TO Page-Count.
    CALL "PrintString" USING Report-Title, Run-Date-Display,
        WRITE Report-Line FROM Page-Eject-Line
    END-IF.
    WRITE Report-Line FROM Formatted-Header-Line.
    MOVE ZERO TO Line-Count.
    IF Printing-Adjustments
        WRITE Report-Line FROM Adjustment-Section-Heading
        WRITE Report-Line FROM Adjustment-Heading-Line
        ADD 1 TO Line-Count
    ELSE
        WRITE Report-Line FROM Column-Heading-Line
    END-IF.

Finalize-Report.
    IF Printing-Adjustments
        MOVE "PRIOR-PERIOD ADJUSTMENTS TOTAL:" TO Section-Total-Label
        MOVE Adjustment-Section-Total TO Section-Total-Edit
        WRITE Report-Line FROM Section-Total-Line
    END-IF.
    MOVE Report-Grand-Total TO Total-Edit.
    WRITE Report-Line FROM Total-Line.
    CLOSE Report-File.
    MOVE ZERO TO RETURN-CODE.
    DISPLAY "PrintReport: " Detail-Count " line(s) across " Page-Count
        " page(s), grand total " Report-Grand-Total.
    DISPLAY "PrintReport: " Adjustment-Detail-Count
        " prior-period adjustment line(s), total "
        Adjustment-Section-Total.
*> End program
