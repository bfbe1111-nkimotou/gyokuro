*>             CHART file says so once and skips the account
*>             edit, so the first morning of the cutover cannot
*>             reject the whole day.
*> 2026-10-15  Prior-period adjustments carry the earlier posting
*>             date they correct, and that date faces edits of
*>             its own: R007 for a date that is not a real
*>             calendar date, R008 for one in a year already
*>             closed (before the processing year -- YearEndClose
*>             has rolled it into a summary), and R009 for one
*>             not before the processing date. An ordinary record
*>             carries a zero date and skips these edits.
*> 2026-10-15  The chart carries the reporting hierarchy now, and
*>             its department, division and company codes are
*>             there to be rolled up into, not posted to: a
*>             record aimed at one rejects as R011.
*> 2026-10-15  The open year is the fiscal year now: R008 holds
*>             an adjusted date against the first day of the
*>             fiscal year the processing date falls in, off the
*>             FISCAL calendar (via the shared GetFiscalPeriod
*>             routine), not against January first. A processing
*>             date the calendar cannot place stops the run at
*>             the first adjustment -- no year can be judged open.
*> 2026-10-15  That stop is the caller's to make now: an adjustment
*>             with no fiscal year to judge it against comes back
*>             as R012, and the caller closes out and stops the
*>             run itself rather than the subprogram ending it
*>             underneath half-written files.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
            INDEXED BY Chart-Index.
        10  Cht-Account          PIC X(04).
        10  Cht-Status           PIC X(01).
        10  Cht-Level            PIC X(01).
01  Chart-Entry-Count            PIC 9(04) VALUE ZERO.
01  Chart-Table-Maximum          PIC 9(04) VALUE 500.

01  Account-Check-Switch         PIC X(01) VALUE "F".
    88  Account-Is-On-Chart                VALUE "A".
    88  Account-Is-Inactive                VALUE "I".
    88  Account-Is-Rollup-Level            VALUE "R".
    88  Account-Is-Unknown                 VALUE "F".

*> The processing date a prior-period adjustment is held against,
*> fetched once on the first call: the date it corrects has to be
*> earlier than today and no earlier than the open fiscal year's
*> first day -- a closed year survives on the master only as a
*> summary record, with no day left for the money to land on.
01  Process-Date                 PIC 9(08) VALUE ZERO.
01  Open-Year-Start-Date         PIC 9(08) VALUE ZERO.

01  Fiscal-Year-State-Switch     PIC X(01) VALUE "N".
    88  Fiscal-Year-Not-Yet-Found          VALUE "N".
    88  Fiscal-Year-Is-Found               VALUE "Y".
    88  Fiscal-Year-Is-Unknown             VALUE "X".

*> The fiscal calendar lookup for the processing date, and the
*> period record GetFiscalPeriod hands back for it.
01  Fiscal-Lookup-Type           PIC X(01) VALUE "D".
01  Fiscal-Lookup-Key            PIC X(08) VALUE SPACES.
01  Fiscal-Lookup-Result         PIC X(01) VALUE SPACE.
    COPY FSCREC.

01  Adjusted-Date-Parts.
    05  Adp-Year                 PIC 9(04).
    05  Adp-Month                PIC 9(02).
        88  Adp-Month-Is-Valid             VALUE 01 THRU 12.
    05  Adp-Day                  PIC 9(02).

01  Month-Day-Limit-Values       PIC X(24) VALUE
    "312931303130313130313031".
01  Month-Day-Limit-Table REDEFINES Month-Day-Limit-Values.
    05  Month-Day-Limit          PIC 9(02) OCCURS 12 TIMES.
01  Leap-Quotient                PIC 9(04) VALUE ZERO.
01  Leap-Remainder-4             PIC 9(04) VALUE ZERO.
01  Leap-Remainder-100           PIC 9(04) VALUE ZERO.
01  Leap-Remainder-400           PIC 9(04) VALUE ZERO.

*> What the date edits decided about the candidate's adjusted
*> date; an ordinary record (date zero) is always Adjustment-Ok.
01  Adjustment-Check-Switch      PIC X(01) VALUE "O".
    88  Adjustment-Ok                      VALUE "O".
    88  Adjustment-Date-Invalid            VALUE "I".
    88  Adjustment-Year-Closed             VALUE "C".
    88  Adjustment-Not-In-Past             VALUE "F".
    88  Adjustment-Calendar-Unavailable    VALUE "U".

LINKAGE SECTION.
*> The caller's candidate amounts, in the shared AMTREC layout.
*> Num1, Num2, the account and the adjusted date are inspected;
*> Result is the caller's.
    COPY AMTREC.
*> The largest amount magnitude the caller will accept as valid.
01  Valid-Amount-Maximum         PIC 9(05)V99.
*> Returned to the caller: spaces when the amounts pass every
*> edit, otherwise the reason code and text of the first rule
*> the record failed, ready to move into a reject record.
*> R012 is the one exception: it is not a fault in the record but
*> a processing date the FISCAL calendar cannot place, so no
*> adjustment can be judged at all -- the caller stops the run
*> through its own close-out rather than reject on a guess.
01  Validation-Reason-Code       PIC X(04).
01  Validation-Reason-Text       PIC X(30).

    MOVE SPACES TO Validation-Reason-Text.
    COMPUTE Valid-Amount-Minimum = ZERO - Valid-Amount-Maximum.
    PERFORM Check-Account-Code.
    PERFORM Check-Adjusted-Date.
    EVALUATE TRUE
        WHEN Adjustment-Calendar-Unavailable
            MOVE "R012" TO Validation-Reason-Code
            MOVE "FISCAL CALENDAR UNAVAILABLE"
                TO Validation-Reason-Text
        WHEN Num1 NOT NUMERIC
            MOVE "R001" TO Validation-Reason-Code
            MOVE "NUM1 IS NOT NUMERIC" TO Validation-Reason-Text
        WHEN Account-Is-Inactive
            MOVE "R006" TO Validation-Reason-Code
            MOVE "ACCOUNT IS INACTIVE" TO Validation-Reason-Text
        WHEN Account-Is-Rollup-Level
            MOVE "R011" TO Validation-Reason-Code
            MOVE "ACCOUNT IS A ROLL-UP LEVEL"
                TO Validation-Reason-Text
        WHEN Adjustment-Date-Invalid
            MOVE "R007" TO Validation-Reason-Code
            MOVE "ADJUSTMENT DATE IS NOT VALID"
                TO Validation-Reason-Text
        WHEN Adjustment-Year-Closed
            MOVE "R008" TO Validation-Reason-Code
            MOVE "ADJUSTMENT DATE IN CLOSED YEAR"
                TO Validation-Reason-Text
        WHEN Adjustment-Not-In-Past
            MOVE "R009" TO Validation-Reason-Code
            MOVE "ADJUSTMENT DATE NOT BEFORE TODAY"
                TO Validation-Reason-Text
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
        END-SEARCH
    END-IF.

*> A prior-period adjustment's date has to be a real calendar
*> date, inside the open year, and earlier than the processing
*> date. Anything not numeric is as invalid as a thirteenth
*> month -- the raw bytes reach here untouched.
Check-Adjusted-Date.
    SET Adjustment-Ok TO TRUE.
    IF Adjusted-Date NOT NUMERIC
        SET Adjustment-Date-Invalid TO TRUE
    ELSE
        IF Adjusted-Date NOT = ZERO
            PERFORM Judge-Adjusted-Date
        END-IF
    END-IF.

Judge-Adjusted-Date.
    IF Fiscal-Year-Not-Yet-Found
        CALL "GetProcessDate" USING Process-Date
        PERFORM Find-Open-Fiscal-Year
    END-IF.
    IF Fiscal-Year-Is-Unknown
        SET Adjustment-Calendar-Unavailable TO TRUE
    ELSE
        PERFORM Judge-Date-Against-Year
    END-IF.

Judge-Date-Against-Year.
    MOVE Adjusted-Date TO Adjusted-Date-Parts.
    PERFORM Check-Calendar-Date.
    IF Adjustment-Ok
        IF Adjusted-Date < Open-Year-Start-Date
            SET Adjustment-Year-Closed TO TRUE
        ELSE
            IF Adjusted-Date NOT < Process-Date
                SET Adjustment-Not-In-Past TO TRUE
            END-IF
        END-IF
    END-IF.

*> The open year starts where the processing date's fiscal year
*> does. With no year to hold the date against, an adjustment
*> could land in a closed one, so every adjustment comes back
*> R012 for the caller to stop the run on, rather than pass or
*> reject money on a guess. Said once; the lookup is not retried.
Find-Open-Fiscal-Year.
    MOVE Process-Date TO Fiscal-Lookup-Key.
    CALL "GetFiscalPeriod" USING Fiscal-Lookup-Type,
        Fiscal-Lookup-Key, Fiscal-Calendar-Record,
        Fiscal-Lookup-Result.
    IF Fiscal-Lookup-Result NOT = "Y"
        DISPLAY "ValidateAmounts: processing date " Process-Date
            " is not in any fiscal period on FISCAL"
        SET Fiscal-Year-Is-Unknown TO TRUE
    ELSE
        SET Fiscal-Year-Is-Found TO TRUE
        MOVE Fsc-Year-Start TO Open-Year-Start-Date
    END-IF.

*> Month one through twelve and a day that month actually has,
*> February gaining its twenty-ninth in a leap year.
Check-Calendar-Date.
    IF NOT Adp-Month-Is-Valid
        SET Adjustment-Date-Invalid TO TRUE
    ELSE
        IF Adp-Day = ZERO
            OR Adp-Day > Month-Day-Limit (Adp-Month)
            SET Adjustment-Date-Invalid TO TRUE
        END-IF
    END-IF.
    IF Adjustment-Ok AND Adp-Month = 02 AND Adp-Day = 29
        PERFORM Check-Leap-Year
    END-IF.

Check-Leap-Year.
    DIVIDE Adp-Year BY 4 GIVING Leap-Quotient
        REMAINDER Leap-Remainder-4.
    DIVIDE Adp-Year BY 100 GIVING Leap-Quotient
        REMAINDER Leap-Remainder-100.
    DIVIDE Adp-Year BY 400 GIVING Leap-Quotient
        REMAINDER Leap-Remainder-400.
    IF Leap-Remainder-4 NOT = ZERO
        OR (Leap-Remainder-100 = ZERO
        AND Leap-Remainder-400 NOT = ZERO)
        SET Adjustment-Date-Invalid TO TRUE
    END-IF.

*> Only a cost center takes postings; a code with no level yet
*> predates the hierarchy and is one.
Judge-Chart-Entry.
    IF Cht-Status (Chart-Index) NOT = "A"
        SET Account-Is-Inactive TO TRUE
    ELSE
        IF Cht-Level (Chart-Index) = "1"
            OR Cht-Level (Chart-Index) = SPACE
            SET Account-Is-On-Chart TO TRUE
        ELSE
            SET Account-Is-Rollup-Level TO TRUE
        END-IF
    END-IF.

Load-Chart-File.
        ADD 1 TO Chart-Entry-Count
        MOVE Coa-Account TO Cht-Account (Chart-Entry-Count)
        MOVE Coa-Status TO Cht-Status (Chart-Entry-Count)
        MOVE Coa-Level TO Cht-Level (Chart-Entry-Count)
    END-IF.
*> End program
