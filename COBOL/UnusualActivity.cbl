*> Set (identify) the program's name
IDENTIFICATION DIVISION.
PROGRAM-ID. UnusualActivity.
*> Unusual-activity exception report, run once the day has posted
*> to the cumulative master: holds each account's day on AMTOUT
*> against what that account normally does, off its own trailing
*> window of master days. ValidateAmounts only asks whether an
*> amount is postable; this asks whether it is ordinary for the
*> account, so a $90,000 day on a center that sees $2,000 a day is
*> on a report the morning it posts instead of at month end.
*> Four checks, each named on the line it flags:
*>   - a single transaction far above the account's average
*>     transaction;
*>   - a day total outside the account's trailing low-high range
*>     and far from its trailing daily average;
*>   - an account that seldom posts posting today (a dormant
*>     account, or one with no history at all);
*>   - an account that nearly always posts posting nothing today.
*> The thresholds are operator cards on ACTVPARM, one per account
*> that needs its own, over a shop default; an amount under the
*> floor is never flagged, so small accounts do not page anybody
*> over pennies. Anything flagged ends the step RC=4.
*>
*> Modification history
*> 2026-10-15  New program. Runs as the ACTVCHK step of ADDJOB,
*>             after POSTMST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Amount-File ASSIGN TO "AMTOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Amount-File-Status.

    SELECT Master-File ASSIGN TO "MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Mst-Key
        FILE STATUS IS Master-File-Status.

    SELECT Activity-Parm-File ASSIGN TO "ACTVPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Activity-Parm-File-Status.

    SELECT Activity-Report-File ASSIGN TO "ACTVRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Activity-Report-File-Status.

*> Data declaration
DATA DIVISION.
FILE SECTION.
FD  Amount-File.
    COPY AMTREC.

FD  Master-File.
    COPY MSTREC.

*> One card per account with thresholds of its own, and at most
*> one card with account "*DEF" setting the shop default. A blank
*> field takes the shop default; a card field failing its edit is
*> reported and treated as blank. The multiples are whole times
*> the account's average, the floor is whole dollars, and the two
*> percents are of the window's posting days the account posted
*> on. The window length, in calendar days, is only read off the
*> shop default card.
FD  Activity-Parm-File.
01  Activity-Parm-Record.
    05  Acp-Account            PIC X(04).
    05  Acp-Day-Multiple       PIC X(03).
    05  Acp-Txn-Multiple       PIC X(03).
    05  Acp-Floor-Amount       PIC X(07).
    05  Acp-Dormant-Pct        PIC X(03).
    05  Acp-Busy-Pct           PIC X(03).
    05  Acp-Window-Days        PIC X(03).

FD  Activity-Report-File.
01  Activity-Report-Line       PIC X(132).

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
01  Amount-File-Status         PIC X(02).
01  Master-File-Status         PIC X(02).
01  Activity-Parm-File-Status  PIC X(02).
01  Activity-Report-File-Status PIC X(02).

01  End-Of-Amounts-Switch       PIC X(01) VALUE "N".
    88  End-Of-Amounts                    VALUE "Y".

01  End-Of-Sweep-Switch         PIC X(01) VALUE "N".
    88  End-Of-Sweep                      VALUE "Y".

01  End-Of-Parms-Switch         PIC X(01) VALUE "N".
    88  End-Of-Parms                      VALUE "Y".

*> The shop default thresholds, as shipped; a "*DEF" card on
*> ACTVPARM replaces any of them.
01  Default-Account-Id          PIC X(04) VALUE "*DEF".
01  Shop-Day-Multiple           PIC 9(03) VALUE 3.
01  Shop-Txn-Multiple           PIC 9(03) VALUE 5.
01  Shop-Floor-Amount           PIC 9(07) VALUE 1000.
01  Shop-Dormant-Pct            PIC 9(03) VALUE 20.
01  Shop-Busy-Pct               PIC 9(03) VALUE 80.
01  Window-Days                 PIC 9(03) VALUE 30.

*> The per-account cards, held as keyed so a field left blank
*> still falls through to the shop default however the deck is
*> ordered.
01  Threshold-Table.
    05  Threshold-Entry OCCURS 500 TIMES
            INDEXED BY Threshold-Index.
        10  Thr-Account         PIC X(04).
        10  Thr-Day-Multiple    PIC X(03).
        10  Thr-Txn-Multiple    PIC X(03).
        10  Thr-Floor-Amount    PIC X(07).
        10  Thr-Dormant-Pct     PIC X(03).
        10  Thr-Busy-Pct        PIC X(03).
01  Threshold-Entry-Count       PIC 9(04) VALUE ZERO.
01  Threshold-Table-Maximum     PIC 9(04) VALUE 500.
01  Parm-Card-Count             PIC 9(04) VALUE ZERO.

*> The thresholds in force for the account being judged.
01  Use-Day-Multiple            PIC 9(03) VALUE ZERO.
01  Use-Txn-Multiple            PIC 9(03) VALUE ZERO.
01  Use-Floor-Amount            PIC 9(07) VALUE ZERO.
01  Use-Dormant-Pct             PIC 9(03) VALUE ZERO.
01  Use-Busy-Pct                PIC 9(03) VALUE ZERO.

*> The trailing window: the calendar days from the window start
*> up to, not including, the processing date.
01  Today-Date                  PIC 9(08) VALUE ZERO.
01  Window-Start-Date           PIC 9(08) VALUE ZERO.
01  Window-Date-Parts REDEFINES Window-Start-Date.
    05  Window-Year             PIC 9(04).
    05  Window-Month            PIC 9(02).
    05  Window-Day              PIC 9(02).
01  Month-Last-Day              PIC 9(02) VALUE ZERO.
01  Leap-Year-Quotient          PIC 9(04) VALUE ZERO.
01  Leap-Year-Remainder         PIC 9(04) VALUE ZERO.

*> Every date in the window that any account posted on -- the
*> shop's posting days, which an account's own days are measured
*> against for the dormant and busy checks.
01  Posting-Day-Table.
    05  Posting-Day-Entry OCCURS 366 TIMES
            INDEXED BY Posting-Day-Index.
        10  Pdy-Date            PIC 9(08).
01  Posting-Day-Count           PIC 9(04) VALUE ZERO.
01  Posting-Day-Maximum         PIC 9(04) VALUE 366.

*> One entry per account seen in the window or on today's AMTOUT:
*> its window days, count, total, lowest and highest day, and
*> what it posted today.
01  Activity-Table.
    05  Activity-Entry OCCURS 500 TIMES
            INDEXED BY Activity-Index.
        10  Act-Account         PIC X(04).
        10  Act-Active-Days     PIC 9(04).
        10  Act-Window-Count    PIC 9(09).
        10  Act-Window-Total    PIC S9(15)V99.
        10  Act-Low-Total       PIC S9(15)V99.
        10  Act-High-Total      PIC S9(15)V99.
        10  Act-Today-Flag      PIC X(01).
            88  Act-Posted-Today          VALUE "Y".
        10  Act-Today-Count     PIC 9(09).
        10  Act-Today-Total     PIC S9(15)V99.
01  Activity-Entry-Count        PIC 9(04) VALUE ZERO.
01  Activity-Table-Maximum      PIC 9(04) VALUE 500.
01  Activity-Sub                PIC 9(04) VALUE ZERO.

01  Account-Found-Switch        PIC X(01) VALUE "N".
    88  Account-Was-Found                 VALUE "Y".
01  Lookup-Account              PIC X(04) VALUE SPACES.
01  Last-Sweep-Account          PIC X(04) VALUE LOW-VALUES.

*> Working figures for the account being judged.
01  Average-Day-Total           PIC S9(15)V99 VALUE ZERO.
01  Average-Day-Magnitude       PIC S9(15)V99 VALUE ZERO.
01  Average-Txn-Magnitude       PIC S9(15)V99 VALUE ZERO.
01  Day-Distance                PIC S9(15)V99 VALUE ZERO.
01  Today-Magnitude             PIC S9(15)V99 VALUE ZERO.
01  Result-Magnitude            PIC S9(15)V99 VALUE ZERO.
01  Activity-Pct                PIC 9(03) VALUE ZERO.
01  Amount-Record-Number        PIC 9(09) VALUE ZERO.

01  Large-Transaction-Count     PIC 9(06) VALUE ZERO.
01  Large-Day-Count             PIC 9(06) VALUE ZERO.
01  Dormant-Count               PIC 9(06) VALUE ZERO.
01  Silent-Count                PIC 9(06) VALUE ZERO.
01  Section-Line-Count          PIC 9(06) VALUE ZERO.

01  Line-Count                  PIC 9(04) VALUE ZERO.
01  Page-Count                  PIC 9(04) VALUE ZERO.
01  Lines-Per-Page              PIC 9(04) VALUE 60.

01  Run-Date-Display.
    05  Run-Date-Year           PIC 9(04).
    05  FILLER                  PIC X(01) VALUE "-".
    05  Run-Date-Month          PIC 9(02).
    05  FILLER                  PIC X(01) VALUE "-".
    05  Run-Date-Day            PIC 9(02).

01  Report-Title                PIC X(60) VALUE
    "UNUSUAL ACTIVITY EXCEPTIONS - TODAY AGAINST HISTORY".
01  Formatted-Header-Line       PIC X(132).

*> Each section carries its own column headings; the one in
*> force is repeated under the title on every page.
01  Column-Heading-Line         PIC X(132) VALUE SPACES.
01  Transaction-Heading-Line.
    05  FILLER                  PIC X(35) VALUE
        "   ACCT  CHECK                     ".
    05  FILLER                  PIC X(40) VALUE
        "            AMOUNT     AVG TRANSACTION  ".
    05  FILLER                  PIC X(57) VALUE
        "RECORD NO  SOURCE".
01  Day-Heading-Line.
    05  FILLER                  PIC X(35) VALUE
        "   ACCT  CHECK                     ".
    05  FILLER                  PIC X(40) VALUE
        "       TODAY TOTAL       DAILY AVERAGE  ".
    05  FILLER                  PIC X(57) VALUE
        "         DAILY LOW          DAILY HIGH     DAYS".

01  Window-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(15) VALUE "WINDOW: FROM ".
    05  Win-Start-Date          PIC 9(08).
    05  FILLER                  PIC X(17) VALUE " TO DAY BEFORE ".
    05  Win-Today-Date          PIC 9(08).
    05  FILLER                  PIC X(04) VALUE "  (".
    05  Win-Posting-Days        PIC ZZ9.
    05  FILLER                  PIC X(15) VALUE " POSTING DAYS)".
    05  FILLER                  PIC X(59) VALUE SPACES.

01  Transaction-Detail-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Txn-Account             PIC X(04).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Txn-Check               PIC X(24).
    05  FILLER                  PIC X(01) VALUE SPACES.
    05  Txn-Amount-Edit         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(01) VALUE SPACES.
    05  Txn-Average-Edit        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Txn-Record-Number       PIC 9(09).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Txn-Source              PIC X(08).
    05  FILLER                  PIC X(38) VALUE SPACES.

01  Day-Detail-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Day-Account             PIC X(04).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Day-Check               PIC X(24).
    05  FILLER                  PIC X(01) VALUE SPACES.
    05  Day-Today-Edit          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(01) VALUE SPACES.
    05  Day-Average-Edit        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(01) VALUE SPACES.
    05  Day-Low-Edit            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(01) VALUE SPACES.
    05  Day-High-Edit           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Day-Active-Days         PIC ZZ9.
    05  FILLER                  PIC X(01) VALUE "/".
    05  Day-Window-Days         PIC ZZ9.
    05  FILLER                  PIC X(10) VALUE SPACES.

01  Section-Heading-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Sec-Heading-Text        PIC X(60).
    05  FILLER                  PIC X(69) VALUE SPACES.

01  Summary-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(16) VALUE "LARGE TXN: ".
    05  Sum-Transaction-Edit    PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(16) VALUE "  LARGE DAY: ".
    05  Sum-Day-Edit            PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(14) VALUE "  DORMANT: ".
    05  Sum-Dormant-Edit        PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(13) VALUE "  SILENT: ".
    05  Sum-Silent-Edit         PIC ZZZ,ZZ9.
    05  FILLER                  PIC X(42) VALUE SPACES.

01  None-Line                   PIC X(40) VALUE
    "   (NONE)".

01  Blank-Line                  PIC X(01) VALUE SPACES.

*> A line holding nothing but a printer page-eject control
*> character, written ahead of the header line on every page
*> after the first.
01  Page-Eject-Line             PIC X(01) VALUE X"0C".

*> Program logic
PROCEDURE DIVISION.

Main-Control.
    PERFORM Initialize-Program.
    PERFORM Load-One-Parm-Card UNTIL End-Of-Parms.
    PERFORM Set-Window-Start.
    PERFORM Position-Master-Sweep.
    PERFORM Take-One-Master-Record UNTIL End-Of-Sweep.
    PERFORM Write-Transaction-Section.
    PERFORM Write-Day-Section.
    PERFORM Write-Summary.
    PERFORM Finalize-Program.
    STOP RUN.

Initialize-Program.
    INITIALIZE Activity-Table.
    INITIALIZE Threshold-Table.
    CALL "GetProcessDate" USING Today-Date.
    MOVE Today-Date(1:4) TO Run-Date-Year.
    MOVE Today-Date(5:2) TO Run-Date-Month.
    MOVE Today-Date(7:2) TO Run-Date-Day.

    OPEN INPUT Activity-Parm-File.
    IF Activity-Parm-File-Status NOT = "00"
        SET End-Of-Parms TO TRUE
    END-IF.

    OPEN INPUT Amount-File.
    IF Amount-File-Status NOT = "00"
        DISPLAY "UnusualActivity: unable to open AMTOUT, status "
            Amount-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT Master-File.
    IF Master-File-Status NOT = "00"
        DISPLAY "UnusualActivity: unable to open MASTER, status "
            Master-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT Activity-Report-File.
    IF Activity-Report-File-Status NOT = "00"
        DISPLAY "UnusualActivity: unable to open ACTVRPT, status "
            Activity-Report-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Load-One-Parm-Card.
    READ Activity-Parm-File
        AT END
            SET End-Of-Parms TO TRUE
        NOT AT END
            ADD 1 TO Parm-Card-Count
            PERFORM Edit-Parm-Card
            IF Acp-Account = Default-Account-Id
                PERFORM Apply-Shop-Default-Card
            ELSE
                PERFORM Store-Account-Card
            END-IF
    END-READ.

*> A field that is not a number says so and falls back to the
*> shop default rather than stopping the day's check.
Edit-Parm-Card.
    IF Acp-Day-Multiple NOT = SPACES
        AND Acp-Day-Multiple NOT NUMERIC
        DISPLAY "UnusualActivity: ACTVPARM card " Parm-Card-Count
            " day multiple '" Acp-Day-Multiple "' ignored"
        MOVE SPACES TO Acp-Day-Multiple
    END-IF.
    IF Acp-Txn-Multiple NOT = SPACES
        AND Acp-Txn-Multiple NOT NUMERIC
        DISPLAY "UnusualActivity: ACTVPARM card " Parm-Card-Count
            " transaction multiple '" Acp-Txn-Multiple "' ignored"
        MOVE SPACES TO Acp-Txn-Multiple
    END-IF.
    IF Acp-Floor-Amount NOT = SPACES
        AND Acp-Floor-Amount NOT NUMERIC
        DISPLAY "UnusualActivity: ACTVPARM card " Parm-Card-Count
            " floor '" Acp-Floor-Amount "' ignored"
        MOVE SPACES TO Acp-Floor-Amount
    END-IF.
    IF Acp-Dormant-Pct NOT = SPACES
        AND (Acp-Dormant-Pct NOT NUMERIC
        OR Acp-Dormant-Pct > "100")
        DISPLAY "UnusualActivity: ACTVPARM card " Parm-Card-Count
            " dormant percent '" Acp-Dormant-Pct "' ignored"
        MOVE SPACES TO Acp-Dormant-Pct
    END-IF.
    IF Acp-Busy-Pct NOT = SPACES
        AND (Acp-Busy-Pct NOT NUMERIC
        OR Acp-Busy-Pct > "100")
        DISPLAY "UnusualActivity: ACTVPARM card " Parm-Card-Count
            " busy percent '" Acp-Busy-Pct "' ignored"
        MOVE SPACES TO Acp-Busy-Pct
    END-IF.
    IF Acp-Window-Days NOT = SPACES
        AND (Acp-Window-Days NOT NUMERIC
        OR Acp-Window-Days = "000")
        DISPLAY "UnusualActivity: ACTVPARM card " Parm-Card-Count
            " window '" Acp-Window-Days "' ignored"
        MOVE SPACES TO Acp-Window-Days
    END-IF.

Apply-Shop-Default-Card.
    IF Acp-Day-Multiple NOT = SPACES
        MOVE Acp-Day-Multiple TO Shop-Day-Multiple
    END-IF.
    IF Acp-Txn-Multiple NOT = SPACES
        MOVE Acp-Txn-Multiple TO Shop-Txn-Multiple
    END-IF.
    IF Acp-Floor-Amount NOT = SPACES
        MOVE Acp-Floor-Amount TO Shop-Floor-Amount
    END-IF.
    IF Acp-Dormant-Pct NOT = SPACES
        MOVE Acp-Dormant-Pct TO Shop-Dormant-Pct
    END-IF.
    IF Acp-Busy-Pct NOT = SPACES
        MOVE Acp-Busy-Pct TO Shop-Busy-Pct
    END-IF.
    IF Acp-Window-Days NOT = SPACES
        MOVE Acp-Window-Days TO Window-Days
    END-IF.

Store-Account-Card.
    IF Threshold-Entry-Count >= Threshold-Table-Maximum
        DISPLAY "UnusualActivity: more than "
            Threshold-Table-Maximum " ACTVPARM cards, account "
            Acp-Account " takes the shop default"
    ELSE
        ADD 1 TO Threshold-Entry-Count
        SET Threshold-Index TO Threshold-Entry-Count
        MOVE Acp-Account TO Thr-Account (Threshold-Index)
        MOVE Acp-Day-Multiple TO Thr-Day-Multiple (Threshold-Index)
        MOVE Acp-Txn-Multiple TO Thr-Txn-Multiple (Threshold-Index)
        MOVE Acp-Floor-Amount TO Thr-Floor-Amount (Threshold-Index)
        MOVE Acp-Dormant-Pct TO Thr-Dormant-Pct (Threshold-Index)
        MOVE Acp-Busy-Pct TO Thr-Busy-Pct (Threshold-Index)
    END-IF.

*> Step back from the processing date one calendar day at a time;
*> the window ends the day before the processing date, so today's
*> own master day never counts as its history.
Set-Window-Start.
    MOVE Today-Date TO Window-Start-Date.
    PERFORM Step-Window-Back-One-Day Window-Days TIMES.

Step-Window-Back-One-Day.
    IF Window-Day > 1
        SUBTRACT 1 FROM Window-Day
    ELSE
        IF Window-Month > 1
            SUBTRACT 1 FROM Window-Month
        ELSE
            MOVE 12 TO Window-Month
            SUBTRACT 1 FROM Window-Year
        END-IF
        PERFORM Set-Month-Last-Day
        MOVE Month-Last-Day TO Window-Day
    END-IF.

*> Month lengths, leap Februaries included -- the same rules
*> AdvanceDate applies.
Set-Month-Last-Day.
    EVALUATE Window-Month
        WHEN 01 WHEN 03 WHEN 05 WHEN 07
        WHEN 08 WHEN 10 WHEN 12
            MOVE 31 TO Month-Last-Day
        WHEN 04 WHEN 06 WHEN 09 WHEN 11
            MOVE 30 TO Month-Last-Day
        WHEN 02
            PERFORM Set-February-Last-Day
        WHEN OTHER
            MOVE 31 TO Month-Last-Day
    END-EVALUATE.

Set-February-Last-Day.
    MOVE 28 TO Month-Last-Day.
    DIVIDE Window-Year BY 4
        GIVING Leap-Year-Quotient
        REMAINDER Leap-Year-Remainder.
    IF Leap-Year-Remainder = ZERO
        MOVE 29 TO Month-Last-Day
        DIVIDE Window-Year BY 100
            GIVING Leap-Year-Quotient
            REMAINDER Leap-Year-Remainder
        IF Leap-Year-Remainder = ZERO
            DIVIDE Window-Year BY 400
                GIVING Leap-Year-Quotient
                REMAINDER Leap-Year-Remainder
            IF Leap-Year-Remainder NOT = ZERO
                MOVE 28 TO Month-Last-Day
            END-IF
        END-IF
    END-IF.

Position-Master-Sweep.
    MOVE LOW-VALUES TO Mst-Key.
    START Master-File KEY IS NOT LESS THAN Mst-Key
        INVALID KEY
            SET End-Of-Sweep TO TRUE
    END-START.

*> Only real posting days inside the window count; a prior year's
*> summary record (day "0000") is not a day, and a window reaching
*> back past a year-end close simply finds fewer days there.
Take-One-Master-Record.
    READ Master-File NEXT RECORD
        AT END
            SET End-Of-Sweep TO TRUE
        NOT AT END
            IF Mst-Posting-Date NOT < Window-Start-Date
                AND Mst-Posting-Date < Today-Date
                AND Mst-Posting-Date(5:4) NOT = "0000"
                PERFORM Take-One-Window-Day
            END-IF
    END-READ.

Take-One-Window-Day.
    PERFORM Note-Posting-Day.
    IF Mst-Account NOT = Last-Sweep-Account
        MOVE Mst-Account TO Lookup-Account
        PERFORM Find-Or-Add-Account
        MOVE Mst-Account TO Last-Sweep-Account
    END-IF.
    IF Account-Was-Found
        ADD 1 TO Act-Active-Days (Activity-Index)
        ADD Mst-Daily-Count TO Act-Window-Count (Activity-Index)
        ADD Mst-Daily-Total TO Act-Window-Total (Activity-Index)
        IF Act-Active-Days (Activity-Index) = 1
            OR Mst-Daily-Total < Act-Low-Total (Activity-Index)
            MOVE Mst-Daily-Total TO Act-Low-Total (Activity-Index)
        END-IF
        IF Act-Active-Days (Activity-Index) = 1
            OR Mst-Daily-Total > Act-High-Total (Activity-Index)
            MOVE Mst-Daily-Total TO Act-High-Total (Activity-Index)
        END-IF
    END-IF.

Note-Posting-Day.
    SET Posting-Day-Index TO 1.
    SEARCH Posting-Day-Entry
        AT END
            IF Posting-Day-Count < Posting-Day-Maximum
                ADD 1 TO Posting-Day-Count
                MOVE Mst-Posting-Date TO Pdy-Date (Posting-Day-Count)
            END-IF
        WHEN Pdy-Date (Posting-Day-Index) = Mst-Posting-Date
            AND Posting-Day-Index <= Posting-Day-Count
            CONTINUE
    END-SEARCH.

*> Find the account's entry, opening one when it is new; a full
*> table is reported once per account that could not be held and
*> leaves Account-Was-Found off so the caller skips it.
Find-Or-Add-Account.
    MOVE "N" TO Account-Found-Switch.
    SET Activity-Index TO 1.
    SEARCH Activity-Entry
        AT END
            CONTINUE
        WHEN Act-Account (Activity-Index) = Lookup-Account
            AND Activity-Index <= Activity-Entry-Count
            SET Account-Was-Found TO TRUE
    END-SEARCH.
    IF NOT Account-Was-Found
        IF Activity-Entry-Count >= Activity-Table-Maximum
            DISPLAY "UnusualActivity: more than "
                Activity-Table-Maximum " accounts, account "
                Lookup-Account " not checked"
        ELSE
            ADD 1 TO Activity-Entry-Count
            SET Activity-Index TO Activity-Entry-Count
            MOVE Lookup-Account TO Act-Account (Activity-Index)
            MOVE "N" TO Act-Today-Flag (Activity-Index)
            SET Account-Was-Found TO TRUE
        END-IF
    END-IF.

*> Every record on today's AMTOUT is held against its account's
*> average transaction as it is read, and ordinary records add
*> into the account's day. A prior-period adjustment lands on the
*> day it corrects, not today, so it is judged as a transaction
*> but left out of today's total.
Write-Transaction-Section.
    MOVE Transaction-Heading-Line TO Column-Heading-Line.
    PERFORM Write-Page-Header.
    MOVE Window-Start-Date TO Win-Start-Date.
    MOVE Today-Date TO Win-Today-Date.
    MOVE Posting-Day-Count TO Win-Posting-Days.
    WRITE Activity-Report-Line FROM Window-Line.
    ADD 1 TO Line-Count.
    MOVE "SINGLE TRANSACTIONS FAR ABOVE THE ACCOUNT'S NORM"
        TO Sec-Heading-Text.
    PERFORM Write-Section-Heading.
    PERFORM Take-One-Amount UNTIL End-Of-Amounts.
    IF Section-Line-Count = ZERO
        WRITE Activity-Report-Line FROM None-Line
        ADD 1 TO Line-Count
    END-IF.

Take-One-Amount.
    READ Amount-File
        AT END
            SET End-Of-Amounts TO TRUE
        NOT AT END
            ADD 1 TO Amount-Record-Number
            MOVE Account-Code TO Lookup-Account
            PERFORM Find-Or-Add-Account
            IF Account-Was-Found
                PERFORM Judge-One-Amount
            END-IF
    END-READ.

Judge-One-Amount.
    IF Adjusted-Date = ZERO OR Adjusted-Date NOT NUMERIC
        SET Act-Posted-Today (Activity-Index) TO TRUE
        ADD 1 TO Act-Today-Count (Activity-Index)
        ADD Result TO Act-Today-Total (Activity-Index)
    END-IF.
    IF Act-Window-Count (Activity-Index) > ZERO
        MOVE Act-Account (Activity-Index) TO Lookup-Account
        PERFORM Resolve-Thresholds
        COMPUTE Average-Txn-Magnitude ROUNDED =
            Act-Window-Total (Activity-Index)
            / Act-Window-Count (Activity-Index)
        IF Average-Txn-Magnitude < ZERO
            COMPUTE Average-Txn-Magnitude =
                ZERO - Average-Txn-Magnitude
        END-IF
        MOVE Result TO Result-Magnitude
        IF Result-Magnitude < ZERO
            COMPUTE Result-Magnitude = ZERO - Result-Magnitude
        END-IF
        IF Result-Magnitude NOT < Use-Floor-Amount
            AND Result-Magnitude >
                Use-Txn-Multiple * Average-Txn-Magnitude
            PERFORM Write-Transaction-Line
        END-IF
    END-IF.

Write-Transaction-Line.
    IF Line-Count >= Lines-Per-Page
        PERFORM Write-Page-Header
    END-IF.
    ADD 1 TO Large-Transaction-Count.
    ADD 1 TO Section-Line-Count.
    MOVE Account-Code TO Txn-Account.
    MOVE "LARGE TRANSACTION" TO Txn-Check.
    MOVE Result TO Txn-Amount-Edit.
    MOVE Average-Txn-Magnitude TO Txn-Average-Edit.
    MOVE Amount-Record-Number TO Txn-Record-Number.
    MOVE Source-System TO Txn-Source.
    WRITE Activity-Report-Line FROM Transaction-Detail-Line.
    ADD 1 TO Line-Count.

*> One pass over the accounts for the day-level checks, each
*> account judged against its own thresholds.
Write-Day-Section.
    MOVE Day-Heading-Line TO Column-Heading-Line.
    PERFORM Write-Page-Header.
    MOVE "ACCOUNT DAYS OUT OF CHARACTER" TO Sec-Heading-Text.
    PERFORM Write-Section-Heading.
    PERFORM Judge-One-Account-Day
        VARYING Activity-Sub FROM 1 BY 1
        UNTIL Activity-Sub > Activity-Entry-Count.
    IF Section-Line-Count = ZERO
        WRITE Activity-Report-Line FROM None-Line
        ADD 1 TO Line-Count
    END-IF.

*> The activity percent is the share of the window's posting days
*> the account posted on. An account posting today below the
*> dormant percent is out of character; so is one above the busy
*> percent posting nothing. A day total is out of character when
*> it lies outside the window's low-high range and further from
*> the daily average than the day multiple allows.
Judge-One-Account-Day.
    MOVE Act-Account (Activity-Sub) TO Lookup-Account.
    PERFORM Resolve-Thresholds.
    MOVE ZERO TO Activity-Pct.
    IF Posting-Day-Count > ZERO
        COMPUTE Activity-Pct =
            Act-Active-Days (Activity-Sub) * 100 / Posting-Day-Count
    END-IF.
    MOVE ZERO TO Average-Day-Total.
    IF Act-Active-Days (Activity-Sub) > ZERO
        COMPUTE Average-Day-Total ROUNDED =
            Act-Window-Total (Activity-Sub)
            / Act-Active-Days (Activity-Sub)
    END-IF.
    MOVE Average-Day-Total TO Average-Day-Magnitude.
    IF Average-Day-Magnitude < ZERO
        COMPUTE Average-Day-Magnitude = ZERO - Average-Day-Magnitude
    END-IF.
    IF Act-Posted-Today (Activity-Sub)
        PERFORM Judge-Posted-Day
    ELSE
        IF Posting-Day-Count > ZERO
            AND Activity-Pct NOT < Use-Busy-Pct
            ADD 1 TO Silent-Count
            MOVE "SILENT ON A BUSY DAY" TO Day-Check
            PERFORM Write-Day-Line
        END-IF
    END-IF.

Judge-Posted-Day.
    MOVE Act-Today-Total (Activity-Sub) TO Today-Magnitude.
    IF Today-Magnitude < ZERO
        COMPUTE Today-Magnitude = ZERO - Today-Magnitude
    END-IF.
    IF Activity-Pct < Use-Dormant-Pct
        AND Today-Magnitude NOT < Use-Floor-Amount
        ADD 1 TO Dormant-Count
        IF Act-Active-Days (Activity-Sub) = ZERO
            MOVE "POSTED WITH NO HISTORY" TO Day-Check
        ELSE
            MOVE "POSTED ON A DORMANT DAY" TO Day-Check
        END-IF
        PERFORM Write-Day-Line
    END-IF.
    IF Act-Active-Days (Activity-Sub) > ZERO
        AND Today-Magnitude NOT < Use-Floor-Amount
        AND (Act-Today-Total (Activity-Sub)
                > Act-High-Total (Activity-Sub)
            OR Act-Today-Total (Activity-Sub)
                < Act-Low-Total (Activity-Sub))
        COMPUTE Day-Distance =
            Act-Today-Total (Activity-Sub) - Average-Day-Total
        IF Day-Distance < ZERO
            COMPUTE Day-Distance = ZERO - Day-Distance
        END-IF
        IF Day-Distance > Use-Day-Multiple * Average-Day-Magnitude
            ADD 1 TO Large-Day-Count
            MOVE "DAY TOTAL OUT OF RANGE" TO Day-Check
            PERFORM Write-Day-Line
        END-IF
    END-IF.

Write-Day-Line.
    IF Line-Count >= Lines-Per-Page
        PERFORM Write-Page-Header
    END-IF.
    ADD 1 TO Section-Line-Count.
    MOVE Act-Account (Activity-Sub) TO Day-Account.
    MOVE Act-Today-Total (Activity-Sub) TO Day-Today-Edit.
    MOVE Average-Day-Total TO Day-Average-Edit.
    MOVE Act-Low-Total (Activity-Sub) TO Day-Low-Edit.
    MOVE Act-High-Total (Activity-Sub) TO Day-High-Edit.
    MOVE Act-Active-Days (Activity-Sub) TO Day-Active-Days.
    MOVE Posting-Day-Count TO Day-Window-Days.
    WRITE Activity-Report-Line FROM Day-Detail-Line.
    ADD 1 TO Line-Count.

*> The thresholds in force for Lookup-Account: the shop default,
*> with any field the account's own card sets laid over it.
Resolve-Thresholds.
    MOVE Shop-Day-Multiple TO Use-Day-Multiple.
    MOVE Shop-Txn-Multiple TO Use-Txn-Multiple.
    MOVE Shop-Floor-Amount TO Use-Floor-Amount.
    MOVE Shop-Dormant-Pct TO Use-Dormant-Pct.
    MOVE Shop-Busy-Pct TO Use-Busy-Pct.
    SET Threshold-Index TO 1.
    SEARCH Threshold-Entry
        AT END
            CONTINUE
        WHEN Thr-Account (Threshold-Index) = Lookup-Account
            AND Threshold-Index <= Threshold-Entry-Count
            PERFORM Apply-Account-Thresholds
    END-SEARCH.

Apply-Account-Thresholds.
    IF Thr-Day-Multiple (Threshold-Index) NOT = SPACES
        MOVE Thr-Day-Multiple (Threshold-Index) TO Use-Day-Multiple
    END-IF.
    IF Thr-Txn-Multiple (Threshold-Index) NOT = SPACES
        MOVE Thr-Txn-Multiple (Threshold-Index) TO Use-Txn-Multiple
    END-IF.
    IF Thr-Floor-Amount (Threshold-Index) NOT = SPACES
        MOVE Thr-Floor-Amount (Threshold-Index) TO Use-Floor-Amount
    END-IF.
    IF Thr-Dormant-Pct (Threshold-Index) NOT = SPACES
        MOVE Thr-Dormant-Pct (Threshold-Index) TO Use-Dormant-Pct
    END-IF.
    IF Thr-Busy-Pct (Threshold-Index) NOT = SPACES
        MOVE Thr-Busy-Pct (Threshold-Index) TO Use-Busy-Pct
    END-IF.

Write-Section-Heading.
    MOVE ZERO TO Section-Line-Count.
    IF Line-Count + 4 >= Lines-Per-Page
        PERFORM Write-Page-Header
    END-IF.
    WRITE Activity-Report-Line FROM Blank-Line.
    WRITE Activity-Report-Line FROM Section-Heading-Line.
    ADD 2 TO Line-Count.

Write-Summary.
    IF Line-Count + 2 >= Lines-Per-Page
        PERFORM Write-Page-Header
    END-IF.
    WRITE Activity-Report-Line FROM Blank-Line.
    MOVE Large-Transaction-Count TO Sum-Transaction-Edit.
    MOVE Large-Day-Count TO Sum-Day-Edit.
    MOVE Dormant-Count TO Sum-Dormant-Edit.
    MOVE Silent-Count TO Sum-Silent-Edit.
    WRITE Activity-Report-Line FROM Summary-Line.
    ADD 2 TO Line-Count.

*> Start a fresh page: the shared PrintString title line, then
*> the column headings of the section printing, behind a page
*> eject on every page after the first.
Write-Page-Header.
    ADD 1 TO Page-Count.
    CALL "PrintString" USING Report-Title, Run-Date-Display,
        Page-Count, Formatted-Header-Line.
    IF Page-Count > 1
        WRITE Activity-Report-Line FROM Page-Eject-Line
    END-IF.
    WRITE Activity-Report-Line FROM Formatted-Header-Line.
    WRITE Activity-Report-Line FROM Column-Heading-Line.
    MOVE ZERO TO Line-Count.

*> Anything flagged ends the step RC=4, so the scheduler pages
*> the way it does for SUSPJOB's escalations.
Finalize-Program.
    IF Activity-Parm-File-Status = "00"
        OR Activity-Parm-File-Status = "10"
        CLOSE Activity-Parm-File
    END-IF.
    CLOSE Amount-File.
    CLOSE Master-File.
    CLOSE Activity-Report-File.
    IF Large-Transaction-Count > ZERO
        OR Large-Day-Count > ZERO
        OR Dormant-Count > ZERO
        OR Silent-Count > ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE ZERO TO RETURN-CODE
    END-IF.
    DISPLAY "UnusualActivity: " Amount-Record-Number
        " record(s) checked against " Posting-Day-Count
        " posting day(s), " Large-Transaction-Count
        " large transaction(s), " Large-Day-Count
        " large day(s), " Dormant-Count " dormant, "
        Silent-Count " silent.".
*> End program
