*> Set (identify) the program's name
IDENTIFICATION DIVISION.
PROGRAM-ID. GetFiscalPeriod.
*> Shared fiscal-calendar routine, CALLed by every program that
*> needs to know which accounting period or fiscal year a date
*> belongs to -- PostMaster and MasterRecover for the PTD/YTD
*> recompute, MonthEndReport, MasterRecon and ChartRollup for the
*> period being closed, AcctStatement for its period breaks,
*> BudgetVariance for the budget period, YearEndClose for the
*> year being closed, ValidateAmounts for the open year's first
*> day -- so one file decides where every period begins and
*> ends, the way GetProcessDate is the one "today". The caller
*> asks by date ("D", YYYYMMDD) or by period ("P", YYYYPP in the
*> first six bytes) and gets back the period's FISCAL record,
*> its dates and its year's, with "Y" found, "N" no such period
*> on the calendar, or "X" no usable calendar at all. The FISCAL
*> file is loaded once on the first call and held across calls,
*> and it is edited as it loads: every date a real one, each
*> year's periods numbered from 01 and running day after day
*> from the year's first day to its last, each year starting the
*> day after the one before, no period longer than six weeks. A
*> calendar failing any edit says why and places no date at all
*> -- money cannot land in a period the file is wrong about, so
*> the caller stops instead.
*>
*> Modification history
*> 2026-10-15  New program.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Fiscal-File ASSIGN TO "FISCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Fiscal-File-Status.

DATA DIVISION.
FILE SECTION.
FD  Fiscal-File.
    COPY FSCREC REPLACING Fiscal-Calendar-Record BY Fiscal-File-Record
        Fsc-Fiscal-Period BY Ffr-Fiscal-Period
        Fsc-Fiscal-Year BY Ffr-Fiscal-Year
        Fsc-Period-Number BY Ffr-Period-Number
        Fsc-Period-Start BY Ffr-Period-Start
        Fsc-Period-End BY Ffr-Period-End
        Fsc-Year-Start BY Ffr-Year-Start
        Fsc-Year-End BY Ffr-Year-End
        Fsc-Description BY Ffr-Description.
*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
01  Fiscal-File-Status           PIC X(02).

*> The calendar, loaded whole on the first call of the run, in
*> the FISCAL layout so a found entry goes back to the caller as
*> it stands. Ten years of twelve periods.
01  Fiscal-Table.
    05  Fiscal-Entry OCCURS 120 TIMES
            INDEXED BY Fiscal-Index.
        10  Ftb-Fiscal-Period.
            15  Ftb-Fiscal-Year  PIC 9(04).
            15  Ftb-Period-Number PIC 9(02).
        10  Ftb-Period-Start     PIC 9(08).
        10  Ftb-Period-End       PIC 9(08).
        10  Ftb-Year-Start       PIC 9(08).
        10  Ftb-Year-End         PIC 9(08).
        10  Ftb-Description      PIC X(20).
01  Fiscal-Entry-Count           PIC 9(04) VALUE ZERO.
01  Fiscal-Table-Maximum         PIC 9(04) VALUE 120.

01  Calendar-State-Switch        PIC X(01) VALUE "N".
    88  Calendar-Not-Yet-Loaded            VALUE "N".
    88  Calendar-Is-Loaded                 VALUE "Y".
    88  Calendar-Is-Absent                 VALUE "X".

01  End-Of-Fiscal-Switch         PIC X(01) VALUE "N".
    88  End-Of-Fiscal-File                 VALUE "Y".

01  Calendar-Edit-Switch         PIC X(01) VALUE "N".
    88  Calendar-Edit-Failed               VALUE "Y".

01  Period-Found-Switch          PIC X(01) VALUE "N".
    88  Period-Was-Found                   VALUE "Y".

*> The record number a failing edit names, and what it failed.
01  Fiscal-Record-Number         PIC 9(04) VALUE ZERO.
01  Edit-Failure-Text            PIC X(50) VALUE SPACES.

*> The date being proved real or stepped a day at a time --
*> a period's length, and the day after the period before.
01  Work-Date                    PIC 9(08) VALUE ZERO.
01  Work-Date-Parts REDEFINES Work-Date.
    05  Work-Year                PIC 9(04).
    05  Work-Month               PIC 9(02).
    05  Work-Day                 PIC 9(02).
01  Month-Last-Day               PIC 9(02) VALUE ZERO.
01  Leap-Year-Quotient           PIC 9(04) VALUE ZERO.
01  Leap-Year-Remainder          PIC 9(04) VALUE ZERO.
01  Invalid-Date-Count           PIC 9(02) VALUE ZERO.
01  Period-Day-Count             PIC 9(04) VALUE ZERO.
01  Period-Day-Maximum           PIC 9(04) VALUE 42.

01  Lookup-Date                  PIC 9(08) VALUE ZERO.

LINKAGE SECTION.
*> How the caller is asking: "D" for the period a date falls
*> in, "P" for a period named by fiscal year and number.
01  Fiscal-Lookup-Type           PIC X(01).
*> The date (YYYYMMDD), or the period (YYYYPP, left-justified).
01  Fiscal-Lookup-Key            PIC X(08).
*> Returned to the caller: the period's calendar record.
    COPY FSCREC.
*> Returned to the caller: "Y" found, "N" not on the calendar,
*> "X" no usable calendar.
01  Fiscal-Lookup-Result         PIC X(01).

*> Begin procedure
PROCEDURE DIVISION USING Fiscal-Lookup-Type, Fiscal-Lookup-Key,
        Fiscal-Calendar-Record, Fiscal-Lookup-Result.

Get-Fiscal-Period.
    IF Calendar-Not-Yet-Loaded
        PERFORM Load-Fiscal-Calendar
    END-IF.
    MOVE "N" TO Fiscal-Lookup-Result.
    MOVE "N" TO Period-Found-Switch.
    IF Calendar-Is-Absent
        MOVE "X" TO Fiscal-Lookup-Result
    ELSE
        EVALUATE Fiscal-Lookup-Type
            WHEN "D"
                PERFORM Find-Period-By-Date
            WHEN "P"
                PERFORM Find-Period-By-Number
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.
    IF Period-Was-Found
        MOVE Fiscal-Entry (Fiscal-Index) TO Fiscal-Calendar-Record
        MOVE "Y" TO Fiscal-Lookup-Result
    END-IF.
    GOBACK.

*> Only a real calendar date falls in a period -- a prior-year
*> summary key (YYYY0000) can sort between a period's first and
*> last day without being a day of it.
Find-Period-By-Date.
    IF Fiscal-Lookup-Key IS NUMERIC
        MOVE Fiscal-Lookup-Key TO Lookup-Date
        MOVE Lookup-Date TO Work-Date
        MOVE ZERO TO Invalid-Date-Count
        PERFORM Count-Invalid-Date
        IF Invalid-Date-Count = ZERO
            SET Fiscal-Index TO 1
            SEARCH Fiscal-Entry
                AT END
                    CONTINUE
                WHEN Lookup-Date >= Ftb-Period-Start (Fiscal-Index)
                    AND Lookup-Date <= Ftb-Period-End (Fiscal-Index)
                    AND Fiscal-Index <= Fiscal-Entry-Count
                    SET Period-Was-Found TO TRUE
            END-SEARCH
        END-IF
    END-IF.

Find-Period-By-Number.
    IF Fiscal-Lookup-Key(1:6) IS NUMERIC
        SET Fiscal-Index TO 1
        SEARCH Fiscal-Entry
            AT END
                CONTINUE
            WHEN Ftb-Fiscal-Period (Fiscal-Index)
                    = Fiscal-Lookup-Key(1:6)
                AND Fiscal-Index <= Fiscal-Entry-Count
                SET Period-Was-Found TO TRUE
        END-SEARCH
    END-IF.

Load-Fiscal-Calendar.
    OPEN INPUT Fiscal-File.
    IF Fiscal-File-Status NOT = "00"
        SET Calendar-Is-Absent TO TRUE
        DISPLAY "GetFiscalPeriod: no FISCAL calendar, status "
            Fiscal-File-Status ", no date falls in any period"
    ELSE
        PERFORM Load-One-Fiscal-Record UNTIL End-Of-Fiscal-File
        CLOSE Fiscal-File
        SET Calendar-Is-Loaded TO TRUE
        PERFORM Edit-Last-Fiscal-Year
        EVALUATE TRUE
            WHEN Fiscal-Entry-Count = ZERO
                SET Calendar-Is-Absent TO TRUE
                DISPLAY "GetFiscalPeriod: FISCAL calendar is "
                    "empty, no date falls in any period"
            WHEN Calendar-Edit-Failed
                SET Calendar-Is-Absent TO TRUE
                DISPLAY "GetFiscalPeriod: FISCAL calendar fails "
                    "its edits, no date falls in any period"
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

Load-One-Fiscal-Record.
    READ Fiscal-File
        AT END
            SET End-Of-Fiscal-File TO TRUE
        NOT AT END
            ADD 1 TO Fiscal-Record-Number
            PERFORM Edit-One-Fiscal-Record
    END-READ.

*> A record failing an edit is named on the console; the run goes
*> on reading so every bad record in the deck is reported at
*> once, but the calendar as a whole is then unusable. A record
*> out of sequence is still tabled, so the one after it is
*> judged against it rather than failing in its turn.
Edit-One-Fiscal-Record.
    MOVE SPACES TO Edit-Failure-Text.
    IF Ffr-Fiscal-Period NOT NUMERIC
        OR Ffr-Period-Start NOT NUMERIC
        OR Ffr-Period-End NOT NUMERIC
        OR Ffr-Year-Start NOT NUMERIC
        OR Ffr-Year-End NOT NUMERIC
        MOVE "YEAR, PERIOD OR A DATE IS NOT NUMERIC"
            TO Edit-Failure-Text
    ELSE
        PERFORM Edit-Fiscal-Dates
    END-IF.
    IF Edit-Failure-Text = SPACES
        PERFORM Edit-Fiscal-Sequence
        PERFORM Store-One-Fiscal-Record
    END-IF.
    IF Edit-Failure-Text NOT = SPACES
        SET Calendar-Edit-Failed TO TRUE
        DISPLAY "GetFiscalPeriod: FISCAL record "
            Fiscal-Record-Number " (" Ffr-Fiscal-Period ") "
            Edit-Failure-Text
    END-IF.

*> The record on its own: real dates, a period number a 4-4-5
*> year has, the period inside its year, the year numbered for
*> the calendar year it starts or ends in, six weeks at most.
Edit-Fiscal-Dates.
    MOVE ZERO TO Invalid-Date-Count.
    MOVE Ffr-Period-Start TO Work-Date.
    PERFORM Count-Invalid-Date.
    MOVE Ffr-Period-End TO Work-Date.
    PERFORM Count-Invalid-Date.
    MOVE Ffr-Year-Start TO Work-Date.
    PERFORM Count-Invalid-Date.
    MOVE Ffr-Year-End TO Work-Date.
    PERFORM Count-Invalid-Date.
    EVALUATE TRUE
        WHEN Invalid-Date-Count > ZERO
            MOVE "A DATE IS NOT A REAL CALENDAR DATE"
                TO Edit-Failure-Text
        WHEN Ffr-Period-Number < 1 OR Ffr-Period-Number > 12
            MOVE "PERIOD IS NOT 01 THROUGH 12" TO Edit-Failure-Text
        WHEN Ffr-Period-Start > Ffr-Period-End
            MOVE "PERIOD ENDS BEFORE IT STARTS" TO Edit-Failure-Text
        WHEN Ffr-Period-Start < Ffr-Year-Start
            OR Ffr-Period-End > Ffr-Year-End
            MOVE "PERIOD FALLS OUTSIDE ITS FISCAL YEAR"
                TO Edit-Failure-Text
        WHEN Ffr-Fiscal-Year NOT = Ffr-Year-Start(1:4)
            AND Ffr-Fiscal-Year NOT = Ffr-Year-End(1:4)
            MOVE "YEAR IS NOT NUMBERED FOR ITS START OR END"
                TO Edit-Failure-Text
        WHEN OTHER
            PERFORM Count-Period-Days
            IF Period-Day-Count > Period-Day-Maximum
                MOVE "PERIOD RUNS LONGER THAN SIX WEEKS"
                    TO Edit-Failure-Text
            END-IF
    END-EVALUATE.

*> The record against the one stored before it: the first period
*> of a year opens on the year's first day and follows the last
*> year's last period, which closed that year; any other period
*> follows its year's previous one, under the same year dates,
*> the day after it ends.
Edit-Fiscal-Sequence.
    IF Fiscal-Entry-Count = ZERO
        IF Ffr-Period-Number NOT = 1
            OR Ffr-Period-Start NOT = Ffr-Year-Start
            MOVE "FIRST RECORD IS NOT ITS YEAR'S FIRST PERIOD"
                TO Edit-Failure-Text
        END-IF
    ELSE
        SET Fiscal-Index TO Fiscal-Entry-Count
        MOVE Ftb-Period-End (Fiscal-Index) TO Work-Date
        PERFORM Step-Work-Date-Forward
        EVALUATE TRUE
            WHEN Ffr-Period-Start NOT = Work-Date
                MOVE "PERIOD DOES NOT START THE DAY AFTER THE LAST"
                    TO Edit-Failure-Text
            WHEN Ffr-Fiscal-Year = Ftb-Fiscal-Year (Fiscal-Index)
                IF Ffr-Period-Number
                        NOT = Ftb-Period-Number (Fiscal-Index) + 1
                    OR Ffr-Year-Start
                        NOT = Ftb-Year-Start (Fiscal-Index)
                    OR Ffr-Year-End NOT = Ftb-Year-End (Fiscal-Index)
                    MOVE "PERIOD OR YEAR DATES OUT OF STEP WITH YEAR"
                        TO Edit-Failure-Text
                END-IF
            WHEN Ffr-Fiscal-Year
                    = Ftb-Fiscal-Year (Fiscal-Index) + 1
                IF Ftb-Period-End (Fiscal-Index)
                        NOT = Ftb-Year-End (Fiscal-Index)
                    MOVE "LAST YEAR'S PERIODS STOP SHORT OF ITS END"
                        TO Edit-Failure-Text
                ELSE
                    IF Ffr-Period-Number NOT = 1
                        OR Ffr-Period-Start NOT = Ffr-Year-Start
                        MOVE "NEW YEAR DOES NOT OPEN WITH PERIOD 01"
                            TO Edit-Failure-Text
                    END-IF
                END-IF
            WHEN OTHER
                MOVE "FISCAL YEAR IS OUT OF SEQUENCE"
                    TO Edit-Failure-Text
        END-EVALUATE
    END-IF.

*> The last year on file has no following year to prove it ran
*> to its end, so it is proved here once the deck is read.
Edit-Last-Fiscal-Year.
    IF Fiscal-Entry-Count > ZERO
        SET Fiscal-Index TO Fiscal-Entry-Count
        IF Ftb-Period-End (Fiscal-Index)
                NOT = Ftb-Year-End (Fiscal-Index)
            SET Calendar-Edit-Failed TO TRUE
            DISPLAY "GetFiscalPeriod: FISCAL year "
                Ftb-Fiscal-Year (Fiscal-Index)
                " periods stop short of its last day "
                Ftb-Year-End (Fiscal-Index)
        END-IF
    END-IF.

Store-One-Fiscal-Record.
    IF Fiscal-Entry-Count >= Fiscal-Table-Maximum
        MOVE "MORE PERIODS THAN THE TABLE HOLDS, RAISE IT"
            TO Edit-Failure-Text
        SET End-Of-Fiscal-File TO TRUE
    ELSE
        ADD 1 TO Fiscal-Entry-Count
        SET Fiscal-Index TO Fiscal-Entry-Count
        MOVE Fiscal-File-Record TO Fiscal-Entry (Fiscal-Index)
    END-IF.

*> Month one through twelve and a day that month actually has.
Count-Invalid-Date.
    IF Work-Month < 1 OR Work-Month > 12
        ADD 1 TO Invalid-Date-Count
    ELSE
        PERFORM Set-Month-Last-Day
        IF Work-Day < 1 OR Work-Day > Month-Last-Day
            ADD 1 TO Invalid-Date-Count
        END-IF
    END-IF.

*> Days from the period's first through its last, counted a day
*> at a time and given up on once past six weeks.
Count-Period-Days.
    MOVE Ffr-Period-Start TO Work-Date.
    MOVE 1 TO Period-Day-Count.
    PERFORM Count-One-Period-Day
        UNTIL Work-Date = Ffr-Period-End
        OR Period-Day-Count > Period-Day-Maximum.

Count-One-Period-Day.
    PERFORM Step-Work-Date-Forward.
    ADD 1 TO Period-Day-Count.

Step-Work-Date-Forward.
    PERFORM Set-Month-Last-Day.
    IF Work-Day < Month-Last-Day
        ADD 1 TO Work-Day
    ELSE
        MOVE 1 TO Work-Day
        IF Work-Month < 12
            ADD 1 TO Work-Month
        ELSE
            MOVE 1 TO Work-Month
            ADD 1 TO Work-Year
        END-IF
    END-IF.

*> Month lengths, leap Februaries included -- the same rules
*> AdvanceDate applies.
Set-Month-Last-Day.
    EVALUATE Work-Month
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
    DIVIDE Work-Year BY 4
        GIVING Leap-Year-Quotient
        REMAINDER Leap-Year-Remainder.
    IF Leap-Year-Remainder = ZERO
        MOVE 29 TO Month-Last-Day
        DIVIDE Work-Year BY 100
            GIVING Leap-Year-Quotient
            REMAINDER Leap-Year-Remainder
        IF Leap-Year-Remainder = ZERO
            DIVIDE Work-Year BY 400
                GIVING Leap-Year-Quotient
                REMAINDER Leap-Year-Remainder
            IF Leap-Year-Remainder NOT = ZERO
                MOVE 28 TO Month-Last-Day
            END-IF
        END-IF
    END-IF.
*> End program
