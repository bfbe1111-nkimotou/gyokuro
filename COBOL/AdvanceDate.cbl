*> Modification history
*> 2026-09-01  New program. Run from DATEROLL as the last step of
*>             the evening cycle, after RECYCJOB.
*> 2026-10-15  The date only rolls past a day that closed: the
*>             last DAYCLOSE record for the processing date (see
*>             DayClose, layout in DCLREC) has to be clean, or an
*>             operator has to key an override card on DCLOVRD
*>             naming that date, their user id and a reason. The
*>             override is logged to DAYCLOSE before the date
*>             moves. Without either the run ends RC=8 with
*>             BUSDATE untouched.
*> 2026-10-15  The day-of-week test truncates each Zeller term on
*>             its own before summing; the single COMPUTE kept the
*>             fractions and put some dates a day off.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Holiday-File-Status.

    SELECT Day-Close-File ASSIGN TO "DAYCLOSE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Day-Close-File-Status.

    SELECT Override-File ASSIGN TO "DCLOVRD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Override-File-Status.

*> Data declaration
DATA DIVISION.
FILE SECTION.
01  Holiday-Record.
    05  Hol-Date               PIC 9(08).

FD  Day-Close-File.
    COPY DCLREC.

*> The operator's override, keyed only when a day has to roll
*> without a clean close: the processing date being overridden
*> (so a card left in the deck cannot roll some later day), the
*> operator's user id, and why.
FD  Override-File.
01  Override-Record.
    05  Ovr-Process-Date       PIC X(08).
    05  Ovr-User-Id            PIC X(08).
    05  Ovr-Reason             PIC X(40).

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
01  Business-Date-File-Status  PIC X(02).
01  Holiday-File-Status        PIC X(02).
01  Day-Close-File-Status      PIC X(02).
01  Override-File-Status       PIC X(02).

01  End-Of-Holidays-Switch      PIC X(01) VALUE "N".
    88  End-Of-Holidays                   VALUE "Y".
01  Zeller-Year-Of-Century      PIC 9(02) VALUE ZERO.
01  Zeller-Work                 PIC 9(08) VALUE ZERO.
01  Zeller-Quotient             PIC 9(08) VALUE ZERO.
01  Zeller-Month-Term           PIC 9(04) VALUE ZERO.
01  Zeller-Year-Term            PIC 9(04) VALUE ZERO.
01  Zeller-Century-Term         PIC 9(04) VALUE ZERO.
01  Weekday-Number              PIC 9(01) VALUE ZERO.

01  Business-Day-Switch         PIC X(01) VALUE "N".

01  Days-Stepped                PIC 9(03) VALUE ZERO.

*> The day-close record that stands for the date being rolled
*> from: the last one DAYCLOSE holds for it.
01  End-Of-Day-Close-Switch     PIC X(01) VALUE "N".
    88  End-Of-Day-Close                  VALUE "Y".
01  Close-Record-Switch         PIC X(01) VALUE "N".
    88  Close-Record-Found                VALUE "Y".
01  Last-Close-Status           PIC X(01) VALUE SPACE.
    88  Last-Close-Was-Clean              VALUE "C".
01  Last-Exception-Count        PIC 9(04) VALUE ZERO.
01  Override-Switch             PIC X(01) VALUE "N".
    88  Date-Rolled-By-Override           VALUE "Y".
01  Override-Date               PIC X(08) VALUE SPACES.
01  Override-User-Id            PIC X(08) VALUE SPACES.
01  Override-Reason             PIC X(40) VALUE SPACES.

01  Clock-Date                  PIC 9(08) VALUE ZERO.
01  Right-Now                   PIC 9(08) VALUE ZERO.

*> Program logic
PROCEDURE DIVISION.

    MOVE Bus-Process-Date TO Prior-Process-Date.
    MOVE Bus-Process-Date TO Candidate-Date-N.
    CLOSE Business-Date-File.
    PERFORM Check-Day-Close.

*> No holiday file just means no holidays to skip -- weekends
*> still are.
            Holiday-File-Status ", skipping weekends only"
    END-IF.

*> The day being rolled from has to have closed clean -- the last
*> DAYCLOSE record for it says so -- or an operator has to say,
*> on the record, that it rolls anyway. A missing DAYCLOSE file
*> is just a day nobody closed.
Check-Day-Close.
    OPEN INPUT Day-Close-File.
    IF Day-Close-File-Status = "00"
        PERFORM Read-One-Day-Close UNTIL End-Of-Day-Close
        CLOSE Day-Close-File
    END-IF.
    IF Last-Close-Was-Clean
        DISPLAY "AdvanceDate: processing date " Prior-Process-Date
            " closed clean"
    ELSE
        PERFORM Apply-Operator-Override
    END-IF.

Read-One-Day-Close.
    READ Day-Close-File
        AT END
            SET End-Of-Day-Close TO TRUE
        NOT AT END
            IF Dcl-Process-Date = Prior-Process-Date
                SET Close-Record-Found TO TRUE
                MOVE Dcl-Close-Status TO Last-Close-Status
                MOVE Dcl-Exception-Count TO Last-Exception-Count
            END-IF
    END-READ.

*> An override card has to name the date being rolled from, the
*> operator keying it and a reason; anything less and the date
*> holds. The override is logged to DAYCLOSE before anything
*> moves, so a rolled date is never without its record.
Apply-Operator-Override.
    IF Close-Record-Found
        DISPLAY "AdvanceDate: processing date " Prior-Process-Date
            " did not close clean, " Last-Exception-Count
            " exception(s) on its last day-close record"
    ELSE
        DISPLAY "AdvanceDate: processing date " Prior-Process-Date
            " has no day-close record"
    END-IF.
    OPEN INPUT Override-File.
    IF Override-File-Status NOT = "00"
        PERFORM Refuse-To-Roll
    END-IF.
    READ Override-File
        AT END
            CLOSE Override-File
            PERFORM Refuse-To-Roll
        NOT AT END
            MOVE Ovr-Process-Date TO Override-Date
            MOVE Ovr-User-Id TO Override-User-Id
            MOVE Ovr-Reason TO Override-Reason
    END-READ.
    CLOSE Override-File.
    IF Override-Date NOT = Prior-Process-Date
        DISPLAY "AdvanceDate: override card names date "
            Override-Date ", not " Prior-Process-Date
        PERFORM Refuse-To-Roll
    END-IF.
    IF Override-User-Id = SPACES OR Override-Reason = SPACES
        DISPLAY "AdvanceDate: override card carries no user id "
            "or no reason"
        PERFORM Refuse-To-Roll
    END-IF.
    PERFORM Log-Operator-Override.
    SET Date-Rolled-By-Override TO TRUE.
    DISPLAY "AdvanceDate: *** DAY-CLOSE OVERRIDDEN BY "
        Override-User-Id " -- " Override-Reason.

Refuse-To-Roll.
    DISPLAY "AdvanceDate: date not rolled -- rerun the day and "
        "DAYCLOSE, or key an override card on DCLOVRD".
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

Log-Operator-Override.
    OPEN EXTEND Day-Close-File.
    IF Day-Close-File-Status NOT = "00"
        OPEN OUTPUT Day-Close-File
    END-IF.
    IF Day-Close-File-Status NOT = "00"
        DISPLAY "AdvanceDate: unable to log the override on "
            "DAYCLOSE, status " Day-Close-File-Status
            " -- run refused"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    INITIALIZE Day-Close-Record.
    MOVE Prior-Process-Date TO Dcl-Process-Date.
    SET Dcl-Closed-By-Override TO TRUE.
    MOVE Last-Exception-Count TO Dcl-Exception-Count.
    MOVE Override-User-Id TO Dcl-User-Id.
    MOVE Override-Reason TO Dcl-Reason.
    ACCEPT Clock-Date FROM DATE YYYYMMDD.
    ACCEPT Right-Now FROM TIME.
    STRING Clock-Date DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        Right-Now DELIMITED BY SIZE
        INTO Dcl-Record-Timestamp.
    WRITE Day-Close-Record.
    CLOSE Day-Close-File.

Load-One-Holiday.
    READ Holiday-File
        AT END
    END-IF.

*> Zeller's congruence: 0 is Saturday, 1 is Sunday. January and
*> February count as months 13 and 14 of the prior year. Each
*> division is its own DIVIDE so every term is truncated to a
*> whole number, as the congruence requires, before the sum.
Compute-Day-Of-Week.
    IF Cand-Month > 2
        MOVE Cand-Month TO Zeller-Month
    DIVIDE Zeller-Year BY 100
        GIVING Zeller-Century
        REMAINDER Zeller-Year-Of-Century.
    COMPUTE Zeller-Work = 13 * (Zeller-Month + 1).
    DIVIDE Zeller-Work BY 5 GIVING Zeller-Month-Term.
    DIVIDE Zeller-Year-Of-Century BY 4 GIVING Zeller-Year-Term.
    DIVIDE Zeller-Century BY 4 GIVING Zeller-Century-Term.
    COMPUTE Zeller-Work = Cand-Day
        + Zeller-Month-Term
        + Zeller-Year-Of-Century
        + Zeller-Year-Term
        + Zeller-Century-Term
        + (5 * Zeller-Century).
    DIVIDE Zeller-Work BY 7
        GIVING Zeller-Quotient
    DISPLAY "AdvanceDate: processing date rolled from "
        Prior-Process-Date " to " Candidate-Date-N ", "
        Holiday-Entry-Count " holiday(s) on the calendar.".
    IF Date-Rolled-By-Override
        DISPLAY "AdvanceDate: rolled on operator override by "
            Override-User-Id
    END-IF.
*> End program
