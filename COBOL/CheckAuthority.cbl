*> Set (identify) the program's name
IDENTIFICATION DIVISION.
PROGRAM-ID. CheckAuthority.
*> Shared operator-authority check, CALLed by every program that
*> lets a person change money or controls -- CorrectEntry and
*> RejectRecycle for correction cards, SuspenseRelease for
*> releases and write-offs, ParmMaint and ChartMaint for the
*> parameter file and the chart, MaintApproval for whoever signs
*> off a pending item -- so one file decides who may do what,
*> the way ValidateAmounts is the one set of edits. The caller
*> names the user id, the kind of maintenance, and the dollars
*> at stake; the answer is yes, yes but over this id's limit
*> (the item has to wait for a second id), or no. The OPERAUTH
*> file is loaded once on the first call and held across calls.
*> A run with no usable file says so once and answers no to
*> everything: nobody gets authority by the file going missing.
*>
*> Modification history
*> 2026-10-15  New program.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Authority-File ASSIGN TO "OPERAUTH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Authority-File-Status.

DATA DIVISION.
FILE SECTION.
FD  Authority-File.
    COPY AUTREC.
*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
01  Authority-File-Status        PIC X(02).

*> The authority file, loaded whole on the first call of the run.
01  Authority-Table.
    05  Authority-Entry OCCURS 200 TIMES
            INDEXED BY Authority-Index.
        10  Atb-User-Id          PIC X(08).
        10  Atb-Status           PIC X(01).
        10  Atb-Correct-Flag     PIC X(01).
        10  Atb-Correct-Limit    PIC 9(07)V99.
        10  Atb-Release-Flag     PIC X(01).
        10  Atb-Write-Off-Flag   PIC X(01).
        10  Atb-Write-Off-Limit  PIC 9(07)V99.
        10  Atb-Parm-Flag        PIC X(01).
        10  Atb-Chart-Flag       PIC X(01).
01  Authority-Entry-Count        PIC 9(04) VALUE ZERO.
01  Authority-Table-Maximum      PIC 9(04) VALUE 200.

01  Authority-State-Switch       PIC X(01) VALUE "N".
    88  Authority-Not-Yet-Loaded           VALUE "N".
    88  Authority-Is-Loaded                VALUE "Y".
    88  Authority-Is-Absent                VALUE "X".

01  End-Of-Authority-Switch      PIC X(01) VALUE "N".
    88  End-Of-Authority-File              VALUE "Y".

01  User-Found-Switch            PIC X(01) VALUE "N".
    88  User-Was-Found                     VALUE "Y".

*> The flag and limit that govern the kind of maintenance asked
*> about, picked off the user's entry.
01  Granted-Flag                 PIC X(01) VALUE SPACE.
01  Granted-Limit                PIC 9(07)V99 VALUE ZERO.
01  Limit-Applies-Switch         PIC X(01) VALUE "N".
    88  Limit-Applies                      VALUE "Y".

LINKAGE SECTION.
*> The user id asking, and the kind of maintenance: "C" key a
*> correction card, "R" release a suspense item, "W" write one
*> off, "P" change the run parameters, "H" change the chart.
01  Authority-User-Id            PIC X(08).
01  Authority-Function           PIC X(01).
*> The dollars the change moves; looked at only for corrections
*> and write-offs, the two kinds that carry a limit.
01  Authority-Amount             PIC 9(07)V99.
*> Returned to the caller: "Y" the id may do it, "L" the id may
*> do it but not for this much on its own, "N" the id may not
*> do it at all. The id's limit for the function comes back too,
*> for the caller's message.
01  Authority-Result             PIC X(01).
01  Authority-Limit              PIC 9(07)V99.

*> Begin procedure
PROCEDURE DIVISION USING Authority-User-Id, Authority-Function,
        Authority-Amount, Authority-Result, Authority-Limit.

Check-Operator-Authority.
    IF Authority-Not-Yet-Loaded
        PERFORM Load-Authority-File
    END-IF.
    MOVE "N" TO Authority-Result.
    MOVE ZERO TO Authority-Limit.
    MOVE "N" TO User-Found-Switch.
    IF Authority-Is-Loaded AND Authority-User-Id NOT = SPACES
        SET Authority-Index TO 1
        SEARCH Authority-Entry
            AT END
                CONTINUE
            WHEN Atb-User-Id (Authority-Index) = Authority-User-Id
                AND Authority-Index <= Authority-Entry-Count
                SET User-Was-Found TO TRUE
        END-SEARCH
    END-IF.
    IF User-Was-Found
        AND Atb-Status (Authority-Index) = "A"
        PERFORM Judge-Authority-Entry
    END-IF.
    GOBACK.

*> Pick the flag (and, for money, the limit) that governs the
*> function, then judge the amount against the limit.
Judge-Authority-Entry.
    MOVE SPACE TO Granted-Flag.
    MOVE ZERO TO Granted-Limit.
    MOVE "N" TO Limit-Applies-Switch.
    EVALUATE Authority-Function
        WHEN "C"
            MOVE Atb-Correct-Flag (Authority-Index) TO Granted-Flag
            MOVE Atb-Correct-Limit (Authority-Index)
                TO Granted-Limit
            SET Limit-Applies TO TRUE
        WHEN "R"
            MOVE Atb-Release-Flag (Authority-Index) TO Granted-Flag
        WHEN "W"
            MOVE Atb-Write-Off-Flag (Authority-Index)
                TO Granted-Flag
            MOVE Atb-Write-Off-Limit (Authority-Index)
                TO Granted-Limit
            SET Limit-Applies TO TRUE
        WHEN "P"
            MOVE Atb-Parm-Flag (Authority-Index) TO Granted-Flag
        WHEN "H"
            MOVE Atb-Chart-Flag (Authority-Index) TO Granted-Flag
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF Granted-Flag = "Y"
        MOVE "Y" TO Authority-Result
        IF Limit-Applies
            MOVE Granted-Limit TO Authority-Limit
            IF Authority-Amount > Granted-Limit
                MOVE "L" TO Authority-Result
            END-IF
        END-IF
    END-IF.

Load-Authority-File.
    OPEN INPUT Authority-File.
    IF Authority-File-Status NOT = "00"
        SET Authority-Is-Absent TO TRUE
        DISPLAY "CheckAuthority: no OPERAUTH file, status "
            Authority-File-Status ", no id holds any authority"
    ELSE
        PERFORM Load-One-Authority-Record
            UNTIL End-Of-Authority-File
        CLOSE Authority-File
        SET Authority-Is-Loaded TO TRUE
        IF Authority-Entry-Count = ZERO
            SET Authority-Is-Absent TO TRUE
            DISPLAY "CheckAuthority: OPERAUTH file is empty, "
                "no id holds any authority"
        END-IF
    END-IF.

Load-One-Authority-Record.
    READ Authority-File
        AT END
            SET End-Of-Authority-File TO TRUE
        NOT AT END
            PERFORM Store-One-Authority-Record
    END-READ.

*> A limit that is not a number is no limit at all: the id keeps
*> its flag but every amount above zero waits for a second id.
Store-One-Authority-Record.
    IF Authority-Entry-Count >= Authority-Table-Maximum
        DISPLAY "CheckAuthority: more than "
            Authority-Table-Maximum " authority records -- ids "
            "past the limit hold no authority, raise the table"
        SET End-Of-Authority-File TO TRUE
    ELSE
        ADD 1 TO Authority-Entry-Count
        SET Authority-Index TO Authority-Entry-Count
        MOVE Aut-User-Id TO Atb-User-Id (Authority-Index)
        MOVE Aut-Status TO Atb-Status (Authority-Index)
        MOVE Aut-Correct-Flag TO Atb-Correct-Flag (Authority-Index)
        MOVE Aut-Release-Flag TO Atb-Release-Flag (Authority-Index)
        MOVE Aut-Write-Off-Flag
            TO Atb-Write-Off-Flag (Authority-Index)
        MOVE Aut-Parm-Flag TO Atb-Parm-Flag (Authority-Index)
        MOVE Aut-Chart-Flag TO Atb-Chart-Flag (Authority-Index)
        MOVE ZERO TO Atb-Correct-Limit (Authority-Index)
        MOVE ZERO TO Atb-Write-Off-Limit (Authority-Index)
        IF Aut-Correct-Limit IS NUMERIC
            MOVE Aut-Correct-Limit
                TO Atb-Correct-Limit (Authority-Index)
        END-IF
        IF Aut-Write-Off-Limit IS NUMERIC
            MOVE Aut-Write-Off-Limit
                TO Atb-Write-Off-Limit (Authority-Index)
        END-IF
    END-IF.
*> End program
