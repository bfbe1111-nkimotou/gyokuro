*>             add back to the source's claim -- a batch the
*>             control file never accounted for, or one claiming
*>             records that never arrived, is out of balance.
*> 2026-10-15  Prior-period adjustments ("A" records on TRANSIN)
*>             are recounted as the details they are, and the
*>             control file's "*ADJ*" records -- one per earlier
*>             posting date adjustments were posted back to --
*>             are proven against an independent recount of the
*>             adjustments on AMTOUT, date by date, on count and
*>             amount. They are kept out of the per-source split,
*>             whose money already includes them.
*> 2026-10-15  The verdict is kept, not just signalled: every run
*>             that reaches one appends a proof record to BALPROOF
*>             (layout in BPFREC) with the control generation's
*>             run date and run-total claims, balanced or not, for
*>             the day-close check to hold CONTROL against.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Prior-Control-File-Status.

    SELECT Balance-Proof-File ASSIGN TO "BALPROOF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Balance-Proof-File-Status.

*> Data declaration
DATA DIVISION.
FILE SECTION.
        Num1 BY Out-Num1
        Num2 BY Out-Num2
        Result BY Out-Result
        Source-System BY Out-Source-System
        Adjusted-Date BY Out-Adjusted-Date.

FD  Reject-File.
    COPY REJREC.
        Ctl-Hash-Total BY Cur-Hash-Total
        Ctl-Grand-Total BY Cur-Grand-Total
        Ctl-Source-System BY Cur-Source-System
        Ctl-Batch-Number BY Cur-Batch-Number
        Ctl-Adjusted-Date BY Cur-Adjusted-Date.

FD  Prior-Control-File.
    COPY CTLREC REPLACING Control-Record BY Prior-Control-Record
        Ctl-Hash-Total BY Pri-Hash-Total
        Ctl-Grand-Total BY Pri-Grand-Total
        Ctl-Source-System BY Pri-Source-System
        Ctl-Batch-Number BY Pri-Batch-Number
        Ctl-Adjusted-Date BY Pri-Adjusted-Date.

*> The kept verdict, appended across runs like the audit log.
FD  Balance-Proof-File.
    COPY BPFREC.

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
01  Reject-File-Status           PIC X(02).
01  Current-Control-File-Status  PIC X(02).
01  Prior-Control-File-Status    PIC X(02).
01  Balance-Proof-File-Status    PIC X(02).

01  Out-Of-Balance-Switch         PIC X(01) VALUE "N".
    88  Run-Is-Out-Of-Balance                 VALUE "Y".
01  Batch-Sub                     PIC 9(02) VALUE ZERO.
01  Current-Batch-Sub             PIC 9(02) VALUE ZERO.

*> One entry per earlier posting date prior-period adjustments
*> were posted back to: the "*ADJ*" control record's claims and
*> the independent recount of AMTOUT's adjustments for that date.
*> Same convention again -- a date the recount sees with no claim
*> opens an entry of zero claims for the proof to flag.
01  Adjustment-Claim-Table.
    05  Adjustment-Claim-Entry OCCURS 31 TIMES
            INDEXED BY Adjustment-Index.
        10  Acl-Adjusted-Date   PIC 9(08).
        10  Acl-Claim-Count     PIC 9(09).
        10  Acl-Claim-Total     PIC S9(15)V99.
        10  Acl-Amount-Count    PIC 9(09).
        10  Acl-Amount-Total    PIC S9(15)V99.
01  Adjustment-Entry-Count        PIC 9(02) VALUE ZERO.
01  Adjustment-Table-Maximum      PIC 9(02) VALUE 31.
01  Adjustment-Sub                PIC 9(02) VALUE ZERO.
01  Adjustment-Source-Id          PIC X(08) VALUE "*ADJ*".

01  Current-Input-Source          PIC X(08) VALUE SPACES.
01  Current-Input-Batch           PIC 9(06) VALUE ZERO.
01  Recount-Source                PIC X(08) VALUE SPACES.
01  Run-Reject-Count              PIC 9(09) VALUE ZERO.
01  Run-Hash-Total                PIC S9(15)V99 VALUE ZERO.
01  Run-Grand-Total               PIC S9(15)V99 VALUE ZERO.
01  Run-Control-Date              PIC 9(08) VALUE ZERO.

01  Clock-Date                    PIC 9(08) VALUE ZERO.
01  Right-Now                     PIC 9(08) VALUE ZERO.

*> Program logic
PROCEDURE DIVISION.
    MOVE Cur-Reject-Count TO Run-Reject-Count.
    MOVE Cur-Hash-Total TO Run-Hash-Total.
    MOVE Cur-Grand-Total TO Run-Grand-Total.
    MOVE Cur-Run-Date TO Run-Control-Date.
    PERFORM Load-One-Source-Claim UNTIL End-Of-Claims.
    CLOSE Current-Control-File.

        AT END
            SET End-Of-Claims TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN Cur-Source-System = Adjustment-Source-Id
                    PERFORM Store-One-Adjustment-Claim
                WHEN Cur-Batch-Number > ZERO
                    PERFORM Store-One-Batch-Claim
                WHEN OTHER
                    PERFORM Store-One-Source-Claim
            END-EVALUATE
    END-READ.

Store-One-Adjustment-Claim.
    IF Adjustment-Entry-Count >= Adjustment-Table-Maximum
        DISPLAY "BalanceCheck: more than " Adjustment-Table-Maximum
            " adjustment records on CTLNEW -- control file is suspect"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    ELSE
        ADD 1 TO Adjustment-Entry-Count
        SET Adjustment-Index TO Adjustment-Entry-Count
        MOVE Cur-Adjusted-Date
            TO Acl-Adjusted-Date (Adjustment-Index)
        MOVE Cur-Accept-Count TO Acl-Claim-Count (Adjustment-Index)
        MOVE Cur-Grand-Total TO Acl-Claim-Total (Adjustment-Index)
        MOVE ZERO TO Acl-Amount-Count (Adjustment-Index)
        MOVE ZERO TO Acl-Amount-Total (Adjustment-Index)
    END-IF.

Store-One-Batch-Claim.
    IF Batch-Entry-Count >= Batch-Table-Maximum
        DISPLAY "BalanceCheck: more than " Batch-Table-Maximum
                    MOVE Hdr-Sequence-Number
                        TO Current-Input-Batch
                    PERFORM Find-Batch-Recount-Entry
                WHEN Detail-Record OR Adjustment-Record
                    ADD 1 TO Independent-Record-Count
                    SET Counting-Input TO TRUE
                    MOVE Current-Input-Source TO Recount-Source
            SET Counting-Amounts TO TRUE
            MOVE Out-Source-System TO Recount-Source
            PERFORM Tally-Source-Recount
            IF Out-Adjusted-Date NOT = ZERO
                PERFORM Tally-Adjustment-Recount
            END-IF
    END-READ.

*> An adjustment on AMTOUT into the recount for the date it
*> corrects -- or a fresh entry of zero claims, which the proof
*> flags as adjustments the control file never accounted for.
Tally-Adjustment-Recount.
    SET Adjustment-Index TO 1.
    SEARCH Adjustment-Claim-Entry
        AT END
            PERFORM Open-New-Adjustment-Entry
        WHEN Acl-Adjusted-Date (Adjustment-Index) = Out-Adjusted-Date
            AND Adjustment-Index <= Adjustment-Entry-Count
            ADD 1 TO Acl-Amount-Count (Adjustment-Index)
            ADD Out-Result TO Acl-Amount-Total (Adjustment-Index)
    END-SEARCH.

Open-New-Adjustment-Entry.
    IF Adjustment-Entry-Count >= Adjustment-Table-Maximum
        DISPLAY "BalanceCheck: adjustments to more than "
            Adjustment-Table-Maximum " posting dates on AMTOUT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    ELSE
        ADD 1 TO Adjustment-Entry-Count
        SET Adjustment-Index TO Adjustment-Entry-Count
        MOVE Out-Adjusted-Date
            TO Acl-Adjusted-Date (Adjustment-Index)
        MOVE ZERO TO Acl-Claim-Count (Adjustment-Index)
        MOVE ZERO TO Acl-Claim-Total (Adjustment-Index)
        MOVE 1 TO Acl-Amount-Count (Adjustment-Index)
        MOVE Out-Result TO Acl-Amount-Total (Adjustment-Index)
    END-IF.

Read-One-Reject.
    READ Reject-File
        AT END
        VARYING Claim-Sub FROM 1 BY 1
        UNTIL Claim-Sub > Claim-Entry-Count.
    PERFORM Verify-Source-Split-Adds-Back.
    PERFORM Verify-One-Adjustment-Date
        VARYING Adjustment-Sub FROM 1 BY 1
        UNTIL Adjustment-Sub > Adjustment-Entry-Count.

*> Every batch against its own control record: what arrived under
*> its header has to match its claim, and the claim's own
            Run-Reject-Count
    END-IF.

*> Every earlier posting date adjustments went back to, against
*> its own "*ADJ*" record: the adjustments AMTOUT actually holds
*> for that date have to match the claim on count and on money,
*> or MasterRecon would move the wrong figures onto that day.
Verify-One-Adjustment-Date.
    IF Acl-Amount-Count (Adjustment-Sub)
            NOT = Acl-Claim-Count (Adjustment-Sub)
        OR Acl-Amount-Total (Adjustment-Sub)
            NOT = Acl-Claim-Total (Adjustment-Sub)
        SET Run-Is-Out-Of-Balance TO TRUE
        DISPLAY "BalanceCheck: adjustments to "
            Acl-Adjusted-Date (Adjustment-Sub) " on AMTOUT number "
            Acl-Amount-Count (Adjustment-Sub) " totalling "
            Acl-Amount-Total (Adjustment-Sub)
            " but the control record claims "
            Acl-Claim-Count (Adjustment-Sub) " totalling "
            Acl-Claim-Total (Adjustment-Sub)
    END-IF.

Read-Prior-Control.
    OPEN INPUT Prior-Control-File.
    IF Prior-Control-File-Status = "00"
            " record(s), grand total " Run-Grand-Total
        MOVE 0 TO RETURN-CODE
    END-IF.
    PERFORM Write-Balance-Proof.

*> The verdict goes on record either way. The proof file is
*> appended to across runs, extended first and only created the
*> first time; a run that cannot record its verdict has not
*> proven anything anybody can check later, so it ends RC=16.
Write-Balance-Proof.
    OPEN EXTEND Balance-Proof-File.
    IF Balance-Proof-File-Status NOT = "00"
        OPEN OUTPUT Balance-Proof-File
    END-IF.
    IF Balance-Proof-File-Status NOT = "00"
        DISPLAY "BalanceCheck: unable to open BALPROOF, status "
            Balance-Proof-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE Run-Control-Date TO Bpf-Run-Date.
    MOVE Run-Record-Count TO Bpf-Record-Count.
    MOVE Run-Accept-Count TO Bpf-Accept-Count.
    MOVE Run-Reject-Count TO Bpf-Reject-Count.
    MOVE Run-Grand-Total TO Bpf-Grand-Total.
    IF Run-Is-Out-Of-Balance
        SET Bpf-Out-Of-Balance TO TRUE
    ELSE
        SET Bpf-Balanced TO TRUE
    END-IF.
    ACCEPT Clock-Date FROM DATE YYYYMMDD.
    ACCEPT Right-Now FROM TIME.
    MOVE SPACES TO Bpf-Check-Timestamp.
    STRING Clock-Date DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        Right-Now DELIMITED BY SIZE
        INTO Bpf-Check-Timestamp.
    WRITE Balance-Proof-Record.
    CLOSE Balance-Proof-File.
*> End program
