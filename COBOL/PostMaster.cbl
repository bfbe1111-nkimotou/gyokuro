*>             so a next-morning rerun of yesterday's abend posts
*>             yesterday's money to yesterday's master date, not
*>             the wall clock's.
*> 2026-10-15  Prior-period adjustments post back to the day they
*>             correct: the sort runs on account and adjusted
*>             date, today's postings land as before and each
*>             adjusted date is added into that day's record (or
*>             writes one), logged on ADJLOG. A rerun backs the
*>             day's logged adjustments out again before posting,
*>             so they can never land twice, and the cumulative
*>             recompute now sweeps every day of the open year,
*>             rewriting each later day whose MTD or YTD moved.
*> 2026-10-15  Every master record written, rewritten or deleted
*>             is journaled to MSTJRNL with its before and after
*>             images, so MasterRecover can roll an image copy of
*>             the master forward to any processing date. The
*>             stale-day purge reads each record before deleting
*>             it, for the before image.
*> 2026-10-15  MTD and YTD follow the 4-4-5 fiscal calendar
*>             (FISCAL, via the shared GetFiscalPeriod routine):
*>             the sweep starts at the fiscal year's first day and
*>             MTD restarts with each fiscal period rather than
*>             each calendar month. A posting date the calendar
*>             cannot place stops the run before anything posts.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS Mst-Key
        FILE STATUS IS Master-File-Status.

    SELECT Adjustment-Log-File ASSIGN TO "ADJLOG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Adl-Key
        FILE STATUS IS Adjustment-Log-Status.

    SELECT Journal-File ASSIGN TO "MSTJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Journal-File-Status.

*> Data declaration
DATA DIVISION.
FILE SECTION.
        Num1 BY In-Num1
        Num2 BY In-Num2
        Result BY In-Result
        Source-System BY In-Source-System
        Adjusted-Date BY In-Adjusted-Date.

*> The same layout again for the sort, whose ascending keys are
*> the account code and the adjusted date -- AMTOUT arrives in
*> posting order and the master posts one account at a time,
*> today's records (adjusted date zero) ahead of its adjustments.
SD  Sort-Work-File.
    COPY AMTREC REPLACING Amount-Record BY Sort-Record
        Account-Code BY Sort-Account
        Num1 BY Sort-Num1
        Num2 BY Sort-Num2
        Result BY Sort-Result
        Source-System BY Sort-Source-System
        Adjusted-Date BY Sort-Adjusted-Date.

FD  Master-File.
    COPY MSTREC.

FD  Adjustment-Log-File.
    COPY ADJREC.

FD  Journal-File.
    COPY JRNREC.

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
01  Amount-In-File-Status        PIC X(02).
01  Master-File-Status           PIC X(02).
01  Adjustment-Log-Status        PIC X(02).
01  Journal-File-Status          PIC X(02).

01  End-Of-Sort-Switch            PIC X(01) VALUE "N".
    88  End-Of-Sorted-Amounts               VALUE "Y".
01  End-Of-Sweep-Switch           PIC X(01) VALUE "N".
    88  End-Of-Sweep                        VALUE "Y".

01  End-Of-Log-Switch             PIC X(01) VALUE "N".
    88  End-Of-Log                          VALUE "Y".

01  Master-Found-Switch           PIC X(01) VALUE "Y".
    88  Master-Record-Found                 VALUE "Y".
    88  Master-Record-Missing               VALUE "N".

*> Control-break bookkeeping for the sorted amounts: the account
*> and adjusted date whose records are rolling up now (zero for
*> today's own postings), their figures, and whether any record
*> has come off the sort yet (the first record must not post an
*> empty break).
01  Break-Account                 PIC X(04) VALUE SPACES.
01  Break-Adjusted-Date           PIC 9(08) VALUE ZERO.
01  Break-Daily-Count             PIC 9(09) VALUE ZERO.
01  Break-Daily-Total             PIC S9(15)V99 VALUE ZERO.
01  First-Record-Switch           PIC X(01) VALUE "Y".
01  Purge-Sub                    PIC 9(04) VALUE ZERO.
01  Resume-Key                   PIC X(12) VALUE LOW-VALUES.

*> Applied-adjustment log entries due for back-out or expiry,
*> collected the same bounded way: each pass deletes what it
*> collected, so the next pass starts from the top again and the
*> passes stop when one finds nothing left at or before today.
01  Backout-Entry-Table.
    05  Backout-Entry OCCURS 100 TIMES.
        10  Bko-Run-Date        PIC 9(08).
        10  Bko-Account         PIC X(04).
        10  Bko-Adjusted-Date   PIC 9(08).
        10  Bko-Count           PIC 9(09).
        10  Bko-Total           PIC S9(15)V99.
01  Backout-Entry-Count          PIC 9(04) VALUE ZERO.
01  Backout-Sub                  PIC 9(04) VALUE ZERO.
01  Backout-Account              PIC X(04) VALUE SPACES.

01  Detail-Read-Count            PIC 9(09) VALUE ZERO.
01  Account-Posted-Count         PIC 9(09) VALUE ZERO.
01  Master-Purged-Count          PIC 9(09) VALUE ZERO.
01  Adjustment-Posted-Count      PIC 9(09) VALUE ZERO.
01  Adjustment-Backed-Out-Count  PIC 9(09) VALUE ZERO.

*> The cumulative sweep's working figures: the account being
*> posted, where its fiscal year begins, the last day of the
*> fiscal period the running MTD belongs to, and the counts and
*> totals carried forward day by day off the stored daily
*> records.
01  Posting-Date                 PIC 9(08) VALUE ZERO.
01  Sweep-Account                PIC X(04) VALUE SPACES.
01  Sweep-Period-End             PIC 9(08) VALUE ZERO.
01  Year-Start-Date              PIC 9(08) VALUE ZERO.
01  Sweep-Mtd-Count              PIC 9(09) VALUE ZERO.
01  Sweep-Mtd-Total              PIC S9(15)V99 VALUE ZERO.
01  Sweep-Ytd-Count              PIC 9(09) VALUE ZERO.
01  Sweep-Ytd-Total              PIC S9(15)V99 VALUE ZERO.

*> The fiscal calendar lookup: by date ("D"), and the period
*> record GetFiscalPeriod hands back for it.
01  Fiscal-Lookup-Type           PIC X(01) VALUE "D".
01  Fiscal-Lookup-Key            PIC X(08) VALUE SPACES.
01  Fiscal-Lookup-Result         PIC X(01) VALUE SPACE.
    COPY FSCREC.

*> The journal entry for the master change just made: what kind
*> of change, the record as it stood before it (spaces on a
*> write), and this run's timestamp and running sequence, which
*> keep the run's entries together and in order on MSTJRNL.
01  Journal-Action               PIC X(01) VALUE SPACE.
    88  Journal-Write                      VALUE "W".
    88  Journal-Rewrite                    VALUE "R".
    88  Journal-Delete                     VALUE "D".
01  Journal-Before-Image         PIC X(93) VALUE SPACES.
01  Journal-Sequence             PIC 9(09) VALUE ZERO.
01  Journal-Timestamp            PIC X(26) VALUE SPACES.
01  Clock-Date                   PIC 9(08) VALUE ZERO.
01  Right-Now                    PIC 9(08) VALUE ZERO.

*> Program logic
PROCEDURE DIVISION.

Main-Control.
    PERFORM Initialize-Program.
    PERFORM Purge-Today-Records.
    PERFORM Back-Out-Logged-Adjustments.
    SORT Sort-Work-File
        ON ASCENDING KEY Sort-Account Sort-Adjusted-Date
        USING Amount-In-File
        OUTPUT PROCEDURE IS Post-Sorted-Amounts.
    PERFORM Finalize-Program.
*> fail here with a status, not inside the sort.
Initialize-Program.
    CALL "GetProcessDate" USING Posting-Date.
    MOVE Posting-Date TO Fiscal-Lookup-Key.
    PERFORM Look-Up-Fiscal-Period.
    MOVE Fsc-Year-Start TO Year-Start-Date.

    OPEN INPUT Amount-In-File.
    IF Amount-In-File-Status NOT = "00"
    CLOSE Amount-In-File.

    PERFORM Open-Master-File.
    PERFORM Open-Adjustment-Log.
    PERFORM Open-Journal-File.

*> The master is created the first time this step ever runs --
*> a status 35 on the I-O open just means no file yet, so it is
        STOP RUN
    END-IF.

*> The adjustment log is created on first use the same way.
Open-Adjustment-Log.
    OPEN I-O Adjustment-Log-File.
    IF Adjustment-Log-Status = "35"
        OPEN OUTPUT Adjustment-Log-File
        IF Adjustment-Log-Status NOT = "00"
            DISPLAY "PostMaster: unable to create ADJLOG, status "
                Adjustment-Log-Status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE Adjustment-Log-File
        OPEN I-O Adjustment-Log-File
    END-IF.
    IF Adjustment-Log-Status NOT = "00"
        DISPLAY "PostMaster: unable to open ADJLOG, status "
            Adjustment-Log-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The journal is appended to run after run, never rewritten,
*> and created only the first time any program journals to it.
Open-Journal-File.
    ACCEPT Clock-Date FROM DATE YYYYMMDD.
    ACCEPT Right-Now FROM TIME.
    STRING Clock-Date DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        Right-Now DELIMITED BY SIZE
        INTO Journal-Timestamp.
    OPEN EXTEND Journal-File.
    IF Journal-File-Status NOT = "00"
        OPEN OUTPUT Journal-File
    END-IF.
    IF Journal-File-Status NOT = "00"
        DISPLAY "PostMaster: unable to open MSTJRNL, status "
            Journal-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Clear today's date off the whole master before posting: a
*> first run finds nothing, a rerun finds the day it is about to
*> replace -- including any account the corrected data dropped,
        SET End-Of-Sweep TO TRUE
    END-IF.

*> Each record is read before it goes, so the journal holds what
*> the purge took away.
Delete-One-Purged-Record.
    MOVE Purge-Account (Purge-Sub) TO Mst-Account.
    MOVE Purge-Date (Purge-Sub) TO Mst-Posting-Date.
    SET Master-Record-Found TO TRUE.
    READ Master-File
        INVALID KEY
            SET Master-Record-Missing TO TRUE
    END-READ.
    IF Master-Record-Found
        MOVE Master-Record TO Journal-Before-Image
        DELETE Master-File
            INVALID KEY
                CONTINUE
        END-DELETE
        IF Master-File-Status = "00"
            SET Journal-Delete TO TRUE
            PERFORM Write-Journal-Record
        END-IF
    END-IF.
    ADD 1 TO Master-Purged-Count.

*> Take back whatever an earlier run of this same processing date
*> added to earlier days: a rerun finds the first run's entries
*> and subtracts each from the day it landed on (deleting a day
*> record the adjustment alone created), a first run finds none.
*> Entries from earlier processing dates are simply dropped --
*> those days are posted and will not be rerun. Each account
*> backed out is recomputed at once, so one whose adjustments the
*> corrected data dropped is left with true cumulative figures.
Back-Out-Logged-Adjustments.
    MOVE 1 TO Backout-Entry-Count.
    PERFORM Run-One-Backout-Pass UNTIL Backout-Entry-Count = ZERO.

Run-One-Backout-Pass.
    MOVE ZERO TO Backout-Entry-Count.
    MOVE "N" TO End-Of-Log-Switch.
    MOVE LOW-VALUES TO Adl-Key.
    START Adjustment-Log-File KEY IS GREATER THAN Adl-Key
        INVALID KEY
            SET End-Of-Log TO TRUE
    END-START.
    PERFORM Collect-One-Backout-Entry UNTIL End-Of-Log.
    MOVE SPACES TO Backout-Account.
    PERFORM Back-Out-One-Entry
        VARYING Backout-Sub FROM 1 BY 1
        UNTIL Backout-Sub > Backout-Entry-Count.
    IF Backout-Account NOT = SPACES
        MOVE Backout-Account TO Sweep-Account
        PERFORM Recompute-Cumulative-Totals
    END-IF.

Collect-One-Backout-Entry.
    READ Adjustment-Log-File NEXT RECORD
        AT END
            SET End-Of-Log TO TRUE
        NOT AT END
            IF Adl-Run-Date > Posting-Date
                SET End-Of-Log TO TRUE
            ELSE
                PERFORM Store-One-Backout-Entry
            END-IF
    END-READ.

Store-One-Backout-Entry.
    ADD 1 TO Backout-Entry-Count.
    MOVE Adl-Run-Date TO Bko-Run-Date (Backout-Entry-Count).
    MOVE Adl-Account TO Bko-Account (Backout-Entry-Count).
    MOVE Adl-Adjusted-Date TO Bko-Adjusted-Date (Backout-Entry-Count).
    MOVE Adl-Count TO Bko-Count (Backout-Entry-Count).
    MOVE Adl-Total TO Bko-Total (Backout-Entry-Count).
    IF Backout-Entry-Count >= 100
        SET End-Of-Log TO TRUE
    END-IF.

Back-Out-One-Entry.
    IF Bko-Run-Date (Backout-Sub) = Posting-Date
        IF Bko-Account (Backout-Sub) NOT = Backout-Account
            AND Backout-Account NOT = SPACES
            MOVE Backout-Account TO Sweep-Account
            PERFORM Recompute-Cumulative-Totals
        END-IF
        MOVE Bko-Account (Backout-Sub) TO Backout-Account
        PERFORM Subtract-Logged-Adjustment
    END-IF.
    MOVE Bko-Run-Date (Backout-Sub) TO Adl-Run-Date.
    MOVE Bko-Account (Backout-Sub) TO Adl-Account.
    MOVE Bko-Adjusted-Date (Backout-Sub) TO Adl-Adjusted-Date.
    DELETE Adjustment-Log-File
        INVALID KEY
            CONTINUE
    END-DELETE.

Subtract-Logged-Adjustment.
    MOVE Bko-Account (Backout-Sub) TO Mst-Account.
    MOVE Bko-Adjusted-Date (Backout-Sub) TO Mst-Posting-Date.
    SET Master-Record-Found TO TRUE.
    READ Master-File
        INVALID KEY
            SET Master-Record-Missing TO TRUE
    END-READ.
    IF Master-Record-Missing
        DISPLAY "PostMaster: no master record for account "
            Bko-Account (Backout-Sub) " date "
            Bko-Adjusted-Date (Backout-Sub)
            " to back an adjustment out of"
    ELSE
        MOVE Master-Record TO Journal-Before-Image
        SUBTRACT Bko-Count (Backout-Sub) FROM Mst-Daily-Count
        SUBTRACT Bko-Total (Backout-Sub) FROM Mst-Daily-Total
        IF Mst-Daily-Count = ZERO
            SET Journal-Delete TO TRUE
            DELETE Master-File
                INVALID KEY
                    CONTINUE
            END-DELETE
        ELSE
            SET Journal-Rewrite TO TRUE
            REWRITE Master-Record
        END-IF
        IF Master-File-Status NOT = "00"
            DISPLAY "PostMaster: adjustment back-out failed for "
                "account " Mst-Account ", status "
                Master-File-Status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM Write-Journal-Record
        ADD 1 TO Adjustment-Backed-Out-Count
    END-IF.

*> The SORT's output procedure: only the driving logic lives in
*> this section -- control returns to the SORT at the section's
Post-Sorted-Amounts SECTION.
    PERFORM Roll-Up-One-Amount UNTIL End-Of-Sorted-Amounts.
    IF NOT No-Record-Rolled-Yet
        PERFORM Post-One-Break
        MOVE Break-Account TO Sweep-Account
        PERFORM Recompute-Cumulative-Totals
    END-IF.

Posting-Procedures SECTION.
            PERFORM Roll-Into-Account-Break
    END-RETURN.

*> One sorted record into the running figures, posting the prior
*> break when the account or adjusted date steps -- each account
*> touches each day's record exactly once however many records
*> it posted, with no table to outgrow -- and recomputing the
*> prior account's cumulative figures once it is done.
Roll-Into-Account-Break.
    IF No-Record-Rolled-Yet
        MOVE Sort-Account TO Break-Account
        MOVE Sort-Adjusted-Date TO Break-Adjusted-Date
        MOVE "N" TO First-Record-Switch
    ELSE
        IF Sort-Account NOT = Break-Account
            PERFORM Post-One-Break
            MOVE Break-Account TO Sweep-Account
            PERFORM Recompute-Cumulative-Totals
            MOVE Sort-Account TO Break-Account
            MOVE Sort-Adjusted-Date TO Break-Adjusted-Date
        ELSE
            IF Sort-Adjusted-Date NOT = Break-Adjusted-Date
                PERFORM Post-One-Break
                MOVE Sort-Adjusted-Date TO Break-Adjusted-Date
            END-IF
        END-IF
    END-IF.
    ADD 1 TO Break-Daily-Count.
    ADD Sort-Result TO Break-Daily-Total.

Post-One-Break.
    IF Break-Adjusted-Date = ZERO
        PERFORM Post-One-Account
    ELSE
        PERFORM Apply-One-Adjustment
    END-IF.
    MOVE ZERO TO Break-Daily-Count.
    MOVE ZERO TO Break-Daily-Total.

*> Land one account's day on the master: today's records were
*> purged ahead of the sort, so the day record is always a fresh
*> WRITE; the cumulative figures are recomputed from the daily
*> records once the account is done -- the dailies are the books,
*> MTD and YTD are always derived from them, so posting twice can
*> never count anything twice.
Post-One-Account.
    MOVE Break-Account TO Mst-Account.
    MOVE Posting-Date TO Mst-Posting-Date.
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO Journal-Before-Image.
    SET Journal-Write TO TRUE.
    PERFORM Write-Journal-Record.
    ADD 1 TO Account-Posted-Count.

*> Add one account's adjustments for one earlier date into that
*> day's record -- or write the record when the account posted
*> nothing that day -- and log exactly what was added, so a rerun
*> of today can take it back out. Any open-year date may land
*> here; the edits have already refused closed years and today.
Apply-One-Adjustment.
    MOVE Break-Account TO Mst-Account.
    MOVE Break-Adjusted-Date TO Mst-Posting-Date.
    SET Master-Record-Found TO TRUE.
    READ Master-File
        INVALID KEY
            SET Master-Record-Missing TO TRUE
    END-READ.
    IF Master-Record-Found
        MOVE Master-Record TO Journal-Before-Image
        SET Journal-Rewrite TO TRUE
        ADD Break-Daily-Count TO Mst-Daily-Count
        ADD Break-Daily-Total TO Mst-Daily-Total
        REWRITE Master-Record
    ELSE
        MOVE SPACES TO Journal-Before-Image
        SET Journal-Write TO TRUE
        MOVE Break-Account TO Mst-Account
        MOVE Break-Adjusted-Date TO Mst-Posting-Date
        MOVE Break-Daily-Count TO Mst-Daily-Count
        MOVE Break-Daily-Total TO Mst-Daily-Total
        MOVE ZERO TO Mst-Mtd-Count
        MOVE ZERO TO Mst-Mtd-Total
        MOVE ZERO TO Mst-Ytd-Count
        MOVE ZERO TO Mst-Ytd-Total
        WRITE Master-Record
    END-IF.
    IF Master-File-Status NOT = "00"
        DISPLAY "PostMaster: adjustment post failed for account "
            Break-Account " date " Break-Adjusted-Date
            ", status " Master-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Write-Journal-Record.

    MOVE Posting-Date TO Adl-Run-Date.
    MOVE Break-Account TO Adl-Account.
    MOVE Break-Adjusted-Date TO Adl-Adjusted-Date.
    MOVE Break-Daily-Count TO Adl-Count.
    MOVE Break-Daily-Total TO Adl-Total.
    WRITE Adjustment-Log-Record.
    IF Adjustment-Log-Status NOT = "00"
        DISPLAY "PostMaster: ADJLOG write failed for account "
            Break-Account ", status " Adjustment-Log-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO Adjustment-Posted-Count.

*> Sweep this account's stored dailies from the fiscal year's
*> first day through today in date order, carrying YTD across all
*> of them and MTD within each fiscal period, and rewrite every
*> day record whose stored figures no longer match -- today's
*> record always, and every day after an adjusted one, since an
*> adjustment moves the cumulative figures of every day that
*> follows it.
Recompute-Cumulative-Totals.
    MOVE ZERO TO Sweep-Period-End.
    MOVE ZERO TO Sweep-Mtd-Count.
    MOVE ZERO TO Sweep-Mtd-Total.
    MOVE ZERO TO Sweep-Ytd-Count.
    END-START.
    PERFORM Sweep-One-Master-Record UNTIL End-Of-Sweep.

Sweep-One-Master-Record.
    READ Master-File NEXT RECORD
        AT END
                OR Mst-Posting-Date > Posting-Date
                SET End-Of-Sweep TO TRUE
            ELSE
                PERFORM Carry-Cumulative-Totals
            END-IF
    END-READ.

Carry-Cumulative-Totals.
    IF Mst-Posting-Date > Sweep-Period-End
        MOVE Mst-Posting-Date TO Fiscal-Lookup-Key
        PERFORM Look-Up-Fiscal-Period
        MOVE Fsc-Period-End TO Sweep-Period-End
        MOVE ZERO TO Sweep-Mtd-Count
        MOVE ZERO TO Sweep-Mtd-Total
    END-IF.
    ADD Mst-Daily-Count TO Sweep-Ytd-Count.
    ADD Mst-Daily-Total TO Sweep-Ytd-Total.
    ADD Mst-Daily-Count TO Sweep-Mtd-Count.
    ADD Mst-Daily-Total TO Sweep-Mtd-Total.
    IF Mst-Mtd-Count NOT = Sweep-Mtd-Count
        OR Mst-Mtd-Total NOT = Sweep-Mtd-Total
        OR Mst-Ytd-Count NOT = Sweep-Ytd-Count
        OR Mst-Ytd-Total NOT = Sweep-Ytd-Total
        MOVE Master-Record TO Journal-Before-Image
        MOVE Sweep-Mtd-Count TO Mst-Mtd-Count
        MOVE Sweep-Mtd-Total TO Mst-Mtd-Total
        MOVE Sweep-Ytd-Count TO Mst-Ytd-Count
        MOVE Sweep-Ytd-Total TO Mst-Ytd-Total
        REWRITE Master-Record
        IF Master-File-Status NOT = "00"
            DISPLAY "PostMaster: cumulative rewrite failed for "
                "account " Sweep-Account ", status "
                Master-File-Status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        SET Journal-Rewrite TO TRUE
        PERFORM Write-Journal-Record
    END-IF.

*> The fiscal period a date falls in. Every date posted or swept
*> has to land in one -- a master built on a period the calendar
*> does not have could never be proven again -- so a date it
*> cannot place, or a calendar that will not load, stops the run.
Look-Up-Fiscal-Period.
    CALL "GetFiscalPeriod" USING Fiscal-Lookup-Type,
        Fiscal-Lookup-Key, Fiscal-Calendar-Record,
        Fiscal-Lookup-Result.
    IF Fiscal-Lookup-Result NOT = "Y"
        DISPLAY "PostMaster: date " Fiscal-Lookup-Key
            " is not in any fiscal period on FISCAL"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> One journal entry for the master change just made. The after
*> image is the record buffer as it was written or rewritten; a
*> delete has none, and takes its key from the before image.
Write-Journal-Record.
    ADD 1 TO Journal-Sequence.
    MOVE Posting-Date TO Jrn-Process-Date.
    MOVE "PostMaster" TO Jrn-Program-Id.
    MOVE Journal-Timestamp TO Jrn-Run-Timestamp.
    MOVE Journal-Sequence TO Jrn-Sequence.
    MOVE Journal-Action TO Jrn-Action.
    MOVE Journal-Before-Image TO Jrn-Before-Image.
    IF Journal-Delete
        MOVE Journal-Before-Image(1:12) TO Jrn-Key
        MOVE SPACES TO Jrn-After-Image
    ELSE
        MOVE Mst-Key TO Jrn-Key
        MOVE Master-Record TO Jrn-After-Image
    END-IF.
    WRITE Master-Journal-Record.
    IF Journal-File-Status NOT = "00"
        DISPLAY "PostMaster: MSTJRNL write failed for key "
            Jrn-Key ", status " Journal-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Finalize-Program.
    CLOSE Master-File.
    CLOSE Adjustment-Log-File.
    CLOSE Journal-File.
    MOVE ZERO TO RETURN-CODE.
    DISPLAY "PostMaster: " Detail-Read-Count " record(s) across "
        Account-Posted-Count " account(s) posted, "
        Master-Purged-Count " prior day record(s) replaced.".
    DISPLAY "PostMaster: " Adjustment-Posted-Count
        " prior-period adjustment(s) posted back, "
        Adjustment-Backed-Out-Count " backed out for rerun.".
    DISPLAY "PostMaster: " Journal-Sequence
        " master change(s) journaled.".
*> End program
