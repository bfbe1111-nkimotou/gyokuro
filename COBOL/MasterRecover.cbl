*> Set (identify) the program's name
IDENTIFICATION DIVISION.
PROGRAM-ID. MasterRecover.
*> Forward recovery of the cumulative master. Restores an image
*> copy MasterBackup took into a freshly defined master, finds the
*> copy's checkpoint on the master journal, and replays every
*> journaled change after it -- PostMaster's postings, purges,
*> adjustments and recomputes, YearEndClose's summaries and
*> deletes -- up to and including the processing date on the
*> operator's card, stopping at the first change dated after it.
*> Each replayed rewrite and delete is held against its before
*> image first: a record on file that does not match is a break in
*> the journal chain, reported by key and applied anyway, so the
*> file still lands on the journal's last word. Applied-adjustment
*> log entries from runs after the recovery date are dropped, so
*> posting the following days again backs nothing out that the
*> recovered master never received. The result is then proven
*> against the CONTROL generations the way MasterRecon proves a
*> period: every day from the copy's date through the recovery
*> date must hold what its standing control record claims once
*> prior-period adjustments have moved, and each account's PTD
*> and YTD on its latest day must tie to its own dailies. Any
*> chain break or discrepancy ends the run RC=8; a copy, journal
*> or card the recovery cannot trust refuses the run RC=16.
*>
*> Modification history
*> 2026-10-15  New program. Run from MASTRCVR against a freshly
*>             defined master.
*> 2026-10-15  The per-account proof runs over the recovery date's
*>             fiscal period and fiscal year off the FISCAL
*>             calendar (GetFiscalPeriod), the ranges PostMaster
*>             now accumulates over; a recovery date the calendar
*>             cannot place refuses the run. MTD relabeled PTD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Recover-Parm-File ASSIGN TO "RCVPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Recover-Parm-File-Status.

    SELECT Backup-File ASSIGN TO "MSTBKUP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Backup-File-Status.

    SELECT Journal-File ASSIGN TO "MSTJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Journal-File-Status.

    SELECT Master-File ASSIGN TO "MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Mst-Key
        FILE STATUS IS Master-File-Status.

    SELECT Adjustment-Log-File ASSIGN TO "ADJLOG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Adl-Key
        FILE STATUS IS Adjustment-Log-Status.

    SELECT Control-In-File ASSIGN TO "CTLIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Control-In-File-Status.

    SELECT Recover-Report-File ASSIGN TO "RCVROUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Recover-Report-File-Status.

*> Data declaration
DATA DIVISION.
FILE SECTION.
*> The one required card: the processing date to recover the
*> master to (YYYYMMDD).
FD  Recover-Parm-File.
01  Recover-Parm-Record.
    05  Rcv-Target-Date        PIC X(08).

FD  Backup-File.
    COPY BKPREC.

FD  Journal-File.
    COPY JRNREC.

FD  Master-File.
    COPY MSTREC.

FD  Adjustment-Log-File.
    COPY ADJREC.

FD  Control-In-File.
    COPY CTLREC.

FD  Recover-Report-File.
01  Recover-Report-Line        PIC X(132).

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
01  Recover-Parm-File-Status   PIC X(02).
01  Backup-File-Status         PIC X(02).
01  Journal-File-Status        PIC X(02).
01  Master-File-Status         PIC X(02).
01  Adjustment-Log-Status      PIC X(02).
01  Control-In-File-Status     PIC X(02).
01  Recover-Report-File-Status PIC X(02).

01  End-Of-Copy-Switch          PIC X(01) VALUE "N".
    88  End-Of-Copy                       VALUE "Y".

01  Trailer-Seen-Switch         PIC X(01) VALUE "N".
    88  Copy-Trailer-Seen                 VALUE "Y".

01  End-Of-Journal-Switch       PIC X(01) VALUE "N".
    88  End-Of-Journal                    VALUE "Y".

01  Checkpoint-Found-Switch     PIC X(01) VALUE "N".
    88  Checkpoint-Found                  VALUE "Y".

01  Master-Found-Switch         PIC X(01) VALUE "Y".
    88  Master-Record-Found               VALUE "Y".
    88  Master-Record-Missing             VALUE "N".

01  End-Of-Log-Switch           PIC X(01) VALUE "N".
    88  End-Of-Log                        VALUE "Y".

01  End-Of-Controls-Switch      PIC X(01) VALUE "N".
    88  End-Of-Controls                   VALUE "Y".

01  End-Of-Sweep-Switch         PIC X(01) VALUE "N".
    88  End-Of-Sweep                      VALUE "Y".

*> The recovery point off the card, and what the restored copy
*> says about itself: the processing date it was taken on, its
*> checkpoint timestamp, and the figures on its trailer.
01  Target-Date                 PIC 9(08) VALUE ZERO.
01  Target-Period-Start         PIC 9(08) VALUE ZERO.
01  Target-Year-Start           PIC 9(08) VALUE ZERO.
01  Fiscal-Lookup-Type          PIC X(01) VALUE "D".
01  Fiscal-Lookup-Key           PIC X(08) VALUE SPACES.
01  Fiscal-Lookup-Result        PIC X(01) VALUE SPACE.
    COPY FSCREC.
01  Copy-Process-Date           PIC 9(08) VALUE ZERO.
01  Copy-Timestamp              PIC X(26) VALUE SPACES.
01  Trailer-Image               PIC X(93) VALUE SPACES.
01  Trailer-Count               PIC 9(09) VALUE ZERO.
01  Trailer-Daily-Total         PIC S9(15)V99 VALUE ZERO.
01  Restored-Count              PIC 9(09) VALUE ZERO.
01  Restored-Daily-Total        PIC S9(15)V99 VALUE ZERO.

*> What the roll-forward replayed, and the last processing date
*> it replayed a change for.
01  Replayed-Write-Count        PIC 9(09) VALUE ZERO.
01  Replayed-Rewrite-Count      PIC 9(09) VALUE ZERO.
01  Replayed-Delete-Count       PIC 9(09) VALUE ZERO.
01  Last-Replayed-Date          PIC 9(08) VALUE ZERO.
01  Chain-Break-Count           PIC 9(04) VALUE ZERO.
01  Chain-Break-Text            PIC X(40) VALUE SPACES.

*> Applied-adjustment log keys from runs after the recovery date,
*> collected in bounded batches and deleted between passes -- each
*> pass starts just past the recovery date again and the passes
*> stop when one finds nothing left, the way PostMaster's own
*> back-out passes work.
01  Trim-Key-Table.
    05  Trim-Key-Entry OCCURS 100 TIMES PIC X(20).
01  Trim-Key-Count              PIC 9(04) VALUE ZERO.
01  Trim-Sub                    PIC 9(04) VALUE ZERO.
01  Trim-Start-Key.
    05  Tsk-Run-Date            PIC 9(08).
    05  FILLER                  PIC X(12) VALUE HIGH-VALUES.
01  Trimmed-Count               PIC 9(09) VALUE ZERO.

*> The recovered range's two views, one entry per day from the
*> copy's date through the recovery date: what each day's standing
*> control record claims was accepted, and what the recovered
*> master's dailies sum to across accounts -- MasterRecon's month
*> table, slotted by date so the range may cross a month or year.
01  Day-Compare-Table.
    05  Day-Entry OCCURS 400 TIMES INDEXED BY Day-Index.
        10  Day-Date            PIC 9(08).
        10  Day-Control-Seen    PIC X(01).
        10  Day-Claim-Count     PIC 9(09).
        10  Day-Claim-Total     PIC S9(15)V99.
        10  Day-Master-Count    PIC 9(09).
        10  Day-Master-Total    PIC S9(15)V99.
        10  Day-Adjust-Seen     PIC X(01).
        10  Day-Adjust-In-Count  PIC 9(09).
        10  Day-Adjust-In-Total  PIC S9(15)V99.
        10  Day-Adjust-Out-Count PIC 9(09).
        10  Day-Adjust-Out-Total PIC S9(15)V99.
01  Day-Entry-Count             PIC 9(04) VALUE ZERO.
01  Day-Table-Maximum           PIC 9(04) VALUE 400.
01  Day-Sub                     PIC 9(04) VALUE ZERO.
01  Slot-Date                   PIC 9(08) VALUE ZERO.
01  Day-Slot-Switch             PIC X(01) VALUE "N".
    88  Day-Slot-Found                    VALUE "Y".
01  Day-Overflow-Switch         PIC X(01) VALUE "N".
    88  Day-Table-Overflowed              VALUE "Y".

*> Whether the control generation now being read is the one that
*> stood for its run date -- MasterRecon's rule: set off the
*> run-total record leading the generation, applied to the
*> adjustment records behind it.
01  Generation-Switch           PIC X(01) VALUE "N".
    88  Generation-Stands                 VALUE "Y".
01  Last-Run-Total-Date         PIC 9(08) VALUE ZERO.
01  Adjustment-Source-Id        PIC X(05) VALUE "*ADJ*".

01  Expected-Day-Count          PIC S9(09) VALUE ZERO.
01  Expected-Day-Total          PIC S9(15)V99 VALUE ZERO.

*> Per-account proof bookkeeping for the account the sweep is
*> passing: its dailies in the recovery period and fiscal year,
*> against the PTD and YTD figures its latest day in each carries.
01  Sweep-Account               PIC X(04) VALUE SPACES.
01  Account-Period-Count        PIC 9(09) VALUE ZERO.
01  Account-Period-Total        PIC S9(15)V99 VALUE ZERO.
01  Account-Held-Mtd-Count      PIC 9(09) VALUE ZERO.
01  Account-Held-Mtd-Total      PIC S9(15)V99 VALUE ZERO.
01  Account-In-Period-Switch    PIC X(01) VALUE "N".
    88  Account-Posted-In-Period          VALUE "Y".
01  Account-Year-Count          PIC 9(09) VALUE ZERO.
01  Account-Year-Total          PIC S9(15)V99 VALUE ZERO.
01  Account-Held-Ytd-Count      PIC 9(09) VALUE ZERO.
01  Account-Held-Ytd-Total      PIC S9(15)V99 VALUE ZERO.
01  Account-In-Year-Switch      PIC X(01) VALUE "N".
    88  Account-Posted-In-Year            VALUE "Y".

01  Discrepancy-Count           PIC 9(04) VALUE ZERO.
01  Accounts-Proven             PIC 9(04) VALUE ZERO.

01  Today-Date                  PIC 9(08) VALUE ZERO.
01  Run-Date-Display.
    05  Run-Date-Year           PIC 9(04).
    05  FILLER                  PIC X(01) VALUE "-".
    05  Run-Date-Month          PIC 9(02).
    05  FILLER                  PIC X(01) VALUE "-".
    05  Run-Date-Day            PIC 9(02).

01  Report-Title                PIC X(60) VALUE
    "MASTER FORWARD RECOVERY".
01  Formatted-Header-Line       PIC X(132).
01  Recover-Page-Number         PIC 9(04) VALUE ZERO.

01  Restore-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(24) VALUE
        "IMAGE COPY RESTORED:    ".
    05  Rst-Process-Date        PIC 9(08).
    05  FILLER                  PIC X(13) VALUE "  CHECKPOINT ".
    05  Rst-Timestamp           PIC X(26).
    05  FILLER                  PIC X(10) VALUE "  RECORDS ".
    05  Rst-Count-Edit          PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(37) VALUE SPACES.

01  Rollforward-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(20) VALUE
        "ROLLED FORWARD TO:  ".
    05  Rfw-Target-Date         PIC 9(08).
    05  FILLER                  PIC X(14) VALUE "  LAST CHANGE ".
    05  Rfw-Last-Date           PIC 9(08).
    05  FILLER                  PIC X(10) VALUE "  WRITES ".
    05  Rfw-Write-Edit          PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(12) VALUE "  REWRITES ".
    05  Rfw-Rewrite-Edit        PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(11) VALUE "  DELETES ".
    05  Rfw-Delete-Edit         PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(13) VALUE SPACES.

01  Adjustment-Log-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(24) VALUE
        "ADJLOG ENTRIES DROPPED: ".
    05  Alg-Count-Edit          PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(22) VALUE
        "  FOR RUNS AFTER DATE ".
    05  Alg-Target-Date         PIC 9(08).
    05  FILLER                  PIC X(64) VALUE SPACES.

01  Chain-Break-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(12) VALUE "** JOURNAL: ".
    05  Chb-Action              PIC X(01).
    05  FILLER                  PIC X(06) VALUE "  KEY ".
    05  Chb-Key                 PIC X(12).
    05  FILLER                  PIC X(07) VALUE "  DATE ".
    05  Chb-Process-Date        PIC 9(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Chb-Text                PIC X(40).
    05  FILLER                  PIC X(41) VALUE SPACES.

01  Day-Mismatch-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(08) VALUE "** DAY: ".
    05  Mis-Date                PIC 9(08).
    05  FILLER                  PIC X(10) VALUE "  CONTROL ".
    05  Mis-Claim-Count-Edit    PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(01) VALUE "/".
    05  Mis-Claim-Total-Edit    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(09) VALUE "  MASTER ".
    05  Mis-Master-Count-Edit   PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(01) VALUE "/".
    05  Mis-Master-Total-Edit   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(24) VALUE SPACES.

01  Account-Mismatch-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(12) VALUE "** ACCOUNT: ".
    05  Acc-Account             PIC X(04).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Acc-Figure              PIC X(04).
    05  Acc-Held-Count-Edit     PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(01) VALUE "/".
    05  Acc-Held-Total-Edit     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(10) VALUE "  DAILIES ".
    05  Acc-Sum-Count-Edit      PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(01) VALUE "/".
    05  Acc-Sum-Total-Edit      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(27) VALUE SPACES.

01  Overflow-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(40) VALUE
        "** MORE POSTING DAYS IN THE RANGE THAN ".
    05  Ovf-Maximum             PIC 9(04).
    05  FILLER                  PIC X(40) VALUE
        " -- LATER DAYS NOT PROVEN, TAKE A NEWER ".
    05  FILLER                  PIC X(10) VALUE "COPY".
    05  FILLER                  PIC X(35) VALUE SPACES.

01  Clean-Summary-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(55) VALUE
        "RECOVERED MASTER TIES OUT TO THE CONTROL RECORDS".
    05  FILLER                  PIC X(74) VALUE SPACES.

01  Failed-Summary-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(55) VALUE
        "RECOVERED MASTER NOT PROVEN -- SEE DISCREPANCIES ABOVE".
    05  FILLER                  PIC X(74) VALUE SPACES.

*> Program logic
PROCEDURE DIVISION.

Main-Control.
    PERFORM Initialize-Program.
    PERFORM Restore-Image-Copy.
    PERFORM Find-Journal-Checkpoint.
    PERFORM Roll-Journal-Forward.
    PERFORM Trim-Adjustment-Log.
    PERFORM Tally-One-Control-Record UNTIL End-Of-Controls.
    PERFORM Sweep-Recovered-Master.
    PERFORM Compare-Each-Day.
    PERFORM Finalize-Program.
    STOP RUN.

Initialize-Program.
    INITIALIZE Day-Compare-Table.
    CALL "GetProcessDate" USING Today-Date.
    MOVE Today-Date(1:4) TO Run-Date-Year.
    MOVE Today-Date(5:2) TO Run-Date-Month.
    MOVE Today-Date(7:2) TO Run-Date-Day.
    PERFORM Read-Recovery-Parameter.

    OPEN INPUT Backup-File.
    IF Backup-File-Status NOT = "00"
        DISPLAY "MasterRecover: unable to open MSTBKUP, status "
            Backup-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT Journal-File.
    IF Journal-File-Status NOT = "00"
        DISPLAY "MasterRecover: unable to open MSTJRNL, status "
            Journal-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT Control-In-File.
    IF Control-In-File-Status NOT = "00"
        DISPLAY "MasterRecover: unable to open CTLIN, status "
            Control-In-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT Recover-Report-File.
    IF Recover-Report-File-Status NOT = "00"
        DISPLAY "MasterRecover: unable to open RCVROUT, status "
            Recover-Report-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Write-Report-Header.

*> The recovery point is deliberate, never defaulted: the card
*> must name a processing date, and one the shop has not reached
*> yet is refused -- there is no journal to roll forward into it.
Read-Recovery-Parameter.
    OPEN INPUT Recover-Parm-File.
    IF Recover-Parm-File-Status NOT = "00"
        DISPLAY "MasterRecover: no RCVPARM card, run refused -- "
            "state the processing date to recover to"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ Recover-Parm-File
        AT END
            DISPLAY "MasterRecover: RCVPARM is empty, run refused"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-READ.
    CLOSE Recover-Parm-File.
    IF Rcv-Target-Date NOT NUMERIC
        DISPLAY "MasterRecover: recovery date '" Rcv-Target-Date
            "' is not numeric, run refused"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE Rcv-Target-Date TO Target-Date.
    IF Target-Date > Today-Date
        DISPLAY "MasterRecover: recovery date " Target-Date
            " is after processing date " Today-Date
            ", run refused"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE Rcv-Target-Date TO Fiscal-Lookup-Key.
    CALL "GetFiscalPeriod" USING Fiscal-Lookup-Type,
        Fiscal-Lookup-Key, Fiscal-Calendar-Record,
        Fiscal-Lookup-Result.
    IF Fiscal-Lookup-Result NOT = "Y"
        DISPLAY "MasterRecover: recovery date " Target-Date
            " is not in a fiscal period on FISCAL, run refused"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE Fsc-Period-Start TO Target-Period-Start.
    MOVE Fsc-Year-Start TO Target-Year-Start.

*> Load the copy into the empty master in the key order it was
*> taken in, and prove it whole against its own trailer before a
*> single journal record is replayed on top of it.
Restore-Image-Copy.
    READ Backup-File
        AT END
            DISPLAY "MasterRecover: MSTBKUP is empty, run refused"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-READ.
    IF NOT Bkp-Header
        DISPLAY "MasterRecover: MSTBKUP does not open with a "
            "header, not an image copy -- run refused"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE Bkp-Process-Date TO Copy-Process-Date.
    MOVE Bkp-Timestamp TO Copy-Timestamp.
    IF Target-Date < Copy-Process-Date
        DISPLAY "MasterRecover: copy was taken on " Copy-Process-Date
            ", after recovery date " Target-Date
            " -- restore an earlier generation"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT Master-File.
    IF Master-File-Status NOT = "00"
        DISPLAY "MasterRecover: unable to load MASTER, status "
            Master-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM Restore-One-Backup-Record UNTIL End-Of-Copy.
    CLOSE Backup-File.
    CLOSE Master-File.

    IF NOT Copy-Trailer-Seen
        DISPLAY "MasterRecover: MSTBKUP has no trailer, the copy "
            "is incomplete -- run refused"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF Restored-Count NOT = Trailer-Count
        OR Restored-Daily-Total NOT = Trailer-Daily-Total
        DISPLAY "MasterRecover: " Restored-Count
            " record(s) restored, copy trailer claims "
            Trailer-Count " -- run refused"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN I-O Master-File.
    IF Master-File-Status NOT = "00"
        DISPLAY "MasterRecover: unable to open MASTER, status "
            Master-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE Copy-Process-Date TO Rst-Process-Date.
    MOVE Copy-Timestamp TO Rst-Timestamp.
    MOVE Restored-Count TO Rst-Count-Edit.
    WRITE Recover-Report-Line FROM Restore-Line.

Restore-One-Backup-Record.
    READ Backup-File
        AT END
            SET End-Of-Copy TO TRUE
        NOT AT END
            PERFORM Load-One-Backup-Record
    END-READ.

Load-One-Backup-Record.
    EVALUATE TRUE
        WHEN Bkp-Master-Image
            MOVE Bkp-Image TO Master-Record
            WRITE Master-Record
            IF Master-File-Status NOT = "00"
                DISPLAY "MasterRecover: restore failed for key "
                    Mst-Key ", status " Master-File-Status
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO Restored-Count
            ADD Mst-Daily-Total TO Restored-Daily-Total
        WHEN Bkp-Trailer
            SET Copy-Trailer-Seen TO TRUE
            SET End-Of-Copy TO TRUE
            MOVE Bkp-Record-Count TO Trailer-Count
            MOVE Bkp-Daily-Total TO Trailer-Daily-Total
            MOVE Bkp-Image TO Trailer-Image
        WHEN OTHER
            DISPLAY "MasterRecover: MSTBKUP record type '"
                Bkp-Record-Type "' is not an image copy record"
                " -- run refused"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*> The journal is read from its start to the checkpoint the copy
*> logged; everything before it is already in the copy. No
*> checkpoint means this journal never saw this copy taken, and
*> nothing after it can be trusted to follow on from it.
Find-Journal-Checkpoint.
    PERFORM Read-Journal-To-Checkpoint
        UNTIL Checkpoint-Found OR End-Of-Journal.
    IF NOT Checkpoint-Found
        DISPLAY "MasterRecover: checkpoint " Copy-Timestamp
            " for the copy is not on MSTJRNL -- run refused"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF Jrn-After-Image NOT = Trailer-Image
        DISPLAY "MasterRecover: journal checkpoint " Copy-Timestamp
            " does not match the copy's trailer -- run refused"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Read-Journal-To-Checkpoint.
    READ Journal-File
        AT END
            SET End-Of-Journal TO TRUE
        NOT AT END
            IF Jrn-Backup-Checkpoint
                AND Jrn-Run-Timestamp = Copy-Timestamp
                SET Checkpoint-Found TO TRUE
            END-IF
    END-READ.

*> Replay every change after the checkpoint in the order it was
*> made, up to the first one dated after the recovery date.
*> Checkpoints of later copies are simply passed over.
Roll-Journal-Forward.
    PERFORM Apply-One-Journal-Record UNTIL End-Of-Journal.
    CLOSE Journal-File.
    MOVE Target-Date TO Rfw-Target-Date.
    MOVE Last-Replayed-Date TO Rfw-Last-Date.
    MOVE Replayed-Write-Count TO Rfw-Write-Edit.
    MOVE Replayed-Rewrite-Count TO Rfw-Rewrite-Edit.
    MOVE Replayed-Delete-Count TO Rfw-Delete-Edit.
    WRITE Recover-Report-Line FROM Rollforward-Line.

Apply-One-Journal-Record.
    READ Journal-File
        AT END
            SET End-Of-Journal TO TRUE
        NOT AT END
            IF Jrn-Process-Date > Target-Date
                SET End-Of-Journal TO TRUE
            ELSE
                PERFORM Replay-Journal-Record
            END-IF
    END-READ.

Replay-Journal-Record.
    EVALUATE TRUE
        WHEN Jrn-Record-Written
            PERFORM Replay-Write
        WHEN Jrn-Record-Rewritten
            PERFORM Replay-Rewrite
        WHEN Jrn-Record-Deleted
            PERFORM Replay-Delete
        WHEN Jrn-Backup-Checkpoint
            CONTINUE
        WHEN OTHER
            MOVE "UNKNOWN JOURNAL ACTION, NOT REPLAYED"
                TO Chain-Break-Text
            PERFORM Report-Chain-Break
    END-EVALUATE.

*> A write lands a record that was not on file; finding it there
*> already is a break in the chain, and the journal's after image
*> replaces what was found.
Replay-Write.
    MOVE Jrn-After-Image TO Master-Record.
    WRITE Master-Record.
    IF Master-File-Status = "22"
        MOVE "WRITE FOUND THE RECORD ALREADY ON FILE"
            TO Chain-Break-Text
        PERFORM Report-Chain-Break
        MOVE Jrn-After-Image TO Master-Record
        REWRITE Master-Record
    END-IF.
    PERFORM Check-Replay-Status.
    ADD 1 TO Replayed-Write-Count.

Replay-Rewrite.
    PERFORM Read-Journaled-Record.
    IF Master-Record-Missing
        MOVE "REWRITE FOUND NO RECORD ON FILE"
            TO Chain-Break-Text
        PERFORM Report-Chain-Break
        MOVE Jrn-After-Image TO Master-Record
        WRITE Master-Record
    ELSE
        IF Master-Record NOT = Jrn-Before-Image
            MOVE "RECORD ON FILE DIFFERS FROM BEFORE IMAGE"
                TO Chain-Break-Text
            PERFORM Report-Chain-Break
        END-IF
        MOVE Jrn-After-Image TO Master-Record
        REWRITE Master-Record
    END-IF.
    PERFORM Check-Replay-Status.
    ADD 1 TO Replayed-Rewrite-Count.

Replay-Delete.
    PERFORM Read-Journaled-Record.
    IF Master-Record-Missing
        MOVE "DELETE FOUND NO RECORD ON FILE"
            TO Chain-Break-Text
        PERFORM Report-Chain-Break
    ELSE
        IF Master-Record NOT = Jrn-Before-Image
            MOVE "RECORD ON FILE DIFFERS FROM BEFORE IMAGE"
                TO Chain-Break-Text
            PERFORM Report-Chain-Break
        END-IF
        DELETE Master-File
            INVALID KEY
                CONTINUE
        END-DELETE
        PERFORM Check-Replay-Status
    END-IF.
    ADD 1 TO Replayed-Delete-Count.

Read-Journaled-Record.
    MOVE Jrn-Key TO Mst-Key.
    SET Master-Record-Found TO TRUE.
    READ Master-File
        INVALID KEY
            SET Master-Record-Missing TO TRUE
    END-READ.

Check-Replay-Status.
    IF Master-File-Status NOT = "00"
        DISPLAY "MasterRecover: replay failed for key " Jrn-Key
            " action " Jrn-Action ", status " Master-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE Jrn-Process-Date TO Last-Replayed-Date.

Report-Chain-Break.
    ADD 1 TO Chain-Break-Count.
    MOVE Jrn-Action TO Chb-Action.
    MOVE Jrn-Key TO Chb-Key.
    MOVE Jrn-Process-Date TO Chb-Process-Date.
    MOVE Chain-Break-Text TO Chb-Text.
    WRITE Recover-Report-Line FROM Chain-Break-Line.
    DISPLAY "MasterRecover: journal chain break at key " Jrn-Key
        " -- " Chain-Break-Text.

*> Entries the applied-adjustment log holds for runs after the
*> recovery date describe adjustments the recovered master never
*> received; left behind, posting those days again would back
*> them out of it. A log not yet created has nothing to trim.
Trim-Adjustment-Log.
    OPEN I-O Adjustment-Log-File.
    IF Adjustment-Log-Status = "00"
        MOVE 1 TO Trim-Key-Count
        PERFORM Run-One-Trim-Pass UNTIL Trim-Key-Count = ZERO
        CLOSE Adjustment-Log-File
    ELSE
        IF Adjustment-Log-Status NOT = "35"
            DISPLAY "MasterRecover: unable to open ADJLOG, status "
                Adjustment-Log-Status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    MOVE Trimmed-Count TO Alg-Count-Edit.
    MOVE Target-Date TO Alg-Target-Date.
    WRITE Recover-Report-Line FROM Adjustment-Log-Line.

Run-One-Trim-Pass.
    MOVE ZERO TO Trim-Key-Count.
    MOVE "N" TO End-Of-Log-Switch.
    MOVE Target-Date TO Tsk-Run-Date.
    MOVE Trim-Start-Key TO Adl-Key.
    START Adjustment-Log-File KEY IS GREATER THAN Adl-Key
        INVALID KEY
            SET End-Of-Log TO TRUE
    END-START.
    PERFORM Collect-One-Trim-Key UNTIL End-Of-Log.
    PERFORM Delete-One-Trim-Entry
        VARYING Trim-Sub FROM 1 BY 1
        UNTIL Trim-Sub > Trim-Key-Count.

Collect-One-Trim-Key.
    READ Adjustment-Log-File NEXT RECORD
        AT END
            SET End-Of-Log TO TRUE
        NOT AT END
            ADD 1 TO Trim-Key-Count
            MOVE Adl-Key TO Trim-Key-Entry (Trim-Key-Count)
            IF Trim-Key-Count >= 100
                SET End-Of-Log TO TRUE
            END-IF
    END-READ.

Delete-One-Trim-Entry.
    MOVE Trim-Key-Entry (Trim-Sub) TO Adl-Key.
    DELETE Adjustment-Log-File
        INVALID KEY
            CONTINUE
    END-DELETE.
    ADD 1 TO Trimmed-Count.

Tally-One-Control-Record.
    READ Control-In-File
        AT END
            SET End-Of-Controls TO TRUE
        NOT AT END
            PERFORM Slot-Control-Record
    END-READ.

*> MasterRecon's rules, over the recovered range instead of a
*> month: run-total records are the day's claim, and a standing
*> generation's adjustment records move money between days.
Slot-Control-Record.
    EVALUATE TRUE
        WHEN Ctl-Source-System = "*ALL*"
            OR Ctl-Source-System = SPACES
            PERFORM Slot-Run-Total-Record
        WHEN Ctl-Source-System = Adjustment-Source-Id
            AND Generation-Stands
            PERFORM Slot-Adjustment-Record
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

Slot-Run-Total-Record.
    MOVE "N" TO Generation-Switch.
    IF Ctl-Run-Date >= Copy-Process-Date
        AND Ctl-Run-Date <= Target-Date
        MOVE Ctl-Run-Date TO Slot-Date
        PERFORM Find-Day-Slot
        IF Day-Slot-Found
            IF Day-Control-Seen (Day-Index) NOT = "Y"
                MOVE "Y" TO Day-Control-Seen (Day-Index)
                SET Generation-Stands TO TRUE
                MOVE Ctl-Accept-Count
                    TO Day-Claim-Count (Day-Index)
                MOVE Ctl-Grand-Total
                    TO Day-Claim-Total (Day-Index)
            END-IF
        END-IF
    ELSE
        IF Ctl-Run-Date NOT = Last-Run-Total-Date
            SET Generation-Stands TO TRUE
        END-IF
    END-IF.
    MOVE Ctl-Run-Date TO Last-Run-Total-Date.

*> An adjustment run after the recovery date posted nothing the
*> recovered master holds. One run inside the range leaves the
*> run day's claim; one correcting a day inside the range lands
*> on that day.
Slot-Adjustment-Record.
    IF Ctl-Run-Date <= Target-Date
        IF Ctl-Run-Date >= Copy-Process-Date
            MOVE Ctl-Run-Date TO Slot-Date
            PERFORM Find-Day-Slot
            IF Day-Slot-Found
                ADD Ctl-Accept-Count
                    TO Day-Adjust-Out-Count (Day-Index)
                ADD Ctl-Grand-Total
                    TO Day-Adjust-Out-Total (Day-Index)
            END-IF
        END-IF
        IF Ctl-Adjusted-Date >= Copy-Process-Date
            AND Ctl-Adjusted-Date <= Target-Date
            MOVE Ctl-Adjusted-Date TO Slot-Date
            PERFORM Find-Day-Slot
            IF Day-Slot-Found
                MOVE "Y" TO Day-Adjust-Seen (Day-Index)
                ADD Ctl-Accept-Count
                    TO Day-Adjust-In-Count (Day-Index)
                ADD Ctl-Grand-Total
                    TO Day-Adjust-In-Total (Day-Index)
            END-IF
        END-IF
    END-IF.

*> Find the date's entry, opening one when it is new; a full
*> table leaves Day-Slot-Found off and is reported once.
Find-Day-Slot.
    MOVE "N" TO Day-Slot-Switch.
    SET Day-Index TO 1.
    SEARCH Day-Entry
        AT END
            CONTINUE
        WHEN Day-Date (Day-Index) = Slot-Date
            AND Day-Index <= Day-Entry-Count
            SET Day-Slot-Found TO TRUE
    END-SEARCH.
    IF NOT Day-Slot-Found
        IF Day-Entry-Count >= Day-Table-Maximum
            SET Day-Table-Overflowed TO TRUE
        ELSE
            ADD 1 TO Day-Entry-Count
            SET Day-Index TO Day-Entry-Count
            MOVE Slot-Date TO Day-Date (Day-Index)
            SET Day-Slot-Found TO TRUE
        END-IF
    END-IF.

*> One pass down the recovered master: dailies in the range roll
*> into the per-day sums, and each account's dailies in the
*> recovery period and year are proven against the PTD and YTD its
*> latest day in each carries, as the sweep leaves the account.
*> Prior-year summary records (date YYYY0000) are no day's
*> dailies and stay out of every sum.
Sweep-Recovered-Master.
    MOVE LOW-VALUES TO Mst-Key.
    START Master-File KEY IS NOT LESS THAN Mst-Key
        INVALID KEY
            SET End-Of-Sweep TO TRUE
    END-START.
    PERFORM Tally-One-Master-Record UNTIL End-Of-Sweep.
    PERFORM Prove-Account-Figures.
    CLOSE Master-File.

Tally-One-Master-Record.
    READ Master-File NEXT RECORD
        AT END
            SET End-Of-Sweep TO TRUE
        NOT AT END
            IF Mst-Account NOT = Sweep-Account
                PERFORM Prove-Account-Figures
                MOVE Mst-Account TO Sweep-Account
            END-IF
            IF Mst-Posting-Date(5:4) NOT = "0000"
                AND Mst-Posting-Date <= Target-Date
                PERFORM Tally-Recovered-Daily
            END-IF
    END-READ.

Tally-Recovered-Daily.
    IF Mst-Posting-Date >= Copy-Process-Date
        MOVE Mst-Posting-Date TO Slot-Date
        PERFORM Find-Day-Slot
        IF Day-Slot-Found
            ADD Mst-Daily-Count TO Day-Master-Count (Day-Index)
            ADD Mst-Daily-Total TO Day-Master-Total (Day-Index)
        END-IF
    END-IF.
    IF Mst-Posting-Date NOT < Target-Period-Start
        SET Account-Posted-In-Period TO TRUE
        ADD Mst-Daily-Count TO Account-Period-Count
        ADD Mst-Daily-Total TO Account-Period-Total
        MOVE Mst-Mtd-Count TO Account-Held-Mtd-Count
        MOVE Mst-Mtd-Total TO Account-Held-Mtd-Total
    END-IF.
    IF Mst-Posting-Date NOT < Target-Year-Start
        SET Account-Posted-In-Year TO TRUE
        ADD Mst-Daily-Count TO Account-Year-Count
        ADD Mst-Daily-Total TO Account-Year-Total
        MOVE Mst-Ytd-Count TO Account-Held-Ytd-Count
        MOVE Mst-Ytd-Total TO Account-Held-Ytd-Total
    END-IF.

Prove-Account-Figures.
    IF Account-Posted-In-Year
        ADD 1 TO Accounts-Proven
    END-IF.
    IF Account-Posted-In-Period
        IF Account-Held-Mtd-Count NOT = Account-Period-Count
            OR Account-Held-Mtd-Total NOT = Account-Period-Total
            MOVE "PTD " TO Acc-Figure
            MOVE Account-Held-Mtd-Count TO Acc-Held-Count-Edit
            MOVE Account-Held-Mtd-Total TO Acc-Held-Total-Edit
            MOVE Account-Period-Count TO Acc-Sum-Count-Edit
            MOVE Account-Period-Total TO Acc-Sum-Total-Edit
            PERFORM Report-Account-Mismatch
        END-IF
    END-IF.
    IF Account-Posted-In-Year
        IF Account-Held-Ytd-Count NOT = Account-Year-Count
            OR Account-Held-Ytd-Total NOT = Account-Year-Total
            MOVE "YTD " TO Acc-Figure
            MOVE Account-Held-Ytd-Count TO Acc-Held-Count-Edit
            MOVE Account-Held-Ytd-Total TO Acc-Held-Total-Edit
            MOVE Account-Year-Count TO Acc-Sum-Count-Edit
            MOVE Account-Year-Total TO Acc-Sum-Total-Edit
            PERFORM Report-Account-Mismatch
        END-IF
    END-IF.
    MOVE "N" TO Account-In-Period-Switch.
    MOVE ZERO TO Account-Period-Count.
    MOVE ZERO TO Account-Period-Total.
    MOVE ZERO TO Account-Held-Mtd-Count.
    MOVE ZERO TO Account-Held-Mtd-Total.
    MOVE "N" TO Account-In-Year-Switch.
    MOVE ZERO TO Account-Year-Count.
    MOVE ZERO TO Account-Year-Total.
    MOVE ZERO TO Account-Held-Ytd-Count.
    MOVE ZERO TO Account-Held-Ytd-Total.

Report-Account-Mismatch.
    ADD 1 TO Discrepancy-Count.
    MOVE Sweep-Account TO Acc-Account.
    WRITE Recover-Report-Line FROM Account-Mismatch-Line.
    DISPLAY "MasterRecover: account " Sweep-Account " "
        Acc-Figure "does not tie to its dailies".

*> Day by day across the range, MasterRecon's three cases: both
*> views hold the day and disagree, the control file claims a day
*> the master does not hold, or the master holds a day no control
*> record stands behind.
Compare-Each-Day.
    PERFORM Compare-One-Day
        VARYING Day-Sub FROM 1 BY 1
        UNTIL Day-Sub > Day-Entry-Count.

Compare-One-Day.
    COMPUTE Expected-Day-Count = Day-Claim-Count (Day-Sub)
        + Day-Adjust-In-Count (Day-Sub)
        - Day-Adjust-Out-Count (Day-Sub).
    COMPUTE Expected-Day-Total = Day-Claim-Total (Day-Sub)
        + Day-Adjust-In-Total (Day-Sub)
        - Day-Adjust-Out-Total (Day-Sub).
    EVALUATE TRUE
        WHEN (Day-Control-Seen (Day-Sub) = "Y"
            OR Day-Adjust-Seen (Day-Sub) = "Y")
            AND (Expected-Day-Count
                NOT = Day-Master-Count (Day-Sub)
            OR Expected-Day-Total
                NOT = Day-Master-Total (Day-Sub))
            PERFORM Report-Day-Mismatch
        WHEN Day-Control-Seen (Day-Sub) NOT = "Y"
            AND Day-Adjust-Seen (Day-Sub) NOT = "Y"
            AND (Day-Master-Count (Day-Sub) > ZERO
            OR Day-Master-Total (Day-Sub) NOT = ZERO)
            PERFORM Report-Day-Mismatch
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

Report-Day-Mismatch.
    ADD 1 TO Discrepancy-Count.
    MOVE Day-Date (Day-Sub) TO Mis-Date.
    MOVE Expected-Day-Count TO Mis-Claim-Count-Edit.
    MOVE Expected-Day-Total TO Mis-Claim-Total-Edit.
    MOVE Day-Master-Count (Day-Sub) TO Mis-Master-Count-Edit.
    MOVE Day-Master-Total (Day-Sub) TO Mis-Master-Total-Edit.
    WRITE Recover-Report-Line FROM Day-Mismatch-Line.
    DISPLAY "MasterRecover: day " Day-Date (Day-Sub)
        " does not tie out between MASTER and the control records".

*> Same shared header routine every report in the shop uses.
Write-Report-Header.
    ADD 1 TO Recover-Page-Number.
    CALL "PrintString" USING Report-Title, Run-Date-Display,
        Recover-Page-Number, Formatted-Header-Line.
    WRITE Recover-Report-Line FROM Formatted-Header-Line.

Finalize-Program.
    IF Day-Table-Overflowed
        ADD 1 TO Discrepancy-Count
        MOVE Day-Table-Maximum TO Ovf-Maximum
        WRITE Recover-Report-Line FROM Overflow-Line
    END-IF.
    IF Discrepancy-Count = ZERO AND Chain-Break-Count = ZERO
        WRITE Recover-Report-Line FROM Clean-Summary-Line
        MOVE ZERO TO RETURN-CODE
    ELSE
        WRITE Recover-Report-Line FROM Failed-Summary-Line
        MOVE 8 TO RETURN-CODE
    END-IF.
    CLOSE Control-In-File.
    CLOSE Recover-Report-File.
    DISPLAY "MasterRecover: master recovered to " Target-Date
        " from the copy of " Copy-Process-Date ", "
        Chain-Break-Count " journal chain break(s), "
        Discrepancy-Count " discrepancy(ies).".
*> End program
