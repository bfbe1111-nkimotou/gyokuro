*> Year-end close for the cumulative master, the processing the
*> file has never had: rolls each account's closing YTD figures
*> into a prior-year summary record (keyed with posting date
*> YYYY0000, which sorts ahead of the next fiscal year's first
*> day so the daily cumulative sweep never reads it), copies the
*> closed year's daily records to the archive dataset, and
*> deletes them from the live master -- so the live file holds
*> only the open year and summaries, instead of growing without
*> bound while PostMaster's recompute reads past years of dead
*> records. The closing fiscal year comes off an operator card
*> and must be a year already over; closing the open year is
*> refused loudly, the same way the audit trim refuses to run
*> without a stated cutoff.
*>
*> Modification history
*> 2026-09-01  New program. Run from YEAREND once the old year's
*>             final processing day has posted and reconciled,
*>             before the new year's first posting.
*> 2026-10-15  Every summary written or rewritten and every daily
*>             deleted from the master is journaled to MSTJRNL
*>             with its before and after images, the same journal
*>             PostMaster keeps, so a recovery rolling forward
*>             across a year end replays the close as well. Each
*>             closed daily is read before it is deleted, for the
*>             before image.
*> 2026-10-15  The closing year is a fiscal year off the FISCAL
*>             calendar (GetFiscalPeriod): its dailies are the
*>             ones between the year's first and last day, and it
*>             is refused until its last day is behind the
*>             processing date. A processing date or closing year
*>             the calendar does not carry stops the run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Archive-File-Status.

    SELECT Journal-File ASSIGN TO "MSTJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Journal-File-Status.

*> Data declaration
DATA DIVISION.
FILE SECTION.
FD  Master-File.
    COPY MSTREC.

*> The one required card: the fiscal year to close (YYYY).
FD  Year-Parm-File.
01  Year-Parm-Record.
    05  Yep-Closing-Year       PIC X(04).
        Mst-Ytd-Count BY Arc-Ytd-Count
        Mst-Ytd-Total BY Arc-Ytd-Total.

FD  Journal-File.
    COPY JRNREC.

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
01  Master-File-Status         PIC X(02).
01  Year-Parm-File-Status      PIC X(02).
01  Archive-File-Status        PIC X(02).
01  Journal-File-Status        PIC X(02).

01  End-Of-Sweep-Switch         PIC X(01) VALUE "N".
    88  End-Of-Sweep                      VALUE "Y".
01  Summary-Found-Switch        PIC X(01) VALUE "N".
    88  Summary-Record-Was-Found          VALUE "Y".

01  Daily-Found-Switch          PIC X(01) VALUE "N".
    88  Daily-Record-Was-Found            VALUE "Y".

01  Closing-Year                PIC 9(04) VALUE ZERO.
01  Today-Date                  PIC 9(08) VALUE ZERO.

*> The closing fiscal year's first and last day off the calendar,
*> held here because the calendar record is reused for lookups.
01  Closing-Year-Start          PIC 9(08) VALUE ZERO.
01  Closing-Year-End            PIC 9(08) VALUE ZERO.
01  Fiscal-Lookup-Type          PIC X(01) VALUE SPACE.
01  Fiscal-Lookup-Key           PIC X(08) VALUE SPACES.
01  Fiscal-Lookup-Result        PIC X(01) VALUE SPACE.
    COPY FSCREC.

*> The account whose records the archive sweep is passing, and
*> the closing-year figures summed off its dailies for the
*> prior-year summary record.
*> same FD buffer, and restored before it is processed.
01  Held-Master-Record          PIC X(93) VALUE SPACES.

*> The journal entry for the master change just made: what kind
*> of change, the record as it stood before it (spaces on a
*> write), and this run's timestamp and running sequence.
01  Journal-Action              PIC X(01) VALUE SPACE.
    88  Journal-Write                     VALUE "W".
    88  Journal-Rewrite                   VALUE "R".
    88  Journal-Delete                    VALUE "D".
01  Journal-Before-Image        PIC X(93) VALUE SPACES.
01  Journal-Sequence            PIC 9(09) VALUE ZERO.
01  Journal-Timestamp           PIC X(26) VALUE SPACES.
01  Clock-Date                  PIC 9(08) VALUE ZERO.
01  Right-Now                   PIC 9(08) VALUE ZERO.

*> Program logic
PROCEDURE DIVISION.


Initialize-Program.
    CALL "GetProcessDate" USING Today-Date.
    MOVE "D" TO Fiscal-Lookup-Type.
    MOVE Today-Date TO Fiscal-Lookup-Key.
    PERFORM Look-Up-Fiscal-Period.
    PERFORM Read-Year-Parameter.

    OPEN I-O Master-File.
        STOP RUN
    END-IF.

*> The master journal PostMaster appends to, opened the same way.
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
        DISPLAY "YearEndClose: unable to open MSTJRNL, status "
            Journal-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Closing a year is deliberate, never defaulted: the card must
*> name a fiscal year on the calendar, and a year whose last day
*> is not yet behind the processing date is refused -- the daily
*> sweep's YTD figures would vanish under the running year.
Read-Year-Parameter.
    OPEN INPUT Year-Parm-File.
    IF Year-Parm-File-Status NOT = "00"
        STOP RUN
    END-IF.
    MOVE Yep-Closing-Year TO Closing-Year.
    MOVE "P" TO Fiscal-Lookup-Type.
    MOVE SPACES TO Fiscal-Lookup-Key.
    STRING Yep-Closing-Year DELIMITED BY SIZE
        "01" DELIMITED BY SIZE
        INTO Fiscal-Lookup-Key.
    PERFORM Look-Up-Fiscal-Period.
    MOVE Fsc-Year-Start TO Closing-Year-Start.
    MOVE Fsc-Year-End TO Closing-Year-End.
    IF Closing-Year-End NOT < Today-Date
        DISPLAY "YearEndClose: year " Closing-Year
            " is not closed yet, run refused"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Look-Up-Fiscal-Period.
    CALL "GetFiscalPeriod" USING Fiscal-Lookup-Type,
        Fiscal-Lookup-Key, Fiscal-Calendar-Record,
        Fiscal-Lookup-Result.
    IF Fiscal-Lookup-Result NOT = "Y"
        DISPLAY "YearEndClose: " Fiscal-Lookup-Key
            " is not in a fiscal period on FISCAL, run refused"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> One pass down the master in key order: the closing year's
*> dailies go to the archive and into their account's year sum,
*> and each account's summary record lands as the sweep leaves
        MOVE Mst-Account TO Sweep-Account
        PERFORM Reposition-After-Summary
    END-IF.
    IF Mst-Posting-Date NOT < Closing-Year-Start
        AND Mst-Posting-Date NOT > Closing-Year-End
        AND Mst-Posting-Date(5:4) NOT = "0000"
        PERFORM Archive-This-Daily
    END-IF.
*> The closing YTD figures, rolled into one summary record per
*> account: daily and MTD fields zero, the year's count and total
*> in the YTD fields, keyed YYYY0000 so it files ahead of the
*> fiscal year after the one it summarizes and outside every
*> year-start START the daily posting sweep takes. A rerun of
*> the close REWRITEs it.
Write-Year-Summary.
    IF Account-Posted-That-Year
        MOVE "N" TO Summary-Found-Switch
        MOVE SPACES TO Journal-Before-Image
        MOVE Sweep-Account TO Mst-Account
        MOVE Closing-Year TO Mst-Posting-Date(1:4)
        MOVE "0000" TO Mst-Posting-Date(5:4)
                CONTINUE
            NOT INVALID KEY
                SET Summary-Record-Was-Found TO TRUE
                MOVE Master-Record TO Journal-Before-Image
        END-READ
        MOVE Sweep-Account TO Mst-Account
        MOVE Closing-Year TO Mst-Posting-Date(1:4)
        MOVE Account-Year-Count TO Mst-Ytd-Count
        MOVE Account-Year-Total TO Mst-Ytd-Total
        IF Summary-Record-Was-Found
            SET Journal-Rewrite TO TRUE
            REWRITE Master-Record
        ELSE
            SET Journal-Write TO TRUE
            WRITE Master-Record
        END-IF
        IF Master-File-Status NOT = "00"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM Write-Journal-Record
        ADD 1 TO Summary-Written-Count
    END-IF.
    MOVE "N" TO Account-Had-Year-Switch.
        AT END
            SET End-Of-Sweep TO TRUE
        NOT AT END
            IF Mst-Posting-Date NOT < Closing-Year-Start
                AND Mst-Posting-Date NOT > Closing-Year-End
                AND Mst-Posting-Date(5:4) NOT = "0000"
                PERFORM Store-One-Delete-Key
            END-IF
        SET End-Of-Sweep TO TRUE
    END-IF.

*> Each daily is read before it goes, so the journal holds what
*> the close took off the live master.
Delete-One-Closed-Record.
    MOVE Del-Account (Delete-Sub) TO Mst-Account.
    MOVE Del-Date (Delete-Sub) TO Mst-Posting-Date.
    MOVE "N" TO Daily-Found-Switch.
    READ Master-File
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET Daily-Record-Was-Found TO TRUE
    END-READ.
    IF Daily-Record-Was-Found
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
    ADD 1 TO Deleted-Count.

*> One journal entry for the master change just made. The after
*> image is the record buffer as it was written or rewritten; a
*> delete has none, and takes its key from the before image.
Write-Journal-Record.
    ADD 1 TO Journal-Sequence.
    MOVE Today-Date TO Jrn-Process-Date.
    MOVE "YearEndClose" TO Jrn-Program-Id.
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
        DISPLAY "YearEndClose: MSTJRNL write failed for key "
            Jrn-Key ", status " Journal-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

Finalize-Program.
    CLOSE Master-File.
    CLOSE Archive-File.
    CLOSE Journal-File.
    MOVE ZERO TO RETURN-CODE.
    DISPLAY "YearEndClose: year " Closing-Year " closed, "
        Archived-Count " daily record(s) archived, "
