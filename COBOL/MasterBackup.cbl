*> Set (identify) the program's name
IDENTIFICATION DIVISION.
PROGRAM-ID. MasterBackup.
*> Image copy of the cumulative master. Once the AMOUNTS GDG has
*> rolled off, the master is the only place the MTD and YTD
*> history lives, so it is copied off whole on a schedule: every
*> record in key order, byte for byte, behind a header naming the
*> processing date and a trailer counting the records and summing
*> their daily totals. The same header timestamp goes onto the
*> master journal as a checkpoint record once the copy is closed,
*> which is what lets MasterRecover restore this copy and roll the
*> journal forward from exactly the change after it -- nothing
*> replayed twice, nothing skipped.
*>
*> Modification history
*> 2026-10-15  New program. Run from MSTBKUP once the day has
*>             posted, and from MASTRCVR after a recovery.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Master-File ASSIGN TO "MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Mst-Key
        FILE STATUS IS Master-File-Status.

    SELECT Backup-File ASSIGN TO "MSTBKUP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Backup-File-Status.

    SELECT Journal-File ASSIGN TO "MSTJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Journal-File-Status.

*> Data declaration
DATA DIVISION.
FILE SECTION.
FD  Master-File.
    COPY MSTREC.

FD  Backup-File.
    COPY BKPREC.

FD  Journal-File.
    COPY JRNREC.

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
01  Master-File-Status         PIC X(02).
01  Backup-File-Status         PIC X(02).
01  Journal-File-Status        PIC X(02).

01  End-Of-Sweep-Switch         PIC X(01) VALUE "N".
    88  End-Of-Sweep                      VALUE "Y".

01  Today-Date                  PIC 9(08) VALUE ZERO.
01  Clock-Date                  PIC 9(08) VALUE ZERO.
01  Right-Now                   PIC 9(08) VALUE ZERO.
01  Backup-Timestamp            PIC X(26) VALUE SPACES.

*> What the copy holds, carried onto its trailer and onto the
*> journal checkpoint for the restore to prove against.
01  Copied-Count                PIC 9(09) VALUE ZERO.
01  Copied-Daily-Total          PIC S9(15)V99 VALUE ZERO.
01  Trailer-Image               PIC X(93) VALUE SPACES.

*> Program logic
PROCEDURE DIVISION.

Main-Control.
    PERFORM Initialize-Program.
    PERFORM Copy-Master.
    PERFORM Log-Journal-Checkpoint.
    PERFORM Finalize-Program.
    STOP RUN.

Initialize-Program.
    CALL "GetProcessDate" USING Today-Date.
    ACCEPT Clock-Date FROM DATE YYYYMMDD.
    ACCEPT Right-Now FROM TIME.
    STRING Clock-Date DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        Right-Now DELIMITED BY SIZE
        INTO Backup-Timestamp.

    OPEN INPUT Master-File.
    IF Master-File-Status NOT = "00"
        DISPLAY "MasterBackup: unable to open MASTER, status "
            Master-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT Backup-File.
    IF Backup-File-Status NOT = "00"
        DISPLAY "MasterBackup: unable to open MSTBKUP, status "
            Backup-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Header, every master record in key order, trailer -- the same
*> START-and-sweep every master reader in the shop takes.
Copy-Master.
    MOVE SPACES TO Master-Backup-Record.
    SET Bkp-Header TO TRUE.
    MOVE Today-Date TO Bkp-Process-Date.
    MOVE Backup-Timestamp TO Bkp-Timestamp.
    MOVE ZERO TO Bkp-Record-Count.
    MOVE ZERO TO Bkp-Daily-Total.
    PERFORM Write-Backup-Record.

    MOVE LOW-VALUES TO Mst-Key.
    START Master-File KEY IS NOT LESS THAN Mst-Key
        INVALID KEY
            SET End-Of-Sweep TO TRUE
    END-START.
    PERFORM Copy-One-Master-Record UNTIL End-Of-Sweep.

    MOVE SPACES TO Master-Backup-Record.
    SET Bkp-Trailer TO TRUE.
    MOVE Today-Date TO Bkp-Process-Date.
    MOVE Backup-Timestamp TO Bkp-Timestamp.
    MOVE Copied-Count TO Bkp-Record-Count.
    MOVE Copied-Daily-Total TO Bkp-Daily-Total.
    MOVE Bkp-Image TO Trailer-Image.
    PERFORM Write-Backup-Record.
    CLOSE Backup-File.
    CLOSE Master-File.

Copy-One-Master-Record.
    READ Master-File NEXT RECORD
        AT END
            SET End-Of-Sweep TO TRUE
        NOT AT END
            SET Bkp-Master-Image TO TRUE
            MOVE Master-Record TO Bkp-Image
            PERFORM Write-Backup-Record
            ADD 1 TO Copied-Count
            ADD Mst-Daily-Total TO Copied-Daily-Total
    END-READ.

Write-Backup-Record.
    WRITE Master-Backup-Record.
    IF Backup-File-Status NOT = "00"
        DISPLAY "MasterBackup: MSTBKUP write failed, status "
            Backup-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The checkpoint goes on only after the copy is closed whole: a
*> copy that failed part-way never gets one, so no restore can
*> ever start from it. The after image carries the copy's trailer
*> for the restore to prove the copy against.
Log-Journal-Checkpoint.
    OPEN EXTEND Journal-File.
    IF Journal-File-Status NOT = "00"
        OPEN OUTPUT Journal-File
    END-IF.
    IF Journal-File-Status NOT = "00"
        DISPLAY "MasterBackup: unable to open MSTJRNL, status "
            Journal-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO Master-Journal-Record.
    MOVE Today-Date TO Jrn-Process-Date.
    MOVE "MasterBackup" TO Jrn-Program-Id.
    MOVE Backup-Timestamp TO Jrn-Run-Timestamp.
    MOVE 1 TO Jrn-Sequence.
    SET Jrn-Backup-Checkpoint TO TRUE.
    MOVE Trailer-Image TO Jrn-After-Image.
    WRITE Master-Journal-Record.
    IF Journal-File-Status NOT = "00"
        DISPLAY "MasterBackup: MSTJRNL checkpoint write failed, "
            "status " Journal-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE Journal-File.

Finalize-Program.
    MOVE ZERO TO RETURN-CODE.
    DISPLAY "MasterBackup: " Copied-Count
        " master record(s) copied for processing date "
        Today-Date ", checkpoint " Backup-Timestamp.
*> End program
