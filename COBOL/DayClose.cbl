*> Set (identify) the program's name
IDENTIFICATION DIVISION.
PROGRAM-ID. DayClose.
*> Day-close certificate: the last word on whether the current
*> processing date actually finished, run ahead of DATEROLL so
*> the date never rolls past a day that did not. Until now the
*> only proof was a chain of step condition codes nobody looked
*> at once the evening was over -- a skipped POSTMST, a failed
*> ACKXMIT copy, or a held run never rerun surfaced weeks later
*> at MasterRecon time. This program asks each file that should
*> hold the day whether it does:
*>   - AUDITLOG has a SimpleAddition run for the date that ended
*>     RC 0 or 4 (the last one recorded stands);
*>   - CONTROL(0) is dated today and is that run's generation;
*>   - BalanceCheck's kept verdict (BALPROOF) passed exactly that
*>     generation;
*>   - MASTER holds the date, with the dailies summing to the
*>     control claim once the prior-period adjustments have moved
*>     to the days they correct -- the proof MasterRecon makes at
*>     month end, made the same night;
*>   - every batch on the control file has its acknowledgment on
*>     ACKOUT(0) and on the transmission dataset the scheduler
*>     ships upstream;
*>   - every reject of the day has gone to the recycle file or
*>     the suspense ledger, with what is still open in suspense
*>     noted on the certificate.
*> It prints a one-page certificate for operations and a
*> supervisor to sign, and appends a day-close record (layout in
*> DCLREC) that AdvanceDate requires to be clean before it will
*> roll the date. RC=0 when the day closed clean, RC=8 when it
*> did not.
*>
*> Modification history
*> 2026-10-15  New program. Runs as the first processing step of
*>             DATEROLL, ahead of AdvanceDate.
*> 2026-10-15  The transmission dataset carries InboundIntake's
*>             not-received notices as well now; a notice is not
*>             a batch's acknowledgment, even when the file it
*>             waited for posted on a later rerun, and is passed
*>             over.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Audit-File ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Audit-File-Status.

    SELECT Control-File ASSIGN TO "CTLIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Control-File-Status.

    SELECT Balance-Proof-File ASSIGN TO "BALPROOF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Balance-Proof-File-Status.

    SELECT Master-File ASSIGN TO "MASTER"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Mst-Key
        FILE STATUS IS Master-File-Status.

    SELECT Ack-File ASSIGN TO "ACKIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Ack-File-Status.

    SELECT Ack-Xmit-File ASSIGN TO "ACKXMIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Ack-Xmit-File-Status.

    SELECT Reject-File ASSIGN TO "REJECTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Reject-File-Status.

    SELECT Recycle-File ASSIGN TO "RECYCLE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Recycle-File-Status.

    SELECT Suspense-File ASSIGN TO "SUSPFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Suspense-File-Status.

    SELECT Day-Close-File ASSIGN TO "DAYCLOSE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Day-Close-File-Status.

    SELECT Certificate-File ASSIGN TO "CERTOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Certificate-File-Status.

*> Data declaration
DATA DIVISION.
FILE SECTION.
FD  Audit-File.
    COPY AUDREC.

FD  Control-File.
    COPY CTLREC.

FD  Balance-Proof-File.
    COPY BPFREC.

FD  Master-File.
    COPY MSTREC.

FD  Ack-File.
    COPY ACKREC.

*> The outbound dataset ACKXMIT appends each day's ACKOUT(0) to;
*> an acknowledgment that never reached it never went upstream.
FD  Ack-Xmit-File.
    COPY ACKREC REPLACING Acknowledgment-Record BY Xmit-Record
        Ack-Source-System BY Xmt-Source-System
        Ack-Sequence-Number BY Xmt-Sequence-Number
        Ack-File-Date BY Xmt-File-Date
        Ack-Detail-Count BY Xmt-Detail-Count
        Ack-Accept-Count BY Xmt-Accept-Count
        Ack-Reject-Count BY Xmt-Reject-Count
        Ack-Amount-Sum BY Xmt-Amount-Sum
        Ack-Disposition BY Xmt-Disposition
        Ack-Posted-Clean BY Xmt-Posted-Clean
        Ack-Posted-With-Rejects BY Xmt-Posted-With-Rejects
        Ack-Run-Held BY Xmt-Run-Held
        Ack-Not-Received BY Xmt-Not-Received
        Ack-Run-Timestamp BY Xmt-Run-Timestamp.

FD  Reject-File.
    COPY REJREC.

FD  Recycle-File.
    COPY RCYREC.

FD  Suspense-File.
    COPY SUSREC.

FD  Day-Close-File.
    COPY DCLREC.

FD  Certificate-File.
01  Certificate-Line           PIC X(132).

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
01  Audit-File-Status          PIC X(02).
01  Control-File-Status        PIC X(02).
01  Balance-Proof-File-Status  PIC X(02).
01  Master-File-Status         PIC X(02).
01  Ack-File-Status            PIC X(02).
01  Ack-Xmit-File-Status       PIC X(02).
01  Reject-File-Status         PIC X(02).
01  Recycle-File-Status        PIC X(02).
01  Suspense-File-Status       PIC X(02).
01  Day-Close-File-Status      PIC X(02).
01  Certificate-File-Status    PIC X(02).

01  End-Of-Audit-Switch         PIC X(01) VALUE "N".
    88  End-Of-Audit                      VALUE "Y".

01  End-Of-Controls-Switch      PIC X(01) VALUE "N".
    88  End-Of-Controls                   VALUE "Y".

01  End-Of-Proofs-Switch        PIC X(01) VALUE "N".
    88  End-Of-Proofs                     VALUE "Y".

01  End-Of-Sweep-Switch         PIC X(01) VALUE "N".
    88  End-Of-Sweep                      VALUE "Y".

01  End-Of-Acks-Switch          PIC X(01) VALUE "N".
    88  End-Of-Acks                       VALUE "Y".

01  End-Of-Xmits-Switch         PIC X(01) VALUE "N".
    88  End-Of-Xmits                      VALUE "Y".

01  End-Of-Rejects-Switch       PIC X(01) VALUE "N".
    88  End-Of-Rejects                    VALUE "Y".

01  End-Of-Recycle-Switch       PIC X(01) VALUE "N".
    88  End-Of-Recycle                    VALUE "Y".

01  End-Of-Suspense-Switch      PIC X(01) VALUE "N".
    88  End-Of-Suspense                   VALUE "Y".

*> One verdict per check, in the letters the day-close record
*> keeps: "P" passed, "F" failed, "N" noted.
01  Audit-Result                PIC X(01) VALUE "P".
01  Control-Result              PIC X(01) VALUE "P".
01  Balance-Result              PIC X(01) VALUE "P".
01  Master-Result               PIC X(01) VALUE "P".
01  Ack-Result                  PIC X(01) VALUE "P".
01  Suspense-Result             PIC X(01) VALUE "P".

*> The run that stands for the date: the last AUDITLOG record
*> carrying it.
01  Run-Found-Switch            PIC X(01) VALUE "N".
    88  Run-Was-Found                     VALUE "Y".
01  Run-Return-Code             PIC 9(03) VALUE ZERO.
01  Run-Record-Count            PIC 9(09) VALUE ZERO.
01  Run-Grand-Total             PIC S9(15)V99 VALUE ZERO.
01  Run-Timestamp               PIC X(26) VALUE SPACES.

*> CONTROL(0)'s run-total claims, and the prior-period
*> adjustments behind them -- money the run accepted today that
*> the master holds under earlier days.
01  Control-Today-Switch        PIC X(01) VALUE "N".
    88  Control-Is-Today                  VALUE "Y".
01  Control-Run-Date            PIC 9(08) VALUE ZERO.
01  Claim-Record-Count          PIC 9(09) VALUE ZERO.
01  Claim-Accept-Count          PIC 9(09) VALUE ZERO.
01  Claim-Grand-Total           PIC S9(15)V99 VALUE ZERO.
01  Adjust-Out-Count            PIC 9(09) VALUE ZERO.
01  Adjust-Out-Total            PIC S9(15)V99 VALUE ZERO.
01  Adjustment-Source-Id        PIC X(05) VALUE "*ADJ*".

*> BalanceCheck's verdict for the date: the last one recorded.
01  Proof-Found-Switch          PIC X(01) VALUE "N".
    88  Proof-Was-Found                   VALUE "Y".
01  Proof-Result                PIC X(01) VALUE SPACE.
    88  Proof-Balanced                    VALUE "B".
01  Proof-Record-Count          PIC 9(09) VALUE ZERO.
01  Proof-Accept-Count          PIC 9(09) VALUE ZERO.
01  Proof-Grand-Total           PIC S9(15)V99 VALUE ZERO.

*> What the master should hold under the date, and what it does.
01  Expected-Day-Count          PIC S9(09) VALUE ZERO.
01  Expected-Day-Total          PIC S9(15)V99 VALUE ZERO.
01  Master-Day-Count            PIC 9(09) VALUE ZERO.
01  Master-Day-Total            PIC S9(15)V99 VALUE ZERO.
01  Master-Account-Count        PIC 9(06) VALUE ZERO.

*> One entry per batch the control file accounts for, marked off
*> as its acknowledgment turns up on ACKOUT(0) and on the
*> transmission dataset.
01  Batch-Table.
    05  Batch-Entry OCCURS 50 TIMES
            INDEXED BY Batch-Index.
        10  Bat-Source-System   PIC X(08).
        10  Bat-Batch-Number    PIC 9(06).
        10  Bat-Acked           PIC X(01).
        10  Bat-Transmitted     PIC X(01).
01  Batch-Entry-Count           PIC 9(04) VALUE ZERO.
01  Batch-Table-Maximum         PIC 9(04) VALUE 50.
01  Batch-Sub                   PIC 9(04) VALUE ZERO.
01  Batches-Acked               PIC 9(04) VALUE ZERO.
01  Batches-Transmitted         PIC 9(04) VALUE ZERO.

*> Where each of the day's rejects went: the recycle file for
*> tomorrow morning, or the suspense ledger today. Keyed the way
*> RejectRecycle carries a reject forward -- record number and
*> original reject date.
01  Disposition-Table.
    05  Disposition-Entry OCCURS 2000 TIMES
            INDEXED BY Disposition-Index.
        10  Dsp-Record-Number   PIC 9(09).
        10  Dsp-Reject-Date     PIC 9(08).
01  Disposition-Entry-Count     PIC 9(04) VALUE ZERO.
01  Disposition-Table-Maximum   PIC 9(04) VALUE 2000.
01  Recycle-Waiting-Count       PIC 9(09) VALUE ZERO.
01  Suspended-Today-Count       PIC 9(09) VALUE ZERO.
01  Suspense-Open-Count         PIC 9(09) VALUE ZERO.
01  Reject-Today-Count          PIC 9(09) VALUE ZERO.
01  Undisposed-Count            PIC 9(09) VALUE ZERO.

*> The exceptions as they are found, kept for the certificate --
*> the page holds the first Exception-Print-Limit of them, the
*> count holds them all.
01  Exception-Table.
    05  Exception-Entry OCCURS 20 TIMES
            INDEXED BY Exception-Index.
        10  Exc-Text            PIC X(100).
01  Exception-Count             PIC 9(04) VALUE ZERO.
01  Exception-Print-Limit       PIC 9(04) VALUE 20.
01  Exception-Sub               PIC 9(04) VALUE ZERO.
01  Exception-Text              PIC X(100) VALUE SPACES.
01  Check-Verdict-Letter        PIC X(01) VALUE SPACE.
01  Unprinted-Count             PIC 9(04) VALUE ZERO.

01  Message-Count-Edit          PIC ZZZ,ZZZ,ZZ9.
01  Count-Edit-Start            PIC 9(02) VALUE ZERO.
01  Detail-Pointer              PIC 9(03) VALUE ZERO.
01  Message-Total-Edit          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

01  Clock-Date                  PIC 9(08) VALUE ZERO.
01  Right-Now                   PIC 9(08) VALUE ZERO.
01  Close-Timestamp             PIC X(26) VALUE SPACES.
01  Batch-User-Id               PIC X(08) VALUE "BATCH".

01  Today-Date                  PIC 9(08) VALUE ZERO.
01  Run-Date-Display.
    05  Run-Date-Year           PIC 9(04).
    05  FILLER                  PIC X(01) VALUE "-".
    05  Run-Date-Month          PIC 9(02).
    05  FILLER                  PIC X(01) VALUE "-".
    05  Run-Date-Day            PIC 9(02).

01  Report-Title                PIC X(60) VALUE
    "DAY-CLOSE SIGN-OFF CERTIFICATE".
01  Formatted-Header-Line       PIC X(132).
01  Certificate-Page-Number     PIC 9(04) VALUE ZERO.

01  Blank-Line                  PIC X(132) VALUE SPACES.

01  Certificate-Title-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(42) VALUE
        "DAY-CLOSE CERTIFICATE FOR PROCESSING DATE ".
    05  Ttl-Date                PIC X(10).
    05  FILLER                  PIC X(77) VALUE SPACES.

01  Check-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Chk-Number              PIC 9(01).
    05  FILLER                  PIC X(02) VALUE ". ".
    05  Chk-Label               PIC X(44).
    05  Chk-Verdict             PIC X(08).
    05  FILLER                  PIC X(02) VALUE SPACES.
    05  Chk-Detail              PIC X(72).

01  Figure-Line.
    05  FILLER                  PIC X(06) VALUE SPACES.
    05  Fig-Label               PIC X(46).
    05  Fig-Count-Edit          PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Fig-Total-Edit          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
    05  FILLER                  PIC X(43) VALUE SPACES.

01  Count-Line.
    05  FILLER                  PIC X(06) VALUE SPACES.
    05  Cnt-Label               PIC X(46).
    05  Cnt-Count-Edit          PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(69) VALUE SPACES.

01  Exception-Line.
    05  FILLER                  PIC X(06) VALUE "   ** ".
    05  Exl-Text                PIC X(100).
    05  FILLER                  PIC X(26) VALUE SPACES.

01  Verdict-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Vrd-Text                PIC X(120).
    05  FILLER                  PIC X(09) VALUE SPACES.

01  Sign-Off-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  Sgn-Role                PIC X(21).
    05  FILLER                  PIC X(30) VALUE ALL "_".
    05  FILLER                  PIC X(14) VALUE "   DATE/TIME: ".
    05  FILLER                  PIC X(20) VALUE ALL "_".
    05  FILLER                  PIC X(44) VALUE SPACES.

*> Program logic
PROCEDURE DIVISION.

Main-Control.
    PERFORM Initialize-Program.
    PERFORM Check-Audit-Log.
    PERFORM Check-Control-Generation.
    PERFORM Check-Balance-Proof.
    PERFORM Check-Master-Day.
    PERFORM Check-Acknowledgments.
    PERFORM Check-Reject-Dispositions.
    PERFORM Write-Certificate.
    PERFORM Write-Day-Close-Record.
    PERFORM Finalize-Program.
    STOP RUN.

*> The certificate and the day-close record are the whole point
*> of the run; without either there is nothing to sign or for
*> AdvanceDate to find, so those two alone stop the run. Every
*> file being checked is opened by its own check, and a file
*> that will not open is an exception on the certificate.
Initialize-Program.
    INITIALIZE Batch-Table.
    CALL "GetProcessDate" USING Today-Date.
    MOVE Today-Date(1:4) TO Run-Date-Year.
    MOVE Today-Date(5:2) TO Run-Date-Month.
    MOVE Today-Date(7:2) TO Run-Date-Day.
    ACCEPT Clock-Date FROM DATE YYYYMMDD.
    ACCEPT Right-Now FROM TIME.
    STRING Clock-Date DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        Right-Now DELIMITED BY SIZE
        INTO Close-Timestamp.

    OPEN OUTPUT Certificate-File.
    IF Certificate-File-Status NOT = "00"
        DISPLAY "DayClose: unable to open CERTOUT, status "
            Certificate-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN EXTEND Day-Close-File.
    IF Day-Close-File-Status NOT = "00"
        OPEN OUTPUT Day-Close-File
    END-IF.
    IF Day-Close-File-Status NOT = "00"
        DISPLAY "DayClose: unable to open DAYCLOSE, status "
            Day-Close-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The run that stands for the date is the last one AUDITLOG
*> recorded under it: a held run followed by a good rerun
*> closes, a good run followed by a failed rerun does not.
Check-Audit-Log.
    OPEN INPUT Audit-File.
    IF Audit-File-Status NOT = "00"
        MOVE "F" TO Audit-Result
        MOVE SPACES TO Exception-Text
        STRING "AUDITLOG COULD NOT BE OPENED, STATUS "
            DELIMITED BY SIZE
            Audit-File-Status DELIMITED BY SIZE
            INTO Exception-Text
        PERFORM Add-Exception
    ELSE
        PERFORM Read-One-Audit-Record UNTIL End-Of-Audit
        CLOSE Audit-File
        PERFORM Judge-Audit-Record
    END-IF.

Read-One-Audit-Record.
    READ Audit-File
        AT END
            SET End-Of-Audit TO TRUE
        NOT AT END
            IF Aud-Process-Date = Today-Date
                SET Run-Was-Found TO TRUE
                MOVE Aud-Return-Code TO Run-Return-Code
                MOVE Aud-Record-Count TO Run-Record-Count
                MOVE Aud-Grand-Total TO Run-Grand-Total
                MOVE Aud-Run-Timestamp TO Run-Timestamp
            END-IF
    END-READ.

Judge-Audit-Record.
    EVALUATE TRUE
        WHEN NOT Run-Was-Found
            MOVE "F" TO Audit-Result
            MOVE SPACES TO Exception-Text
            STRING "NO SIMPLEADDITION RUN IS RECORDED ON "
                DELIMITED BY SIZE
                "AUDITLOG FOR THE DATE" DELIMITED BY SIZE
                INTO Exception-Text
            PERFORM Add-Exception
        WHEN Run-Return-Code > 4
            MOVE "F" TO Audit-Result
            MOVE SPACES TO Exception-Text
            STRING "LAST RUN FOR THE DATE ENDED RC="
                DELIMITED BY SIZE
                Run-Return-Code DELIMITED BY SIZE
                " -- HELD OR FAILED AND NEVER RERUN CLEAN"
                DELIMITED BY SIZE
                INTO Exception-Text
            PERFORM Add-Exception
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> CONTROL(0) has to be today's generation, and the generation
*> of the run AUDITLOG says stands -- the run-total record leads
*> it. Behind it: the batch records, whose acknowledgments the
*> ack check looks for, and the "*ADJ*" records, whose money the
*> master holds under earlier days.
Check-Control-Generation.
    OPEN INPUT Control-File.
    IF Control-File-Status NOT = "00"
        MOVE "F" TO Control-Result
        MOVE SPACES TO Exception-Text
        STRING "CONTROL(0) COULD NOT BE OPENED, STATUS "
            DELIMITED BY SIZE
            Control-File-Status DELIMITED BY SIZE
            INTO Exception-Text
        PERFORM Add-Exception
    ELSE
        PERFORM Read-Run-Total-Control
        IF Control-Is-Today
            PERFORM Load-One-Control-Claim UNTIL End-Of-Controls
        END-IF
        CLOSE Control-File
        PERFORM Judge-Control-Generation
    END-IF.

Read-Run-Total-Control.
    READ Control-File
        AT END
            SET End-Of-Controls TO TRUE
        NOT AT END
            MOVE Ctl-Run-Date TO Control-Run-Date
            IF (Ctl-Source-System = "*ALL*"
                OR Ctl-Source-System = SPACES)
                AND Ctl-Run-Date = Today-Date
                SET Control-Is-Today TO TRUE
                MOVE Ctl-Record-Count TO Claim-Record-Count
                MOVE Ctl-Accept-Count TO Claim-Accept-Count
                MOVE Ctl-Grand-Total TO Claim-Grand-Total
            END-IF
    END-READ.

Load-One-Control-Claim.
    READ Control-File
        AT END
            SET End-Of-Controls TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN Ctl-Source-System = Adjustment-Source-Id
                    ADD Ctl-Accept-Count TO Adjust-Out-Count
                    ADD Ctl-Grand-Total TO Adjust-Out-Total
                WHEN Ctl-Batch-Number > ZERO
                    PERFORM Store-One-Batch
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

Store-One-Batch.
    IF Batch-Entry-Count >= Batch-Table-Maximum
        DISPLAY "DayClose: more than " Batch-Table-Maximum
            " batches on CONTROL(0), run stopped"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO Batch-Entry-Count.
    SET Batch-Index TO Batch-Entry-Count.
    MOVE Ctl-Source-System TO Bat-Source-System (Batch-Index).
    MOVE Ctl-Batch-Number TO Bat-Batch-Number (Batch-Index).
    MOVE "N" TO Bat-Acked (Batch-Index).
    MOVE "N" TO Bat-Transmitted (Batch-Index).

Judge-Control-Generation.
    EVALUATE TRUE
        WHEN NOT Control-Is-Today
            MOVE "F" TO Control-Result
            MOVE SPACES TO Exception-Text
            STRING "CONTROL(0) IS NOT A RUN-TOTAL GENERATION DATED "
                DELIMITED BY SIZE
                "TODAY -- ITS RUN DATE IS " DELIMITED BY SIZE
                Control-Run-Date DELIMITED BY SIZE
                INTO Exception-Text
            PERFORM Add-Exception
        WHEN Run-Was-Found
            AND (Claim-Record-Count NOT = Run-Record-Count
            OR Claim-Grand-Total NOT = Run-Grand-Total)
            MOVE "F" TO Control-Result
            MOVE SPACES TO Exception-Text
            STRING "CONTROL(0) DOES NOT MATCH THE COUNT AND "
                DELIMITED BY SIZE
                "TOTAL OF THE RUN ON AUDITLOG" DELIMITED BY SIZE
                INTO Exception-Text
            PERFORM Add-Exception
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> The last verdict BalanceCheck recorded for the date has to be
*> a pass, and on exactly the claims CONTROL(0) carries -- a pass
*> on an earlier generation proves nothing about a rerun's.
Check-Balance-Proof.
    OPEN INPUT Balance-Proof-File.
    IF Balance-Proof-File-Status NOT = "00"
        MOVE "F" TO Balance-Result
        MOVE SPACES TO Exception-Text
        STRING "BALPROOF COULD NOT BE OPENED, STATUS "
            DELIMITED BY SIZE
            Balance-Proof-File-Status DELIMITED BY SIZE
            INTO Exception-Text
        PERFORM Add-Exception
    ELSE
        PERFORM Read-One-Proof-Record UNTIL End-Of-Proofs
        CLOSE Balance-Proof-File
        PERFORM Judge-Balance-Proof
    END-IF.

Read-One-Proof-Record.
    READ Balance-Proof-File
        AT END
            SET End-Of-Proofs TO TRUE
        NOT AT END
            IF Bpf-Run-Date = Today-Date
                SET Proof-Was-Found TO TRUE
                MOVE Bpf-Result TO Proof-Result
                MOVE Bpf-Record-Count TO Proof-Record-Count
                MOVE Bpf-Accept-Count TO Proof-Accept-Count
                MOVE Bpf-Grand-Total TO Proof-Grand-Total
            END-IF
    END-READ.

Judge-Balance-Proof.
    EVALUATE TRUE
        WHEN NOT Proof-Was-Found
            MOVE "F" TO Balance-Result
            MOVE SPACES TO Exception-Text
            STRING "BALANCECHECK RECORDED NO VERDICT FOR "
                DELIMITED BY SIZE
                "THE DATE -- IT NEVER RAN" DELIMITED BY SIZE
                INTO Exception-Text
            PERFORM Add-Exception
        WHEN NOT Proof-Balanced
            MOVE "F" TO Balance-Result
            MOVE SPACES TO Exception-Text
            STRING "BALANCECHECK'S LAST VERDICT FOR THE "
                DELIMITED BY SIZE
                "DATE IS OUT OF BALANCE" DELIMITED BY SIZE
                INTO Exception-Text
            PERFORM Add-Exception
        WHEN NOT Control-Is-Today
            MOVE "F" TO Balance-Result
            MOVE SPACES TO Exception-Text
            STRING "NO CONTROL GENERATION FOR THE DATE TO "
                DELIMITED BY SIZE
                "HOLD THE VERDICT AGAINST" DELIMITED BY SIZE
                INTO Exception-Text
            PERFORM Add-Exception
        WHEN Proof-Record-Count NOT = Claim-Record-Count
            OR Proof-Accept-Count NOT = Claim-Accept-Count
            OR Proof-Grand-Total NOT = Claim-Grand-Total
            MOVE "F" TO Balance-Result
            MOVE SPACES TO Exception-Text
            STRING "BALANCECHECK PASSED A DIFFERENT GENERATION "
                DELIMITED BY SIZE
                "THAN THE CONTROL(0) STANDING" DELIMITED BY SIZE
                INTO Exception-Text
            PERFORM Add-Exception
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> What the master should hold under the date is the run's
*> accepted claim less the adjustments it posted back to earlier
*> days -- the same move MasterRecon makes for the month. Nothing
*> at all under the date, against a claim, is the skipped POSTMST.
Check-Master-Day.
    COMPUTE Expected-Day-Count = Claim-Accept-Count
        - Adjust-Out-Count.
    COMPUTE Expected-Day-Total = Claim-Grand-Total
        - Adjust-Out-Total.
    OPEN INPUT Master-File.
    IF Master-File-Status NOT = "00"
        MOVE "F" TO Master-Result
        MOVE SPACES TO Exception-Text
        STRING "MASTER COULD NOT BE OPENED, STATUS "
            DELIMITED BY SIZE
            Master-File-Status DELIMITED BY SIZE
            INTO Exception-Text
        PERFORM Add-Exception
    ELSE
        PERFORM Sweep-Master-Day
        CLOSE Master-File
        PERFORM Judge-Master-Day
    END-IF.

Sweep-Master-Day.
    MOVE LOW-VALUES TO Mst-Key.
    START Master-File KEY IS NOT LESS THAN Mst-Key
        INVALID KEY
            SET End-Of-Sweep TO TRUE
    END-START.
    PERFORM Tally-One-Master-Record UNTIL End-Of-Sweep.

Tally-One-Master-Record.
    READ Master-File NEXT RECORD
        AT END
            SET End-Of-Sweep TO TRUE
        NOT AT END
            IF Mst-Posting-Date = Today-Date
                ADD 1 TO Master-Account-Count
                ADD Mst-Daily-Count TO Master-Day-Count
                ADD Mst-Daily-Total TO Master-Day-Total
            END-IF
    END-READ.

Judge-Master-Day.
    EVALUATE TRUE
        WHEN NOT Control-Is-Today
            MOVE "F" TO Master-Result
            MOVE SPACES TO Exception-Text
            STRING "NO CONTROL GENERATION FOR THE DATE TO "
                DELIMITED BY SIZE
                "PROVE THE MASTER AGAINST" DELIMITED BY SIZE
                INTO Exception-Text
            PERFORM Add-Exception
        WHEN Master-Account-Count = ZERO
            AND Expected-Day-Count > ZERO
            MOVE "F" TO Master-Result
            MOVE SPACES TO Exception-Text
            STRING "MASTER HOLDS NOTHING UNDER THE DATE -- "
                DELIMITED BY SIZE
                "THE DAY WAS NEVER POSTED" DELIMITED BY SIZE
                INTO Exception-Text
            PERFORM Add-Exception
        WHEN Master-Day-Count NOT = Expected-Day-Count
            OR Master-Day-Total NOT = Expected-Day-Total
            MOVE "F" TO Master-Result
            MOVE SPACES TO Exception-Text
            STRING "MASTER'S DAILIES FOR THE DATE DO NOT "
                DELIMITED BY SIZE
                "TIE TO THE CONTROL CLAIM" DELIMITED BY SIZE
                INTO Exception-Text
            PERFORM Add-Exception
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Every batch the control file accounts for needs its
*> acknowledgment cut (ACKOUT(0)) and shipped (the transmission
*> dataset ACKXMIT appends to). Both are matched on source,
*> sequence number and a file date of today -- the header edit
*> guarantees the date, and the transmission dataset keeps every
*> day's acknowledgments.
Check-Acknowledgments.
    OPEN INPUT Ack-File.
    IF Ack-File-Status = "00"
        PERFORM Read-One-Ack-Record UNTIL End-Of-Acks
        CLOSE Ack-File
    ELSE
        IF Batch-Entry-Count > ZERO
            MOVE "F" TO Ack-Result
            MOVE SPACES TO Exception-Text
            STRING "ACKOUT(0) COULD NOT BE OPENED, STATUS "
                DELIMITED BY SIZE
                Ack-File-Status DELIMITED BY SIZE
                INTO Exception-Text
            PERFORM Add-Exception
        END-IF
    END-IF.
    OPEN INPUT Ack-Xmit-File.
    IF Ack-Xmit-File-Status = "00"
        PERFORM Read-One-Xmit-Record UNTIL End-Of-Xmits
        CLOSE Ack-Xmit-File
    ELSE
        IF Batch-Entry-Count > ZERO
            MOVE "F" TO Ack-Result
            MOVE SPACES TO Exception-Text
            STRING "THE ACKNOWLEDGMENT TRANSMISSION DATASET COULD "
                DELIMITED BY SIZE
                "NOT BE OPENED, STATUS " DELIMITED BY SIZE
                Ack-Xmit-File-Status DELIMITED BY SIZE
                INTO Exception-Text
            PERFORM Add-Exception
        END-IF
    END-IF.
    IF NOT Control-Is-Today
        MOVE "F" TO Ack-Result
        MOVE "NO CONTROL GENERATION FOR THE DATE TO LIST ITS BATCHES"
            TO Exception-Text
        PERFORM Add-Exception
    END-IF.
    PERFORM Judge-One-Batch
        VARYING Batch-Sub FROM 1 BY 1
        UNTIL Batch-Sub > Batch-Entry-Count.

Read-One-Ack-Record.
    READ Ack-File
        AT END
            SET End-Of-Acks TO TRUE
        NOT AT END
            IF Ack-File-Date = Today-Date
                PERFORM Mark-Batch-Acked
            END-IF
    END-READ.

Mark-Batch-Acked.
    SET Batch-Index TO 1.
    SEARCH Batch-Entry
        AT END
            CONTINUE
        WHEN Bat-Source-System (Batch-Index) = Ack-Source-System
            AND Bat-Batch-Number (Batch-Index) = Ack-Sequence-Number
            AND Batch-Index <= Batch-Entry-Count
            MOVE "Y" TO Bat-Acked (Batch-Index)
    END-SEARCH.

Read-One-Xmit-Record.
    READ Ack-Xmit-File
        AT END
            SET End-Of-Xmits TO TRUE
        NOT AT END
            IF Xmt-File-Date = Today-Date
                AND NOT Xmt-Not-Received
                PERFORM Mark-Batch-Transmitted
            END-IF
    END-READ.

Mark-Batch-Transmitted.
    SET Batch-Index TO 1.
    SEARCH Batch-Entry
        AT END
            CONTINUE
        WHEN Bat-Source-System (Batch-Index) = Xmt-Source-System
            AND Bat-Batch-Number (Batch-Index) = Xmt-Sequence-Number
            AND Batch-Index <= Batch-Entry-Count
            MOVE "Y" TO Bat-Transmitted (Batch-Index)
    END-SEARCH.

Judge-One-Batch.
    IF Bat-Acked (Batch-Sub) = "Y"
        ADD 1 TO Batches-Acked
        IF Bat-Transmitted (Batch-Sub) = "Y"
            ADD 1 TO Batches-Transmitted
        ELSE
            MOVE "F" TO Ack-Result
            MOVE SPACES TO Exception-Text
            STRING "BATCH " DELIMITED BY SIZE
                Bat-Source-System (Batch-Sub) DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                Bat-Batch-Number (Batch-Sub) DELIMITED BY SIZE
                " -- ACKNOWLEDGMENT NEVER REACHED THE TRANSMISSION "
                DELIMITED BY SIZE
                "DATASET" DELIMITED BY SIZE
                INTO Exception-Text
            PERFORM Add-Exception
        END-IF
    ELSE
        MOVE "F" TO Ack-Result
        MOVE SPACES TO Exception-Text
        STRING "BATCH " DELIMITED BY SIZE
            Bat-Source-System (Batch-Sub) DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            Bat-Batch-Number (Batch-Sub) DELIMITED BY SIZE
            " -- NO ACKNOWLEDGMENT ON ACKOUT(0)" DELIMITED BY SIZE
            INTO Exception-Text
        PERFORM Add-Exception
    END-IF.

*> By the time DATEROLL runs, RECYCJOB has dealt with every reject
*> of the day: corrected or not, each one is either on the recycle
*> file for tomorrow morning or suspended today. A reject that is
*> on neither was never looked at. What is still open in suspense
*> is noted on the certificate -- it is somebody's balance to
*> chase, not a reason to hold the date.
Check-Reject-Dispositions.
    OPEN INPUT Recycle-File.
    IF Recycle-File-Status = "00"
        PERFORM Load-One-Recycle-Record UNTIL End-Of-Recycle
        CLOSE Recycle-File
    END-IF.
    OPEN INPUT Suspense-File.
    IF Suspense-File-Status = "00"
        PERFORM Load-One-Suspense-Record UNTIL End-Of-Suspense
        CLOSE Suspense-File
    END-IF.
    OPEN INPUT Reject-File.
    IF Reject-File-Status = "00"
        PERFORM Judge-One-Reject-Record UNTIL End-Of-Rejects
        CLOSE Reject-File
    END-IF.
    EVALUATE TRUE
        WHEN Undisposed-Count > ZERO
            MOVE "F" TO Suspense-Result
            MOVE Undisposed-Count TO Message-Count-Edit
            PERFORM Set-Count-Edit-Start
            MOVE SPACES TO Exception-Text
            STRING Message-Count-Edit (Count-Edit-Start:)
                DELIMITED BY SIZE
                " REJECT(S) OF THE DAY NEITHER RECYCLED NOR "
                DELIMITED BY SIZE
                "SUSPENDED -- RECYCJOB HAS NOT RUN" DELIMITED BY SIZE
                INTO Exception-Text
            PERFORM Add-Exception
        WHEN Suspense-Open-Count > ZERO
            MOVE "N" TO Suspense-Result
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

Load-One-Recycle-Record.
    READ Recycle-File
        AT END
            SET End-Of-Recycle TO TRUE
        NOT AT END
            ADD 1 TO Recycle-Waiting-Count
            PERFORM Store-One-Disposition
            MOVE Rcy-Original-Number
                TO Dsp-Record-Number (Disposition-Index)
            MOVE Rcy-Original-Date
                TO Dsp-Reject-Date (Disposition-Index)
    END-READ.

Load-One-Suspense-Record.
    READ Suspense-File
        AT END
            SET End-Of-Suspense TO TRUE
        NOT AT END
            IF Sus-Item-Open
                ADD 1 TO Suspense-Open-Count
            END-IF
            IF Sus-Suspense-Date = Today-Date
                ADD 1 TO Suspended-Today-Count
                PERFORM Store-One-Disposition
                MOVE Sus-Record-Number
                    TO Dsp-Record-Number (Disposition-Index)
                MOVE Sus-Reject-Date
                    TO Dsp-Reject-Date (Disposition-Index)
            END-IF
    END-READ.

Store-One-Disposition.
    IF Disposition-Entry-Count >= Disposition-Table-Maximum
        DISPLAY "DayClose: more than " Disposition-Table-Maximum
            " recycled and suspended records, run stopped"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO Disposition-Entry-Count.
    SET Disposition-Index TO Disposition-Entry-Count.

Judge-One-Reject-Record.
    READ Reject-File
        AT END
            SET End-Of-Rejects TO TRUE
        NOT AT END
            ADD 1 TO Reject-Today-Count
            PERFORM Find-Reject-Disposition
    END-READ.

Find-Reject-Disposition.
    SET Disposition-Index TO 1.
    SEARCH Disposition-Entry
        AT END
            ADD 1 TO Undisposed-Count
        WHEN Dsp-Record-Number (Disposition-Index)
                = Reject-Record-Number
            AND Dsp-Reject-Date (Disposition-Index) = Reject-Date
            AND Disposition-Index <= Disposition-Entry-Count
            CONTINUE
    END-SEARCH.

*> Every exception is displayed for the job log as it is found
*> and kept for the certificate, up to what one page will hold.
Add-Exception.
    ADD 1 TO Exception-Count.
    DISPLAY "DayClose: " Exception-Text.
    IF Exception-Count <= Exception-Print-Limit
        SET Exception-Index TO Exception-Count
        MOVE Exception-Text TO Exc-Text (Exception-Index)
    END-IF.
    MOVE SPACES TO Exception-Text.

*> One page: the six checks and their verdicts, the figures the
*> day was proven on, the exceptions, the verdict, and the lines
*> for operations and a supervisor to sign.
Write-Certificate.
    ADD 1 TO Certificate-Page-Number.
    CALL "PrintString" USING Report-Title, Run-Date-Display,
        Certificate-Page-Number, Formatted-Header-Line.
    WRITE Certificate-Line FROM Formatted-Header-Line.
    WRITE Certificate-Line FROM Blank-Line.
    MOVE Run-Date-Display TO Ttl-Date.
    WRITE Certificate-Line FROM Certificate-Title-Line.
    WRITE Certificate-Line FROM Blank-Line.
    PERFORM Write-Check-Lines.
    WRITE Certificate-Line FROM Blank-Line.
    PERFORM Write-Figure-Lines.
    WRITE Certificate-Line FROM Blank-Line.
    PERFORM Write-One-Exception-Line
        VARYING Exception-Sub FROM 1 BY 1
        UNTIL Exception-Sub > Exception-Count
            OR Exception-Sub > Exception-Print-Limit.
    IF Exception-Count > Exception-Print-Limit
        COMPUTE Unprinted-Count =
            Exception-Count - Exception-Print-Limit
        MOVE Unprinted-Count TO Message-Count-Edit
        PERFORM Set-Count-Edit-Start
        MOVE SPACES TO Exl-Text
        STRING "AND " DELIMITED BY SIZE
            Message-Count-Edit (Count-Edit-Start:)
            DELIMITED BY SIZE
            " MORE -- SEE THE JOB LOG" DELIMITED BY SIZE
            INTO Exl-Text
        WRITE Certificate-Line FROM Exception-Line
    END-IF.
    WRITE Certificate-Line FROM Blank-Line.
    MOVE SPACES TO Vrd-Text.
    IF Exception-Count = ZERO
        MOVE "DAY CLOSED CLEAN -- THE PROCESSING DATE MAY BE ADVANCED"
            TO Vrd-Text
    ELSE
        MOVE Exception-Count TO Message-Count-Edit
        PERFORM Set-Count-Edit-Start
        STRING "DAY NOT CLOSED -- " DELIMITED BY SIZE
            Message-Count-Edit (Count-Edit-Start:)
            DELIMITED BY SIZE
            " EXCEPTION(S); ADVANCEDATE WILL NOT ROLL THE DATE "
            DELIMITED BY SIZE
            "WITHOUT AN OPERATOR OVERRIDE" DELIMITED BY SIZE
            INTO Vrd-Text
    END-IF.
    WRITE Certificate-Line FROM Verdict-Line.
    WRITE Certificate-Line FROM Blank-Line.
    WRITE Certificate-Line FROM Blank-Line.
    MOVE "OPERATIONS SIGN-OFF:" TO Sgn-Role.
    WRITE Certificate-Line FROM Sign-Off-Line.
    WRITE Certificate-Line FROM Blank-Line.
    MOVE "SUPERVISOR SIGN-OFF:" TO Sgn-Role.
    WRITE Certificate-Line FROM Sign-Off-Line.

Write-Check-Lines.
    MOVE 1 TO Chk-Number.
    MOVE "RUN RECORDED ON AUDITLOG, ENDED RC 0 OR 4" TO Chk-Label.
    MOVE SPACES TO Chk-Detail.
    IF Run-Was-Found
        STRING "LAST RUN RC=" DELIMITED BY SIZE
            Run-Return-Code DELIMITED BY SIZE
            " AT " DELIMITED BY SIZE
            Run-Timestamp DELIMITED BY SIZE
            INTO Chk-Detail
    ELSE
        MOVE "NO RUN FOR THE DATE" TO Chk-Detail
    END-IF.
    MOVE Audit-Result TO Check-Verdict-Letter.
    PERFORM Write-One-Check-Line.

    MOVE 2 TO Chk-Number.
    MOVE "CONTROL GENERATION DATED TODAY" TO Chk-Label.
    MOVE SPACES TO Chk-Detail.
    STRING "CONTROL(0) RUN DATE " DELIMITED BY SIZE
        Control-Run-Date DELIMITED BY SIZE
        INTO Chk-Detail.
    MOVE Control-Result TO Check-Verdict-Letter.
    PERFORM Write-One-Check-Line.

    MOVE 3 TO Chk-Number.
    MOVE "BALANCECHECK PASSED THAT GENERATION" TO Chk-Label.
    MOVE SPACES TO Chk-Detail.
    EVALUATE TRUE
        WHEN NOT Proof-Was-Found
            MOVE "NO VERDICT RECORDED FOR THE DATE" TO Chk-Detail
        WHEN Proof-Balanced
            MOVE "LAST VERDICT: BALANCED" TO Chk-Detail
        WHEN OTHER
            MOVE "LAST VERDICT: OUT OF BALANCE" TO Chk-Detail
    END-EVALUATE.
    MOVE Balance-Result TO Check-Verdict-Letter.
    PERFORM Write-One-Check-Line.

    MOVE 4 TO Chk-Number.
    MOVE "MASTER HOLDS THE DATE, TIED TO CONTROL" TO Chk-Label.
    MOVE SPACES TO Chk-Detail.
    MOVE Master-Account-Count TO Message-Count-Edit.
    PERFORM Set-Count-Edit-Start.
    STRING Message-Count-Edit (Count-Edit-Start:) DELIMITED BY SIZE
        " ACCOUNT(S) POSTED UNDER THE DATE" DELIMITED BY SIZE
        INTO Chk-Detail.
    MOVE Master-Result TO Check-Verdict-Letter.
    PERFORM Write-One-Check-Line.

    MOVE 5 TO Chk-Number.
    MOVE "EVERY BATCH ACKNOWLEDGED AND TRANSMITTED" TO Chk-Label.
    MOVE SPACES TO Chk-Detail.
    MOVE 1 TO Detail-Pointer.
    MOVE Batch-Entry-Count TO Message-Count-Edit.
    PERFORM Append-Count-To-Detail.
    STRING " BATCH(ES), " DELIMITED BY SIZE
        INTO Chk-Detail WITH POINTER Detail-Pointer.
    MOVE Batches-Acked TO Message-Count-Edit.
    PERFORM Append-Count-To-Detail.
    STRING " ACKNOWLEDGED, " DELIMITED BY SIZE
        INTO Chk-Detail WITH POINTER Detail-Pointer.
    MOVE Batches-Transmitted TO Message-Count-Edit.
    PERFORM Append-Count-To-Detail.
    STRING " TRANSMITTED" DELIMITED BY SIZE
        INTO Chk-Detail WITH POINTER Detail-Pointer.
    MOVE Ack-Result TO Check-Verdict-Letter.
    PERFORM Write-One-Check-Line.

    MOVE 6 TO Chk-Number.
    MOVE "REJECTS RECYCLED OR SUSPENDED" TO Chk-Label.
    MOVE SPACES TO Chk-Detail.
    MOVE Suspense-Open-Count TO Message-Count-Edit.
    PERFORM Set-Count-Edit-Start.
    STRING Message-Count-Edit (Count-Edit-Start:) DELIMITED BY SIZE
        " ITEM(S) STILL OPEN IN SUSPENSE" DELIMITED BY SIZE
        INTO Chk-Detail.
    MOVE Suspense-Result TO Check-Verdict-Letter.
    PERFORM Write-One-Check-Line.

*> An edited count without the blanks its zero suppression left
*> in front, for counts that run on inside a line of text.
Set-Count-Edit-Start.
    MOVE ZERO TO Count-Edit-Start.
    INSPECT Message-Count-Edit
        TALLYING Count-Edit-Start FOR LEADING SPACES.
    ADD 1 TO Count-Edit-Start.

Append-Count-To-Detail.
    PERFORM Set-Count-Edit-Start.
    STRING Message-Count-Edit (Count-Edit-Start:) DELIMITED BY SIZE
        INTO Chk-Detail WITH POINTER Detail-Pointer.

Write-One-Check-Line.
    EVALUATE Check-Verdict-Letter
        WHEN "P"
            MOVE "PASSED" TO Chk-Verdict
        WHEN "N"
            MOVE "NOTED" TO Chk-Verdict
        WHEN OTHER
            MOVE "FAILED" TO Chk-Verdict
    END-EVALUATE.
    WRITE Certificate-Line FROM Check-Line.

Write-Figure-Lines.
    MOVE "RUN ON AUDITLOG: RECORDS / GRAND TOTAL" TO Fig-Label.
    MOVE Run-Record-Count TO Fig-Count-Edit.
    MOVE Run-Grand-Total TO Fig-Total-Edit.
    WRITE Certificate-Line FROM Figure-Line.
    MOVE "CONTROL CLAIM: ACCEPTED / GRAND TOTAL" TO Fig-Label.
    MOVE Claim-Accept-Count TO Fig-Count-Edit.
    MOVE Claim-Grand-Total TO Fig-Total-Edit.
    WRITE Certificate-Line FROM Figure-Line.
    MOVE "LESS ADJUSTMENTS POSTED TO EARLIER DAYS" TO Fig-Label.
    MOVE Adjust-Out-Count TO Fig-Count-Edit.
    MOVE Adjust-Out-Total TO Fig-Total-Edit.
    WRITE Certificate-Line FROM Figure-Line.
    MOVE "MASTER SHOULD HOLD UNDER THE DATE" TO Fig-Label.
    MOVE Expected-Day-Count TO Fig-Count-Edit.
    MOVE Expected-Day-Total TO Fig-Total-Edit.
    WRITE Certificate-Line FROM Figure-Line.
    MOVE "MASTER HOLDS UNDER THE DATE" TO Fig-Label.
    MOVE Master-Day-Count TO Fig-Count-Edit.
    MOVE Master-Day-Total TO Fig-Total-Edit.
    WRITE Certificate-Line FROM Figure-Line.
    MOVE "REJECTS ON TODAY'S REJECTS GENERATION" TO Cnt-Label.
    MOVE Reject-Today-Count TO Cnt-Count-Edit.
    WRITE Certificate-Line FROM Count-Line.
    MOVE "RECORDS WAITING ON THE RECYCLE FILE" TO Cnt-Label.
    MOVE Recycle-Waiting-Count TO Cnt-Count-Edit.
    WRITE Certificate-Line FROM Count-Line.
    MOVE "ITEMS SUSPENDED TODAY" TO Cnt-Label.
    MOVE Suspended-Today-Count TO Cnt-Count-Edit.
    WRITE Certificate-Line FROM Count-Line.
    MOVE "REJECTS NEITHER RECYCLED NOR SUSPENDED" TO Cnt-Label.
    MOVE Undisposed-Count TO Cnt-Count-Edit.
    WRITE Certificate-Line FROM Count-Line.

Write-One-Exception-Line.
    MOVE Exc-Text (Exception-Sub) TO Exl-Text.
    WRITE Certificate-Line FROM Exception-Line.

*> The record AdvanceDate reads: the date, clean or not, each
*> check's verdict and the figures behind them.
Write-Day-Close-Record.
    INITIALIZE Day-Close-Record.
    MOVE Today-Date TO Dcl-Process-Date.
    IF Exception-Count = ZERO
        SET Dcl-Closed-Clean TO TRUE
    ELSE
        SET Dcl-Not-Closed TO TRUE
    END-IF.
    MOVE Audit-Result TO Dcl-Audit-Check.
    MOVE Control-Result TO Dcl-Control-Check.
    MOVE Balance-Result TO Dcl-Balance-Check.
    MOVE Master-Result TO Dcl-Master-Check.
    MOVE Ack-Result TO Dcl-Ack-Check.
    MOVE Suspense-Result TO Dcl-Suspense-Check.
    MOVE Exception-Count TO Dcl-Exception-Count.
    MOVE Run-Return-Code TO Dcl-Run-Return-Code.
    MOVE Claim-Accept-Count TO Dcl-Accept-Count.
    MOVE Claim-Grand-Total TO Dcl-Grand-Total.
    MOVE Batch-User-Id TO Dcl-User-Id.
    MOVE Close-Timestamp TO Dcl-Record-Timestamp.
    WRITE Day-Close-Record.

Finalize-Program.
    CLOSE Day-Close-File.
    CLOSE Certificate-File.
    IF Exception-Count = ZERO
        MOVE ZERO TO RETURN-CODE
        DISPLAY "DayClose: processing date " Today-Date
            " closed clean."
    ELSE
        MOVE 8 TO RETURN-CODE
        DISPLAY "DayClose: processing date " Today-Date
            " NOT closed, " Exception-Count " exception(s)."
    END-IF.
*> End program
