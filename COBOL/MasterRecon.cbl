*> Modification history
*> 2026-09-01  New program. Runs as the RECON step of MONTHEND,
*>             after the control consolidation.
*> 2026-10-15  Prior-period adjustments post to the master under
*>             the date they correct, not the day that ran them,
*>             so each standing generation's "*ADJ*" records move
*>             their money: out of the run day's claim, into the
*>             adjusted day's. The master is then proven against
*>             what each day should hold after adjustment, and a
*>             day holding only adjustments counts as claimed.
*> 2026-10-15  The reconciliation covers a fiscal period off the
*>             4-4-5 FISCAL calendar (via the shared
*>             GetFiscalPeriod routine) rather than a calendar
*>             month: MONPARM names the period as YYYYPP, days
*>             are slotted by date across the period, and each
*>             account's PTD is proven against its dailies in
*>             the period. A processing date or card the calendar
*>             cannot place stops the run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FD  Control-In-File.
    COPY CTLREC.

*> The same optional card MONTHEND's first step reads: the fiscal
*> period to reconcile (YYYYPP). With no card the period of the
*> run date.
FD  Month-Parm-File.
01  Month-Parm-Record.
    05  Mon-Parm-Period        PIC X(06).

FD  Master-File.
    COPY MSTREC.
01  End-Of-Sweep-Switch         PIC X(01) VALUE "N".
    88  End-Of-Sweep                      VALUE "Y".

*> The period's two views, one entry per date from the period's
*> first day to its last: what each day's control record claims
*> was accepted, and what the master's stored dailies actually
*> sum to across accounts. Reading the control GDG base
*> concatenates newest first, so the first record seen for a
*> date is the generation that stood -- the same rule
*> MonthEndReport applies.
01  Day-Compare-Table.
    05  Day-Entry OCCURS 42 TIMES
            INDEXED BY Day-Index.
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
01  Day-Sub                     PIC 9(02) VALUE ZERO.
01  Day-Table-Count             PIC 9(02) VALUE ZERO.
01  Day-Table-Maximum           PIC 9(02) VALUE 42.
01  Slot-Date                   PIC 9(08) VALUE ZERO.
01  Day-Slot-Switch             PIC X(01) VALUE "N".
    88  Day-Slot-Found                    VALUE "Y".

*> The period's days are laid down a day at a time from its
*> first day, across month ends, leap Februaries included.
01  Step-Date                   PIC 9(08) VALUE ZERO.
01  Step-Date-Parts REDEFINES Step-Date.
    05  Step-Year               PIC 9(04).
    05  Step-Month              PIC 9(02).
    05  Step-Day                PIC 9(02).
01  Month-Last-Day              PIC 9(02) VALUE ZERO.
01  Leap-Year-Quotient          PIC 9(04) VALUE ZERO.
01  Leap-Year-Remainder         PIC 9(04) VALUE ZERO.

*> The fiscal period reconciled (YYYYPP), and the calendar lookup
*> that finds it: by date ("D") for the run date's period, by
*> period ("P") for one named on the card.
01  Report-Period               PIC X(06) VALUE SPACES.
01  Fiscal-Lookup-Type          PIC X(01) VALUE SPACE.
01  Fiscal-Lookup-Key           PIC X(08) VALUE SPACES.
01  Fiscal-Lookup-Result        PIC X(01) VALUE SPACE.
    COPY FSCREC.

*> Whether the generation now being read is the one that stood
*> for its run date -- set off its run-total record, which leads
*> the generation, and applied to the adjustment records behind
*> it. In the period that is the generation slotted; outside it,
*> the first generation read for a date (a rerun's generations
*> sit together, newest first).
01  Generation-Switch           PIC X(01) VALUE "N".
    88  Generation-Stands                 VALUE "Y".
01  Last-Run-Total-Date         PIC 9(08) VALUE ZERO.

*> What a day should hold on the master once the adjustments
*> are moved: its claim, plus what later runs posted back into
*> it, less what its own run posted back to earlier days.
01  Expected-Day-Count          PIC S9(09) VALUE ZERO.
01  Expected-Day-Total          PIC S9(15)V99 VALUE ZERO.
01  Adjustment-Source-Id        PIC X(05) VALUE "*ADJ*".

*> Per-account proof bookkeeping for the account whose records
*> the master sweep is passing now: the sum of its dailies in the
*> period against the PTD figure its latest in-period day
*> carries.
01  Sweep-Account               PIC X(04) VALUE SPACES.
01  Account-Month-Count         PIC 9(09) VALUE ZERO.
01  Account-Month-Total         PIC S9(15)V99 VALUE ZERO.
    05  Run-Date-Day            PIC 9(02).

01  Report-Title                PIC X(60) VALUE
    "MASTER / CONTROL PERIOD RECONCILIATION".
01  Formatted-Header-Line       PIC X(132).
01  Recon-Page-Number           PIC 9(04) VALUE ZERO.

01  Day-Mismatch-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(08) VALUE "** DAY: ".
    05  Mis-Date                PIC 9(08).
    05  FILLER                  PIC X(10) VALUE "  CONTROL ".
    05  Mis-Claim-Count-Edit    PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(01) VALUE "/".
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(12) VALUE "** ACCOUNT: ".
    05  Acc-Account             PIC X(04).
    05  FILLER                  PIC X(06) VALUE "  PTD ".
    05  Acc-Mtd-Count-Edit      PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                  PIC X(01) VALUE "/".
    05  Acc-Mtd-Total-Edit      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

01  Clean-Summary-Line.
    05  FILLER                  PIC X(03) VALUE SPACES.
    05  FILLER                  PIC X(46) VALUE
        "MASTER AND CONTROL RECORDS TIE OUT THIS PERIOD".
    05  FILLER                  PIC X(83) VALUE SPACES.

*> Program logic
PROCEDURE DIVISION.
    MOVE Today-Date(1:4) TO Run-Date-Year.
    MOVE Today-Date(5:2) TO Run-Date-Month.
    MOVE Today-Date(7:2) TO Run-Date-Day.
    MOVE "D" TO Fiscal-Lookup-Type.
    MOVE Today-Date TO Fiscal-Lookup-Key.
    PERFORM Look-Up-Fiscal-Period.
    MOVE Fsc-Fiscal-Period TO Report-Period.
    PERFORM Read-Month-Parameter.
    PERFORM Build-Period-Days.

    OPEN INPUT Control-In-File.
    IF Control-In-File-Status NOT = "00"
    END-IF.
    PERFORM Write-Report-Header.

*> The card has to name a period the calendar carries; a typo
*> stops the run rather than reconcile the wrong period.
Read-Month-Parameter.
    OPEN INPUT Month-Parm-File.
    IF Month-Parm-File-Status = "00"
        READ Month-Parm-File
            NOT AT END
                IF Mon-Parm-Period NOT = SPACES
                    MOVE "P" TO Fiscal-Lookup-Type
                    MOVE Mon-Parm-Period TO Fiscal-Lookup-Key
                    PERFORM Look-Up-Fiscal-Period
                    MOVE Fsc-Fiscal-Period TO Report-Period
                END-IF
        END-READ
        CLOSE Month-Parm-File
    END-IF.

Look-Up-Fiscal-Period.
    CALL "GetFiscalPeriod" USING Fiscal-Lookup-Type,
        Fiscal-Lookup-Key, Fiscal-Calendar-Record,
        Fiscal-Lookup-Result.
    IF Fiscal-Lookup-Result NOT = "Y"
        DISPLAY "MasterRecon: " Fiscal-Lookup-Key
            " is not a fiscal period on FISCAL"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> One entry per day of the period, first to last. A current
*> period's days still to come simply hold nothing on either
*> side.
Build-Period-Days.
    MOVE Fsc-Period-Start TO Step-Date.
    MOVE ZERO TO Day-Table-Count.
    PERFORM Add-One-Period-Day
        UNTIL Step-Date > Fsc-Period-End
        OR Day-Table-Count >= Day-Table-Maximum.

Add-One-Period-Day.
    ADD 1 TO Day-Table-Count.
    MOVE Step-Date TO Day-Date (Day-Table-Count).
    PERFORM Step-Date-Forward.

Step-Date-Forward.
    PERFORM Set-Month-Last-Day.
    IF Step-Day < Month-Last-Day
        ADD 1 TO Step-Day
    ELSE
        MOVE 1 TO Step-Day
        IF Step-Month < 12
            ADD 1 TO Step-Month
        ELSE
            MOVE 1 TO Step-Month
            ADD 1 TO Step-Year
        END-IF
    END-IF.

Set-Month-Last-Day.
    EVALUATE Step-Month
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
    DIVIDE Step-Year BY 4
        GIVING Leap-Year-Quotient
        REMAINDER Leap-Year-Remainder.
    IF Leap-Year-Remainder = ZERO
        MOVE 29 TO Month-Last-Day
        DIVIDE Step-Year BY 100
            GIVING Leap-Year-Quotient
            REMAINDER Leap-Year-Remainder
        IF Leap-Year-Remainder = ZERO
            DIVIDE Step-Year BY 400
                GIVING Leap-Year-Quotient
                REMAINDER Leap-Year-Remainder
            IF Leap-Year-Remainder NOT = ZERO
                MOVE 28 TO Month-Last-Day
            END-IF
        END-IF
    END-IF.

*> The table entry for Slot-Date, when the date is a day of the
*> period.
Find-Day-Slot.
    MOVE "N" TO Day-Slot-Switch.
    SET Day-Index TO 1.
    SEARCH Day-Entry
        AT END
            CONTINUE
        WHEN Day-Date (Day-Index) = Slot-Date
            AND Day-Index <= Day-Table-Count
            SET Day-Slot-Found TO TRUE
    END-SEARCH.

Tally-One-Control-Record.
    READ Control-In-File
        AT END
            PERFORM Slot-Control-Record
    END-READ.

*> Only the run-total records count as the day's claim, the
*> same rule MonthEndReport applies -- a per-source record
*> slotted as a day would double the day's claim. The adjustment
*> records of a standing generation move money between days.
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
    MOVE Ctl-Run-Date TO Slot-Date.
    PERFORM Find-Day-Slot.
    IF Day-Slot-Found
        IF Day-Control-Seen (Day-Index) = SPACE
            OR Day-Control-Seen (Day-Index) = LOW-VALUE
            MOVE "Y" TO Day-Control-Seen (Day-Index)
            SET Generation-Stands TO TRUE
            MOVE Ctl-Accept-Count
                TO Day-Claim-Count (Day-Index)
            MOVE Ctl-Grand-Total
                TO Day-Claim-Total (Day-Index)
        END-IF
    ELSE
        IF Ctl-Run-Date NOT = Last-Run-Total-Date
            SET Generation-Stands TO TRUE
        END-IF
    END-IF.
    MOVE Ctl-Run-Date TO Last-Run-Total-Date.

*> An adjustment run in the report period leaves the run day's
*> claim; one correcting a report-period day lands on that day.
Slot-Adjustment-Record.
    MOVE Ctl-Run-Date TO Slot-Date.
    PERFORM Find-Day-Slot.
    IF Day-Slot-Found
        ADD Ctl-Accept-Count
            TO Day-Adjust-Out-Count (Day-Index)
        ADD Ctl-Grand-Total
            TO Day-Adjust-Out-Total (Day-Index)
    END-IF.
    MOVE Ctl-Adjusted-Date TO Slot-Date.
    PERFORM Find-Day-Slot.
    IF Day-Slot-Found
        MOVE "Y" TO Day-Adjust-Seen (Day-Index)
        ADD Ctl-Accept-Count
            TO Day-Adjust-In-Count (Day-Index)
        ADD Ctl-Grand-Total
            TO Day-Adjust-In-Total (Day-Index)
    END-IF.

*> One pass down the whole master: records dated in the report
*> period roll into the per-day sums, and each account's period
*> of dailies is proven against the PTD figure on its latest
*> in-period day as the sweep leaves the account behind. A
*> prior-year summary (YYYY0000) can sort inside a period's
*> dates without being a day of it, and is passed over.
Sweep-Master-Month.
    MOVE LOW-VALUES TO Mst-Key.
    START Master-File KEY IS NOT LESS THAN Mst-Key
                PERFORM Prove-Account-Mtd
                MOVE Mst-Account TO Sweep-Account
            END-IF
            IF Mst-Posting-Date >= Fsc-Period-Start
                AND Mst-Posting-Date <= Fsc-Period-End
                AND Mst-Posting-Date(5:4) NOT = "0000"
                PERFORM Tally-In-Month-Record
            END-IF
    END-READ.
    ADD Mst-Daily-Total TO Account-Month-Total.
    MOVE Mst-Mtd-Count TO Account-Held-Mtd-Count.
    MOVE Mst-Mtd-Total TO Account-Held-Mtd-Total.
    MOVE Mst-Posting-Date TO Slot-Date.
    PERFORM Find-Day-Slot.
    IF Day-Slot-Found
        ADD Mst-Daily-Count TO Day-Master-Count (Day-Index)
        ADD Mst-Daily-Total TO Day-Master-Total (Day-Index)
    END-IF.

*> Close out the account the sweep just left: the PTD figure its
*> latest in-period day carries has to equal the sum of its own
*> dailies -- when it does not, this is the account the GL close
*> needs named.
Prove-Account-Mtd.
            MOVE Account-Month-Total TO Acc-Sum-Total-Edit
            WRITE Recon-Report-Line FROM Account-Mismatch-Line
            DISPLAY "MasterRecon: account " Sweep-Account
                " PTD does not tie to its dailies"
        END-IF
    END-IF.
    MOVE "N" TO Account-In-Month-Switch.
    MOVE ZERO TO Account-Held-Mtd-Count.
    MOVE ZERO TO Account-Held-Mtd-Total.

*> Day by day across the period: a day both views hold has to
*> agree on count and total; a day the control file claims that
*> the master does not hold is the skipped PostMaster day this
*> step exists to catch; a day on the master with no control
*> record behind it is posting without proof and just as loud.
*> The control side is the day's claim after its adjustments
*> have moved, and a day that only received adjustments is
*> claimed by the records that moved them.
Compare-Each-Day.
    PERFORM Compare-One-Day
        VARYING Day-Sub FROM 1 BY 1
        UNTIL Day-Sub > Day-Table-Count.
    IF Discrepancy-Count = ZERO
        WRITE Recon-Report-Line FROM Clean-Summary-Line
    END-IF.

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

Report-Day-Mismatch.
    ADD 1 TO Discrepancy-Count.
    MOVE Day-Date (Day-Sub) TO Mis-Date.
    MOVE Expected-Day-Count TO Mis-Claim-Count-Edit.
    MOVE Expected-Day-Total TO Mis-Claim-Total-Edit.
    MOVE Day-Master-Count (Day-Sub) TO Mis-Master-Count-Edit.
    MOVE Day-Master-Total (Day-Sub) TO Mis-Master-Total-Edit.
    WRITE Recon-Report-Line FROM Day-Mismatch-Line.
    DISPLAY "MasterRecon: day " Day-Date (Day-Sub)
        " does not tie out between MASTER and the control records".

*> Same shared header routine every report in the shop uses.
        MOVE ZERO TO RETURN-CODE
    END-IF.
    DISPLAY "MasterRecon: " Accounts-Proven " account(s) proven, "
        Discrepancy-Count " discrepancy(ies) for period "
        Report-Period ".".
*> End program
