*> DCLREC.cpy
*> Day-close record, appended to DAYCLOSE for a processing date
*> by DayClose each time it certifies (or fails to certify) the
*> day, and by AdvanceDate when an operator overrides a day that
*> never closed clean. One flag per check DayClose makes -- "P"
*> passed, "F" failed, "N" noted but not holding the day -- the
*> figures the day was proven on, who wrote the record and when.
*> AdvanceDate rolls a date only past a clean close: the last
*> record written for the date is the one that stands, so a
*> rerun of the day and a fresh DayClose replace an earlier
*> failure without anybody editing the file. An override record
*> carries the operator who keyed it and the reason they gave.
01 Day-Close-Record.
    05 Dcl-Process-Date       PIC 9(08).
    05 Dcl-Close-Status       PIC X(01).
        88 Dcl-Closed-Clean        VALUE "C".
        88 Dcl-Not-Closed          VALUE "X".
        88 Dcl-Closed-By-Override  VALUE "O".
    05 Dcl-Audit-Check        PIC X(01).
    05 Dcl-Control-Check      PIC X(01).
    05 Dcl-Balance-Check      PIC X(01).
    05 Dcl-Master-Check       PIC X(01).
    05 Dcl-Ack-Check          PIC X(01).
    05 Dcl-Suspense-Check     PIC X(01).
    05 Dcl-Exception-Count    PIC 9(04).
    05 Dcl-Run-Return-Code    PIC 9(03).
    05 Dcl-Accept-Count       PIC 9(09).
    05 Dcl-Grand-Total        PIC S9(15)V99 SIGN TRAILING SEPARATE.
    05 Dcl-User-Id            PIC X(08).
    05 Dcl-Reason             PIC X(40).
    05 Dcl-Record-Timestamp   PIC X(26).
