*> SCHREC.cpy
*> Expected-source schedule record, one per upstream system that
*> feeds TRANSIN, operator-maintained on PROD.DAILY.INSCHED. It
*> says which inbound DD the source's own dataset arrives under,
*> which days of the week a file is expected (Monday first), what
*> happens on a HOLIDAYS calendar date ("S" nothing expected, "E"
*> expected all the same), and the wall-clock time (HHMM) the
*> file is due by. InboundIntake holds each day's arrivals
*> against it: a file seen after the cutoff is late, an expected
*> source with no file is missing. An inactive source ("I") is
*> left off the intake altogether, dataset and all. The inbound
*> DD is one of INBND01 through INBND04, the four the intake step
*> carries; a fifth source needs a fifth DD in the program and
*> the JCL alike.
01 Schedule-Record.
    05 Sch-Source-System      PIC X(08).
    05 Sch-Inbound-Ddname     PIC X(08).
        88 Sch-Ddname-Is-Known     VALUE "INBND01" "INBND02"
                                         "INBND03" "INBND04".
    05 Sch-Expected-Days.
        10 Sch-Day-Flag       PIC X(01) OCCURS 7 TIMES.
    05 Sch-Holiday-Rule       PIC X(01).
        88 Sch-Skip-Holidays       VALUE "S".
        88 Sch-Expect-On-Holidays  VALUE "E".
    05 Sch-Cutoff-Time        PIC X(04).
    05 Sch-Status             PIC X(01).
        88 Sch-Active              VALUE "A".
        88 Sch-Inactive            VALUE "I".
    05 Sch-Description        PIC X(30).
