*> FSCREC.cpy
*> Fiscal calendar record, one per accounting period, operator-
*> maintained on PROD.DAILY.FISCAL in fiscal year and period
*> order. The shop closes on 4-4-5 periods, not calendar months:
*> twelve periods a year of four, four and five weeks each
*> quarter, the odd fifty-third week going into whichever period
*> finance names. Each record carries the period's first and
*> last day and, repeated on every period of the year, the fiscal
*> year's first and last day. The fiscal year is numbered by the
*> calendar year it starts or ends in, so a closed year's
*> YYYY0000 summary on the master always files ahead of the next
*> year's first day. Fiscal year and period together (YYYYPP)
*> name a period wherever a report or card names one. Programs
*> read it through the shared GetFiscalPeriod subprogram, which
*> hands back this same record for the period it finds.
01 Fiscal-Calendar-Record.
    05 Fsc-Fiscal-Period.
        10 Fsc-Fiscal-Year     PIC 9(04).
        10 Fsc-Period-Number   PIC 9(02).
    05 Fsc-Period-Start        PIC 9(08).
    05 Fsc-Period-End          PIC 9(08).
    05 Fsc-Year-Start          PIC 9(08).
    05 Fsc-Year-End            PIC 9(08).
    05 Fsc-Description         PIC X(20).
