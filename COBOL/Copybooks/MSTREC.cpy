*> MSTREC.cpy
*> Cumulative master record, one per account/cost-center per
*> posting date, keyed by account major and date minor so a START
*> at an account's fiscal period start or fiscal year start (off
*> the FISCAL calendar) positions a sequential sweep over exactly
*> the days that make up its PTD and YTD figures. The Mtd fields
*> hold the fiscal period-to-date. The daily count and total are
*> what that day's AMTOUT contained -- a rerun of the day
*> REWRITEs them rather than adding again -- and the
*> period-to-date and year-to-date figures are recomputed from
*> the stored dailies every time the day posts, so they can never
*> drift from the days beneath them.
*> After a year-end close (YearEndClose), a closed year survives
*> as one prior-year summary record per account, keyed with
*> posting date YYYY0000: daily and MTD fields zero, the closing
*> YTD count and total in the YTD fields. The 0000 sorts ahead of
*> the following fiscal year's first day, so the daily posting
*> sweep -- which STARTs at the open fiscal year's first day --
*> never reads it. A fiscal year that starts late in December
*> carries YYYY0000 inside its own date range, so any reader
*> taking a date range must still pass over the 0000 records.
01 Master-Record.
    05 Mst-Key.
        10 Mst-Account         PIC X(04).
