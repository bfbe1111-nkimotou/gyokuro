*> BDGREC.cpy
*> Budget record, one per account/cost-center per fiscal month:
*> the amount finance has budgeted the center to post in that
*> month. Operator-maintained through BudgetMaint with the same
*> edit-and-swap discipline ChartMaint gives the chart, and kept
*> in account-then-month order so the variance report can read
*> it alongside the cumulative master's own account-major sweep.
*> The fiscal month is the fiscal year and period number off the
*> 4-4-5 FISCAL calendar (YYYYPP, see FSCREC), not a calendar
*> month; an account with no record for a period simply has no
*> budget for it, which is not the same thing as a budget of
*> zero.
01 Budget-Record.
    05 Bud-Key.
        10 Bud-Account         PIC X(04).
        10 Bud-Fiscal-Month    PIC 9(06).
    05 Bud-Amount              PIC S9(13)V99 SIGN TRAILING SEPARATE.
