*> posting to the cumulative master as a brand-new "account" that
*> finance has to back out. The status byte lets a retired code
*> stay on file for history while no longer accepting postings.
*> The chart also carries the reporting hierarchy the consolidated
*> roll-up prints: every code has a level -- cost center,
*> department, division or company -- and names its parent one
*> level up (a company has none). Only cost centers accept
*> postings; the higher levels exist to be rolled up into. A code
*> with a blank level predates the hierarchy and is treated as a
*> cost center not yet placed under a department.
01 Chart-Record.
    05 Coa-Account             PIC X(04).
    05 Coa-Description         PIC X(30).
    05 Coa-Status              PIC X(01).
        88 Coa-Account-Active       VALUE "A".
        88 Coa-Account-Inactive     VALUE "I".
    05 Coa-Level               PIC X(01).
        88 Coa-Cost-Center          VALUE "1" " ".
        88 Coa-Department           VALUE "2".
        88 Coa-Division             VALUE "3".
        88 Coa-Company              VALUE "4".
        88 Coa-Level-Is-Valid       VALUE "1" THRU "4".
    05 Coa-Parent              PIC X(04).
