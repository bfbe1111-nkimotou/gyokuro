*> record it was handed: the run date, a record count, a hash
*> total of the two input amounts, and the grand total of the
*> computed results. The run date is what lets MonthEndReport
*> tell the fiscal period's daily generations apart when it
*> consolidates them for the GL close. The period-level record
*> MonthEndReport writes to CTLMON in this same layout carries
*> the fiscal period's last day in Ctl-Adjusted-Date.
*> The accepted and rejected counts split the record count, so
*> reconciliation can prove a run with rejects whole -- every
*> record read either posted or is on the reject file -- instead
*> each prove out on their own. The run-total and per-source
*> records carry batch number zero; recycled records belong to
*> their source, never to a batch.
*> Last, one record per earlier posting date that prior-period
*> adjustments were posted back to this run: source system
*> "*ADJ*", batch zero, the date corrected in Ctl-Adjusted-Date,
*> and the accepted count and totals of those adjustments. The
*> adjustments are inside the run-total and per-source figures as
*> well -- AMTOUT carries them -- but they land on the master
*> under the date they correct, so MasterRecon moves them off the
*> run date onto that one. Every other record carries zero there.
01 Control-Record.
    05 Ctl-Run-Date         PIC 9(08).
    05 Ctl-Record-Count     PIC 9(09).
    05 Ctl-Grand-Total       PIC S9(15)V99 SIGN TRAILING SEPARATE.
    05 Ctl-Source-System    PIC X(08).
    05 Ctl-Batch-Number     PIC 9(06).
    05 Ctl-Adjusted-Date    PIC 9(08).
