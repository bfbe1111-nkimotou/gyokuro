*> JRNREC.cpy
*> Master journal record, appended to MSTJRNL for every change
*> made to the cumulative master: PostMaster and YearEndClose log
*> each MSTREC they write, rewrite or delete, with the record as
*> it stood before the change and as it stood after (spaces for
*> the side that did not exist -- no before image on a write, no
*> after image on a delete). MasterBackup logs a checkpoint record
*> each time it takes an image copy of the master, carrying the
*> same timestamp the copy's header does, so MasterRecover knows
*> exactly where in the journal a restored copy leaves off. The
*> processing date is the BUSDATE date of the run that made the
*> change, and the run timestamp and sequence keep one run's
*> changes together and in the order they were made.
01 Master-Journal-Record.
    05 Jrn-Process-Date       PIC 9(08).
    05 Jrn-Program-Id         PIC X(12).
    05 Jrn-Run-Timestamp      PIC X(26).
    05 Jrn-Sequence           PIC 9(09).
    05 Jrn-Action             PIC X(01).
        88 Jrn-Record-Written      VALUE "W".
        88 Jrn-Record-Rewritten    VALUE "R".
        88 Jrn-Record-Deleted      VALUE "D".
        88 Jrn-Backup-Checkpoint   VALUE "B".
    05 Jrn-Key                PIC X(12).
    05 Jrn-Before-Image       PIC X(93).
    05 Jrn-After-Image        PIC X(93).
