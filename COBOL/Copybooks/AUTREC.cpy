*> AUTREC.cpy
*> Operator authority record, one per user id allowed to touch
*> money or controls through the maintenance programs: whether
*> the id is active, and for each kind of maintenance whether it
*> may do it at all -- key correction cards, release suspense
*> items, write suspense items off, change the run parameters,
*> change the chart of accounts -- with a dollar limit on the two
*> that move money. A correction or write-off above the keyer's
*> limit does not go through on its own: it waits on the
*> maintenance-item ledger (MNTREC) for a second authorised id to
*> approve it, and every parameter and chart change waits there
*> whatever its size. An id not on the file, or marked inactive,
*> may do none of it. Read through the shared CheckAuthority
*> routine; maintained by the security administrator, not by the
*> operators it governs.
01 Operator-Authority-Record.
    05 Aut-User-Id            PIC X(08).
    05 Aut-Status             PIC X(01).
        88 Aut-Id-Active           VALUE "A".
        88 Aut-Id-Inactive         VALUE "I".
    05 Aut-Correct-Flag       PIC X(01).
    05 Aut-Correct-Limit      PIC 9(07)V99.
    05 Aut-Release-Flag       PIC X(01).
    05 Aut-Write-Off-Flag     PIC X(01).
    05 Aut-Write-Off-Limit    PIC 9(07)V99.
    05 Aut-Parm-Flag          PIC X(01).
    05 Aut-Chart-Flag         PIC X(01).
