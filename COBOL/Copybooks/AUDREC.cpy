*> run: when it ran, under what job/user id, which input file it
*> read, what it produced, and how it ended. This is the trail
*> operations and finance use to answer "what ran, and when".
*> The timestamp is the wall clock; the business processing date
*> the run posted under rides at the end, so the day-close check
*> can find the run that belongs to a processing date even when
*> it slipped past midnight. Records written before the field
*> existed read it as spaces.
01 Audit-Record.
    05 Aud-Run-Timestamp        PIC X(26).
    05 Aud-Job-Id                PIC X(08).
    05 Aud-Record-Count          PIC 9(09).
    05 Aud-Grand-Total           PIC S9(15)V99 SIGN TRAILING SEPARATE.
    05 Aud-Return-Code           PIC 9(03).
    05 Aud-Process-Date          PIC X(08).
