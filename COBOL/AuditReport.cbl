*> 2026-08-23  New program. Run from AUDITJOB each morning in
*>             report mode, and with a cutoff card when the live
*>             log is due a trim.
*> 2026-10-15  The audit record carries the business processing
*>             date at the end now; the archive and new-log
*>             layouts name it alongside the rest.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        Aud-Input-File-Name BY Arc-Input-File-Name
        Aud-Record-Count BY Arc-Record-Count
        Aud-Grand-Total BY Arc-Grand-Total
        Aud-Return-Code BY Arc-Return-Code
        Aud-Process-Date BY Arc-Process-Date.

FD  Audit-New-File.
    COPY AUDREC REPLACING Audit-Record BY Audit-New-Record
        Aud-Input-File-Name BY New-Input-File-Name
        Aud-Record-Count BY New-Record-Count
        Aud-Grand-Total BY New-Grand-Total
        Aud-Return-Code BY New-Return-Code
        Aud-Process-Date BY New-Process-Date.

*> Assigns variables and stores the data
WORKING-STORAGE SECTION.
