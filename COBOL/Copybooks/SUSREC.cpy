*> the status, so the trail of every suspended dollar survives.
*> Written by RejectRecycle, aged by SuspenseReport, resolved
*> through SuspenseRelease.
*> A suspended prior-period adjustment keeps the posting date it
*> corrects, raw like the amounts, so a release sends it back as
*> the same adjustment; an ordinary item carries zeros there.
*> The source transaction reference is kept with the item; a
*> suspected duplicate released from suspense goes back cleared
*> of the duplicate check, because releasing it IS the review.
01 Suspense-Record.
    05 Sus-Record-Number      PIC 9(09).
    05 Sus-Reject-Date        PIC 9(08).
        88 Sus-Item-Written-Off    VALUE "W".
    05 Sus-Resolved-Date      PIC 9(08).
    05 Sus-Resolved-By        PIC X(08).
    05 Sus-Adjusted-Date      PIC X(08).
    05 Sus-Source-Reference   PIC X(16).
