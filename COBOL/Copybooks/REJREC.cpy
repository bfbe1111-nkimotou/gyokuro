*> The source system id off the batch header rides on the reject
*> too, so a reject can be traced to the originating system and
*> each source's file proven whole on its own.
*> A rejected prior-period adjustment keeps the posting date it
*> was meant to correct, raw as it arrived, so it goes back
*> around the repair loop as the adjustment it is; an ordinary
*> reject carries zeros there.
*> The source system's transaction reference rides along so a
*> repaired record keeps its identity, and a suspected duplicate
*> (reason R010) carries the date the same reference originally
*> posted -- zeros on every other reject.
01 Reject-Record.
    05 Reject-Record-Number   PIC 9(09).
    05 Reject-Date             PIC 9(08).
    05 Reject-Reason-Code      PIC X(04).
    05 Reject-Reason-Text      PIC X(30).
    05 Reject-Source-System    PIC X(08).
    05 Reject-Adjusted-Date    PIC X(08).
    05 Reject-Source-Reference PIC X(16).
    05 Reject-Duplicate-Of-Date PIC 9(08).
