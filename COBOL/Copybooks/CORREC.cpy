*> account code), and the replacement value, keyed in the same
*> signed dollars-and-cents form the transaction file carries
*> (seven digits, cents implied, trailing sign byte).
*> A suspected duplicate (reason R010) is cleared rather than
*> repaired: field id "D" says operations checked with the source
*> and the transaction is genuinely new, and sends it back to post
*> (the new value is not used and may be left blank).
*> RejectRecycle applies these against the day's reject file
*> before revalidating.
*> The card carries the user id that keyed it, and is only
*> applied when that id holds correction authority for the money
*> the card moves -- a card above the keyer's limit waits on the
*> maintenance-item ledger (MNTREC) for a second id's approval
*> instead of going on the deck.
01 Correction-Record.
    05 Cor-Record-Number       PIC 9(09).
    05 Cor-Reject-Date         PIC 9(08).
    05 Cor-Field-Id            PIC X(01).
    05 Cor-New-Value           PIC X(08).
    05 Cor-Keyed-By            PIC X(08).
