    05 BO-ITEM-STATUS           PIC X(10).
        88 BO-TRANSMITTED       VALUE "XMITTED".
        88 BO-ACK-ACCEPTED      VALUE "ACCEPTED".
        88 BO-ACK-PAID          VALUE "PAID".
    05 BO-ACK-DATE              PIC X(10).
*> cash the bank has actually remitted against the item so far and
*> the value date of the latest remittance; an item stays on the
*> master, PAID or not, until POSCSHAP has applied cash for it in
*> full
    05 BO-CASH-APPLIED          PIC 9(7)V99.
    05 BO-CASH-DATE             PIC X(10).
