01  BANK-REMITTANCE-RECORD.
*> a deposit record carries the lump sum the bank credited to our
*> account; the remittance detail records that follow it itemise
*> that deposit by transaction
    05 BR-RECORD-TYPE           PIC X(1).
        88 BR-DEPOSIT           VALUE "D".
        88 BR-REMIT-DETAIL      VALUE "R".
    05 BR-PARTNER-BANK          PIC X(15).
    05 BR-DEPOSIT-ID            PIC X(12).
    05 BR-VALUE-DATE            PIC X(10).
    05 BR-DEPOSIT-DETAIL.
        10 BR-DEPOSIT-AMOUNT    PIC 9(11)V99.
        10 FILLER               PIC X(8).
    05 BR-REMIT-DETAIL-AREA REDEFINES BR-DEPOSIT-DETAIL.
        10 BR-TXN-ID            PIC X(12).
        10 BR-REMIT-AMOUNT      PIC 9(7)V99.
