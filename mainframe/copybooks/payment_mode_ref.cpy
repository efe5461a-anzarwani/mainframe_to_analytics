*> payment-mode / tender reference (PAYMODES) - one row per mode per
*> effective window; a blank PM-EFF-TO-DATE is open-ended.
*> PM-BANK-SETTLED-FLAG N marks a tender that never passes through
*> a partner bank (cash, store credit): no bank or fee contract is
*> required for it.
01  PAYMENT-MODE-REF-RECORD.
    05 PM-PAYMENT-MODE          PIC X(10).
    05 PM-EFF-FROM-DATE         PIC X(10).
    05 PM-EFF-TO-DATE           PIC X(10).
    05 PM-ACTIVE-FLAG           PIC X(1).
        88 PM-ACTIVE             VALUE "Y".
    05 PM-TENDER-TYPE           PIC X(10).
    05 PM-BANK-SETTLED-FLAG     PIC X(1).
        88 PM-NOT-BANK-SETTLED   VALUE "N".
