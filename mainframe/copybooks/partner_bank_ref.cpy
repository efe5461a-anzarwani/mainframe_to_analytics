*> partner-bank reference master (PARTBANK) - one row per bank per
*> effective window; a blank PB-EFF-TO-DATE is open-ended.  A bank
*> taken off the panel is either end-dated or carried with the
*> active flag set to N until its last settlements clear.
01  PARTNER-BANK-REF-RECORD.
    05 PB-PARTNER-BANK          PIC X(15).
    05 PB-EFF-FROM-DATE         PIC X(10).
    05 PB-EFF-TO-DATE           PIC X(10).
    05 PB-ACTIVE-FLAG           PIC X(1).
        88 PB-ACTIVE             VALUE "Y".
    05 PB-BANK-NAME             PIC X(30).
