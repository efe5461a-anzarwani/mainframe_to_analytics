01  RISK-WATCHLIST-RECORD.
*> one summary row per watched customer or store/terminal,
*> followed by its event rows inside the event window
    05 WL-RECORD-TYPE           PIC X(1).
        88 WL-SUMMARY-ROW       VALUE "S".
        88 WL-EVENT-ROW         VALUE "E".
    05 WL-KEY-TYPE              PIC X(1).
        88 WL-CUSTOMER-KEY      VALUE "C".
        88 WL-TERMINAL-KEY      VALUE "T".
    05 WL-CUST-ID               PIC X(10).
    05 WL-STORE-ID              PIC X(6).
    05 WL-TERMINAL-ID           PIC X(4).
    05 WL-ROW-DETAIL            PIC X(80).
    05 WL-SUMMARY-DETAIL REDEFINES WL-ROW-DETAIL.
        10 WL-RISK-SCORE        PIC 9(5)V99.
        10 WL-FIRST-LISTED-DATE PIC X(10).
        10 WL-LAST-EVENT-DATE   PIC X(10).
        10 WL-DISPOSITION       PIC X(1).
            88 WL-NO-DISPOSITION      VALUE SPACE.
            88 WL-CLEARED             VALUE "C".
            88 WL-UNDER-INVESTIGATION VALUE "I".
        10 WL-DISPOSITION-DATE  PIC X(10).
        10 WL-INVESTIGATOR-ID   PIC X(8).
        10 FILLER               PIC X(34).
    05 WL-EVENT-DETAIL REDEFINES WL-ROW-DETAIL.
        10 WL-EVENT-DATE        PIC X(10).
        10 WL-EVENT-SOURCE      PIC X(8).
        10 WL-EVENT-POINTS      PIC 9(3)V99.
        10 WL-EVENT-TEXT        PIC X(57).
