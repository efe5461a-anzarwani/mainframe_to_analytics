01  STORE-FINAL-STMT-RECORD.
*> one row per closed store whose final daily statement has gone
*> out; the store gets no further statements while it stays closed
    05 SF-STORE-ID              PIC X(6).
    05 SF-FINAL-STMT-DATE       PIC X(10).
