      *>                that holds it (from the ARCHNDX index)
      *>                instead of NOT FOUND, so dispute research
      *>                knows which volume to restore.
      *> 2026-10-15 DE  Show the reward certificate POSCERTM
      *>                matched to the sale and the amount applied.
      *> --------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTXNIQ.
               MOVE TL-EXTRACT-DATE TO WS-LL-VALUE
               PERFORM 2290-WRITE-LABEL-LINE
           END-IF

           IF TL-CERT-NUMBER NOT = SPACES
               MOVE "CERTIFICATE APPLIED . " TO WS-LL-LABEL
               MOVE TL-CERT-NUMBER TO WS-LL-VALUE
               PERFORM 2290-WRITE-LABEL-LINE
               MOVE "CERTIFICATE AMOUNT. . " TO WS-AL-LABEL
               MOVE TL-CERT-AMOUNT TO WS-AL-AMOUNT
               MOVE WS-RPT-AMOUNT-LINE TO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           END-IF
           .

       2290-WRITE-LABEL-LINE.
