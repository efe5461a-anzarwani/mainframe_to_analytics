01  GEN-MASTER-LIST-RECORD.
    05 GX-PROGRAM-ID            PIC X(8).
*> the dataset name, or for a numbered series (BANKOUT.nnn,
*> FEECLAIM.nnn) the name up to and including the dot
    05 GX-DATASET-NAME          PIC X(12).
    05 GX-IO-ROLE               PIC X(1).
        88 GX-MASTER-READ       VALUE "R".
        88 GX-MASTER-WRITTEN    VALUE "W".
        88 GX-RELEASED-OUTPUT   VALUE "O".
    05 GX-SERIES-FLAG           PIC X(1).
        88 GX-NUMBERED-SERIES   VALUE "Y".
