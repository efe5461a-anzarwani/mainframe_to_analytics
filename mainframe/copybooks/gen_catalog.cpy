01  GENERATION-CATALOG-RECORD.
    05 GC-BUSINESS-DATE         PIC X(10).
*> CCYYMMDDHHMMSS of the run that wrote the entry; a business date
*> cataloged more than once (a rerun) is answered by its latest run
    05 GC-RUN-STAMP             PIC X(14).
    05 GC-ENTRY-TYPE            PIC X(1).
        88 GC-GENERATION-ENTRY  VALUE "G".
        88 GC-BACKOUT-ENTRY     VALUE "B".
    05 GC-PROGRAM-ID            PIC X(8).
    05 GC-DATASET-NAME          PIC X(12).
    05 GC-IO-ROLE               PIC X(1).
        88 GC-MASTER-READ       VALUE "R".
        88 GC-MASTER-WRITTEN    VALUE "W".
        88 GC-RELEASED-OUTPUT   VALUE "O".
*> the dated generation copy of the dataset (dataset.CCYYMMDD)
    05 GC-GENERATION-NAME       PIC X(21).
    05 GC-RECORD-COUNT          PIC 9(9).
    05 GC-HASH-TOTAL            PIC 9(15).
