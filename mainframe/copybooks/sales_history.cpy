    05 SH-REFUND-AMOUNT         PIC S9(11)V99.
    05 SH-NET-AMOUNT            PIC S9(11)V99.
    05 SH-TXN-COUNT             PIC 9(7).
*> prior-period adjustments: sales that reached the chain after
*> this row's own night (late polls, suspense records re-entered by
*> POSSUSPR) post here against their real TXN-DATE rather than
*> inflating the night they arrived.  SH-GROSS-AMOUNT and
*> SH-TXN-COUNT stay as first posted; SH-NET-AMOUNT includes the
*> adjustments.  The SH-LAST-ADJ- fields hold the portion posted by
*> the most recent feed date so a rerun of that night replaces it
*> rather than doubling it.
    05 SH-ADJUST-AMOUNT         PIC S9(11)V99.
    05 SH-ADJUST-COUNT          PIC 9(7).
    05 SH-LAST-ADJ-FEED-DATE    PIC X(10).
    05 SH-LAST-ADJ-AMOUNT       PIC S9(11)V99.
    05 SH-LAST-ADJ-COUNT        PIC 9(7).
