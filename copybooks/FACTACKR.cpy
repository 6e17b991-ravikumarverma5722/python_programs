*> FACTACK billing acknowledgment record. One 20-byte record per
*> FACTEXT record the distributed billing system has processed,
*> returned daily and keyed by the extract's EX-REQUEST-ID. Read by
*> FactAckRecon for the end-to-end reconciliation, and loaded by
*> FACTACKV.jcl onto the FACTACKV ESDS the FSTA request status
*> inquiry browses. AK-REASON-CODE is billing's own code (R status
*> only).
01  FACTACK-REC.
    05 AK-REQUEST-ID    PIC X(6).
    05 AK-STATUS        PIC X(1).
       88 ak-accepted            VALUE "A".
       88 ak-rejected            VALUE "R".
    05 AK-REASON-CODE   PIC X(4).
    05 AK-ACK-DATE      PIC 9(8).
    05 FILLER           PIC X(1).
