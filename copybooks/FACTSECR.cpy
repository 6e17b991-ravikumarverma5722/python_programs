*> FACTSECV security violation record. One 80-byte ESDS record per
*> attempt the operator authorization check refused: when, who,
*> from which terminal, under which transaction, why, and the cost
*> center or REQUEST-ID the attempt was for. Written online by
*> FACTAUTC; read by the daily FactViolationReport for the security
*> officer. The ESDS is the permanent trail - nothing trims it.
01  FACTSECV-REC.
    05 SV-DATE          PIC 9(8).
    05 SV-TIME          PIC 9(6).
    05 SV-OPERATOR-ID   PIC X(8).
    05 SV-TERMINAL      PIC X(4).
    05 SV-TRANSACTION   PIC X(4).
    05 SV-REASON        PIC X(4).
       88 sv-not-on-table        VALUE "V001".
       88 sv-revoked             VALUE "V002".
       88 sv-tran-refused        VALUE "V003".
       88 sv-center-refused      VALUE "V004".
       88 sv-view-refused        VALUE "V005".
    05 SV-COST-CENTER   PIC X(4).
    05 SV-REQUEST-ID    PIC X(6).
    05 FILLER           PIC X(36).
