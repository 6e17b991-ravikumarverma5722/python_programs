*> FACTCCH cost-center change history record. One 100-byte ESDS
*> record per change made to the FACTCCM master through the FCCM
*> maintenance transaction (program FACTCCMU): who made it, when, and
*> the center as it stood before and after. An add carries a blank
*> before image. The quarterly FactCcmList certification run prints
*> these beside the master listing so accounting signs for the
*> changes as well as the end state.
01  FACTCCH-REC.
    05 CH-COST-CENTER   PIC X(4).
    05 CH-ACTION        PIC X(1).
       88 ch-added               VALUE "A".
       88 ch-changed             VALUE "C".
       88 ch-inactivated         VALUE "I".
    05 CH-OPERATOR-ID   PIC X(8).
    05 CH-CHANGE-TS.
       10 CH-CHANGE-DATE PIC 9(8).
       10 CH-CHANGE-TIME PIC 9(6).
    05 CH-BEFORE.
       10 CH-BEF-DEPT-NAME PIC X(24).
       10 CH-BEF-STATUS    PIC X(1).
       10 CH-BEF-EFF-DATE  PIC X(8).
    05 CH-AFTER.
       10 CH-AFT-DEPT-NAME PIC X(24).
       10 CH-AFT-STATUS    PIC X(1).
       10 CH-AFT-EFF-DATE  PIC X(8).
    05 FILLER           PIC X(7).
