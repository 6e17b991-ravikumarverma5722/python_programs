*> BMS symbolic map for mapset FCCMSET, map FCCMMAP.
*> Generated by hand to match bms/FACTCCMM.bms (DFHMDF field order),
*> the same way copybooks/FACTMAP.cpy tracks bms/FACTMAP.bms.
01  FCCMMAPI.
    05 FILLER           PIC X(12).
    05 CACTL            PIC S9(4) COMP.
    05 CACTF            PIC X.
    05 CACTA            PIC X.
    05 CACTI            PIC X(1).
    05 CCODEL           PIC S9(4) COMP.
    05 CCODEF           PIC X.
    05 CCODEA           PIC X.
    05 CCODEI           PIC X(4).
    05 CNAMEL           PIC S9(4) COMP.
    05 CNAMEF           PIC X.
    05 CNAMEA           PIC X.
    05 CNAMEI           PIC X(24).
    05 CSTATL           PIC S9(4) COMP.
    05 CSTATF           PIC X.
    05 CSTATA           PIC X.
    05 CSTATI           PIC X(1).
    05 CEFFDL           PIC S9(4) COMP.
    05 CEFFDF           PIC X.
    05 CEFFDA           PIC X.
    05 CEFFDI           PIC X(8).
    05 CMSGL            PIC S9(4) COMP.
    05 CMSGF            PIC X.
    05 CMSGA            PIC X.
    05 CMSGI            PIC X(79).

01  FCCMMAPO REDEFINES FCCMMAPI.
    05 FILLER           PIC X(12).
    05 FILLER           PIC X(4).
    05 CACTO            PIC X(1).
    05 FILLER           PIC X(4).
    05 CCODEO           PIC X(4).
    05 FILLER           PIC X(4).
    05 CNAMEO           PIC X(24).
    05 FILLER           PIC X(4).
    05 CSTATO           PIC X(1).
    05 FILLER           PIC X(4).
    05 CEFFDO           PIC X(8).
    05 FILLER           PIC X(4).
    05 CMSGO            PIC X(79).
