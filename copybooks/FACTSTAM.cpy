*> BMS symbolic map for mapset FSTASET, map FSTAMAP.
*> Generated by hand to match bms/FACTSTAM.bms (DFHMDF field order),
*> the same way copybooks/FACTLOGM.cpy tracks bms/FACTLOGM.bms.
01  FSTAMAPI.
    05 FILLER           PIC X(12).
    05 REQIDL           PIC S9(4) COMP.
    05 REQIDF           PIC X.
    05 REQIDA           PIC X.
    05 REQIDI           PIC X(6).
    05 CURSTL           PIC S9(4) COMP.
    05 CURSTF           PIC X.
    05 CURSTA           PIC X.
    05 CURSTI           PIC X(71).
    05 L01L             PIC S9(4) COMP.
    05 L01F             PIC X.
    05 L01A             PIC X.
    05 L01I             PIC X(79).
    05 L02L             PIC S9(4) COMP.
    05 L02F             PIC X.
    05 L02A             PIC X.
    05 L02I             PIC X(79).
    05 L03L             PIC S9(4) COMP.
    05 L03F             PIC X.
    05 L03A             PIC X.
    05 L03I             PIC X(79).
    05 L04L             PIC S9(4) COMP.
    05 L04F             PIC X.
    05 L04A             PIC X.
    05 L04I             PIC X(79).
    05 L05L             PIC S9(4) COMP.
    05 L05F             PIC X.
    05 L05A             PIC X.
    05 L05I             PIC X(79).
    05 L06L             PIC S9(4) COMP.
    05 L06F             PIC X.
    05 L06A             PIC X.
    05 L06I             PIC X(79).
    05 L07L             PIC S9(4) COMP.
    05 L07F             PIC X.
    05 L07A             PIC X.
    05 L07I             PIC X(79).
    05 L08L             PIC S9(4) COMP.
    05 L08F             PIC X.
    05 L08A             PIC X.
    05 L08I             PIC X(79).
    05 L09L             PIC S9(4) COMP.
    05 L09F             PIC X.
    05 L09A             PIC X.
    05 L09I             PIC X(79).
    05 L10L             PIC S9(4) COMP.
    05 L10F             PIC X.
    05 L10A             PIC X.
    05 L10I             PIC X(79).
    05 QMSGL            PIC S9(4) COMP.
    05 QMSGF            PIC X.
    05 QMSGA            PIC X.
    05 QMSGI            PIC X(79).

01  FSTAMAPO REDEFINES FSTAMAPI.
    05 FILLER           PIC X(12).
    05 FILLER           PIC X(4).
    05 REQIDO           PIC X(6).
    05 FILLER           PIC X(4).
    05 CURSTO           PIC X(71).
    05 FILLER           PIC X(4).
    05 L01O             PIC X(79).
    05 FILLER           PIC X(4).
    05 L02O             PIC X(79).
    05 FILLER           PIC X(4).
    05 L03O             PIC X(79).
    05 FILLER           PIC X(4).
    05 L04O             PIC X(79).
    05 FILLER           PIC X(4).
    05 L05O             PIC X(79).
    05 FILLER           PIC X(4).
    05 L06O             PIC X(79).
    05 FILLER           PIC X(4).
    05 L07O             PIC X(79).
    05 FILLER           PIC X(4).
    05 L08O             PIC X(79).
    05 FILLER           PIC X(4).
    05 L09O             PIC X(79).
    05 FILLER           PIC X(4).
    05 L10O             PIC X(79).
    05 FILLER           PIC X(4).
    05 QMSGO            PIC X(79).
