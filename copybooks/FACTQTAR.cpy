*> FACTQTA cost-center request quota record. One 40-byte record per
*> cost center with a monthly ceiling, maintained by accounting. A
*> center with no record here has no ceiling. QT-MONTHLY-LIMIT caps
*> every request the center has journaled in the calendar month;
*> QT-EXT-LIMIT separately caps the extended-precision ones, which
*> burn the wide COMP-3 path and bill at the higher rate. A limit of
*> zero means that ceiling is not enforced, so a center can be held
*> to an extended-precision ceiling alone. FactBatch counts the
*> month to date from the FACTLOG journal plus the night's own work
*> and rejects R010 past either ceiling; FactQuotaUtil prints usage
*> against these limits with a warning at 80 percent.
01  FACTQTA-REC.
    05 QT-COST-CENTER   PIC X(4).
    05 QT-MONTHLY-LIMIT PIC 9(6).
    05 QT-EXT-LIMIT     PIC 9(6).
    05 FILLER           PIC X(24).
