*> FACTSRC source-system registry record. One 60-byte record per
*> feed authorized to send a control set on FACTIN, maintained by
*> operations alongside the transmission schedule. The internal sets
*> (RECYCLE, ONLINE, STANDING) are registered like any other feed.
*> FactBatch loads the active entries at start of run and fails the
*> whole set of any source not on it; FactFeedCheck uses the delivery
*> days and the normal detail-count range for the post-run feed
*> exception report.
*> SS-DELIVERY-DAY is one Y/N flag per weekday, Monday first.
01  FACTSRC-REC.
    05 SS-SOURCE-SYSTEM PIC X(8).
    05 SS-DESCRIPTION   PIC X(24).
    05 SS-STATUS        PIC X(1).
       88 ss-active              VALUE "A".
       88 ss-inactive            VALUE "I".
    05 SS-DELIVERY-DAYS.
       10 SS-DELIVERY-DAY OCCURS 7 PIC X(1).
    05 SS-MIN-DETAILS   PIC 9(6).
    05 SS-MAX-DETAILS   PIC 9(6).
    05 FILLER           PIC X(8).
