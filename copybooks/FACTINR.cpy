*> carrying that set's detail count and hash total of FI-NUM. Read
*> and balanced per set by FactBatch; FactRecycle prepends its own
*> RECYCLE set and copies the incoming sets through unchanged.
*> FI-ORIG-SOURCE is set only on the RECYCLE set's details: the
*> source system the request originally arrived on, so a reject of
*> recycled work is still charged to the upstream feed. It is blank
*> on every other set. FI-SPLIT-DUP is set only by FactSplit, on a
*> detail whose REQUEST-ID already went out earlier in the feed: the
*> streams run apart and cannot see each other's seen tables, so the
*> splitter marks the repeat and the stream rejects it R006 exactly as
*> a single run would have.
01  FACTIN-REC.
    05 FI-REC-TYPE      PIC X(1).
       88 fi-header-rec          VALUE "H".
    05 FI-NUM-R         PIC 9(2).
    05 FI-RESUB-COUNT   PIC 9(2).
    05 FI-COST-CENTER   PIC X(4).
    05 FI-ORIG-SOURCE   PIC X(8).
    05 FI-SPLIT-DUP     PIC X(1).
       88 fi-split-duplicate     VALUE "D".
    05 FILLER           PIC X(13).
01  FACTIN-TRAILER-REC.
    05 FILLER           PIC X(1).
    05 FT-DETAIL-COUNT  PIC 9(6).
