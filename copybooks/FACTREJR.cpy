*> FACTREJ reject record. Written by FactBatch (WriteRejectRecord),
*> read by the FactRecycle correction/resubmission program, and
*> appended nightly to the FACTREJV ESDS (FACTREJV.jcl) for the FSTA
*> request status inquiry.
*> FR-RUN-DATE is the run that produced the reject; FR-RESUB-COUNT is
*> how many times this request has already been recycled (zero on a
*> first-time reject). R010 is a cost-center quota hold rather than a
*> fault in the request: FactRecycle puts every R010 reject back into
*> the next night's RECYCLE set as it stands, with no correction
*> keyed, so it goes through again once the ceiling is raised or the
*> month turns - FR-TRAN-TYPE and FR-NUM-R carry the request's own
*> transaction type and R value for that.
*> FR-SOURCE-SYSTEM is the feed the request first arrived on - a
*> recycled request keeps its original source rather than RECYCLE -
*> so the FACTREJV history can be analysed by upstream feed owner
*> (FactRejectAnalysis).
01  FACTREJ-REC.
    05 FR-REQUEST-ID    PIC X(6).
    05 FR-NUM           PIC 9(2).
    05 FR-REASON-CODE   PIC X(4).
       88 fr-quota-reject        VALUE "R010".
    05 FR-REASON-TEXT   PIC X(28).
    05 FR-RUN-DATE      PIC 9(8).
    05 FR-RESUB-COUNT   PIC 9(2).
    05 FR-COST-CENTER   PIC X(4).
    05 FR-SOURCE-SYSTEM PIC X(8).
    05 FR-TRAN-TYPE     PIC X(1).
    05 FR-NUM-R         PIC 9(2).
