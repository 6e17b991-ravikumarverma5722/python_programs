*> FACTRTN per-source return feed. FactBatch writes one 98-byte
*> record set per FACTIN control set, in the same header-detail-
*> trailer shape the source sent us, so each feeding system gets its
*> own answer back: the header echoes the source's FH-FILE-DATE, each
*> detail answers one FI-REQUEST-ID (computed result, or the reject
*> code and text), and the trailer carries the set's counts, which
*> tie to that source's subtotal line on FACTRPT. RR-SOURCE-SYSTEM
*> sits on every record so FactReturnSplit can cut the file into one
*> dataset per source for transmission. The first 90 bytes are what
*> the source receives; RD-ORIG-SOURCE after them is ours. It is set
*> only on a RECYCLE set's details, to the source the request first
*> came in on, so FactReturnSplit can send that source the answer to
*> its recycled work. Blank on every other detail.
*> RD-DISPOSITION: C computed (RD-RESULT/RD-EXT-FLAG set),
*>   V validated only (PARM run mode V, no result), R rejected
*>   (RD-REASON-CODE/RD-REASON-TEXT set), N not processed this run
*>   (RD-REASON-TEXT says why; no reason code - resend as is).
*> RT-COMPUTED counts C and V answers, RT-REJECTED the R answers;
*> RT-SET-STATUS is B when the set balanced to its trailer and F when
*> the set failed and must be retransmitted.
01  FACTRTN-REC.
    05 RR-REC-TYPE      PIC X(1).
       88 rr-header-rec          VALUE "H".
       88 rr-detail-rec          VALUE "D".
       88 rr-trailer-rec         VALUE "T".
    05 RR-SOURCE-SYSTEM PIC X(8).
    05 FILLER           PIC X(89).
01  FACTRTN-HEADER-REC.
    05 FILLER           PIC X(9).
    05 RH-FILE-DATE     PIC 9(8).
    05 RH-RUN-DATE      PIC 9(8).
    05 RH-SET-KIND      PIC X(1).
       88 rh-recycled-answers    VALUE "R".
    05 FILLER           PIC X(72).
01  FACTRTN-DETAIL-REC.
    05 FILLER           PIC X(9).
    05 RD-REQUEST-ID    PIC X(6).
    05 RD-DISPOSITION   PIC X(1).
       88 rd-computed            VALUE "C".
       88 rd-validated           VALUE "V".
       88 rd-rejected            VALUE "R".
       88 rd-not-processed       VALUE "N".
    05 RD-NUM           PIC 9(2).
    05 RD-TRAN-TYPE     PIC X(1).
    05 RD-NUM-R         PIC 9(2).
    05 RD-RESULT        PIC 9(30).
    05 RD-EXT-FLAG      PIC X(1).
    05 RD-REASON-CODE   PIC X(4).
    05 RD-REASON-TEXT   PIC X(28).
    05 FILLER           PIC X(6).
    05 RD-ORIG-SOURCE   PIC X(8).
01  FACTRTN-TRAILER-REC.
    05 FILLER           PIC X(9).
    05 RT-DETAIL-COUNT  PIC 9(6).
    05 RT-COMPUTED      PIC 9(6).
    05 RT-REJECTED      PIC 9(6).
    05 RT-NOT-PROCESSED PIC 9(6).
    05 RT-SET-STATUS    PIC X(1).
       88 rt-set-balanced        VALUE "B".
       88 rt-set-failed          VALUE "F".
    05 FILLER           PIC X(64).
