*> FACTSPLC split control record. FactSplit writes one 40-byte record
*> per parallel stream each night: the split's start timestamp (the
*> 21-character FUNCTION CURRENT-DATE form), how many FACTIN records
*> and source sets went to the stream, and how many of its details
*> were flagged as repeats of a REQUEST-ID routed earlier in the
*> feed. FactMerge reads it back to prove every stream ran tonight
*> and read its whole share before anything is merged.
01  FACTSPLC-REC.
    05 SP-STREAM        PIC 9(1).
    05 SP-SPLIT-TS      PIC X(21).
    05 SP-RECORDS       PIC 9(6).
    05 SP-SETS          PIC 9(2).
    05 SP-DUPLICATES    PIC 9(6).
    05 FILLER           PIC X(4).
