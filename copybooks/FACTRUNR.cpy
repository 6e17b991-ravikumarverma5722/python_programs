*> the 21-character FUNCTION CURRENT-DATE form, the PARM window and
*> run mode, the read/computed/rejected counts, and the final
*> condition code. Read back by the FactRunHistory trend report.
*> RN-STREAM is blank on a single-stream run. A parallel stream
*> writes its number (1-8) on its own stream run file, and FactMerge
*> writes "M" on the one combined record it adds to the live file.
01  FACTRUN-REC.
    05 RN-START-TS      PIC X(21).
    05 RN-START-TS-SPLIT REDEFINES RN-START-TS.
    05 RN-COMPUTED      PIC 9(6).
    05 RN-REJECTED      PIC 9(6).
    05 RN-RETURN-CODE   PIC 9(2).
    05 RN-STREAM        PIC X(1).
       88 rn-stream-run          VALUES "1" THRU "8".
       88 rn-merged-run          VALUE "M".
    05 FILLER           PIC X(22).
