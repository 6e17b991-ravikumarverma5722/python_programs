*> Call area for FactStreamGuard, the job-stream sequencing guard
*> every program of the nightly stream CALLs as it starts (function
*> S) and as it ends (function E), and FACTJSO calls to open a night
*> (function O). JK-STEP is the step's name in the stream, its job
*> name. On S the guard answers
*> cleared, or held with the reason in JK-MESSAGE (the caller ends
*> RC 12), or off when the job runs without a FACTJSC DD. On E the
*> caller passes its final condition code in JK-STEP-RC. JK-PROC-DATE
*> comes back as the night's processing date; on O it carries the
*> date to open, spaces for today.
01  FACT-STREAM-LINKAGE.
    05 JK-FUNCTION      PIC X(1).
       88 jk-fn-start            VALUE "S".
       88 jk-fn-end              VALUE "E".
       88 jk-fn-open             VALUE "O".
    05 JK-STEP          PIC X(8).
    05 JK-STEP-RC       PIC 9(2).
    05 JK-PROC-DATE     PIC X(8).
    05 JK-RESULT        PIC X(1).
       88 jk-cleared             VALUE "Y".
       88 jk-held                VALUE "N".
       88 jk-guard-off           VALUE "O".
    05 JK-MESSAGE       PIC X(80).
