    05 FILLER           PIC X(16) VALUE "  LEFT BEHIND: ".
    05 su-skipped       PIC ZZZ,ZZ9.

*> Call area for FactStreamGuard, the job-stream sequencing guard.
COPY FACTJSCK.

PROCEDURE DIVISION.
MainLine.
    PERFORM StartStreamStep
    PERFORM InitRun
    OPEN I-O FACTSTG-FILE
    EVALUATE TRUE
        WHEN OTHER
            DISPLAY "FACTSTG OPEN FAILED - STATUS " ws-factstg-status
            MOVE 12 TO RETURN-CODE
            PERFORM RecordStepEnd
            STOP RUN
    END-EVALUATE
    OPEN INPUT FACTIN-FILE
    IF ws-factin-status NOT = "00" AND ws-factin-status NOT = "05"
        DISPLAY "FACTIN OPEN FAILED - STATUS " ws-factin-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    OPEN OUTPUT FACTNEW-FILE
    IF ws-factnew-status NOT = "00"
        DISPLAY "FACTNEW OPEN FAILED - STATUS " ws-factnew-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    OPEN OUTPUT FACTSGR-FILE
    IF ws-factsgr-status NOT = "00"
        DISPLAY "FACTSGR OPEN FAILED - STATUS " ws-factsgr-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    PERFORM WriteHeadings
    CLOSE FACTNEW-FILE
    CLOSE FACTSGR-FILE
    MOVE ws-run-rc TO RETURN-CODE
    PERFORM RecordStepEnd
    STOP RUN.

InitRun.
    IF ws-factnew-status NOT = "00"
        DISPLAY "FACTNEW WRITE FAILED - STATUS " ws-factnew-status
        MOVE 8 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF.

    IF ws-factsgr-status NOT = "00"
        DISPLAY "FACTSGR WRITE FAILED - STATUS " ws-factsgr-status
        MOVE 8 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF.

StartStreamStep.
    *> The job-stream guard holds this step (RC 12) unless FACTRCYC
    *> completed cleanly tonight - the sweep merges in front of the
    *> recycle set, never the other way round.
    MOVE SPACES TO FACT-STREAM-LINKAGE
    MOVE 0 TO JK-STEP-RC
    SET jk-fn-start TO TRUE
    MOVE "FACTSTGS" TO JK-STEP
    CALL "FactStreamGuard" USING FACT-STREAM-LINKAGE
    IF jk-held
        DISPLAY JK-MESSAGE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF jk-guard-off
        DISPLAY JK-MESSAGE
    END-IF.

RecordStepEnd.
    *> The guard call would overlay RETURN-CODE on return, so the
    *> step's own code is carried across it.
    MOVE RETURN-CODE TO JK-STEP-RC
    SET jk-fn-end TO TRUE
    CALL "FactStreamGuard" USING FACT-STREAM-LINKAGE
    MOVE JK-STEP-RC TO RETURN-CODE.
