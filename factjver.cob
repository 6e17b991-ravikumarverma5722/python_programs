    05 FILLER           PIC X(9)  VALUE "VERDICT: ".
    05 vl-verdict       PIC X(60).

*> Call area for FactStreamGuard, the job-stream sequencing guard.
COPY FACTJSCK.

PROCEDURE DIVISION.
MainLine.
    PERFORM StartStreamStep
    PERFORM InitRun
    OPEN INPUT FACTLOG-FILE
    IF ws-factlog-status NOT = "00" AND ws-factlog-status NOT = "05"
        DISPLAY "FACTLOG OPEN FAILED - STATUS " ws-factlog-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    OPEN OUTPUT FACTJVR-FILE
    IF ws-factjvr-status NOT = "00"
        DISPLAY "FACTJVR OPEN FAILED - STATUS " ws-factjvr-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    PERFORM WriteHeadings
    CLOSE FACTLOG-FILE
    CLOSE FACTJVR-FILE
    MOVE ws-run-rc TO RETURN-CODE
    PERFORM RecordStepEnd
    STOP RUN.

InitRun.
    IF ws-factjvr-status NOT = "00"
        DISPLAY "FACTJVR WRITE FAILED - STATUS " ws-factjvr-status
        MOVE 8 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF.

StartStreamStep.
    *> The job-stream guard holds this step (RC 12) unless FACTBAT (or
    *> on a split night the FACTMRG merge) completed cleanly tonight.
    MOVE SPACES TO FACT-STREAM-LINKAGE
    MOVE 0 TO JK-STEP-RC
    SET jk-fn-start TO TRUE
    MOVE "FACTJVER" TO JK-STEP
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
