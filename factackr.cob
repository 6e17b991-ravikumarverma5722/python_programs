
FD  FACTACK-FILE
    RECORD CONTAINS 20 CHARACTERS.
COPY FACTACKR.

FD  FACTAKR-FILE
    RECORD CONTAINS 80 CHARACTERS.
    05 FILLER           PIC X(21) VALUE "  ACKS WITH NO SEND: ".
    05 su-orphans       PIC ZZZ,ZZ9.

*> Call area for FactStreamGuard, the job-stream sequencing guard.
COPY FACTJSCK.

PROCEDURE DIVISION.
MainLine.
    PERFORM StartStreamStep
    PERFORM InitRun
    OPEN INPUT FACTEXT-FILE
    IF ws-factext-status NOT = "00" AND ws-factext-status NOT = "05"
        DISPLAY "FACTEXT OPEN FAILED - STATUS " ws-factext-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    OPEN INPUT FACTACK-FILE
    IF ws-factack-status NOT = "00" AND ws-factack-status NOT = "05"
        DISPLAY "FACTACK OPEN FAILED - STATUS " ws-factack-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    OPEN OUTPUT FACTAKR-FILE
    IF ws-factakr-status NOT = "00"
        DISPLAY "FACTAKR OPEN FAILED - STATUS " ws-factakr-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    OPEN OUTPUT FACTRXT-FILE
    IF ws-factrxt-status NOT = "00"
        DISPLAY "FACTRXT OPEN FAILED - STATUS " ws-factrxt-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    PERFORM WriteHeadings
    CLOSE FACTAKR-FILE
    CLOSE FACTRXT-FILE
    MOVE ws-run-rc TO RETURN-CODE
    PERFORM RecordStepEnd
    STOP RUN.

InitRun.
    IF ws-factrxt-status NOT = "00"
        DISPLAY "FACTRXT WRITE FAILED - STATUS " ws-factrxt-status
        MOVE 8 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    ADD 1 TO ws-retrans-count.
    IF ws-factakr-status NOT = "00"
        DISPLAY "FACTAKR WRITE FAILED - STATUS " ws-factakr-status
        MOVE 8 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF.

StartStreamStep.
    *> The job-stream guard holds this step (RC 12) unless FACTBAL
    *> completed cleanly tonight.
    MOVE SPACES TO FACT-STREAM-LINKAGE
    MOVE 0 TO JK-STEP-RC
    SET jk-fn-start TO TRUE
    MOVE "FACTACK" TO JK-STEP
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
