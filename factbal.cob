COPY FACTEXTR.

FD  FACTREJ-FILE
    RECORD CONTAINS 65 CHARACTERS.
COPY FACTREJR.

FD  FACTBCR-FILE
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 vl-verdict       PIC X(60).

*> Call area for FactStreamGuard, the job-stream sequencing guard.
COPY FACTJSCK.

PROCEDURE DIVISION.
MainLine.
    PERFORM StartStreamStep
    PERFORM InitRun
    OPEN INPUT FACTRUN-FILE
    IF ws-factrun-status NOT = "00"
        DISPLAY "FACTRUN OPEN FAILED - STATUS " ws-factrun-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    OPEN OUTPUT FACTBCR-FILE
    IF ws-factbcr-status NOT = "00"
        DISPLAY "FACTBCR OPEN FAILED - STATUS " ws-factbcr-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    PERFORM LocateTonightsRun
        CLOSE FACTRUN-FILE
        CLOSE FACTBCR-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    PERFORM CountJournalEntries
    CLOSE FACTRUN-FILE
    CLOSE FACTBCR-FILE
    MOVE ws-run-rc TO RETURN-CODE
    PERFORM RecordStepEnd
    STOP RUN.

InitRun.
        ELSE
            DISPLAY "FACTLOG OPEN FAILED - STATUS " ws-factlog-status
            MOVE 12 TO RETURN-CODE
            PERFORM RecordStepEnd
            STOP RUN
        END-IF
    END-IF
        ELSE
            DISPLAY "FACTEXT OPEN FAILED - STATUS " ws-factext-status
            MOVE 12 TO RETURN-CODE
            PERFORM RecordStepEnd
            STOP RUN
        END-IF
    END-IF
        ELSE
            DISPLAY "FACTREJ OPEN FAILED - STATUS " ws-factrej-status
            MOVE 12 TO RETURN-CODE
            PERFORM RecordStepEnd
            STOP RUN
        END-IF
    END-IF
    IF ws-factbcr-status NOT = "00"
        DISPLAY "FACTBCR WRITE FAILED - STATUS " ws-factbcr-status
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
    MOVE "FACTBAL" TO JK-STEP
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
