COPY FACTLOGR.

FD  FACTREJ-FILE
    RECORD CONTAINS 65 CHARACTERS.
COPY FACTREJR.

FD  FACTSTM-FILE
01  ws-no-activity-line PIC X(80) VALUE
    "NO DEPARTMENT ACTIVITY FOR THE STATEMENT DATE".

*> Call area for FactStreamGuard, the job-stream sequencing guard.
COPY FACTJSCK.

LINKAGE SECTION.
01  LK-PARM-AREA.
    05 LK-PARM-LEN       PIC S9(4) COMP.

PROCEDURE DIVISION USING LK-PARM-AREA.
MainLine.
    PERFORM StartStreamStep
    PERFORM InitRun
    OPEN OUTPUT FACTSTM-FILE
    IF ws-factstm-status NOT = "00"
        DISPLAY "FACTSTM OPEN FAILED - STATUS " ws-factstm-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    PERFORM LoadJournalActivity
    END-IF
    CLOSE FACTSTM-FILE
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
            DISPLAY "FACTREJ OPEN FAILED - STATUS " ws-factrej-status
            MOVE 12 TO RETURN-CODE
            PERFORM RecordStepEnd
            STOP RUN
        END-IF
    END-IF
    IF ws-factstm-status NOT = "00"
        DISPLAY "FACTSTM WRITE FAILED - STATUS " ws-factstm-status
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
    MOVE "FACTSTMT" TO JK-STEP
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
