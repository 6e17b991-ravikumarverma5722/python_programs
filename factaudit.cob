    05 FILLER           PIC X(19) VALUE "  UNDATED (KEPT): ".
    05 rt-bad-date      PIC ZZZ,ZZ9.

*> Call area for FactStreamGuard, the job-stream sequencing guard.
COPY FACTJSCK.

LINKAGE SECTION.
01  LK-PARM-AREA.
    05 LK-PARM-LEN       PIC S9(4) COMP.

PROCEDURE DIVISION USING LK-PARM-AREA.
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
    OPEN OUTPUT FACTAUDR-FILE
    IF ws-factaudr-status NOT = "00"
        DISPLAY "FACTAUDR OPEN FAILED - STATUS " ws-factaudr-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    OPEN OUTPUT FACTARCH-FILE
    IF ws-factarch-status NOT = "00"
        DISPLAY "FACTARCH OPEN FAILED - STATUS " ws-factarch-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    OPEN OUTPUT FACTLOGN-FILE
    IF ws-factlogn-status NOT = "00"
        DISPLAY "FACTLOGN OPEN FAILED - STATUS " ws-factlogn-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    PERFORM ReadFactlog
    CLOSE FACTAUDR-FILE
    CLOSE FACTARCH-FILE
    CLOSE FACTLOGN-FILE
    PERFORM RecordStepEnd
    STOP RUN.

InitRun.
                DISPLAY "FACTARCH WRITE FAILED - STATUS "
                    ws-factarch-status
                MOVE 8 TO RETURN-CODE
                PERFORM RecordStepEnd
                STOP RUN
            END-IF
            ADD 1 TO ws-archived-count
    IF ws-factlogn-status NOT = "00"
        DISPLAY "FACTLOGN WRITE FAILED - STATUS " ws-factlogn-status
        MOVE 8 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    ADD 1 TO ws-retained-count.
    IF ws-factaudr-status NOT = "00"
        DISPLAY "FACTAUDR WRITE FAILED - STATUS " ws-factaudr-status
        MOVE 8 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF.

StartStreamStep.
    *> The job-stream guard holds this step (RC 12) unless FACTJVER and
    *> FACTSTMT completed cleanly tonight and FACTCHG has run cleanly
    *> this month - nothing is trimmed before it is verified, stated,
    *> and billed.
    MOVE SPACES TO FACT-STREAM-LINKAGE
    MOVE 0 TO JK-STEP-RC
    SET jk-fn-start TO TRUE
    MOVE "FACTAUD" TO JK-STEP
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
