DATA DIVISION.
FILE SECTION.
FD  FACTREJ-FILE
    RECORD CONTAINS 65 CHARACTERS.
COPY FACTREJR.

FD  FACTCOR-FILE
       10 ws-rcy-r          PIC 9(2).
       10 ws-rcy-resub      PIC 9(2).
       10 ws-rcy-cost-ctr   PIC X(4).
       10 ws-rcy-orig-src   PIC X(8).
01  ws-rcy-idx          PIC 9(3)  VALUE 0.

01  ws-detail-count     PIC 9(6)  VALUE 0.
    05 nd-num-r         PIC X(2).
    05 nd-resub-count   PIC 9(2).
    05 nd-cost-center   PIC X(4).
    05 nd-orig-source   PIC X(8).
    05 FILLER           PIC X(14) VALUE SPACES.

01  ws-new-trailer.
    05 FILLER           PIC X(1)  VALUE "T".
01  ws-age-edit         PIC X(5)  VALUE SPACES.
01  ws-age-zz           PIC ZZZZ9.

*> Call area for FactStreamGuard, the job-stream sequencing guard.
COPY FACTJSCK.

PROCEDURE DIVISION.
MainLine.
    PERFORM StartStreamStep
    PERFORM InitRun
    OPEN INPUT FACTREJ-FILE
    IF ws-factrej-status NOT = "00" AND ws-factrej-status NOT = "05"
        DISPLAY "FACTREJ OPEN FAILED - STATUS " ws-factrej-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    OPEN INPUT FACTCOR-FILE
    IF ws-factcor-status NOT = "00" AND ws-factcor-status NOT = "05"
        DISPLAY "FACTCOR OPEN FAILED - STATUS " ws-factcor-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
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
    OPEN OUTPUT FACTESC-FILE
    IF ws-factesc-status NOT = "00"
        DISPLAY "FACTESC OPEN FAILED - STATUS " ws-factesc-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    PERFORM WriteHeadings
    CLOSE FACTIN-FILE
    CLOSE FACTNEW-FILE
    CLOSE FACTESC-FILE
    PERFORM RecordStepEnd
    STOP RUN.

InitRun.
        VARYING ws-cor-idx FROM 1 BY 1
        UNTIL ws-cor-idx > ws-cor-count OR ws-cor-found
    PERFORM ComputeRejectAge
    *> A quota reject (R010) is not a fault in the request. It goes
    *> back into the RECYCLE set every night as it stands, with no
    *> correction keyed, and the batch rejects it R010 again for as
    *> long as the center is still over - so it goes through on its
    *> own once accounting raises the ceiling or the month turns.
    *> Waiting on a quota is nobody's data error, so it never
    *> escalates. A correction keyed for one anyway is used instead.
    EVALUATE TRUE
        WHEN ws-cor-found AND FR-RESUB-COUNT >= ws-max-resub
                AND NOT fr-quota-reject
            MOVE "Y" TO ws-cor-used-sw (ws-cor-idx)
            ADD 1 TO ws-escalated-count
            PERFORM WriteEscalatedLine
        WHEN ws-cor-found
            MOVE "Y" TO ws-cor-used-sw (ws-cor-idx)
            PERFORM HoldRecycledRequest
        WHEN fr-quota-reject
            PERFORM HoldQuotaRequest
        WHEN OTHER
            ADD 1 TO ws-outstanding-count
            PERFORM WriteOutstandingLine
        MOVE ws-cor-r (ws-cor-idx) TO ws-rcy-r (ws-rcy-count)
        COMPUTE ws-rcy-resub (ws-rcy-count) = FR-RESUB-COUNT + 1
        MOVE FR-COST-CENTER TO ws-rcy-cost-ctr (ws-rcy-count)
        MOVE FR-SOURCE-SYSTEM TO ws-rcy-orig-src (ws-rcy-count)
        ADD 1 TO ws-recycled-count
        PERFORM WriteRecycledLine
    END-IF.

HoldQuotaRequest.
    IF ws-rcy-count >= ws-rcy-max
        DISPLAY "RECYCLE TABLE FULL AT " ws-rcy-max
            " - QUOTA REQUEST " FR-REQUEST-ID " NOT RECYCLED"
        ADD 1 TO ws-outstanding-count
        PERFORM WriteQuotaHeldLine
    ELSE
        ADD 1 TO ws-rcy-count
        MOVE FR-REQUEST-ID TO ws-rcy-id (ws-rcy-count)
        MOVE FR-NUM TO ws-rcy-num (ws-rcy-count)
        MOVE FR-TRAN-TYPE TO ws-rcy-tran (ws-rcy-count)
        MOVE FR-NUM-R TO ws-rcy-r (ws-rcy-count)
        *> A center can stay over its ceiling for weeks; the count
        *> stops at 99 rather than wrapping.
        IF FR-RESUB-COUNT < 99
            COMPUTE ws-rcy-resub (ws-rcy-count) = FR-RESUB-COUNT + 1
        ELSE
            MOVE 99 TO ws-rcy-resub (ws-rcy-count)
        END-IF
        MOVE FR-COST-CENTER TO ws-rcy-cost-ctr (ws-rcy-count)
        MOVE FR-SOURCE-SYSTEM TO ws-rcy-orig-src (ws-rcy-count)
        ADD 1 TO ws-recycled-count
        PERFORM BuildRejectLine
        MOVE "RECYCLED - QUOTA RETRY" TO rl-disposition
        PERFORM WriteReportLine
    END-IF.

WriteEscalatedLine.
    PERFORM BuildRejectLine
    MOVE "ESCALATED - MAX RESUBS" TO rl-disposition
    MOVE "NO CORRECTION SUPPLIED" TO rl-disposition
    PERFORM WriteReportLine.

WriteQuotaHeldLine.
    PERFORM BuildRejectLine
    MOVE "OVER QUOTA - TABLE FULL" TO rl-disposition
    PERFORM WriteReportLine.

WriteRecycledLine.
    PERFORM BuildRejectLine
    MOVE "RECYCLED TO NEXT RUN" TO rl-disposition
        CLOSE FACTNEW-FILE
        CLOSE FACTESC-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF.

    MOVE ws-rcy-r (ws-rcy-idx) TO nd-num-r
    MOVE ws-rcy-resub (ws-rcy-idx) TO nd-resub-count
    MOVE ws-rcy-cost-ctr (ws-rcy-idx) TO nd-cost-center
    MOVE ws-rcy-orig-src (ws-rcy-idx) TO nd-orig-source
    MOVE ws-new-detail TO FACTNEW-REC
    PERFORM WriteNewRec
    ADD 1 TO ws-detail-count
    IF ws-factnew-status NOT = "00"
        DISPLAY "FACTNEW WRITE FAILED - STATUS " ws-factnew-status
        MOVE 8 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF.

    IF ws-factesc-status NOT = "00"
        DISPLAY "FACTESC WRITE FAILED - STATUS " ws-factesc-status
        MOVE 8 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF.

StartStreamStep.
    *> The job-stream guard holds this step (RC 12) unless the night has
    *> been opened by FACTJSO; FACTRCYC is the first step of the night.
    MOVE SPACES TO FACT-STREAM-LINKAGE
    MOVE 0 TO JK-STEP-RC
    SET jk-fn-start TO TRUE
    MOVE "FACTRCYC" TO JK-STEP
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
