    SELECT OPTIONAL FACTLOG-FILE ASSIGN TO "FACTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factlog-status.
    SELECT OPTIONAL FACTCCM-FILE ASSIGN TO "FACTCCM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CM-COST-CENTER
        FILE STATUS IS ws-factccm-status.
    SELECT FACTCHG-FILE ASSIGN TO "FACTCHG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factchg-status.
    RECORD CONTAINS 83 CHARACTERS.
COPY FACTLOGR.

FD  FACTCCM-FILE
    RECORD CONTAINS 40 CHARACTERS.
COPY FACTCCMR.

FD  FACTCHG-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  FACTCHG-REC         PIC X(80).
WORKING-STORAGE SECTION.
01  ws-factlog-status   PIC X(2)  VALUE "00".
01  ws-factchg-status   PIC X(2)  VALUE "00".
01  ws-factccm-status   PIC X(2)  VALUE "00".
01  ws-eof-switch       PIC X(1)  VALUE "N".
    88 ws-eof-factlog             VALUE "Y".

01  ws-records-read     PIC 9(6)  VALUE 0.

*> Department names come off the FACTCCM cost-center master, read by
*> key as each line prints. A center billed this month but no longer
*> on the master still bills - the journal is what was run - and is
*> marked so accounting can chase it. Without the master the
*> statement prints as it always did, codes only.
01  ws-ccm-switch       PIC X(1)  VALUE "N".
    88 ws-ccm-open                VALUE "Y".
01  ws-not-on-master    PIC X(24) VALUE "*NOT ON MASTER*".

*> Chargeback rates per the CPU cost-recovery memo: extended-
*> precision requests burn the wide COMP-3 path and bill higher.
01  ws-rate-standard    PIC 9(3)V99 VALUE 0.25.

01  ws-heading-2.
    05 FILLER           PIC X(4)  VALUE "DEPT".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(24) VALUE "DEPARTMENT NAME".
    05 FILLER           PIC X(4)  VALUE SPACES.
    05 FILLER           PIC X(8)  VALUE "REQUESTS".
    05 FILLER           PIC X(2)  VALUE SPACES.

01  ws-detail-line.
    05 dt-cost-center   PIC X(4).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 dt-dept-name     PIC X(24).
    05 FILLER           PIC X(5)  VALUE SPACES.
    05 dt-requests      PIC ZZZ,ZZ9.
    05 FILLER           PIC X(3)  VALUE SPACES.

01  ws-total-line.
    05 FILLER           PIC X(5)  VALUE "TOTAL".
    05 FILLER           PIC X(30) VALUE SPACES.
    05 gt-requests      PIC ZZZ,ZZ9.
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 gt-std           PIC ZZZ,ZZ9.
    05 rr-ext           PIC ZZ9.99.
    05 FILLER           PIC X(12) VALUE " PER REQUEST".

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
    OPEN OUTPUT FACTCHG-FILE
    IF ws-factchg-status NOT = "00"
        DISPLAY "FACTCHG OPEN FAILED - STATUS " ws-factchg-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    PERFORM OpenCostCenterMaster
    PERFORM ReadFactlog
    PERFORM UNTIL ws-eof-factlog
        IF LG-RUN-DATE (1:6) = ws-billing-disp
    PERFORM PrintSuspenseSection
    PERFORM PrintSummaryPage
    CLOSE FACTLOG-FILE
    IF ws-ccm-open
        CLOSE FACTCCM-FILE
    END-IF
    CLOSE FACTCHG-FILE
    PERFORM RecordStepEnd
    STOP RUN.

InitRun.
    END-IF
    MOVE ws-billing-month TO ws-billing-disp.

OpenCostCenterMaster.
    OPEN INPUT FACTCCM-FILE
    EVALUATE ws-factccm-status
        WHEN "00"
            SET ws-ccm-open TO TRUE
        WHEN "05"
        WHEN "35"
            DISPLAY "FACTCCM ABSENT - DEPARTMENT NAMES NOT PRINTED"
            CLOSE FACTCCM-FILE
        WHEN OTHER
            DISPLAY "FACTCCM OPEN FAILED - STATUS " ws-factccm-status
            MOVE 12 TO RETURN-CODE
            PERFORM RecordStepEnd
            STOP RUN
    END-EVALUATE.

LookupDepartmentName.
    MOVE SPACES TO dt-dept-name
    IF ws-ccm-open
        MOVE ws-cc-code (ws-print-idx) TO CM-COST-CENTER
        READ FACTCCM-FILE
            INVALID KEY
                MOVE ws-not-on-master TO dt-dept-name
            NOT INVALID KEY
                MOVE CM-DEPT-NAME TO dt-dept-name
        END-READ
    END-IF.

ReadFactlog.
    READ FACTLOG-FILE
        AT END
        PERFORM WriteHeadings
    END-IF
    MOVE ws-cc-code (ws-print-idx) TO dt-cost-center
    PERFORM LookupDepartmentName
    MOVE ws-cc-requests (ws-print-idx) TO dt-requests
    MOVE ws-cc-std (ws-print-idx) TO dt-std
    MOVE ws-cc-ext (ws-print-idx) TO dt-ext
            TO FACTCHG-REC
        PERFORM WriteChgRec
        MOVE "????" TO dt-cost-center
        MOVE SPACES TO dt-dept-name
        MOVE ws-susp-requests TO dt-requests
        MOVE ws-susp-std TO dt-std
        MOVE ws-susp-ext TO dt-ext
    IF ws-factchg-status NOT = "00"
        DISPLAY "FACTCHG WRITE FAILED - STATUS " ws-factchg-status
        MOVE 8 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF.

StartStreamStep.
    *> FACTCHG has no predecessors of its own; the job-stream guard only
    *> records it, since FACTAUD will not trim in a month until it has
    *> run cleanly.
    MOVE SPACES TO FACT-STREAM-LINKAGE
    MOVE 0 TO JK-STEP-RC
    SET jk-fn-start TO TRUE
    MOVE "FACTCHG" TO JK-STEP
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
