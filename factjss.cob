IDENTIFICATION DIVISION.
PROGRAM-ID. FactStreamStep.

DATA DIVISION.
WORKING-STORAGE SECTION.
*> Job-stream control step, for the work the guard has to do from
*> JCL rather than from inside a program: opening the night
*> (FACTJSO.jcl) and recording the start and end of a job that runs
*> no program of ours (FACTLOGV's IDCAMS steps).
*> PARM col 1 is the function:
*>   O  open the night - cols 2-9 the processing date YYYYMMDD,
*>      blank for today
*>   S  start a step - cols 2-9 the step name; the step is held
*>      (RC 12) unless its predecessors completed cleanly
*>   E  end a step - cols 2-9 the step name padded to 8, cols
*>      10-11 its RC
*> Condition codes: 0 done (or no FACTJSC DD), 4 an end that could
*> not be recorded, 12 held, refused, or a bad PARM.
01  ws-run-rc           PIC 9(2)  VALUE 0.
01  ws-name-len         PIC 9(2)  VALUE 0.

COPY FACTJSCK.

LINKAGE SECTION.
01  LK-PARM-AREA.
    05 LK-PARM-LEN       PIC S9(4) COMP.
    05 LK-PARM-TEXT.
        10 LK-PARM-FUNCTION PIC X(1).
        10 LK-PARM-NAME     PIC X(8).
        10 LK-PARM-RC       PIC X(2).
        10 FILLER           PIC X(69).

PROCEDURE DIVISION USING LK-PARM-AREA.
MainLine.
    PERFORM ParseParm
    CALL "FactStreamGuard" USING FACT-STREAM-LINKAGE
    DISPLAY JK-MESSAGE
    EVALUATE TRUE
        WHEN jk-guard-off
            CONTINUE
        WHEN jk-held AND jk-fn-end
            MOVE 4 TO ws-run-rc
        WHEN jk-held
            MOVE 12 TO ws-run-rc
    END-EVALUATE
    MOVE ws-run-rc TO RETURN-CODE
    STOP RUN.

ParseParm.
    MOVE SPACES TO FACT-STREAM-LINKAGE
    MOVE 0 TO JK-STEP-RC
    IF ADDRESS OF LK-PARM-AREA = NULL OR LK-PARM-LEN < 1
        DISPLAY "PARM MISSING - O, S OR E REQUIRED IN COL 1"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE LK-PARM-FUNCTION TO JK-FUNCTION
    EVALUATE TRUE
        WHEN jk-fn-open
            MOVE "FACTJSO" TO JK-STEP
            IF LK-PARM-LEN >= 9
                MOVE LK-PARM-NAME TO JK-PROC-DATE
            END-IF
        WHEN jk-fn-start
            PERFORM ParseStepName
        WHEN jk-fn-end
            PERFORM ParseStepName
            IF LK-PARM-LEN < 11 OR LK-PARM-RC NOT NUMERIC
                DISPLAY "PARM COLS 10-11 MUST GIVE THE STEP RC"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE LK-PARM-RC TO JK-STEP-RC
        WHEN OTHER
            DISPLAY "PARM FUNCTION " LK-PARM-FUNCTION
                " INVALID - MUST BE O, S OR E"
            MOVE 12 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

ParseStepName.
    *> A start PARM may stop at the end of a short step name; an end
    *> PARM pads the name to 8 so the RC sits in cols 10-11.
    IF LK-PARM-LEN < 9
        COMPUTE ws-name-len = LK-PARM-LEN - 1
    ELSE
        MOVE 8 TO ws-name-len
    END-IF
    IF ws-name-len > 0
        MOVE LK-PARM-TEXT (2:ws-name-len) TO JK-STEP
    END-IF
    IF JK-STEP = SPACES
        DISPLAY "PARM COLS 2-9 MUST NAME THE STEP"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
