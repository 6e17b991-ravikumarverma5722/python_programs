IDENTIFICATION DIVISION.
PROGRAM-ID. FactStreamGuard.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FACTJSC-FILE ASSIGN TO "FACTJSC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factjsc-status.

DATA DIVISION.
FILE SECTION.
FD  FACTJSC-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY FACTJSCR.

WORKING-STORAGE SECTION.
*> Job-stream sequencing guard, CALLed by every program of the
*> nightly stream (see FACTJSCK.cpy). The FACTJSC control file is
*> read end to end on each call - it is small, one night's records
*> at a time matter, and the last record for a step is its state -
*> then closed and reopened EXTEND for the one record the call adds,
*> so no step ever holds it open across its own run.
*> A job run without the FACTJSC DD has the guard off, the same as
*> the FACTCCM and FACTSRC checks in FactBatch: nothing is held and
*> nothing is recorded. Any other trouble with the file holds the
*> step, since a step the control file cannot see would show as
*> never run on the morning report.
01  ws-factjsc-status   PIC X(2)  VALUE "00".
01  ws-eof-switch       PIC X(1)  VALUE "N".
    88 ws-eof-factjsc             VALUE "Y".
01  ws-guard-switch     PIC X(1)  VALUE "Y".
    88 ws-guard-on                VALUE "Y".
    88 ws-guard-off               VALUE "O".
01  ws-file-switch      PIC X(1)  VALUE "Y".
    88 ws-file-usable             VALUE "Y".

COPY FACTJSCT.

*> The night this run unit belongs to, fixed by the start call so
*> the end record lands on the same night even if FACTJSO opens the
*> next one while the step is running.
01  ws-night-date       PIC X(8)  VALUE SPACES.
01  ws-latest-open      PIC X(8)  VALUE SPACES.
01  ws-chg-clean-date   PIC X(8)  VALUE SPACES.

*> State of every step seen on the night so far: its last event and
*> condition code.
01  ws-state-count      PIC 9(2)  VALUE 0.
01  ws-state-max        PIC 9(2)  VALUE 40.
01  ws-state-table.
    05 ws-state-entry OCCURS 40.
       10 ws-state-step     PIC X(8).
       10 ws-state-event    PIC X(1).
       10 ws-state-rc       PIC 9(2).
01  ws-state-idx        PIC 9(2)  VALUE 0.
01  ws-state-switch     PIC X(1)  VALUE "N".
    88 ws-state-found             VALUE "Y".

01  ws-rule-idx         PIC 9(2)  VALUE 0.
01  ws-rule-switch      PIC X(1)  VALUE "N".
    88 ws-rule-found              VALUE "Y".
01  ws-pred-idx         PIC 9(1)  VALUE 0.
01  ws-kind-idx         PIC 9(2)  VALUE 0.
01  ws-pred-step        PIC X(8)  VALUE SPACES.
01  ws-pred-kind        PIC X(1)  VALUE SPACE.
    88 ws-pred-monthly            VALUE "M".
01  ws-hold-switch      PIC X(1)  VALUE "N".
    88 ws-step-held               VALUE "Y".
01  ws-clean-switch     PIC X(1)  VALUE "N".
    88 ws-pred-clean              VALUE "Y".
01  ws-pred-state       PIC X(24) VALUE SPACES.
01  ws-edit-rc          PIC 99    VALUE 0.
01  ws-reason           PIC X(40) VALUE SPACES.

01  ws-today            PIC X(8)  VALUE SPACES.
01  ws-clock.
    05 ws-clock-hhmmss  PIC X(6).
    05 FILLER           PIC X(2).

LINKAGE SECTION.
COPY FACTJSCK.

PROCEDURE DIVISION USING FACT-STREAM-LINKAGE.
MainLine.
    SET jk-cleared TO TRUE
    MOVE SPACES TO JK-MESSAGE
    ACCEPT ws-today FROM DATE YYYYMMDD
    EVALUATE TRUE
        WHEN jk-fn-open
            PERFORM OpenNight
        WHEN jk-fn-end
            PERFORM EndStep
        WHEN OTHER
            PERFORM StartStep
    END-EVALUATE
    GOBACK.

StartStep.
    PERFORM ScanControlFile
    IF NOT ws-file-usable
        SET jk-held TO TRUE
        STRING JK-STEP DELIMITED BY SPACE
            " HELD - FACTJSC OPEN FAILED - STATUS " DELIMITED BY SIZE
            ws-factjsc-status DELIMITED BY SIZE
            INTO JK-MESSAGE
    ELSE
        IF ws-guard-off
            SET jk-guard-off TO TRUE
            MOVE "NO FACTJSC DD - JOB-STREAM GUARD OFF, STEP NOT RECORDED"
                TO JK-MESSAGE
        ELSE
            IF ws-latest-open = SPACES
                SET jk-held TO TRUE
                STRING JK-STEP DELIMITED BY SPACE
                    " HELD - NO NIGHT OPENED ON FACTJSC - RUN FACTJSO"
                        DELIMITED BY SIZE
                    INTO JK-MESSAGE
            ELSE
                MOVE ws-latest-open TO ws-night-date
                MOVE ws-night-date TO JK-PROC-DATE
                PERFORM CheckPredecessors
                PERFORM RecordStart
            END-IF
        END-IF
    END-IF.

CheckPredecessors.
    MOVE "N" TO ws-hold-switch
    PERFORM FindRule
    IF ws-rule-found
        PERFORM CheckOnePredecessor
            VARYING ws-pred-idx FROM 1 BY 1
            UNTIL ws-pred-idx > 3 OR ws-step-held
    END-IF.

FindRule.
    MOVE "N" TO ws-rule-switch
    PERFORM MatchRule
        VARYING ws-rule-idx FROM 1 BY 1
        UNTIL ws-rule-idx > jt-step-max OR ws-rule-found
    IF ws-rule-found
        SUBTRACT 1 FROM ws-rule-idx
    END-IF.

MatchRule.
    IF jt-step (ws-rule-idx) = JK-STEP
        SET ws-rule-found TO TRUE
    END-IF.

CheckOnePredecessor.
    MOVE jt-pred (ws-rule-idx, ws-pred-idx) TO ws-pred-step
    IF ws-pred-step NOT = SPACES
        PERFORM FindPredecessorKind
        IF ws-pred-monthly
            PERFORM CheckMonthlyPredecessor
        ELSE
            PERFORM CheckNightlyPredecessor
        END-IF
        IF NOT ws-pred-clean
            SET ws-step-held TO TRUE
            MOVE SPACES TO ws-reason
            STRING ws-pred-step DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                ws-pred-state DELIMITED BY "  "
                INTO ws-reason
            STRING JK-STEP DELIMITED BY SPACE
                " HELD - " DELIMITED BY SIZE
                ws-reason DELIMITED BY "  "
                " - NIGHT OF " DELIMITED BY SIZE
                ws-night-date DELIMITED BY SIZE
                INTO JK-MESSAGE
        END-IF
    END-IF.

FindPredecessorKind.
    *> The predecessor's own table entry says whether it is a
    *> nightly step or the monthly one.
    MOVE SPACE TO ws-pred-kind
    PERFORM MatchPredecessorKind
        VARYING ws-kind-idx FROM 1 BY 1
        UNTIL ws-kind-idx > jt-step-max.

MatchPredecessorKind.
    IF jt-step (ws-kind-idx) = ws-pred-step
        MOVE jt-kind (ws-kind-idx) TO ws-pred-kind
    END-IF.

CheckNightlyPredecessor.
    PERFORM DescribePredecessor
    IF NOT ws-pred-clean AND ws-pred-step = "FACTBAT"
        *> On a split night the merge stands in for FACTBAT; if it
        *> has not finished either, report FACTBAT's own state when
        *> the merge never started.
        MOVE "FACTMRG" TO ws-pred-step
        PERFORM DescribePredecessor
        IF NOT ws-state-found
            MOVE "FACTBAT" TO ws-pred-step
            PERFORM DescribePredecessor
        END-IF
    END-IF.

DescribePredecessor.
    MOVE "N" TO ws-clean-switch
    PERFORM FindState
    IF NOT ws-state-found
        MOVE "HAS NOT RUN" TO ws-pred-state
    ELSE
        MOVE ws-state-rc (ws-state-idx) TO ws-edit-rc
        EVALUATE ws-state-event (ws-state-idx)
            WHEN "E"
                IF ws-state-rc (ws-state-idx) <= 4
                    SET ws-pred-clean TO TRUE
                ELSE
                    MOVE SPACES TO ws-pred-state
                    STRING "ENDED RC " DELIMITED BY SIZE
                        ws-edit-rc DELIMITED BY SIZE
                        INTO ws-pred-state
                END-IF
            WHEN "H"
                MOVE "WAS HELD" TO ws-pred-state
            WHEN OTHER
                MOVE "STARTED, NO END RECORD" TO ws-pred-state
        END-EVALUATE
    END-IF.

CheckMonthlyPredecessor.
    MOVE "N" TO ws-clean-switch
    IF ws-chg-clean-date NOT = SPACES
            AND ws-chg-clean-date (1:6) >= ws-night-date (1:6)
        SET ws-pred-clean TO TRUE
    ELSE
        MOVE SPACES TO ws-pred-state
        STRING "NOT RUN CLEAN IN " DELIMITED BY SIZE
            ws-night-date (1:6) DELIMITED BY SIZE
            INTO ws-pred-state
    END-IF.

FindState.
    MOVE "N" TO ws-state-switch
    PERFORM MatchState
        VARYING ws-state-idx FROM 1 BY 1
        UNTIL ws-state-idx > ws-state-count OR ws-state-found
    IF ws-state-found
        SUBTRACT 1 FROM ws-state-idx
    END-IF.

MatchState.
    IF ws-state-step (ws-state-idx) = ws-pred-step
        SET ws-state-found TO TRUE
    END-IF.

RecordStart.
    MOVE SPACES TO FACTJSC-REC
    MOVE ws-night-date TO JS-PROC-DATE
    MOVE JK-STEP TO JS-STEP
    IF ws-step-held
        SET js-step-held TO TRUE
        MOVE 12 TO JS-RC
        MOVE ws-reason TO JS-MESSAGE
    ELSE
        SET js-step-started TO TRUE
        MOVE 0 TO JS-RC
    END-IF
    PERFORM AppendRecord
    EVALUATE TRUE
        WHEN NOT ws-file-usable
            SET jk-held TO TRUE
            MOVE SPACES TO JK-MESSAGE
            STRING JK-STEP DELIMITED BY SPACE
                " HELD - FACTJSC WRITE FAILED - STATUS "
                    DELIMITED BY SIZE
                ws-factjsc-status DELIMITED BY SIZE
                INTO JK-MESSAGE
        WHEN ws-step-held
            SET jk-held TO TRUE
        WHEN OTHER
            STRING JK-STEP DELIMITED BY SPACE
                " CLEARED TO START - NIGHT OF " DELIMITED BY SIZE
                ws-night-date DELIMITED BY SIZE
                INTO JK-MESSAGE
    END-EVALUATE.

EndStep.
    *> Called from every exit of the step once it has started. The
    *> step's RC stands whatever happens here; a failed write shows
    *> on the morning report as a start with no end.
    IF ws-night-date = SPACES AND ws-guard-on
        *> A bracket step (FACTJSS on behalf of an IDCAMS job) ends
        *> a step started in another job step.
        PERFORM ScanControlFile
        IF ws-file-usable AND ws-guard-on
            MOVE ws-latest-open TO ws-night-date
        END-IF
    END-IF
    IF ws-guard-off
        SET jk-guard-off TO TRUE
    ELSE
        IF ws-night-date = SPACES
            SET jk-held TO TRUE
            MOVE "NO NIGHT OPENED ON FACTJSC - STEP END NOT RECORDED"
                TO JK-MESSAGE
            DISPLAY JK-MESSAGE
        ELSE
            MOVE ws-night-date TO JK-PROC-DATE
            MOVE SPACES TO FACTJSC-REC
            MOVE ws-night-date TO JS-PROC-DATE
            MOVE JK-STEP TO JS-STEP
            SET js-step-ended TO TRUE
            MOVE JK-STEP-RC TO JS-RC
            PERFORM AppendRecord
            IF ws-file-usable
                MOVE JK-STEP-RC TO ws-edit-rc
                STRING JK-STEP DELIMITED BY SPACE
                    " ENDED RC " DELIMITED BY SIZE
                    ws-edit-rc DELIMITED BY SIZE
                    " - NIGHT OF " DELIMITED BY SIZE
                    ws-night-date DELIMITED BY SIZE
                    INTO JK-MESSAGE
            ELSE
                SET jk-held TO TRUE
                STRING "FACTJSC WRITE FAILED - STATUS " DELIMITED BY SIZE
                    ws-factjsc-status DELIMITED BY SIZE
                    " - STEP END NOT RECORDED" DELIMITED BY SIZE
                    INTO JK-MESSAGE
                DISPLAY JK-MESSAGE
            END-IF
        END-IF
    END-IF.

OpenNight.
    *> A night may be opened again (a rerun of FACTJSO) without
    *> effect, but never behind a night already opened - its records
    *> would be mixed into an earlier night's.
    IF JK-PROC-DATE = SPACES
        MOVE ws-today TO JK-PROC-DATE
    END-IF
    PERFORM ScanControlFile
    EVALUATE TRUE
        WHEN NOT ws-file-usable
            SET jk-held TO TRUE
            STRING "FACTJSC OPEN FAILED - STATUS " DELIMITED BY SIZE
                ws-factjsc-status DELIMITED BY SIZE
                INTO JK-MESSAGE
        WHEN JK-PROC-DATE NOT NUMERIC
            SET jk-held TO TRUE
            STRING "PROCESSING DATE " DELIMITED BY SIZE
                JK-PROC-DATE DELIMITED BY SIZE
                " INVALID - MUST BE YYYYMMDD" DELIMITED BY SIZE
                INTO JK-MESSAGE
        WHEN ws-latest-open > JK-PROC-DATE
            SET jk-held TO TRUE
            STRING "NIGHT OF " DELIMITED BY SIZE
                ws-latest-open DELIMITED BY SIZE
                " ALREADY OPENED - CANNOT OPEN " DELIMITED BY SIZE
                JK-PROC-DATE DELIMITED BY SIZE
                INTO JK-MESSAGE
        WHEN ws-latest-open = JK-PROC-DATE
            STRING "NIGHT OF " DELIMITED BY SIZE
                JK-PROC-DATE DELIMITED BY SIZE
                " IS ALREADY OPEN - NOTHING WRITTEN" DELIMITED BY SIZE
                INTO JK-MESSAGE
        WHEN OTHER
            MOVE SPACES TO FACTJSC-REC
            MOVE JK-PROC-DATE TO JS-PROC-DATE
            MOVE JK-STEP TO JS-STEP
            SET js-night-opened TO TRUE
            MOVE 0 TO JS-RC
            MOVE "NIGHT OPENED" TO JS-MESSAGE
            PERFORM AppendRecord
            IF ws-file-usable
                STRING "NIGHT OF " DELIMITED BY SIZE
                    JK-PROC-DATE DELIMITED BY SIZE
                    " OPENED" DELIMITED BY SIZE
                    INTO JK-MESSAGE
            ELSE
                SET jk-held TO TRUE
                STRING "FACTJSC WRITE FAILED - STATUS " DELIMITED BY SIZE
                    ws-factjsc-status DELIMITED BY SIZE
                    INTO JK-MESSAGE
            END-IF
    END-EVALUATE.

ScanControlFile.
    *> Collects the latest night opened, the state of every step on
    *> it, and the date of the latest clean month-end chargeback.
    *> A file that is not there is empty to an open call and turns
    *> the guard off for a step.
    MOVE SPACES TO ws-latest-open
    MOVE SPACES TO ws-chg-clean-date
    MOVE 0 TO ws-state-count
    MOVE "N" TO ws-eof-switch
    MOVE "Y" TO ws-file-switch
    OPEN INPUT FACTJSC-FILE
    EVALUATE ws-factjsc-status
        WHEN "00"
            PERFORM ReadControlRecord
            PERFORM UNTIL ws-eof-factjsc
                PERFORM NoteControlRecord
                PERFORM ReadControlRecord
            END-PERFORM
            CLOSE FACTJSC-FILE
        WHEN "05"
            CLOSE FACTJSC-FILE
            IF NOT jk-fn-open
                SET ws-guard-off TO TRUE
            END-IF
        WHEN "35"
            IF NOT jk-fn-open
                SET ws-guard-off TO TRUE
            END-IF
        WHEN OTHER
            MOVE "N" TO ws-file-switch
    END-EVALUATE.

ReadControlRecord.
    READ FACTJSC-FILE
        AT END
            SET ws-eof-factjsc TO TRUE
    END-READ.

NoteControlRecord.
    EVALUATE TRUE
        WHEN js-night-opened
            IF JS-PROC-DATE NOT = ws-latest-open
                MOVE JS-PROC-DATE TO ws-latest-open
                MOVE 0 TO ws-state-count
            END-IF
        WHEN js-step-started OR js-step-ended OR js-step-held
            IF JS-PROC-DATE = ws-latest-open
                PERFORM NoteStepState
            END-IF
            IF js-step-ended AND JS-RC <= 4
                    AND JS-STEP = "FACTCHG"
                    AND JS-EVENT-DATE > ws-chg-clean-date
                MOVE JS-EVENT-DATE TO ws-chg-clean-date
            END-IF
    END-EVALUATE.

NoteStepState.
    MOVE JS-STEP TO ws-pred-step
    PERFORM FindState
    IF NOT ws-state-found AND ws-state-count < ws-state-max
        ADD 1 TO ws-state-count
        MOVE ws-state-count TO ws-state-idx
        MOVE JS-STEP TO ws-state-step (ws-state-idx)
        SET ws-state-found TO TRUE
    END-IF
    IF ws-state-found
        MOVE JS-EVENT TO ws-state-event (ws-state-idx)
        MOVE JS-RC TO ws-state-rc (ws-state-idx)
    END-IF.

AppendRecord.
    ACCEPT ws-clock FROM TIME
    MOVE ws-today TO JS-EVENT-DATE
    MOVE ws-clock-hhmmss TO JS-EVENT-TIME
    OPEN EXTEND FACTJSC-FILE
    IF ws-factjsc-status NOT = "00" AND ws-factjsc-status NOT = "05"
        MOVE "N" TO ws-file-switch
    ELSE
        WRITE FACTJSC-REC
        IF ws-factjsc-status NOT = "00"
            MOVE "N" TO ws-file-switch
        END-IF
        CLOSE FACTJSC-FILE
    END-IF.
