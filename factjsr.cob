IDENTIFICATION DIVISION.
PROGRAM-ID. FactStreamReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FACTJSC-FILE ASSIGN TO "FACTJSC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factjsc-status.
    SELECT FACTJSR-FILE ASSIGN TO "FACTJSR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factjsr-status.

DATA DIVISION.
FILE SECTION.
FD  FACTJSC-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY FACTJSCR.

FD  FACTJSR-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  FACTJSR-REC         PIC X(80).

WORKING-STORAGE SECTION.
01  ws-factjsc-status   PIC X(2)  VALUE "00".
01  ws-factjsr-status   PIC X(2)  VALUE "00".
01  ws-eof-switch       PIC X(1)  VALUE "N".
    88 ws-eof-factjsc             VALUE "Y".

*> Morning job-stream status for on-call: one line per step of the
*> night in running order - done, failed, skipped, or not yet run,
*> with the condition code and the times off the FACTJSC control
*> file - and a last line saying where the night stopped.
*> Condition codes: 0 every step done, 4 attention (a step failed,
*> was skipped, or has not run yet, or there is no night to report),
*> 8 write failure, 12 could not start.
01  ws-run-rc           PIC 9(2)  VALUE 0.

COPY FACTJSCT.

01  ws-night-date       PIC X(8)  VALUE SPACES.
01  ws-open-date        PIC X(8)  VALUE SPACES.
01  ws-open-time        PIC X(6)  VALUE SPACES.
01  ws-parm-switch      PIC X(1)  VALUE "N".
    88 ws-night-from-parm         VALUE "Y".
01  ws-split-switch     PIC X(1)  VALUE "N".
    88 ws-split-night             VALUE "Y".

*> What the control file says of each table step on the night, in
*> table order. Class C completed cleanly, F failed or skipped (its
*> successors cannot have run), N not run yet.
01  ws-step-state-table.
    05 ws-step-state OCCURS 13.
       10 ws-st-event       PIC X(1).
       10 ws-st-rc          PIC 9(2).
       10 ws-st-start-date  PIC X(8).
       10 ws-st-start-time  PIC X(6).
       10 ws-st-end-date    PIC X(8).
       10 ws-st-end-time    PIC X(6).
       10 ws-st-message     PIC X(40).
       10 ws-st-class       PIC X(1).
01  ws-step-idx         PIC 9(2)  VALUE 0.
01  ws-match-idx        PIC 9(2)  VALUE 0.
01  ws-pred-idx         PIC 9(1)  VALUE 0.
01  ws-pred-step        PIC X(8)  VALUE SPACES.
01  ws-found-switch     PIC X(1)  VALUE "N".
    88 ws-step-found              VALUE "Y".
01  ws-blocked-switch   PIC X(1)  VALUE "N".
    88 ws-pred-blocked            VALUE "Y".
01  ws-blocking-step    PIC X(8)  VALUE SPACES.
01  ws-status-text      PIC X(12) VALUE SPACES.
01  ws-note             PIC X(70) VALUE SPACES.

01  ws-stop-step        PIC X(8)  VALUE SPACES.
01  ws-stop-status      PIC X(12) VALUE SPACES.
01  ws-next-step        PIC X(8)  VALUE SPACES.
01  ws-done-count       PIC 9(2)  VALUE 0.
01  ws-failed-count     PIC 9(2)  VALUE 0.
01  ws-skipped-count    PIC 9(2)  VALUE 0.
01  ws-notrun-count     PIC 9(2)  VALUE 0.

01  ws-run-date.
    05 ws-run-yyyy      PIC 9(4).
    05 ws-run-mm        PIC 9(2).
    05 ws-run-dd        PIC 9(2).

01  ws-heading-1.
    05 FILLER           PIC X(30) VALUE
       "NIGHTLY JOB-STREAM STATUS".
    05 FILLER           PIC X(10) VALUE "RUN DATE: ".
    05 hd-run-mm        PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hd-run-dd        PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hd-run-yyyy      PIC 9(4).

01  ws-night-line.
    05 FILLER           PIC X(9)  VALUE "NIGHT OF ".
    05 nl-night-mm      PIC X(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 nl-night-dd      PIC X(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 nl-night-yyyy    PIC X(4).
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 nl-open          PIC X(24).

01  ws-column-heading-1.
    05 FILLER           PIC X(10) VALUE "STEP".
    05 FILLER           PIC X(14) VALUE "STATUS".
    05 FILLER           PIC X(4)  VALUE "RC".
    05 FILLER           PIC X(16) VALUE "STARTED".
    05 FILLER           PIC X(14) VALUE "ENDED".

01  ws-column-heading-2.
    05 FILLER           PIC X(10) VALUE "--------".
    05 FILLER           PIC X(14) VALUE "------------".
    05 FILLER           PIC X(4)  VALUE "--".
    05 FILLER           PIC X(16) VALUE "--------------".
    05 FILLER           PIC X(14) VALUE "--------------".

01  ws-step-line.
    05 sl-step          PIC X(8).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 sl-status        PIC X(12).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 sl-rc            PIC X(2).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 sl-started       PIC X(14).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 sl-ended         PIC X(14).

01  ws-note-line.
    05 FILLER           PIC X(10) VALUE SPACES.
    05 nt-note          PIC X(70).

01  ws-stamp.
    05 st-mm            PIC X(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 st-dd            PIC X(2).
    05 FILLER           PIC X(1)  VALUE SPACE.
    05 st-hh            PIC X(2).
    05 FILLER           PIC X(1)  VALUE ":".
    05 st-mi            PIC X(2).
    05 FILLER           PIC X(1)  VALUE ":".
    05 st-ss            PIC X(2).
01  ws-stamp-out        PIC X(14) VALUE SPACES.
01  ws-stamp-date       PIC X(8)  VALUE SPACES.
01  ws-stamp-time       PIC X(6)  VALUE SPACES.

01  ws-count-line.
    05 FILLER           PIC X(6)  VALUE "DONE: ".
    05 cl-done          PIC Z9.
    05 FILLER           PIC X(11) VALUE "   FAILED: ".
    05 cl-failed        PIC Z9.
    05 FILLER           PIC X(12) VALUE "   SKIPPED: ".
    05 cl-skipped       PIC Z9.
    05 FILLER           PIC X(16) VALUE "   NOT YET RUN: ".
    05 cl-notrun        PIC Z9.

01  ws-verdict-line.
    05 FILLER           PIC X(7)  VALUE "NIGHT: ".
    05 vl-verdict       PIC X(73).

LINKAGE SECTION.
01  LK-PARM-AREA.
    05 LK-PARM-LEN       PIC S9(4) COMP.
    05 LK-PARM-TEXT.
        10 LK-PARM-DATE   PIC X(8).
        10 FILLER         PIC X(72).

PROCEDURE DIVISION USING LK-PARM-AREA.
MainLine.
    PERFORM InitRun
    OPEN OUTPUT FACTJSR-FILE
    IF ws-factjsr-status NOT = "00"
        DISPLAY "FACTJSR OPEN FAILED - STATUS " ws-factjsr-status
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WriteHeadings
    IF NOT ws-night-from-parm
        PERFORM FindLatestNight
    END-IF
    IF ws-night-date = SPACES
        MOVE "NO NIGHT HAS BEEN OPENED ON FACTJSC - NOTHING TO REPORT"
            TO vl-verdict
        MOVE ws-verdict-line TO FACTJSR-REC
        PERFORM WriteJsrRec
        MOVE 4 TO ws-run-rc
    ELSE
        PERFORM LoadNightStates
        PERFORM WriteNightLine
        PERFORM ReportStep
            VARYING ws-step-idx FROM 1 BY 1
            UNTIL ws-step-idx > jt-step-max
        PERFORM WriteVerdict
    END-IF
    CLOSE FACTJSR-FILE
    MOVE ws-run-rc TO RETURN-CODE
    STOP RUN.

InitRun.
    ACCEPT ws-run-date FROM DATE YYYYMMDD
    *> PARM cols 1-8 give the night YYYYMMDD; with no PARM the report
    *> covers the night most recently opened.
    IF ADDRESS OF LK-PARM-AREA NOT = NULL AND LK-PARM-LEN >= 8
        IF LK-PARM-DATE NUMERIC
            MOVE LK-PARM-DATE TO ws-night-date
            SET ws-night-from-parm TO TRUE
        ELSE
            DISPLAY "NIGHT DATE PARM NOT NUMERIC - USING LATEST NIGHT"
        END-IF
    END-IF.

OpenControlFile.
    MOVE "N" TO ws-eof-switch
    OPEN INPUT FACTJSC-FILE
    IF ws-factjsc-status NOT = "00" AND ws-factjsc-status NOT = "05"
        IF ws-factjsc-status = "35"
            SET ws-eof-factjsc TO TRUE
        ELSE
            DISPLAY "FACTJSC OPEN FAILED - STATUS " ws-factjsc-status
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

ReadControlRecord.
    READ FACTJSC-FILE
        AT END
            SET ws-eof-factjsc TO TRUE
    END-READ.

FindLatestNight.
    PERFORM OpenControlFile
    IF NOT ws-eof-factjsc
        PERFORM ReadControlRecord
        PERFORM UNTIL ws-eof-factjsc
            IF js-night-opened
                MOVE JS-PROC-DATE TO ws-night-date
            END-IF
            PERFORM ReadControlRecord
        END-PERFORM
        CLOSE FACTJSC-FILE
    END-IF.

LoadNightStates.
    *> The last record for a step on the night is its state. The
    *> month-end chargeback is looked for across the whole month
    *> instead, the way the guard holds FACTAUD on it.
    PERFORM ClearStepState
        VARYING ws-step-idx FROM 1 BY 1
        UNTIL ws-step-idx > jt-step-max
    PERFORM OpenControlFile
    IF NOT ws-eof-factjsc
        PERFORM ReadControlRecord
        PERFORM UNTIL ws-eof-factjsc
            PERFORM NoteControlRecord
            PERFORM ReadControlRecord
        END-PERFORM
        CLOSE FACTJSC-FILE
    END-IF.

ClearStepState.
    MOVE SPACES TO ws-step-state (ws-step-idx)
    MOVE 0 TO ws-st-rc (ws-step-idx).

NoteControlRecord.
    IF js-night-opened AND JS-PROC-DATE = ws-night-date
            AND ws-open-date = SPACES
        MOVE JS-EVENT-DATE TO ws-open-date
        MOVE JS-EVENT-TIME TO ws-open-time
    END-IF
    IF NOT js-night-opened
        MOVE JS-STEP TO ws-pred-step
        PERFORM FindStep
        IF ws-step-found
            IF jt-monthly-step (ws-match-idx)
                PERFORM NoteMonthlyRecord
            ELSE
                IF JS-PROC-DATE = ws-night-date
                    PERFORM NoteStepRecord
                    IF jt-split-step (ws-match-idx)
                        SET ws-split-night TO TRUE
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

NoteMonthlyRecord.
    *> A clean run in the night's month (or after it) stands for the
    *> month and is not displaced by a later rerun; until there is
    *> one, the last run in the month is shown.
    IF JS-EVENT-DATE (1:6) >= ws-night-date (1:6)
        IF NOT (ws-st-event (ws-match-idx) = "E"
                AND ws-st-rc (ws-match-idx) <= 4)
            PERFORM NoteStepRecord
        END-IF
    END-IF.

NoteStepRecord.
    MOVE JS-EVENT TO ws-st-event (ws-match-idx)
    MOVE JS-RC TO ws-st-rc (ws-match-idx)
    EVALUATE TRUE
        WHEN js-step-started
            MOVE JS-EVENT-DATE TO ws-st-start-date (ws-match-idx)
            MOVE JS-EVENT-TIME TO ws-st-start-time (ws-match-idx)
            MOVE SPACES TO ws-st-end-date (ws-match-idx)
            MOVE SPACES TO ws-st-end-time (ws-match-idx)
            MOVE SPACES TO ws-st-message (ws-match-idx)
        WHEN js-step-ended
            MOVE JS-EVENT-DATE TO ws-st-end-date (ws-match-idx)
            MOVE JS-EVENT-TIME TO ws-st-end-time (ws-match-idx)
        WHEN js-step-held
            MOVE JS-EVENT-DATE TO ws-st-start-date (ws-match-idx)
            MOVE JS-EVENT-TIME TO ws-st-start-time (ws-match-idx)
            MOVE SPACES TO ws-st-end-date (ws-match-idx)
            MOVE SPACES TO ws-st-end-time (ws-match-idx)
            MOVE JS-MESSAGE TO ws-st-message (ws-match-idx)
    END-EVALUATE.

FindStep.
    MOVE "N" TO ws-found-switch
    PERFORM MatchStep
        VARYING ws-match-idx FROM 1 BY 1
        UNTIL ws-match-idx > jt-step-max OR ws-step-found
    IF ws-step-found
        SUBTRACT 1 FROM ws-match-idx
    END-IF.

MatchStep.
    IF jt-step (ws-match-idx) = ws-pred-step
        SET ws-step-found TO TRUE
    END-IF.

ReportStep.
    *> The split and the merge print only on a split night, when
    *> FACTBAT's own line says so.
    IF jt-split-step (ws-step-idx) AND NOT ws-split-night
        CONTINUE
    ELSE
        PERFORM ClassifyStep
        PERFORM WriteStepLine
    END-IF.

ClassifyStep.
    MOVE SPACES TO ws-note
    MOVE SPACES TO ws-step-line
    MOVE jt-step (ws-step-idx) TO sl-step
    EVALUATE ws-st-event (ws-step-idx)
        WHEN "E"
            MOVE ws-st-rc (ws-step-idx) TO sl-rc
            IF ws-st-rc (ws-step-idx) <= 4
                MOVE "DONE" TO ws-status-text
                MOVE "C" TO ws-st-class (ws-step-idx)
            ELSE
                MOVE "FAILED" TO ws-status-text
                MOVE "F" TO ws-st-class (ws-step-idx)
            END-IF
        WHEN "S"
            MOVE "FAILED" TO ws-status-text
            MOVE "F" TO ws-st-class (ws-step-idx)
            MOVE "STARTED WITH NO END RECORD - ABENDED OR STILL RUNNING"
                TO ws-note
        WHEN "H"
            MOVE ws-st-rc (ws-step-idx) TO sl-rc
            MOVE "SKIPPED" TO ws-status-text
            MOVE "F" TO ws-st-class (ws-step-idx)
            STRING "HELD BY THE GUARD - " DELIMITED BY SIZE
                ws-st-message (ws-step-idx) DELIMITED BY "  "
                INTO ws-note
        WHEN OTHER
            PERFORM ClassifyNotRun
    END-EVALUATE
    IF jt-step (ws-step-idx) = "FACTBAT" AND ws-split-night
            AND ws-st-event (ws-step-idx) = SPACE
        *> The split, streams and merge stand in for FACTBAT.
        MOVE "SPLIT" TO ws-status-text
        MOVE "FEED RUN AS PARALLEL STREAMS - SEE FACTSPLT AND FACTMRG"
            TO ws-note
        MOVE SPACE TO ws-st-class (ws-step-idx)
    END-IF
    IF jt-monthly-step (ws-step-idx) AND ws-status-text = "NOT YET RUN"
        MOVE "NOT RUN THIS MONTH - FACTAUD WILL NOT TRIM UNTIL IT HAS"
            TO ws-note
    END-IF
    MOVE ws-status-text TO sl-status
    MOVE ws-st-start-date (ws-step-idx) TO ws-stamp-date
    MOVE ws-st-start-time (ws-step-idx) TO ws-stamp-time
    PERFORM FormatStamp
    MOVE ws-stamp-out TO sl-started
    MOVE ws-st-end-date (ws-step-idx) TO ws-stamp-date
    MOVE ws-st-end-time (ws-step-idx) TO ws-stamp-time
    PERFORM FormatStamp
    MOVE ws-stamp-out TO sl-ended
    PERFORM CountStatus.

ClassifyNotRun.
    *> No record on the night: skipped if something it needs failed
    *> or was itself skipped, otherwise still to run.
    MOVE "N" TO ws-st-class (ws-step-idx)
    MOVE "N" TO ws-blocked-switch
    PERFORM CheckPredecessorBlocked
        VARYING ws-pred-idx FROM 1 BY 1
        UNTIL ws-pred-idx > 3 OR ws-pred-blocked
    IF ws-pred-blocked
        MOVE "SKIPPED" TO ws-status-text
        MOVE "F" TO ws-st-class (ws-step-idx)
        STRING "NOT RUN - " DELIMITED BY SIZE
            ws-blocking-step DELIMITED BY SPACE
            " DID NOT COMPLETE" DELIMITED BY SIZE
            INTO ws-note
    ELSE
        MOVE "NOT YET RUN" TO ws-status-text
    END-IF.

CheckPredecessorBlocked.
    MOVE jt-pred (ws-step-idx, ws-pred-idx) TO ws-pred-step
    IF ws-pred-step NOT = SPACES
        IF ws-pred-step = "FACTBAT" AND ws-split-night
            MOVE "FACTMRG" TO ws-pred-step
        END-IF
        PERFORM FindStep
        IF ws-step-found
            IF ws-st-class (ws-match-idx) = "F"
                SET ws-pred-blocked TO TRUE
                MOVE ws-pred-step TO ws-blocking-step
            END-IF
        END-IF
    END-IF.

CountStatus.
    EVALUATE ws-status-text
        WHEN "DONE"
            ADD 1 TO ws-done-count
        WHEN "FAILED"
            ADD 1 TO ws-failed-count
            PERFORM NoteStopStep
        WHEN "SKIPPED"
            ADD 1 TO ws-skipped-count
            PERFORM NoteStopStep
        WHEN "NOT YET RUN"
            ADD 1 TO ws-notrun-count
            IF ws-next-step = SPACES
                MOVE jt-step (ws-step-idx) TO ws-next-step
            END-IF
    END-EVALUATE.

NoteStopStep.
    IF ws-stop-step = SPACES
        MOVE jt-step (ws-step-idx) TO ws-stop-step
        MOVE ws-status-text TO ws-stop-status
    END-IF.

FormatStamp.
    IF ws-stamp-date = SPACES
        MOVE SPACES TO ws-stamp-out
    ELSE
        MOVE ws-stamp-date (5:2) TO st-mm
        MOVE ws-stamp-date (7:2) TO st-dd
        MOVE ws-stamp-time (1:2) TO st-hh
        MOVE ws-stamp-time (3:2) TO st-mi
        MOVE ws-stamp-time (5:2) TO st-ss
        MOVE ws-stamp TO ws-stamp-out
    END-IF.

WriteHeadings.
    MOVE ws-run-mm TO hd-run-mm
    MOVE ws-run-dd TO hd-run-dd
    MOVE ws-run-yyyy TO hd-run-yyyy
    MOVE ws-heading-1 TO FACTJSR-REC
    PERFORM WriteJsrRec
    MOVE SPACES TO FACTJSR-REC
    PERFORM WriteJsrRec.

WriteNightLine.
    MOVE ws-night-date (5:2) TO nl-night-mm
    MOVE ws-night-date (7:2) TO nl-night-dd
    MOVE ws-night-date (1:4) TO nl-night-yyyy
    MOVE SPACES TO nl-open
    IF ws-open-date = SPACES
        MOVE "NEVER OPENED ON FACTJSC" TO nl-open
    ELSE
        MOVE ws-open-date TO ws-stamp-date
        MOVE ws-open-time TO ws-stamp-time
        PERFORM FormatStamp
        STRING "OPENED " DELIMITED BY SIZE
            ws-stamp-out DELIMITED BY SIZE
            INTO nl-open
    END-IF
    MOVE ws-night-line TO FACTJSR-REC
    PERFORM WriteJsrRec
    MOVE SPACES TO FACTJSR-REC
    PERFORM WriteJsrRec
    MOVE ws-column-heading-1 TO FACTJSR-REC
    PERFORM WriteJsrRec
    MOVE ws-column-heading-2 TO FACTJSR-REC
    PERFORM WriteJsrRec.

WriteStepLine.
    MOVE ws-step-line TO FACTJSR-REC
    PERFORM WriteJsrRec
    IF ws-note NOT = SPACES
        MOVE ws-note TO nt-note
        MOVE ws-note-line TO FACTJSR-REC
        PERFORM WriteJsrRec
    END-IF.

WriteVerdict.
    MOVE SPACES TO FACTJSR-REC
    PERFORM WriteJsrRec
    MOVE ws-done-count TO cl-done
    MOVE ws-failed-count TO cl-failed
    MOVE ws-skipped-count TO cl-skipped
    MOVE ws-notrun-count TO cl-notrun
    MOVE ws-count-line TO FACTJSR-REC
    PERFORM WriteJsrRec
    EVALUATE TRUE
        WHEN ws-stop-step NOT = SPACES
            STRING "STOPPED AT " DELIMITED BY SIZE
                ws-stop-step DELIMITED BY SPACE
                " - " DELIMITED BY SIZE
                ws-stop-status DELIMITED BY SPACE
                " - FIX AND RERUN IT, THEN THE STEPS AFTER IT"
                    DELIMITED BY SIZE
                INTO vl-verdict
            MOVE 4 TO ws-run-rc
        WHEN ws-next-step NOT = SPACES
            STRING "INCOMPLETE - NEXT STEP TO RUN IS " DELIMITED BY SIZE
                ws-next-step DELIMITED BY SPACE
                INTO vl-verdict
            MOVE 4 TO ws-run-rc
        WHEN OTHER
            MOVE "COMPLETE - EVERY STEP DONE" TO vl-verdict
    END-EVALUATE
    MOVE ws-verdict-line TO FACTJSR-REC
    PERFORM WriteJsrRec.

WriteJsrRec.
    WRITE FACTJSR-REC
    IF ws-factjsr-status NOT = "00"
        DISPLAY "FACTJSR WRITE FAILED - STATUS " ws-factjsr-status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
