IDENTIFICATION DIVISION.
PROGRAM-ID. FactRejectAnalysis.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FACTREJH-FILE ASSIGN TO "FACTREJH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factrejh-status.
    SELECT OPTIONAL FACTLOG-FILE ASSIGN TO "FACTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factlog-status.
    SELECT FACTRJA-FILE ASSIGN TO "FACTRJA"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factrja-status.

DATA DIVISION.
FILE SECTION.
*> The reject history is the FACTREJV ESDS, copied to a work file by
*> the JCL.
FD  FACTREJH-FILE
    RECORD CONTAINS 65 CHARACTERS.
COPY FACTREJR.

FD  FACTLOG-FILE
    RECORD CONTAINS 83 CHARACTERS.
COPY FACTLOGR.

FD  FACTRJA-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  FACTRJA-REC         PIC X(80).

WORKING-STORAGE SECTION.
01  ws-factrejh-status  PIC X(2)  VALUE "00".
01  ws-factlog-status   PIC X(2)  VALUE "00".
01  ws-factrja-status   PIC X(2)  VALUE "00".
01  ws-rejh-eof-switch  PIC X(1)  VALUE "N".
    88 ws-eof-factrejh            VALUE "Y".
01  ws-log-eof-switch   PIC X(1)  VALUE "N".
    88 ws-eof-factlog             VALUE "Y".
01  ws-log-switch       PIC X(1)  VALUE "N".
    88 ws-log-present             VALUE "Y".

*> Condition codes follow the FactBatch discipline: 0 clean, 4
*> attention (no history, a table overflow, or no journal to measure
*> clearance against), 8 I/O trouble, 12 could not start.
01  ws-run-rc           PIC 9(2)  VALUE 0.

01  ws-rejects-read     PIC 9(7)  VALUE 0.
01  ws-journal-read     PIC 9(7)  VALUE 0.

*> The report month and the three before it, newest first. Period 1
*> is the month being analysed; periods 2-4 are the trend months.
01  ws-report-month     PIC 9(6)  VALUE 0.
01  ws-report-disp      PIC X(6)  VALUE SPACES.
01  ws-month-keys.
    05 ws-month-key OCCURS 4 PIC X(6).
01  ws-step-month.
    05 ws-step-yyyy     PIC 9(4).
    05 ws-step-mm       PIC 9(2).
01  ws-step-month-x REDEFINES ws-step-month PIC X(6).
01  ws-period           PIC 9(1)  VALUE 0.
01  ws-per-idx          PIC 9(1)  VALUE 0.

*> Reason codes R001-R010 in code order, then a catch-all for any
*> code the history holds that this table does not know.
01  ws-reason-values.
    05 FILLER PIC X(24) VALUE "R001NUM OVER MAXIMUM    ".
    05 FILLER PIC X(24) VALUE "R002NUM BELOW MINIMUM   ".
    05 FILLER PIC X(24) VALUE "R003INVALID TRAN TYPE   ".
    05 FILLER PIC X(24) VALUE "R004R VALUE INVALID     ".
    05 FILLER PIC X(24) VALUE "R005REQUEST-ID INVALID  ".
    05 FILLER PIC X(24) VALUE "R006DUPLICATE IN RUN    ".
    05 FILLER PIC X(24) VALUE "R007DUP OF PRIOR RUN    ".
    05 FILLER PIC X(24) VALUE "R008NUM NOT NUMERIC     ".
    05 FILLER PIC X(24) VALUE "R009CENTER NOT ON MASTER".
    05 FILLER PIC X(24) VALUE "R010QUOTA EXCEEDED      ".
    05 FILLER PIC X(24) VALUE "OTH OTHER/UNKNOWN CODE  ".
01  ws-reason-table REDEFINES ws-reason-values.
    05 ws-reason-entry OCCURS 11.
       10 ws-reason-code    PIC X(4).
       10 ws-reason-desc    PIC X(20).
01  ws-reason-max       PIC 9(2)  VALUE 11.
01  ws-reason-other     PIC 9(2)  VALUE 11.
01  ws-reason-counts.
    05 ws-reason-row OCCURS 11.
       10 ws-reason-count OCCURS 4 PIC 9(7).
01  ws-reason-idx       PIC 9(2)  VALUE 0.
01  ws-code-num         PIC 9(3)  VALUE 0.

*> Print order of the reason rows, ranked on the report month's
*> count, highest first; equal counts stay in code order.
01  ws-rank-table.
    05 ws-rank-row OCCURS 11 PIC 9(2).
01  ws-rank-idx         PIC 9(2)  VALUE 0.
01  ws-rank-pass        PIC 9(2)  VALUE 0.
01  ws-rank-hold        PIC 9(2)  VALUE 0.

*> Source systems and cost centers share one breakdown layout: the
*> report month's count per reason code plus the total for each of
*> the four months, in order of first appearance in the history.
01  ws-src-count        PIC 9(3)  VALUE 0.
01  ws-src-max          PIC 9(3)  VALUE 100.
01  ws-src-table.
    05 ws-src-entry OCCURS 100.
       10 ws-src-key        PIC X(8).
       10 ws-src-by-code OCCURS 11 PIC 9(6).
       10 ws-src-total   OCCURS 4  PIC 9(7).
01  ws-src-idx          PIC 9(3)  VALUE 0.

01  ws-ctr-count        PIC 9(3)  VALUE 0.
01  ws-ctr-max          PIC 9(3)  VALUE 500.
01  ws-ctr-table.
    05 ws-ctr-entry OCCURS 500.
       10 ws-ctr-key        PIC X(8).
       10 ws-ctr-by-code OCCURS 11 PIC 9(6).
       10 ws-ctr-total   OCCURS 4  PIC 9(7).
01  ws-ctr-idx          PIC 9(3)  VALUE 0.

01  ws-found-switch     PIC X(1)  VALUE "N".
    88 ws-entry-found             VALUE "Y".
01  ws-entry-key        PIC X(8)  VALUE SPACES.
01  ws-overflow-switch  PIC X(1)  VALUE "N".
    88 ws-breakdown-overflow      VALUE "Y".

*> Every request rejected in the four months, with the highest
*> resubmission count it was rejected at and the date of its last
*> reject. A journal entry for the request dated after that last
*> reject means it cleared; it took the highest count plus one
*> resubmissions to get there.
01  ws-req-count        PIC 9(5)  VALUE 0.
01  ws-req-max          PIC 9(5)  VALUE 5000.
01  ws-req-table.
    05 ws-req-entry OCCURS 5000.
       10 ws-req-id         PIC X(6).
       10 ws-req-max-resub  PIC 9(2).
       10 ws-req-last-date  PIC X(8).
       10 ws-req-clear-sw   PIC X(1).
          88 ws-req-cleared         VALUE "Y".
01  ws-req-idx          PIC 9(5)  VALUE 0.
01  ws-req-switch       PIC X(1)  VALUE "N".
    88 ws-req-found               VALUE "Y".
01  ws-req-overflow-sw  PIC X(1)  VALUE "N".
    88 ws-req-overflow            VALUE "Y".
01  ws-resub-this       PIC 9(2)  VALUE 0.

01  ws-cleared-count    PIC 9(6)  VALUE 0.
01  ws-cleared-resubs   PIC 9(7)  VALUE 0.
01  ws-uncleared-count  PIC 9(6)  VALUE 0.
01  ws-avg-resubs       PIC 9(3)V99 VALUE 0.

01  ws-period-totals.
    05 ws-period-total OCCURS 4 PIC 9(7).
01  ws-grand-total      PIC 9(7)  VALUE 0.
01  ws-pct-work         PIC 9(3)V9 VALUE 0.
01  ws-avg-work         PIC 9(6)V9 VALUE 0.
01  ws-prior-sum        PIC 9(8)  VALUE 0.
01  ws-trend-this       PIC 9(7)  VALUE 0.
01  ws-trend-scaled     PIC 9(8)  VALUE 0.
01  ws-trend-out        PIC X(4)  VALUE SPACES.

01  ws-lines-on-page    PIC 9(2)  VALUE 0.
01  ws-lines-per-page   PIC 9(2)  VALUE 50.
01  ws-page-count       PIC 9(4)  VALUE 0.
01  ws-section-switch   PIC X(1)  VALUE "R".
    88 ws-section-reason          VALUE "R".
    88 ws-section-source          VALUE "S".
    88 ws-section-center          VALUE "C".
    88 ws-section-resub           VALUE "Q".

01  ws-run-date.
    05 ws-run-yyyy      PIC 9(4).
    05 ws-run-mm        PIC 9(2).
    05 ws-run-dd        PIC 9(2).

01  ws-heading-1.
    05 FILLER           PIC X(24) VALUE "REJECT REASON ANALYSIS".
    05 FILLER           PIC X(7)  VALUE "MONTH: ".
    05 hd-month         PIC X(6).
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 FILLER           PIC X(10) VALUE "RUN DATE: ".
    05 hd-run-mm        PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hd-run-dd        PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hd-run-yyyy      PIC 9(4).
    05 FILLER           PIC X(4)  VALUE SPACES.
    05 FILLER           PIC X(6)  VALUE "PAGE: ".
    05 hd-page-no       PIC ZZZ9.

01  ws-section-title    PIC X(80) VALUE SPACES.

*> Reason section: one line per code, ranked.
01  ws-reason-head-1.
    05 FILLER           PIC X(31) VALUE SPACES.
    05 FILLER           PIC X(7)  VALUE "   THIS".
    05 FILLER           PIC X(7)  VALUE SPACES.
    05 FILLER           PIC X(21) VALUE
       "---- PRIOR MONTHS ---".
    05 FILLER           PIC X(8)  VALUE "  3 MO".
01  ws-reason-head-2.
    05 FILLER           PIC X(5)  VALUE "RANK".
    05 FILLER           PIC X(5)  VALUE "CODE".
    05 FILLER           PIC X(21) VALUE "DESCRIPTION".
    05 FILLER           PIC X(7)  VALUE "  MONTH".
    05 FILLER           PIC X(6)  VALUE "   PCT".
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 rh-month-2       PIC X(6).
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 rh-month-3       PIC X(6).
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 rh-month-4       PIC X(6).
    05 FILLER           PIC X(8)  VALUE "     AVG".
    05 FILLER           PIC X(6)  VALUE " TREND".

01  ws-reason-line.
    05 rl-rank          PIC Z9.
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 rl-code          PIC X(4).
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 rl-desc          PIC X(20).
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 rl-this          PIC ZZZ,ZZ9.
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 rl-pct           PIC ZZ9.9.
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 rl-prior-1       PIC ZZZZZ9.
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 rl-prior-2       PIC ZZZZZ9.
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 rl-prior-3       PIC ZZZZZ9.
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 rl-avg           PIC ZZZZ9.9.
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 rl-trend         PIC X(4).

01  ws-reason-total-line.
    05 FILLER           PIC X(31) VALUE "          TOTAL REJECTS".
    05 rt-this          PIC ZZZ,ZZ9.
    05 FILLER           PIC X(7)  VALUE SPACES.
    05 rt-prior-1       PIC ZZZZZ9.
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 rt-prior-2       PIC ZZZZZ9.
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 rt-prior-3       PIC ZZZZZ9.
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 rt-avg           PIC ZZZZ9.9.
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 rt-trend         PIC X(4).

*> Breakdown sections: the report month by reason code, then the
*> average monthly total of the three months before it.
01  ws-break-head.
    05 bh-key-title     PIC X(8).
    05 FILLER           PIC X(7)  VALUE "  TOTAL".
    05 FILLER           PIC X(50) VALUE
       " R001 R002 R003 R004 R005 R006 R007 R008 R009 R010".
    05 FILLER           PIC X(5)  VALUE "  OTH".
    05 FILLER           PIC X(8)  VALUE " 3MO AVG".

01  ws-break-line.
    05 bl-key           PIC X(8).
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 bl-total         PIC ZZZZZ9.
    05 bl-code-cells.
       10 bl-code-cell OCCURS 11.
          15 FILLER     PIC X(1).
          15 bl-code    PIC ZZZ9.
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 bl-avg           PIC ZZZZ9.9.

01  ws-resub-line-1.
    05 FILLER           PIC X(44) VALUE
       "REQUESTS CLEARED THIS MONTH AFTER A REJECT: ".
    05 rs-cleared       PIC ZZZ,ZZ9.
01  ws-resub-line-2.
    05 FILLER           PIC X(44) VALUE
       "RESUBMISSIONS IT TOOK TO CLEAR THEM:        ".
    05 rs-resubs        PIC ZZZ,ZZ9.
01  ws-resub-line-3.
    05 FILLER           PIC X(44) VALUE
       "AVERAGE RESUBMISSIONS BEFORE CLEARING:      ".
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 rs-average       PIC ZZ9.99.
01  ws-resub-line-4.
    05 FILLER           PIC X(44) VALUE
       "REJECTED THIS MONTH AND NOT YET CLEARED:    ".
    05 rs-uncleared     PIC ZZZ,ZZ9.

01  ws-empty-line       PIC X(80) VALUE
    "NO REJECTS IN THE REPORT MONTH OR THE THREE MONTHS BEFORE IT".
01  ws-nolog-line       PIC X(80) VALUE
    "FACTLOG ABSENT - CLEARANCE AFTER REJECT NOT MEASURED".
01  ws-overflow-line    PIC X(80) VALUE
    "*** TABLE FULL - FIGURES BELOW ARE INCOMPLETE, SEE SYSOUT ***".

LINKAGE SECTION.
01  LK-PARM-AREA.
    05 LK-PARM-LEN       PIC S9(4) COMP.
    05 LK-PARM-TEXT.
        10 LK-PARM-MONTH  PIC 9(6).
        10 FILLER         PIC X(74).

PROCEDURE DIVISION USING LK-PARM-AREA.
MainLine.
    PERFORM InitRun
    OPEN OUTPUT FACTRJA-FILE
    IF ws-factrja-status NOT = "00"
        DISPLAY "FACTRJA OPEN FAILED - STATUS " ws-factrja-status
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT FACTREJH-FILE
    IF ws-factrejh-status NOT = "00" AND ws-factrejh-status NOT = "05"
        DISPLAY "FACTREJH OPEN FAILED - STATUS " ws-factrejh-status
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT FACTLOG-FILE
    EVALUATE ws-factlog-status
        WHEN "00"
            SET ws-log-present TO TRUE
        WHEN "05"
        WHEN "35"
            DISPLAY "FACTLOG ABSENT - CLEARANCE NOT MEASURED"
            CLOSE FACTLOG-FILE
            IF ws-run-rc < 4
                MOVE 4 TO ws-run-rc
            END-IF
        WHEN OTHER
            DISPLAY "FACTLOG OPEN FAILED - STATUS " ws-factlog-status
            MOVE 12 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    PERFORM ReadFactrejh
    PERFORM UNTIL ws-eof-factrejh
        PERFORM TallyReject
        PERFORM ReadFactrejh
    END-PERFORM
    IF ws-log-present
        PERFORM ReadFactlog
        PERFORM UNTIL ws-eof-factlog
            IF NOT lg-control-entry
                    AND LG-RUN-DATE (1:6) = ws-report-disp
                PERFORM CheckCleared
            END-IF
            PERFORM ReadFactlog
        END-PERFORM
    END-IF
    PERFORM RankReasons
    PERFORM PrintReasonSection
    PERFORM PrintSourceSection
    PERFORM PrintCenterSection
    PERFORM PrintResubSection
    CLOSE FACTREJH-FILE
    IF ws-log-present
        CLOSE FACTLOG-FILE
    END-IF
    CLOSE FACTRJA-FILE
    MOVE ws-run-rc TO RETURN-CODE
    STOP RUN.

InitRun.
    ACCEPT ws-run-date FROM DATE YYYYMMDD
    PERFORM ParseParm
    INITIALIZE ws-reason-counts
    PERFORM SetRank
        VARYING ws-rank-idx FROM 1 BY 1
        UNTIL ws-rank-idx > ws-reason-max
    MOVE ws-report-disp TO ws-step-month-x
    MOVE ws-report-disp TO ws-month-key (1)
    PERFORM StepBackMonth
        VARYING ws-per-idx FROM 2 BY 1
        UNTIL ws-per-idx > 4.

ParseParm.
    *> PARM cols 1-6 name the month to analyse as YYYYMM; with no PARM
    *> the report covers the current month to date. Month-end runs
    *> name the month just closed.
    IF ADDRESS OF LK-PARM-AREA = NULL OR LK-PARM-LEN < 6
        COMPUTE ws-report-month =
            ws-run-yyyy * 100 + ws-run-mm
    ELSE
        IF LK-PARM-MONTH NUMERIC
            MOVE LK-PARM-MONTH TO ws-report-month
        ELSE
            DISPLAY "REPORT MONTH PARM NOT NUMERIC - USING "
                "CURRENT MONTH"
            COMPUTE ws-report-month =
                ws-run-yyyy * 100 + ws-run-mm
        END-IF
    END-IF
    MOVE ws-report-month TO ws-report-disp.

SetRank.
    MOVE ws-rank-idx TO ws-rank-row (ws-rank-idx).

StepBackMonth.
    IF ws-step-mm = 1
        MOVE 12 TO ws-step-mm
        SUBTRACT 1 FROM ws-step-yyyy
    ELSE
        SUBTRACT 1 FROM ws-step-mm
    END-IF
    MOVE ws-step-month-x TO ws-month-key (ws-per-idx).

ReadFactrejh.
    READ FACTREJH-FILE
        AT END
            SET ws-eof-factrejh TO TRUE
        NOT AT END
            ADD 1 TO ws-rejects-read
    END-READ.

ReadFactlog.
    READ FACTLOG-FILE
        AT END
            SET ws-eof-factlog TO TRUE
        NOT AT END
            ADD 1 TO ws-journal-read
    END-READ.

*> --- Reject history pass: every reject in the four months counts
*> --- against its reason, source and center; the report month's
*> --- rejects also count per reason within each source and center.
TallyReject.
    MOVE 0 TO ws-period
    PERFORM FindPeriod
        VARYING ws-per-idx FROM 1 BY 1
        UNTIL ws-per-idx > 4 OR ws-period > 0
    IF ws-period > 0
        PERFORM FindReasonRow
        ADD 1 TO ws-reason-count (ws-reason-idx, ws-period)
        MOVE FR-SOURCE-SYSTEM TO ws-entry-key
        PERFORM TallySource
        IF FR-COST-CENTER = SPACES
            MOVE "*NONE*" TO ws-entry-key
        ELSE
            MOVE FR-COST-CENTER TO ws-entry-key
        END-IF
        PERFORM TallyCenter
        PERFORM TallyRequest
    END-IF.

FindPeriod.
    IF FR-RUN-DATE (1:6) = ws-month-key (ws-per-idx)
        MOVE ws-per-idx TO ws-period
    END-IF.

FindReasonRow.
    MOVE ws-reason-other TO ws-reason-idx
    IF FR-REASON-CODE (1:1) = "R" AND FR-REASON-CODE (2:3) NUMERIC
        MOVE FR-REASON-CODE (2:3) TO ws-code-num
        IF ws-code-num >= 1 AND ws-code-num < ws-reason-other
            MOVE ws-code-num TO ws-reason-idx
        END-IF
    END-IF.

TallySource.
    MOVE "N" TO ws-found-switch
    PERFORM MatchSource
        VARYING ws-src-idx FROM 1 BY 1
        UNTIL ws-src-idx > ws-src-count OR ws-entry-found
    IF NOT ws-entry-found
        IF ws-src-count >= ws-src-max
            PERFORM NoteBreakdownOverflow
        ELSE
            ADD 1 TO ws-src-count
            MOVE ws-src-count TO ws-src-idx
            INITIALIZE ws-src-entry (ws-src-idx)
            MOVE ws-entry-key TO ws-src-key (ws-src-idx)
            SET ws-entry-found TO TRUE
        END-IF
    END-IF
    IF ws-entry-found
        ADD 1 TO ws-src-total (ws-src-idx, ws-period)
        IF ws-period = 1
            ADD 1 TO ws-src-by-code (ws-src-idx, ws-reason-idx)
        END-IF
    END-IF.

MatchSource.
    IF ws-src-key (ws-src-idx) = ws-entry-key
        SET ws-entry-found TO TRUE
        *> Step the index back so the perform-until leaves it
        *> pointing at the matched entry.
        SUBTRACT 1 FROM ws-src-idx
    END-IF.

TallyCenter.
    MOVE "N" TO ws-found-switch
    PERFORM MatchCenter
        VARYING ws-ctr-idx FROM 1 BY 1
        UNTIL ws-ctr-idx > ws-ctr-count OR ws-entry-found
    IF NOT ws-entry-found
        IF ws-ctr-count >= ws-ctr-max
            PERFORM NoteBreakdownOverflow
        ELSE
            ADD 1 TO ws-ctr-count
            MOVE ws-ctr-count TO ws-ctr-idx
            INITIALIZE ws-ctr-entry (ws-ctr-idx)
            MOVE ws-entry-key TO ws-ctr-key (ws-ctr-idx)
            SET ws-entry-found TO TRUE
        END-IF
    END-IF
    IF ws-entry-found
        ADD 1 TO ws-ctr-total (ws-ctr-idx, ws-period)
        IF ws-period = 1
            ADD 1 TO ws-ctr-by-code (ws-ctr-idx, ws-reason-idx)
        END-IF
    END-IF.

MatchCenter.
    IF ws-ctr-key (ws-ctr-idx) = ws-entry-key
        SET ws-entry-found TO TRUE
        SUBTRACT 1 FROM ws-ctr-idx
    END-IF.

NoteBreakdownOverflow.
    IF NOT ws-breakdown-overflow
        DISPLAY "BREAKDOWN TABLE FULL - " ws-entry-key
            " AND LATER KEYS NOT BROKEN DOWN"
        SET ws-breakdown-overflow TO TRUE
        IF ws-run-rc < 4
            MOVE 4 TO ws-run-rc
        END-IF
    END-IF.

TallyRequest.
    IF FR-RESUB-COUNT NUMERIC
        MOVE FR-RESUB-COUNT TO ws-resub-this
    ELSE
        MOVE 0 TO ws-resub-this
    END-IF
    PERFORM FindRequest
    IF ws-req-found
        IF ws-resub-this > ws-req-max-resub (ws-req-idx)
            MOVE ws-resub-this TO ws-req-max-resub (ws-req-idx)
        END-IF
        IF FR-RUN-DATE > ws-req-last-date (ws-req-idx)
            MOVE FR-RUN-DATE TO ws-req-last-date (ws-req-idx)
        END-IF
    ELSE
        IF ws-req-count >= ws-req-max
            IF NOT ws-req-overflow
                DISPLAY "REQUEST TABLE FULL AT " ws-req-max
                    " - RESUBMISSION AVERAGE INCOMPLETE"
                SET ws-req-overflow TO TRUE
                IF ws-run-rc < 4
                    MOVE 4 TO ws-run-rc
                END-IF
            END-IF
        ELSE
            ADD 1 TO ws-req-count
            MOVE FR-REQUEST-ID TO ws-req-id (ws-req-count)
            MOVE ws-resub-this TO ws-req-max-resub (ws-req-count)
            MOVE FR-RUN-DATE TO ws-req-last-date (ws-req-count)
            MOVE "N" TO ws-req-clear-sw (ws-req-count)
        END-IF
    END-IF.

FindRequest.
    MOVE "N" TO ws-req-switch
    PERFORM MatchRequest
        VARYING ws-req-idx FROM 1 BY 1
        UNTIL ws-req-idx > ws-req-count OR ws-req-found.

MatchRequest.
    IF ws-req-id (ws-req-idx) = FR-REQUEST-ID
        SET ws-req-found TO TRUE
        SUBTRACT 1 FROM ws-req-idx
    END-IF.

*> --- Journal pass: a request journaled in the report month after
*> --- its last reject has cleared.
CheckCleared.
    MOVE "N" TO ws-req-switch
    PERFORM MatchJournalRequest
        VARYING ws-req-idx FROM 1 BY 1
        UNTIL ws-req-idx > ws-req-count OR ws-req-found
    IF ws-req-found
        SET ws-req-cleared (ws-req-idx) TO TRUE
        ADD 1 TO ws-cleared-count
        COMPUTE ws-cleared-resubs = ws-cleared-resubs
            + ws-req-max-resub (ws-req-idx) + 1
    END-IF.

MatchJournalRequest.
    IF ws-req-id (ws-req-idx) = LG-REQUEST-ID
            AND ws-req-last-date (ws-req-idx) < LG-RUN-DATE
            AND NOT ws-req-cleared (ws-req-idx)
        SET ws-req-found TO TRUE
        SUBTRACT 1 FROM ws-req-idx
    END-IF.

RankReasons.
    PERFORM CompareRankPair
        VARYING ws-rank-pass FROM 1 BY 1
        UNTIL ws-rank-pass >= ws-reason-max
        AFTER ws-rank-idx FROM 1 BY 1
        UNTIL ws-rank-idx >= ws-reason-max.

CompareRankPair.
    IF ws-reason-count (ws-rank-row (ws-rank-idx + 1), 1)
            > ws-reason-count (ws-rank-row (ws-rank-idx), 1)
        MOVE ws-rank-row (ws-rank-idx) TO ws-rank-hold
        MOVE ws-rank-row (ws-rank-idx + 1) TO ws-rank-row (ws-rank-idx)
        MOVE ws-rank-hold TO ws-rank-row (ws-rank-idx + 1)
    END-IF.

*> --- Section 1: reason codes ranked, with the three-month trend.
PrintReasonSection.
    SET ws-section-reason TO TRUE
    MOVE "REJECTS BY REASON CODE - RANKED ON THE REPORT MONTH"
        TO ws-section-title
    PERFORM WriteHeadings
    MOVE 0 TO ws-period-total (1) ws-period-total (2)
        ws-period-total (3) ws-period-total (4)
    PERFORM AddReasonTotal
        VARYING ws-reason-idx FROM 1 BY 1
        UNTIL ws-reason-idx > ws-reason-max
        AFTER ws-per-idx FROM 1 BY 1
        UNTIL ws-per-idx > 4
    MOVE ws-period-total (1) TO ws-grand-total
    IF ws-period-total (1) = 0 AND ws-period-total (2) = 0
            AND ws-period-total (3) = 0 AND ws-period-total (4) = 0
        MOVE ws-empty-line TO FACTRJA-REC
        PERFORM WriteRjaRec
        ADD 1 TO ws-lines-on-page
        IF ws-run-rc < 4
            MOVE 4 TO ws-run-rc
        END-IF
    END-IF
    PERFORM PrintReasonLine
        VARYING ws-rank-idx FROM 1 BY 1
        UNTIL ws-rank-idx > ws-reason-max
    PERFORM PrintReasonTotal.

AddReasonTotal.
    ADD ws-reason-count (ws-reason-idx, ws-per-idx)
        TO ws-period-total (ws-per-idx).

PrintReasonLine.
    MOVE ws-rank-row (ws-rank-idx) TO ws-reason-idx
    *> The catch-all row prints only when the history holds a code
    *> the table does not know.
    IF ws-reason-idx = ws-reason-other
            AND ws-reason-count (ws-reason-idx, 1) = 0
            AND ws-reason-count (ws-reason-idx, 2) = 0
            AND ws-reason-count (ws-reason-idx, 3) = 0
            AND ws-reason-count (ws-reason-idx, 4) = 0
        CONTINUE
    ELSE
        IF ws-lines-on-page >= ws-lines-per-page
            PERFORM WriteHeadings
        END-IF
        MOVE ws-rank-idx TO rl-rank
        MOVE ws-reason-code (ws-reason-idx) TO rl-code
        MOVE ws-reason-desc (ws-reason-idx) TO rl-desc
        MOVE ws-reason-count (ws-reason-idx, 1) TO rl-this
        IF ws-grand-total > 0
            COMPUTE ws-pct-work ROUNDED =
                ws-reason-count (ws-reason-idx, 1) * 100
                / ws-grand-total
        ELSE
            MOVE 0 TO ws-pct-work
        END-IF
        MOVE ws-pct-work TO rl-pct
        MOVE ws-reason-count (ws-reason-idx, 2) TO rl-prior-1
        MOVE ws-reason-count (ws-reason-idx, 3) TO rl-prior-2
        MOVE ws-reason-count (ws-reason-idx, 4) TO rl-prior-3
        MOVE ws-reason-count (ws-reason-idx, 1) TO ws-trend-this
        COMPUTE ws-prior-sum = ws-reason-count (ws-reason-idx, 2)
            + ws-reason-count (ws-reason-idx, 3)
            + ws-reason-count (ws-reason-idx, 4)
        PERFORM SetTrend
        MOVE ws-avg-work TO rl-avg
        MOVE ws-trend-out TO rl-trend
        MOVE ws-reason-line TO FACTRJA-REC
        PERFORM WriteRjaRec
        ADD 1 TO ws-lines-on-page
    END-IF.

PrintReasonTotal.
    MOVE ws-period-total (1) TO rt-this
    MOVE ws-period-total (2) TO rt-prior-1
    MOVE ws-period-total (3) TO rt-prior-2
    MOVE ws-period-total (4) TO rt-prior-3
    MOVE ws-period-total (1) TO ws-trend-this
    COMPUTE ws-prior-sum = ws-period-total (2)
        + ws-period-total (3) + ws-period-total (4)
    PERFORM SetTrend
    MOVE ws-avg-work TO rt-avg
    MOVE ws-trend-out TO rt-trend
    MOVE SPACES TO FACTRJA-REC
    PERFORM WriteRjaRec
    MOVE ws-reason-total-line TO FACTRJA-REC
    PERFORM WriteRjaRec
    ADD 2 TO ws-lines-on-page.

SetTrend.
    *> The month against the average of the three months before it:
    *> UP or DOWN when they differ, FLAT when they match, blank when
    *> there is nothing either side.
    COMPUTE ws-avg-work ROUNDED = ws-prior-sum / 3
    COMPUTE ws-trend-scaled = ws-trend-this * 3
    EVALUATE TRUE
        WHEN ws-trend-this = 0 AND ws-prior-sum = 0
            MOVE SPACES TO ws-trend-out
        WHEN ws-trend-scaled > ws-prior-sum
            MOVE "UP" TO ws-trend-out
        WHEN ws-trend-scaled < ws-prior-sum
            MOVE "DOWN" TO ws-trend-out
        WHEN OTHER
            MOVE "FLAT" TO ws-trend-out
    END-EVALUATE.

*> --- Sections 2 and 3: the report month by source system and by
*> --- cost center, reason code across the line.
PrintSourceSection.
    SET ws-section-source TO TRUE
    MOVE "REJECTS BY SOURCE SYSTEM - REPORT MONTH BY REASON CODE"
        TO ws-section-title
    MOVE "SOURCE" TO bh-key-title
    PERFORM WriteHeadings
    IF ws-breakdown-overflow
        PERFORM WriteOverflowLine
    END-IF
    PERFORM PrintSourceLine
        VARYING ws-src-idx FROM 1 BY 1
        UNTIL ws-src-idx > ws-src-count.

PrintSourceLine.
    IF ws-lines-on-page >= ws-lines-per-page
        PERFORM WriteHeadings
    END-IF
    MOVE SPACES TO ws-break-line
    MOVE ws-src-key (ws-src-idx) TO bl-key
    MOVE ws-src-total (ws-src-idx, 1) TO bl-total
    PERFORM MoveSourceCell
        VARYING ws-reason-idx FROM 1 BY 1
        UNTIL ws-reason-idx > ws-reason-max
    COMPUTE ws-avg-work ROUNDED = (ws-src-total (ws-src-idx, 2)
        + ws-src-total (ws-src-idx, 3)
        + ws-src-total (ws-src-idx, 4)) / 3
    MOVE ws-avg-work TO bl-avg
    MOVE ws-break-line TO FACTRJA-REC
    PERFORM WriteRjaRec
    ADD 1 TO ws-lines-on-page.

MoveSourceCell.
    MOVE ws-src-by-code (ws-src-idx, ws-reason-idx)
        TO bl-code (ws-reason-idx).

PrintCenterSection.
    SET ws-section-center TO TRUE
    MOVE "REJECTS BY COST CENTER - REPORT MONTH BY REASON CODE"
        TO ws-section-title
    MOVE "CENTER" TO bh-key-title
    PERFORM WriteHeadings
    IF ws-breakdown-overflow
        PERFORM WriteOverflowLine
    END-IF
    PERFORM PrintCenterLine
        VARYING ws-ctr-idx FROM 1 BY 1
        UNTIL ws-ctr-idx > ws-ctr-count.

PrintCenterLine.
    IF ws-lines-on-page >= ws-lines-per-page
        PERFORM WriteHeadings
    END-IF
    MOVE SPACES TO ws-break-line
    MOVE ws-ctr-key (ws-ctr-idx) TO bl-key
    MOVE ws-ctr-total (ws-ctr-idx, 1) TO bl-total
    PERFORM MoveCenterCell
        VARYING ws-reason-idx FROM 1 BY 1
        UNTIL ws-reason-idx > ws-reason-max
    COMPUTE ws-avg-work ROUNDED = (ws-ctr-total (ws-ctr-idx, 2)
        + ws-ctr-total (ws-ctr-idx, 3)
        + ws-ctr-total (ws-ctr-idx, 4)) / 3
    MOVE ws-avg-work TO bl-avg
    MOVE ws-break-line TO FACTRJA-REC
    PERFORM WriteRjaRec
    ADD 1 TO ws-lines-on-page.

MoveCenterCell.
    MOVE ws-ctr-by-code (ws-ctr-idx, ws-reason-idx)
        TO bl-code (ws-reason-idx).

WriteOverflowLine.
    MOVE ws-overflow-line TO FACTRJA-REC
    PERFORM WriteRjaRec
    ADD 1 TO ws-lines-on-page.

*> --- Section 4: resubmissions it took rejected work to clear.
PrintResubSection.
    SET ws-section-resub TO TRUE
    MOVE "RESUBMISSIONS BEFORE A REJECTED REQUEST CLEARS"
        TO ws-section-title
    PERFORM WriteHeadings
    IF ws-req-overflow
        PERFORM WriteOverflowLine
    END-IF
    IF NOT ws-log-present
        MOVE ws-nolog-line TO FACTRJA-REC
        PERFORM WriteRjaRec
    ELSE
        PERFORM CountUncleared
            VARYING ws-req-idx FROM 1 BY 1
            UNTIL ws-req-idx > ws-req-count
        IF ws-cleared-count > 0
            COMPUTE ws-avg-resubs ROUNDED =
                ws-cleared-resubs / ws-cleared-count
        END-IF
        MOVE ws-cleared-count TO rs-cleared
        MOVE ws-resub-line-1 TO FACTRJA-REC
        PERFORM WriteRjaRec
        MOVE ws-cleared-resubs TO rs-resubs
        MOVE ws-resub-line-2 TO FACTRJA-REC
        PERFORM WriteRjaRec
        MOVE ws-avg-resubs TO rs-average
        MOVE ws-resub-line-3 TO FACTRJA-REC
        PERFORM WriteRjaRec
        MOVE ws-uncleared-count TO rs-uncleared
        MOVE ws-resub-line-4 TO FACTRJA-REC
        PERFORM WriteRjaRec
    END-IF.

CountUncleared.
    IF NOT ws-req-cleared (ws-req-idx)
            AND ws-req-last-date (ws-req-idx) (1:6) = ws-report-disp
        ADD 1 TO ws-uncleared-count
    END-IF.

WriteHeadings.
    MOVE ws-report-disp TO hd-month
    MOVE ws-run-mm TO hd-run-mm
    MOVE ws-run-dd TO hd-run-dd
    MOVE ws-run-yyyy TO hd-run-yyyy
    ADD 1 TO ws-page-count
    MOVE ws-page-count TO hd-page-no
    MOVE ws-heading-1 TO FACTRJA-REC
    PERFORM WriteRjaRec
    MOVE SPACES TO FACTRJA-REC
    PERFORM WriteRjaRec
    MOVE ws-section-title TO FACTRJA-REC
    PERFORM WriteRjaRec
    MOVE SPACES TO FACTRJA-REC
    PERFORM WriteRjaRec
    MOVE 4 TO ws-lines-on-page
    EVALUATE TRUE
        WHEN ws-section-reason
            MOVE ws-month-key (2) TO rh-month-2
            MOVE ws-month-key (3) TO rh-month-3
            MOVE ws-month-key (4) TO rh-month-4
            MOVE ws-reason-head-1 TO FACTRJA-REC
            PERFORM WriteRjaRec
            MOVE ws-reason-head-2 TO FACTRJA-REC
            PERFORM WriteRjaRec
            ADD 2 TO ws-lines-on-page
        WHEN ws-section-source
        WHEN ws-section-center
            MOVE ws-break-head TO FACTRJA-REC
            PERFORM WriteRjaRec
            ADD 1 TO ws-lines-on-page
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

WriteRjaRec.
    WRITE FACTRJA-REC
    IF ws-factrja-status NOT = "00"
        DISPLAY "FACTRJA WRITE FAILED - STATUS " ws-factrja-status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
