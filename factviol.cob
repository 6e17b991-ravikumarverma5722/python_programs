IDENTIFICATION DIVISION.
PROGRAM-ID. FactViolationReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FACTSECV-FILE ASSIGN TO "FACTSECV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factsecv-status.
    SELECT FACTSVR-FILE ASSIGN TO "FACTSVR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factsvr-status.

DATA DIVISION.
FILE SECTION.
FD  FACTSECV-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY FACTSECR.

FD  FACTSVR-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  FACTSVR-REC         PIC X(80).

WORKING-STORAGE SECTION.
01  ws-factsecv-status  PIC X(2)  VALUE "00".
01  ws-factsvr-status   PIC X(2)  VALUE "00".
01  ws-eof-switch       PIC X(1)  VALUE "N".
    88 ws-eof-factsecv            VALUE "Y".
01  ws-secv-switch      PIC X(1)  VALUE "N".
    88 ws-secv-present            VALUE "Y".

*> Daily security violation report for the security officer: every
*> attempt the operator authorization check refused on the report
*> date, in the order it happened, then totals by reason and by
*> operator. Condition codes follow the FactBatch discipline: 0 no
*> violations, 4 attention (violations listed, no violation log to
*> read, or more operators than the summary table holds), 8 I/O
*> trouble, 12 could not start.
01  ws-run-rc           PIC 9(2)  VALUE 0.

01  ws-records-read     PIC 9(6)  VALUE 0.
01  ws-violation-count  PIC 9(6)  VALUE 0.
01  ws-report-date      PIC 9(8)  VALUE 0.
01  ws-report-parts REDEFINES ws-report-date.
    05 ws-report-yyyy   PIC 9(4).
    05 ws-report-mm     PIC 9(2).
    05 ws-report-dd     PIC 9(2).

*> One counter per reason code, in code order; anything else a
*> newer FACTAUTC might write is counted as OTHER.
01  ws-reason-counts.
    05 ws-reason-count  PIC 9(6)  OCCURS 6 VALUE 0.
01  ws-reason-idx       PIC 9(1)  VALUE 0.
01  ws-reason-texts.
    05 FILLER           PIC X(28) VALUE "NOT ON AUTHORIZATION TABLE".
    05 FILLER           PIC X(28) VALUE "AUTHORIZATION REVOKED".
    05 FILLER           PIC X(28) VALUE "TRANSACTION NOT AUTHORIZED".
    05 FILLER           PIC X(28) VALUE "COST CENTER NOT AUTHORIZED".
    05 FILLER           PIC X(28) VALUE "OTHER DEPT REQUEST SEARCH".
    05 FILLER           PIC X(28) VALUE "UNKNOWN REASON CODE".
01  ws-reason-table REDEFINES ws-reason-texts.
    05 ws-reason-text   PIC X(28) OCCURS 6.
01  ws-reason-codes.
    05 FILLER           PIC X(4)  VALUE "V001".
    05 FILLER           PIC X(4)  VALUE "V002".
    05 FILLER           PIC X(4)  VALUE "V003".
    05 FILLER           PIC X(4)  VALUE "V004".
    05 FILLER           PIC X(4)  VALUE "V005".
    05 FILLER           PIC X(4)  VALUE "????".
01  ws-reason-code-table REDEFINES ws-reason-codes.
    05 ws-reason-code   PIC X(4)  OCCURS 6.

*> One entry per operator with a violation on the date, in order of
*> first appearance. An operator refused this many times in one day
*> is flagged for follow-up rather than left to be spotted.
01  ws-opr-count        PIC 9(3)  VALUE 0.
01  ws-opr-max          PIC 9(3)  VALUE 200.
01  ws-opr-table.
    05 ws-opr-entry OCCURS 200.
       10 ws-opr-id         PIC X(8).
       10 ws-opr-violations PIC 9(6).
01  ws-opr-idx          PIC 9(3)  VALUE 0.
01  ws-print-idx        PIC 9(3)  VALUE 0.
01  ws-found-switch     PIC X(1)  VALUE "N".
    88 ws-opr-found               VALUE "Y".
01  ws-opr-full-switch  PIC X(1)  VALUE "N".
    88 ws-opr-table-full          VALUE "Y".
01  ws-repeat-level     PIC 9(6)  VALUE 3.

01  ws-section-switch   PIC X(1)  VALUE "D".
    88 ws-section-detail          VALUE "D".
    88 ws-section-summary         VALUE "S".
01  ws-hold-line        PIC X(80) VALUE SPACES.

01  ws-lines-on-page    PIC 9(2)  VALUE 0.
01  ws-lines-per-page   PIC 9(2)  VALUE 50.
01  ws-page-count       PIC 9(4)  VALUE 0.

01  ws-run-date.
    05 ws-run-yyyy      PIC 9(4).
    05 ws-run-mm        PIC 9(2).
    05 ws-run-dd        PIC 9(2).

01  ws-heading-1.
    05 FILLER           PIC X(28) VALUE
       "SECURITY VIOLATION REPORT".
    05 FILLER           PIC X(10) VALUE "RUN DATE: ".
    05 hd-run-mm        PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hd-run-dd        PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hd-run-yyyy      PIC 9(4).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(6)  VALUE "PAGE: ".
    05 hd-page-no       PIC ZZZ9.

01  ws-heading-2.
    05 FILLER           PIC X(20) VALUE
       "ATTEMPTS REFUSED ON ".
    05 hd-rpt-mm        PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hd-rpt-dd        PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hd-rpt-yyyy      PIC 9(4).

01  ws-heading-3.
    05 FILLER           PIC X(10) VALUE "TIME".
    05 FILLER           PIC X(10) VALUE "OPERATOR".
    05 FILLER           PIC X(6)  VALUE "TERM".
    05 FILLER           PIC X(6)  VALUE "TRAN".
    05 FILLER           PIC X(6)  VALUE "CODE".
    05 FILLER           PIC X(30) VALUE "REASON".
    05 FILLER           PIC X(6)  VALUE "CNTR".
    05 FILLER           PIC X(6)  VALUE "REQ-ID".

01  ws-detail-line.
    05 dl-hh            PIC X(2).
    05 FILLER           PIC X(1)  VALUE ":".
    05 dl-mi            PIC X(2).
    05 FILLER           PIC X(1)  VALUE ":".
    05 dl-ss            PIC X(2).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 dl-operator      PIC X(8).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 dl-terminal      PIC X(4).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 dl-transaction   PIC X(4).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 dl-reason        PIC X(4).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 dl-reason-text   PIC X(28).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 dl-center        PIC X(4).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 dl-request-id    PIC X(6).

01  ws-reason-title     PIC X(80) VALUE
    "VIOLATIONS BY REASON".

01  ws-reason-line.
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 rl-code          PIC X(4).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 rl-text          PIC X(28).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 rl-count         PIC ZZZ,ZZ9.

01  ws-operator-title   PIC X(80) VALUE
    "VIOLATIONS BY OPERATOR".

01  ws-operator-line.
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 ol-operator      PIC X(8).
    05 FILLER           PIC X(28) VALUE SPACES.
    05 ol-count         PIC ZZZ,ZZ9.
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 ol-remark        PIC X(30).

01  ws-total-line.
    05 FILLER           PIC X(18) VALUE "TOTAL VIOLATIONS: ".
    05 tl-total         PIC ZZZ,ZZ9.
    05 FILLER           PIC X(20) VALUE "  LOG RECORDS READ: ".
    05 tl-read          PIC ZZZ,ZZ9.

01  ws-none-line        PIC X(80) VALUE
    "NO VIOLATIONS RECORDED ON THE REPORT DATE".

01  ws-no-log-line      PIC X(80) VALUE
    "VIOLATION LOG ABSENT - VIOLATIONS CANNOT BE REPORTED".

01  ws-reviewed-line    PIC X(80) VALUE
    "REVIEWED BY SECURITY OFFICER: ____________________  DATE: ______".

LINKAGE SECTION.
01  LK-PARM-AREA.
    05 LK-PARM-LEN       PIC S9(4) COMP.
    05 LK-PARM-TEXT.
        10 LK-PARM-DATE   PIC X(8).
        10 FILLER         PIC X(72).

PROCEDURE DIVISION USING LK-PARM-AREA.
MainLine.
    PERFORM InitRun
    OPEN OUTPUT FACTSVR-FILE
    IF ws-factsvr-status NOT = "00"
        DISPLAY "FACTSVR OPEN FAILED - STATUS " ws-factsvr-status
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT FACTSECV-FILE
    EVALUATE ws-factsecv-status
        WHEN "00"
            SET ws-secv-present TO TRUE
        WHEN "05"
        WHEN "35"
            CLOSE FACTSECV-FILE
        WHEN OTHER
            DISPLAY "FACTSECV OPEN FAILED - STATUS " ws-factsecv-status
            MOVE 12 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    PERFORM WriteHeadings
    IF ws-secv-present
        PERFORM ReadFactsecv
        PERFORM UNTIL ws-eof-factsecv
            IF SV-DATE = ws-report-date
                PERFORM ListViolation
            END-IF
            PERFORM ReadFactsecv
        END-PERFORM
        CLOSE FACTSECV-FILE
        IF ws-violation-count = 0
            MOVE ws-none-line TO FACTSVR-REC
            PERFORM WriteSvrRec
        ELSE
            IF ws-run-rc < 4
                MOVE 4 TO ws-run-rc
            END-IF
        END-IF
    ELSE
        MOVE ws-no-log-line TO FACTSVR-REC
        PERFORM WriteSvrRec
        IF ws-run-rc < 4
            MOVE 4 TO ws-run-rc
        END-IF
    END-IF
    PERFORM WriteReasonSummary
    PERFORM WriteOperatorSummary
    PERFORM WriteTotals
    CLOSE FACTSVR-FILE
    MOVE ws-run-rc TO RETURN-CODE
    STOP RUN.

InitRun.
    ACCEPT ws-run-date FROM DATE YYYYMMDD
    PERFORM ParseParm.

ParseParm.
    *> PARM cols 1-8 name the report date YYYYMMDD; with no PARM the
    *> report covers today, for a run after the online day closes.
    MOVE ws-run-date TO ws-report-date
    IF ADDRESS OF LK-PARM-AREA NOT = NULL AND LK-PARM-LEN >= 8
        IF LK-PARM-DATE NUMERIC
            MOVE LK-PARM-DATE TO ws-report-date
        ELSE
            DISPLAY "REPORT DATE PARM NOT NUMERIC - REPORTING "
                ws-report-date
        END-IF
    END-IF.

ReadFactsecv.
    READ FACTSECV-FILE
        AT END
            SET ws-eof-factsecv TO TRUE
        NOT AT END
            ADD 1 TO ws-records-read
    END-READ.

ListViolation.
    ADD 1 TO ws-violation-count
    PERFORM FindReason
    ADD 1 TO ws-reason-count (ws-reason-idx)
    PERFORM CountOperator
    MOVE SV-TIME (1:2) TO dl-hh
    MOVE SV-TIME (3:2) TO dl-mi
    MOVE SV-TIME (5:2) TO dl-ss
    MOVE SV-OPERATOR-ID TO dl-operator
    MOVE SV-TERMINAL TO dl-terminal
    MOVE SV-TRANSACTION TO dl-transaction
    MOVE SV-REASON TO dl-reason
    MOVE ws-reason-text (ws-reason-idx) TO dl-reason-text
    MOVE SV-COST-CENTER TO dl-center
    MOVE SV-REQUEST-ID TO dl-request-id
    MOVE ws-detail-line TO FACTSVR-REC
    PERFORM WriteDetailLine.

FindReason.
    EVALUATE TRUE
        WHEN sv-not-on-table
            MOVE 1 TO ws-reason-idx
        WHEN sv-revoked
            MOVE 2 TO ws-reason-idx
        WHEN sv-tran-refused
            MOVE 3 TO ws-reason-idx
        WHEN sv-center-refused
            MOVE 4 TO ws-reason-idx
        WHEN sv-view-refused
            MOVE 5 TO ws-reason-idx
        WHEN OTHER
            MOVE 6 TO ws-reason-idx
    END-EVALUATE.

CountOperator.
    MOVE "N" TO ws-found-switch
    PERFORM MatchOperator
        VARYING ws-opr-idx FROM 1 BY 1
        UNTIL ws-opr-idx > ws-opr-count OR ws-opr-found
    IF ws-opr-found
        ADD 1 TO ws-opr-violations (ws-opr-idx)
    ELSE
        IF ws-opr-count >= ws-opr-max
            IF NOT ws-opr-table-full
                DISPLAY "OPERATOR TABLE FULL AT " ws-opr-max
                    " - LATER OPERATORS LEFT OFF THE SUMMARY"
                SET ws-opr-table-full TO TRUE
                IF ws-run-rc < 4
                    MOVE 4 TO ws-run-rc
                END-IF
            END-IF
        ELSE
            ADD 1 TO ws-opr-count
            MOVE SV-OPERATOR-ID TO ws-opr-id (ws-opr-count)
            MOVE 1 TO ws-opr-violations (ws-opr-count)
        END-IF
    END-IF.

MatchOperator.
    IF ws-opr-id (ws-opr-idx) = SV-OPERATOR-ID
        SET ws-opr-found TO TRUE
        *> Step the index back so the perform-until leaves it
        *> pointing at the matched entry.
        SUBTRACT 1 FROM ws-opr-idx
    END-IF.

WriteReasonSummary.
    SET ws-section-summary TO TRUE
    PERFORM WriteHeadings
    MOVE ws-reason-title TO FACTSVR-REC
    PERFORM WriteSvrRec
    PERFORM WriteReasonLine
        VARYING ws-reason-idx FROM 1 BY 1
        UNTIL ws-reason-idx > 6
    ADD 7 TO ws-lines-on-page.

WriteReasonLine.
    MOVE ws-reason-code (ws-reason-idx) TO rl-code
    MOVE ws-reason-text (ws-reason-idx) TO rl-text
    MOVE ws-reason-count (ws-reason-idx) TO rl-count
    MOVE ws-reason-line TO FACTSVR-REC
    PERFORM WriteSvrRec.

WriteOperatorSummary.
    MOVE SPACES TO FACTSVR-REC
    PERFORM WriteSvrRec
    MOVE ws-operator-title TO FACTSVR-REC
    PERFORM WriteSvrRec
    ADD 2 TO ws-lines-on-page
    PERFORM WriteOperatorLine
        VARYING ws-print-idx FROM 1 BY 1
        UNTIL ws-print-idx > ws-opr-count.

WriteOperatorLine.
    MOVE ws-opr-id (ws-print-idx) TO ol-operator
    MOVE ws-opr-violations (ws-print-idx) TO ol-count
    IF ws-opr-violations (ws-print-idx) >= ws-repeat-level
        MOVE "*** REPEATED - FOLLOW UP" TO ol-remark
    ELSE
        MOVE SPACES TO ol-remark
    END-IF
    MOVE ws-operator-line TO FACTSVR-REC
    PERFORM WriteDetailLine.

WriteTotals.
    MOVE SPACES TO FACTSVR-REC
    PERFORM WriteSvrRec
    MOVE ws-violation-count TO tl-total
    MOVE ws-records-read TO tl-read
    MOVE ws-total-line TO FACTSVR-REC
    PERFORM WriteSvrRec
    MOVE SPACES TO FACTSVR-REC
    PERFORM WriteSvrRec
    MOVE ws-reviewed-line TO FACTSVR-REC
    PERFORM WriteSvrRec.

WriteHeadings.
    MOVE ws-run-mm TO hd-run-mm
    MOVE ws-run-dd TO hd-run-dd
    MOVE ws-run-yyyy TO hd-run-yyyy
    MOVE ws-report-mm TO hd-rpt-mm
    MOVE ws-report-dd TO hd-rpt-dd
    MOVE ws-report-yyyy TO hd-rpt-yyyy
    ADD 1 TO ws-page-count
    MOVE ws-page-count TO hd-page-no
    MOVE ws-heading-1 TO FACTSVR-REC
    PERFORM WriteSvrRec
    MOVE ws-heading-2 TO FACTSVR-REC
    PERFORM WriteSvrRec
    IF ws-section-detail
        MOVE ws-heading-3 TO FACTSVR-REC
        PERFORM WriteSvrRec
    END-IF
    MOVE SPACES TO FACTSVR-REC
    PERFORM WriteSvrRec
    MOVE 0 TO ws-lines-on-page.

WriteDetailLine.
    *> The caller has the line in FACTSVR-REC; a page break writes
    *> the headings through the same record, so hold it meanwhile.
    IF ws-lines-on-page >= ws-lines-per-page
        MOVE FACTSVR-REC TO ws-hold-line
        PERFORM WriteHeadings
        MOVE ws-hold-line TO FACTSVR-REC
    END-IF
    PERFORM WriteSvrRec
    ADD 1 TO ws-lines-on-page.

WriteSvrRec.
    WRITE FACTSVR-REC
    IF ws-factsvr-status NOT = "00"
        DISPLAY "FACTSVR WRITE FAILED - STATUS " ws-factsvr-status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
