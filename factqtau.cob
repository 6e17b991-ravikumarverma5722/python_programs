IDENTIFICATION DIVISION.
PROGRAM-ID. FactQuotaUtil.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FACTQTA-FILE ASSIGN TO "FACTQTA"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factqta-status.
    SELECT OPTIONAL FACTLOG-FILE ASSIGN TO "FACTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factlog-status.
    SELECT OPTIONAL FACTCCM-FILE ASSIGN TO "FACTCCM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CM-COST-CENTER
        FILE STATUS IS ws-factccm-status.
    SELECT FACTQTU-FILE ASSIGN TO "FACTQTU"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factqtu-status.

DATA DIVISION.
FILE SECTION.
FD  FACTQTA-FILE
    RECORD CONTAINS 40 CHARACTERS.
COPY FACTQTAR.

FD  FACTLOG-FILE
    RECORD CONTAINS 83 CHARACTERS.
COPY FACTLOGR.

FD  FACTCCM-FILE
    RECORD CONTAINS 40 CHARACTERS.
COPY FACTCCMR.

FD  FACTQTU-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  FACTQTU-REC         PIC X(80).

WORKING-STORAGE SECTION.
01  ws-factqta-status   PIC X(2)  VALUE "00".
01  ws-factlog-status   PIC X(2)  VALUE "00".
01  ws-factccm-status   PIC X(2)  VALUE "00".
01  ws-factqtu-status   PIC X(2)  VALUE "00".
01  ws-qta-eof-switch   PIC X(1)  VALUE "N".
    88 ws-eof-factqta             VALUE "Y".
01  ws-log-eof-switch   PIC X(1)  VALUE "N".
    88 ws-eof-factlog             VALUE "Y".

*> Condition codes follow the FactBatch discipline: 0 clean, 4
*> attention (a center at or past 80 percent of a ceiling, a bad
*> quota entry, or no quota file), 8 I/O trouble, 12 could not start.
01  ws-run-rc           PIC 9(2)  VALUE 0.

01  ws-records-read     PIC 9(6)  VALUE 0.
01  ws-report-month     PIC 9(6)  VALUE 0.
01  ws-report-disp      PIC X(6)  VALUE SPACES.

*> Usage is counted exactly as FactBatch counts it for the R010
*> check: every journal entry of the month for the center, with the
*> extended-precision entries counted again against their own
*> ceiling. The warning level is the point where accounting calls
*> the department, well before the batch starts rejecting.
01  ws-warn-pct         PIC 9(3)  VALUE 80.

*> One entry per FACTQTA record, in file order. FactBatch enforces
*> the first entry for a center, so a repeat is flagged and its
*> usage left at zero rather than counted twice.
01  ws-qta-count        PIC 9(3)  VALUE 0.
01  ws-qta-max          PIC 9(3)  VALUE 200.
01  ws-qta-table.
    05 ws-qta-entry OCCURS 200.
       10 ws-qta-center     PIC X(4).
       10 ws-qta-limit      PIC 9(6).
       10 ws-qta-ext-limit  PIC 9(6).
       10 ws-qta-used       PIC 9(6).
       10 ws-qta-ext-used   PIC 9(6).
       10 ws-qta-entry-sw   PIC X(1).
          88 ws-qta-good            VALUE "G".
          88 ws-qta-bad             VALUE "B".
          88 ws-qta-dup             VALUE "D".
01  ws-qta-idx          PIC 9(3)  VALUE 0.
01  ws-print-idx        PIC 9(3)  VALUE 0.
01  ws-found-switch     PIC X(1)  VALUE "N".
    88 ws-qta-found               VALUE "Y".
01  ws-qta-center-key   PIC X(4)  VALUE SPACES.
01  ws-unlimited-count  PIC 9(6)  VALUE 0.

01  ws-warn-count       PIC 9(6)  VALUE 0.
01  ws-at-count         PIC 9(6)  VALUE 0.
01  ws-over-count       PIC 9(6)  VALUE 0.
01  ws-bad-count        PIC 9(6)  VALUE 0.

*> Per-line working fields. The level is the worse of the two
*> ceilings: 0 under, 1 warning, 2 at quota, 3 over quota.
01  ws-level            PIC 9(1)  VALUE 0.
01  ws-ceiling-level    PIC 9(1)  VALUE 0.
01  ws-calc-used        PIC 9(6)  VALUE 0.
01  ws-calc-limit       PIC 9(6)  VALUE 0.
01  ws-calc-pct         PIC 9(8)  VALUE 0.
01  ws-calc-pct-out     PIC X(5)  VALUE SPACES.
01  ws-calc-limit-out   PIC X(7)  VALUE SPACES.
01  ws-pct-edit         PIC ZZZ9.
01  ws-limit-edit       PIC ZZZ,ZZ9.

*> Department names are read by key from the FACTCCM master, as the
*> chargeback statement does; without it the report prints codes.
01  ws-ccm-switch       PIC X(1)  VALUE "N".
    88 ws-ccm-open                VALUE "Y".
01  ws-not-on-master    PIC X(18) VALUE "*NOT ON MASTER*".

01  ws-lines-on-page    PIC 9(2)  VALUE 0.
01  ws-lines-per-page   PIC 9(2)  VALUE 50.
01  ws-page-count       PIC 9(4)  VALUE 0.

01  ws-run-date.
    05 ws-run-yyyy      PIC 9(4).
    05 ws-run-mm        PIC 9(2).
    05 ws-run-dd        PIC 9(2).

01  ws-heading-1.
    05 FILLER           PIC X(26) VALUE "QUOTA UTILIZATION".
    05 FILLER           PIC X(7)  VALUE "MONTH: ".
    05 hd-month         PIC X(6).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(7)  VALUE "AS OF: ".
    05 hd-run-mm        PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hd-run-dd        PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hd-run-yyyy      PIC 9(4).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(6)  VALUE "PAGE: ".
    05 hd-page-no       PIC ZZZ9.

01  ws-heading-2.
    05 FILLER           PIC X(24) VALUE SPACES.
    05 FILLER           PIC X(21) VALUE
       "--- ALL REQUESTS ----".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(21) VALUE
       "-- EXTENDED PRECISION".

01  ws-heading-3.
    05 FILLER           PIC X(4)  VALUE "DEPT".
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 FILLER           PIC X(18) VALUE "DEPARTMENT NAME".
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 FILLER           PIC X(7)  VALUE "   USED".
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 FILLER           PIC X(7)  VALUE "  LIMIT".
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 FILLER           PIC X(5)  VALUE "  PCT".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(7)  VALUE "   USED".
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 FILLER           PIC X(7)  VALUE "  LIMIT".
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 FILLER           PIC X(5)  VALUE "  PCT".
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 FILLER           PIC X(11) VALUE "STATUS".

01  ws-detail-line.
    05 dl-center        PIC X(4).
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 dl-dept-name     PIC X(18).
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 dl-used          PIC ZZZ,ZZ9.
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 dl-limit         PIC X(7).
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 dl-pct           PIC X(5).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 dl-ext-used      PIC ZZZ,ZZ9.
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 dl-ext-limit     PIC X(7).
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 dl-ext-pct       PIC X(5).
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 dl-status        PIC X(11).

01  ws-summary-line-1.
    05 FILLER           PIC X(9)  VALUE "CENTERS: ".
    05 su-centers       PIC ZZZ,ZZ9.
    05 FILLER           PIC X(11) VALUE "  WARNING: ".
    05 su-warn          PIC ZZZ,ZZ9.
    05 FILLER           PIC X(12) VALUE "  AT QUOTA: ".
    05 su-at            PIC ZZZ,ZZ9.
    05 FILLER           PIC X(14) VALUE "  OVER QUOTA: ".
    05 su-over          PIC ZZZ,ZZ9.

01  ws-summary-line-2.
    05 FILLER           PIC X(33) VALUE
       "BAD OR DUPLICATE QUOTA ENTRIES: ".
    05 su-bad           PIC ZZZ,ZZ9.

01  ws-summary-line-3.
    05 FILLER           PIC X(48) VALUE
       "REQUESTS THIS MONTH FROM CENTERS WITH NO QUOTA: ".
    05 su-unlimited     PIC ZZZ,ZZ9.

01  ws-note-line.
    05 FILLER           PIC X(38) VALUE
       "WARNING AT 80 PCT OF EITHER CEILING - ".
    05 FILLER           PIC X(42) VALUE
       "AT QUOTA, FURTHER REQUESTS REJECT R010".

01  ws-empty-line       PIC X(80) VALUE
    "QUOTA FILE ABSENT OR EMPTY - NO CENTER IS CAPPED".

LINKAGE SECTION.
01  LK-PARM-AREA.
    05 LK-PARM-LEN       PIC S9(4) COMP.
    05 LK-PARM-TEXT.
        10 LK-PARM-MONTH  PIC 9(6).
        10 FILLER         PIC X(74).

PROCEDURE DIVISION USING LK-PARM-AREA.
MainLine.
    PERFORM InitRun
    OPEN OUTPUT FACTQTU-FILE
    IF ws-factqtu-status NOT = "00"
        DISPLAY "FACTQTU OPEN FAILED - STATUS " ws-factqtu-status
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT FACTQTA-FILE
    IF ws-factqta-status NOT = "00" AND ws-factqta-status NOT = "05"
        DISPLAY "FACTQTA OPEN FAILED - STATUS " ws-factqta-status
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT FACTLOG-FILE
    IF ws-factlog-status NOT = "00" AND ws-factlog-status NOT = "05"
        DISPLAY "FACTLOG OPEN FAILED - STATUS " ws-factlog-status
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OpenCostCenterMaster
    PERFORM ReadFactqta
    PERFORM UNTIL ws-eof-factqta
        PERFORM AddQuotaEntry
        PERFORM ReadFactqta
    END-PERFORM
    PERFORM ReadFactlog
    PERFORM UNTIL ws-eof-factlog
        IF LG-RUN-DATE (1:6) = ws-report-disp
                AND NOT lg-control-entry
            PERFORM CountUsage
        END-IF
        PERFORM ReadFactlog
    END-PERFORM
    PERFORM WriteHeadings
    IF ws-qta-count = 0
        MOVE ws-empty-line TO FACTQTU-REC
        PERFORM WriteQtuRec
        IF ws-run-rc < 4
            MOVE 4 TO ws-run-rc
        END-IF
    END-IF
    PERFORM PrintCenterLine
        VARYING ws-print-idx FROM 1 BY 1
        UNTIL ws-print-idx > ws-qta-count
    PERFORM WriteSummary
    CLOSE FACTQTA-FILE
    CLOSE FACTLOG-FILE
    IF ws-ccm-open
        CLOSE FACTCCM-FILE
    END-IF
    CLOSE FACTQTU-FILE
    MOVE ws-run-rc TO RETURN-CODE
    STOP RUN.

InitRun.
    ACCEPT ws-run-date FROM DATE YYYYMMDD
    PERFORM ParseParm.

ParseParm.
    *> PARM cols 1-6 name the month YYYYMM; with no PARM the report
    *> covers the current month to date.
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
            STOP RUN
    END-EVALUATE.

ReadFactqta.
    READ FACTQTA-FILE
        AT END
            SET ws-eof-factqta TO TRUE
    END-READ.

ReadFactlog.
    READ FACTLOG-FILE
        AT END
            SET ws-eof-factlog TO TRUE
        NOT AT END
            ADD 1 TO ws-records-read
    END-READ.

AddQuotaEntry.
    IF ws-qta-count >= ws-qta-max
        DISPLAY "QUOTA TABLE FULL AT " ws-qta-max
            " - CENTER " QT-COST-CENTER " NOT REPORTED"
        IF ws-run-rc < 4
            MOVE 4 TO ws-run-rc
        END-IF
    ELSE
        MOVE QT-COST-CENTER TO ws-qta-center-key
        PERFORM FindQuotaEntry
        ADD 1 TO ws-qta-count
        MOVE QT-COST-CENTER TO ws-qta-center (ws-qta-count)
        MOVE 0 TO ws-qta-used (ws-qta-count)
        MOVE 0 TO ws-qta-ext-used (ws-qta-count)
        MOVE 0 TO ws-qta-limit (ws-qta-count)
        MOVE 0 TO ws-qta-ext-limit (ws-qta-count)
        EVALUATE TRUE
            WHEN QT-MONTHLY-LIMIT NOT NUMERIC
                    OR QT-EXT-LIMIT NOT NUMERIC
                SET ws-qta-bad (ws-qta-count) TO TRUE
            WHEN ws-qta-found
                SET ws-qta-dup (ws-qta-count) TO TRUE
            WHEN OTHER
                SET ws-qta-good (ws-qta-count) TO TRUE
                MOVE QT-MONTHLY-LIMIT TO ws-qta-limit (ws-qta-count)
                MOVE QT-EXT-LIMIT TO ws-qta-ext-limit (ws-qta-count)
        END-EVALUATE
    END-IF.

FindQuotaEntry.
    *> Only a good entry can match - it is the one FactBatch enforces.
    MOVE "N" TO ws-found-switch
    PERFORM MatchQuotaEntry
        VARYING ws-qta-idx FROM 1 BY 1
        UNTIL ws-qta-idx > ws-qta-count OR ws-qta-found.

MatchQuotaEntry.
    IF ws-qta-center (ws-qta-idx) = ws-qta-center-key
            AND ws-qta-good (ws-qta-idx)
        SET ws-qta-found TO TRUE
        *> Step the index back so the perform-until leaves it
        *> pointing at the matched entry.
        SUBTRACT 1 FROM ws-qta-idx
    END-IF.

CountUsage.
    MOVE LG-COST-CENTER TO ws-qta-center-key
    PERFORM FindQuotaEntry
    IF ws-qta-found
        ADD 1 TO ws-qta-used (ws-qta-idx)
        IF lg-extended
            ADD 1 TO ws-qta-ext-used (ws-qta-idx)
        END-IF
    ELSE
        ADD 1 TO ws-unlimited-count
    END-IF.

PrintCenterLine.
    IF ws-lines-on-page >= ws-lines-per-page
        PERFORM WriteHeadings
    END-IF
    MOVE ws-qta-center (ws-print-idx) TO dl-center
    PERFORM LookupDepartmentName
    MOVE ws-qta-used (ws-print-idx) TO dl-used
    MOVE ws-qta-ext-used (ws-print-idx) TO dl-ext-used
    MOVE 0 TO ws-level
    MOVE ws-qta-used (ws-print-idx) TO ws-calc-used
    MOVE ws-qta-limit (ws-print-idx) TO ws-calc-limit
    PERFORM RateCeiling
    MOVE ws-calc-limit-out TO dl-limit
    MOVE ws-calc-pct-out TO dl-pct
    MOVE ws-qta-ext-used (ws-print-idx) TO ws-calc-used
    MOVE ws-qta-ext-limit (ws-print-idx) TO ws-calc-limit
    PERFORM RateCeiling
    MOVE ws-calc-limit-out TO dl-ext-limit
    MOVE ws-calc-pct-out TO dl-ext-pct
    EVALUATE TRUE
        WHEN ws-qta-bad (ws-print-idx)
            MOVE "BAD ENTRY" TO dl-status
            MOVE SPACES TO dl-limit dl-pct dl-ext-limit dl-ext-pct
            ADD 1 TO ws-bad-count
        WHEN ws-qta-dup (ws-print-idx)
            MOVE "DUPLICATE" TO dl-status
            MOVE SPACES TO dl-limit dl-pct dl-ext-limit dl-ext-pct
            ADD 1 TO ws-bad-count
        WHEN ws-level = 3
            MOVE "OVER QUOTA" TO dl-status
            ADD 1 TO ws-over-count
        WHEN ws-level = 2
            MOVE "AT QUOTA" TO dl-status
            ADD 1 TO ws-at-count
        WHEN ws-level = 1
            MOVE "WARNING" TO dl-status
            ADD 1 TO ws-warn-count
        WHEN OTHER
            MOVE SPACES TO dl-status
    END-EVALUATE
    IF dl-status NOT = SPACES AND ws-run-rc < 4
        MOVE 4 TO ws-run-rc
    END-IF
    MOVE ws-detail-line TO FACTQTU-REC
    PERFORM WriteQtuRec
    ADD 1 TO ws-lines-on-page.

RateCeiling.
    *> A zero limit is not enforced: the ceiling prints NONE and
    *> cannot raise the line's level.
    IF ws-calc-limit = 0
        MOVE "   NONE" TO ws-calc-limit-out
        MOVE SPACES TO ws-calc-pct-out
    ELSE
        MOVE ws-calc-limit TO ws-limit-edit
        MOVE ws-limit-edit TO ws-calc-limit-out
        COMPUTE ws-calc-pct = ws-calc-used * 100 / ws-calc-limit
        IF ws-calc-pct > 9999
            MOVE 9999 TO ws-pct-edit
        ELSE
            MOVE ws-calc-pct TO ws-pct-edit
        END-IF
        MOVE ws-pct-edit TO ws-calc-pct-out (1:4)
        MOVE "%" TO ws-calc-pct-out (5:1)
        EVALUATE TRUE
            WHEN ws-calc-used > ws-calc-limit
                MOVE 3 TO ws-ceiling-level
            WHEN ws-calc-used = ws-calc-limit
                MOVE 2 TO ws-ceiling-level
            WHEN ws-calc-pct >= ws-warn-pct
                MOVE 1 TO ws-ceiling-level
            WHEN OTHER
                MOVE 0 TO ws-ceiling-level
        END-EVALUATE
        IF ws-ceiling-level > ws-level
            MOVE ws-ceiling-level TO ws-level
        END-IF
    END-IF.

LookupDepartmentName.
    MOVE SPACES TO dl-dept-name
    IF ws-ccm-open
        MOVE ws-qta-center (ws-print-idx) TO CM-COST-CENTER
        READ FACTCCM-FILE
            INVALID KEY
                MOVE ws-not-on-master TO dl-dept-name
            NOT INVALID KEY
                MOVE CM-DEPT-NAME TO dl-dept-name
        END-READ
    END-IF.

WriteHeadings.
    MOVE ws-report-disp TO hd-month
    MOVE ws-run-mm TO hd-run-mm
    MOVE ws-run-dd TO hd-run-dd
    MOVE ws-run-yyyy TO hd-run-yyyy
    ADD 1 TO ws-page-count
    MOVE ws-page-count TO hd-page-no
    MOVE ws-heading-1 TO FACTQTU-REC
    PERFORM WriteQtuRec
    MOVE ws-heading-2 TO FACTQTU-REC
    PERFORM WriteQtuRec
    MOVE ws-heading-3 TO FACTQTU-REC
    PERFORM WriteQtuRec
    MOVE SPACES TO FACTQTU-REC
    PERFORM WriteQtuRec
    MOVE 0 TO ws-lines-on-page.

WriteSummary.
    MOVE SPACES TO FACTQTU-REC
    PERFORM WriteQtuRec
    MOVE ws-qta-count TO su-centers
    MOVE ws-warn-count TO su-warn
    MOVE ws-at-count TO su-at
    MOVE ws-over-count TO su-over
    MOVE ws-summary-line-1 TO FACTQTU-REC
    PERFORM WriteQtuRec
    IF ws-bad-count > 0
        MOVE ws-bad-count TO su-bad
        MOVE ws-summary-line-2 TO FACTQTU-REC
        PERFORM WriteQtuRec
    END-IF
    MOVE ws-unlimited-count TO su-unlimited
    MOVE ws-summary-line-3 TO FACTQTU-REC
    PERFORM WriteQtuRec
    MOVE SPACES TO FACTQTU-REC
    PERFORM WriteQtuRec
    MOVE ws-note-line TO FACTQTU-REC
    PERFORM WriteQtuRec.

WriteQtuRec.
    WRITE FACTQTU-REC
    IF ws-factqtu-status NOT = "00"
        DISPLAY "FACTQTU WRITE FAILED - STATUS " ws-factqtu-status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
