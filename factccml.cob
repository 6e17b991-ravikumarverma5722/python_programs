INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FACTCCM-FILE ASSIGN TO "FACTCCM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-COST-CENTER
        FILE STATUS IS ws-factccm-status.
    SELECT OPTIONAL FACTCCH-FILE ASSIGN TO "FACTCCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factcch-status.
    SELECT FACTCCL-FILE ASSIGN TO "FACTCCL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factccl-status.
    RECORD CONTAINS 40 CHARACTERS.
COPY FACTCCMR.

FD  FACTCCH-FILE
    RECORD CONTAINS 100 CHARACTERS.
COPY FACTCCHR.

FD  FACTCCL-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  FACTCCL-REC         PIC X(80).
WORKING-STORAGE SECTION.
01  ws-factccm-status   PIC X(2)  VALUE "00".
01  ws-factccl-status   PIC X(2)  VALUE "00".
01  ws-factcch-status   PIC X(2)  VALUE "00".
01  ws-eof-switch       PIC X(1)  VALUE "N".
    88 ws-eof-factccm             VALUE "Y".
01  ws-cch-eof-switch   PIC X(1)  VALUE "N".
    88 ws-eof-factcch             VALUE "Y".

*> Condition codes follow the FactBatch discipline: 0 clean listing,
*> 4 attention (malformed entries, no master to list, or no change
*> history to list), 8 I/O trouble, 12 could not start.
01  ws-run-rc           PIC 9(2)  VALUE 0.

01  ws-records-read     PIC 9(6)  VALUE 0.
01  ws-active-count     PIC 9(6)  VALUE 0.
01  ws-inactive-count   PIC 9(6)  VALUE 0.
01  ws-bad-count        PIC 9(6)  VALUE 0.

*> Change history: every FACTCCH record stamped on or after the
*> from-date is listed after the master, oldest first, so the
*> certification covers what changed in the quarter as well as
*> where the master ended up. PARM cols 1-8 give the from-date as
*> YYYYMMDD; with no PARM it is the first of the month three months
*> back, which spans the quarter whether the listing runs in its
*> last days or the first days of the next.
01  ws-from-date        PIC 9(8)  VALUE 0.
01  ws-from-parts REDEFINES ws-from-date.
    05 ws-from-yyyy     PIC 9(4).
    05 ws-from-mm       PIC 9(2).
    05 ws-from-dd       PIC 9(2).
01  ws-history-read     PIC 9(6)  VALUE 0.
01  ws-history-listed   PIC 9(6)  VALUE 0.
01  ws-added-count      PIC 9(6)  VALUE 0.
01  ws-changed-count    PIC 9(6)  VALUE 0.
01  ws-inact-count      PIC 9(6)  VALUE 0.
01  ws-cch-switch       PIC X(1)  VALUE "N".
    88 ws-cch-present             VALUE "Y".
01  ws-section-switch   PIC X(1)  VALUE "M".
    88 ws-section-master          VALUE "M".
    88 ws-section-history         VALUE "H".

01  ws-lines-on-page    PIC 9(2)  VALUE 0.
01  ws-lines-per-page   PIC 9(2)  VALUE 50.
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 dl-remark        PIC X(20).

01  ws-history-title.
    05 FILLER           PIC X(32) VALUE
       "COST CENTER CHANGE HISTORY FROM ".
    05 ht-from-mm       PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 ht-from-dd       PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 ht-from-yyyy     PIC 9(4).

01  ws-history-heading.
    05 FILLER           PIC X(10) VALUE "CHANGED".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(8)  VALUE "TIME".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(6)  VALUE "CENTER".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(10) VALUE "ACTION".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(8)  VALUE "OPERATOR".

01  ws-history-line.
    05 hl-chg-mm        PIC X(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hl-chg-dd        PIC X(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hl-chg-yyyy      PIC X(4).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 hl-chg-hh        PIC X(2).
    05 FILLER           PIC X(1)  VALUE ":".
    05 hl-chg-mi        PIC X(2).
    05 FILLER           PIC X(1)  VALUE ":".
    05 hl-chg-ss        PIC X(2).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 hl-center        PIC X(4).
    05 FILLER           PIC X(4)  VALUE SPACES.
    05 hl-action        PIC X(11).
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 hl-operator      PIC X(8).

*> Before and after images print under the change line, in the
*> master listing's own columns.
01  ws-image-line.
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 il-label         PIC X(7).
    05 il-dept-name     PIC X(24).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 il-status        PIC X(8).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 il-eff-mm        PIC X(2).
    05 il-eff-slash-1   PIC X(1).
    05 il-eff-dd        PIC X(2).
    05 il-eff-slash-2   PIC X(1).
    05 il-eff-yyyy      PIC X(4).

01  ws-history-summary.
    05 FILLER           PIC X(9)  VALUE "CHANGES: ".
    05 hs-total         PIC ZZZ,ZZ9.
    05 FILLER           PIC X(9)  VALUE "  ADDED: ".
    05 hs-added         PIC ZZZ,ZZ9.
    05 FILLER           PIC X(11) VALUE "  CHANGED: ".
    05 hs-changed       PIC ZZZ,ZZ9.
    05 FILLER           PIC X(15) VALUE "  INACTIVATED: ".
    05 hs-inactivated   PIC ZZZ,ZZ9.

01  ws-image-date       PIC X(8)  VALUE SPACES.

01  ws-summary-line.
    05 FILLER           PIC X(9)  VALUE "CENTERS: ".
    05 su-total         PIC ZZZ,ZZ9.
01  ws-empty-line       PIC X(80) VALUE
    "COST CENTER MASTER ABSENT OR EMPTY - NOTHING TO CERTIFY".

01  ws-no-history-line  PIC X(80) VALUE
    "CHANGE HISTORY FILE ABSENT - CHANGES CANNOT BE CERTIFIED".

01  ws-no-changes-line  PIC X(80) VALUE
    "NO CHANGES RECORDED IN THE PERIOD".

LINKAGE SECTION.
01  LK-PARM-AREA.
    05 LK-PARM-LEN       PIC S9(4) COMP.
    05 LK-PARM-TEXT.
        10 LK-PARM-DATE   PIC X(8).
        10 FILLER         PIC X(72).

PROCEDURE DIVISION USING LK-PARM-AREA.
MainLine.
    PERFORM InitRun
    OPEN OUTPUT FACTCCL-FILE
    END-IF
    PERFORM WriteSummary
    CLOSE FACTCCM-FILE
    PERFORM ListChangeHistory
    PERFORM WriteCertification
    CLOSE FACTCCL-FILE
    MOVE ws-run-rc TO RETURN-CODE
    STOP RUN.

InitRun.
    ACCEPT ws-run-date FROM DATE YYYYMMDD
    PERFORM ParseParm.

ParseParm.
    MOVE ws-run-yyyy TO ws-from-yyyy
    MOVE ws-run-mm TO ws-from-mm
    MOVE 1 TO ws-from-dd
    IF ws-from-mm > 3
        SUBTRACT 3 FROM ws-from-mm
    ELSE
        ADD 9 TO ws-from-mm
        SUBTRACT 1 FROM ws-from-yyyy
    END-IF
    IF ADDRESS OF LK-PARM-AREA NOT = NULL AND LK-PARM-LEN >= 8
        IF LK-PARM-DATE NUMERIC
            MOVE LK-PARM-DATE TO ws-from-date
        ELSE
            DISPLAY "FROM-DATE PARM NOT NUMERIC - LISTING CHANGES FROM "
                ws-from-date
        END-IF
    END-IF.

ReadFactccm.
    READ FACTCCM-FILE
        IF ws-run-rc < 4
            MOVE 4 TO ws-run-rc
        END-IF
    END-IF
    PERFORM WriteDetailLine.

ListChangeHistory.
    SET ws-section-history TO TRUE
    OPEN INPUT FACTCCH-FILE
    EVALUATE ws-factcch-status
        WHEN "00"
            SET ws-cch-present TO TRUE
        WHEN "05"
        WHEN "35"
            CLOSE FACTCCH-FILE
        WHEN OTHER
            DISPLAY "FACTCCH OPEN FAILED - STATUS " ws-factcch-status
            MOVE 12 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    PERFORM WriteHeadings
    IF ws-cch-present
        PERFORM ReadFactcch
        PERFORM UNTIL ws-eof-factcch
            IF CH-CHANGE-DATE NOT < ws-from-date
                PERFORM ListHistoryRecord
            END-IF
            PERFORM ReadFactcch
        END-PERFORM
        CLOSE FACTCCH-FILE
        IF ws-history-listed = 0
            MOVE ws-no-changes-line TO FACTCCL-REC
            PERFORM WriteCclRec
        END-IF
    ELSE
        MOVE ws-no-history-line TO FACTCCL-REC
        PERFORM WriteCclRec
        IF ws-run-rc < 4
            MOVE 4 TO ws-run-rc
        END-IF
    END-IF
    MOVE SPACES TO FACTCCL-REC
    PERFORM WriteCclRec
    MOVE ws-history-listed TO hs-total
    MOVE ws-added-count TO hs-added
    MOVE ws-changed-count TO hs-changed
    MOVE ws-inact-count TO hs-inactivated
    MOVE ws-history-summary TO FACTCCL-REC
    PERFORM WriteCclRec.

ReadFactcch.
    READ FACTCCH-FILE
        AT END
            SET ws-eof-factcch TO TRUE
        NOT AT END
            ADD 1 TO ws-history-read
    END-READ.

ListHistoryRecord.
    *> Three lines per change, kept together on a page.
    IF ws-lines-on-page + 3 > ws-lines-per-page
        PERFORM WriteHeadings
    END-IF
    ADD 1 TO ws-history-listed
    MOVE CH-CHANGE-DATE (5:2) TO hl-chg-mm
    MOVE CH-CHANGE-DATE (7:2) TO hl-chg-dd
    MOVE CH-CHANGE-DATE (1:4) TO hl-chg-yyyy
    MOVE CH-CHANGE-TIME (1:2) TO hl-chg-hh
    MOVE CH-CHANGE-TIME (3:2) TO hl-chg-mi
    MOVE CH-CHANGE-TIME (5:2) TO hl-chg-ss
    MOVE CH-COST-CENTER TO hl-center
    MOVE CH-OPERATOR-ID TO hl-operator
    EVALUATE TRUE
        WHEN ch-added
            MOVE "ADDED" TO hl-action
            ADD 1 TO ws-added-count
        WHEN ch-changed
            MOVE "CHANGED" TO hl-action
            ADD 1 TO ws-changed-count
        WHEN ch-inactivated
            MOVE "INACTIVATED" TO hl-action
            ADD 1 TO ws-inact-count
        WHEN OTHER
            MOVE "?" TO hl-action
    END-EVALUATE
    MOVE ws-history-line TO FACTCCL-REC
    PERFORM WriteCclRec
    MOVE "BEFORE" TO il-label
    IF ch-added
        MOVE "(NEW CENTER)" TO il-dept-name
        MOVE SPACES TO il-status
        MOVE SPACES TO il-eff-mm il-eff-slash-1 il-eff-dd
            il-eff-slash-2 il-eff-yyyy
    ELSE
        MOVE CH-BEF-DEPT-NAME TO il-dept-name
        MOVE CH-BEF-STATUS TO il-status
        MOVE CH-BEF-EFF-DATE TO ws-image-date
        PERFORM FormatImageDate
    END-IF
    MOVE ws-image-line TO FACTCCL-REC
    PERFORM WriteCclRec
    MOVE "AFTER" TO il-label
    MOVE CH-AFT-DEPT-NAME TO il-dept-name
    MOVE CH-AFT-STATUS TO il-status
    MOVE CH-AFT-EFF-DATE TO ws-image-date
    PERFORM FormatImageDate
    MOVE ws-image-line TO FACTCCL-REC
    PERFORM WriteCclRec
    ADD 3 TO ws-lines-on-page.

FormatImageDate.
    EVALUATE il-status
        WHEN "A"
            MOVE "ACTIVE" TO il-status
        WHEN "I"
            MOVE "INACTIVE" TO il-status
    END-EVALUATE
    MOVE ws-image-date (5:2) TO il-eff-mm
    MOVE "/" TO il-eff-slash-1
    MOVE ws-image-date (7:2) TO il-eff-dd
    MOVE "/" TO il-eff-slash-2
    MOVE ws-image-date (1:4) TO il-eff-yyyy.

WriteHeadings.
    MOVE ws-run-mm TO hd-run-mm
    MOVE ws-page-count TO hd-page-no
    MOVE ws-heading-1 TO FACTCCL-REC
    PERFORM WriteCclRec
    IF ws-section-master
        MOVE ws-heading-2 TO FACTCCL-REC
        PERFORM WriteCclRec
    ELSE
        MOVE ws-from-mm TO ht-from-mm
        MOVE ws-from-dd TO ht-from-dd
        MOVE ws-from-yyyy TO ht-from-yyyy
        MOVE ws-history-title TO FACTCCL-REC
        PERFORM WriteCclRec
        MOVE ws-history-heading TO FACTCCL-REC
        PERFORM WriteCclRec
    END-IF
    MOVE SPACES TO FACTCCL-REC
    PERFORM WriteCclRec
    MOVE 0 TO ws-lines-on-page.
    MOVE ws-inactive-count TO su-inactive
    MOVE ws-bad-count TO su-bad
    MOVE ws-summary-line TO FACTCCL-REC
    PERFORM WriteCclRec.

WriteCertification.
    MOVE SPACES TO FACTCCL-REC
    PERFORM WriteCclRec
    MOVE ws-cert-line TO FACTCCL-REC
