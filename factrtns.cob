IDENTIFICATION DIVISION.
PROGRAM-ID. FactReturnSplit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FACTRTN-FILE ASSIGN TO "FACTRTN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factrtn-status.
    SELECT RTNOUT-FILE ASSIGN TO "RTNOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-rtnout-status.
    SELECT FACTRSR-FILE ASSIGN TO "FACTRSR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factrsr-status.

DATA DIVISION.
FILE SECTION.
FD  FACTRTN-FILE
    RECORD CONTAINS 98 CHARACTERS.
COPY FACTRTNR.

FD  RTNOUT-FILE
    RECORD CONTAINS 90 CHARACTERS.
01  RTNOUT-REC          PIC X(90).

FD  FACTRSR-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  FACTRSR-REC         PIC X(80).

WORKING-STORAGE SECTION.
01  ws-factrtn-status   PIC X(2)  VALUE "00".
01  ws-rtnout-status    PIC X(2)  VALUE "00".
01  ws-factrsr-status   PIC X(2)  VALUE "00".

01  ws-eof-switch       PIC X(1)  VALUE "N".
    88 ws-eof-factrtn             VALUE "Y".

*> Condition codes follow the FactBatch discipline: 0 every set for
*> the source copied and tied to its trailer, 4 attention (no set
*> for the source tonight, or a set FactBatch failed that the source
*> must retransmit), 8 a copied set does not tie to its own trailer
*> or I/O trouble - hold the transmission - 12 could not start.
*> The answer set for the source's recycled work is held to the same
*> codes through the RECYCLE set it is drawn from.
01  ws-run-rc           PIC 9(2)  VALUE 0.

01  ws-source-wanted    PIC X(8)  VALUE SPACES.
01  ws-copy-switch      PIC X(1)  VALUE "N".
    88 ws-copying                 VALUE "Y".

*> Counts for the set being copied, checked against its trailer.
01  ws-set-details      PIC 9(6)  VALUE 0.
01  ws-set-computed     PIC 9(6)  VALUE 0.
01  ws-set-rejected     PIC 9(6)  VALUE 0.
01  ws-set-bypassed     PIC 9(6)  VALUE 0.
01  ws-set-file-date    PIC 9(8)  VALUE 0.

*> Recycled answers. FactRecycle sends work back through one
*> RECYCLE set, so the answers to a source's recycled requests come
*> back in that set, not the source's own. A second pass picks out
*> the details whose RD-ORIG-SOURCE is this source and sends them as
*> one more set under the source's name, headed with the RECYCLE
*> set's dates and marked R, with a trailer counted here. The whole
*> RECYCLE set is tied to its own trailer on the way, so an answer
*> set cut from a short RECYCLE set is held like any other.
01  ws-scan-eof-switch  PIC X(1)  VALUE "N".
    88 ws-eof-rtnscan             VALUE "Y".
01  ws-rcy-set-switch   PIC X(1)  VALUE "N".
    88 ws-in-recycle-set          VALUE "Y".
01  ws-rcy-open-switch  PIC X(1)  VALUE "N".
    88 ws-rcy-answers-open        VALUE "Y".
01  ws-rcy-short-switch PIC X(1)  VALUE "N".
    88 ws-rcy-short               VALUE "Y".
01  ws-rcy-fail-switch  PIC X(1)  VALUE "N".
    88 ws-rcy-failed              VALUE "Y".
01  ws-rcy-file-date    PIC 9(8)  VALUE 0.
01  ws-rcy-run-date     PIC 9(8)  VALUE 0.
01  ws-rcy-all-details  PIC 9(6)  VALUE 0.
01  ws-rcy-all-computed PIC 9(6)  VALUE 0.
01  ws-rcy-all-rejected PIC 9(6)  VALUE 0.
01  ws-rcy-all-bypassed PIC 9(6)  VALUE 0.
01  ws-rtn-hold         PIC X(98) VALUE SPACES.

01  ws-sets-copied      PIC 9(4)  VALUE 0.
01  ws-records-copied   PIC 9(6)  VALUE 0.
01  ws-records-read     PIC 9(6)  VALUE 0.

01  ws-lines-on-page    PIC 9(2)  VALUE 0.
01  ws-lines-per-page   PIC 9(2)  VALUE 50.
01  ws-page-count       PIC 9(4)  VALUE 0.

01  ws-run-date.
    05 ws-run-yyyy      PIC 9(4).
    05 ws-run-mm        PIC 9(2).
    05 ws-run-dd        PIC 9(2).

01  ws-heading-1.
    05 FILLER           PIC X(28) VALUE "RETURN FEED SPLIT".
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
    05 FILLER           PIC X(8)  VALUE "SOURCE: ".
    05 hd-source        PIC X(8).

01  ws-heading-3.
    05 FILLER           PIC X(9)  VALUE "FILE DATE".
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 FILLER           PIC X(7)  VALUE "DETAILS".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(8)  VALUE "COMPUTED".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(8)  VALUE "REJECTED".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(7)  VALUE "NOT RUN".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(24) VALUE "DISPOSITION".

01  ws-report-line.
    05 rl-file-date     PIC X(8).
    05 FILLER           PIC X(4)  VALUE SPACES.
    05 rl-details       PIC ZZZ,ZZ9.
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 rl-computed      PIC ZZZ,ZZ9.
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 rl-rejected      PIC ZZZ,ZZ9.
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 rl-bypassed      PIC ZZZ,ZZ9.
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 rl-disposition   PIC X(30).

01  ws-summary-line.
    05 FILLER           PIC X(13) VALUE "SETS COPIED: ".
    05 su-sets          PIC ZZZ9.
    05 FILLER           PIC X(18) VALUE "  RECORDS COPIED: ".
    05 su-records       PIC ZZZ,ZZ9.
    05 FILLER           PIC X(16) VALUE "  RECORDS READ: ".
    05 su-read          PIC ZZZ,ZZ9.

01  ws-none-line        PIC X(80) VALUE
    "*** NO RETURN SET FOR THIS SOURCE IN TONIGHT'S FACTRTN ***".

LINKAGE SECTION.
01  LK-PARM-AREA.
    05 LK-PARM-LEN       PIC S9(4) COMP.
    05 LK-PARM-TEXT.
        10 LK-PARM-SOURCE PIC X(8).
        10 FILLER         PIC X(72).

PROCEDURE DIVISION USING LK-PARM-AREA.
MainLine.
    PERFORM InitRun
    PERFORM ParseParm
    OPEN INPUT FACTRTN-FILE
    IF ws-factrtn-status NOT = "00" AND ws-factrtn-status NOT = "05"
        DISPLAY "FACTRTN OPEN FAILED - STATUS " ws-factrtn-status
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT RTNOUT-FILE
    IF ws-rtnout-status NOT = "00"
        DISPLAY "RTNOUT OPEN FAILED - STATUS " ws-rtnout-status
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT FACTRSR-FILE
    IF ws-factrsr-status NOT = "00"
        DISPLAY "FACTRSR OPEN FAILED - STATUS " ws-factrsr-status
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WriteHeadings
    PERFORM ReadFactrtn
    PERFORM UNTIL ws-eof-factrtn
        EVALUATE TRUE
            WHEN rr-header-rec
                PERFORM ProcessReturnHeader
            WHEN rr-detail-rec
                PERFORM ProcessReturnDetail
            WHEN rr-trailer-rec
                PERFORM ProcessReturnTrailer
            WHEN OTHER
                IF ws-copying
                    DISPLAY "FACTRTN UNKNOWN RECORD TYPE " RR-REC-TYPE
                        " AT RECORD " ws-records-read
                    PERFORM RaiseRc8
                END-IF
        END-EVALUATE
        PERFORM ReadFactrtn
    END-PERFORM
    IF ws-copying
        PERFORM ReportMissingTrailer
    END-IF
    PERFORM CopyRecycledAnswers
    IF ws-sets-copied = 0
        MOVE ws-none-line TO FACTRSR-REC
        PERFORM WriteRsrRec
        DISPLAY "NO FACTRTN SET FOR SOURCE " ws-source-wanted
        PERFORM RaiseRc4
    END-IF
    PERFORM WriteSummary
    CLOSE FACTRTN-FILE
    CLOSE RTNOUT-FILE
    CLOSE FACTRSR-FILE
    MOVE ws-run-rc TO RETURN-CODE
    STOP RUN.

InitRun.
    ACCEPT ws-run-date FROM DATE YYYYMMDD.

ParseParm.
    *> The source to cut comes off the PARM - one step per source in
    *> the split job, each with its own RTNOUT dataset.
    IF ADDRESS OF LK-PARM-AREA = NULL OR LK-PARM-LEN < 1
        DISPLAY "PARM MISSING - SOURCE SYSTEM REQUIRED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO ws-source-wanted
    IF LK-PARM-LEN < 8
        MOVE LK-PARM-TEXT (1:LK-PARM-LEN) TO ws-source-wanted
    ELSE
        MOVE LK-PARM-SOURCE TO ws-source-wanted
    END-IF
    IF ws-source-wanted = SPACES
        DISPLAY "PARM MISSING - SOURCE SYSTEM REQUIRED"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

ReadFactrtn.
    READ FACTRTN-FILE
        AT END
            SET ws-eof-factrtn TO TRUE
        NOT AT END
            ADD 1 TO ws-records-read
    END-READ.

ProcessReturnHeader.
    IF ws-copying
        PERFORM ReportMissingTrailer
    END-IF
    IF RR-SOURCE-SYSTEM = ws-source-wanted
        SET ws-copying TO TRUE
        MOVE 0 TO ws-set-details
        MOVE 0 TO ws-set-computed
        MOVE 0 TO ws-set-rejected
        MOVE 0 TO ws-set-bypassed
        MOVE RH-FILE-DATE TO ws-set-file-date
        PERFORM WriteRtnoutRec
    END-IF.

ProcessReturnDetail.
    IF ws-copying
        ADD 1 TO ws-set-details
        EVALUATE TRUE
            WHEN rd-computed
            WHEN rd-validated
                ADD 1 TO ws-set-computed
            WHEN rd-rejected
                ADD 1 TO ws-set-rejected
            WHEN OTHER
                ADD 1 TO ws-set-bypassed
        END-EVALUATE
        PERFORM WriteRtnoutRec
    END-IF.

ProcessReturnTrailer.
    IF ws-copying
        PERFORM WriteRtnoutRec
        MOVE "N" TO ws-copy-switch
        ADD 1 TO ws-sets-copied
        PERFORM BuildSetLine
        *> The trailer carries the batch's own counts for the set; a
        *> copy that does not add back up to them is short (a
        *> restarted batch skips the answers written before its
        *> checkpoint) and must not go to the source as complete.
        EVALUATE TRUE
            WHEN RT-DETAIL-COUNT NOT = ws-set-details
                OR RT-COMPUTED NOT = ws-set-computed
                OR RT-REJECTED NOT = ws-set-rejected
                OR RT-NOT-PROCESSED NOT = ws-set-bypassed
                MOVE "DOES NOT TIE TO TRAILER" TO rl-disposition
                DISPLAY "FACTRTN SET FOR " ws-source-wanted
                    " DOES NOT TIE - TRAILER " RT-DETAIL-COUNT
                    " COPIED " ws-set-details
                PERFORM RaiseRc8
            WHEN rt-set-failed
                MOVE "SET FAILED - RETRANSMIT" TO rl-disposition
                PERFORM RaiseRc4
            WHEN OTHER
                MOVE "COPIED" TO rl-disposition
        END-EVALUATE
        PERFORM WriteReportLine
    END-IF.

ReportMissingTrailer.
    MOVE "N" TO ws-copy-switch
    ADD 1 TO ws-sets-copied
    PERFORM BuildSetLine
    MOVE "NO TRAILER - INCOMPLETE" TO rl-disposition
    DISPLAY "FACTRTN SET FOR " ws-source-wanted " HAS NO TRAILER"
    PERFORM RaiseRc8
    PERFORM WriteReportLine.

CopyRecycledAnswers.
    CLOSE FACTRTN-FILE
    OPEN INPUT FACTRTN-FILE
    IF ws-factrtn-status NOT = "00" AND ws-factrtn-status NOT = "05"
        DISPLAY "FACTRTN REOPEN FAILED - STATUS " ws-factrtn-status
            " - RECYCLED ANSWERS NOT COPIED"
        PERFORM RaiseRc8
    ELSE
        PERFORM ReadRecycleScan
        PERFORM UNTIL ws-eof-rtnscan
            EVALUATE TRUE
                WHEN rr-header-rec
                    PERFORM StartRecycleScanSet
                WHEN rr-detail-rec
                    IF ws-in-recycle-set
                        PERFORM ScanRecycleDetail
                    END-IF
                WHEN rr-trailer-rec
                    IF ws-in-recycle-set
                        PERFORM EndRecycleScanSet
                    END-IF
            END-EVALUATE
            PERFORM ReadRecycleScan
        END-PERFORM
        IF ws-in-recycle-set
            PERFORM ReportRecycleNoTrailer
        END-IF
        IF ws-rcy-answers-open
            PERFORM WriteRecycleTrailer
        END-IF
    END-IF.

ReadRecycleScan.
    READ FACTRTN-FILE
        AT END
            SET ws-eof-rtnscan TO TRUE
    END-READ.

StartRecycleScanSet.
    IF ws-in-recycle-set
        PERFORM ReportRecycleNoTrailer
    END-IF
    IF RR-SOURCE-SYSTEM = "RECYCLE"
        SET ws-in-recycle-set TO TRUE
        MOVE 0 TO ws-rcy-all-details
        MOVE 0 TO ws-rcy-all-computed
        MOVE 0 TO ws-rcy-all-rejected
        MOVE 0 TO ws-rcy-all-bypassed
        IF NOT ws-rcy-answers-open
            MOVE RH-FILE-DATE TO ws-rcy-file-date
            MOVE RH-RUN-DATE TO ws-rcy-run-date
        END-IF
    END-IF.

ScanRecycleDetail.
    ADD 1 TO ws-rcy-all-details
    EVALUATE TRUE
        WHEN rd-computed
        WHEN rd-validated
            ADD 1 TO ws-rcy-all-computed
        WHEN rd-rejected
            ADD 1 TO ws-rcy-all-rejected
        WHEN OTHER
            ADD 1 TO ws-rcy-all-bypassed
    END-EVALUATE
    IF RD-ORIG-SOURCE = ws-source-wanted
        IF NOT ws-rcy-answers-open
            MOVE FACTRTN-REC TO ws-rtn-hold
            PERFORM WriteRecycleHeader
            MOVE ws-rtn-hold TO FACTRTN-REC
        END-IF
        ADD 1 TO ws-set-details
        EVALUATE TRUE
            WHEN rd-computed
            WHEN rd-validated
                ADD 1 TO ws-set-computed
            WHEN rd-rejected
                ADD 1 TO ws-set-rejected
            WHEN OTHER
                ADD 1 TO ws-set-bypassed
        END-EVALUATE
        MOVE ws-source-wanted TO RR-SOURCE-SYSTEM
        PERFORM WriteRtnoutRec
    END-IF.

EndRecycleScanSet.
    MOVE "N" TO ws-rcy-set-switch
    IF RT-DETAIL-COUNT NOT = ws-rcy-all-details
            OR RT-COMPUTED NOT = ws-rcy-all-computed
            OR RT-REJECTED NOT = ws-rcy-all-rejected
            OR RT-NOT-PROCESSED NOT = ws-rcy-all-bypassed
        DISPLAY "FACTRTN RECYCLE SET DOES NOT TIE - TRAILER "
            RT-DETAIL-COUNT " READ " ws-rcy-all-details
        SET ws-rcy-short TO TRUE
        PERFORM RaiseRc8
    END-IF
    IF rt-set-failed
        SET ws-rcy-failed TO TRUE
    END-IF.

ReportRecycleNoTrailer.
    MOVE "N" TO ws-rcy-set-switch
    DISPLAY "FACTRTN RECYCLE SET HAS NO TRAILER"
    SET ws-rcy-short TO TRUE
    PERFORM RaiseRc8.

WriteRecycleHeader.
    SET ws-rcy-answers-open TO TRUE
    MOVE 0 TO ws-set-details
    MOVE 0 TO ws-set-computed
    MOVE 0 TO ws-set-rejected
    MOVE 0 TO ws-set-bypassed
    MOVE SPACES TO FACTRTN-REC
    MOVE "H" TO RR-REC-TYPE
    MOVE ws-source-wanted TO RR-SOURCE-SYSTEM
    MOVE ws-rcy-file-date TO RH-FILE-DATE
    MOVE ws-rcy-run-date TO RH-RUN-DATE
    SET rh-recycled-answers TO TRUE
    PERFORM WriteRtnoutRec.

WriteRecycleTrailer.
    *> A failed RECYCLE set fails the answers drawn from it, so the
    *> source is told the same as for a failed set of its own.
    MOVE SPACES TO FACTRTN-REC
    MOVE "T" TO RR-REC-TYPE
    MOVE ws-source-wanted TO RR-SOURCE-SYSTEM
    MOVE ws-set-details TO RT-DETAIL-COUNT
    MOVE ws-set-computed TO RT-COMPUTED
    MOVE ws-set-rejected TO RT-REJECTED
    MOVE ws-set-bypassed TO RT-NOT-PROCESSED
    IF ws-rcy-failed
        SET rt-set-failed TO TRUE
    ELSE
        SET rt-set-balanced TO TRUE
    END-IF
    PERFORM WriteRtnoutRec
    MOVE "N" TO ws-rcy-open-switch
    ADD 1 TO ws-sets-copied
    MOVE ws-rcy-file-date TO ws-set-file-date
    PERFORM BuildSetLine
    EVALUATE TRUE
        WHEN ws-rcy-short
            MOVE "RECYCLED - RECYCLE SET SHORT" TO rl-disposition
        WHEN ws-rcy-failed
            MOVE "RECYCLED - SET FAILED" TO rl-disposition
            PERFORM RaiseRc4
        WHEN OTHER
            MOVE "RECYCLED ANSWERS COPIED" TO rl-disposition
    END-EVALUATE
    PERFORM WriteReportLine.

BuildSetLine.
    MOVE ws-set-file-date TO rl-file-date
    MOVE ws-set-details TO rl-details
    MOVE ws-set-computed TO rl-computed
    MOVE ws-set-rejected TO rl-rejected
    MOVE ws-set-bypassed TO rl-bypassed.

WriteRtnoutRec.
    MOVE FACTRTN-REC TO RTNOUT-REC
    WRITE RTNOUT-REC
    IF ws-rtnout-status NOT = "00"
        DISPLAY "RTNOUT WRITE FAILED - STATUS " ws-rtnout-status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO ws-records-copied.

RaiseRc4.
    IF ws-run-rc < 4
        MOVE 4 TO ws-run-rc
    END-IF.

RaiseRc8.
    IF ws-run-rc < 8
        MOVE 8 TO ws-run-rc
    END-IF.

WriteHeadings.
    MOVE ws-run-mm TO hd-run-mm
    MOVE ws-run-dd TO hd-run-dd
    MOVE ws-run-yyyy TO hd-run-yyyy
    ADD 1 TO ws-page-count
    MOVE ws-page-count TO hd-page-no
    MOVE ws-source-wanted TO hd-source
    MOVE ws-heading-1 TO FACTRSR-REC
    PERFORM WriteRsrRec
    MOVE ws-heading-2 TO FACTRSR-REC
    PERFORM WriteRsrRec
    MOVE ws-heading-3 TO FACTRSR-REC
    PERFORM WriteRsrRec
    MOVE SPACES TO FACTRSR-REC
    PERFORM WriteRsrRec
    MOVE 0 TO ws-lines-on-page.

WriteReportLine.
    IF ws-lines-on-page >= ws-lines-per-page
        PERFORM WriteHeadings
    END-IF
    MOVE ws-report-line TO FACTRSR-REC
    PERFORM WriteRsrRec
    ADD 1 TO ws-lines-on-page.

WriteSummary.
    MOVE SPACES TO FACTRSR-REC
    PERFORM WriteRsrRec
    MOVE ws-sets-copied TO su-sets
    MOVE ws-records-copied TO su-records
    MOVE ws-records-read TO su-read
    MOVE ws-summary-line TO FACTRSR-REC
    PERFORM WriteRsrRec.

WriteRsrRec.
    WRITE FACTRSR-REC
    IF ws-factrsr-status NOT = "00"
        DISPLAY "FACTRSR WRITE FAILED - STATUS " ws-factrsr-status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
