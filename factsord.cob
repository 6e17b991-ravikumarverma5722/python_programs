IDENTIFICATION DIVISION.
PROGRAM-ID. FactStandingOrder.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FACTSO-FILE ASSIGN TO "FACTSO"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factso-status.
    SELECT OPTIONAL FACTSOC-FILE ASSIGN TO "FACTSOC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factsoc-status.
    SELECT OPTIONAL FACTIN-FILE ASSIGN TO "FACTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factin-status.
    SELECT FACTNEW-FILE ASSIGN TO "FACTNEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factnew-status.
    SELECT FACTSOG-FILE ASSIGN TO "FACTSOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factsog-status.

DATA DIVISION.
FILE SECTION.
FD  FACTSO-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY FACTSOR.

*> One-record control file carrying the standing-order REQUEST-ID
*> sequence from night to night. SC-BASE-SEQ is where the night of
*> SC-GEN-DATE started numbering, so a rerun of the same night hands
*> out the same ids again instead of burning new ones.
FD  FACTSOC-FILE
    RECORD CONTAINS 20 CHARACTERS.
01  FACTSOC-REC.
    05 SC-GEN-DATE       PIC 9(8).
    05 SC-BASE-SEQ       PIC 9(5).
    05 SC-NEXT-SEQ       PIC 9(5).
    05 FILLER            PIC X(2).

FD  FACTIN-FILE
    RECORD CONTAINS 40 CHARACTERS.
COPY FACTINR.

FD  FACTNEW-FILE
    RECORD CONTAINS 40 CHARACTERS.
01  FACTNEW-REC         PIC X(40).

FD  FACTSOG-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  FACTSOG-REC         PIC X(80).

WORKING-STORAGE SECTION.
01  ws-factso-status    PIC X(2)  VALUE "00".
01  ws-factsoc-status   PIC X(2)  VALUE "00".
01  ws-factin-status    PIC X(2)  VALUE "00".
01  ws-factnew-status   PIC X(2)  VALUE "00".
01  ws-factsog-status   PIC X(2)  VALUE "00".

01  ws-eof-so-switch    PIC X(1)  VALUE "N".
    88 ws-eof-factso              VALUE "Y".
01  ws-eof-in-switch    PIC X(1)  VALUE "N".
    88 ws-eof-factin              VALUE "Y".

*> Condition codes follow the FactBatch discipline: 0 clean run,
*> 4 attention (an order on the file that cannot be generated),
*> 8 write failure or an incoming source set out of balance or
*> already carrying a STANDING set (the merge is held), 12 could
*> not start.
01  ws-run-rc           PIC 9(2)  VALUE 0.

01  ws-orders-read      PIC 9(6)  VALUE 0.
01  ws-generated-count  PIC 9(6)  VALUE 0.
01  ws-not-due-count    PIC 9(6)  VALUE 0.
01  ws-invalid-count    PIC 9(6)  VALUE 0.
01  ws-detail-count     PIC 9(6)  VALUE 0.
01  ws-hash-total       PIC 9(8)  VALUE 0.

*> Standing-order REQUEST-IDs are S followed by a five-digit running
*> sequence (S00001-S99999, then round to S00001 again), which can
*> never collide with the REQnnn series the feeds and FREQ use.
01  ws-gen-seq          PIC 9(6)  VALUE 0.
01  ws-base-seq         PIC 9(5)  VALUE 1.
01  ws-gen-request-id.
    05 FILLER           PIC X(1)  VALUE "S".
    05 ws-gen-id-seq    PIC 9(5).

01  ws-order-valid-switch PIC X(1) VALUE "Y".
    88 ws-order-valid             VALUE "Y".
01  ws-order-due-switch PIC X(1)  VALUE "N".
    88 ws-order-due               VALUE "Y".
01  ws-order-text       PIC X(24) VALUE SPACES.

*> Date arithmetic for the due test.
01  ws-proc-date        PIC 9(8)  VALUE 0.
01  ws-proc-int         PIC 9(7)  VALUE 0.
01  ws-start-int        PIC 9(7)  VALUE 0.
01  ws-tomorrow-date    PIC 9(8)  VALUE 0.
01  ws-check-date       PIC 9(8)  VALUE 0.
01  ws-check-parts REDEFINES ws-check-date.
    05 ws-check-yyyy    PIC 9(4).
    05 ws-check-mm      PIC 9(2).
    05 ws-check-dd      PIC 9(2).
01  ws-date-valid-switch PIC X(1) VALUE "Y".
    88 ws-date-valid              VALUE "Y".

*> Control totals of the incoming feed, balanced per source set as
*> it is copied through - same discipline as FactStageSweep, so a
*> truncated transmission is never laundered into the merged file.
01  ws-in-rec-count     PIC 9(6)  VALUE 0.
01  ws-in-det-count     PIC 9(6)  VALUE 0.
01  ws-in-hash-total    PIC 9(8)  VALUE 0.
01  ws-in-source        PIC X(8)  VALUE SPACES.
01  ws-in-header-switch PIC X(1)  VALUE "N".
    88 ws-in-header-seen          VALUE "Y".
01  ws-in-set-switch    PIC X(1)  VALUE "N".
    88 ws-in-set-open             VALUE "Y".
01  ws-in-trl-count     PIC 9(6)  VALUE 0.
01  ws-in-trl-hash      PIC 9(8)  VALUE 0.
01  ws-in-balance-switch PIC X(1) VALUE "Y".
    88 ws-in-balanced             VALUE "Y".

01  ws-lines-on-page    PIC 9(2)  VALUE 0.
01  ws-lines-per-page   PIC 9(2)  VALUE 50.
01  ws-page-count       PIC 9(4)  VALUE 0.

01  ws-run-date.
    05 ws-run-yyyy      PIC 9(4).
    05 ws-run-mm        PIC 9(2).
    05 ws-run-dd        PIC 9(2).
01  ws-run-date-n REDEFINES ws-run-date PIC 9(8).

01  ws-new-header.
    05 FILLER           PIC X(1)  VALUE "H".
    05 nh-file-date     PIC 9(8).
    05 nh-source        PIC X(8).
    05 FILLER           PIC X(23) VALUE SPACES.

01  ws-new-detail.
    05 FILLER           PIC X(1)  VALUE "D".
    05 nd-request-id    PIC X(6).
    05 nd-num           PIC 9(2).
    05 nd-tran-type     PIC X(1).
    05 nd-num-r         PIC X(2).
    05 nd-resub-count   PIC 9(2).
    05 nd-cost-center   PIC X(4).
    05 FILLER           PIC X(22) VALUE SPACES.

01  ws-new-trailer.
    05 FILLER           PIC X(1)  VALUE "T".
    05 nt-detail-count  PIC 9(6).
    05 nt-hash-total    PIC 9(8).
    05 FILLER           PIC X(25) VALUE SPACES.

01  ws-heading-1.
    05 FILLER           PIC X(26) VALUE "STANDING ORDER GENERATION".
    05 FILLER           PIC X(10) VALUE "RUN DATE: ".
    05 hd-run-mm        PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hd-run-dd        PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hd-run-yyyy      PIC 9(4).
    05 FILLER           PIC X(4)  VALUE SPACES.
    05 FILLER           PIC X(6)  VALUE "PAGE: ".
    05 hd-page-no       PIC ZZZ9.

01  ws-heading-2.
    05 FILLER           PIC X(17) VALUE "PROCESSING DATE: ".
    05 hd-proc-mm       PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hd-proc-dd       PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hd-proc-yyyy     PIC 9(4).

01  ws-heading-3.
    05 FILLER           PIC X(6)  VALUE "ORDER".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(6)  VALUE "REQ-ID".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(3)  VALUE "NUM".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(2)  VALUE "TT".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(2)  VALUE " R".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(4)  VALUE "DEPT".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(4)  VALUE "FREQ".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(24) VALUE "DISPOSITION".

01  ws-report-line.
    05 rl-order-id      PIC X(6).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 rl-request-id    PIC X(6).
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 rl-num           PIC X(2).
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 rl-tran          PIC X(1).
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 rl-num-r         PIC X(2).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 rl-cost-center   PIC X(4).
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 rl-frequency     PIC X(1).
    05 FILLER           PIC X(4)  VALUE SPACES.
    05 rl-disposition   PIC X(24).

01  ws-summary-line.
    05 FILLER           PIC X(8)  VALUE "ORDERS: ".
    05 su-orders        PIC ZZZ,ZZ9.
    05 FILLER           PIC X(13) VALUE "  GENERATED: ".
    05 su-generated     PIC ZZZ,ZZ9.
    05 FILLER           PIC X(11) VALUE "  NOT DUE: ".
    05 su-not-due       PIC ZZZ,ZZ9.
    05 FILLER           PIC X(11) VALUE "  INVALID: ".
    05 su-invalid       PIC ZZZ,ZZ9.

01  ws-sequence-line.
    05 FILLER           PIC X(21) VALUE "REQUEST-IDS ISSUED: S".
    05 sl-first-seq     PIC 9(5).
    05 FILLER           PIC X(5)  VALUE " TO S".
    05 sl-last-seq      PIC 9(5).

*> Call area for FactStreamGuard, the job-stream sequencing guard.
COPY FACTJSCK.

LINKAGE SECTION.
01  LK-PARM-AREA.
    05 LK-PARM-LEN       PIC S9(4) COMP.
    05 LK-PARM-TEXT.
        10 LK-PARM-DATE   PIC X(8).
        10 FILLER         PIC X(72).

PROCEDURE DIVISION USING LK-PARM-AREA.
MainLine.
    PERFORM StartStreamStep
    PERFORM InitRun
    PERFORM ParseParm
    PERFORM LoadSequenceControl
    OPEN INPUT FACTSO-FILE
    IF ws-factso-status NOT = "00" AND ws-factso-status NOT = "05"
        DISPLAY "FACTSO OPEN FAILED - STATUS " ws-factso-status
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
    OPEN OUTPUT FACTSOG-FILE
    IF ws-factsog-status NOT = "00"
        DISPLAY "FACTSOG OPEN FAILED - STATUS " ws-factsog-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    PERFORM WriteHeadings
    PERFORM WriteStandingHeader
    PERFORM ReadFactso
    PERFORM UNTIL ws-eof-factso
        PERFORM ProcessOrder
        PERFORM ReadFactso
    END-PERFORM
    PERFORM WriteStandingTrailer
    PERFORM ReadFactin
    PERFORM UNTIL ws-eof-factin
        PERFORM CopyFactinRecord
        PERFORM ReadFactin
    END-PERFORM
    PERFORM ReconcileIncomingFeed
    IF ws-in-balanced
        PERFORM SaveSequenceControl
    END-IF
    PERFORM WriteSummary
    CLOSE FACTSO-FILE
    CLOSE FACTIN-FILE
    CLOSE FACTNEW-FILE
    CLOSE FACTSOG-FILE
    MOVE ws-run-rc TO RETURN-CODE
    PERFORM RecordStepEnd
    STOP RUN.

InitRun.
    ACCEPT ws-run-date FROM DATE YYYYMMDD.

ParseParm.
    *> PARM cols 1-8 name the processing date when the generator is
    *> run for a night other than today's (a rerun after midnight).
    MOVE ws-run-date-n TO ws-proc-date
    IF ADDRESS OF LK-PARM-AREA NOT = NULL AND LK-PARM-LEN >= 8
        IF LK-PARM-DATE NUMERIC
            MOVE LK-PARM-DATE TO ws-proc-date
        ELSE
            DISPLAY "PARM DATE NOT NUMERIC - " LK-PARM-DATE
            MOVE 12 TO RETURN-CODE
            PERFORM RecordStepEnd
            STOP RUN
        END-IF
    END-IF
    MOVE ws-proc-date TO ws-check-date
    PERFORM CheckCalendarDate
    IF NOT ws-date-valid
        DISPLAY "PROCESSING DATE NOT A CALENDAR DATE - " ws-proc-date
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    COMPUTE ws-proc-int = FUNCTION INTEGER-OF-DATE(ws-proc-date)
    MOVE FUNCTION DATE-OF-INTEGER(ws-proc-int + 1)
        TO ws-tomorrow-date.

*> The control record decides where tonight's numbering starts: a
*> night already generated starts again from its own base (same ids
*> on a rerun), a new night starts where the last one stopped. No
*> control file means the very first night, numbering from S00001.
LoadSequenceControl.
    MOVE 1 TO ws-base-seq
    OPEN INPUT FACTSOC-FILE
    EVALUATE TRUE
        WHEN ws-factsoc-status = "00"
            READ FACTSOC-FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM PickBaseSequence
            END-READ
            CLOSE FACTSOC-FILE
        WHEN ws-factsoc-status = "05" OR ws-factsoc-status = "35"
            DISPLAY "FACTSOC ABSENT - NUMBERING FROM S00001"
            CLOSE FACTSOC-FILE
        WHEN OTHER
            DISPLAY "FACTSOC OPEN FAILED - STATUS " ws-factsoc-status
            MOVE 12 TO RETURN-CODE
            PERFORM RecordStepEnd
            STOP RUN
    END-EVALUATE
    MOVE ws-base-seq TO ws-gen-seq.

PickBaseSequence.
    IF SC-GEN-DATE NOT NUMERIC OR SC-BASE-SEQ NOT NUMERIC
            OR SC-NEXT-SEQ NOT NUMERIC
        DISPLAY "FACTSOC CONTROL RECORD NOT NUMERIC"
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    EVALUATE TRUE
        WHEN SC-GEN-DATE = ws-proc-date
            MOVE SC-BASE-SEQ TO ws-base-seq
        WHEN SC-GEN-DATE > ws-proc-date
            *> Generating for a night before the last one generated
            *> would reissue ids that have already gone to FACTBAT.
            DISPLAY "FACTSOC LAST GENERATED " SC-GEN-DATE
                " - CANNOT GENERATE FOR EARLIER DATE " ws-proc-date
            MOVE 12 TO RETURN-CODE
            PERFORM RecordStepEnd
            STOP RUN
        WHEN OTHER
            MOVE SC-NEXT-SEQ TO ws-base-seq
    END-EVALUATE
    IF ws-base-seq = 0
        MOVE 1 TO ws-base-seq
    END-IF.

SaveSequenceControl.
    OPEN OUTPUT FACTSOC-FILE
    IF ws-factsoc-status NOT = "00" AND ws-factsoc-status NOT = "05"
        DISPLAY "FACTSOC OPEN FAILED - STATUS " ws-factsoc-status
        PERFORM RaiseRc8
    ELSE
        MOVE SPACES TO FACTSOC-REC
        MOVE ws-proc-date TO SC-GEN-DATE
        MOVE ws-base-seq TO SC-BASE-SEQ
        MOVE ws-gen-seq TO SC-NEXT-SEQ
        WRITE FACTSOC-REC
        IF ws-factsoc-status NOT = "00"
            DISPLAY "FACTSOC WRITE FAILED - STATUS " ws-factsoc-status
            PERFORM RaiseRc8
        END-IF
        CLOSE FACTSOC-FILE
    END-IF.

ReadFactso.
    READ FACTSO-FILE
        AT END
            SET ws-eof-factso TO TRUE
        NOT AT END
            ADD 1 TO ws-orders-read
    END-READ.

ProcessOrder.
    PERFORM BuildOrderLine
    PERFORM ValidateOrder
    IF NOT ws-order-valid
        ADD 1 TO ws-invalid-count
        MOVE ws-order-text TO rl-disposition
        IF ws-run-rc < 4
            MOVE 4 TO ws-run-rc
        END-IF
    ELSE
        PERFORM CheckOrderDue
        IF ws-order-due
            PERFORM GenerateOrderDetail
        ELSE
            ADD 1 TO ws-not-due-count
            MOVE ws-order-text TO rl-disposition
        END-IF
    END-IF
    PERFORM WriteReportLine.

BuildOrderLine.
    MOVE SO-ORDER-ID TO rl-order-id
    MOVE SPACES TO rl-request-id
    MOVE SO-NUM TO rl-num
    MOVE SO-TRAN-TYPE TO rl-tran
    MOVE SO-NUM-R TO rl-num-r
    MOVE SO-COST-CENTER TO rl-cost-center
    MOVE SO-FREQUENCY TO rl-frequency
    MOVE SPACES TO rl-disposition.

*> An order that fails here is reported and left off tonight's set
*> rather than sent on to reject in FACTBAT night after night.
ValidateOrder.
    SET ws-order-valid TO TRUE
    MOVE SPACES TO ws-order-text
    EVALUATE TRUE
        WHEN SO-ORDER-ID = SPACES
            MOVE "INVALID - NO ORDER ID" TO ws-order-text
        WHEN NOT so-active AND NOT so-suspended
            MOVE "INVALID - STATUS" TO ws-order-text
        WHEN SO-NUM NOT NUMERIC
            MOVE "INVALID - NUM" TO ws-order-text
        WHEN NOT so-tran-known
            MOVE "INVALID - TRAN TYPE" TO ws-order-text
        WHEN (so-tran-permute OR so-tran-combine)
                AND SO-NUM-R NOT NUMERIC
            MOVE "INVALID - R" TO ws-order-text
        WHEN SO-COST-CENTER = SPACES
            MOVE "INVALID - COST CENTER" TO ws-order-text
        WHEN NOT so-daily AND NOT so-weekly AND NOT so-month-end
            MOVE "INVALID - FREQUENCY" TO ws-order-text
    END-EVALUATE
    IF ws-order-text = SPACES
        MOVE SO-START-DATE TO ws-check-date
        PERFORM CheckCalendarDate
        IF NOT ws-date-valid
            MOVE "INVALID - START DATE" TO ws-order-text
        END-IF
    END-IF
    IF ws-order-text = SPACES AND SO-END-DATE NOT = 99999999
        MOVE SO-END-DATE TO ws-check-date
        PERFORM CheckCalendarDate
        IF NOT ws-date-valid OR SO-END-DATE < SO-START-DATE
            MOVE "INVALID - END DATE" TO ws-order-text
        END-IF
    END-IF
    IF ws-order-text NOT = SPACES
        MOVE "N" TO ws-order-valid-switch
    END-IF.

CheckCalendarDate.
    SET ws-date-valid TO TRUE
    IF ws-check-date NOT NUMERIC
        MOVE "N" TO ws-date-valid-switch
    ELSE
        IF ws-check-yyyy < 1601 OR ws-check-mm < 1 OR ws-check-mm > 12
                OR ws-check-dd < 1 OR ws-check-dd > 31
            MOVE "N" TO ws-date-valid-switch
        ELSE
            IF FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(ws-check-date))
                    NOT = ws-check-date
                MOVE "N" TO ws-date-valid-switch
            END-IF
        END-IF
    END-IF.

*> Due rules: D every night; W when the processing date falls on the
*> weekday of the start date; M on the last calendar day of the
*> month. Nothing is due before the start date or after the end.
CheckOrderDue.
    MOVE "N" TO ws-order-due-switch
    EVALUATE TRUE
        WHEN so-suspended
            MOVE "SUSPENDED" TO ws-order-text
        WHEN ws-proc-date < SO-START-DATE
            MOVE "NOT YET STARTED" TO ws-order-text
        WHEN ws-proc-date > SO-END-DATE
            MOVE "EXPIRED" TO ws-order-text
        WHEN so-daily
            SET ws-order-due TO TRUE
        WHEN so-weekly
            COMPUTE ws-start-int =
                FUNCTION INTEGER-OF-DATE(SO-START-DATE)
            IF FUNCTION MOD(ws-proc-int - ws-start-int, 7) = 0
                SET ws-order-due TO TRUE
            ELSE
                MOVE "NOT DUE TODAY" TO ws-order-text
            END-IF
        WHEN so-month-end
            IF ws-tomorrow-date (7:2) = "01"
                SET ws-order-due TO TRUE
            ELSE
                MOVE "NOT DUE TODAY" TO ws-order-text
            END-IF
    END-EVALUATE.

GenerateOrderDetail.
    MOVE ws-gen-seq TO ws-gen-id-seq
    MOVE ws-gen-request-id TO nd-request-id
    MOVE SO-NUM TO nd-num
    MOVE SO-TRAN-TYPE TO nd-tran-type
    MOVE SO-NUM-R TO nd-num-r
    MOVE 0 TO nd-resub-count
    MOVE SO-COST-CENTER TO nd-cost-center
    MOVE ws-new-detail TO FACTNEW-REC
    PERFORM WriteNewRec
    ADD 1 TO ws-detail-count
    ADD SO-NUM TO ws-hash-total
    ADD 1 TO ws-generated-count
    MOVE ws-gen-request-id TO rl-request-id
    MOVE "GENERATED" TO rl-disposition
    ADD 1 TO ws-gen-seq
    IF ws-gen-seq > 99999
        MOVE 1 TO ws-gen-seq
    END-IF.

WriteStandingHeader.
    MOVE ws-proc-date TO nh-file-date
    MOVE "STANDING" TO nh-source
    MOVE ws-new-header TO FACTNEW-REC
    PERFORM WriteNewRec.

WriteStandingTrailer.
    MOVE ws-detail-count TO nt-detail-count
    MOVE ws-hash-total TO nt-hash-total
    MOVE ws-new-trailer TO FACTNEW-REC
    PERFORM WriteNewRec.

ReadFactin.
    READ FACTIN-FILE
        AT END
            SET ws-eof-factin TO TRUE
        NOT AT END
            ADD 1 TO ws-in-rec-count
    END-READ.

CopyFactinRecord.
    *> Every incoming record is copied byte for byte - the source
    *> sets keep their own headers and trailers so the batch can
    *> balance and subtotal each feed - while this pass verifies
    *> each set against its own trailer.
    EVALUATE TRUE
        WHEN fi-header-rec
            IF ws-in-set-open
                MOVE "N" TO ws-in-balance-switch
                DISPLAY "FACTIN TRAILER RECORD MISSING FOR SOURCE "
                    ws-in-source
            END-IF
            SET ws-in-header-seen TO TRUE
            SET ws-in-set-open TO TRUE
            MOVE FH-SOURCE-SYSTEM TO ws-in-source
            MOVE 0 TO ws-in-det-count
            MOVE 0 TO ws-in-hash-total
            IF FH-SOURCE-SYSTEM = "STANDING"
                *> Tonight's orders are already on the feed - a second
                *> set would put every order through twice.
                MOVE "N" TO ws-in-balance-switch
                DISPLAY "FACTIN ALREADY HOLDS A STANDING SET"
            END-IF
        WHEN fi-detail-rec
            ADD 1 TO ws-in-det-count
            IF FI-NUM NUMERIC
                ADD FI-NUM TO ws-in-hash-total
            END-IF
        WHEN fi-trailer-rec
            IF NOT ws-in-set-open
                MOVE "N" TO ws-in-balance-switch
                DISPLAY "FACTIN TRAILER WITHOUT HEADER"
            ELSE
                IF FT-DETAIL-COUNT NUMERIC AND FT-HASH-TOTAL NUMERIC
                    MOVE FT-DETAIL-COUNT TO ws-in-trl-count
                    MOVE FT-HASH-TOTAL TO ws-in-trl-hash
                    PERFORM ReconcileIncomingSet
                ELSE
                    MOVE "N" TO ws-in-balance-switch
                    DISPLAY "FACTIN TRAILER TOTALS NOT NUMERIC FOR "
                        "SOURCE " ws-in-source
                END-IF
                MOVE "N" TO ws-in-set-switch
            END-IF
    END-EVALUATE
    MOVE FACTIN-REC TO FACTNEW-REC
    PERFORM WriteNewRec.

ReconcileIncomingSet.
    IF ws-in-trl-count NOT = ws-in-det-count
        MOVE "N" TO ws-in-balance-switch
        DISPLAY "FACTIN DETAIL COUNT OUT OF BALANCE FOR SOURCE "
            ws-in-source " - TRAILER " ws-in-trl-count " READ "
            ws-in-det-count
    END-IF
    IF ws-in-trl-hash NOT = ws-in-hash-total
        MOVE "N" TO ws-in-balance-switch
        DISPLAY "FACTIN HASH TOTAL OUT OF BALANCE FOR SOURCE "
            ws-in-source " - TRAILER " ws-in-trl-hash " READ "
            ws-in-hash-total
    END-IF.

ReconcileIncomingFeed.
    IF ws-in-set-open
        MOVE "N" TO ws-in-balance-switch
        DISPLAY "FACTIN TRAILER RECORD MISSING FOR SOURCE "
            ws-in-source
    END-IF
    IF ws-in-rec-count > 0 AND NOT ws-in-header-seen
        MOVE "N" TO ws-in-balance-switch
        DISPLAY "FACTIN HEADER RECORD MISSING"
    END-IF
    IF NOT ws-in-balanced
        *> RC 8 stops the JCL gate from laying the merged file over
        *> FACTIN, and the sequence control is left where it was, so
        *> the rerun after the bad feed is retransmitted generates
        *> the same orders under the same ids.
        DISPLAY "FACTIN OUT OF BALANCE - MERGE HELD"
        PERFORM RaiseRc8
    END-IF.

RaiseRc8.
    IF ws-run-rc < 8
        MOVE 8 TO ws-run-rc
    END-IF.

WriteNewRec.
    WRITE FACTNEW-REC
    IF ws-factnew-status NOT = "00"
        DISPLAY "FACTNEW WRITE FAILED - STATUS " ws-factnew-status
        MOVE 8 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF.

WriteHeadings.
    MOVE ws-run-mm TO hd-run-mm
    MOVE ws-run-dd TO hd-run-dd
    MOVE ws-run-yyyy TO hd-run-yyyy
    ADD 1 TO ws-page-count
    MOVE ws-page-count TO hd-page-no
    MOVE ws-proc-date (5:2) TO hd-proc-mm
    MOVE ws-proc-date (7:2) TO hd-proc-dd
    MOVE ws-proc-date (1:4) TO hd-proc-yyyy
    MOVE ws-heading-1 TO FACTSOG-REC
    PERFORM WriteSogRec
    MOVE ws-heading-2 TO FACTSOG-REC
    PERFORM WriteSogRec
    MOVE ws-heading-3 TO FACTSOG-REC
    PERFORM WriteSogRec
    MOVE SPACES TO FACTSOG-REC
    PERFORM WriteSogRec
    MOVE 0 TO ws-lines-on-page.

WriteReportLine.
    IF ws-lines-on-page >= ws-lines-per-page
        PERFORM WriteHeadings
    END-IF
    MOVE ws-report-line TO FACTSOG-REC
    PERFORM WriteSogRec
    ADD 1 TO ws-lines-on-page.

WriteSummary.
    MOVE SPACES TO FACTSOG-REC
    PERFORM WriteSogRec
    MOVE ws-orders-read TO su-orders
    MOVE ws-generated-count TO su-generated
    MOVE ws-not-due-count TO su-not-due
    MOVE ws-invalid-count TO su-invalid
    MOVE ws-summary-line TO FACTSOG-REC
    PERFORM WriteSogRec
    IF ws-generated-count > 0
        MOVE ws-base-seq TO sl-first-seq
        MOVE nd-request-id (2:5) TO sl-last-seq
        MOVE ws-sequence-line TO FACTSOG-REC
        PERFORM WriteSogRec
    END-IF.

WriteSogRec.
    WRITE FACTSOG-REC
    IF ws-factsog-status NOT = "00"
        DISPLAY "FACTSOG WRITE FAILED - STATUS " ws-factsog-status
        MOVE 8 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF.

StartStreamStep.
    *> The job-stream guard holds this step (RC 12) unless FACTSTGS
    *> completed cleanly tonight - the standing set goes in front of
    *> the recycle and online sets, and FACTBAT waits for it.
    MOVE SPACES TO FACT-STREAM-LINKAGE
    MOVE 0 TO JK-STEP-RC
    SET jk-fn-start TO TRUE
    MOVE "FACTSORD" TO JK-STEP
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
