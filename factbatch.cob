    SELECT OPTIONAL FACTLOG-FILE ASSIGN TO "FACTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factlog-status.
    SELECT OPTIONAL FACTSLOG-FILE ASSIGN TO "FACTSLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factslog-status.
    SELECT FACTEXT-FILE ASSIGN TO "FACTEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factext-status.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factrun-status.
    SELECT OPTIONAL FACTCCM-FILE ASSIGN TO "FACTCCM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-COST-CENTER
        FILE STATUS IS ws-factccm-status.
    SELECT OPTIONAL FACTSRC-FILE ASSIGN TO "FACTSRC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factsrc-status.
    SELECT OPTIONAL FACTQTA-FILE ASSIGN TO "FACTQTA"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factqta-status.
    SELECT FACTRTN-FILE ASSIGN TO "FACTRTN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factrtn-status.

DATA DIVISION.
FILE SECTION.
01  FACTRPT-REC         PIC X(80).

FD  FACTREJ-FILE
    RECORD CONTAINS 65 CHARACTERS.
COPY FACTREJR.

FD  FACTCKPT-FILE

FD  FACTLOG-FILE
    RECORD CONTAINS 83 CHARACTERS.
01  FACTLOG-FILE-REC    PIC X(83).

FD  FACTSLOG-FILE
    RECORD CONTAINS 83 CHARACTERS.
01  FACTSLOG-REC        PIC X(83).

FD  FACTEXT-FILE
    RECORD CONTAINS 54 CHARACTERS.
    RECORD CONTAINS 40 CHARACTERS.
COPY FACTCCMR.

FD  FACTSRC-FILE
    RECORD CONTAINS 60 CHARACTERS.
COPY FACTSRCR.

FD  FACTQTA-FILE
    RECORD CONTAINS 40 CHARACTERS.
COPY FACTQTAR.

FD  FACTRTN-FILE
    RECORD CONTAINS 98 CHARACTERS.
COPY FACTRTNR.

WORKING-STORAGE SECTION.
01  ws-factin-status    PIC X(2)  VALUE "00".
01  ws-factrpt-status   PIC X(2)  VALUE "00".
01  ws-factext-status   PIC X(2)  VALUE "00".
01  ws-factrun-status   PIC X(2)  VALUE "00".
01  ws-factccm-status   PIC X(2)  VALUE "00".
01  ws-factsrc-status   PIC X(2)  VALUE "00".
01  ws-factrtn-status   PIC X(2)  VALUE "00".
01  ws-factqta-status   PIC X(2)  VALUE "00".
01  ws-factslog-status  PIC X(2)  VALUE "00".

*> The journal record is built here rather than in the FD because a
*> parallel stream reads the live journal on FACTLOG but writes its
*> own entries to the stream journal on FACTSLOG (WriteJournalRecord).
COPY FACTLOGR.

*> Parallel stream number from PARM col 7, blank on a single-stream
*> run. A stream reads the live FACTLOG for the run sequence, the
*> cross-run history and quota usage like any run, but journals to
*> its own FACTSLOG; FactMerge lays the streams' entries onto the
*> live journal inside one bracket once every stream has finished.
01  ws-stream-no        PIC X(1)  VALUE SPACE.
    88 ws-single-run              VALUES SPACE LOW-VALUE.
    88 ws-stream-run              VALUES "1" THRU "8".

*> Condition-code discipline for the scheduler:
*>   00 clean run   04 rejects present
01  ws-hist-eof-switch  PIC X(1)  VALUE "N".
    88 ws-eof-history             VALUE "Y".

*> Cost-center master, loaded from the FACTCCM KSDS in key order at
*> start of run. Only the active centers go in the table; a detail
*> whose center is not there rejects R009 at intake instead of
*> surfacing weeks later in the chargeback suspense section. No
*> master file means the check is off for the run - that is how the
*> job ran for years, and a missing DD must not fail the night.
01  ws-ccm-switch       PIC X(1)  VALUE "N".
    88 ws-ccm-loaded              VALUE "Y".
01  ws-ccm-count        PIC 9(3)  VALUE 0.
01  ws-ccm-eof-switch   PIC X(1)  VALUE "N".
    88 ws-eof-factccm             VALUE "Y".

*> Source-system registry, loaded from FACTSRC at start of run. A
*> set whose header names a source that is not an active entry fails
*> whole, the same way an out-of-balance set does: its details are
*> answered "not processed" on FACTRTN and nothing is computed,
*> journaled or extracted for it. As with FACTCCM, running without
*> the DD turns the check off rather than failing the night.
01  ws-reg-switch       PIC X(1)  VALUE "N".
    88 ws-reg-loaded              VALUE "Y".
01  ws-reg-count        PIC 9(3)  VALUE 0.
01  ws-reg-max          PIC 9(3)  VALUE 100.
01  ws-reg-table.
    05 ws-reg-source OCCURS 100 PIC X(8).
01  ws-reg-idx          PIC 9(3)  VALUE 0.
01  ws-reg-found-switch PIC X(1)  VALUE "N".
    88 ws-reg-found               VALUE "Y".
01  ws-reg-eof-switch   PIC X(1)  VALUE "N".
    88 ws-eof-factsrc             VALUE "Y".
01  ws-set-reg-switch   PIC X(1)  VALUE "Y".
    88 ws-set-registered          VALUE "Y".

*> Monthly request quotas, loaded from FACTQTA at start of run. The
*> month-to-date use of each center with a quota is counted off the
*> journal during the run-sequence scan and kept current as the
*> night's work is journaled, so a center that reaches its ceiling
*> partway through the feed starts rejecting R010 at that point. The
*> monthly ceiling is checked before the request is computed; the
*> extended-precision ceiling after, since only the result says
*> whether the request needed the wide path. Answers repeated from
*> the journal are not new work and do not count. Without the DD the
*> check is off, as with FACTCCM and FACTSRC.
01  ws-qta-switch       PIC X(1)  VALUE "N".
    88 ws-qta-loaded              VALUE "Y".
01  ws-qta-count        PIC 9(3)  VALUE 0.
01  ws-qta-max          PIC 9(3)  VALUE 200.
01  ws-qta-table.
    05 ws-qta-entry OCCURS 200.
       10 ws-qta-center     PIC X(4).
       10 ws-qta-limit      PIC 9(6).
       10 ws-qta-ext-limit  PIC 9(6).
       10 ws-qta-used       PIC 9(6).
       10 ws-qta-ext-used   PIC 9(6).
01  ws-qta-idx          PIC 9(3)  VALUE 0.
01  ws-qta-found-switch PIC X(1)  VALUE "N".
    88 ws-qta-found               VALUE "Y".
01  ws-qta-eof-switch   PIC X(1)  VALUE "N".
    88 ws-eof-factqta             VALUE "Y".
01  ws-qta-month        PIC X(6)  VALUE SPACES.
01  ws-qta-center-key   PIC X(4)  VALUE SPACES.

*> Run-delimiter brackets on the journal. Every run's entries sit
*> between a *BRUN* and an *ERUN* control record carrying the run's
*> start timestamp, a running sequence number picked up from the
01  ws-trl-detail-count PIC 9(6)  VALUE 0.
01  ws-trl-hash-total   PIC 9(8)  VALUE 0.

*> Every detail in an open set gets one answer on the FACTRTN return
*> feed. The disposition is settled as the detail goes through
*> ProcessDetailRecord and the answer written at the bottom of it;
*> details left outside the PARM NUM window are answered "not
*> processed" so the source knows to send them again.
01  ws-rtn-disposition  PIC X(1)  VALUE SPACE.
01  ws-rtn-text         PIC X(28) VALUE SPACES.
01  ws-set-bypassed     PIC 9(6)  VALUE 0.

01  ws-src-count        PIC 9(2)  VALUE 0.
01  ws-src-max          PIC 9(2)  VALUE 20.
01  ws-src-table.
       10 ws-src-rejected   PIC 9(6).
       10 ws-src-bal-sw     PIC X(1).
          88 ws-src-balanced        VALUE "Y".
       10 ws-src-reg-sw     PIC X(1).
          88 ws-src-unregistered    VALUE "N".
01  ws-src-idx          PIC 9(2)  VALUE 0.
01  ws-bad-src-count    PIC 9(2)  VALUE 0.

    88 ws-mode-compute-report   VALUE "C".

COPY FACTLINK.
*> Call area for FactStreamGuard, the job-stream sequencing guard.
COPY FACTJSCK.

01  ws-run-date.
    05 ws-run-yyyy      PIC 9(4).
    "*** FACTIN OUT OF BALANCE - RUN NOT USABLE - SEE SYSOUT ***".

01  ws-src-oob-line     PIC X(80) VALUE
    "*** SOURCE FEEDS OUT OF BALANCE OR NOT REGISTERED - SEE SYSOUT ***".

LINKAGE SECTION.
01  LK-PARM-AREA.
        10 LK-PARM-HIGH   PIC 9(2).
        10 LK-PARM-MODE   PIC X(1).
        10 LK-PARM-HISTORY PIC X(1).
        10 LK-PARM-STREAM PIC X(1).
        10 FILLER         PIC X(71).

PROCEDURE DIVISION USING LK-PARM-AREA.
MainLine.
    PERFORM InitRun
    PERFORM ParseParm
    IF ws-single-run
        PERFORM StartStreamStep
    END-IF
    PERFORM OpenRunControl
    PERFORM LoadCostCenterMaster
    PERFORM LoadSourceRegistry
    PERFORM LoadQuotaTable
    PERFORM LoadJournalHistory
    PERFORM CheckRestart
    OPEN INPUT FACTIN-FILE
        MOVE 12 TO ws-run-rc
        PERFORM AbortRun
    END-IF
    OPEN OUTPUT FACTRTN-FILE
    IF ws-factrtn-status NOT = "00"
        DISPLAY "FACTRTN OPEN FAILED - STATUS " ws-factrtn-status
        MOVE 12 TO ws-run-rc
        PERFORM AbortRun
    END-IF
    PERFORM DetermineRunSequence
    IF ws-stream-run
        PERFORM OpenStreamJournal
    ELSE
        OPEN EXTEND FACTLOG-FILE
        IF ws-factlog-status NOT = "00"
                AND ws-factlog-status NOT = "05"
            DISPLAY "FACTLOG OPEN FAILED - STATUS " ws-factlog-status
            MOVE 12 TO ws-run-rc
            PERFORM AbortRun
        END-IF
    END-IF
    PERFORM WriteBeginRunRecord
    PERFORM WriteHeadings
    PERFORM ReadFactin
            MOVE ws-src-oob-line TO FACTRPT-REC
            WRITE FACTRPT-REC
            PERFORM CheckFactrptStatus
            DISPLAY "SOURCE FEEDS FAILED: " ws-bad-src-count
            PERFORM RaiseRc8
        END-IF
    ELSE
    CLOSE FACTRPT-FILE
    CLOSE FACTREJ-FILE
    CLOSE FACTEXT-FILE
    CLOSE FACTRTN-FILE
    CLOSE FACTLOG-FILE
    CLOSE FACTSLOG-FILE
    CLOSE FACTRUN-FILE
    *> RETURN-CODE has to be set after the last CALL - the Factorial
    *> terminate call would otherwise overlay it on return.
    MOVE ws-run-rc TO RETURN-CODE
    IF ws-single-run
        PERFORM RecordStepEnd
    END-IF
    STOP RUN.

OpenRunControl.
        MOVE ws-record-count TO RN-COMPUTED
        MOVE ws-reject-count TO RN-REJECTED
        MOVE ws-run-rc TO RN-RETURN-CODE
        MOVE ws-stream-no TO RN-STREAM
        WRITE FACTRUN-REC
        IF ws-factrun-status NOT = "00"
            DISPLAY "FACTRUN WRITE FAILED - STATUS " ws-factrun-status
                    MOVE CT-RUN-SEQ TO ws-journal-seq
                END-IF
            END-IF
            IF ws-qta-loaded AND NOT lg-control-entry
                    AND LG-RUN-DATE (1:6) = ws-qta-month
                PERFORM CountJournaledUsage
            END-IF
            PERFORM ReadSequenceRecord
        END-PERFORM
        CLOSE FACTLOG-FILE
    ADD 1 TO ws-journal-seq.

ReadSequenceRecord.
    READ FACTLOG-FILE INTO FACTLOG-REC
        AT END
            SET ws-eof-seqscan TO TRUE
    END-READ.
    MOVE ws-start-timestamp TO LG-TIMESTAMP
    MOVE "N" TO LG-EXT-FLAG
    MOVE 0 TO LG-NUM-R
    PERFORM WriteJournalRecord
    PERFORM CheckFactlogStatus
    SET ws-brun-written TO TRUE.

        MOVE "N" TO LG-EXT-FLAG
        MOVE 0 TO LG-NUM-R
        MOVE "N" TO ws-brun-switch
        PERFORM WriteJournalRecord
        IF ws-factlog-status NOT = "00"
            DISPLAY "FACTLOG END BRACKET WRITE FAILED - STATUS "
                ws-factlog-status
        END-IF
    END-IF.

OpenStreamJournal.
    *> A stream starting from the top replaces whatever an earlier
    *> attempt left on its journal, since all of that work is about
    *> to be done again; a checkpoint restart adds to it, the same
    *> way a restarted single run adds to the live journal.
    IF ws-restart-seq > 0
        OPEN EXTEND FACTSLOG-FILE
    ELSE
        OPEN OUTPUT FACTSLOG-FILE
    END-IF
    IF ws-factslog-status NOT = "00" AND ws-factslog-status NOT = "05"
        DISPLAY "FACTSLOG OPEN FAILED - STATUS " ws-factslog-status
        MOVE 12 TO ws-run-rc
        PERFORM AbortRun
    END-IF.

WriteJournalRecord.
    *> The callers test ws-factlog-status, so a stream's write status
    *> is handed back there.
    IF ws-stream-run
        WRITE FACTSLOG-REC FROM FACTLOG-REC
        MOVE ws-factslog-status TO ws-factlog-status
    ELSE
        WRITE FACTLOG-FILE-REC FROM FACTLOG-REC
    END-IF.

RaiseRc8.
    IF ws-run-rc < 8
        MOVE 8 TO ws-run-rc
    CLOSE FACTRPT-FILE
    CLOSE FACTREJ-FILE
    CLOSE FACTEXT-FILE
    CLOSE FACTRTN-FILE
    CLOSE FACTLOG-FILE
    CLOSE FACTSLOG-FILE
    CLOSE FACTRUN-FILE
    MOVE ws-run-rc TO RETURN-CODE
    IF ws-single-run
        PERFORM RecordStepEnd
    END-IF
    STOP RUN.

ProcessHeaderRecord.
        PERFORM FailCurrentSet
        PERFORM CloseSourceSet
    END-IF
    PERFORM OpenSourceSet
    IF ws-reg-loaded
        PERFORM CheckSourceRegistered
    END-IF.

OpenSourceSet.
    SET ws-header-seen TO TRUE
    MOVE 0 TO ws-hash-total
    MOVE 0 TO ws-set-computed
    MOVE 0 TO ws-set-rejected
    MOVE 0 TO ws-set-bypassed
    IF ws-src-count >= ws-src-max
        DISPLAY "MORE THAN " ws-src-max " SOURCE SETS IN FACTIN"
            " - RUN FAILED"
    MOVE 0 TO ws-src-details (ws-src-idx)
    MOVE 0 TO ws-src-computed (ws-src-idx)
    MOVE 0 TO ws-src-rejected (ws-src-idx)
    MOVE "Y" TO ws-src-bal-sw (ws-src-idx)
    MOVE "Y" TO ws-src-reg-sw (ws-src-idx)
    SET ws-set-registered TO TRUE
    PERFORM WriteReturnHeader.

CloseSourceSet.
    MOVE ws-detail-count TO ws-src-details (ws-src-idx)
    MOVE ws-set-computed TO ws-src-computed (ws-src-idx)
    MOVE ws-set-rejected TO ws-src-rejected (ws-src-idx)
    PERFORM WriteReturnTrailer
    MOVE "N" TO ws-set-open-switch.

FailCurrentSet.
            ws-records-read
    END-IF
    MOVE FI-NUM TO num
    MOVE SPACE TO ws-rtn-disposition
    MOVE SPACES TO ws-rtn-text
    PERFORM SetOpCode
    IF ws-set-open AND NOT ws-set-registered
        PERFORM BypassUnregisteredDetail
    ELSE
        PERFORM ProcessRegisteredDetail
    END-IF
    IF ws-set-open
        PERFORM WriteReturnDetail
    END-IF.

BypassUnregisteredDetail.
    MOVE "N" TO ws-rtn-disposition
    MOVE "SOURCE NOT REGISTERED" TO ws-rtn-text
    ADD 1 TO ws-set-bypassed.

ProcessRegisteredDetail.
    PERFORM ValidateRequestId
    IF ws-num-valid
        PERFORM CheckDuplicateInRun
    IF ws-num-valid
        IF num >= ws-window-low AND num <= ws-window-high
            IF ws-mode-validate-only
                MOVE "V" TO ws-rtn-disposition
                ADD 1 TO ws-record-count
                ADD 1 TO ws-set-computed
            ELSE
                IF ws-hist-found AND ws-history-reuse
                    MOVE "C" TO ws-rtn-disposition
                    PERFORM ReuseJournaledResult
                ELSE
                    PERFORM CheckMonthlyQuota
                    IF ws-num-valid
                        PERFORM CallFactorial
                    END-IF
                    IF ws-num-valid
                        PERFORM CheckExtendedQuota
                    END-IF
                    IF ws-num-valid
                        MOVE "C" TO ws-rtn-disposition
                        PERFORM WriteDetailLine
                        PERFORM WriteAuditLog
                        PERFORM CountTonightsUsage
                        ADD 1 TO ws-record-count
                        ADD 1 TO ws-set-computed
                    ELSE
                        MOVE "R" TO ws-rtn-disposition
                        ADD 1 TO ws-reject-count
                        ADD 1 TO ws-set-rejected
                    END-IF
                END-IF
            END-IF
        ELSE
            MOVE "N" TO ws-rtn-disposition
            MOVE "OUTSIDE RUN NUM WINDOW" TO ws-rtn-text
            ADD 1 TO ws-set-bypassed
        END-IF
    ELSE
        MOVE "R" TO ws-rtn-disposition
        PERFORM WriteRejectRecord
        ADD 1 TO ws-reject-count
        ADD 1 TO ws-set-rejected
    SET ws-num-valid TO TRUE
    MOVE SPACES TO ws-reject-code
    MOVE SPACES TO ws-reject-text
    *> Two id series are conforming: REQnnn from the feeds and the
    *> FREQ transaction, and Snnnnn from the FactStandingOrder
    *> generator, whose running sequence keeps the nightly repeats of
    *> a standing order clear of the R006/R007 duplicate checks.
    IF (FI-REQUEST-ID (1:3) NOT = "REQ"
            OR FI-REQUEST-ID (4:3) NOT NUMERIC)
        AND (FI-REQUEST-ID (1:1) NOT = "S"
            OR FI-REQUEST-ID (2:5) NOT NUMERIC)
        MOVE "N" TO ws-valid-switch
        MOVE "R005" TO ws-reject-code
        MOVE "REQUEST-ID MISSING/INVALID" TO ws-reject-text
    END-IF.

CheckDuplicateInRun.
    *> A repeat FactSplit found in an earlier stream's share of the
    *> feed is flagged on the record - this stream never saw the
    *> first one, and must not take the id into its own table. The
    *> flag means nothing on a single-stream run's feed.
    MOVE "N" TO ws-seen-switch
    IF ws-stream-run AND fi-split-duplicate
        SET ws-seen-found TO TRUE
    ELSE
        PERFORM MatchSeenId
            VARYING ws-seen-idx FROM 1 BY 1
            UNTIL ws-seen-idx > ws-seen-count OR ws-seen-found
    END-IF
    IF ws-seen-found
        MOVE "N" TO ws-valid-switch
        MOVE "R006" TO ws-reject-code
        SET ws-ccm-found TO TRUE
    END-IF.

LoadSourceRegistry.
    OPEN INPUT FACTSRC-FILE
    IF ws-factsrc-status = "00"
        SET ws-reg-loaded TO TRUE
        PERFORM ReadSourceRegistry
        PERFORM UNTIL ws-eof-factsrc OR NOT ws-reg-loaded
            PERFORM AddRegistryEntry
            PERFORM ReadSourceRegistry
        END-PERFORM
        CLOSE FACTSRC-FILE
    ELSE
        IF ws-factsrc-status = "05" OR ws-factsrc-status = "35"
            DISPLAY "FACTSRC ABSENT - SOURCE REGISTRY CHECK OFF"
            CLOSE FACTSRC-FILE
        ELSE
            DISPLAY "FACTSRC OPEN FAILED - STATUS " ws-factsrc-status
            MOVE 12 TO ws-run-rc
            PERFORM AbortRun
        END-IF
    END-IF.

ReadSourceRegistry.
    READ FACTSRC-FILE
        AT END
            SET ws-eof-factsrc TO TRUE
    END-READ.

AddRegistryEntry.
    *> A partial registry would fail good feeds, so an overflow turns
    *> the check off for the run and flags the night instead.
    IF ss-active
        IF ws-reg-count >= ws-reg-max
            DISPLAY "SOURCE REGISTRY TABLE FULL AT " ws-reg-max
                " - SOURCE REGISTRY CHECK OFF"
            MOVE "N" TO ws-reg-switch
            IF ws-run-rc < 4
                MOVE 4 TO ws-run-rc
            END-IF
        ELSE
            ADD 1 TO ws-reg-count
            MOVE SS-SOURCE-SYSTEM TO ws-reg-source (ws-reg-count)
        END-IF
    END-IF.

CheckSourceRegistered.
    MOVE "N" TO ws-reg-found-switch
    PERFORM MatchRegisteredSource
        VARYING ws-reg-idx FROM 1 BY 1
        UNTIL ws-reg-idx > ws-reg-count OR ws-reg-found
    IF NOT ws-reg-found
        DISPLAY "FACTIN SOURCE NOT REGISTERED - SET FAILED FOR SOURCE "
            ws-source-system
        MOVE "N" TO ws-set-reg-switch
        MOVE "N" TO ws-src-reg-sw (ws-src-idx)
        PERFORM FailCurrentSet
    END-IF.

MatchRegisteredSource.
    IF ws-reg-source (ws-reg-idx) = ws-source-system
        SET ws-reg-found TO TRUE
    END-IF.

LoadQuotaTable.
    MOVE ws-run-date (1:6) TO ws-qta-month
    OPEN INPUT FACTQTA-FILE
    IF ws-factqta-status = "00"
        SET ws-qta-loaded TO TRUE
        PERFORM ReadQuotaRecord
        PERFORM UNTIL ws-eof-factqta OR NOT ws-qta-loaded
            PERFORM AddQuotaEntry
            PERFORM ReadQuotaRecord
        END-PERFORM
        CLOSE FACTQTA-FILE
    ELSE
        IF ws-factqta-status = "05" OR ws-factqta-status = "35"
            DISPLAY "FACTQTA ABSENT - QUOTA CHECK OFF"
            CLOSE FACTQTA-FILE
        ELSE
            DISPLAY "FACTQTA OPEN FAILED - STATUS " ws-factqta-status
            MOVE 12 TO ws-run-rc
            PERFORM AbortRun
        END-IF
    END-IF.

ReadQuotaRecord.
    READ FACTQTA-FILE
        AT END
            SET ws-eof-factqta TO TRUE
    END-READ.

AddQuotaEntry.
    *> A partial table would let a capped center run free without
    *> anyone noticing, so an overflow turns the check off for the
    *> run and flags the night instead. An unreadable entry is left
    *> out - that center runs uncapped - and flagged the same way.
    IF QT-MONTHLY-LIMIT NOT NUMERIC OR QT-EXT-LIMIT NOT NUMERIC
        DISPLAY "FACTQTA ENTRY FOR " QT-COST-CENTER
            " NOT NUMERIC - IGNORED"
        IF ws-run-rc < 4
            MOVE 4 TO ws-run-rc
        END-IF
    ELSE
        IF ws-qta-count >= ws-qta-max
            DISPLAY "QUOTA TABLE FULL AT " ws-qta-max
                " - QUOTA CHECK OFF"
            MOVE "N" TO ws-qta-switch
            IF ws-run-rc < 4
                MOVE 4 TO ws-run-rc
            END-IF
        ELSE
            ADD 1 TO ws-qta-count
            MOVE QT-COST-CENTER TO ws-qta-center (ws-qta-count)
            MOVE QT-MONTHLY-LIMIT TO ws-qta-limit (ws-qta-count)
            MOVE QT-EXT-LIMIT TO ws-qta-ext-limit (ws-qta-count)
            MOVE 0 TO ws-qta-used (ws-qta-count)
            MOVE 0 TO ws-qta-ext-used (ws-qta-count)
        END-IF
    END-IF.

FindQuotaEntry.
    MOVE "N" TO ws-qta-found-switch
    PERFORM MatchQuotaEntry
        VARYING ws-qta-idx FROM 1 BY 1
        UNTIL ws-qta-idx > ws-qta-count OR ws-qta-found.

MatchQuotaEntry.
    IF ws-qta-center (ws-qta-idx) = ws-qta-center-key
        SET ws-qta-found TO TRUE
        *> Step the index back so the perform-until leaves it
        *> pointing at the matched entry.
        SUBTRACT 1 FROM ws-qta-idx
    END-IF.

CountJournaledUsage.
    MOVE LG-COST-CENTER TO ws-qta-center-key
    PERFORM FindQuotaEntry
    IF ws-qta-found
        ADD 1 TO ws-qta-used (ws-qta-idx)
        IF lg-extended
            ADD 1 TO ws-qta-ext-used (ws-qta-idx)
        END-IF
    END-IF.

CheckMonthlyQuota.
    MOVE "N" TO ws-qta-found-switch
    IF ws-qta-loaded
        MOVE FI-COST-CENTER TO ws-qta-center-key
        PERFORM FindQuotaEntry
    END-IF
    IF ws-qta-found
        IF ws-qta-limit (ws-qta-idx) > 0
                AND ws-qta-used (ws-qta-idx) >= ws-qta-limit (ws-qta-idx)
            MOVE "N" TO ws-valid-switch
            MOVE "R010" TO ws-reject-code
            MOVE "MONTHLY QUOTA EXCEEDED" TO ws-reject-text
            PERFORM WriteRejectRecord
        END-IF
    END-IF.

CheckExtendedQuota.
    IF ws-qta-found AND ws-extended-result
        IF ws-qta-ext-limit (ws-qta-idx) > 0
                AND ws-qta-ext-used (ws-qta-idx)
                    >= ws-qta-ext-limit (ws-qta-idx)
            MOVE "N" TO ws-valid-switch
            MOVE "R010" TO ws-reject-code
            MOVE "EXTENDED QUOTA EXCEEDED" TO ws-reject-text
            PERFORM WriteRejectRecord
        END-IF
    END-IF.

CountTonightsUsage.
    IF ws-qta-found
        ADD 1 TO ws-qta-used (ws-qta-idx)
        IF ws-extended-result
            ADD 1 TO ws-qta-ext-used (ws-qta-idx)
        END-IF
    END-IF.

LoadJournalHistory.
    IF NOT ws-history-off
        OPEN INPUT FACTLOG-FILE
    END-IF.

ReadHistoryRecord.
    READ FACTLOG-FILE INTO FACTLOG-REC
        AT END
            SET ws-eof-history TO TRUE
    END-READ.
        PERFORM FailCurrentSet
        PERFORM CloseSourceSet
    END-IF
    *> A parallel stream can be handed an empty file when the night
    *> has fewer source sets than streams - that is a clean run with
    *> nothing to do, not a missing header.
    IF NOT ws-header-seen
        IF ws-stream-run AND ws-records-read = 0
            DISPLAY "STREAM " ws-stream-no " FACTIN EMPTY - NO SETS"
                " TONIGHT"
        ELSE
            MOVE "N" TO ws-balance-switch
            DISPLAY "FACTIN HEADER RECORD MISSING"
        END-IF
    END-IF.

InitRun.
                MOVE LK-PARM-HISTORY TO ws-history-mode
            END-IF
        END-IF
        IF LK-PARM-LEN >= 7
            PERFORM ParseStreamNumber
        END-IF
    END-IF.

ParseStreamNumber.
    *> Nothing is open yet, so a bad stream number simply stops the
    *> step before it can write to anybody's datasets.
    MOVE LK-PARM-STREAM TO ws-stream-no
    IF NOT ws-single-run AND NOT ws-stream-run
        DISPLAY "PARM STREAM NUMBER " LK-PARM-STREAM
            " INVALID - MUST BE 1-8 OR BLANK"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF ws-stream-run
        DISPLAY "PARALLEL STREAM " ws-stream-no
            " - JOURNAL ENTRIES TO FACTSLOG"
    END-IF.

CallFactorial.
    END-IF
    MOVE FI-COST-CENTER TO LG-COST-CENTER
    MOVE ws-source-system TO LG-SOURCE-SYSTEM
    PERFORM WriteJournalRecord
    PERFORM CheckFactlogStatus
    ADD 1 TO ws-journal-count.

    MOVE ws-src-details (ws-src-idx) TO sl-details
    MOVE ws-src-computed (ws-src-idx) TO sl-computed
    MOVE ws-src-rejected (ws-src-idx) TO sl-rejected
    EVALUATE TRUE
        WHEN ws-src-unregistered (ws-src-idx)
            MOVE "NOT REGISTERED" TO sl-status
        WHEN ws-src-balanced (ws-src-idx)
            MOVE "BALANCED" TO sl-status
        WHEN OTHER
            MOVE "OUT OF BALANCE" TO sl-status
    END-EVALUATE
    MOVE ws-src-line TO FACTRPT-REC
    WRITE FACTRPT-REC
    PERFORM CheckFactrptStatus.
    MOVE ws-reject-text TO FR-REASON-TEXT
    MOVE ws-run-date-n TO FR-RUN-DATE
    MOVE FI-COST-CENTER TO FR-COST-CENTER
    MOVE FI-TRAN-TYPE TO FR-TRAN-TYPE
    IF FI-NUM-R NUMERIC
        MOVE FI-NUM-R TO FR-NUM-R
    ELSE
        MOVE 0 TO FR-NUM-R
    END-IF
    IF FI-ORIG-SOURCE = SPACES
        MOVE ws-source-system TO FR-SOURCE-SYSTEM
    ELSE
        MOVE FI-ORIG-SOURCE TO FR-SOURCE-SYSTEM
    END-IF
    IF FI-RESUB-COUNT NUMERIC
        MOVE FI-RESUB-COUNT TO FR-RESUB-COUNT
    ELSE
        PERFORM RaiseRc8
        PERFORM AbortRun
    END-IF.

WriteReturnHeader.
    MOVE SPACES TO FACTRTN-REC
    MOVE "H" TO RR-REC-TYPE
    MOVE ws-source-system TO RR-SOURCE-SYSTEM
    MOVE ws-file-date TO RH-FILE-DATE
    MOVE ws-run-date-n TO RH-RUN-DATE
    PERFORM WriteReturnRecord.

WriteReturnDetail.
    MOVE SPACES TO FACTRTN-REC
    MOVE "D" TO RR-REC-TYPE
    MOVE ws-source-system TO RR-SOURCE-SYSTEM
    MOVE FI-REQUEST-ID TO RD-REQUEST-ID
    MOVE ws-rtn-disposition TO RD-DISPOSITION
    MOVE FI-ORIG-SOURCE TO RD-ORIG-SOURCE
    MOVE num TO RD-NUM
    MOVE ws-op-code TO RD-TRAN-TYPE
    IF (fi-tran-permute OR fi-tran-combine) AND FI-NUM-R NUMERIC
        MOVE FI-NUM-R TO RD-NUM-R
    ELSE
        MOVE 0 TO RD-NUM-R
    END-IF
    MOVE 0 TO RD-RESULT
    MOVE "N" TO RD-EXT-FLAG
    EVALUATE TRUE
        WHEN rd-computed
            IF ws-extended-result
                MOVE result-ext TO RD-RESULT
                MOVE "Y" TO RD-EXT-FLAG
            ELSE
                MOVE result TO RD-RESULT
            END-IF
        WHEN rd-rejected
            MOVE ws-reject-code TO RD-REASON-CODE
            MOVE ws-reject-text TO RD-REASON-TEXT
        WHEN rd-not-processed
            MOVE ws-rtn-text TO RD-REASON-TEXT
    END-EVALUATE
    PERFORM WriteReturnRecord.

WriteReturnTrailer.
    *> The counts are the same ones the source subtotal line prints,
    *> so the source can tie its answer back to our report.
    MOVE SPACES TO FACTRTN-REC
    MOVE "T" TO RR-REC-TYPE
    MOVE ws-source-system TO RR-SOURCE-SYSTEM
    MOVE ws-detail-count TO RT-DETAIL-COUNT
    MOVE ws-set-computed TO RT-COMPUTED
    MOVE ws-set-rejected TO RT-REJECTED
    MOVE ws-set-bypassed TO RT-NOT-PROCESSED
    IF ws-src-balanced (ws-src-idx)
        MOVE "B" TO RT-SET-STATUS
    ELSE
        MOVE "F" TO RT-SET-STATUS
    END-IF
    PERFORM WriteReturnRecord.

WriteReturnRecord.
    WRITE FACTRTN-REC
    IF ws-factrtn-status NOT = "00"
        DISPLAY "FACTRTN WRITE FAILED - STATUS " ws-factrtn-status
        PERFORM RaiseRc8
        PERFORM AbortRun
    END-IF.

StartStreamStep.
    *> The job-stream guard holds this step (RC 12) unless FACTSORD
    *> completed cleanly tonight, so the feed has had the recycle,
    *> online and standing-order sets merged in. Parallel streams run
    *> at the same time and are not recorded - FACTSPLT and FACTMRG
    *> are guarded either side of them instead.
    MOVE SPACES TO FACT-STREAM-LINKAGE
    MOVE 0 TO JK-STEP-RC
    SET jk-fn-start TO TRUE
    MOVE "FACTBAT" TO JK-STEP
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
