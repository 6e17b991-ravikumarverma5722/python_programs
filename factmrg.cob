IDENTIFICATION DIVISION.
PROGRAM-ID. FactMerge.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FACTSPLC-FILE ASSIGN TO "FACTSPLC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factsplc-status.
    SELECT OPTIONAL FACTSRUN-FILE ASSIGN TO "FACTSRUN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factsrun-status.
    SELECT OPTIONAL FACTSLOG-FILE ASSIGN TO "FACTSLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factslog-status.
    SELECT OPTIONAL FACTSRPT-FILE ASSIGN TO "FACTSRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factsrpt-status.
    SELECT OPTIONAL FACTSEXT-FILE ASSIGN TO "FACTSEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factsext-status.
    SELECT OPTIONAL FACTSREJ-FILE ASSIGN TO "FACTSREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factsrej-status.
    SELECT OPTIONAL FACTSRTN-FILE ASSIGN TO "FACTSRTN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factsrtn-status.
    SELECT OPTIONAL FACTLOG-FILE ASSIGN TO "FACTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factlog-status.
    SELECT OPTIONAL FACTRUN-FILE ASSIGN TO "FACTRUN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factrun-status.
    SELECT FACTRPT-FILE ASSIGN TO "FACTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factrpt-status.
    SELECT FACTEXT-FILE ASSIGN TO "FACTEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factext-status.
    SELECT FACTREJ-FILE ASSIGN TO "FACTREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factrej-status.
    SELECT FACTRTN-FILE ASSIGN TO "FACTRTN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factrtn-status.

DATA DIVISION.
FILE SECTION.
FD  FACTSPLC-FILE
    RECORD CONTAINS 40 CHARACTERS.
COPY FACTSPLR.

FD  FACTSRUN-FILE
    RECORD CONTAINS 90 CHARACTERS.
01  FACTSRUN-REC        PIC X(90).

FD  FACTSLOG-FILE
    RECORD CONTAINS 83 CHARACTERS.
01  FACTSLOG-REC        PIC X(83).

FD  FACTSRPT-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  FACTSRPT-REC        PIC X(80).

FD  FACTSEXT-FILE
    RECORD CONTAINS 54 CHARACTERS.
01  FACTSEXT-REC        PIC X(54).

FD  FACTSREJ-FILE
    RECORD CONTAINS 65 CHARACTERS.
01  FACTSREJ-REC        PIC X(65).

FD  FACTSRTN-FILE
    RECORD CONTAINS 98 CHARACTERS.
01  FACTSRTN-REC        PIC X(98).

FD  FACTLOG-FILE
    RECORD CONTAINS 83 CHARACTERS.
01  FACTLOG-FILE-REC    PIC X(83).

FD  FACTRUN-FILE
    RECORD CONTAINS 90 CHARACTERS.
01  FACTRUN-FILE-REC    PIC X(90).

FD  FACTRPT-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  FACTRPT-REC         PIC X(80).

FD  FACTEXT-FILE
    RECORD CONTAINS 54 CHARACTERS.
01  FACTEXT-REC         PIC X(54).

FD  FACTREJ-FILE
    RECORD CONTAINS 65 CHARACTERS.
01  FACTREJ-REC         PIC X(65).

FD  FACTRTN-FILE
    RECORD CONTAINS 98 CHARACTERS.
01  FACTRTN-REC         PIC X(98).

WORKING-STORAGE SECTION.
01  ws-factsplc-status  PIC X(2)  VALUE "00".
01  ws-factsrun-status  PIC X(2)  VALUE "00".
01  ws-factslog-status  PIC X(2)  VALUE "00".
01  ws-factsrpt-status  PIC X(2)  VALUE "00".
01  ws-factsext-status  PIC X(2)  VALUE "00".
01  ws-factsrej-status  PIC X(2)  VALUE "00".
01  ws-factsrtn-status  PIC X(2)  VALUE "00".
01  ws-factlog-status   PIC X(2)  VALUE "00".
01  ws-factrun-status   PIC X(2)  VALUE "00".
01  ws-factrpt-status   PIC X(2)  VALUE "00".
01  ws-factext-status   PIC X(2)  VALUE "00".
01  ws-factrej-status   PIC X(2)  VALUE "00".
01  ws-factrtn-status   PIC X(2)  VALUE "00".

*> Both journals share the one record layout: the streams' entries
*> are read from FACTSLOG and written to the live FACTLOG through it.
*> The run record likewise serves the streams' run files and the
*> combined record written to the live FACTRUN.
COPY FACTLOGR.
COPY FACTRUNR.

*> Condition codes: the merge hands on the worst stream's code, so
*> the scheduler sees the night exactly as a single FactBatch run
*> would report it - 0 clean, 4 rejects present, 8 a set out of
*> balance or I/O trouble - and raises it for its own trouble. 12
*> means the merge refused to start and wrote nothing: a stream has
*> not finished, and only that stream needs to be run again - or
*> tonight's split has already been merged onto the live files.
01  ws-run-rc           PIC 9(2)  VALUE 0.
01  ws-start-timestamp  PIC X(21) VALUE SPACES.
01  ws-operator-id      PIC X(8)  VALUE "BATCH".
01  ws-env-user         PIC X(8)  VALUE SPACES.
01  ws-refuse-switch    PIC X(1)  VALUE "N".
    88 ws-merge-refused           VALUE "Y".
01  ws-factrun-switch   PIC X(1)  VALUE "Y".
    88 ws-factrun-usable          VALUE "Y".

01  ws-eof-splc-switch  PIC X(1)  VALUE "N".
    88 ws-eof-factsplc            VALUE "Y".
01  ws-eof-srun-switch  PIC X(1)  VALUE "N".
    88 ws-eof-factsrun            VALUE "Y".
01  ws-eof-slog-switch  PIC X(1)  VALUE "N".
    88 ws-eof-factslog            VALUE "Y".
01  ws-eof-copy-switch  PIC X(1)  VALUE "N".
    88 ws-eof-copy                VALUE "Y".
01  ws-seq-eof-switch   PIC X(1)  VALUE "N".
    88 ws-eof-seqscan             VALUE "Y".
01  ws-run-eof-switch   PIC X(1)  VALUE "N".
    88 ws-eof-runscan             VALUE "Y".
01  ws-merged-switch    PIC X(1)  VALUE "N".
    88 ws-split-merged            VALUE "Y".

*> One entry per stream: what FactSplit sent it, and the last run
*> record it wrote after the split. A stream restarted from its
*> checkpoint writes a record per attempt; the last one carries the
*> finished counts, the first the time the stream's work began.
01  ws-stream-max       PIC 9(1)  VALUE 8.
01  ws-stream-idx       PIC 9(1)  VALUE 0.
01  ws-split-count      PIC 9(2)  VALUE 0.
01  ws-split-timestamp  PIC X(21) VALUE SPACES.
01  ws-stream-table.
    05 ws-stream-entry OCCURS 8.
       10 ws-sm-split-recs  PIC 9(6).
       10 ws-sm-split-sets  PIC 9(2).
       10 ws-sm-split-dups  PIC 9(6).
       10 ws-sm-runs        PIC 9(2).
       10 ws-sm-first-ts    PIC X(21).
       10 ws-sm-end-ts      PIC X(21).
       10 ws-sm-low         PIC 9(2).
       10 ws-sm-high        PIC 9(2).
       10 ws-sm-mode        PIC X(1).
       10 ws-sm-read        PIC 9(6).
       10 ws-sm-computed    PIC 9(6).
       10 ws-sm-rejected    PIC 9(6).
       10 ws-sm-rc          PIC 9(2).

*> Combined run, written to the live FACTRUN as one record.
01  ws-cmb-start-ts     PIC X(21) VALUE SPACES.
01  ws-cmb-end-ts       PIC X(21) VALUE SPACES.
01  ws-cmb-read         PIC 9(6)  VALUE 0.
01  ws-cmb-computed     PIC 9(6)  VALUE 0.
01  ws-cmb-rejected     PIC 9(6)  VALUE 0.
01  ws-cmb-sets         PIC 9(3)  VALUE 0.
01  ws-first-stream     PIC 9(1)  VALUE 0.

*> Journal brackets. The streams bracket their own journals; those
*> brackets are checked here and dropped, and the night's entries go
*> onto the live journal between one *BRUN*/*ERUN* pair numbered on
*> from the highest run already there, stamped with the time the
*> earliest stream started - one run, as FactJournalVerify and the
*> FactAudit ageing expect to find it.
01  ws-journal-seq      PIC 9(6)  VALUE 0.
01  ws-journal-count    PIC 9(6)  VALUE 0.
01  ws-brun-switch      PIC X(1)  VALUE "N".
    88 ws-brun-written            VALUE "Y".
01  ws-slog-read        PIC 9(6)  VALUE 0.
01  ws-slog-entries     PIC 9(6)  VALUE 0.
01  ws-slog-open-switch PIC X(1)  VALUE "N".
    88 ws-slog-bracket-open       VALUE "Y".
01  ws-slog-inside      PIC 9(6)  VALUE 0.

01  ws-ext-count        PIC 9(6)  VALUE 0.
01  ws-rej-count        PIC 9(6)  VALUE 0.
01  ws-rtn-count        PIC 9(6)  VALUE 0.

01  ws-run-date.
    05 ws-run-yyyy      PIC 9(4).
    05 ws-run-mm        PIC 9(2).
    05 ws-run-dd        PIC 9(2).

01  ws-heading-1.
    05 FILLER           PIC X(24) VALUE "FACTORIAL STREAM MERGE".
    05 FILLER           PIC X(10) VALUE "RUN DATE: ".
    05 hd-run-mm        PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hd-run-dd        PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hd-run-yyyy      PIC 9(4).

01  ws-heading-2.
    05 FILLER           PIC X(6)  VALUE "STREAM".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(4)  VALUE "SETS".
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 FILLER           PIC X(7)  VALUE "RECORDS".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(8)  VALUE "COMPUTED".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(8)  VALUE "REJECTED".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(4)  VALUE "DUPS".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(2)  VALUE "RC".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(10) VALUE "STATUS".

01  ws-stream-line.
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 ml-stream        PIC 9(1).
    05 FILLER           PIC X(4)  VALUE SPACES.
    05 ml-sets          PIC ZZ9.
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 ml-records       PIC ZZZ,ZZ9.
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 ml-computed      PIC ZZZ,ZZ9.
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 ml-rejected      PIC ZZZ,ZZ9.
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 ml-dups          PIC ZZZZ9.
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 ml-rc            PIC Z9.
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 ml-status        PIC X(10).

01  ws-total-line.
    05 FILLER           PIC X(5)  VALUE "TOTAL".
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 tl-sets          PIC ZZ9.
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 tl-records       PIC ZZZ,ZZ9.
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 tl-computed      PIC ZZZ,ZZ9.
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 tl-rejected      PIC ZZZ,ZZ9.
    05 FILLER           PIC X(8)  VALUE SPACES.
    05 tl-rc            PIC Z9.

01  ws-journal-line.
    05 FILLER           PIC X(21) VALUE "JOURNAL RUN SEQUENCE ".
    05 jl-seq           PIC 9(6).
    05 FILLER           PIC X(11) VALUE "  ENTRIES: ".
    05 jl-entries       PIC ZZZ,ZZ9.

01  ws-output-line.
    05 FILLER           PIC X(9)  VALUE "EXTRACT: ".
    05 ol-extract       PIC ZZZ,ZZ9.
    05 FILLER           PIC X(11) VALUE "  REJECTS: ".
    05 ol-rejects       PIC ZZZ,ZZ9.
    05 FILLER           PIC X(10) VALUE "  RETURN: ".
    05 ol-return        PIC ZZZ,ZZ9.

*> Call area for FactStreamGuard, the job-stream sequencing guard.
COPY FACTJSCK.

PROCEDURE DIVISION.
MainLine.
    PERFORM StartStreamStep
    PERFORM InitRun
    PERFORM LoadSplitControl
    PERFORM CheckNotYetMerged
    PERFORM LoadStreamRuns
    PERFORM CheckStreamComplete
        VARYING ws-stream-idx FROM 1 BY 1
        UNTIL ws-stream-idx > ws-stream-max
    IF NOT ws-merge-refused
        PERFORM VerifyStreamJournal
    END-IF
    IF ws-merge-refused
        DISPLAY "MERGE REFUSED - NOTHING WRITTEN. RUN THE STREAMS"
            " NAMED ABOVE, THEN RERUN THIS JOB"
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    PERFORM CombineStreamRuns
    PERFORM DetermineRunSequence
    PERFORM OpenMergeOutputs
    PERFORM MergeJournal
    PERFORM CopyStreamExtract
    PERFORM CopyStreamRejects
    PERFORM CopyStreamReturns
    PERFORM CopyStreamReports
    PERFORM WriteMergeSummary
    PERFORM WriteRunControl
    PERFORM CloseMergeFiles
    MOVE ws-run-rc TO RETURN-CODE
    PERFORM RecordStepEnd
    STOP RUN.

InitRun.
    ACCEPT ws-run-date FROM DATE YYYYMMDD
    MOVE FUNCTION CURRENT-DATE TO ws-start-timestamp
    ACCEPT ws-env-user FROM ENVIRONMENT "USER"
    IF ws-env-user NOT = SPACES
        MOVE ws-env-user TO ws-operator-id
    END-IF
    INITIALIZE ws-stream-table.

LoadSplitControl.
    OPEN INPUT FACTSPLC-FILE
    IF ws-factsplc-status NOT = "00"
        DISPLAY "FACTSPLC OPEN FAILED - STATUS " ws-factsplc-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    PERFORM ReadSplitControl
    PERFORM UNTIL ws-eof-factsplc
        PERFORM AddSplitEntry
        PERFORM ReadSplitControl
    END-PERFORM
    CLOSE FACTSPLC-FILE
    IF ws-split-count NOT = ws-stream-max
        DISPLAY "FACTSPLC HOLDS " ws-split-count " STREAM RECORDS - "
            ws-stream-max " EXPECTED. RERUN FACTSPLT"
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF.

ReadSplitControl.
    READ FACTSPLC-FILE
        AT END
            SET ws-eof-factsplc TO TRUE
    END-READ.

AddSplitEntry.
    ADD 1 TO ws-split-count
    IF SP-STREAM NOT NUMERIC OR SP-STREAM = 0
            OR SP-STREAM > ws-stream-max
        DISPLAY "FACTSPLC STREAM NUMBER INVALID AT RECORD "
            ws-split-count " - RERUN FACTSPLT"
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    MOVE SP-SPLIT-TS TO ws-split-timestamp
    MOVE SP-RECORDS TO ws-sm-split-recs (SP-STREAM)
    MOVE SP-SETS TO ws-sm-split-sets (SP-STREAM)
    MOVE SP-DUPLICATES TO ws-sm-split-dups (SP-STREAM).

CheckNotYetMerged.
    *> A merge leaves its "M" record on the live FACTRUN, stamped with
    *> the earliest stream start - never before the split. Finding one
    *> means this split is already on FACTLOG and a second pass would
    *> append every entry again, so nothing is opened for output.
    OPEN INPUT FACTRUN-FILE
    IF ws-factrun-status = "00"
        PERFORM ReadRunScanRecord
        PERFORM UNTIL ws-eof-runscan
            IF rn-merged-run AND RN-START-TS >= ws-split-timestamp
                SET ws-split-merged TO TRUE
            END-IF
            PERFORM ReadRunScanRecord
        END-PERFORM
        CLOSE FACTRUN-FILE
    ELSE
        IF ws-factrun-status NOT = "05" AND
                ws-factrun-status NOT = "35"
            DISPLAY "FACTRUN MERGE SCAN FAILED - STATUS "
                ws-factrun-status
            MOVE 12 TO RETURN-CODE
            PERFORM RecordStepEnd
            STOP RUN
        END-IF
    END-IF
    IF ws-split-merged
        DISPLAY "SPLIT ALREADY MERGED - FACTRUN HOLDS A MERGED RUN"
            " SINCE THE SPLIT OF " ws-split-timestamp
        DISPLAY "MERGE REFUSED - NOTHING WRITTEN. SEE FACTMRG.JCL"
            " BEFORE MERGING THIS SPLIT AGAIN"
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF.

ReadRunScanRecord.
    READ FACTRUN-FILE INTO FACTRUN-REC
        AT END
            SET ws-eof-runscan TO TRUE
    END-READ.

LoadStreamRuns.
    *> Run records from before tonight's split belong to an earlier
    *> night and are passed over.
    OPEN INPUT FACTSRUN-FILE
    IF ws-factsrun-status NOT = "00" AND ws-factsrun-status NOT = "05"
        DISPLAY "FACTSRUN OPEN FAILED - STATUS " ws-factsrun-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    PERFORM ReadStreamRun
    PERFORM UNTIL ws-eof-factsrun
        IF rn-stream-run AND RN-START-TS >= ws-split-timestamp
            PERFORM NoteStreamRun
        END-IF
        PERFORM ReadStreamRun
    END-PERFORM
    CLOSE FACTSRUN-FILE.

ReadStreamRun.
    READ FACTSRUN-FILE INTO FACTRUN-REC
        AT END
            SET ws-eof-factsrun TO TRUE
    END-READ.

NoteStreamRun.
    MOVE RN-STREAM TO ws-stream-idx
    IF ws-sm-runs (ws-stream-idx) = 0
        MOVE RN-START-TS TO ws-sm-first-ts (ws-stream-idx)
    END-IF
    ADD 1 TO ws-sm-runs (ws-stream-idx)
    MOVE RN-END-TS TO ws-sm-end-ts (ws-stream-idx)
    MOVE RN-PARM-LOW TO ws-sm-low (ws-stream-idx)
    MOVE RN-PARM-HIGH TO ws-sm-high (ws-stream-idx)
    MOVE RN-RUN-MODE TO ws-sm-mode (ws-stream-idx)
    MOVE RN-RECORDS-READ TO ws-sm-read (ws-stream-idx)
    MOVE RN-COMPUTED TO ws-sm-computed (ws-stream-idx)
    MOVE RN-REJECTED TO ws-sm-rejected (ws-stream-idx)
    MOVE RN-RETURN-CODE TO ws-sm-rc (ws-stream-idx).

CheckStreamComplete.
    *> Every stream has to have finished tonight's share - an empty
    *> stream included, or last night's outputs would still be sitting
    *> in its datasets. A stream that read less than it was sent died
    *> part way and is restarted on its own from its checkpoint; the
    *> others stand as they are.
    EVALUATE TRUE
        WHEN ws-sm-runs (ws-stream-idx) = 0
            DISPLAY "STREAM " ws-stream-idx " HAS NOT RUN SINCE THE"
                " SPLIT - RUN FACTBS" ws-stream-idx
            SET ws-merge-refused TO TRUE
        WHEN ws-sm-rc (ws-stream-idx) >= 12
            DISPLAY "STREAM " ws-stream-idx " COULD NOT START (RC "
                ws-sm-rc (ws-stream-idx) ") - RERUN FACTBS"
                ws-stream-idx
            SET ws-merge-refused TO TRUE
        WHEN ws-sm-read (ws-stream-idx)
                NOT = ws-sm-split-recs (ws-stream-idx)
            DISPLAY "STREAM " ws-stream-idx " READ "
                ws-sm-read (ws-stream-idx) " OF "
                ws-sm-split-recs (ws-stream-idx)
                " RECORDS - RESTART FACTBS" ws-stream-idx
            SET ws-merge-refused TO TRUE
        WHEN OTHER
            PERFORM CheckStreamParm
    END-EVALUATE.

CheckStreamParm.
    *> The streams must have run the same window and mode, or the
    *> combined run record would describe none of them.
    IF ws-first-stream = 0
        MOVE ws-stream-idx TO ws-first-stream
    ELSE
        IF ws-sm-low (ws-stream-idx) NOT = ws-sm-low (ws-first-stream)
                OR ws-sm-high (ws-stream-idx)
                    NOT = ws-sm-high (ws-first-stream)
                OR ws-sm-mode (ws-stream-idx)
                    NOT = ws-sm-mode (ws-first-stream)
            DISPLAY "STREAM " ws-stream-idx " RAN A DIFFERENT PARM"
                " FROM STREAM " ws-first-stream " - RERUN FACTBS"
                ws-stream-idx " WITH THE NIGHT'S PARM"
            SET ws-merge-refused TO TRUE
        END-IF
    END-IF.

VerifyStreamJournal.
    *> Each stream brackets its own journal. A bracket whose count
    *> disagrees with its entries, or one still open at the end, means
    *> a stream journal lost work, and nothing is merged. A begin
    *> arriving with a bracket still open is the mark of a stream that
    *> died without closing and was restarted from its checkpoint: its
    *> entries are real work and are kept, but the night wants a look.
    OPEN INPUT FACTSLOG-FILE
    IF ws-factslog-status NOT = "00" AND ws-factslog-status NOT = "05"
        DISPLAY "FACTSLOG OPEN FAILED - STATUS " ws-factslog-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    PERFORM ReadStreamJournal
    PERFORM UNTIL ws-eof-factslog
        EVALUATE TRUE
            WHEN lg-begin-run
                IF ws-slog-bracket-open
                    DISPLAY "FACTSLOG BRACKET LEFT OPEN BEFORE RECORD "
                        ws-slog-read " - RESTARTED STREAM, ENTRIES"
                        " KEPT"
                    PERFORM RaiseRc4
                END-IF
                SET ws-slog-bracket-open TO TRUE
                MOVE 0 TO ws-slog-inside
            WHEN lg-end-run
                PERFORM VerifyStreamBracket
            WHEN OTHER
                ADD 1 TO ws-slog-entries
                ADD 1 TO ws-slog-inside
        END-EVALUATE
        PERFORM ReadStreamJournal
    END-PERFORM
    CLOSE FACTSLOG-FILE
    IF ws-slog-bracket-open
        DISPLAY "FACTSLOG ENDS INSIDE AN OPEN BRACKET - A STREAM"
            " JOURNAL IS TRUNCATED"
        SET ws-merge-refused TO TRUE
    END-IF.

VerifyStreamBracket.
    IF NOT ws-slog-bracket-open
        DISPLAY "FACTSLOG END BRACKET WITHOUT BEGIN AT RECORD "
            ws-slog-read
        SET ws-merge-refused TO TRUE
    ELSE
        IF CT-ENTRY-COUNT NOT NUMERIC
                OR CT-ENTRY-COUNT NOT = ws-slog-inside
            DISPLAY "FACTSLOG BRACKET COUNT DOES NOT MATCH ITS ENTRIES"
                " AT RECORD " ws-slog-read
            SET ws-merge-refused TO TRUE
        END-IF
    END-IF
    MOVE "N" TO ws-slog-open-switch.

ReadStreamJournal.
    READ FACTSLOG-FILE INTO FACTLOG-REC
        AT END
            SET ws-eof-factslog TO TRUE
        NOT AT END
            ADD 1 TO ws-slog-read
    END-READ.

CombineStreamRuns.
    PERFORM AddStreamToCombined
        VARYING ws-stream-idx FROM 1 BY 1
        UNTIL ws-stream-idx > ws-stream-max.

AddStreamToCombined.
    IF ws-cmb-start-ts = SPACES
            OR ws-sm-first-ts (ws-stream-idx) < ws-cmb-start-ts
        MOVE ws-sm-first-ts (ws-stream-idx) TO ws-cmb-start-ts
    END-IF
    IF ws-sm-end-ts (ws-stream-idx) > ws-cmb-end-ts
        MOVE ws-sm-end-ts (ws-stream-idx) TO ws-cmb-end-ts
    END-IF
    ADD ws-sm-split-sets (ws-stream-idx) TO ws-cmb-sets
    ADD ws-sm-read (ws-stream-idx) TO ws-cmb-read
    ADD ws-sm-computed (ws-stream-idx) TO ws-cmb-computed
    ADD ws-sm-rejected (ws-stream-idx) TO ws-cmb-rejected
    IF ws-sm-rc (ws-stream-idx) > ws-run-rc
        MOVE ws-sm-rc (ws-stream-idx) TO ws-run-rc
    END-IF.

DetermineRunSequence.
    *> Same rule as FactBatch: continue from the highest bracket on
    *> the live journal, not a count of them.
    OPEN INPUT FACTLOG-FILE
    IF ws-factlog-status = "00"
        PERFORM ReadSequenceRecord
        PERFORM UNTIL ws-eof-seqscan
            IF lg-begin-run AND CT-RUN-SEQ NUMERIC
                IF CT-RUN-SEQ > ws-journal-seq
                    MOVE CT-RUN-SEQ TO ws-journal-seq
                END-IF
            END-IF
            PERFORM ReadSequenceRecord
        END-PERFORM
        CLOSE FACTLOG-FILE
    ELSE
        IF ws-factlog-status NOT = "05" AND
                ws-factlog-status NOT = "35"
            DISPLAY "FACTLOG SEQUENCE SCAN FAILED - STATUS "
                ws-factlog-status
            MOVE 12 TO RETURN-CODE
            PERFORM RecordStepEnd
            STOP RUN
        END-IF
        CLOSE FACTLOG-FILE
    END-IF
    ADD 1 TO ws-journal-seq.

ReadSequenceRecord.
    READ FACTLOG-FILE INTO FACTLOG-REC
        AT END
            SET ws-eof-seqscan TO TRUE
    END-READ.

OpenMergeOutputs.
    OPEN OUTPUT FACTRPT-FILE
    IF ws-factrpt-status NOT = "00"
        DISPLAY "FACTRPT OPEN FAILED - STATUS " ws-factrpt-status
        MOVE 12 TO ws-run-rc
        PERFORM AbortMerge
    END-IF
    OPEN OUTPUT FACTEXT-FILE
    IF ws-factext-status NOT = "00"
        DISPLAY "FACTEXT OPEN FAILED - STATUS " ws-factext-status
        MOVE 12 TO ws-run-rc
        PERFORM AbortMerge
    END-IF
    OPEN OUTPUT FACTREJ-FILE
    IF ws-factrej-status NOT = "00"
        DISPLAY "FACTREJ OPEN FAILED - STATUS " ws-factrej-status
        MOVE 12 TO ws-run-rc
        PERFORM AbortMerge
    END-IF
    OPEN OUTPUT FACTRTN-FILE
    IF ws-factrtn-status NOT = "00"
        DISPLAY "FACTRTN OPEN FAILED - STATUS " ws-factrtn-status
        MOVE 12 TO ws-run-rc
        PERFORM AbortMerge
    END-IF
    OPEN EXTEND FACTRUN-FILE
    IF ws-factrun-status NOT = "00" AND ws-factrun-status NOT = "05"
        DISPLAY "FACTRUN OPEN FAILED - STATUS " ws-factrun-status
            " - RUN HISTORY NOT RECORDED"
        MOVE "N" TO ws-factrun-switch
    END-IF
    OPEN EXTEND FACTLOG-FILE
    IF ws-factlog-status NOT = "00" AND ws-factlog-status NOT = "05"
        DISPLAY "FACTLOG OPEN FAILED - STATUS " ws-factlog-status
        MOVE 12 TO ws-run-rc
        PERFORM AbortMerge
    END-IF.

MergeJournal.
    PERFORM WriteBeginRunRecord
    MOVE "N" TO ws-eof-slog-switch
    MOVE 0 TO ws-slog-read
    OPEN INPUT FACTSLOG-FILE
    IF ws-factslog-status NOT = "00" AND ws-factslog-status NOT = "05"
        DISPLAY "FACTSLOG REOPEN FAILED - STATUS " ws-factslog-status
        PERFORM RaiseRc8
        PERFORM AbortMerge
    END-IF
    PERFORM ReadStreamJournal
    PERFORM UNTIL ws-eof-factslog
        IF NOT lg-control-entry
            WRITE FACTLOG-FILE-REC FROM FACTLOG-REC
            PERFORM CheckFactlogStatus
            ADD 1 TO ws-journal-count
        END-IF
        PERFORM ReadStreamJournal
    END-PERFORM
    CLOSE FACTSLOG-FILE
    PERFORM WriteEndRunRecord.

WriteBeginRunRecord.
    MOVE SPACES TO FACTLOG-REC
    MOVE "*BRUN*" TO LG-REQUEST-ID
    MOVE 0 TO LG-NUM
    MOVE 0 TO CT-ENTRY-COUNT
    MOVE ws-journal-seq TO CT-RUN-SEQ
    MOVE ws-operator-id TO LG-OPERATOR-ID
    MOVE ws-cmb-start-ts TO LG-TIMESTAMP
    MOVE "N" TO LG-EXT-FLAG
    MOVE 0 TO LG-NUM-R
    WRITE FACTLOG-FILE-REC FROM FACTLOG-REC
    PERFORM CheckFactlogStatus
    SET ws-brun-written TO TRUE.

WriteEndRunRecord.
    *> Best effort on the abort path, as in FactBatch: if the journal
    *> itself failed the verifier reports the unpaired begin.
    IF ws-brun-written
        MOVE SPACES TO FACTLOG-REC
        MOVE "*ERUN*" TO LG-REQUEST-ID
        MOVE 0 TO LG-NUM
        MOVE ws-journal-count TO CT-ENTRY-COUNT
        MOVE ws-journal-seq TO CT-RUN-SEQ
        MOVE ws-operator-id TO LG-OPERATOR-ID
        MOVE ws-cmb-start-ts TO LG-TIMESTAMP
        MOVE "N" TO LG-EXT-FLAG
        MOVE 0 TO LG-NUM-R
        MOVE "N" TO ws-brun-switch
        WRITE FACTLOG-FILE-REC FROM FACTLOG-REC
        IF ws-factlog-status NOT = "00"
            DISPLAY "FACTLOG END BRACKET WRITE FAILED - STATUS "
                ws-factlog-status
            PERFORM RaiseRc8
        END-IF
    END-IF.

CheckFactlogStatus.
    IF ws-factlog-status NOT = "00"
        DISPLAY "FACTLOG WRITE FAILED - STATUS " ws-factlog-status
        PERFORM RaiseRc8
        PERFORM AbortMerge
    END-IF.

CopyStreamExtract.
    OPEN INPUT FACTSEXT-FILE
    IF ws-factsext-status NOT = "00" AND ws-factsext-status NOT = "05"
        DISPLAY "FACTSEXT OPEN FAILED - STATUS " ws-factsext-status
        PERFORM RaiseRc8
        PERFORM AbortMerge
    END-IF
    MOVE "N" TO ws-eof-copy-switch
    PERFORM ReadStreamExtract
    PERFORM UNTIL ws-eof-copy
        WRITE FACTEXT-REC FROM FACTSEXT-REC
        IF ws-factext-status NOT = "00"
            DISPLAY "FACTEXT WRITE FAILED - STATUS " ws-factext-status
            PERFORM RaiseRc8
            PERFORM AbortMerge
        END-IF
        ADD 1 TO ws-ext-count
        PERFORM ReadStreamExtract
    END-PERFORM
    CLOSE FACTSEXT-FILE.

ReadStreamExtract.
    READ FACTSEXT-FILE
        AT END
            SET ws-eof-copy TO TRUE
    END-READ.

CopyStreamRejects.
    OPEN INPUT FACTSREJ-FILE
    IF ws-factsrej-status NOT = "00" AND ws-factsrej-status NOT = "05"
        DISPLAY "FACTSREJ OPEN FAILED - STATUS " ws-factsrej-status
        PERFORM RaiseRc8
        PERFORM AbortMerge
    END-IF
    MOVE "N" TO ws-eof-copy-switch
    PERFORM ReadStreamRejects
    PERFORM UNTIL ws-eof-copy
        WRITE FACTREJ-REC FROM FACTSREJ-REC
        IF ws-factrej-status NOT = "00"
            DISPLAY "FACTREJ WRITE FAILED - STATUS " ws-factrej-status
            PERFORM RaiseRc8
            PERFORM AbortMerge
        END-IF
        ADD 1 TO ws-rej-count
        PERFORM ReadStreamRejects
    END-PERFORM
    CLOSE FACTSREJ-FILE.

ReadStreamRejects.
    READ FACTSREJ-FILE
        AT END
            SET ws-eof-copy TO TRUE
    END-READ.

CopyStreamReturns.
    OPEN INPUT FACTSRTN-FILE
    IF ws-factsrtn-status NOT = "00" AND ws-factsrtn-status NOT = "05"
        DISPLAY "FACTSRTN OPEN FAILED - STATUS " ws-factsrtn-status
        PERFORM RaiseRc8
        PERFORM AbortMerge
    END-IF
    MOVE "N" TO ws-eof-copy-switch
    PERFORM ReadStreamReturns
    PERFORM UNTIL ws-eof-copy
        WRITE FACTRTN-REC FROM FACTSRTN-REC
        IF ws-factrtn-status NOT = "00"
            DISPLAY "FACTRTN WRITE FAILED - STATUS " ws-factrtn-status
            PERFORM RaiseRc8
            PERFORM AbortMerge
        END-IF
        ADD 1 TO ws-rtn-count
        PERFORM ReadStreamReturns
    END-PERFORM
    CLOSE FACTSRTN-FILE.

ReadStreamReturns.
    READ FACTSRTN-FILE
        AT END
            SET ws-eof-copy TO TRUE
    END-READ.

CopyStreamReports.
    *> The streams' own reports go through page for page, each with
    *> its source subtotals and trailer; the merge summary follows.
    OPEN INPUT FACTSRPT-FILE
    IF ws-factsrpt-status NOT = "00" AND ws-factsrpt-status NOT = "05"
        DISPLAY "FACTSRPT OPEN FAILED - STATUS " ws-factsrpt-status
        PERFORM RaiseRc8
        PERFORM AbortMerge
    END-IF
    MOVE "N" TO ws-eof-copy-switch
    PERFORM ReadStreamReports
    PERFORM UNTIL ws-eof-copy
        MOVE FACTSRPT-REC TO FACTRPT-REC
        PERFORM WriteFactrptRec
        PERFORM ReadStreamReports
    END-PERFORM
    CLOSE FACTSRPT-FILE.

ReadStreamReports.
    READ FACTSRPT-FILE
        AT END
            SET ws-eof-copy TO TRUE
    END-READ.

WriteMergeSummary.
    MOVE SPACES TO FACTRPT-REC
    PERFORM WriteFactrptRec
    MOVE ws-run-mm TO hd-run-mm
    MOVE ws-run-dd TO hd-run-dd
    MOVE ws-run-yyyy TO hd-run-yyyy
    MOVE ws-heading-1 TO FACTRPT-REC
    PERFORM WriteFactrptRec
    MOVE SPACES TO FACTRPT-REC
    PERFORM WriteFactrptRec
    MOVE ws-heading-2 TO FACTRPT-REC
    PERFORM WriteFactrptRec
    PERFORM WriteStreamLine
        VARYING ws-stream-idx FROM 1 BY 1
        UNTIL ws-stream-idx > ws-stream-max
    MOVE ws-cmb-sets TO tl-sets
    MOVE ws-cmb-read TO tl-records
    MOVE ws-cmb-computed TO tl-computed
    MOVE ws-cmb-rejected TO tl-rejected
    MOVE ws-run-rc TO tl-rc
    MOVE ws-total-line TO FACTRPT-REC
    PERFORM WriteFactrptRec
    MOVE SPACES TO FACTRPT-REC
    PERFORM WriteFactrptRec
    MOVE ws-journal-seq TO jl-seq
    MOVE ws-journal-count TO jl-entries
    MOVE ws-journal-line TO FACTRPT-REC
    PERFORM WriteFactrptRec
    MOVE ws-ext-count TO ol-extract
    MOVE ws-rej-count TO ol-rejects
    MOVE ws-rtn-count TO ol-return
    MOVE ws-output-line TO FACTRPT-REC
    PERFORM WriteFactrptRec.

WriteStreamLine.
    MOVE ws-stream-idx TO ml-stream
    MOVE ws-sm-split-sets (ws-stream-idx) TO ml-sets
    MOVE ws-sm-read (ws-stream-idx) TO ml-records
    MOVE ws-sm-computed (ws-stream-idx) TO ml-computed
    MOVE ws-sm-rejected (ws-stream-idx) TO ml-rejected
    MOVE ws-sm-split-dups (ws-stream-idx) TO ml-dups
    MOVE ws-sm-rc (ws-stream-idx) TO ml-rc
    EVALUATE TRUE
        WHEN ws-sm-split-recs (ws-stream-idx) = 0
            MOVE "EMPTY" TO ml-status
        WHEN ws-sm-runs (ws-stream-idx) > 1
            MOVE "RESTARTED" TO ml-status
        WHEN ws-sm-rc (ws-stream-idx) >= 8
            MOVE "SET FAILED" TO ml-status
        WHEN OTHER
            MOVE "MERGED" TO ml-status
    END-EVALUATE
    MOVE ws-stream-line TO FACTRPT-REC
    PERFORM WriteFactrptRec.

WriteFactrptRec.
    WRITE FACTRPT-REC
    IF ws-factrpt-status NOT = "00"
        DISPLAY "FACTRPT WRITE FAILED - STATUS " ws-factrpt-status
        PERFORM RaiseRc8
        PERFORM AbortMerge
    END-IF.

WriteRunControl.
    *> One record for the night, as a single run would have left it,
    *> so FactBalance and FactRunHistory read the merged run unchanged.
    IF ws-factrun-usable
        MOVE SPACES TO FACTRUN-REC
        MOVE ws-cmb-start-ts TO RN-START-TS
        MOVE FUNCTION CURRENT-DATE TO RN-END-TS
        MOVE ws-sm-low (ws-first-stream) TO RN-PARM-LOW
        MOVE ws-sm-high (ws-first-stream) TO RN-PARM-HIGH
        MOVE ws-sm-mode (ws-first-stream) TO RN-RUN-MODE
        MOVE ws-cmb-read TO RN-RECORDS-READ
        MOVE ws-cmb-computed TO RN-COMPUTED
        MOVE ws-cmb-rejected TO RN-REJECTED
        MOVE ws-run-rc TO RN-RETURN-CODE
        MOVE "M" TO RN-STREAM
        WRITE FACTRUN-FILE-REC FROM FACTRUN-REC
        IF ws-factrun-status NOT = "00"
            DISPLAY "FACTRUN WRITE FAILED - STATUS " ws-factrun-status
        END-IF
    END-IF.

RaiseRc4.
    IF ws-run-rc < 4
        MOVE 4 TO ws-run-rc
    END-IF.

RaiseRc8.
    IF ws-run-rc < 8
        MOVE 8 TO ws-run-rc
    END-IF.

AbortMerge.
    *> Close the journal bracket over whatever went on and record the
    *> run, so the night shows as failed rather than missing.
    PERFORM WriteEndRunRecord
    PERFORM WriteRunControl
    PERFORM CloseMergeFiles
    MOVE ws-run-rc TO RETURN-CODE
    PERFORM RecordStepEnd
    STOP RUN.

CloseMergeFiles.
    CLOSE FACTRPT-FILE
    CLOSE FACTEXT-FILE
    CLOSE FACTREJ-FILE
    CLOSE FACTRTN-FILE
    CLOSE FACTLOG-FILE
    CLOSE FACTRUN-FILE.

StartStreamStep.
    *> The job-stream guard holds this step (RC 12) unless FACTSPLT
    *> completed cleanly tonight; the streams themselves are checked
    *> below, as they always have been.
    MOVE SPACES TO FACT-STREAM-LINKAGE
    MOVE 0 TO JK-STEP-RC
    SET jk-fn-start TO TRUE
    MOVE "FACTMRG" TO JK-STEP
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
