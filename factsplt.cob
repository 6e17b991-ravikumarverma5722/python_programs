IDENTIFICATION DIVISION.
PROGRAM-ID. FactSplit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FACTIN-FILE ASSIGN TO "FACTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factin-status.
    SELECT OPTIONAL FACTSRC-FILE ASSIGN TO "FACTSRC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factsrc-status.
    SELECT OPTIONAL FACTQTA-FILE ASSIGN TO "FACTQTA"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factqta-status.
    SELECT FACTSPLC-FILE ASSIGN TO "FACTSPLC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factsplc-status.
    SELECT FACTIN01-FILE ASSIGN TO "FACTIN01"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-stream-status.
    SELECT FACTIN02-FILE ASSIGN TO "FACTIN02"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-stream-status.
    SELECT FACTIN03-FILE ASSIGN TO "FACTIN03"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-stream-status.
    SELECT FACTIN04-FILE ASSIGN TO "FACTIN04"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-stream-status.
    SELECT FACTIN05-FILE ASSIGN TO "FACTIN05"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-stream-status.
    SELECT FACTIN06-FILE ASSIGN TO "FACTIN06"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-stream-status.
    SELECT FACTIN07-FILE ASSIGN TO "FACTIN07"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-stream-status.
    SELECT FACTIN08-FILE ASSIGN TO "FACTIN08"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-stream-status.
    SELECT FACTCK01-FILE ASSIGN TO "FACTCK01"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-ckpt-status.
    SELECT FACTCK02-FILE ASSIGN TO "FACTCK02"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-ckpt-status.
    SELECT FACTCK03-FILE ASSIGN TO "FACTCK03"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-ckpt-status.
    SELECT FACTCK04-FILE ASSIGN TO "FACTCK04"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-ckpt-status.
    SELECT FACTCK05-FILE ASSIGN TO "FACTCK05"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-ckpt-status.
    SELECT FACTCK06-FILE ASSIGN TO "FACTCK06"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-ckpt-status.
    SELECT FACTCK07-FILE ASSIGN TO "FACTCK07"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-ckpt-status.
    SELECT FACTCK08-FILE ASSIGN TO "FACTCK08"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-ckpt-status.

DATA DIVISION.
FILE SECTION.
FD  FACTIN-FILE
    RECORD CONTAINS 40 CHARACTERS.
COPY FACTINR.

FD  FACTSRC-FILE
    RECORD CONTAINS 60 CHARACTERS.
COPY FACTSRCR.

FD  FACTQTA-FILE
    RECORD CONTAINS 40 CHARACTERS.
COPY FACTQTAR.

FD  FACTSPLC-FILE
    RECORD CONTAINS 40 CHARACTERS.
COPY FACTSPLR.

FD  FACTIN01-FILE
    RECORD CONTAINS 40 CHARACTERS.
01  FACTIN01-REC        PIC X(40).

FD  FACTIN02-FILE
    RECORD CONTAINS 40 CHARACTERS.
01  FACTIN02-REC        PIC X(40).

FD  FACTIN03-FILE
    RECORD CONTAINS 40 CHARACTERS.
01  FACTIN03-REC        PIC X(40).

FD  FACTIN04-FILE
    RECORD CONTAINS 40 CHARACTERS.
01  FACTIN04-REC        PIC X(40).

FD  FACTIN05-FILE
    RECORD CONTAINS 40 CHARACTERS.
01  FACTIN05-REC        PIC X(40).

FD  FACTIN06-FILE
    RECORD CONTAINS 40 CHARACTERS.
01  FACTIN06-REC        PIC X(40).

FD  FACTIN07-FILE
    RECORD CONTAINS 40 CHARACTERS.
01  FACTIN07-REC        PIC X(40).

FD  FACTIN08-FILE
    RECORD CONTAINS 40 CHARACTERS.
01  FACTIN08-REC        PIC X(40).

FD  FACTCK01-FILE
    RECORD CONTAINS 12 CHARACTERS.
01  FACTCK01-REC        PIC X(12).

FD  FACTCK02-FILE
    RECORD CONTAINS 12 CHARACTERS.
01  FACTCK02-REC        PIC X(12).

FD  FACTCK03-FILE
    RECORD CONTAINS 12 CHARACTERS.
01  FACTCK03-REC        PIC X(12).

FD  FACTCK04-FILE
    RECORD CONTAINS 12 CHARACTERS.
01  FACTCK04-REC        PIC X(12).

FD  FACTCK05-FILE
    RECORD CONTAINS 12 CHARACTERS.
01  FACTCK05-REC        PIC X(12).

FD  FACTCK06-FILE
    RECORD CONTAINS 12 CHARACTERS.
01  FACTCK06-REC        PIC X(12).

FD  FACTCK07-FILE
    RECORD CONTAINS 12 CHARACTERS.
01  FACTCK07-REC        PIC X(12).

FD  FACTCK08-FILE
    RECORD CONTAINS 12 CHARACTERS.
01  FACTCK08-REC        PIC X(12).

WORKING-STORAGE SECTION.
01  ws-factin-status    PIC X(2)  VALUE "00".
01  ws-factsrc-status   PIC X(2)  VALUE "00".
01  ws-factqta-status   PIC X(2)  VALUE "00".
01  ws-factsplc-status  PIC X(2)  VALUE "00".
01  ws-stream-status    PIC X(2)  VALUE "00".
01  ws-ckpt-status      PIC X(2)  VALUE "00".
01  ws-dd-name          PIC X(8)  VALUE SPACES.

*> Condition codes: 0 split clean, 4 duplicate check partial (seen
*> table full), 8 write failure - the stream files are not usable,
*> 12 could not start.
01  ws-run-rc           PIC 9(2)  VALUE 0.
01  ws-split-timestamp  PIC X(21) VALUE SPACES.
01  ws-eof-switch       PIC X(1)  VALUE "N".
    88 ws-eof-factin              VALUE "Y".
01  ws-records-read     PIC 9(6)  VALUE 0.

*> Routing. Each source set goes whole to one stream, in turn, so on
*> a night with no more sets than streams every set runs on its own.
*> Past that the sets double up, still whole - FactBatch balances
*> and subtotals each set against its own trailer, so a set is never
*> cut across two streams. Anything ahead of the first header rides
*> with the first stream, where FactBatch fails it exactly as a
*> single run would.
*> A set carrying any request for a center with a FACTQTA ceiling
*> goes to stream 1 instead, with every other such set, and the rest
*> rotate over streams 2 - 8. Each stream counts quota usage from
*> the journal plus its own night's work only, so this is what
*> holds a capped center to its ceiling: all of its work tonight is
*> checked in one stream, in feed order, as a single run checks it.
*> On a night with no capped work the sets rotate over all eight.
01  ws-stream-max       PIC 9(1)  VALUE 8.
01  ws-quota-stream     PIC 9(1)  VALUE 1.
01  ws-rr-first         PIC 9(1)  VALUE 1.
01  ws-rr-streams       PIC 9(1)  VALUE 8.
01  ws-rr-count         PIC 9(3)  VALUE 0.
01  ws-quota-set-count  PIC 9(3)  VALUE 0.
01  ws-cur-stream       PIC 9(1)  VALUE 1.
01  ws-stream-idx       PIC 9(1)  VALUE 0.
01  ws-set-count        PIC 9(3)  VALUE 0.
01  ws-set-quotient     PIC 9(3)  VALUE 0.
01  ws-set-remainder    PIC 9(1)  VALUE 0.
01  ws-doubled-switch   PIC X(1)  VALUE "N".
    88 ws-doubled-warned          VALUE "Y".
01  ws-stream-table.
    05 ws-stream-entry OCCURS 8.
       10 ws-st-records     PIC 9(6).
       10 ws-st-sets        PIC 9(2).
       10 ws-st-duplicates  PIC 9(6).

*> Cross-stream duplicate control. The streams run apart and none of
*> them sees the others' seen tables, so the in-run R006 check is
*> made here over the whole feed in file order - the first
*> occurrence wins, as it would in a single run, and every later one
*> is flagged on the record for its stream to reject. The rule
*> follows FactBatch's own: only conforming ids go in the table,
*> and never those of a set whose source is not registered, since
*> FactBatch bypasses that set's details before the duplicate check.
01  ws-seen-count       PIC 9(4)  VALUE 0.
01  ws-seen-max         PIC 9(4)  VALUE 5000.
01  ws-seen-table.
    05 ws-seen-id OCCURS 5000 PIC X(6).
01  ws-seen-idx         PIC 9(4)  VALUE 0.
01  ws-seen-switch      PIC X(1)  VALUE "N".
    88 ws-seen-found              VALUE "Y".
01  ws-seen-full-switch PIC X(1)  VALUE "N".
    88 ws-seen-table-full         VALUE "Y".
01  ws-dup-count        PIC 9(6)  VALUE 0.

*> Source-system registry, loaded the same way FactBatch loads it; an
*> absent DD means every set counts as registered, as it does there.
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
01  ws-set-open-switch  PIC X(1)  VALUE "N".
    88 ws-set-open                VALUE "Y".
01  ws-set-reg-switch   PIC X(1)  VALUE "Y".
    88 ws-set-registered          VALUE "Y".

*> Quota ceilings, loaded as FactBatch loads them: an unreadable
*> entry leaves its center uncapped and an overflow turns the check
*> off, there and here alike, so the routing follows the streams'
*> own view of which centers are capped. A center whose ceilings are
*> both zero is not enforced and is not routed. The prescan marks
*> each set, by its position in the feed, before anything is split.
01  ws-qta-switch       PIC X(1)  VALUE "N".
    88 ws-qta-loaded              VALUE "Y".
01  ws-qta-count        PIC 9(3)  VALUE 0.
01  ws-qta-max          PIC 9(3)  VALUE 200.
01  ws-qta-table.
    05 ws-qta-center OCCURS 200 PIC X(4).
01  ws-qta-idx          PIC 9(3)  VALUE 0.
01  ws-qta-found-switch PIC X(1)  VALUE "N".
    88 ws-qta-found               VALUE "Y".
01  ws-qta-eof-switch   PIC X(1)  VALUE "N".
    88 ws-eof-factqta             VALUE "Y".
01  ws-scan-eof-switch  PIC X(1)  VALUE "N".
    88 ws-eof-prescan             VALUE "Y".
01  ws-scan-set-count   PIC 9(3)  VALUE 0.
01  ws-qset-table.
    05 ws-qset-flag OCCURS 999 PIC X(1).
       88 ws-qset-capped          VALUE "Y".

*> Every stream starts the night from the top of its own file. A
*> checkpoint left over from an earlier night's abandoned stream
*> would otherwise skip that many records of tonight's split.
01  ws-zero-checkpoint.
    05 FILLER           PIC 9(6)  VALUE 0.
    05 FILLER           PIC X(6)  VALUE SPACES.

*> Call area for FactStreamGuard, the job-stream sequencing guard.
COPY FACTJSCK.

PROCEDURE DIVISION.
MainLine.
    PERFORM StartStreamStep
    PERFORM InitRun
    PERFORM LoadSourceRegistry
    PERFORM LoadQuotaTable
    IF ws-qta-loaded
        PERFORM PrescanQuotaSets
    END-IF
    OPEN INPUT FACTIN-FILE
    IF ws-factin-status NOT = "00"
        DISPLAY "FACTIN OPEN FAILED - STATUS " ws-factin-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    OPEN OUTPUT FACTSPLC-FILE
    IF ws-factsplc-status NOT = "00"
        DISPLAY "FACTSPLC OPEN FAILED - STATUS " ws-factsplc-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    PERFORM OpenStreamFiles
    PERFORM ResetStreamCheckpoint
        VARYING ws-stream-idx FROM 1 BY 1
        UNTIL ws-stream-idx > ws-stream-max
    PERFORM ReadFactin
    PERFORM UNTIL ws-eof-factin
        PERFORM RouteFactinRecord
        PERFORM ReadFactin
    END-PERFORM
    PERFORM WriteSplitControl
        VARYING ws-stream-idx FROM 1 BY 1
        UNTIL ws-stream-idx > ws-stream-max
    DISPLAY "FACTIN RECORDS READ: " ws-records-read
        " SOURCE SETS: " ws-set-count
        " DUPLICATES FLAGGED: " ws-dup-count
    DISPLAY "QUOTA SETS TO STREAM " ws-quota-stream ": "
        ws-quota-set-count
    PERFORM CloseAllFiles
    MOVE ws-run-rc TO RETURN-CODE
    PERFORM RecordStepEnd
    STOP RUN.

InitRun.
    MOVE FUNCTION CURRENT-DATE TO ws-split-timestamp
    INITIALIZE ws-stream-table
    MOVE ALL "N" TO ws-qset-table.

OpenStreamFiles.
    OPEN OUTPUT FACTIN01-FILE
    MOVE "FACTIN01" TO ws-dd-name
    PERFORM CheckStreamOpen
    OPEN OUTPUT FACTIN02-FILE
    MOVE "FACTIN02" TO ws-dd-name
    PERFORM CheckStreamOpen
    OPEN OUTPUT FACTIN03-FILE
    MOVE "FACTIN03" TO ws-dd-name
    PERFORM CheckStreamOpen
    OPEN OUTPUT FACTIN04-FILE
    MOVE "FACTIN04" TO ws-dd-name
    PERFORM CheckStreamOpen
    OPEN OUTPUT FACTIN05-FILE
    MOVE "FACTIN05" TO ws-dd-name
    PERFORM CheckStreamOpen
    OPEN OUTPUT FACTIN06-FILE
    MOVE "FACTIN06" TO ws-dd-name
    PERFORM CheckStreamOpen
    OPEN OUTPUT FACTIN07-FILE
    MOVE "FACTIN07" TO ws-dd-name
    PERFORM CheckStreamOpen
    OPEN OUTPUT FACTIN08-FILE
    MOVE "FACTIN08" TO ws-dd-name
    PERFORM CheckStreamOpen.

CheckStreamOpen.
    IF ws-stream-status NOT = "00"
        DISPLAY ws-dd-name " OPEN FAILED - STATUS " ws-stream-status
        MOVE 12 TO ws-run-rc
        PERFORM AbortSplit
    END-IF.

ResetStreamCheckpoint.
    *> A failed open leaves the write failing too, so the one status
    *> test after the write covers both.
    EVALUATE ws-stream-idx
        WHEN 1
            OPEN OUTPUT FACTCK01-FILE
            WRITE FACTCK01-REC FROM ws-zero-checkpoint
        WHEN 2
            OPEN OUTPUT FACTCK02-FILE
            WRITE FACTCK02-REC FROM ws-zero-checkpoint
        WHEN 3
            OPEN OUTPUT FACTCK03-FILE
            WRITE FACTCK03-REC FROM ws-zero-checkpoint
        WHEN 4
            OPEN OUTPUT FACTCK04-FILE
            WRITE FACTCK04-REC FROM ws-zero-checkpoint
        WHEN 5
            OPEN OUTPUT FACTCK05-FILE
            WRITE FACTCK05-REC FROM ws-zero-checkpoint
        WHEN 6
            OPEN OUTPUT FACTCK06-FILE
            WRITE FACTCK06-REC FROM ws-zero-checkpoint
        WHEN 7
            OPEN OUTPUT FACTCK07-FILE
            WRITE FACTCK07-REC FROM ws-zero-checkpoint
        WHEN 8
            OPEN OUTPUT FACTCK08-FILE
            WRITE FACTCK08-REC FROM ws-zero-checkpoint
    END-EVALUATE
    IF ws-ckpt-status NOT = "00"
        DISPLAY "FACTCK0" ws-stream-idx " RESET FAILED - STATUS "
            ws-ckpt-status
        MOVE 12 TO ws-run-rc
        PERFORM AbortSplit
    END-IF
    EVALUATE ws-stream-idx
        WHEN 1
            CLOSE FACTCK01-FILE
        WHEN 2
            CLOSE FACTCK02-FILE
        WHEN 3
            CLOSE FACTCK03-FILE
        WHEN 4
            CLOSE FACTCK04-FILE
        WHEN 5
            CLOSE FACTCK05-FILE
        WHEN 6
            CLOSE FACTCK06-FILE
        WHEN 7
            CLOSE FACTCK07-FILE
        WHEN 8
            CLOSE FACTCK08-FILE
    END-EVALUATE.

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
            DISPLAY "FACTSRC ABSENT - EVERY SET TREATED AS REGISTERED"
            CLOSE FACTSRC-FILE
        ELSE
            DISPLAY "FACTSRC OPEN FAILED - STATUS " ws-factsrc-status
            MOVE 12 TO RETURN-CODE
            PERFORM RecordStepEnd
            STOP RUN
        END-IF
    END-IF.

ReadSourceRegistry.
    READ FACTSRC-FILE
        AT END
            SET ws-eof-factsrc TO TRUE
    END-READ.

AddRegistryEntry.
    *> FactBatch turns its check off on an overflow, so the splitter
    *> must do the same or the two would disagree about which sets'
    *> ids count.
    IF ss-active
        IF ws-reg-count >= ws-reg-max
            DISPLAY "SOURCE REGISTRY TABLE FULL AT " ws-reg-max
                " - EVERY SET TREATED AS REGISTERED"
            MOVE "N" TO ws-reg-switch
        ELSE
            ADD 1 TO ws-reg-count
            MOVE SS-SOURCE-SYSTEM TO ws-reg-source (ws-reg-count)
        END-IF
    END-IF.

LoadQuotaTable.
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
            DISPLAY "FACTQTA ABSENT - SETS ROUTED WITHOUT QUOTAS"
            CLOSE FACTQTA-FILE
        ELSE
            DISPLAY "FACTQTA OPEN FAILED - STATUS " ws-factqta-status
            MOVE 12 TO RETURN-CODE
            PERFORM RecordStepEnd
            STOP RUN
        END-IF
    END-IF.

ReadQuotaRecord.
    READ FACTQTA-FILE
        AT END
            SET ws-eof-factqta TO TRUE
    END-READ.

AddQuotaEntry.
    IF QT-MONTHLY-LIMIT NOT NUMERIC OR QT-EXT-LIMIT NOT NUMERIC
        DISPLAY "FACTQTA ENTRY FOR " QT-COST-CENTER
            " NOT NUMERIC - IGNORED"
    ELSE
        IF ws-qta-count >= ws-qta-max
            DISPLAY "QUOTA TABLE FULL AT " ws-qta-max
                " - SETS ROUTED WITHOUT QUOTAS"
            MOVE "N" TO ws-qta-switch
        ELSE
            IF QT-MONTHLY-LIMIT > 0 OR QT-EXT-LIMIT > 0
                ADD 1 TO ws-qta-count
                MOVE QT-COST-CENTER TO ws-qta-center (ws-qta-count)
            END-IF
        END-IF
    END-IF.

PrescanQuotaSets.
    *> One pass over the feed ahead of the split, since a set's
    *> stream is chosen at its header and the centers are only known
    *> from its details. Details ahead of the first header ride with
    *> stream 1 in any case.
    OPEN INPUT FACTIN-FILE
    IF ws-factin-status NOT = "00"
        DISPLAY "FACTIN OPEN FAILED - STATUS " ws-factin-status
        MOVE 12 TO RETURN-CODE
        PERFORM RecordStepEnd
        STOP RUN
    END-IF
    PERFORM ReadPrescanRecord
    PERFORM UNTIL ws-eof-prescan
        EVALUATE TRUE
            WHEN fi-header-rec
                ADD 1 TO ws-scan-set-count
            WHEN fi-detail-rec
                IF ws-scan-set-count > 0
                    PERFORM MarkQuotaSet
                END-IF
        END-EVALUATE
        PERFORM ReadPrescanRecord
    END-PERFORM
    CLOSE FACTIN-FILE.

ReadPrescanRecord.
    READ FACTIN-FILE
        AT END
            SET ws-eof-prescan TO TRUE
    END-READ.

MarkQuotaSet.
    MOVE "N" TO ws-qta-found-switch
    PERFORM MatchQuotaCenter
        VARYING ws-qta-idx FROM 1 BY 1
        UNTIL ws-qta-idx > ws-qta-count OR ws-qta-found
    IF ws-qta-found
        SET ws-qset-capped (ws-scan-set-count) TO TRUE
        *> Stream 1 is kept to the quota sets on a night that has any.
        COMPUTE ws-rr-first = ws-quota-stream + 1
        COMPUTE ws-rr-streams = ws-stream-max - 1
    END-IF.

MatchQuotaCenter.
    IF ws-qta-center (ws-qta-idx) = FI-COST-CENTER
        SET ws-qta-found TO TRUE
    END-IF.

RouteFactinRecord.
    EVALUATE TRUE
        WHEN fi-header-rec
            PERFORM StartSourceSet
        WHEN fi-detail-rec
            PERFORM CheckSplitDuplicate
        WHEN fi-trailer-rec
            MOVE "N" TO ws-set-open-switch
    END-EVALUATE
    PERFORM WriteStreamRecord.

StartSourceSet.
    ADD 1 TO ws-set-count
    IF ws-qset-capped (ws-set-count)
        MOVE ws-quota-stream TO ws-cur-stream
        ADD 1 TO ws-quota-set-count
        DISPLAY "SOURCE " FH-SOURCE-SYSTEM " TO STREAM " ws-cur-stream
            " - QUOTA CENTERS"
    ELSE
        PERFORM NextRotationStream
        DISPLAY "SOURCE " FH-SOURCE-SYSTEM " TO STREAM " ws-cur-stream
    END-IF
    ADD 1 TO ws-st-sets (ws-cur-stream)
    SET ws-set-open TO TRUE
    SET ws-set-registered TO TRUE
    IF ws-reg-loaded
        MOVE "N" TO ws-reg-found-switch
        PERFORM MatchRegisteredSource
            VARYING ws-reg-idx FROM 1 BY 1
            UNTIL ws-reg-idx > ws-reg-count OR ws-reg-found
        IF NOT ws-reg-found
            MOVE "N" TO ws-set-reg-switch
        END-IF
    END-IF.

NextRotationStream.
    ADD 1 TO ws-rr-count
    DIVIDE ws-rr-count BY ws-rr-streams
        GIVING ws-set-quotient REMAINDER ws-set-remainder
    IF ws-set-remainder = 0
        MOVE ws-rr-streams TO ws-set-remainder
    END-IF
    COMPUTE ws-cur-stream = ws-rr-first + ws-set-remainder - 1
    IF ws-rr-count > ws-rr-streams AND NOT ws-doubled-warned
        DISPLAY "MORE SOURCE SETS THAN STREAMS - SETS DOUBLED UP FROM "
            FH-SOURCE-SYSTEM
        SET ws-doubled-warned TO TRUE
    END-IF.

MatchRegisteredSource.
    IF ws-reg-source (ws-reg-idx) = FH-SOURCE-SYSTEM
        SET ws-reg-found TO TRUE
    END-IF.

CheckSplitDuplicate.
    MOVE SPACE TO FI-SPLIT-DUP
    IF ws-set-open AND NOT ws-set-registered
        CONTINUE
    ELSE
        IF (FI-REQUEST-ID (1:3) = "REQ"
                AND FI-REQUEST-ID (4:3) NUMERIC)
            OR (FI-REQUEST-ID (1:1) = "S"
                AND FI-REQUEST-ID (2:5) NUMERIC)
            PERFORM CheckSeenId
        END-IF
    END-IF.

CheckSeenId.
    MOVE "N" TO ws-seen-switch
    PERFORM MatchSeenId
        VARYING ws-seen-idx FROM 1 BY 1
        UNTIL ws-seen-idx > ws-seen-count OR ws-seen-found
    IF ws-seen-found
        MOVE "D" TO FI-SPLIT-DUP
        ADD 1 TO ws-dup-count
        ADD 1 TO ws-st-duplicates (ws-cur-stream)
    ELSE
        IF ws-seen-count >= ws-seen-max
            IF NOT ws-seen-table-full
                DISPLAY "SEEN-ID TABLE FULL AT " ws-seen-max
                    " - CROSS-STREAM DUPLICATE CHECK PARTIAL"
                SET ws-seen-table-full TO TRUE
                IF ws-run-rc < 4
                    MOVE 4 TO ws-run-rc
                END-IF
            END-IF
        ELSE
            ADD 1 TO ws-seen-count
            MOVE FI-REQUEST-ID TO ws-seen-id (ws-seen-count)
        END-IF
    END-IF.

MatchSeenId.
    IF ws-seen-id (ws-seen-idx) = FI-REQUEST-ID
        SET ws-seen-found TO TRUE
    END-IF.

WriteStreamRecord.
    EVALUATE ws-cur-stream
        WHEN 1
            WRITE FACTIN01-REC FROM FACTIN-REC
        WHEN 2
            WRITE FACTIN02-REC FROM FACTIN-REC
        WHEN 3
            WRITE FACTIN03-REC FROM FACTIN-REC
        WHEN 4
            WRITE FACTIN04-REC FROM FACTIN-REC
        WHEN 5
            WRITE FACTIN05-REC FROM FACTIN-REC
        WHEN 6
            WRITE FACTIN06-REC FROM FACTIN-REC
        WHEN 7
            WRITE FACTIN07-REC FROM FACTIN-REC
        WHEN 8
            WRITE FACTIN08-REC FROM FACTIN-REC
    END-EVALUATE
    IF ws-stream-status NOT = "00"
        DISPLAY "FACTIN0" ws-cur-stream " WRITE FAILED - STATUS "
            ws-stream-status
        MOVE 8 TO ws-run-rc
        PERFORM AbortSplit
    END-IF
    ADD 1 TO ws-st-records (ws-cur-stream).

WriteSplitControl.
    MOVE SPACES TO FACTSPLC-REC
    MOVE ws-stream-idx TO SP-STREAM
    MOVE ws-split-timestamp TO SP-SPLIT-TS
    MOVE ws-st-records (ws-stream-idx) TO SP-RECORDS
    MOVE ws-st-sets (ws-stream-idx) TO SP-SETS
    MOVE ws-st-duplicates (ws-stream-idx) TO SP-DUPLICATES
    WRITE FACTSPLC-REC
    IF ws-factsplc-status NOT = "00"
        DISPLAY "FACTSPLC WRITE FAILED - STATUS " ws-factsplc-status
        MOVE 8 TO ws-run-rc
        PERFORM AbortSplit
    END-IF
    DISPLAY "STREAM " ws-stream-idx " RECORDS " SP-RECORDS
        " SETS " SP-SETS " DUPLICATES " SP-DUPLICATES.

ReadFactin.
    READ FACTIN-FILE
        AT END
            SET ws-eof-factin TO TRUE
        NOT AT END
            ADD 1 TO ws-records-read
    END-READ.

AbortSplit.
    PERFORM CloseAllFiles
    MOVE ws-run-rc TO RETURN-CODE
    PERFORM RecordStepEnd
    STOP RUN.

CloseAllFiles.
    CLOSE FACTIN-FILE
    CLOSE FACTSPLC-FILE
    CLOSE FACTIN01-FILE
    CLOSE FACTIN02-FILE
    CLOSE FACTIN03-FILE
    CLOSE FACTIN04-FILE
    CLOSE FACTIN05-FILE
    CLOSE FACTIN06-FILE
    CLOSE FACTIN07-FILE
    CLOSE FACTIN08-FILE.

StartStreamStep.
    *> The job-stream guard holds this step (RC 12) unless FACTSORD
    *> completed cleanly tonight. The streams after it are not
    *> recorded; this step and FACTMRG stand for them.
    MOVE SPACES TO FACT-STREAM-LINKAGE
    MOVE 0 TO JK-STEP-RC
    SET jk-fn-start TO TRUE
    MOVE "FACTSPLT" TO JK-STEP
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
