IDENTIFICATION DIVISION.
PROGRAM-ID. FactFeedCheck.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FACTSRC-FILE ASSIGN TO "FACTSRC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factsrc-status.
    SELECT OPTIONAL FACTIN-FILE ASSIGN TO "FACTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factin-status.
    SELECT FACTFXR-FILE ASSIGN TO "FACTFXR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factfxr-status.

DATA DIVISION.
FILE SECTION.
FD  FACTSRC-FILE
    RECORD CONTAINS 60 CHARACTERS.
COPY FACTSRCR.

FD  FACTIN-FILE
    RECORD CONTAINS 40 CHARACTERS.
COPY FACTINR.

FD  FACTFXR-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  FACTFXR-REC         PIC X(80).

WORKING-STORAGE SECTION.
01  ws-factsrc-status   PIC X(2)  VALUE "00".
01  ws-factin-status    PIC X(2)  VALUE "00".
01  ws-factfxr-status   PIC X(2)  VALUE "00".

01  ws-eof-src-switch   PIC X(1)  VALUE "N".
    88 ws-eof-factsrc             VALUE "Y".
01  ws-eof-in-switch    PIC X(1)  VALUE "N".
    88 ws-eof-factin              VALUE "Y".

*> Condition codes follow the FactBatch discipline: 0 every expected
*> feed arrived on a delivery day inside its normal volume, 4 there
*> is at least one exception to chase, 8 I/O trouble, 12 could not
*> start (no registry, or a bad PARM date).
01  ws-run-rc           PIC 9(2)  VALUE 0.

*> The registry, with what actually arrived on FACTIN tallied against
*> each entry. Sets from sources not on the registry go in the
*> stranger table - FactBatch has already failed them, and they are
*> listed here so the morning shift sees them in one place.
01  ws-reg-count        PIC 9(3)  VALUE 0.
01  ws-reg-max          PIC 9(3)  VALUE 100.
01  ws-reg-table.
    05 ws-reg-entry OCCURS 100.
       10 ws-reg-source     PIC X(8).
       10 ws-reg-status     PIC X(1).
       10 ws-reg-days       PIC X(7).
       10 ws-reg-min        PIC 9(6).
       10 ws-reg-max-det    PIC 9(6).
       10 ws-reg-sets       PIC 9(3).
       10 ws-reg-details    PIC 9(6).
01  ws-reg-idx          PIC 9(3)  VALUE 0.
01  ws-reg-found-switch PIC X(1)  VALUE "N".
    88 ws-reg-found               VALUE "Y".

01  ws-unk-count        PIC 9(3)  VALUE 0.
01  ws-unk-max          PIC 9(3)  VALUE 50.
01  ws-unk-table.
    05 ws-unk-entry OCCURS 50.
       10 ws-unk-source     PIC X(8).
       10 ws-unk-details    PIC 9(6).
01  ws-unk-idx          PIC 9(3)  VALUE 0.

*> Set being tallied - details are counted as read, not taken from
*> the trailer, so a short feed shows as the volume it really was.
01  ws-cur-switch       PIC X(1)  VALUE "N".
    88 ws-cur-registered          VALUE "R".
    88 ws-cur-stranger            VALUE "U".
01  ws-cur-idx          PIC 9(3)  VALUE 0.

01  ws-exception-count  PIC 9(4)  VALUE 0.
01  ws-arrived-count    PIC 9(3)  VALUE 0.
01  ws-sets-read        PIC 9(4)  VALUE 0.

*> Day of week for the processing date, 1 = Monday. Day 1 of the
*> integer-date calendar, 1 January 1601, was a Monday.
01  ws-proc-date        PIC 9(8)  VALUE 0.
01  ws-proc-date-x REDEFINES ws-proc-date.
    05 ws-proc-yyyy     PIC 9(4).
    05 ws-proc-mm       PIC 9(2).
    05 ws-proc-dd       PIC 9(2).
01  ws-proc-int         PIC 9(7)  VALUE 0.
01  ws-dow              PIC 9(1)  VALUE 0.
01  ws-day-names        PIC X(63) VALUE
    "MONDAY   TUESDAY  WEDNESDAYTHURSDAY FRIDAY   SATURDAY SUNDAY   ".
01  ws-day-table REDEFINES ws-day-names.
    05 ws-day-name OCCURS 7 PIC X(9).

01  ws-lines-on-page    PIC 9(2)  VALUE 0.
01  ws-lines-per-page   PIC 9(2)  VALUE 50.
01  ws-page-count       PIC 9(4)  VALUE 0.

01  ws-run-date.
    05 ws-run-yyyy      PIC 9(4).
    05 ws-run-mm        PIC 9(2).
    05 ws-run-dd        PIC 9(2).
01  ws-run-date-n REDEFINES ws-run-date PIC 9(8).

01  ws-heading-1.
    05 FILLER           PIC X(28) VALUE "FEED EXCEPTION REPORT".
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
    05 FILLER           PIC X(17) VALUE "PROCESSING DATE: ".
    05 hd-proc-mm       PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hd-proc-dd       PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hd-proc-yyyy     PIC 9(4).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 hd-proc-day      PIC X(9).

01  ws-heading-3.
    05 FILLER           PIC X(8)  VALUE "SOURCE".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(7)  VALUE "DETAILS".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(7)  VALUE " NORMAL".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(7)  VALUE "  RANGE".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(30) VALUE "EXCEPTION".

01  ws-report-line.
    05 rl-source        PIC X(8).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 rl-details       PIC X(7).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 rl-min           PIC X(7).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 rl-max           PIC X(7).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 rl-exception     PIC X(36).

01  ws-count-edit       PIC ZZZ,ZZ9.

01  ws-summary-line.
    05 FILLER           PIC X(12) VALUE "REGISTERED: ".
    05 su-registered    PIC ZZ9.
    05 FILLER           PIC X(12) VALUE "  ARRIVED: ".
    05 su-arrived       PIC ZZ9.
    05 FILLER           PIC X(14) VALUE "  SETS READ: ".
    05 su-sets          PIC ZZZ9.
    05 FILLER           PIC X(14) VALUE "  EXCEPTIONS: ".
    05 su-exceptions    PIC ZZZ9.

01  ws-clean-line       PIC X(80) VALUE
    "NO FEED EXCEPTIONS FOR THE PROCESSING DATE".

LINKAGE SECTION.
01  LK-PARM-AREA.
    05 LK-PARM-LEN       PIC S9(4) COMP.
    05 LK-PARM-TEXT.
        10 LK-PARM-DATE   PIC X(8).
        10 FILLER         PIC X(72).

PROCEDURE DIVISION USING LK-PARM-AREA.
MainLine.
    PERFORM InitRun
    PERFORM ParseParm
    OPEN INPUT FACTSRC-FILE
    IF ws-factsrc-status NOT = "00"
        DISPLAY "FACTSRC OPEN FAILED - STATUS " ws-factsrc-status
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT FACTIN-FILE
    IF ws-factin-status NOT = "00" AND ws-factin-status NOT = "05"
        DISPLAY "FACTIN OPEN FAILED - STATUS " ws-factin-status
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT FACTFXR-FILE
    IF ws-factfxr-status NOT = "00"
        DISPLAY "FACTFXR OPEN FAILED - STATUS " ws-factfxr-status
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LoadRegistry
    PERFORM WriteHeadings
    PERFORM ReadFactin
    PERFORM UNTIL ws-eof-factin
        EVALUATE TRUE
            WHEN fi-header-rec
                PERFORM TallyHeader
            WHEN fi-detail-rec
                PERFORM TallyDetail
            WHEN fi-trailer-rec
                MOVE "N" TO ws-cur-switch
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        PERFORM ReadFactin
    END-PERFORM
    PERFORM CheckRegisteredFeed
        VARYING ws-reg-idx FROM 1 BY 1
        UNTIL ws-reg-idx > ws-reg-count
    PERFORM ReportStranger
        VARYING ws-unk-idx FROM 1 BY 1
        UNTIL ws-unk-idx > ws-unk-count
    IF ws-exception-count = 0
        MOVE ws-clean-line TO FACTFXR-REC
        PERFORM WriteFxrRec
    END-IF
    PERFORM WriteSummary
    CLOSE FACTSRC-FILE
    CLOSE FACTIN-FILE
    CLOSE FACTFXR-FILE
    MOVE ws-run-rc TO RETURN-CODE
    STOP RUN.

InitRun.
    ACCEPT ws-run-date FROM DATE YYYYMMDD.

ParseParm.
    *> PARM cols 1-8 name the processing date when the report is run
    *> for a night other than today's (a rerun the next morning).
    MOVE ws-run-date-n TO ws-proc-date
    IF ADDRESS OF LK-PARM-AREA NOT = NULL AND LK-PARM-LEN >= 8
        IF LK-PARM-DATE NUMERIC
            MOVE LK-PARM-DATE TO ws-proc-date
        ELSE
            DISPLAY "PARM DATE NOT NUMERIC - " LK-PARM-DATE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    IF ws-proc-yyyy < 1601 OR ws-proc-mm < 1 OR ws-proc-mm > 12
            OR ws-proc-dd < 1 OR ws-proc-dd > 31
        DISPLAY "PROCESSING DATE INVALID - " ws-proc-date
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    *> The range test passes 20260231; the round trip through the
    *> day number does not.
    IF FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(ws-proc-date))
            NOT = ws-proc-date
        DISPLAY "PROCESSING DATE NOT A CALENDAR DATE - " ws-proc-date
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    COMPUTE ws-proc-int = FUNCTION INTEGER-OF-DATE(ws-proc-date)
    COMPUTE ws-dow = FUNCTION MOD(ws-proc-int - 1, 7) + 1.

LoadRegistry.
    PERFORM ReadFactsrc
    PERFORM UNTIL ws-eof-factsrc
        IF ws-reg-count >= ws-reg-max
            DISPLAY "REGISTRY TABLE FULL AT " ws-reg-max
                " - REMAINING ENTRIES NOT CHECKED"
            PERFORM RaiseRc4
            SET ws-eof-factsrc TO TRUE
        ELSE
            ADD 1 TO ws-reg-count
            MOVE SS-SOURCE-SYSTEM TO ws-reg-source (ws-reg-count)
            MOVE SS-STATUS TO ws-reg-status (ws-reg-count)
            MOVE SS-DELIVERY-DAYS TO ws-reg-days (ws-reg-count)
            IF SS-MIN-DETAILS NUMERIC
                MOVE SS-MIN-DETAILS TO ws-reg-min (ws-reg-count)
            ELSE
                MOVE 0 TO ws-reg-min (ws-reg-count)
            END-IF
            IF SS-MAX-DETAILS NUMERIC
                MOVE SS-MAX-DETAILS TO ws-reg-max-det (ws-reg-count)
            ELSE
                MOVE 999999 TO ws-reg-max-det (ws-reg-count)
            END-IF
            MOVE 0 TO ws-reg-sets (ws-reg-count)
            MOVE 0 TO ws-reg-details (ws-reg-count)
            PERFORM ReadFactsrc
        END-IF
    END-PERFORM.

ReadFactsrc.
    READ FACTSRC-FILE
        AT END
            SET ws-eof-factsrc TO TRUE
    END-READ.

ReadFactin.
    READ FACTIN-FILE
        AT END
            SET ws-eof-factin TO TRUE
    END-READ.

TallyHeader.
    ADD 1 TO ws-sets-read
    MOVE "N" TO ws-reg-found-switch
    PERFORM MatchRegistry
        VARYING ws-reg-idx FROM 1 BY 1
        UNTIL ws-reg-idx > ws-reg-count OR ws-reg-found
    IF ws-reg-found AND ws-reg-status (ws-reg-idx) = "A"
        SET ws-cur-registered TO TRUE
        MOVE ws-reg-idx TO ws-cur-idx
        ADD 1 TO ws-reg-sets (ws-cur-idx)
    ELSE
        PERFORM AddStranger
    END-IF.

MatchRegistry.
    IF ws-reg-source (ws-reg-idx) = FH-SOURCE-SYSTEM
        SET ws-reg-found TO TRUE
        *> Step the index back so the perform-until leaves it
        *> pointing at the matched entry.
        SUBTRACT 1 FROM ws-reg-idx
    END-IF.

AddStranger.
    IF ws-unk-count >= ws-unk-max
        DISPLAY "UNREGISTERED SOURCE TABLE FULL AT " ws-unk-max
        MOVE "N" TO ws-cur-switch
        PERFORM RaiseRc4
    ELSE
        ADD 1 TO ws-unk-count
        MOVE FH-SOURCE-SYSTEM TO ws-unk-source (ws-unk-count)
        MOVE 0 TO ws-unk-details (ws-unk-count)
        MOVE ws-unk-count TO ws-cur-idx
        SET ws-cur-stranger TO TRUE
    END-IF.

TallyDetail.
    EVALUATE TRUE
        WHEN ws-cur-registered
            ADD 1 TO ws-reg-details (ws-cur-idx)
        WHEN ws-cur-stranger
            ADD 1 TO ws-unk-details (ws-cur-idx)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

CheckRegisteredFeed.
    *> Inactive entries are not expected and are not checked; a set
    *> from one fails in FactBatch and is listed with the strangers.
    IF ws-reg-status (ws-reg-idx) = "A"
        IF ws-reg-sets (ws-reg-idx) > 0
            ADD 1 TO ws-arrived-count
        END-IF
        PERFORM BuildRegisteredLine
        IF ws-reg-sets (ws-reg-idx) = 0
            IF ws-reg-days (ws-reg-idx) (ws-dow:1) = "Y"
                MOVE "EXPECTED FEED ABSENT" TO rl-exception
                MOVE SPACES TO rl-details
                PERFORM WriteExceptionLine
            END-IF
        ELSE
            IF ws-reg-days (ws-reg-idx) (ws-dow:1) NOT = "Y"
                MOVE "ARRIVED ON NON-DELIVERY DAY" TO rl-exception
                PERFORM WriteExceptionLine
            END-IF
            IF ws-reg-details (ws-reg-idx) < ws-reg-min (ws-reg-idx)
                MOVE "VOLUME BELOW NORMAL RANGE" TO rl-exception
                PERFORM WriteExceptionLine
            END-IF
            IF ws-reg-details (ws-reg-idx) > ws-reg-max-det (ws-reg-idx)
                MOVE "VOLUME ABOVE NORMAL RANGE" TO rl-exception
                PERFORM WriteExceptionLine
            END-IF
            IF ws-reg-sets (ws-reg-idx) > 1
                MOVE "MORE THAN ONE SET RECEIVED" TO rl-exception
                PERFORM WriteExceptionLine
            END-IF
        END-IF
    END-IF.

BuildRegisteredLine.
    MOVE ws-reg-source (ws-reg-idx) TO rl-source
    MOVE ws-reg-details (ws-reg-idx) TO ws-count-edit
    MOVE ws-count-edit TO rl-details
    MOVE ws-reg-min (ws-reg-idx) TO ws-count-edit
    MOVE ws-count-edit TO rl-min
    MOVE ws-reg-max-det (ws-reg-idx) TO ws-count-edit
    MOVE ws-count-edit TO rl-max.

ReportStranger.
    MOVE ws-unk-source (ws-unk-idx) TO rl-source
    MOVE ws-unk-details (ws-unk-idx) TO ws-count-edit
    MOVE ws-count-edit TO rl-details
    MOVE SPACES TO rl-min
    MOVE SPACES TO rl-max
    MOVE "NOT REGISTERED - SET FAILED" TO rl-exception
    PERFORM WriteExceptionLine.

WriteExceptionLine.
    ADD 1 TO ws-exception-count
    PERFORM RaiseRc4
    IF ws-lines-on-page >= ws-lines-per-page
        PERFORM WriteHeadings
    END-IF
    MOVE ws-report-line TO FACTFXR-REC
    PERFORM WriteFxrRec
    ADD 1 TO ws-lines-on-page.

RaiseRc4.
    IF ws-run-rc < 4
        MOVE 4 TO ws-run-rc
    END-IF.

WriteHeadings.
    MOVE ws-run-mm TO hd-run-mm
    MOVE ws-run-dd TO hd-run-dd
    MOVE ws-run-yyyy TO hd-run-yyyy
    ADD 1 TO ws-page-count
    MOVE ws-page-count TO hd-page-no
    MOVE ws-proc-mm TO hd-proc-mm
    MOVE ws-proc-dd TO hd-proc-dd
    MOVE ws-proc-yyyy TO hd-proc-yyyy
    MOVE ws-day-name (ws-dow) TO hd-proc-day
    MOVE ws-heading-1 TO FACTFXR-REC
    PERFORM WriteFxrRec
    MOVE ws-heading-2 TO FACTFXR-REC
    PERFORM WriteFxrRec
    MOVE ws-heading-3 TO FACTFXR-REC
    PERFORM WriteFxrRec
    MOVE SPACES TO FACTFXR-REC
    PERFORM WriteFxrRec
    MOVE 0 TO ws-lines-on-page.

WriteSummary.
    MOVE SPACES TO FACTFXR-REC
    PERFORM WriteFxrRec
    MOVE ws-reg-count TO su-registered
    MOVE ws-arrived-count TO su-arrived
    MOVE ws-sets-read TO su-sets
    MOVE ws-exception-count TO su-exceptions
    MOVE ws-summary-line TO FACTFXR-REC
    PERFORM WriteFxrRec.

WriteFxrRec.
    WRITE FACTFXR-REC
    IF ws-factfxr-status NOT = "00"
        DISPLAY "FACTFXR WRITE FAILED - STATUS " ws-factfxr-status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
