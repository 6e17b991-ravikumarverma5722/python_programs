IDENTIFICATION DIVISION.
PROGRAM-ID. FactStandingList.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FACTSO-FILE ASSIGN TO "FACTSO"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factso-status.
    SELECT FACTSOL-FILE ASSIGN TO "FACTSOL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factsol-status.

DATA DIVISION.
FILE SECTION.
FD  FACTSO-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY FACTSOR.

FD  FACTSOL-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  FACTSOL-REC         PIC X(80).

WORKING-STORAGE SECTION.
01  ws-factso-status    PIC X(2)  VALUE "00".
01  ws-factsol-status   PIC X(2)  VALUE "00".
01  ws-eof-switch       PIC X(1)  VALUE "N".
    88 ws-eof-factso              VALUE "Y".

*> Condition codes follow the FactBatch discipline: 0 clean listing,
*> 4 attention (invalid or duplicated orders, or no order file to
*> list), 8 I/O trouble, 12 could not start.
01  ws-run-rc           PIC 9(2)  VALUE 0.

01  ws-records-read     PIC 9(6)  VALUE 0.
01  ws-active-count     PIC 9(6)  VALUE 0.
01  ws-suspended-count  PIC 9(6)  VALUE 0.
01  ws-expired-count    PIC 9(6)  VALUE 0.
01  ws-bad-count        PIC 9(6)  VALUE 0.

*> Every order id listed so far, for the duplicate check - two
*> orders under one id cannot be told apart on the generation
*> report, so operations has to see it.
01  ws-seen-count       PIC 9(3)  VALUE 0.
01  ws-seen-max         PIC 9(3)  VALUE 500.
01  ws-seen-table.
    05 ws-seen-order OCCURS 500 PIC X(6).
01  ws-seen-idx         PIC 9(3)  VALUE 0.
01  ws-seen-switch      PIC X(1)  VALUE "N".
    88 ws-seen-found              VALUE "Y".

*> An order whose end date falls within this many days of the
*> listing date is flagged so the department can renew it in time.
01  ws-renew-warn-days  PIC 9(3)  VALUE 30.

01  ws-order-valid-switch PIC X(1) VALUE "Y".
    88 ws-order-valid             VALUE "Y".

*> Date arithmetic for the next-due calculation.
01  ws-list-date        PIC 9(8)  VALUE 0.
01  ws-list-int         PIC 9(7)  VALUE 0.
01  ws-start-int        PIC 9(7)  VALUE 0.
01  ws-from-int         PIC 9(7)  VALUE 0.
01  ws-end-int          PIC 9(7)  VALUE 0.
01  ws-weeks            PIC 9(5)  VALUE 0.
01  ws-next-due-date    PIC 9(8)  VALUE 0.
01  ws-month-date       PIC 9(8)  VALUE 0.
01  ws-month-parts REDEFINES ws-month-date.
    05 ws-month-yyyy    PIC 9(4).
    05 ws-month-mm      PIC 9(2).
    05 ws-month-dd      PIC 9(2).
01  ws-check-date       PIC 9(8)  VALUE 0.
01  ws-check-parts REDEFINES ws-check-date.
    05 ws-check-yyyy    PIC 9(4).
    05 ws-check-mm      PIC 9(2).
    05 ws-check-dd      PIC 9(2).
01  ws-date-valid-switch PIC X(1) VALUE "Y".
    88 ws-date-valid              VALUE "Y".
01  ws-fmt-date         PIC 9(8)  VALUE 0.
01  ws-fmt-text.
    05 ws-fmt-mm        PIC X(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 ws-fmt-dd        PIC X(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 ws-fmt-yyyy      PIC X(4).

01  ws-lines-on-page    PIC 9(2)  VALUE 0.
01  ws-lines-per-page   PIC 9(2)  VALUE 50.
01  ws-page-count       PIC 9(4)  VALUE 0.

01  ws-run-date.
    05 ws-run-yyyy      PIC 9(4).
    05 ws-run-mm        PIC 9(2).
    05 ws-run-dd        PIC 9(2).
01  ws-run-date-n REDEFINES ws-run-date PIC 9(8).

01  ws-heading-1.
    05 FILLER           PIC X(28) VALUE
       "STANDING ORDER LISTING".
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
    05 FILLER           PIC X(6)  VALUE "ORDER".
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 FILLER           PIC X(3)  VALUE "NUM".
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 FILLER           PIC X(2)  VALUE "TT".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(2)  VALUE " R".
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 FILLER           PIC X(4)  VALUE "DEPT".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(1)  VALUE "F".
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(10) VALUE "STARTS".
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 FILLER           PIC X(10) VALUE "NEXT DUE".
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 FILLER           PIC X(10) VALUE "EXPIRES".
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 FILLER           PIC X(20) VALUE "REMARK".

01  ws-detail-line.
    05 dl-order-id      PIC X(6).
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 dl-num           PIC X(2).
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 dl-tran          PIC X(1).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 dl-num-r         PIC X(2).
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 dl-cost-center   PIC X(4).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 dl-frequency     PIC X(1).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 dl-start         PIC X(10).
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 dl-next-due      PIC X(10).
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 dl-expires       PIC X(10).
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 dl-remark        PIC X(20).

01  ws-desc-line.
    05 FILLER           PIC X(7)  VALUE SPACES.
    05 dl-description   PIC X(24).

01  ws-summary-line.
    05 FILLER           PIC X(8)  VALUE "ORDERS: ".
    05 su-total         PIC ZZZ,ZZ9.
    05 FILLER           PIC X(10) VALUE "  ACTIVE: ".
    05 su-active        PIC ZZZ,ZZ9.
    05 FILLER           PIC X(13) VALUE "  SUSPENDED: ".
    05 su-suspended     PIC ZZZ,ZZ9.
    05 FILLER           PIC X(11) VALUE "  EXPIRED: ".
    05 su-expired       PIC ZZZ,ZZ9.

01  ws-summary-line-2.
    05 FILLER           PIC X(9)  VALUE "INVALID: ".
    05 su-bad           PIC ZZZ,ZZ9.

01  ws-cert-line        PIC X(80) VALUE
    "CERTIFIED CORRECT BY: ____________________  DATE: __________".

01  ws-empty-line       PIC X(80) VALUE
    "STANDING ORDER FILE ABSENT OR EMPTY - NOTHING TO CERTIFY".

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
    OPEN OUTPUT FACTSOL-FILE
    IF ws-factsol-status NOT = "00"
        DISPLAY "FACTSOL OPEN FAILED - STATUS " ws-factsol-status
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WriteHeadings
    OPEN INPUT FACTSO-FILE
    IF ws-factso-status NOT = "00" AND ws-factso-status NOT = "05"
        DISPLAY "FACTSO OPEN FAILED - STATUS " ws-factso-status
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM ReadFactso
    PERFORM UNTIL ws-eof-factso
        PERFORM ListOrderRecord
        PERFORM ReadFactso
    END-PERFORM
    IF ws-records-read = 0
        MOVE ws-empty-line TO FACTSOL-REC
        PERFORM WriteSolRec
        IF ws-run-rc < 4
            MOVE 4 TO ws-run-rc
        END-IF
    END-IF
    PERFORM WriteSummary
    CLOSE FACTSO-FILE
    CLOSE FACTSOL-FILE
    MOVE ws-run-rc TO RETURN-CODE
    STOP RUN.

InitRun.
    ACCEPT ws-run-date FROM DATE YYYYMMDD.

ParseParm.
    *> PARM cols 1-8 list the orders as of another date (a look
    *> ahead before a holiday, say); the default is today.
    MOVE ws-run-date-n TO ws-list-date
    IF ADDRESS OF LK-PARM-AREA NOT = NULL AND LK-PARM-LEN >= 8
        MOVE LK-PARM-DATE TO ws-check-date
        PERFORM CheckCalendarDate
        IF ws-date-valid
            MOVE LK-PARM-DATE TO ws-list-date
        ELSE
            DISPLAY "PARM DATE NOT A CALENDAR DATE - " LK-PARM-DATE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    COMPUTE ws-list-int = FUNCTION INTEGER-OF-DATE(ws-list-date).

ReadFactso.
    READ FACTSO-FILE
        AT END
            SET ws-eof-factso TO TRUE
        NOT AT END
            ADD 1 TO ws-records-read
    END-READ.

ListOrderRecord.
    MOVE SO-ORDER-ID TO dl-order-id
    MOVE SO-NUM TO dl-num
    MOVE SO-TRAN-TYPE TO dl-tran
    MOVE SO-NUM-R TO dl-num-r
    MOVE SO-COST-CENTER TO dl-cost-center
    MOVE SO-FREQUENCY TO dl-frequency
    MOVE SPACES TO dl-start
    MOVE SPACES TO dl-next-due
    MOVE SPACES TO dl-expires
    MOVE SPACES TO dl-remark
    MOVE SO-DESCRIPTION TO dl-description
    PERFORM ValidateOrder
    IF ws-order-valid
        MOVE SO-START-DATE TO ws-fmt-date
        PERFORM FormatDate
        MOVE ws-fmt-text TO dl-start
        IF SO-END-DATE = 99999999
            MOVE "OPEN-ENDED" TO dl-expires
        ELSE
            MOVE SO-END-DATE TO ws-fmt-date
            PERFORM FormatDate
            MOVE ws-fmt-text TO dl-expires
        END-IF
        PERFORM ComputeNextDue
        PERFORM ClassifyOrder
    ELSE
        ADD 1 TO ws-bad-count
        IF ws-run-rc < 4
            MOVE 4 TO ws-run-rc
        END-IF
    END-IF
    IF SO-ORDER-ID NOT = SPACES
        PERFORM CheckDuplicateOrder
    END-IF
    PERFORM WriteDetailLine.

*> The same field checks FactStandingOrder applies before it will
*> generate an order; the first failure found is the remark.
ValidateOrder.
    SET ws-order-valid TO TRUE
    EVALUATE TRUE
        WHEN SO-ORDER-ID = SPACES
            MOVE "ORDER ID BLANK" TO dl-remark
        WHEN NOT so-active AND NOT so-suspended
            MOVE "STATUS UNREADABLE" TO dl-remark
        WHEN SO-NUM NOT NUMERIC
            MOVE "NUM NOT NUMERIC" TO dl-remark
        WHEN NOT so-tran-known
            MOVE "TRAN TYPE UNKNOWN" TO dl-remark
        WHEN (so-tran-permute OR so-tran-combine)
                AND SO-NUM-R NOT NUMERIC
            MOVE "R NOT NUMERIC" TO dl-remark
        WHEN SO-COST-CENTER = SPACES
            MOVE "COST CENTER BLANK" TO dl-remark
        WHEN NOT so-daily AND NOT so-weekly AND NOT so-month-end
            MOVE "FREQUENCY UNKNOWN" TO dl-remark
    END-EVALUATE
    IF dl-remark = SPACES
        MOVE SO-START-DATE TO ws-check-date
        PERFORM CheckCalendarDate
        IF NOT ws-date-valid
            MOVE "START DATE INVALID" TO dl-remark
        END-IF
    END-IF
    IF dl-remark = SPACES AND SO-END-DATE NOT = 99999999
        MOVE SO-END-DATE TO ws-check-date
        PERFORM CheckCalendarDate
        IF NOT ws-date-valid OR SO-END-DATE < SO-START-DATE
            MOVE "END DATE INVALID" TO dl-remark
        END-IF
    END-IF
    IF dl-remark NOT = SPACES
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

*> Next due is the first date on or after the listing date (or the
*> start date, if later) that the generator's due rules select:
*> D that date itself, W the next date on the start date's weekday,
*> M the last day of that month. Zero when it would fall after the
*> end date - the order will never generate again.
ComputeNextDue.
    COMPUTE ws-start-int = FUNCTION INTEGER-OF-DATE(SO-START-DATE)
    IF ws-start-int > ws-list-int
        MOVE ws-start-int TO ws-from-int
    ELSE
        MOVE ws-list-int TO ws-from-int
    END-IF
    EVALUATE TRUE
        WHEN so-daily
            MOVE FUNCTION DATE-OF-INTEGER(ws-from-int)
                TO ws-next-due-date
        WHEN so-weekly
            COMPUTE ws-weeks = (ws-from-int - ws-start-int + 6) / 7
            COMPUTE ws-from-int = ws-start-int + ws-weeks * 7
            MOVE FUNCTION DATE-OF-INTEGER(ws-from-int)
                TO ws-next-due-date
        WHEN so-month-end
            MOVE FUNCTION DATE-OF-INTEGER(ws-from-int)
                TO ws-month-date
            IF ws-month-mm = 12
                ADD 1 TO ws-month-yyyy
                MOVE 1 TO ws-month-mm
            ELSE
                ADD 1 TO ws-month-mm
            END-IF
            MOVE 1 TO ws-month-dd
            MOVE FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(ws-month-date) - 1)
                TO ws-next-due-date
    END-EVALUATE
    IF SO-END-DATE NOT = 99999999
            AND ws-next-due-date > SO-END-DATE
        MOVE 0 TO ws-next-due-date
    END-IF.

ClassifyOrder.
    EVALUATE TRUE
        WHEN ws-next-due-date = 0
            MOVE "NONE" TO dl-next-due
            MOVE "EXPIRED" TO dl-remark
            ADD 1 TO ws-expired-count
        WHEN so-suspended
            MOVE ws-next-due-date TO ws-fmt-date
            PERFORM FormatDate
            MOVE ws-fmt-text TO dl-next-due
            MOVE "SUSPENDED" TO dl-remark
            ADD 1 TO ws-suspended-count
        WHEN OTHER
            MOVE ws-next-due-date TO ws-fmt-date
            PERFORM FormatDate
            MOVE ws-fmt-text TO dl-next-due
            ADD 1 TO ws-active-count
            IF SO-END-DATE NOT = 99999999
                COMPUTE ws-end-int =
                    FUNCTION INTEGER-OF-DATE(SO-END-DATE)
                IF ws-end-int - ws-list-int <= ws-renew-warn-days
                    MOVE "EXPIRES - RENEW" TO dl-remark
                END-IF
            END-IF
    END-EVALUATE.

FormatDate.
    MOVE ws-fmt-date (5:2) TO ws-fmt-mm
    MOVE ws-fmt-date (7:2) TO ws-fmt-dd
    MOVE ws-fmt-date (1:4) TO ws-fmt-yyyy.

CheckDuplicateOrder.
    MOVE "N" TO ws-seen-switch
    PERFORM MatchSeenOrder
        VARYING ws-seen-idx FROM 1 BY 1
        UNTIL ws-seen-idx > ws-seen-count OR ws-seen-found
    IF ws-seen-found
        MOVE "DUPLICATE ORDER ID" TO dl-remark
        IF ws-run-rc < 4
            MOVE 4 TO ws-run-rc
        END-IF
    ELSE
        IF ws-seen-count < ws-seen-max
            ADD 1 TO ws-seen-count
            MOVE SO-ORDER-ID TO ws-seen-order (ws-seen-count)
        END-IF
    END-IF.

MatchSeenOrder.
    IF ws-seen-order (ws-seen-idx) = SO-ORDER-ID
        SET ws-seen-found TO TRUE
    END-IF.

WriteHeadings.
    MOVE ws-run-mm TO hd-run-mm
    MOVE ws-run-dd TO hd-run-dd
    MOVE ws-run-yyyy TO hd-run-yyyy
    ADD 1 TO ws-page-count
    MOVE ws-page-count TO hd-page-no
    MOVE ws-heading-1 TO FACTSOL-REC
    PERFORM WriteSolRec
    MOVE ws-heading-2 TO FACTSOL-REC
    PERFORM WriteSolRec
    MOVE SPACES TO FACTSOL-REC
    PERFORM WriteSolRec
    MOVE 0 TO ws-lines-on-page.

WriteDetailLine.
    *> Each order prints on two lines - parameters and dates, then
    *> the department's description of what the order is for.
    IF ws-lines-on-page + 1 >= ws-lines-per-page
        PERFORM WriteHeadings
    END-IF
    MOVE ws-detail-line TO FACTSOL-REC
    PERFORM WriteSolRec
    MOVE ws-desc-line TO FACTSOL-REC
    PERFORM WriteSolRec
    ADD 2 TO ws-lines-on-page.

WriteSummary.
    MOVE SPACES TO FACTSOL-REC
    PERFORM WriteSolRec
    MOVE ws-records-read TO su-total
    MOVE ws-active-count TO su-active
    MOVE ws-suspended-count TO su-suspended
    MOVE ws-expired-count TO su-expired
    MOVE ws-bad-count TO su-bad
    MOVE ws-summary-line TO FACTSOL-REC
    PERFORM WriteSolRec
    MOVE ws-summary-line-2 TO FACTSOL-REC
    PERFORM WriteSolRec
    MOVE SPACES TO FACTSOL-REC
    PERFORM WriteSolRec
    MOVE ws-cert-line TO FACTSOL-REC
    PERFORM WriteSolRec.

WriteSolRec.
    WRITE FACTSOL-REC
    IF ws-factsol-status NOT = "00"
        DISPLAY "FACTSOL WRITE FAILED - STATUS " ws-factsol-status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
