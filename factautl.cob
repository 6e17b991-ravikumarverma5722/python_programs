IDENTIFICATION DIVISION.
PROGRAM-ID. FactAuthList.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FACTAUTH-FILE ASSIGN TO "FACTAUTH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AU-OPERATOR-ID
        FILE STATUS IS ws-factauth-status.
    SELECT OPTIONAL FACTCCM-FILE ASSIGN TO "FACTCCM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-COST-CENTER
        FILE STATUS IS ws-factccm-status.
    SELECT FACTAUL-FILE ASSIGN TO "FACTAUL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-factaul-status.

DATA DIVISION.
FILE SECTION.
FD  FACTAUTH-FILE
    RECORD CONTAINS 120 CHARACTERS.
COPY FACTAUTR.

FD  FACTCCM-FILE
    RECORD CONTAINS 40 CHARACTERS.
COPY FACTCCMR.

FD  FACTAUL-FILE
    RECORD CONTAINS 80 CHARACTERS.
01  FACTAUL-REC         PIC X(80).

WORKING-STORAGE SECTION.
01  ws-factauth-status  PIC X(2)  VALUE "00".
01  ws-factccm-status   PIC X(2)  VALUE "00".
01  ws-factaul-status   PIC X(2)  VALUE "00".
01  ws-auth-eof-switch  PIC X(1)  VALUE "N".
    88 ws-eof-factauth            VALUE "Y".
01  ws-ccm-eof-switch   PIC X(1)  VALUE "N".
    88 ws-eof-factccm             VALUE "Y".
01  ws-ccm-switch       PIC X(1)  VALUE "N".
    88 ws-ccm-present             VALUE "Y".

*> Quarterly operator authorization certification. Part 1 lists
*> every FACTAUTH entry - operator, status, role, transactions, and
*> the cost centers with their access - and flags anything the
*> online check would read differently from what the entry seems to
*> say. Part 2 turns the table round: one block per center on the
*> FACTCCM master, naming every active operator who can enter or
*> see its work, with a line for that department head to sign.
*> Condition codes follow the FactBatch discipline: 0 clean
*> listing, 4 attention (flagged entries, no table or no master to
*> list, or a table too big to hold), 8 I/O trouble, 12 could not
*> start.
01  ws-run-rc           PIC 9(2)  VALUE 0.

01  ws-records-read     PIC 9(6)  VALUE 0.
01  ws-active-count     PIC 9(6)  VALUE 0.
01  ws-revoked-count    PIC 9(6)  VALUE 0.
01  ws-audit-count      PIC 9(6)  VALUE 0.
01  ws-flagged-count    PIC 9(6)  VALUE 0.
01  ws-entry-flagged-sw PIC X(1)  VALUE "N".
    88 ws-entry-flagged           VALUE "Y".

*> The master is held so Part 1 can check each center an operator
*> is given, and Part 2 walks it in center order.
01  ws-ccm-count        PIC 9(3)  VALUE 0.
01  ws-ccm-max          PIC 9(3)  VALUE 500.
01  ws-ccm-table.
    05 ws-ccm-entry OCCURS 500.
       10 ws-ccm-center     PIC X(4).
       10 ws-ccm-dept-name  PIC X(24).
       10 ws-ccm-status     PIC X(1).
01  ws-ccm-idx          PIC 9(3)  VALUE 0.
01  ws-ccm-found-switch PIC X(1)  VALUE "N".
    88 ws-ccm-found               VALUE "Y".
01  ws-ccm-key          PIC X(4)  VALUE SPACES.

*> Active operators, held for Part 2. A revoked operator can use
*> nothing, so has no place in a department's block.
01  ws-opr-count        PIC 9(3)  VALUE 0.
01  ws-opr-max          PIC 9(3)  VALUE 500.
01  ws-opr-table.
    05 ws-opr-entry OCCURS 500.
       10 ws-opr-id         PIC X(8).
       10 ws-opr-name       PIC X(24).
       10 ws-opr-centers    PIC 9(2).
       10 ws-opr-list       PIC X(60).
01  ws-opr-idx          PIC 9(3)  VALUE 0.
01  ws-opr-full-switch  PIC X(1)  VALUE "N".
    88 ws-opr-table-full          VALUE "Y".

01  ws-center-idx       PIC 9(2)  VALUE 0.
01  ws-center-limit     PIC 9(2)  VALUE 0.
01  ws-line-slot        PIC 9(2)  VALUE 0.
01  ws-block-opr-count  PIC 9(6)  VALUE 0.
01  ws-block-lines      PIC 9(3)  VALUE 0.
01  ws-check-list.
    05 ws-check-entry OCCURS 12.
       10 ws-check-center   PIC X(4).
       10 ws-check-access   PIC X(1).
          88 ws-check-enter         VALUE "E".
          88 ws-check-view          VALUE "V".
01  ws-check-found-sw   PIC X(1)  VALUE "N".
    88 ws-check-found             VALUE "Y".
01  ws-check-access-out PIC X(14) VALUE SPACES.

01  ws-section-switch   PIC X(1)  VALUE "O".
    88 ws-section-operator        VALUE "O".
    88 ws-section-center          VALUE "C".

01  ws-lines-on-page    PIC 9(2)  VALUE 0.
01  ws-lines-per-page   PIC 9(2)  VALUE 50.
01  ws-page-count       PIC 9(4)  VALUE 0.

01  ws-run-date.
    05 ws-run-yyyy      PIC 9(4).
    05 ws-run-mm        PIC 9(2).
    05 ws-run-dd        PIC 9(2).

01  ws-heading-1.
    05 FILLER           PIC X(28) VALUE
       "OPERATOR AUTHORIZATION".
    05 FILLER           PIC X(10) VALUE "RUN DATE: ".
    05 hd-run-mm        PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hd-run-dd        PIC 9(2).
    05 FILLER           PIC X(1)  VALUE "/".
    05 hd-run-yyyy      PIC 9(4).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 FILLER           PIC X(6)  VALUE "PAGE: ".
    05 hd-page-no       PIC ZZZ9.

01  ws-operator-title   PIC X(80) VALUE
    "PART 1 - AUTHORIZATION BY OPERATOR".

01  ws-operator-heading.
    05 FILLER           PIC X(10) VALUE "OPERATOR".
    05 FILLER           PIC X(26) VALUE "NAME".
    05 FILLER           PIC X(9)  VALUE "STATUS".
    05 FILLER           PIC X(7)  VALUE "ROLE".
    05 FILLER           PIC X(28) VALUE "FACT FREQ FLOG FSTA FCCM".

01  ws-operator-line.
    05 ol-operator      PIC X(8).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 ol-name          PIC X(24).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 ol-status        PIC X(7).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 ol-role          PIC X(5).
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 ol-fact          PIC X(1).
    05 FILLER           PIC X(4)  VALUE SPACES.
    05 ol-freq          PIC X(1).
    05 FILLER           PIC X(4)  VALUE SPACES.
    05 ol-flog          PIC X(1).
    05 FILLER           PIC X(4)  VALUE SPACES.
    05 ol-fsta          PIC X(1).
    05 FILLER           PIC X(4)  VALUE SPACES.
    05 ol-fccm          PIC X(1).

*> Up to six centers a line as CODE/ACCESS, E enter and view, V view.
01  ws-centers-line.
    05 FILLER           PIC X(10) VALUE SPACES.
    05 cl-label         PIC X(13).
    05 cl-slot OCCURS 6.
       10 cl-center     PIC X(4).
       10 cl-slash      PIC X(1).
       10 cl-access     PIC X(1).
       10 FILLER        PIC X(2).
    05 FILLER           PIC X(9).

01  ws-approved-line.
    05 FILLER           PIC X(10) VALUE SPACES.
    05 FILLER           PIC X(13) VALUE "APPROVED BY: ".
    05 al-approved-by   PIC X(8).
    05 FILLER           PIC X(4)  VALUE SPACES.
    05 FILLER           PIC X(9)  VALUE "CHANGED: ".
    05 al-chg-mm        PIC X(2).
    05 al-chg-slash-1   PIC X(1).
    05 al-chg-dd        PIC X(2).
    05 al-chg-slash-2   PIC X(1).
    05 al-chg-yyyy      PIC X(4).

01  ws-remark-line.
    05 FILLER           PIC X(10) VALUE SPACES.
    05 FILLER           PIC X(3)  VALUE "** ".
    05 rm-text          PIC X(67).

01  ws-operator-summary.
    05 FILLER           PIC X(11) VALUE "OPERATORS: ".
    05 os-total         PIC ZZ,ZZ9.
    05 FILLER           PIC X(9)  VALUE " ACTIVE: ".
    05 os-active        PIC ZZ,ZZ9.
    05 FILLER           PIC X(10) VALUE " REVOKED: ".
    05 os-revoked       PIC ZZ,ZZ9.
    05 FILLER           PIC X(8)  VALUE " AUDIT: ".
    05 os-audit         PIC ZZ,ZZ9.
    05 FILLER           PIC X(10) VALUE " FLAGGED: ".
    05 os-flagged       PIC ZZ,ZZ9.

01  ws-center-title     PIC X(80) VALUE
    "PART 2 - AUTHORIZATION BY COST CENTER".

01  ws-audit-note       PIC X(80) VALUE
    "OPERATORS WITH THE AUDIT ROLE ALSO SEE EVERY CENTER'S JOURNAL LINES".

01  ws-center-head-line.
    05 FILLER           PIC X(7)  VALUE "CENTER ".
    05 ch-center        PIC X(4).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 ch-dept-name     PIC X(24).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 ch-status        PIC X(10).

01  ws-center-opr-line.
    05 FILLER           PIC X(4)  VALUE SPACES.
    05 co-operator      PIC X(8).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 co-name          PIC X(24).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 co-access        PIC X(14).

01  ws-no-opr-line      PIC X(80) VALUE
    "    NO OPERATOR IS AUTHORIZED FOR THIS CENTER".

01  ws-dept-cert-line   PIC X(80) VALUE
    "    DEPT HEAD CERTIFIES: ____________________  DATE: __________".

01  ws-cert-line        PIC X(80) VALUE
    "CERTIFIED CORRECT BY SECURITY OFFICER: ______________  DATE: ______".

01  ws-empty-line       PIC X(80) VALUE
    "AUTHORIZATION TABLE ABSENT OR EMPTY - NO OPERATOR CAN SIGN ON".

01  ws-no-master-line   PIC X(80) VALUE
    "COST CENTER MASTER ABSENT OR EMPTY - CENTERS CANNOT BE CERTIFIED".

PROCEDURE DIVISION.
MainLine.
    PERFORM InitRun
    OPEN OUTPUT FACTAUL-FILE
    IF ws-factaul-status NOT = "00"
        DISPLAY "FACTAUL OPEN FAILED - STATUS " ws-factaul-status
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LoadCostCenterMaster
    OPEN INPUT FACTAUTH-FILE
    IF ws-factauth-status NOT = "00" AND ws-factauth-status NOT = "05"
        DISPLAY "FACTAUTH OPEN FAILED - STATUS " ws-factauth-status
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WriteHeadings
    PERFORM ReadFactauth
    PERFORM UNTIL ws-eof-factauth
        PERFORM ListOperator
        PERFORM ReadFactauth
    END-PERFORM
    CLOSE FACTAUTH-FILE
    IF ws-records-read = 0
        MOVE ws-empty-line TO FACTAUL-REC
        PERFORM WriteAulRec
        PERFORM RaiseAttention
    END-IF
    PERFORM WriteOperatorSummary
    PERFORM ListCenters
    PERFORM WriteCertification
    CLOSE FACTAUL-FILE
    MOVE ws-run-rc TO RETURN-CODE
    STOP RUN.

InitRun.
    ACCEPT ws-run-date FROM DATE YYYYMMDD.

LoadCostCenterMaster.
    OPEN INPUT FACTCCM-FILE
    EVALUATE ws-factccm-status
        WHEN "00"
            SET ws-ccm-present TO TRUE
        WHEN "05"
        WHEN "35"
            DISPLAY "FACTCCM ABSENT - CENTERS NOT CHECKED OR CERTIFIED"
            CLOSE FACTCCM-FILE
        WHEN OTHER
            DISPLAY "FACTCCM OPEN FAILED - STATUS " ws-factccm-status
            MOVE 12 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    IF ws-ccm-present
        PERFORM ReadFactccm
        PERFORM UNTIL ws-eof-factccm
            PERFORM AddCenterEntry
            PERFORM ReadFactccm
        END-PERFORM
        CLOSE FACTCCM-FILE
    END-IF.

ReadFactccm.
    READ FACTCCM-FILE
        AT END
            SET ws-eof-factccm TO TRUE
    END-READ.

AddCenterEntry.
    IF ws-ccm-count >= ws-ccm-max
        DISPLAY "CENTER TABLE FULL AT " ws-ccm-max
            " - CENTER " CM-COST-CENTER " NOT CERTIFIED"
        PERFORM RaiseAttention
    ELSE
        ADD 1 TO ws-ccm-count
        MOVE CM-COST-CENTER TO ws-ccm-center (ws-ccm-count)
        MOVE CM-DEPT-NAME TO ws-ccm-dept-name (ws-ccm-count)
        MOVE CM-STATUS TO ws-ccm-status (ws-ccm-count)
    END-IF.

ReadFactauth.
    READ FACTAUTH-FILE
        AT END
            SET ws-eof-factauth TO TRUE
        NOT AT END
            ADD 1 TO ws-records-read
    END-READ.

ListOperator.
    *> An entry's lines are kept together on a page: the operator
    *> line, two center lines, the approval and a few remarks.
    IF ws-lines-on-page + 8 > ws-lines-per-page
        PERFORM WriteHeadings
    END-IF
    MOVE "N" TO ws-entry-flagged-sw
    MOVE AU-OPERATOR-ID TO ol-operator
    MOVE AU-OPERATOR-NAME TO ol-name
    EVALUATE TRUE
        WHEN au-active
            MOVE "ACTIVE" TO ol-status
            ADD 1 TO ws-active-count
        WHEN au-revoked
            MOVE "REVOKED" TO ol-status
            ADD 1 TO ws-revoked-count
        WHEN OTHER
            MOVE "?" TO ol-status
    END-EVALUATE
    EVALUATE TRUE
        WHEN au-audit-role
            MOVE "AUDIT" TO ol-role
            ADD 1 TO ws-audit-count
        WHEN au-operator-role
            MOVE "OPER" TO ol-role
        WHEN OTHER
            MOVE "?" TO ol-role
    END-EVALUATE
    MOVE AU-TRAN-FACT TO ol-fact
    MOVE AU-TRAN-FREQ TO ol-freq
    MOVE AU-TRAN-FLOG TO ol-flog
    MOVE AU-TRAN-FSTA TO ol-fsta
    MOVE AU-TRAN-FCCM TO ol-fccm
    MOVE ws-operator-line TO FACTAUL-REC
    PERFORM WriteDetailLine
    PERFORM CheckCenterCount
    PERFORM ListOperatorCenters
    MOVE AU-APPROVED-BY TO al-approved-by
    IF AU-CHANGE-DATE NUMERIC
        MOVE AU-CHANGE-DATE (5:2) TO al-chg-mm
        MOVE "/" TO al-chg-slash-1
        MOVE AU-CHANGE-DATE (7:2) TO al-chg-dd
        MOVE "/" TO al-chg-slash-2
        MOVE AU-CHANGE-DATE (1:4) TO al-chg-yyyy
    ELSE
        MOVE SPACES TO al-chg-mm al-chg-slash-1 al-chg-dd
            al-chg-slash-2 al-chg-yyyy
    END-IF
    MOVE ws-approved-line TO FACTAUL-REC
    PERFORM WriteDetailLine
    PERFORM FlagOperatorEntry
    IF ws-entry-flagged
        ADD 1 TO ws-flagged-count
        PERFORM RaiseAttention
    END-IF
    IF au-active
        PERFORM HoldActiveOperator
    END-IF.

CheckCenterCount.
    *> FACTAUTC reads no further than the count, and at most twelve.
    IF AU-CENTER-COUNT NOT NUMERIC
        MOVE 0 TO ws-center-limit
        MOVE "CENTER COUNT UNREADABLE - NO CENTER IS IN FORCE"
            TO rm-text
        PERFORM WriteRemark
    ELSE
        IF AU-CENTER-COUNT > 12
            MOVE 12 TO ws-center-limit
            MOVE "CENTER COUNT OVER 12 - ONLY THE FIRST 12 ARE IN FORCE"
                TO rm-text
            PERFORM WriteRemark
        ELSE
            MOVE AU-CENTER-COUNT TO ws-center-limit
        END-IF
    END-IF.

ListOperatorCenters.
    MOVE "CENTERS:" TO cl-label
    MOVE 0 TO ws-line-slot
    MOVE SPACES TO cl-slot (1) cl-slot (2) cl-slot (3)
        cl-slot (4) cl-slot (5) cl-slot (6)
    IF ws-center-limit = 0
        MOVE "(NONE)" TO cl-slot (1)
        MOVE ws-centers-line TO FACTAUL-REC
        PERFORM WriteDetailLine
    ELSE
        PERFORM ListOneCenter
            VARYING ws-center-idx FROM 1 BY 1
            UNTIL ws-center-idx > ws-center-limit
        IF ws-line-slot > 0
            MOVE ws-centers-line TO FACTAUL-REC
            PERFORM WriteDetailLine
        END-IF
    END-IF.

ListOneCenter.
    ADD 1 TO ws-line-slot
    MOVE AU-CENTER (ws-center-idx) TO cl-center (ws-line-slot)
    MOVE "/" TO cl-slash (ws-line-slot)
    MOVE AU-CENTER-ACCESS (ws-center-idx) TO cl-access (ws-line-slot)
    IF ws-line-slot = 6
        MOVE ws-centers-line TO FACTAUL-REC
        PERFORM WriteDetailLine
        MOVE 0 TO ws-line-slot
        MOVE SPACES TO cl-label
        MOVE SPACES TO cl-slot (1) cl-slot (2) cl-slot (3)
            cl-slot (4) cl-slot (5) cl-slot (6)
    END-IF.

FlagOperatorEntry.
    IF NOT au-active AND NOT au-revoked
        MOVE "STATUS UNREADABLE - EVERY TRANSACTION REFUSES THE OPERATOR"
            TO rm-text
        PERFORM WriteRemark
    END-IF
    IF NOT au-audit-role AND NOT au-operator-role
        MOVE "ROLE UNREADABLE - TREATED AS AN ORDINARY OPERATOR"
            TO rm-text
        PERFORM WriteRemark
    END-IF
    IF au-active AND NOT au-may-use-fact AND NOT au-may-use-freq
            AND NOT au-may-use-flog AND NOT au-may-use-fsta
            AND NOT au-may-use-fccm
        MOVE "ACTIVE BUT NO TRANSACTION ALLOWED - REVOKE OR CORRECT"
            TO rm-text
        PERFORM WriteRemark
    END-IF
    PERFORM FlagOneCenter
        VARYING ws-center-idx FROM 1 BY 1
        UNTIL ws-center-idx > ws-center-limit.

FlagOneCenter.
    IF NOT au-center-view (ws-center-idx)
        MOVE SPACES TO rm-text
        STRING "CENTER " AU-CENTER (ws-center-idx)
                " ACCESS NOT E OR V - CENTER NOT IN FORCE"
                DELIMITED BY SIZE INTO rm-text
        PERFORM WriteRemark
    END-IF
    IF ws-ccm-present
        MOVE AU-CENTER (ws-center-idx) TO ws-ccm-key
        PERFORM FindCenter
        IF NOT ws-ccm-found
            MOVE SPACES TO rm-text
            STRING "CENTER " AU-CENTER (ws-center-idx)
                    " NOT ON THE COST CENTER MASTER"
                    DELIMITED BY SIZE INTO rm-text
            PERFORM WriteRemark
        ELSE
            IF ws-ccm-status (ws-ccm-idx) NOT = "A"
                MOVE SPACES TO rm-text
                STRING "CENTER " AU-CENTER (ws-center-idx)
                        " IS INACTIVE ON THE COST CENTER MASTER"
                        DELIMITED BY SIZE INTO rm-text
                PERFORM WriteRemark
            END-IF
        END-IF
    END-IF.

FindCenter.
    MOVE "N" TO ws-ccm-found-switch
    PERFORM MatchCenter
        VARYING ws-ccm-idx FROM 1 BY 1
        UNTIL ws-ccm-idx > ws-ccm-count OR ws-ccm-found.

MatchCenter.
    IF ws-ccm-center (ws-ccm-idx) = ws-ccm-key
        SET ws-ccm-found TO TRUE
        *> Step the index back so the perform-until leaves it
        *> pointing at the matched entry.
        SUBTRACT 1 FROM ws-ccm-idx
    END-IF.

WriteRemark.
    SET ws-entry-flagged TO TRUE
    MOVE ws-remark-line TO FACTAUL-REC
    PERFORM WriteDetailLine.

HoldActiveOperator.
    IF ws-opr-count >= ws-opr-max
        IF NOT ws-opr-table-full
            DISPLAY "OPERATOR TABLE FULL AT " ws-opr-max
                " - LATER OPERATORS LEFT OUT OF PART 2"
            SET ws-opr-table-full TO TRUE
            PERFORM RaiseAttention
        END-IF
    ELSE
        ADD 1 TO ws-opr-count
        MOVE AU-OPERATOR-ID TO ws-opr-id (ws-opr-count)
        MOVE AU-OPERATOR-NAME TO ws-opr-name (ws-opr-count)
        MOVE ws-center-limit TO ws-opr-centers (ws-opr-count)
        MOVE AU-CENTER-LIST TO ws-opr-list (ws-opr-count)
    END-IF.

WriteOperatorSummary.
    MOVE SPACES TO FACTAUL-REC
    PERFORM WriteAulRec
    MOVE ws-records-read TO os-total
    MOVE ws-active-count TO os-active
    MOVE ws-revoked-count TO os-revoked
    MOVE ws-audit-count TO os-audit
    MOVE ws-flagged-count TO os-flagged
    MOVE ws-operator-summary TO FACTAUL-REC
    PERFORM WriteAulRec.

ListCenters.
    SET ws-section-center TO TRUE
    PERFORM WriteHeadings
    IF ws-ccm-count = 0
        MOVE ws-no-master-line TO FACTAUL-REC
        PERFORM WriteAulRec
        PERFORM RaiseAttention
    ELSE
        PERFORM ListOneCenterBlock
            VARYING ws-ccm-idx FROM 1 BY 1
            UNTIL ws-ccm-idx > ws-ccm-count
    END-IF.

ListOneCenterBlock.
    *> Count the block first so it is never split across pages.
    MOVE 0 TO ws-block-opr-count
    PERFORM CountCenterOperator
        VARYING ws-opr-idx FROM 1 BY 1
        UNTIL ws-opr-idx > ws-opr-count
    COMPUTE ws-block-lines = ws-block-opr-count + 4
    IF ws-lines-on-page + ws-block-lines > ws-lines-per-page
            AND ws-lines-on-page > 0
        PERFORM WriteHeadings
    END-IF
    MOVE ws-ccm-center (ws-ccm-idx) TO ch-center
    MOVE ws-ccm-dept-name (ws-ccm-idx) TO ch-dept-name
    EVALUATE ws-ccm-status (ws-ccm-idx)
        WHEN "A"
            MOVE "(ACTIVE)" TO ch-status
        WHEN "I"
            MOVE "(INACTIVE)" TO ch-status
        WHEN OTHER
            MOVE "(?)" TO ch-status
    END-EVALUATE
    MOVE ws-center-head-line TO FACTAUL-REC
    PERFORM WriteDetailLine
    IF ws-block-opr-count = 0
        MOVE ws-no-opr-line TO FACTAUL-REC
        PERFORM WriteDetailLine
    ELSE
        PERFORM ListCenterOperator
            VARYING ws-opr-idx FROM 1 BY 1
            UNTIL ws-opr-idx > ws-opr-count
    END-IF
    MOVE ws-dept-cert-line TO FACTAUL-REC
    PERFORM WriteDetailLine
    MOVE SPACES TO FACTAUL-REC
    PERFORM WriteDetailLine.

CountCenterOperator.
    PERFORM FindOperatorAccess
    IF ws-check-found
        ADD 1 TO ws-block-opr-count
    END-IF.

ListCenterOperator.
    PERFORM FindOperatorAccess
    IF ws-check-found
        MOVE ws-opr-id (ws-opr-idx) TO co-operator
        MOVE ws-opr-name (ws-opr-idx) TO co-name
        MOVE ws-check-access-out TO co-access
        MOVE ws-center-opr-line TO FACTAUL-REC
        PERFORM WriteDetailLine
    END-IF.

FindOperatorAccess.
    *> Does the held operator have this center, with a readable access?
    MOVE ws-opr-list (ws-opr-idx) TO ws-check-list
    MOVE "N" TO ws-check-found-sw
    PERFORM MatchOperatorCenter
        VARYING ws-center-idx FROM 1 BY 1
        UNTIL ws-center-idx > ws-opr-centers (ws-opr-idx)
            OR ws-check-found.

MatchOperatorCenter.
    IF ws-check-center (ws-center-idx) = ws-ccm-center (ws-ccm-idx)
        EVALUATE TRUE
            WHEN ws-check-enter (ws-center-idx)
                SET ws-check-found TO TRUE
                MOVE "ENTER AND VIEW" TO ws-check-access-out
            WHEN ws-check-view (ws-center-idx)
                SET ws-check-found TO TRUE
                MOVE "VIEW ONLY" TO ws-check-access-out
        END-EVALUATE
    END-IF.

WriteCertification.
    MOVE SPACES TO FACTAUL-REC
    PERFORM WriteAulRec
    MOVE ws-cert-line TO FACTAUL-REC
    PERFORM WriteAulRec.

RaiseAttention.
    IF ws-run-rc < 4
        MOVE 4 TO ws-run-rc
    END-IF.

WriteHeadings.
    MOVE ws-run-mm TO hd-run-mm
    MOVE ws-run-dd TO hd-run-dd
    MOVE ws-run-yyyy TO hd-run-yyyy
    ADD 1 TO ws-page-count
    MOVE ws-page-count TO hd-page-no
    MOVE ws-heading-1 TO FACTAUL-REC
    PERFORM WriteAulRec
    IF ws-section-operator
        MOVE ws-operator-title TO FACTAUL-REC
        PERFORM WriteAulRec
        MOVE ws-operator-heading TO FACTAUL-REC
        PERFORM WriteAulRec
    ELSE
        MOVE ws-center-title TO FACTAUL-REC
        PERFORM WriteAulRec
        MOVE ws-audit-note TO FACTAUL-REC
        PERFORM WriteAulRec
    END-IF
    MOVE SPACES TO FACTAUL-REC
    PERFORM WriteAulRec
    MOVE 0 TO ws-lines-on-page.

WriteDetailLine.
    PERFORM WriteAulRec
    ADD 1 TO ws-lines-on-page.

WriteAulRec.
    WRITE FACTAUL-REC
    IF ws-factaul-status NOT = "00"
        DISPLAY "FACTAUL WRITE FAILED - STATUS " ws-factaul-status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
