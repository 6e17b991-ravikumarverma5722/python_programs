IDENTIFICATION DIVISION.
PROGRAM-ID. FACTCCMU.

DATA DIVISION.
WORKING-STORAGE SECTION.
COPY FACTCCMM.
COPY FACTCCMR.
COPY FACTCCHR.
COPY FACTAUTK.

*> Transaction FCCM maintains the FACTCCM cost-center master KSDS:
*> add a center, change its name, status, or effective date, or
*> inactivate it. A blank action just shows the center. Centers are
*> never deleted - the journal and the chargeback history still
*> carry their codes - so retiring one is an inactivation.
*> Every change that reaches the master also writes a before/after
*> record to the FACTCCH history ESDS with the operator and the
*> time; if that write fails the master update is backed out, so
*> the history the quarterly certification prints is complete.
*> Both files must be defined to CICS as recoverable for the
*> backout to hold.
*> Only operators FACTAUTH gives FCCM authority get the screen; the
*> check is made on every interaction, before anything keyed is
*> looked at, and a refusal is logged to FACTSECV by FACTAUTC.
01  ws-action            PIC X(1) VALUE SPACE.
    88 ws-action-inquire          VALUE " ".
    88 ws-action-add              VALUE "A".
    88 ws-action-change           VALUE "C".
    88 ws-action-inactivate       VALUE "I".
01  ws-cost-center       PIC X(4) VALUE SPACES.
01  ws-dept-name         PIC X(24) VALUE SPACES.
01  ws-status            PIC X(1) VALUE SPACE.
    88 ws-status-valid            VALUES "A" "I".
01  ws-eff-date          PIC X(8) VALUE SPACES.
01  ws-valid-switch      PIC X(1) VALUE "Y".
    88 ws-entry-valid             VALUE "Y".
01  ws-resp              PIC S9(8) COMP VALUE 0.
01  ws-rba               PIC S9(8) COMP VALUE 0.

*> Calendar check for the effective date, the same round trip
*> through the integer date the batch programs use.
01  ws-check-date        PIC 9(8) VALUE 0.
01  ws-check-parts REDEFINES ws-check-date.
    05 ws-check-yyyy     PIC 9(4).
    05 ws-check-mm       PIC 9(2).
    05 ws-check-dd       PIC 9(2).
01  ws-date-valid-switch PIC X(1) VALUE "Y".
    88 ws-date-valid              VALUE "Y".

*> Operator and time stamp for the history record. The operator is
*> the signed-on user id, not the terminal, so a change can be
*> traced to a person whichever terminal it came from.
01  ws-operator-id       PIC X(8) VALUE SPACES.
01  ws-abstime           PIC S9(15) COMP-3 VALUE 0.
01  ws-today             PIC X(8) VALUE SPACES.
01  ws-now-time          PIC X(6) VALUE SPACES.

*> Attention identifiers, values per the IBM DFHAID copybook.
01  ws-aid-clear         PIC X(1) VALUE "_".

PROCEDURE DIVISION.
MainLine.
    EXEC CICS HANDLE CONDITION
        MAPFAIL(NoInputYet)
        ERROR(AbendHandler)
    END-EXEC

    IF EIBAID = ws-aid-clear
        EXEC CICS RETURN
        END-EXEC
    END-IF

    PERFORM CheckOperatorAuthority
    IF NOT ac-authorized
        MOVE SPACES TO FCCMMAPO
        MOVE AC-MESSAGE TO CMSGO
        PERFORM SendMaintMap
        EXEC CICS RETURN
        END-EXEC
    END-IF

    MOVE LOW-VALUES TO FCCMMAPI
    EXEC CICS RECEIVE MAP('FCCMMAP') MAPSET('FCCMSET')
        INTO(FCCMMAPI)
    END-EXEC

    PERFORM PickUpEntry
    MOVE SPACES TO CMSGO
    PERFORM StampChange
    IF ws-cost-center = SPACES
        MOVE "N" TO ws-valid-switch
        MOVE "COST CENTER REQUIRED" TO CMSGO
    ELSE
        EVALUATE TRUE
            WHEN ws-action-inquire
                PERFORM InquireCenter
            WHEN ws-action-add
                PERFORM AddCenter
            WHEN ws-action-change
                PERFORM ChangeCenter
            WHEN ws-action-inactivate
                PERFORM InactivateCenter
            WHEN OTHER
                MOVE "N" TO ws-valid-switch
                MOVE "ACTION MUST BE A, C, I, OR BLANK TO INQUIRE"
                    TO CMSGO
        END-EVALUATE
    END-IF

    PERFORM SendMaintMap
    EXEC CICS RETURN
        TRANSID('FCCM')
    END-EXEC.

PickUpEntry.
    MOVE "Y" TO ws-valid-switch
    MOVE SPACE TO ws-action
    MOVE SPACES TO ws-cost-center
    MOVE SPACES TO ws-dept-name
    MOVE SPACE TO ws-status
    MOVE SPACES TO ws-eff-date
    IF CACTL > 0
        MOVE CACTI TO ws-action
    END-IF
    IF CCODEL > 0
        MOVE CCODEI TO ws-cost-center
    END-IF
    IF CNAMEL > 0
        MOVE CNAMEI TO ws-dept-name
    END-IF
    IF CSTATL > 0
        MOVE CSTATI TO ws-status
    END-IF
    IF CEFFDL > 0
        MOVE CEFFDI TO ws-eff-date
    END-IF
    INSPECT ws-action REPLACING ALL LOW-VALUE BY SPACE
    INSPECT ws-cost-center REPLACING ALL LOW-VALUE BY SPACE
    INSPECT ws-dept-name REPLACING ALL LOW-VALUE BY SPACE
    INSPECT ws-status REPLACING ALL LOW-VALUE BY SPACE
    INSPECT ws-eff-date REPLACING ALL LOW-VALUE BY SPACE.

StampChange.
    EXEC CICS ASSIGN USERID(ws-operator-id)
    END-EXEC
    EXEC CICS ASKTIME ABSTIME(ws-abstime)
    END-EXEC
    EXEC CICS FORMATTIME ABSTIME(ws-abstime)
        YYYYMMDD(ws-today)
        TIME(ws-now-time)
    END-EXEC.

InquireCenter.
    EXEC CICS READ FILE('FACTCCM')
        INTO(FACTCCM-REC)
        RIDFLD(ws-cost-center)
        RESP(ws-resp)
    END-EXEC
    EVALUATE TRUE
        WHEN ws-resp = DFHRESP(NORMAL)
            PERFORM ShowMasterRecord
            MOVE "KEY A CHANGE OVER THE FIELDS SHOWN AND ACTION C"
                TO CMSGO
        WHEN ws-resp = DFHRESP(NOTFND)
            MOVE "COST CENTER NOT ON MASTER - ACTION A TO ADD IT"
                TO CMSGO
        WHEN OTHER
            MOVE "COST CENTER MASTER UNAVAILABLE - TRY AGAIN LATER"
                TO CMSGO
    END-EVALUATE.

AddCenter.
    *> A new center defaults to active, effective today.
    IF ws-status = SPACE
        MOVE "A" TO ws-status
    END-IF
    IF ws-eff-date = SPACES
        MOVE ws-today TO ws-eff-date
    END-IF
    PERFORM ValidateFields
    IF ws-entry-valid
        MOVE SPACES TO FACTCCM-REC
        MOVE ws-cost-center TO CM-COST-CENTER
        MOVE ws-dept-name TO CM-DEPT-NAME
        MOVE ws-status TO CM-STATUS
        MOVE ws-eff-date TO CM-EFF-DATE
        EXEC CICS WRITE FILE('FACTCCM')
            FROM(FACTCCM-REC)
            RIDFLD(CM-COST-CENTER)
            RESP(ws-resp)
        END-EXEC
        EVALUATE TRUE
            WHEN ws-resp = DFHRESP(NORMAL)
                MOVE SPACES TO CH-BEFORE
                MOVE "A" TO CH-ACTION
                PERFORM WriteHistory
                IF ws-entry-valid
                    PERFORM ShowMasterRecord
                    MOVE "COST CENTER ADDED" TO CMSGO
                END-IF
            WHEN ws-resp = DFHRESP(DUPREC)
                MOVE "N" TO ws-valid-switch
                MOVE "COST CENTER ALREADY ON MASTER - USE ACTION C"
                    TO CMSGO
            WHEN OTHER
                MOVE "N" TO ws-valid-switch
                MOVE "MASTER WRITE FAILED - TRY AGAIN LATER" TO CMSGO
        END-EVALUATE
    END-IF.

ChangeCenter.
    PERFORM ReadForUpdate
    IF ws-entry-valid
        IF ws-status = "I" AND cm-active
            MOVE "N" TO ws-valid-switch
            MOVE "USE ACTION I TO INACTIVATE A CENTER" TO CMSGO
        ELSE
            PERFORM ValidateFields
        END-IF
    END-IF
    IF ws-entry-valid
        IF ws-dept-name = CM-DEPT-NAME AND ws-status = CM-STATUS
                AND ws-eff-date = CM-EFF-DATE
            MOVE "N" TO ws-valid-switch
            MOVE "NO CHANGES KEYED - MASTER NOT UPDATED" TO CMSGO
        END-IF
    END-IF
    IF ws-entry-valid
        MOVE ws-dept-name TO CM-DEPT-NAME
        MOVE ws-status TO CM-STATUS
        MOVE ws-eff-date TO CM-EFF-DATE
        MOVE "C" TO CH-ACTION
        PERFORM RewriteMaster
        IF ws-entry-valid
            MOVE "COST CENTER CHANGED" TO CMSGO
        END-IF
    ELSE
        PERFORM ReleaseMaster
    END-IF.

InactivateCenter.
    *> Only the status and effective date move; a keyed date is the
    *> day the center stops validating, otherwise it stops today.
    PERFORM ReadForUpdate
    IF ws-entry-valid
        IF cm-inactive
            MOVE "N" TO ws-valid-switch
            MOVE "COST CENTER IS ALREADY INACTIVE" TO CMSGO
        ELSE
            IF ws-eff-date = SPACES
                MOVE ws-today TO ws-eff-date
            END-IF
            PERFORM CheckEffectiveDate
        END-IF
    END-IF
    IF ws-entry-valid
        MOVE "I" TO CM-STATUS
        MOVE ws-eff-date TO CM-EFF-DATE
        MOVE "I" TO CH-ACTION
        PERFORM RewriteMaster
        IF ws-entry-valid
            MOVE "COST CENTER INACTIVATED" TO CMSGO
        END-IF
    ELSE
        PERFORM ReleaseMaster
    END-IF.

ReadForUpdate.
    EXEC CICS READ FILE('FACTCCM')
        INTO(FACTCCM-REC)
        RIDFLD(ws-cost-center)
        UPDATE
        RESP(ws-resp)
    END-EXEC
    EVALUATE TRUE
        WHEN ws-resp = DFHRESP(NORMAL)
            MOVE CM-DEPT-NAME TO CH-BEF-DEPT-NAME
            MOVE CM-STATUS TO CH-BEF-STATUS
            MOVE CM-EFF-DATE TO CH-BEF-EFF-DATE
        WHEN ws-resp = DFHRESP(NOTFND)
            MOVE "N" TO ws-valid-switch
            MOVE "COST CENTER NOT ON MASTER - ACTION A TO ADD IT"
                TO CMSGO
        WHEN OTHER
            MOVE "N" TO ws-valid-switch
            MOVE "COST CENTER MASTER UNAVAILABLE - TRY AGAIN LATER"
                TO CMSGO
    END-EVALUATE.

ReleaseMaster.
    *> Drop the update lock taken by a read that came to nothing.
    IF ws-resp = DFHRESP(NORMAL)
        EXEC CICS UNLOCK FILE('FACTCCM')
        END-EXEC
    END-IF.

RewriteMaster.
    EXEC CICS REWRITE FILE('FACTCCM')
        FROM(FACTCCM-REC)
        RESP(ws-resp)
    END-EXEC
    IF ws-resp = DFHRESP(NORMAL)
        PERFORM WriteHistory
        IF ws-entry-valid
            PERFORM ShowMasterRecord
        END-IF
    ELSE
        MOVE "N" TO ws-valid-switch
        MOVE "MASTER REWRITE FAILED - TRY AGAIN LATER" TO CMSGO
    END-IF.

ValidateFields.
    IF ws-dept-name = SPACES
        MOVE "N" TO ws-valid-switch
        MOVE "DEPARTMENT NAME REQUIRED" TO CMSGO
    ELSE
        IF NOT ws-status-valid
            MOVE "N" TO ws-valid-switch
            MOVE "STATUS MUST BE A (ACTIVE) OR I (INACTIVE)" TO CMSGO
        ELSE
            PERFORM CheckEffectiveDate
        END-IF
    END-IF.

CheckEffectiveDate.
    SET ws-date-valid TO TRUE
    IF ws-eff-date NOT NUMERIC
        MOVE "N" TO ws-date-valid-switch
    ELSE
        MOVE ws-eff-date TO ws-check-date
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
    END-IF
    IF NOT ws-date-valid
        MOVE "N" TO ws-valid-switch
        MOVE "EFFECTIVE DATE MUST BE A REAL DATE, YYYYMMDD" TO CMSGO
    END-IF.

WriteHistory.
    *> CH-ACTION and the before image are set by the caller; the
    *> after image is the master record as written.
    MOVE CM-COST-CENTER TO CH-COST-CENTER
    MOVE ws-operator-id TO CH-OPERATOR-ID
    MOVE ws-today TO CH-CHANGE-DATE
    MOVE ws-now-time TO CH-CHANGE-TIME
    MOVE CM-DEPT-NAME TO CH-AFT-DEPT-NAME
    MOVE CM-STATUS TO CH-AFT-STATUS
    MOVE CM-EFF-DATE TO CH-AFT-EFF-DATE
    EXEC CICS WRITE FILE('FACTCCH')
        FROM(FACTCCH-REC)
        RIDFLD(ws-rba)
        RBA
        RESP(ws-resp)
    END-EXEC
    IF ws-resp NOT = DFHRESP(NORMAL)
        EXEC CICS SYNCPOINT ROLLBACK
        END-EXEC
        MOVE "N" TO ws-valid-switch
        MOVE "CHANGE HISTORY UNAVAILABLE - MASTER NOT UPDATED"
            TO CMSGO
    END-IF.

CheckOperatorAuthority.
    MOVE SPACES TO FACT-AUTH-LINKAGE
    SET ac-fn-check-tran TO TRUE
    PERFORM LinkAuthorization.

LinkAuthorization.
    EXEC CICS LINK PROGRAM('FACTAUTC')
        COMMAREA(FACT-AUTH-LINKAGE)
        LENGTH(LENGTH OF FACT-AUTH-LINKAGE)
        RESP(ws-resp)
    END-EXEC
    IF ws-resp NOT = DFHRESP(NORMAL)
        SET ac-unavailable TO TRUE
        MOVE "AUTHORIZATION CHECK UNAVAILABLE - TRY AGAIN LATER"
            TO AC-MESSAGE
    END-IF.

ShowMasterRecord.
    MOVE SPACE TO CACTO
    MOVE CM-COST-CENTER TO CCODEO
    MOVE CM-DEPT-NAME TO CNAMEO
    MOVE CM-STATUS TO CSTATO
    MOVE CM-EFF-DATE TO CEFFDO.

SendMaintMap.
    EXEC CICS SEND MAP('FCCMMAP') MAPSET('FCCMSET')
        FROM(FCCMMAPO)
        ERASE
    END-EXEC.

NoInputYet.
    MOVE SPACES TO FCCMMAPO
    MOVE "KEY A COST CENTER AND PRESS ENTER TO SEE IT, OR AN ACTION"
        TO CMSGO
    PERFORM SendMaintMap
    EXEC CICS RETURN
        TRANSID('FCCM')
    END-EXEC.

AbendHandler.
    MOVE "AN UNEXPECTED ERROR OCCURRED" TO CMSGO
    PERFORM SendMaintMap
    EXEC CICS RETURN
    END-EXEC.
