WORKING-STORAGE SECTION.
COPY FACTREQM.
COPY FACTSTGR.
COPY FACTCCMR.
COPY FACTAUTK.

*> Transaction FREQ stages an online-keyed request into FACTSTG, the
*> VSAM KSDS the nightly FactStageSweep merges into the front of the
*> dodge the chargeback the way the old FACT lookup allowed.
*> Validation here mirrors the FactBatch intake rules (NUM numeric,
*> transaction type F/P/C/D, R present and not above NUM for P and
*> C); the cost center is read against the FACTCCM master KSDS and
*> refused here if it is not on it or not active, so the operator
*> hears about it now rather than as an R009 reject tomorrow. If the
*> master cannot be read the entry is staged anyway - the batch makes
*> the same check at intake.
*> The operator must be on FACTAUTH with FREQ authority to get the
*> screen at all, and may only key requests for the cost centers
*> FACTAUTH gives them entry access to; FACTAUTC logs every refusal
*> to the FACTSECV violation log. The authority check comes before
*> the master read so a refused operator learns nothing about
*> which centers exist.
01  ws-num               PIC 9(2) VALUE 0.
01  ws-num-r             PIC 9(2) VALUE 0.
01  ws-tran-type         PIC X(1) VALUE SPACE.
        END-EXEC
    END-IF

    PERFORM CheckOperatorAuthority
    IF NOT ac-authorized
        MOVE SPACES TO FREQMAPO
        MOVE AC-MESSAGE TO RMSGO
        PERFORM SendRequestMap
        EXEC CICS RETURN
        END-EXEC
    END-IF

    MOVE LOW-VALUES TO FREQMAPI
    EXEC CICS RECEIVE MAP('FREQMAP') MAPSET('FREQSET')
        INTO(FREQMAPI)
                TO RMSGO
        ELSE
            MOVE RCOSTCI TO ws-cost-center
            PERFORM CheckCenterAuthority
            IF ws-entry-valid
                PERFORM CheckCostCenterMaster
            END-IF
        END-IF
    END-IF.

CheckOperatorAuthority.
    MOVE SPACES TO FACT-AUTH-LINKAGE
    SET ac-fn-check-tran TO TRUE
    PERFORM LinkAuthorization.

CheckCenterAuthority.
    MOVE SPACES TO FACT-AUTH-LINKAGE
    SET ac-fn-check-center TO TRUE
    MOVE ws-cost-center TO AC-COST-CENTER
    PERFORM LinkAuthorization
    IF NOT ac-authorized
        MOVE "N" TO ws-valid-switch
        MOVE AC-MESSAGE TO RMSGO
    END-IF.

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

CheckCostCenterMaster.
    EXEC CICS READ FILE('FACTCCM')
        INTO(FACTCCM-REC)
        RIDFLD(ws-cost-center)
        RESP(ws-resp)
    END-EXEC
    IF ws-resp = DFHRESP(NOTFND)
        MOVE "N" TO ws-valid-switch
        MOVE "COST CENTER NOT ON MASTER - SEE YOUR DEPT COORDINATOR"
            TO RMSGO
    ELSE
        IF ws-resp = DFHRESP(NORMAL) AND NOT cm-active
            MOVE "N" TO ws-valid-switch
            MOVE "COST CENTER IS INACTIVE - SEE YOUR DEPT COORDINATOR"
                TO RMSGO
        END-IF
    END-IF.

