WORKING-STORAGE SECTION.
COPY FACTMAP.
COPY FACTLINK.
COPY FACTAUTK.

01  ws-num-low           PIC 9(2) VALUE 0.
01  ws-num-high          PIC 9(2) VALUE 20.
        ERROR(AbendHandler)
    END-EXEC

    PERFORM CheckOperatorAuthority
    IF NOT ac-authorized
        MOVE SPACES TO FACTMAPO
        MOVE AC-MESSAGE TO ERRMSGO
        PERFORM SendMap
        EXEC CICS RETURN
        END-EXEC
    END-IF

    EXEC CICS RECEIVE MAP('FACTMAP') MAPSET('FACTSET')
        INTO(FACTMAPI)
    END-EXEC
        END-IF
    END-IF.

CheckOperatorAuthority.
    *> Only operators FACTAUTH allows FACT get past the first screen;
    *> FACTAUTC logs anyone refused.
    MOVE SPACES TO FACT-AUTH-LINKAGE
    SET ac-fn-check-tran TO TRUE
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

SendMap.
    EXEC CICS SEND MAP('FACTMAP') MAPSET('FACTSET')
        FROM(FACTMAPO)
