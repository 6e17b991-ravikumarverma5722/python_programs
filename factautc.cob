IDENTIFICATION DIVISION.
PROGRAM-ID. FACTAUTC.

DATA DIVISION.
WORKING-STORAGE SECTION.
COPY FACTAUTR.
COPY FACTSECR.

*> Operator authorization check, LINKed by the FACT, FREQ, FLOG, FSTA
*> and FCCM transactions at the top of every interaction (function T)
*> and by FREQ again once a cost center is keyed (function C). The
*> operator is the signed-on user id, not the terminal, so authority
*> follows the person whichever terminal they use; the transaction
*> is the caller's own EIBTRNID. Every refusal is written to the
*> FACTSECV violation log for the security officer's daily report.
*> FLOG and FSTA ask for function V to log a REQUEST-ID search that
*> turned up another department's work they then withheld.
*> If FACTAUTH itself cannot be read the answer is "unavailable" and
*> the caller refuses the work - unlike the FACTCCM check in FREQ,
*> nothing downstream makes this check again - but nothing is
*> logged, since the operator has not attempted anything refused.
01  ws-operator-id       PIC X(8) VALUE SPACES.
01  ws-reason            PIC X(4) VALUE SPACES.
01  ws-center-idx        PIC 9(2) VALUE 0.
01  ws-center-switch     PIC X(1) VALUE "N".
    88 ws-center-found            VALUE "Y".
01  ws-resp              PIC S9(8) COMP VALUE 0.
01  ws-rba               PIC S9(8) COMP VALUE 0.
01  ws-abstime           PIC S9(15) COMP-3 VALUE 0.
01  ws-today             PIC X(8) VALUE SPACES.
01  ws-now-time          PIC X(6) VALUE SPACES.

LINKAGE SECTION.
COPY FACTAUTK.

PROCEDURE DIVISION USING FACT-AUTH-LINKAGE.
MainLine.
    SET ac-authorized TO TRUE
    MOVE SPACES TO AC-MESSAGE
    MOVE SPACE TO AC-ROLE
    MOVE 0 TO AC-CENTER-COUNT
    MOVE SPACES TO AC-CENTER-LIST
    EXEC CICS ASSIGN USERID(ws-operator-id)
    END-EXEC
    MOVE ws-operator-id TO AC-OPERATOR-ID
    PERFORM ReadAuthority
    IF ac-authorized
        PERFORM CheckTransaction
    END-IF
    IF ac-authorized
        EVALUATE TRUE
            WHEN ac-fn-check-center
                PERFORM CheckEntryCenter
            WHEN ac-fn-log-view
                MOVE "V005" TO ws-reason
                PERFORM RefuseAttempt
                MOVE "ENTRIES FOR OTHER DEPARTMENTS WITHHELD - ATTEMPT LOGGED"
                    TO AC-MESSAGE
        END-EVALUATE
    END-IF
    GOBACK.

ReadAuthority.
    EXEC CICS READ FILE('FACTAUTH')
        INTO(FACTAUTH-REC)
        RIDFLD(ws-operator-id)
        RESP(ws-resp)
    END-EXEC
    EVALUATE TRUE
        WHEN ws-resp = DFHRESP(NORMAL)
            IF au-active
                PERFORM ReturnAuthority
            ELSE
                MOVE "V002" TO ws-reason
                PERFORM RefuseAttempt
                MOVE "AUTHORIZATION REVOKED - SEE YOUR SECURITY OFFICER"
                    TO AC-MESSAGE
            END-IF
        WHEN ws-resp = DFHRESP(NOTFND)
            MOVE "V001" TO ws-reason
            PERFORM RefuseAttempt
            MOVE "NOT AN AUTHORIZED OPERATOR - SEE YOUR SECURITY OFFICER"
                TO AC-MESSAGE
        WHEN OTHER
            SET ac-unavailable TO TRUE
            MOVE "AUTHORIZATION FILE UNAVAILABLE - TRY AGAIN LATER"
                TO AC-MESSAGE
    END-EVALUATE.

ReturnAuthority.
    *> A count the table cannot hold is cut to what it can; the
    *> quarterly listing flags the record.
    MOVE AU-ROLE TO AC-ROLE
    MOVE AU-CENTER-LIST TO AC-CENTER-LIST
    IF AU-CENTER-COUNT NOT NUMERIC
        MOVE 0 TO AC-CENTER-COUNT
    ELSE
        IF AU-CENTER-COUNT > 12
            MOVE 12 TO AC-CENTER-COUNT
        ELSE
            MOVE AU-CENTER-COUNT TO AC-CENTER-COUNT
        END-IF
    END-IF.

CheckTransaction.
    EVALUATE TRUE
        WHEN EIBTRNID = "FACT" AND au-may-use-fact
            CONTINUE
        WHEN EIBTRNID = "FREQ" AND au-may-use-freq
            CONTINUE
        WHEN EIBTRNID = "FLOG" AND au-may-use-flog
            CONTINUE
        WHEN EIBTRNID = "FSTA" AND au-may-use-fsta
            CONTINUE
        WHEN EIBTRNID = "FCCM" AND au-may-use-fccm
            CONTINUE
        WHEN OTHER
            MOVE "V003" TO ws-reason
            PERFORM RefuseAttempt
            STRING "NOT AUTHORIZED FOR TRANSACTION " DELIMITED BY SIZE
                EIBTRNID DELIMITED BY SIZE
                " - SEE YOUR SECURITY OFFICER" DELIMITED BY SIZE
                INTO AC-MESSAGE
    END-EVALUATE.

CheckEntryCenter.
    MOVE "N" TO ws-center-switch
    PERFORM MatchEntryCenter
        VARYING ws-center-idx FROM 1 BY 1
        UNTIL ws-center-idx > AC-CENTER-COUNT OR ws-center-found
    IF NOT ws-center-found
        MOVE "V004" TO ws-reason
        PERFORM RefuseAttempt
        STRING "NOT AUTHORIZED TO ENTER REQUESTS FOR COST CENTER "
                DELIMITED BY SIZE
            AC-COST-CENTER DELIMITED BY SIZE
            INTO AC-MESSAGE
    END-IF.

MatchEntryCenter.
    IF AC-CENTER (ws-center-idx) = AC-COST-CENTER
            AND ac-center-enter (ws-center-idx)
        SET ws-center-found TO TRUE
    END-IF.

RefuseAttempt.
    *> The refusal stands whether or not the log write succeeds.
    SET ac-refused TO TRUE
    EXEC CICS ASKTIME ABSTIME(ws-abstime)
    END-EXEC
    EXEC CICS FORMATTIME ABSTIME(ws-abstime)
        YYYYMMDD(ws-today)
        TIME(ws-now-time)
    END-EXEC
    MOVE SPACES TO FACTSECV-REC
    MOVE ws-today TO SV-DATE
    MOVE ws-now-time TO SV-TIME
    MOVE ws-operator-id TO SV-OPERATOR-ID
    MOVE EIBTRMID TO SV-TERMINAL
    MOVE EIBTRNID TO SV-TRANSACTION
    MOVE ws-reason TO SV-REASON
    MOVE AC-COST-CENTER TO SV-COST-CENTER
    MOVE AC-REQUEST-ID TO SV-REQUEST-ID
    EXEC CICS WRITE FILE('FACTSECV')
        FROM(FACTSECV-REC)
        RIDFLD(ws-rba)
        RBA
        RESP(ws-resp)
    END-EXEC.
