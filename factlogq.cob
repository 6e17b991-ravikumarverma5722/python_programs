WORKING-STORAGE SECTION.
COPY FACTLOGM.
COPY FACTLOGR.
COPY FACTAUTK.

*> Transaction FLOG browses FACTLOGV, the VSAM (ESDS) copy of the
*> FACTLOG journal that FACTLOGV.jcl REPROs after each nightly run.
*> copy. Each request re-browses from the top and skips whole pages;
*> the journal copy is small enough that positioning state beyond
*> the page number is not worth carrying.
*> Only operators FACTAUTH gives FLOG authority get the screen, and
*> they see only the journal lines for the cost centers FACTAUTH
*> lists for them (entry or view access) unless they hold the audit
*> role; the rest are left out of the page counts as if absent. A
*> REQUEST-ID search that finds only - or also - another
*> department's lines is logged once, on the Enter that starts it,
*> to the FACTSECV violation log, and the operator is told so.
01  ws-page             PIC 9(4) VALUE 1.
01  ws-req-filter       PIC X(6) VALUE SPACES.
01  ws-date-filter      PIC X(8) VALUE SPACES.
01  ws-page-size        PIC 9(2) VALUE 10.
01  ws-more-switch      PIC X(1) VALUE "N".
    88 ws-more-entries           VALUE "Y".
01  ws-withheld-count   PIC 9(6) VALUE 0.
01  ws-withheld-center  PIC X(4) VALUE SPACES.
01  ws-visible-switch   PIC X(1) VALUE "N".
    88 ws-entry-visible          VALUE "Y".
01  ws-center-idx       PIC 9(2) VALUE 0.
01  ws-search-switch    PIC X(1) VALUE "N".
    88 ws-fresh-search           VALUE "Y".
01  ws-rba              PIC S9(8) COMP VALUE 0.
01  ws-resp             PIC S9(8) COMP VALUE 0.
01  ws-narrow-20-max    PIC 9(30) VALUE 99999999999999999999.
        ERROR(AbendHandler)
    END-EXEC

    PERFORM CheckOperatorAuthority
    IF NOT ac-authorized
        MOVE SPACES TO FLOGMAPO
        MOVE AC-MESSAGE TO QMSGO
        PERFORM SendInquiryMap
        EXEC CICS RETURN
        END-EXEC
    END-IF

    IF EIBCALEN = 0
        GO TO NoInputYet
    END-IF
            END-IF
        WHEN OTHER
            *> Enter starts a fresh search with the keyed filters.
            SET ws-fresh-search TO TRUE
            MOVE 1 TO ws-page
            IF REQIDL > 0
                MOVE REQIDI TO ws-req-filter
    MOVE SPACES TO QMSGO
    MOVE 0 TO ws-match-count
    MOVE 0 TO ws-shown-count
    MOVE 0 TO ws-withheld-count
    MOVE SPACES TO ws-withheld-center
    MOVE "N" TO ws-more-switch
    COMPUTE ws-skip-count = (ws-page - 1) * ws-page-size
    MOVE 0 TO ws-rba
            UNTIL ws-more-entries OR ws-resp NOT = DFHRESP(NORMAL)
        EXEC CICS ENDBR FILE('FACTLOGV') END-EXEC
        PERFORM SetPageMessage
        IF ws-withheld-count > 0 AND ws-req-filter NOT = SPACES
                AND ws-fresh-search
            PERFORM LogWithheldSearch
        END-IF
    END-IF.

BrowseNext.
    IF (ws-req-filter = SPACES OR LG-REQUEST-ID = ws-req-filter)
        AND (ws-date-filter = SPACES
             OR LG-RUN-DATE = ws-date-filter)
        PERFORM TestEntryVisible
        IF ws-entry-visible
            PERFORM CountVisibleEntry
        ELSE
            ADD 1 TO ws-withheld-count
            IF ws-withheld-center = SPACES
                MOVE LG-COST-CENTER TO ws-withheld-center
            END-IF
        END-IF
    END-IF.

CountVisibleEntry.
    ADD 1 TO ws-match-count
    IF ws-match-count > ws-skip-count
        IF ws-shown-count < ws-page-size
            PERFORM ShowJournalEntry
        ELSE
            *> An eleventh match means PF8 has somewhere to go.
            SET ws-more-entries TO TRUE
        END-IF
    END-IF.

TestEntryVisible.
    IF ac-audit-role
        SET ws-entry-visible TO TRUE
    ELSE
        MOVE "N" TO ws-visible-switch
        PERFORM MatchViewCenter
            VARYING ws-center-idx FROM 1 BY 1
            UNTIL ws-center-idx > AC-CENTER-COUNT OR ws-entry-visible
    END-IF.

MatchViewCenter.
    IF AC-CENTER (ws-center-idx) = LG-COST-CENTER
            AND ac-center-view (ws-center-idx)
        SET ws-entry-visible TO TRUE
    END-IF.

CheckOperatorAuthority.
    MOVE SPACES TO FACT-AUTH-LINKAGE
    SET ac-fn-check-tran TO TRUE
    PERFORM LinkAuthorization.

LogWithheldSearch.
    MOVE SPACES TO FACT-AUTH-LINKAGE
    SET ac-fn-log-view TO TRUE
    MOVE ws-req-filter TO AC-REQUEST-ID
    MOVE ws-withheld-center TO AC-COST-CENTER
    PERFORM LinkAuthorization
    MOVE AC-MESSAGE TO QMSGO.

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

ShowJournalEntry.
    MOVE LG-REQUEST-ID TO bl-request-id
    MOVE LG-NUM TO bl-num
