IDENTIFICATION DIVISION.
PROGRAM-ID. FACTSTAQ.

DATA DIVISION.
WORKING-STORAGE SECTION.
COPY FACTSTAM.
COPY FACTSTGR.
COPY FACTLOGR.
COPY FACTREJR.
COPY FACTACKR.
COPY FACTAUTK.

*> Transaction FSTA answers "what happened to my request?" on one
*> screen. For the keyed REQUEST-ID it reads the FACTSTG staging
*> KSDS (keyed online, not yet swept) and browses the three VSAM
*> ESDS copies the batch loads for the online side - FACTLOGV (the
*> journal: computed, and so extracted to billing), FACTREJV (every
*> night's rejects, FACTREJV.jcl) and FACTACKV (billing's
*> acknowledgments, FACTACKV.jcl) - and lists every event in date
*> order with the request's current status on top. Recycling is
*> read off the records themselves: a reject or a journal entry that
*> came in on a resubmission is preceded by a RECYCLED event.
*> Like FLOG, each request re-browses from the top; the copies are
*> small enough that carrying positions between screens is not worth
*> it, and the commarea only holds the page and the id.
*> Also like FLOG, only operators FACTAUTH gives FSTA authority get
*> the screen, and they see only the events for the cost centers
*> FACTAUTH lists for them (entry or view access) unless they hold
*> the audit role. The staging, journal and reject records carry the
*> center; a billing acknowledgment does not, so it is shown only
*> when the request has some other event the operator may see. An
*> inquiry that left out another department's events is logged once,
*> on the Enter that starts it, to the FACTSECV violation log, and
*> the operator is told so.
01  ws-page             PIC 9(4) VALUE 1.
01  ws-req-id           PIC X(6) VALUE SPACES.
01  ws-page-size        PIC 9(2) VALUE 10.
01  ws-skip-count       PIC 9(5) VALUE 0.
01  ws-shown-count      PIC 9(2) VALUE 0.
01  ws-rba              PIC S9(8) COMP VALUE 0.
01  ws-resp             PIC S9(8) COMP VALUE 0.
01  ws-narrow-20-max    PIC 9(30) VALUE 99999999999999999999.
01  ws-result-disp      PIC Z(19)9.
01  ws-event-center     PIC X(4) VALUE SPACES.
01  ws-withheld-count   PIC 9(5) VALUE 0.
01  ws-withheld-center  PIC X(4) VALUE SPACES.
01  ws-center-idx       PIC 9(2) VALUE 0.
01  ws-visible-switch   PIC X(1) VALUE "N".
    88 ws-event-visible          VALUE "Y".
01  ws-request-switch   PIC X(1) VALUE "N".
    88 ws-request-visible        VALUE "Y".
01  ws-search-switch    PIC X(1) VALUE "N".
    88 ws-fresh-search           VALUE "Y".

*> The request's events, collected from every file and then put in
*> date order. ev-key is the event date plus a rank that keeps a
*> same-day recycle ahead of its outcome and the outcome ahead of
*> the extract and the billing acknowledgment.
01  ws-ev-count         PIC 9(3) VALUE 0.
01  ws-ev-max           PIC 9(3) VALUE 60.
01  ws-ev-table.
    05 ws-ev-entry OCCURS 60.
       10 ws-ev-key.
          15 ws-ev-date     PIC 9(8).
          15 ws-ev-rank     PIC 9(1).
       10 ws-ev-kind        PIC X(1).
          88 ws-ev-staged           VALUE "S".
          88 ws-ev-recycled         VALUE "Y".
          88 ws-ev-computed         VALUE "C".
          88 ws-ev-extracted        VALUE "E".
          88 ws-ev-rejected         VALUE "R".
          88 ws-ev-billed           VALUE "A".
          88 ws-ev-bill-rejected    VALUE "B".
       10 ws-ev-code        PIC X(4).
          88 ws-ev-quota-hold       VALUE "R010".
       10 ws-ev-line        PIC X(79).
01  ws-ev-hold          PIC X(93).
01  ws-ev-date-in       PIC 9(8) VALUE 0.
01  ws-ev-idx           PIC 9(3) VALUE 0.
01  ws-ev-pass          PIC 9(3) VALUE 0.
01  ws-ev-overflow-sw   PIC X(1) VALUE "N".
    88 ws-ev-overflow            VALUE "Y".
01  ws-ev-last-reject   PIC X(4) VALUE SPACES.
    88 ws-ev-after-quota         VALUE "R010".

*> Files that could not be read this time - their events are
*> missing from the list, so the screen has to say so.
01  ws-unavail-switch   PIC X(1) VALUE "N".
    88 ws-some-unavailable       VALUE "Y".
01  ws-unavail-msg.
    05 FILLER           PIC X(23) VALUE "NOT SHOWN - UNAVAILABLE".
    05 um-staging       PIC X(9)  VALUE SPACES.
    05 um-journal       PIC X(9)  VALUE SPACES.
    05 um-rejects       PIC X(9)  VALUE SPACES.
    05 um-acks          PIC X(9)  VALUE SPACES.

*> Staging timestamp: FREQ stores EIBDATE (0CYYDDD) then EIBTIME
*> (0HHMMSS) as digits.
01  ws-stg-eibdate      PIC 9(7) VALUE 0.
01  ws-stg-eib-parts REDEFINES ws-stg-eibdate.
    05 FILLER           PIC 9(1).
    05 ws-stg-century   PIC 9(1).
    05 ws-stg-yy        PIC 9(2).
    05 ws-stg-ddd       PIC 9(3).
01  ws-stg-yyyyddd      PIC 9(7) VALUE 0.
01  ws-stg-date         PIC 9(8) VALUE 0.

01  ws-event-line.
    05 el-mm            PIC X(2).
    05 FILLER           PIC X(1) VALUE "/".
    05 el-dd            PIC X(2).
    05 FILLER           PIC X(1) VALUE "/".
    05 el-yyyy          PIC X(4).
    05 FILLER           PIC X(2) VALUE SPACES.
    05 el-event         PIC X(10).
    05 FILLER           PIC X(1) VALUE SPACES.
    05 el-detail        PIC X(56).

01  ws-staged-detail.
    05 FILLER           PIC X(3)  VALUE "AT ".
    05 sd-hh            PIC X(2).
    05 FILLER           PIC X(1)  VALUE ":".
    05 sd-mm            PIC X(2).
    05 FILLER           PIC X(10) VALUE " TERMINAL ".
    05 sd-terminal      PIC X(8).
    05 FILLER           PIC X(23) VALUE " - AWAITING NIGHT SWEEP".

01  ws-computed-detail.
    05 FILLER           PIC X(4)  VALUE "NUM ".
    05 cd-num           PIC 9(2).
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 cd-tran          PIC X(1).
    05 FILLER           PIC X(2)  VALUE " R".
    05 cd-num-r         PIC 9(2).
    05 FILLER           PIC X(3)  VALUE " = ".
    05 cd-result        PIC X(20).
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 cd-ext           PIC X(3).
    05 FILLER           PIC X(6)  VALUE " FROM ".
    05 cd-source        PIC X(8).

01  ws-extract-detail.
    05 FILLER           PIC X(40) VALUE
       "TO BILLING ON FACTEXT - COST CENTER".
    05 xd-cost-center   PIC X(4).

01  ws-reject-detail.
    05 rd-code          PIC X(4).
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 rd-text          PIC X(28).
    05 FILLER           PIC X(7)  VALUE " RESUB ".
    05 rd-resub         PIC 9(2).
    05 FILLER           PIC X(6)  VALUE " DEPT ".
    05 rd-cost-center   PIC X(4).

01  ws-recycle-detail.
    05 FILLER           PIC X(41) VALUE
       "CORRECTED AND RESUBMITTED BY FACTRCYC".
    05 yd-resub-text    PIC X(15).
01  ws-quota-recycle-text PIC X(41) VALUE
       "QUOTA HOLD RETRIED BY FACTRCYC".

01  ws-resub-text.
    05 FILLER           PIC X(13) VALUE "RESUBMISSION ".
    05 rt-resub         PIC 9(2).

01  ws-ack-detail.
    05 ad-status        PIC X(8).
    05 FILLER           PIC X(1)  VALUE SPACES.
    05 ad-reason-label  PIC X(15).
    05 ad-reason        PIC X(4).

01  ws-status-line      PIC X(71) VALUE SPACES.
01  ws-status-reject.
    05 FILLER           PIC X(9)  VALUE "REJECTED ".
    05 sr-code          PIC X(4).
    05 FILLER           PIC X(40) VALUE
       " - OUTSTANDING, AWAITING CORRECTION".
01  ws-status-quota     PIC X(71) VALUE
       "REJECTED R010 - HELD OVER QUOTA, RETRIED NIGHTLY".

*> Attention identifiers, values per the IBM DFHAID copybook.
01  ws-aid-pf7          PIC X(1) VALUE "7".
01  ws-aid-pf8          PIC X(1) VALUE "8".
01  ws-aid-clear        PIC X(1) VALUE "_".

01  ws-commarea.
    05 ca-page          PIC 9(4).
    05 ca-req-id        PIC X(6).

LINKAGE SECTION.
01  DFHCOMMAREA.
    05 dca-page         PIC 9(4).
    05 dca-req-id       PIC X(6).

PROCEDURE DIVISION.
MainLine.
    *> MAPFAIL here is not an error: PF7/PF8 with nothing keyed
    *> raises it, and the page keys must keep the inquiry from the
    *> commarea rather than bounce to the fresh-entry screen.
    EXEC CICS HANDLE CONDITION
        MAPFAIL(NoMapInput)
        ERROR(AbendHandler)
    END-EXEC

    PERFORM CheckOperatorAuthority
    IF NOT ac-authorized
        MOVE SPACES TO FSTAMAPO
        MOVE AC-MESSAGE TO QMSGO
        PERFORM SendInquiryMap
        EXEC CICS RETURN
        END-EXEC
    END-IF

    IF EIBCALEN = 0
        GO TO NoInputYet
    END-IF

    IF EIBAID = ws-aid-clear
        EXEC CICS RETURN
        END-EXEC
    END-IF

    MOVE dca-page TO ws-page
    MOVE dca-req-id TO ws-req-id

    MOVE LOW-VALUES TO FSTAMAPI
    EXEC CICS RECEIVE MAP('FSTAMAP') MAPSET('FSTASET')
        INTO(FSTAMAPI)
    END-EXEC.

NoMapInput.
    EVALUATE TRUE
        WHEN EIBAID = ws-aid-pf8
            IF ws-page < 9999
                ADD 1 TO ws-page
            END-IF
        WHEN EIBAID = ws-aid-pf7
            IF ws-page > 1
                SUBTRACT 1 FROM ws-page
            END-IF
        WHEN OTHER
            *> Enter starts a fresh inquiry on the keyed id.
            SET ws-fresh-search TO TRUE
            MOVE 1 TO ws-page
            IF REQIDL > 0
                MOVE REQIDI TO ws-req-id
            ELSE
                MOVE SPACES TO ws-req-id
            END-IF
    END-EVALUATE

    MOVE SPACES TO CURSTO
    MOVE SPACES TO L01O L02O L03O L04O L05O
    MOVE SPACES TO L06O L07O L08O L09O L10O
    MOVE SPACES TO QMSGO
    IF ws-req-id = SPACES
        MOVE "ENTER THE REQUEST-ID TO INQUIRE ON" TO QMSGO
    ELSE
        PERFORM CollectEvents
        PERFORM SortEvents
        PERFORM MarkQuotaRecycles
        PERFORM SetCurrentStatus
        PERFORM BuildPage
        IF ws-withheld-count > 0 AND ws-fresh-search
            PERFORM LogWithheldSearch
        END-IF
    END-IF
    PERFORM SendInquiryMap

    MOVE ws-page TO ca-page
    MOVE ws-req-id TO ca-req-id
    EXEC CICS RETURN
        TRANSID('FSTA')
        COMMAREA(ws-commarea)
    END-EXEC.

CollectEvents.
    MOVE 0 TO ws-ev-count
    MOVE "N" TO ws-ev-overflow-sw
    MOVE "N" TO ws-unavail-switch
    MOVE 0 TO ws-withheld-count
    MOVE SPACES TO ws-withheld-center
    MOVE "N" TO ws-request-switch
    PERFORM ReadStagingRecord
    PERFORM BrowseJournalCopy
    PERFORM BrowseRejectCopy
    PERFORM BrowseAckCopy.

*> --- FACTSTG: present only between the FREQ entry and the night's
*> --- sweep, which deletes what it merges.
ReadStagingRecord.
    EXEC CICS READ FILE('FACTSTG')
        INTO(FACTSTG-REC)
        RIDFLD(ws-req-id)
        RESP(ws-resp)
    END-EXEC
    EVALUATE TRUE
        WHEN ws-resp = DFHRESP(NORMAL)
            MOVE SR-COST-CENTER TO ws-event-center
            PERFORM TestEventVisible
            IF ws-event-visible
                PERFORM AddStagedEvent
            END-IF
        WHEN ws-resp = DFHRESP(NOTFND)
            CONTINUE
        WHEN OTHER
            SET ws-some-unavailable TO TRUE
            MOVE " STAGING" TO um-staging
    END-EVALUATE.

AddStagedEvent.
    MOVE 0 TO ws-stg-date
    IF SR-ENTRY-TS (1:7) NUMERIC
        MOVE SR-ENTRY-TS (1:7) TO ws-stg-eibdate
        COMPUTE ws-stg-yyyyddd =
            (1900 + ws-stg-century * 100 + ws-stg-yy) * 1000
            + ws-stg-ddd
        COMPUTE ws-stg-date = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DAY(ws-stg-yyyyddd))
    END-IF
    MOVE SR-ENTRY-TS (9:2) TO sd-hh
    MOVE SR-ENTRY-TS (11:2) TO sd-mm
    MOVE SR-OPERATOR-ID TO sd-terminal
    MOVE "STAGED" TO el-event
    MOVE ws-staged-detail TO el-detail
    MOVE ws-stg-date TO ws-ev-date-in
    PERFORM AddEvent
    IF NOT ws-ev-overflow
        MOVE 1 TO ws-ev-rank (ws-ev-count)
        MOVE "S" TO ws-ev-kind (ws-ev-count)
    END-IF.

*> --- FACTLOGV: one entry per computed answer. Every journaled
*> --- answer went out on that night's FACTEXT as well.
BrowseJournalCopy.
    MOVE 0 TO ws-rba
    EXEC CICS STARTBR FILE('FACTLOGV')
        RIDFLD(ws-rba) RBA
        RESP(ws-resp)
    END-EXEC
    IF ws-resp NOT = DFHRESP(NORMAL)
        SET ws-some-unavailable TO TRUE
        MOVE " JOURNAL" TO um-journal
    ELSE
        PERFORM ReadNextJournal
            UNTIL ws-resp NOT = DFHRESP(NORMAL)
        EXEC CICS ENDBR FILE('FACTLOGV') END-EXEC
    END-IF.

ReadNextJournal.
    EXEC CICS READNEXT FILE('FACTLOGV')
        INTO(FACTLOG-REC)
        RIDFLD(ws-rba) RBA
        RESP(ws-resp)
    END-EXEC
    IF ws-resp = DFHRESP(NORMAL)
        IF LG-REQUEST-ID = ws-req-id AND NOT lg-control-entry
            MOVE LG-COST-CENTER TO ws-event-center
            PERFORM TestEventVisible
            IF ws-event-visible
                PERFORM AddJournalEvents
            END-IF
        END-IF
    END-IF.

AddJournalEvents.
    IF LG-SOURCE-SYSTEM = "RECYCLE"
        MOVE SPACES TO yd-resub-text
        MOVE "RECYCLED" TO el-event
        MOVE ws-recycle-detail TO el-detail
        PERFORM AddDatedJournalEvent
        IF NOT ws-ev-overflow
            MOVE 1 TO ws-ev-rank (ws-ev-count)
            MOVE "Y" TO ws-ev-kind (ws-ev-count)
        END-IF
    END-IF
    MOVE LG-NUM TO cd-num
    MOVE LG-TRAN-TYPE TO cd-tran
    MOVE LG-NUM-R TO cd-num-r
    IF LG-RESULT > ws-narrow-20-max
        MOVE "*TOO LARGE-SEE RPT*" TO cd-result
    ELSE
        MOVE LG-RESULT TO ws-result-disp
        MOVE ws-result-disp TO cd-result
    END-IF
    IF lg-extended
        MOVE "EXT" TO cd-ext
    ELSE
        MOVE SPACES TO cd-ext
    END-IF
    MOVE LG-SOURCE-SYSTEM TO cd-source
    MOVE "COMPUTED" TO el-event
    MOVE ws-computed-detail TO el-detail
    PERFORM AddDatedJournalEvent
    IF NOT ws-ev-overflow
        MOVE 2 TO ws-ev-rank (ws-ev-count)
        MOVE "C" TO ws-ev-kind (ws-ev-count)
    END-IF
    MOVE LG-COST-CENTER TO xd-cost-center
    MOVE "EXTRACTED" TO el-event
    MOVE ws-extract-detail TO el-detail
    PERFORM AddDatedJournalEvent
    IF NOT ws-ev-overflow
        MOVE 3 TO ws-ev-rank (ws-ev-count)
        MOVE "E" TO ws-ev-kind (ws-ev-count)
    END-IF.

AddDatedJournalEvent.
    IF LG-RUN-DATE NUMERIC
        MOVE LG-RUN-DATE TO ws-ev-date-in
    ELSE
        MOVE ZEROES TO ws-ev-date-in
    END-IF
    PERFORM AddEvent.

*> --- FACTREJV: every night's rejects, appended by FACTREJV.jcl.
*> --- A reject carrying a resubmission count arrived in a RECYCLE
*> --- set.
BrowseRejectCopy.
    MOVE 0 TO ws-rba
    EXEC CICS STARTBR FILE('FACTREJV')
        RIDFLD(ws-rba) RBA
        RESP(ws-resp)
    END-EXEC
    IF ws-resp NOT = DFHRESP(NORMAL)
        SET ws-some-unavailable TO TRUE
        MOVE " REJECTS" TO um-rejects
    ELSE
        PERFORM ReadNextReject
            UNTIL ws-resp NOT = DFHRESP(NORMAL)
        EXEC CICS ENDBR FILE('FACTREJV') END-EXEC
    END-IF.

ReadNextReject.
    EXEC CICS READNEXT FILE('FACTREJV')
        INTO(FACTREJ-REC)
        RIDFLD(ws-rba) RBA
        RESP(ws-resp)
    END-EXEC
    IF ws-resp = DFHRESP(NORMAL)
        IF FR-REQUEST-ID = ws-req-id
            MOVE FR-COST-CENTER TO ws-event-center
            PERFORM TestEventVisible
            IF ws-event-visible
                PERFORM AddRejectEvents
            END-IF
        END-IF
    END-IF.

AddRejectEvents.
    IF FR-RESUB-COUNT NUMERIC AND FR-RESUB-COUNT > 0
        MOVE FR-RESUB-COUNT TO rt-resub
        MOVE ws-resub-text TO yd-resub-text
        MOVE "RECYCLED" TO el-event
        MOVE ws-recycle-detail TO el-detail
        PERFORM AddDatedRejectEvent
        IF NOT ws-ev-overflow
            MOVE 1 TO ws-ev-rank (ws-ev-count)
            MOVE "Y" TO ws-ev-kind (ws-ev-count)
        END-IF
    END-IF
    MOVE FR-REASON-CODE TO rd-code
    MOVE FR-REASON-TEXT TO rd-text
    IF FR-RESUB-COUNT NUMERIC
        MOVE FR-RESUB-COUNT TO rd-resub
    ELSE
        MOVE 0 TO rd-resub
    END-IF
    MOVE FR-COST-CENTER TO rd-cost-center
    MOVE "REJECTED" TO el-event
    MOVE ws-reject-detail TO el-detail
    PERFORM AddDatedRejectEvent
    IF NOT ws-ev-overflow
        MOVE 2 TO ws-ev-rank (ws-ev-count)
        MOVE "R" TO ws-ev-kind (ws-ev-count)
        MOVE FR-REASON-CODE TO ws-ev-code (ws-ev-count)
    END-IF.

AddDatedRejectEvent.
    IF FR-RUN-DATE NUMERIC
        MOVE FR-RUN-DATE TO ws-ev-date-in
    ELSE
        MOVE ZEROES TO ws-ev-date-in
    END-IF
    PERFORM AddEvent.

*> --- FACTACKV: billing's acknowledgments, appended by FACTACKV.jcl.
BrowseAckCopy.
    MOVE 0 TO ws-rba
    EXEC CICS STARTBR FILE('FACTACKV')
        RIDFLD(ws-rba) RBA
        RESP(ws-resp)
    END-EXEC
    IF ws-resp NOT = DFHRESP(NORMAL)
        SET ws-some-unavailable TO TRUE
        MOVE " ACKS" TO um-acks
    ELSE
        PERFORM ReadNextAck
            UNTIL ws-resp NOT = DFHRESP(NORMAL)
        EXEC CICS ENDBR FILE('FACTACKV') END-EXEC
    END-IF.

ReadNextAck.
    EXEC CICS READNEXT FILE('FACTACKV')
        INTO(FACTACK-REC)
        RIDFLD(ws-rba) RBA
        RESP(ws-resp)
    END-EXEC
    IF ws-resp = DFHRESP(NORMAL)
        IF AK-REQUEST-ID = ws-req-id
            PERFORM TestAckVisible
        END-IF
    END-IF.

AddAckEvent.
    IF ak-rejected
        MOVE "REJECTED" TO ad-status
        MOVE "BILLING REASON " TO ad-reason-label
        MOVE AK-REASON-CODE TO ad-reason
    ELSE
        MOVE "ACCEPTED" TO ad-status
        MOVE SPACES TO ad-reason-label
        MOVE SPACES TO ad-reason
    END-IF
    MOVE "BILLING" TO el-event
    MOVE ws-ack-detail TO el-detail
    IF AK-ACK-DATE NUMERIC
        MOVE AK-ACK-DATE TO ws-ev-date-in
    ELSE
        MOVE ZEROES TO ws-ev-date-in
    END-IF
    PERFORM AddEvent
    IF NOT ws-ev-overflow
        MOVE 4 TO ws-ev-rank (ws-ev-count)
        IF ak-rejected
            MOVE "B" TO ws-ev-kind (ws-ev-count)
            MOVE AK-REASON-CODE TO ws-ev-code (ws-ev-count)
        ELSE
            MOVE "A" TO ws-ev-kind (ws-ev-count)
        END-IF
    END-IF.

*> --- Department filter. The acknowledgments are browsed last, so by
*> --- then the request's other events have said whose it is; one
*> --- with no other event at all cannot be placed and is left out
*> --- without being counted against the operator.
TestEventVisible.
    IF ac-audit-role
        SET ws-event-visible TO TRUE
    ELSE
        MOVE "N" TO ws-visible-switch
        PERFORM MatchViewCenter
            VARYING ws-center-idx FROM 1 BY 1
            UNTIL ws-center-idx > AC-CENTER-COUNT OR ws-event-visible
    END-IF
    IF ws-event-visible
        SET ws-request-visible TO TRUE
    ELSE
        ADD 1 TO ws-withheld-count
        IF ws-withheld-center = SPACES
            MOVE ws-event-center TO ws-withheld-center
        END-IF
    END-IF.

MatchViewCenter.
    IF AC-CENTER (ws-center-idx) = ws-event-center
            AND ac-center-view (ws-center-idx)
        SET ws-event-visible TO TRUE
    END-IF.

TestAckVisible.
    EVALUATE TRUE
        WHEN ac-audit-role OR ws-request-visible
            PERFORM AddAckEvent
        WHEN ws-withheld-center NOT = SPACES
            ADD 1 TO ws-withheld-count
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

CheckOperatorAuthority.
    MOVE SPACES TO FACT-AUTH-LINKAGE
    SET ac-fn-check-tran TO TRUE
    PERFORM LinkAuthorization.

LogWithheldSearch.
    MOVE SPACES TO FACT-AUTH-LINKAGE
    SET ac-fn-log-view TO TRUE
    MOVE ws-req-id TO AC-REQUEST-ID
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

*> Caller leaves the event date in ws-ev-date-in and the event
*> name and detail in ws-event-line; rank and kind are set after.
AddEvent.
    IF ws-ev-count >= ws-ev-max
        SET ws-ev-overflow TO TRUE
    ELSE
        ADD 1 TO ws-ev-count
        MOVE ws-ev-date-in TO ws-ev-date (ws-ev-count)
        MOVE 0 TO ws-ev-rank (ws-ev-count)
        MOVE SPACES TO ws-ev-kind (ws-ev-count)
        MOVE SPACES TO ws-ev-code (ws-ev-count)
        MOVE ws-ev-date-in (1:4) TO el-yyyy
        MOVE ws-ev-date-in (5:2) TO el-mm
        MOVE ws-ev-date-in (7:2) TO el-dd
        MOVE ws-event-line TO ws-ev-line (ws-ev-count)
    END-IF.

*> A handful of events per request - an exchange sort is plenty.
*> Only a strictly later key moves, so same-key events keep the
*> order they were collected in.
SortEvents.
    PERFORM SortPass
        VARYING ws-ev-pass FROM 1 BY 1
        UNTIL ws-ev-pass >= ws-ev-count.

SortPass.
    PERFORM SortCompare
        VARYING ws-ev-idx FROM 1 BY 1
        UNTIL ws-ev-idx > ws-ev-count - ws-ev-pass.

SortCompare.
    IF ws-ev-key (ws-ev-idx) > ws-ev-key (ws-ev-idx + 1)
        MOVE ws-ev-entry (ws-ev-idx) TO ws-ev-hold
        MOVE ws-ev-entry (ws-ev-idx + 1) TO ws-ev-entry (ws-ev-idx)
        MOVE ws-ev-hold TO ws-ev-entry (ws-ev-idx + 1)
    END-IF.

*> FactRecycle puts an R010 back every night with nothing keyed, so
*> a recycle that follows a quota reject is a retry, not a correction.
*> Which it was is only known once the events are in date order.
MarkQuotaRecycles.
    MOVE SPACES TO ws-ev-last-reject
    PERFORM MarkQuotaRecycle
        VARYING ws-ev-idx FROM 1 BY 1
        UNTIL ws-ev-idx > ws-ev-count.

MarkQuotaRecycle.
    IF ws-ev-rejected (ws-ev-idx)
        MOVE ws-ev-code (ws-ev-idx) TO ws-ev-last-reject
    END-IF
    IF ws-ev-recycled (ws-ev-idx) AND ws-ev-after-quota
        MOVE ws-ev-line (ws-ev-idx) TO ws-event-line
        MOVE ws-quota-recycle-text TO el-detail (1:41)
        MOVE ws-event-line TO ws-ev-line (ws-ev-idx)
    END-IF.

*> The latest event decides where the request stands now.
SetCurrentStatus.
    IF ws-ev-count = 0
        MOVE "NO RECORD OF THIS REQUEST-ID ON ANY FILE" TO CURSTO
    ELSE
        EVALUATE TRUE
            WHEN ws-ev-staged (ws-ev-count)
                MOVE "STAGED ONLINE - WILL RUN IN TONIGHT'S BATCH"
                    TO ws-status-line
            WHEN ws-ev-rejected (ws-ev-count)
                    AND ws-ev-quota-hold (ws-ev-count)
                MOVE ws-status-quota TO ws-status-line
            WHEN ws-ev-rejected (ws-ev-count)
                MOVE ws-ev-code (ws-ev-count) TO sr-code
                MOVE ws-status-reject TO ws-status-line
            WHEN ws-ev-recycled (ws-ev-count)
                MOVE "RECYCLED - RESULT OF THE RESUBMISSION NOT YET IN"
                    TO ws-status-line
            WHEN ws-ev-computed (ws-ev-count)
                    OR ws-ev-extracted (ws-ev-count)
                MOVE "COMPUTED AND EXTRACTED - BILLING ACK NOT YET IN"
                    TO ws-status-line
            WHEN ws-ev-billed (ws-ev-count)
                MOVE "COMPLETE - ACCEPTED BY BILLING"
                    TO ws-status-line
            WHEN ws-ev-bill-rejected (ws-ev-count)
                MOVE "REJECTED BY BILLING - BACK TO THE DEPARTMENT"
                    TO ws-status-line
        END-EVALUATE
        MOVE ws-status-line TO CURSTO
    END-IF.

BuildPage.
    MOVE 0 TO ws-shown-count
    COMPUTE ws-skip-count = (ws-page - 1) * ws-page-size
    IF ws-skip-count >= ws-ev-count AND ws-page > 1
        MOVE "NO MORE EVENTS - PF7 TO PAGE BACK" TO QMSGO
    ELSE
        PERFORM ShowEvent
            VARYING ws-ev-idx FROM ws-skip-count BY 1
            UNTIL ws-ev-idx >= ws-ev-count
                OR ws-shown-count >= ws-page-size
        PERFORM SetPageMessage
    END-IF.

ShowEvent.
    ADD 1 TO ws-shown-count
    EVALUATE ws-shown-count
        WHEN 1  MOVE ws-ev-line (ws-ev-idx + 1) TO L01O
        WHEN 2  MOVE ws-ev-line (ws-ev-idx + 1) TO L02O
        WHEN 3  MOVE ws-ev-line (ws-ev-idx + 1) TO L03O
        WHEN 4  MOVE ws-ev-line (ws-ev-idx + 1) TO L04O
        WHEN 5  MOVE ws-ev-line (ws-ev-idx + 1) TO L05O
        WHEN 6  MOVE ws-ev-line (ws-ev-idx + 1) TO L06O
        WHEN 7  MOVE ws-ev-line (ws-ev-idx + 1) TO L07O
        WHEN 8  MOVE ws-ev-line (ws-ev-idx + 1) TO L08O
        WHEN 9  MOVE ws-ev-line (ws-ev-idx + 1) TO L09O
        WHEN 10 MOVE ws-ev-line (ws-ev-idx + 1) TO L10O
    END-EVALUATE.

SetPageMessage.
    EVALUATE TRUE
        WHEN ws-some-unavailable
            MOVE ws-unavail-msg TO QMSGO
        WHEN ws-ev-overflow
            MOVE "TOO MANY EVENTS - NOT ALL SHOWN, SEE FLOG"
                TO QMSGO
        WHEN ws-skip-count + ws-shown-count < ws-ev-count
            MOVE "MORE EVENTS - PF8 TO PAGE FORWARD" TO QMSGO
        WHEN ws-ev-count > 0
            MOVE "END OF EVENTS" TO QMSGO
    END-EVALUATE.

SendInquiryMap.
    MOVE ws-req-id TO REQIDO
    EXEC CICS SEND MAP('FSTAMAP') MAPSET('FSTASET')
        FROM(FSTAMAPO)
        ERASE
    END-EXEC.

NoInputYet.
    MOVE SPACES TO FSTAMAPO
    MOVE "ENTER THE REQUEST-ID TO INQUIRE ON" TO QMSGO
    PERFORM SendInquiryMap
    MOVE 1 TO ca-page
    MOVE SPACES TO ca-req-id
    EXEC CICS RETURN
        TRANSID('FSTA')
        COMMAREA(ws-commarea)
    END-EXEC.

AbendHandler.
    MOVE "AN UNEXPECTED ERROR OCCURRED" TO QMSGO
    PERFORM SendInquiryMap
    EXEC CICS RETURN
    END-EXEC.
