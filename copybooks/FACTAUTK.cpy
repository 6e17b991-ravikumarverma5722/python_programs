*> Commarea for EXEC CICS LINK to FACTAUTC, the operator
*> authorization check shared by the FACT, FREQ, FLOG, FSTA and FCCM
*> transactions. The caller sets the function (and the cost center
*> or REQUEST-ID it concerns); FACTAUTC reads FACTAUTH for the
*> signed-on user, logs any refusal to the FACTSECV violation log,
*> and hands back the verdict, a message for the screen, and the
*> operator's role and centers so FLOG and FSTA can filter what they
*> show without a LINK per line.
01  FACT-AUTH-LINKAGE.
    05 AC-FUNCTION      PIC X(1).
       88 ac-fn-check-tran       VALUE "T".
       88 ac-fn-check-center     VALUE "C".
       88 ac-fn-log-view         VALUE "V".
    05 AC-COST-CENTER   PIC X(4).
    05 AC-REQUEST-ID    PIC X(6).
    05 AC-RESULT        PIC X(1).
       88 ac-authorized          VALUE "Y".
       88 ac-refused             VALUE "N".
       88 ac-unavailable         VALUE "U".
    05 AC-MESSAGE       PIC X(60).
    05 AC-OPERATOR-ID   PIC X(8).
    05 AC-ROLE          PIC X(1).
       88 ac-audit-role          VALUE "A".
    05 AC-CENTER-COUNT  PIC 9(2).
    05 AC-CENTER-LIST.
       10 AC-CENTER-ENTRY OCCURS 12 TIMES.
          15 AC-CENTER  PIC X(4).
          15 AC-CENTER-ACCESS PIC X(1).
             88 ac-center-enter  VALUE "E".
             88 ac-center-view   VALUES "E" "V".
