*> FACTAUTH operator authorization record. One 120-byte KSDS record
*> per operator, keyed on the CICS sign-on user id. It says which of
*> the FACT, FREQ, FLOG, FSTA and FCCM transactions the operator may
*> use (FSTA and FCCM were added later, in reserved bytes) and
*> which cost centers they may enter requests for (access E) or only
*> see in the journal (access V). An operator with the audit role
*> sees every journal line in FLOG but still enters requests only
*> for their own E centers; the same goes for the request history
*> FSTA shows. A revoked operator keeps the record so
*> the quarterly certification shows the revocation; every
*> transaction refuses them. Checked online by FACTAUTC, listed for
*> the department heads' quarterly sign-off by FactAuthList.
01  FACTAUTH-REC.
    05 AU-OPERATOR-ID   PIC X(8).
    05 AU-OPERATOR-NAME PIC X(24).
    05 AU-STATUS        PIC X(1).
       88 au-active              VALUE "A".
       88 au-revoked             VALUE "R".
    05 AU-ROLE          PIC X(1).
       88 au-audit-role          VALUE "A".
       88 au-operator-role       VALUE "O".
    05 AU-TRANSACTIONS.
       10 AU-TRAN-FACT  PIC X(1).
          88 au-may-use-fact     VALUE "Y".
       10 AU-TRAN-FREQ  PIC X(1).
          88 au-may-use-freq     VALUE "Y".
       10 AU-TRAN-FLOG  PIC X(1).
          88 au-may-use-flog     VALUE "Y".
    05 AU-CHANGE-DATE   PIC 9(8).
    05 AU-APPROVED-BY   PIC X(8).
    05 AU-CENTER-COUNT  PIC 9(2).
    05 AU-CENTER-LIST.
       10 AU-CENTER-ENTRY OCCURS 12 TIMES.
          15 AU-CENTER  PIC X(4).
          15 AU-CENTER-ACCESS PIC X(1).
             88 au-center-enter  VALUE "E".
             88 au-center-view   VALUES "E" "V".
    05 AU-TRAN-FSTA     PIC X(1).
       88 au-may-use-fsta        VALUE "Y".
    05 AU-TRAN-FCCM     PIC X(1).
       88 au-may-use-fccm        VALUE "Y".
    05 FILLER           PIC X(3).
