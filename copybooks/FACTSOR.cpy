*> FACTSO standing-order record. One 80-byte record per recurring
*> request a department has placed, maintained by operations from
*> the department's signed order form. FactStandingOrder turns each
*> order that falls due into a D record in the STANDING control set
*> at the front of the night's FACTIN; FactStandingList prints every
*> order with its next due date and expiry for review.
*> SO-FREQUENCY: D every day, W weekly on the weekday of
*>   SO-START-DATE, M the last calendar day of each month.
*> SO-END-DATE 99999999 is an open-ended order. SO-STATUS S holds an
*> order without deleting it.
01  FACTSO-REC.
    05 SO-ORDER-ID      PIC X(6).
    05 SO-NUM           PIC 9(2).
    05 SO-TRAN-TYPE     PIC X(1).
       88 so-tran-permute        VALUE "P".
       88 so-tran-combine        VALUE "C".
       88 so-tran-known          VALUES "F" " " "P" "C" "D".
    05 SO-NUM-R         PIC X(2).
    05 SO-COST-CENTER   PIC X(4).
    05 SO-FREQUENCY     PIC X(1).
       88 so-daily               VALUE "D".
       88 so-weekly              VALUE "W".
       88 so-month-end           VALUE "M".
    05 SO-START-DATE    PIC 9(8).
    05 SO-END-DATE      PIC 9(8).
    05 SO-DESCRIPTION   PIC X(24).
    05 SO-STATUS        PIC X(1).
       88 so-active              VALUE "A".
       88 so-suspended           VALUE "S".
    05 FILLER           PIC X(23).
