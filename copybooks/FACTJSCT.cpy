*> The nightly job stream in running order, with the steps each one
*> needs to have completed cleanly (ended RC 0 or 4) on the same
*> night before it may start. Kind N is a nightly step, S the split
*> and merge that bracket the parallel FactBatch streams on a night
*> the feed is split - a step that needs FACTBAT is then satisfied
*> by a clean FACTMRG instead. The streams themselves run at once
*> and are not recorded; FactMerge checks each of them. Kind M is the
*> month-end chargeback. A kind M predecessor is satisfied by a
*> clean run any time in the processing date's month (or later)
*> rather than on the night itself, so FACTAUD cannot trim the
*> journal in a month until FACTCHG has billed the month before.
*> A step not on the table is recorded but never held.
01  jt-step-values.
    05 FILLER PIC X(33) VALUE "FACTRCYCN                        ".
    05 FILLER PIC X(33) VALUE "FACTSTGSNFACTRCYC                ".
    05 FILLER PIC X(33) VALUE "FACTSORDNFACTSTGS                ".
    05 FILLER PIC X(33) VALUE "FACTBAT NFACTSORD                ".
    05 FILLER PIC X(33) VALUE "FACTSPLTSFACTSORD                ".
    05 FILLER PIC X(33) VALUE "FACTMRG SFACTSPLT                ".
    05 FILLER PIC X(33) VALUE "FACTBAL NFACTBAT                 ".
    05 FILLER PIC X(33) VALUE "FACTJVERNFACTBAT                 ".
    05 FILLER PIC X(33) VALUE "FACTLOGVNFACTJVER                ".
    05 FILLER PIC X(33) VALUE "FACTSTMTNFACTBAT                 ".
    05 FILLER PIC X(33) VALUE "FACTACK NFACTBAL                 ".
    05 FILLER PIC X(33) VALUE "FACTCHG M                        ".
    05 FILLER PIC X(33) VALUE "FACTAUD NFACTJVERFACTSTMTFACTCHG ".
01  jt-step-table REDEFINES jt-step-values.
    05 jt-step-entry OCCURS 13.
       10 jt-step           PIC X(8).
       10 jt-kind           PIC X(1).
          88 jt-nightly-step          VALUE "N".
          88 jt-split-step            VALUE "S".
          88 jt-monthly-step          VALUE "M".
       10 jt-pred           PIC X(8) OCCURS 3.
01  jt-step-max          PIC 9(2)  VALUE 13.
