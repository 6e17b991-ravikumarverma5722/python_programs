*> FACTJSC nightly job-stream control record, 80 bytes. The file is
*> appended, never rewritten: FACTJSO writes an "O" record when the
*> night is opened, and from then on every step of the stream adds
*> an "S" record as it starts and an "E" record with its condition
*> code as it ends - or a single "H" record, RC 12, when the
*> sequencing guard holds it because a predecessor has not completed
*> cleanly. All of a night's records carry the processing date of
*> its "O" record whatever the clock says, so a stream that runs
*> past midnight stays one night. The last record for a step on a
*> night is its current state; a rerun simply appends again.
*> JS-EVENT-DATE/TIME are the clock when the record was written.
01  FACTJSC-REC.
    05 JS-PROC-DATE     PIC X(8).
    05 JS-STEP          PIC X(8).
    05 JS-EVENT         PIC X(1).
       88 js-night-opened        VALUE "O".
       88 js-step-started        VALUE "S".
       88 js-step-ended          VALUE "E".
       88 js-step-held           VALUE "H".
    05 JS-EVENT-DATE    PIC X(8).
    05 JS-EVENT-TIME    PIC X(6).
    05 JS-RC            PIC 9(2).
    05 JS-MESSAGE       PIC X(40).
    05 FILLER           PIC X(7).
