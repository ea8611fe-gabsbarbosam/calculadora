004900* ---------- ---- ---------------------------------------------
005000* 2026-09-02  GB  INITIAL VERSION, AS AGREED WITH THE FEEDING
005100*                 DEPARTMENTS.
005125* 2026-10-15  GB  EXTRACT RECORDS ARE NOW 43 BYTES. A TEMPLATE
005150*                 STEP IS ALWAYS DUE THE NIGHT IT IS GENERATED -
005175*                 ITS EFFECTIVE DATE (SEE TRANNUMS) IS ZERO.
005200******************************************************************
005300 IDENTIFICATION DIVISION.
005400 PROGRAM-ID. CALCTGEN.
040900         TO CALC-OPER OF EXTRACT-RECORD.
041000     MOVE WS-TP-NUM2 (WS-TMPL-SUB)
041100         TO CALC-NUM2 OF EXTRACT-RECORD.
041150     MOVE ZERO TO CALC-EFFECTIVE-DATE OF EXTRACT-RECORD.
041200     ADD CALC-NUM1 OF EXTRACT-RECORD TO WS-HASH-NUM1.
041300     ADD CALC-NUM2 OF EXTRACT-RECORD TO WS-HASH-NUM2.
041400     ADD 1 TO WS-DETAIL-COUNT.
