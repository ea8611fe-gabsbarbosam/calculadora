002400* ---------- ---- ---------------------------------------------
002500* 2026-09-02  GB  INITIAL VERSION, AS ASKED FOR BY THE HELP
002600*                 DESK.
002605* 2026-10-15  GB  AN "R" REVERSAL OCCURRENCE SHOWS THE KEY OF THE
002610*                 ORIGINAL IT BACKED OUT, AND A REVERSED ORIGINAL
002615*                 SHOWS WHEN AND UNDER WHICH SERIAL IT WAS
002620*                 REVERSED (SEE HISTFLDS). REASON TEXTS FOR THE
002625*                 REVERSAL REJECT CODES 80-82.
002630* 2026-10-15  GB  REASON TEXT FOR RC 83, DUPLICATE TRANSACTION ID.
002635* 2026-10-15  GB  REASON TEXTS FOR RC 71-73, A DETAIL RECORD
002640*                 OUTSIDE ITS SOURCE SYSTEM'S PROFILE.
002645* 2026-10-15  GB  REASON TEXTS FOR RC 90-91, THE "F" TIERED FEE
002650*                 REJECTS.
002655* 2026-10-15  GB  MULTI-CURRENCY: A FOREIGN-CURRENCY OCCURRENCE
002660*                 SHOWS ITS CURRENCY, THE RESULT IN THAT
002665*                 CURRENCY AND THE RATE THAT CONVERTED IT (THE
002670*                 RESULT LINE IS IN BRL). REASON TEXT FOR
002675*                 RC 92, NO EXCHANGE RATE.
002680* 2026-10-15  GB  REASON TEXT FOR RC 84, REVERSAL OF CHAIN.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. CALCINQ.
020100     DISPLAY "    " HIST-NUM1 " " HIST-OPER " " HIST-NUM2
020200             " = " HIST-RESUL
020300             " RC " HIST-RC " " WS-REASON-TEXT.
020305     IF HIST-CURRENCY NOT = SPACES AND
020310        HIST-CURRENCY NOT = "BRL"
020315         DISPLAY "    CURRENCY " HIST-CURRENCY
020320                 " ORIGINAL " HIST-ORIG-RESUL
020325                 " RATE " HIST-EXCH-RATE
020330     END-IF.
020335     IF HIST-REC-REVERSAL
020340         DISPLAY "    REVERSAL OF " HIST-ORIG-PROC-DATE " "
020345                 HIST-ORIG-PROC-TIME " " HIST-ORIG-LOAD-SEQ
020350     END-IF.
020355     IF HIST-REVERSED
020360         DISPLAY "    REVERSED " HIST-REV-DATE
020365                 " UNDER SERIAL " HIST-REV-FILE-SERIAL
020370     END-IF.
020400 2400-EXIT.
020500     EXIT.
020600
022700             MOVE "NO PRIOR RESULT" TO WS-REASON-TEXT
022710         WHEN "70"
022720             MOVE "NOT AUTHORIZED" TO WS-REASON-TEXT
022722         WHEN "71"
022724             MOVE "SOURCE OPER DENIED" TO WS-REASON-TEXT
022726         WHEN "72"
022728             MOVE "OPERAND OVER LIMIT" TO WS-REASON-TEXT
022730         WHEN "73"
022732             MOVE "RESULT OVER LIMIT" TO WS-REASON-TEXT
022734         WHEN "80"
022736             MOVE "REVERSAL NOT FOUND" TO WS-REASON-TEXT
022738         WHEN "81"
022740             MOVE "ALREADY REVERSED" TO WS-REASON-TEXT
022742         WHEN "82"
022744             MOVE "REVERSAL OF REJECT" TO WS-REASON-TEXT
022746         WHEN "83"
022748             MOVE "DUPLICATE TRAN ID" TO WS-REASON-TEXT
022750         WHEN "84"
022752             MOVE "REVERSAL OF CHAIN" TO WS-REASON-TEXT
022754         WHEN "90"
022756             MOVE "UNKNOWN FEE SCHEDULE" TO WS-REASON-TEXT
022758         WHEN "91"
022760             MOVE "NO BAND IN EFFECT" TO WS-REASON-TEXT
022762         WHEN "92"
022764             MOVE "NO EXCHANGE RATE" TO WS-REASON-TEXT
022800         WHEN OTHER
022900             MOVE "UNRECOGNIZED CODE" TO WS-REASON-TEXT
023000     END-EVALUATE.
