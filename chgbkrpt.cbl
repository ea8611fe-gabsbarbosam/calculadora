001100*          AUDITLNE), SO THIS PROGRAM READS THE AUDIT FILE FOR
001200*          THE BILLING PERIOD AND TOTALS CALCULATION VOLUMES BY
001300*          SOURCE SYSTEM, BY SOURCE SYSTEM AND OPERATION CODE,
001350*          BY SOURCE SYSTEM AND DAY, AND BY SOURCE SYSTEM AND
001400*          CURRENCY. RUN AT MONTH-END WITH
001500*          THE PERIOD ON THE SYSIN CARD; LINES WRITTEN BEFORE
001600*          THE SOURCE SYSTEM WAS CARRIED SHOW UNDER A BLANK
001700*          SOURCE AND ARE CALLED OUT AS UNATTRIBUTABLE.
002600* ---------- ---- ---------------------------------------------
002700* 2026-09-02  GB  INITIAL VERSION, AS ASKED FOR BY THE
002800*                 CHARGEBACK CLERKS.
002810* 2026-10-15  GB  VOLUME BY SOURCE SYSTEM AND CURRENCY, WITH THE
002820*                 SUCCESSFUL RESULTS TOTALLED IN THE CURRENCY
002830*                 ITSELF AND IN BRL, SO A DEPARTMENT BILLED FOR
002840*                 FOREIGN-CURRENCY WORK SEES BOTH. LINES WRITTEN
002850*                 BEFORE THE CURRENCY WAS CARRIED ARE BRL.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. CHGBKRPT.
010800         10  WS-SD-SOURCE          PIC X(08).
010900         10  WS-SD-DATE            PIC 9(08).
011000         10  WS-SD-COUNT           PIC 9(07)  COMP.
011002
011004*    BY CURRENCY THE SUCCESSFUL RESULTS ARE TOTALLED AS WELL -
011006*    IN THE CURRENCY ITSELF AND IN BRL, THE AMOUNT THAT POSTED.
011008 01  WS-SRCCUR-TOTAL-COUNT         PIC 9(04)  COMP VALUE ZERO.
011010 01  WS-SRCCUR-TOTALS.
011012     05  WS-SRCCUR-ENTRY OCCURS 1 TO 200 TIMES
011014             DEPENDING ON WS-SRCCUR-TOTAL-COUNT
011016             INDEXED BY WS-SRCCUR-IDX.
011018         10  WS-SC-SOURCE          PIC X(08).
011020         10  WS-SC-CURRENCY        PIC X(03).
011022         10  WS-SC-COUNT           PIC 9(07)  COMP.
011024         10  WS-SC-ORIG-AMOUNT     PIC S9(13)V99.
011026         10  WS-SC-BASE-AMOUNT     PIC S9(13)V99.
011028
011030*    ONE AUDIT LINE'S CURRENCY AND RESULTS, DE-EDITED.
011032 01  WS-LINE-CURRENCY              PIC X(03)  VALUE SPACES.
011034 01  WS-LINE-ORIG-AMOUNT           PIC S9(9)V99 VALUE ZERO.
011036 01  WS-LINE-BASE-AMOUNT           PIC S9(9)V99 VALUE ZERO.
011038
011040 01  WS-SRCCUR-LINE.
011042     05  WS-SCL-SOURCE             PIC X(08).
011044     05  FILLER                    PIC X(01)  VALUE SPACE.
011046     05  WS-SCL-CURRENCY           PIC X(03).
011048     05  FILLER                    PIC X(08)  VALUE "  LINES ".
011050     05  WS-SCL-COUNT              PIC Z,ZZZ,ZZ9.
011052     05  FILLER                    PIC X(07)  VALUE "  ORIG ".
011054     05  WS-SCL-ORIG-AMOUNT        PIC -,---,---,---,--9.99.
011056     05  FILLER                    PIC X(06)  VALUE "  BRL ".
011058     05  WS-SCL-BASE-AMOUNT        PIC -,---,---,---,--9.99.
011100
011200 01  WS-OVERFLOW-COUNT             PIC 9(07)  COMP VALUE ZERO.
011300
020400         PERFORM 2300-COUNT-BY-SOURCE THRU 2300-EXIT
020500         PERFORM 2400-COUNT-BY-SOURCE-OPER THRU 2400-EXIT
020600         PERFORM 2500-COUNT-BY-SOURCE-DAY THRU 2500-EXIT
020650         PERFORM 2600-COUNT-BY-SOURCE-CURR THRU 2600-EXIT
020700     END-IF.
020800     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
020900 2200-EXIT.
027000     EXIT.
027100
027200******************************************************************
027201* 2600-COUNT-BY-SOURCE-CURR - A LINE WITH NO CURRENCY PREDATES
027202* MULTI-CURRENCY AND WAS IN BRL, WITH ITS RESULT ONLY IN
027203* AUD-RESUL. ONLY A SUCCESSFUL LINE'S RESULT IS TOTALLED - A
027204* REJECT POSTED NOTHING, THOUGH IT STILL COUNTS AS VOLUME.
027205******************************************************************
027206 2600-COUNT-BY-SOURCE-CURR.
027207     MOVE ZERO TO WS-LINE-ORIG-AMOUNT.
027208     MOVE ZERO TO WS-LINE-BASE-AMOUNT.
027209     IF AUD-CURRENCY = SPACES
027210         MOVE "BRL" TO WS-LINE-CURRENCY
027211     ELSE
027212         MOVE AUD-CURRENCY TO WS-LINE-CURRENCY
027213     END-IF.
027214     IF AUD-RC = ZERO
027215         MOVE AUD-RESUL TO WS-LINE-BASE-AMOUNT
027216         IF AUD-CURRENCY = SPACES
027217             MOVE WS-LINE-BASE-AMOUNT TO WS-LINE-ORIG-AMOUNT
027218         ELSE
027219             MOVE AUD-ORIG-RESUL TO WS-LINE-ORIG-AMOUNT
027220         END-IF
027221     END-IF.
027222     SET WS-SRCCUR-IDX TO 1.
027223     SEARCH WS-SRCCUR-ENTRY
027224         AT END
027225             IF WS-SRCCUR-TOTAL-COUNT < 200
027226                 ADD 1 TO WS-SRCCUR-TOTAL-COUNT
027227                 SET WS-SRCCUR-IDX TO WS-SRCCUR-TOTAL-COUNT
027228                 MOVE AUD-SOURCE-SYSTEM
027229                     TO WS-SC-SOURCE (WS-SRCCUR-IDX)
027230                 MOVE WS-LINE-CURRENCY
027231                     TO WS-SC-CURRENCY (WS-SRCCUR-IDX)
027232                 MOVE 1 TO WS-SC-COUNT (WS-SRCCUR-IDX)
027233                 MOVE WS-LINE-ORIG-AMOUNT
027234                     TO WS-SC-ORIG-AMOUNT (WS-SRCCUR-IDX)
027235                 MOVE WS-LINE-BASE-AMOUNT
027236                     TO WS-SC-BASE-AMOUNT (WS-SRCCUR-IDX)
027237             ELSE
027238                 ADD 1 TO WS-OVERFLOW-COUNT
027239             END-IF
027240         WHEN WS-SC-SOURCE (WS-SRCCUR-IDX) = AUD-SOURCE-SYSTEM
027241             AND WS-SC-CURRENCY (WS-SRCCUR-IDX) = WS-LINE-CURRENCY
027242             ADD 1 TO WS-SC-COUNT (WS-SRCCUR-IDX)
027243             ADD WS-LINE-ORIG-AMOUNT
027244                 TO WS-SC-ORIG-AMOUNT (WS-SRCCUR-IDX)
027245             ADD WS-LINE-BASE-AMOUNT
027246                 TO WS-SC-BASE-AMOUNT (WS-SRCCUR-IDX)
027247     END-SEARCH.
027248 2600-EXIT.
027249     EXIT.
027250
027251******************************************************************
027300* 9000-TERMINATE - PRINT THE FOUR CHARGEBACK SECTIONS AND THE
027400* GRAND TOTALS, CLOSE UP AND SET THE STEP RETURN CODE. RC 4
027500* FLAGS A PERIOD WITH NOTHING IN IT (USUALLY A MIS-KEYED DATE)
027600* OR WITH UNATTRIBUTABLE VOLUME THE INVOICE CLERKS MUST
029200     PERFORM 9300-PRINT-ONE-SOURCE-DAY THRU 9300-EXIT
029300         VARYING WS-SRCDAY-IDX FROM 1 BY 1
029400         UNTIL WS-SRCDAY-IDX > WS-SRCDAY-TOTAL-COUNT.
029410     DISPLAY "VOLUME BY SOURCE SYSTEM AND CURRENCY".
029420     DISPLAY "--------------------------------------------".
029430     PERFORM 9400-PRINT-ONE-SOURCE-CURR THRU 9400-EXIT
029440         VARYING WS-SRCCUR-IDX FROM 1 BY 1
029450         UNTIL WS-SRCCUR-IDX > WS-SRCCUR-TOTAL-COUNT.
029500     DISPLAY "--------------------------------------------".
029600     DISPLAY "AUDIT LINES READ....: " WS-READ-COUNT.
029700     DISPLAY "LINES IN PERIOD.....: " WS-SELECT-COUNT.
033100 9300-EXIT.
033200     EXIT.
033300
033305 9400-PRINT-ONE-SOURCE-CURR.
033310     MOVE WS-SC-SOURCE (WS-SRCCUR-IDX) TO WS-SCL-SOURCE.
033315     MOVE WS-SC-CURRENCY (WS-SRCCUR-IDX) TO WS-SCL-CURRENCY.
033320     MOVE WS-SC-COUNT (WS-SRCCUR-IDX) TO WS-SCL-COUNT.
033325     MOVE WS-SC-ORIG-AMOUNT (WS-SRCCUR-IDX) TO WS-SCL-ORIG-AMOUNT.
033330     MOVE WS-SC-BASE-AMOUNT (WS-SRCCUR-IDX) TO WS-SCL-BASE-AMOUNT.
033335     DISPLAY WS-SRCCUR-LINE.
033340 9400-EXIT.
033345     EXIT.
033350
033400 END PROGRAM CHGBKRPT.
