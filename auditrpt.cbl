000900*          "WHAT DID USER X CALCULATE LAST TUESDAY" WITHOUT
001000*          DOWNLOADING THE WHOLE DATASET. THIS PROGRAM READS
001100*          THE AUDITLNE LAYOUT BACK AND PRINTS ACTIVITY TOTALS
001200*          BY DATE, BY USER, BY OPERATOR CODE, BY RETURN CODE
001300*          AND BY CURRENCY, RESTRICTED BY THE SYSIN SELECTION
001350*          CARD:
001400*            COLS  1- 8  FROM DATE (YYYYMMDD, BLANK = OPEN)
001500*            COLS 10-17  TO DATE   (YYYYMMDD, BLANK = OPEN)
001600*            COLS 19-26  USER      (BLANK = ALL USERS)
002310* 2026-09-02  GB  AUD-SOURCE-SYSTEM WAS ADDED TO AUDITLNE AND
002320*                 THE LINE NOW FILLS THE 100-BYTE RECORD, SO
002330*                 THE TRAILING FILLER CAME OUT OF THE FD.
002332* 2026-10-15  GB  REASON TEXTS FOR THE "R" REVERSAL REJECTS
002334*                 (RC 80-82); THE RETURN-CODE TABLE NOW HOLDS 30
002336*                 CODES. THE AUDIT LINE IS NOW 128 BYTES.
002338* 2026-10-15  GB  REASON TEXT FOR RC 83, DUPLICATE TRANSACTION ID.
002340* 2026-10-15  GB  REASON TEXTS FOR RC 71-73, A DETAIL RECORD
002342*                 OUTSIDE ITS SOURCE SYSTEM'S PROFILE.
002344* 2026-10-15  GB  REASON TEXTS FOR RC 90-91, THE "F" TIERED FEE
002346*                 REJECTS.
002348* 2026-10-15  GB  ACTIVITY BY CURRENCY: LINES PER CURRENCY, WITH
002350*                 THE SUCCESSFUL RESULTS TOTALLED IN THE
002352*                 CURRENCY ITSELF AND IN BRL. LINES WRITTEN
002354*                 BEFORE THE CURRENCY WAS CARRIED ARE BRL. REASON
002356*                 TEXT FOR RC 92. THE AUDIT LINE IS NOW 162 BYTES.
002358* 2026-10-15  GB  REASON TEXT FOR RC 84, REVERSAL OF CHAIN.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. AUDITRPT.
010900
011000 01  WS-RC-TOTAL-COUNT             PIC 9(04)  COMP VALUE ZERO.
011100 01  WS-RC-TOTALS.
011200     05  WS-RC-ENTRY OCCURS 1 TO 30 TIMES
011300             DEPENDING ON WS-RC-TOTAL-COUNT
011400             INDEXED BY WS-RC-IDX.
011500         10  WS-RT-RC              PIC X(02).
011600         10  WS-RT-COUNT           PIC 9(07)  COMP.
011700
011705*    BY CURRENCY THE SUCCESSFUL RESULTS ARE TOTALLED AS WELL -
011710*    IN THE CURRENCY ITSELF AND IN BRL, THE AMOUNT THAT POSTED.
011715 01  WS-CURR-TOTAL-COUNT           PIC 9(04)  COMP VALUE ZERO.
011720 01  WS-CURR-TOTALS.
011725     05  WS-CURR-ENTRY OCCURS 1 TO 50 TIMES
011730             DEPENDING ON WS-CURR-TOTAL-COUNT
011735             INDEXED BY WS-CURR-IDX.
011740         10  WS-CT-CURRENCY        PIC X(03).
011745         10  WS-CT-COUNT           PIC 9(07)  COMP.
011750         10  WS-CT-ORIG-AMOUNT     PIC S9(13)V99.
011755         10  WS-CT-BASE-AMOUNT     PIC S9(13)V99.
011760
011765*    ONE AUDIT LINE'S CURRENCY AND RESULTS, DE-EDITED.
011770 01  WS-LINE-CURRENCY              PIC X(03)  VALUE SPACES.
011775 01  WS-LINE-ORIG-AMOUNT           PIC S9(9)V99 VALUE ZERO.
011780 01  WS-LINE-BASE-AMOUNT           PIC S9(9)V99 VALUE ZERO.
011785
011800 01  WS-OVERFLOW-COUNT             PIC 9(07)  COMP VALUE ZERO.
011900
012000 01  WS-REASON-TEXT                PIC X(20)  VALUE SPACES.
012010
012020 01  WS-CURR-LINE.
012030     05  WS-CL-CURRENCY            PIC X(03).
012040     05  FILLER                    PIC X(08)  VALUE "  LINES ".
012050     05  WS-CL-COUNT               PIC Z,ZZZ,ZZ9.
012060     05  FILLER                    PIC X(07)  VALUE "  ORIG ".
012070     05  WS-CL-ORIG-AMOUNT         PIC -,---,---,---,--9.99.
012080     05  FILLER                    PIC X(06)  VALUE "  BRL ".
012090     05  WS-CL-BASE-AMOUNT         PIC -,---,---,---,--9.99.
012100
012200 PROCEDURE DIVISION.
012300 0000-MAINLINE.
022100         PERFORM 2400-COUNT-BY-USER THRU 2400-EXIT
022200         PERFORM 2500-COUNT-BY-OPER THRU 2500-EXIT
022300         PERFORM 2600-COUNT-BY-RC THRU 2600-EXIT
022350         PERFORM 2700-COUNT-BY-CURRENCY THRU 2700-EXIT
022400     END-IF.
022500     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
022600 2200-EXIT.
028400     SET WS-RC-IDX TO 1.
028500     SEARCH WS-RC-ENTRY
028600         AT END
028700             IF WS-RC-TOTAL-COUNT < 30
028800                 ADD 1 TO WS-RC-TOTAL-COUNT
028900                 MOVE AUD-RC
029000                     TO WS-RT-RC (WS-RC-TOTAL-COUNT)
029900     EXIT.
030000
030100******************************************************************
030102* 2700-COUNT-BY-CURRENCY - A LINE WITH NO CURRENCY PREDATES
030104* MULTI-CURRENCY AND WAS IN BRL, WITH ITS RESULT ONLY IN
030106* AUD-RESUL. ONLY A SUCCESSFUL LINE'S RESULT IS TOTALLED - A
030108* REJECT POSTED NOTHING.
030110******************************************************************
030112 2700-COUNT-BY-CURRENCY.
030114     MOVE ZERO TO WS-LINE-ORIG-AMOUNT.
030116     MOVE ZERO TO WS-LINE-BASE-AMOUNT.
030118     IF AUD-CURRENCY = SPACES
030120         MOVE "BRL" TO WS-LINE-CURRENCY
030122     ELSE
030124         MOVE AUD-CURRENCY TO WS-LINE-CURRENCY
030126     END-IF.
030128     IF AUD-RC = ZERO
030130         MOVE AUD-RESUL TO WS-LINE-BASE-AMOUNT
030132         IF AUD-CURRENCY = SPACES
030134             MOVE WS-LINE-BASE-AMOUNT TO WS-LINE-ORIG-AMOUNT
030136         ELSE
030138             MOVE AUD-ORIG-RESUL TO WS-LINE-ORIG-AMOUNT
030140         END-IF
030142     END-IF.
030144     SET WS-CURR-IDX TO 1.
030146     SEARCH WS-CURR-ENTRY
030148         AT END
030150             IF WS-CURR-TOTAL-COUNT < 50
030152                 ADD 1 TO WS-CURR-TOTAL-COUNT
030154                 SET WS-CURR-IDX TO WS-CURR-TOTAL-COUNT
030156                 MOVE WS-LINE-CURRENCY
030158                     TO WS-CT-CURRENCY (WS-CURR-IDX)
030160                 MOVE 1 TO WS-CT-COUNT (WS-CURR-IDX)
030162                 MOVE WS-LINE-ORIG-AMOUNT
030164                     TO WS-CT-ORIG-AMOUNT (WS-CURR-IDX)
030166                 MOVE WS-LINE-BASE-AMOUNT
030168                     TO WS-CT-BASE-AMOUNT (WS-CURR-IDX)
030170             ELSE
030172                 ADD 1 TO WS-OVERFLOW-COUNT
030174             END-IF
030176         WHEN WS-CT-CURRENCY (WS-CURR-IDX) = WS-LINE-CURRENCY
030178             ADD 1 TO WS-CT-COUNT (WS-CURR-IDX)
030180             ADD WS-LINE-ORIG-AMOUNT
030182                 TO WS-CT-ORIG-AMOUNT (WS-CURR-IDX)
030184             ADD WS-LINE-BASE-AMOUNT
030186                 TO WS-CT-BASE-AMOUNT (WS-CURR-IDX)
030188     END-SEARCH.
030190 2700-EXIT.
030192     EXIT.
030194
030196******************************************************************
030200* 9000-TERMINATE - PRINT THE FIVE TOTAL SECTIONS AND THE GRAND
030300* TOTALS, CLOSE UP AND SET THE STEP RETURN CODE. RC 4 FLAGS A
030400* RUN WHERE NOTHING MATCHED THE SELECTION, WHICH USUALLY MEANS
030500* A MIS-KEYED DATE OR USER ON THE CARD.
032500     PERFORM 9400-PRINT-ONE-RC THRU 9400-EXIT
032600         VARYING WS-RC-IDX FROM 1 BY 1
032700         UNTIL WS-RC-IDX > WS-RC-TOTAL-COUNT.
032710     DISPLAY "ACTIVITY BY CURRENCY (SUCCESSFUL RESULTS)".
032720     DISPLAY "--------------------------------------------".
032730     PERFORM 9600-PRINT-ONE-CURRENCY THRU 9600-EXIT
032740         VARYING WS-CURR-IDX FROM 1 BY 1
032750         UNTIL WS-CURR-IDX > WS-CURR-TOTAL-COUNT.
032800     DISPLAY "--------------------------------------------".
032900     DISPLAY "AUDIT LINES READ....: " WS-READ-COUNT.
033000     DISPLAY "AUDIT LINES SELECTED: " WS-SELECT-COUNT.
038820             MOVE "NO PRIOR RESULT" TO WS-REASON-TEXT
038830         WHEN "70"
038840             MOVE "NOT AUTHORIZED" TO WS-REASON-TEXT
038842         WHEN "71"
038844             MOVE "SOURCE OPER DENIED" TO WS-REASON-TEXT
038846         WHEN "72"
038848             MOVE "OPERAND OVER LIMIT" TO WS-REASON-TEXT
038850         WHEN "73"
038852             MOVE "RESULT OVER LIMIT" TO WS-REASON-TEXT
038854         WHEN "80"
038856             MOVE "REVERSAL NOT FOUND" TO WS-REASON-TEXT
038858         WHEN "81"
038860             MOVE "ALREADY REVERSED" TO WS-REASON-TEXT
038862         WHEN "82"
038864             MOVE "REVERSAL OF REJECT" TO WS-REASON-TEXT
038866         WHEN "83"
038868             MOVE "DUPLICATE TRAN ID" TO WS-REASON-TEXT
038870         WHEN "84"
038872             MOVE "REVERSAL OF CHAIN" TO WS-REASON-TEXT
038874         WHEN "90"
038876             MOVE "UNKNOWN FEE SCHEDULE" TO WS-REASON-TEXT
038878         WHEN "91"
038880             MOVE "NO BAND IN EFFECT" TO WS-REASON-TEXT
038882         WHEN "92"
038884             MOVE "NO EXCHANGE RATE" TO WS-REASON-TEXT
038900         WHEN OTHER
039000             MOVE "UNRECOGNIZED CODE" TO WS-REASON-TEXT
039100     END-EVALUATE.
039200 9500-EXIT.
039300     EXIT.
039400
039410 9600-PRINT-ONE-CURRENCY.
039420     MOVE WS-CT-CURRENCY (WS-CURR-IDX) TO WS-CL-CURRENCY.
039430     MOVE WS-CT-COUNT (WS-CURR-IDX) TO WS-CL-COUNT.
039440     MOVE WS-CT-ORIG-AMOUNT (WS-CURR-IDX) TO WS-CL-ORIG-AMOUNT.
039450     MOVE WS-CT-BASE-AMOUNT (WS-CURR-IDX) TO WS-CL-BASE-AMOUNT.
039460     DISPLAY WS-CURR-LINE.
039470 9600-EXIT.
039480     EXIT.
039490
039500 END PROGRAM AUDITRPT.
