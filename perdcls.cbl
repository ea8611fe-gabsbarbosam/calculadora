000100******************************************************************
000200* AUTHOR: GABRIELA BARBOSA
000300* INSTALLATION: COMPUTE CENTER - CONTAS BATCH GROUP
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE: PERDCLS - MONTH-END CLOSE OF ONE ACCOUNTING PERIOD ON
000700*          THE PERIOD ACCUMULATOR (PERDFILE, SEE PERDFLDS). EVERY
000800*          ENTRY OF THE PERIOD IS FROZEN (PERD-STATUS "C") WITH
000900*          ITS YEAR-TO-DATE FIGURES SET - THE SAME ENTRY'S
001000*          YEAR-TO-DATE FOR THE PRIOR PERIOD OF THE SAME YEAR PLUS
001100*          THIS PERIOD - AND THE PERIOD-CLOSE REPORT IS PRINTED FOR
001200*          FINANCE TO SIGN OFF. AN ENTRY WITH YEAR-TO-DATE FIGURES
001300*          BROUGHT FORWARD BUT NO WORK THIS PERIOD IS WRITTEN WITH
001400*          ZERO PERIOD FIGURES, SO EVERY CLOSED PERIOD HOLDS THE
001500*          COMPLETE YEAR-TO-DATE PICTURE. ONCE THE PERIOD CONTROL
001600*          ENTRY IS CLOSED, PROGRAMACONTAS REFUSES ANY BATCH WHOSE
001700*          PROCESSING DATE FALLS IN THE PERIOD AND PERDUPD REFUSES
001800*          TO POST TO IT.
001900*
002000*          THE CLOSE IS REFUSED, WITH NOTHING CHANGED, WHEN THE
002100*          PERIOD IS ALREADY CLOSED, WHEN THE PERIOD BEFORE IT HAS
002200*          WORK POSTED BUT IS STILL OPEN, OR WAS NEVER CLOSED
002300*          WHILE AN EARLIER PERIOD OF THE YEAR HAS WORK (PERIODS
002400*          CLOSE IN ORDER, OR THE YEAR-TO-DATE CARRIED FORWARD
002500*          WOULD NOT BE FINAL),
002600*          WHEN THE PERIOD HAS NOT STARTED YET, OR WHEN THE PERIOD
002700*          CONTROL TOTALS DO NOT AGREE WITH THE ENTRIES UNDER IT.
002800*          THE PERIOD CONTROL ENTRY IS CLOSED LAST, SO A CLOSE
002900*          THAT FAILS PART WAY LEAVES THE PERIOD OPEN AND CAN
003000*          SIMPLY BE RERUN - THE YEAR-TO-DATE FIGURES ARE SET, NOT
003100*          ADDED, SO AN ENTRY CLOSED BY THE FAILED RUN COMES OUT
003200*          THE SAME.
003300*
003400*          SYSIN CONTROL CARD:
003500*            COLS 1-6  PERIOD TO CLOSE, YYYYMM
003600*
003700*          RETURN CODES:
003800*            0   PERIOD CLOSED
003900*            8   CLOSE REFUSED - BAD CARD, ALREADY CLOSED, PRIOR
004000*                PERIOD OPEN, PERIOD NOT STARTED OR OUT OF BALANCE
004100*            16  FILE ERROR OR MORE ENTRIES THAN THE TABLE HOLDS
004200* TECTONICS: cobc
004300*
004400* MODIFICATION HISTORY
004500* DATE       INIT DESCRIPTION
004600* ---------- ---- ---------------------------------------------
004700* 2026-10-15  GB  INITIAL VERSION.
004800******************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. PERDCLS.
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT SYSINFILE ASSIGN TO "SYSIN"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-SYSINFILE-STATUS.
005700
005800     SELECT PERDFILE ASSIGN TO "PERDFILE"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS PERD-KEY
006200         FILE STATUS IS WS-PERDFILE-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  SYSINFILE
006700     LABEL RECORDS ARE STANDARD
006800     RECORDING MODE IS F.
006900 01  SYSIN-RECORD.
007000     05  CLSC-PERIOD               PIC X(06).
007100     05  FILLER                    PIC X(74).
007200
007300 FD  PERDFILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  PERD-RECORD.
007600     COPY PERDFLDS.
007700
007800 WORKING-STORAGE SECTION.
007900 01  WS-SWITCHES.
008000     05  WS-PERD-EOF-SW            PIC X(01)  VALUE "N".
008100         88  PERD-EOF                         VALUE "Y".
008200     05  WS-ENTRY-FOUND-SW         PIC X(01)  VALUE "N".
008300         88  ENTRY-FOUND                      VALUE "Y".
008400
008500 01  WS-FILE-STATUSES.
008600     05  WS-SYSINFILE-STATUS       PIC X(02)  VALUE SPACES.
008700     05  WS-PERDFILE-STATUS        PIC X(02)  VALUE SPACES.
008800
008900 01  WS-RUN-DATE                   PIC 9(08)  VALUE ZERO.
009000 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
009100     05  WS-RUN-PERIOD             PIC 9(06).
009200     05  FILLER                    PIC 9(02).
009300
009400*    THE PERIOD BEING CLOSED AND THE ONE BEFORE IT. THE PRIOR
009500*    PERIOD'S YEAR-TO-DATE IS CARRIED FORWARD ONLY WITHIN THE SAME
009600*    YEAR - JANUARY STARTS FROM ZERO.
009700 01  WS-CLOSE-PERIOD.
009800     05  WS-CLOSE-YEAR             PIC 9(04)  VALUE ZERO.
009900     05  WS-CLOSE-MONTH            PIC 9(02)  VALUE ZERO.
010000 01  WS-CLOSE-PERIOD-N REDEFINES WS-CLOSE-PERIOD
010100                                   PIC 9(06).
010200 01  WS-PRIOR-PERIOD.
010300     05  WS-PRIOR-YEAR             PIC 9(04)  VALUE ZERO.
010400     05  WS-PRIOR-MONTH            PIC 9(02)  VALUE ZERO.
010500 01  WS-PRIOR-PERIOD-N REDEFINES WS-PRIOR-PERIOD
010600                                   PIC 9(06).
010700
010800******************************************************************
010900* ONE ENTRY PER SOURCE SYSTEM + OPERATOR THAT HAS WORK THIS PERIOD
011000* OR YEAR-TO-DATE FIGURES TO BRING FORWARD FROM THE PRIOR PERIOD.
011100* ENTRY 1 IS ALWAYS THE PERIOD CONTROL ENTRY (BLANK SOURCE AND
011200* OPERATOR), WHICH SORTS FIRST IN EVERY PERIOD ON PERDFILE.
011300******************************************************************
011400 01  WS-CLOSE-COUNT                PIC 9(04)  COMP VALUE ZERO.
011500 01  WS-CLOSE-TABLE.
011600     05  WS-CLOSE-ENTRY OCCURS 1 TO 500 TIMES
011700             DEPENDING ON WS-CLOSE-COUNT
011800             INDEXED BY WS-CL-IDX.
011900         10  WS-CL-SOURCE-SYSTEM   PIC X(08).
012000         10  WS-CL-OPER            PIC X(01).
012100         10  WS-CL-IN-PERIOD-SW    PIC X(01).
012200             88  CL-IN-PERIOD                 VALUE "Y".
012300         10  WS-CL-CALCS           PIC 9(09).
012400         10  WS-CL-REVERSALS       PIC 9(09).
012500         10  WS-CL-REJECTS         PIC 9(09).
012600         10  WS-CL-RESULT          PIC S9(13)V99.
012700         10  WS-CL-FWD-CALCS       PIC 9(09).
012800         10  WS-CL-FWD-REVERSALS   PIC 9(09).
012900         10  WS-CL-FWD-REJECTS     PIC 9(09).
013000         10  WS-CL-FWD-RESULT      PIC S9(13)V99.
013100
013200*    THE ENTRIES UNDER THE PERIOD ADDED UP, TO PROVE THE PERIOD
013300*    CONTROL ENTRY BEFORE ANYTHING IS CLOSED.
013400 01  WS-DETAIL-TOTALS.
013500     05  WS-DT-CALCS               PIC 9(09)  VALUE ZERO.
013600     05  WS-DT-REVERSALS           PIC 9(09)  VALUE ZERO.
013700     05  WS-DT-REJECTS             PIC 9(09)  VALUE ZERO.
013800     05  WS-DT-RESULT              PIC S9(13)V99 VALUE ZERO.
013900
014000 01  WS-COUNTERS.
014100     05  WS-ENTRIES-CLOSED         PIC 9(04)  COMP VALUE ZERO.
014200     05  WS-ENTRIES-CARRIED        PIC 9(04)  COMP VALUE ZERO.
014300
014400 01  WS-CLOSE-LINE.
014500     05  WS-CLN-SOURCE-SYSTEM      PIC X(08).
014600     05  FILLER                    PIC X(02)  VALUE SPACES.
014700     05  WS-CLN-OPER               PIC X(01).
014800     05  FILLER                    PIC X(02)  VALUE SPACES.
014900     05  WS-CLN-CALCS              PIC Z,ZZZ,ZZ9.
015000     05  FILLER                    PIC X(01)  VALUE SPACES.
015100     05  WS-CLN-REVERSALS          PIC Z,ZZZ,ZZ9.
015200     05  FILLER                    PIC X(01)  VALUE SPACES.
015300     05  WS-CLN-REJECTS            PIC Z,ZZZ,ZZ9.
015400     05  FILLER                    PIC X(01)  VALUE SPACES.
015500     05  WS-CLN-RESULT             PIC -,---,---,---,--9.99.
015600     05  FILLER                    PIC X(03)  VALUE " | ".
015700     05  WS-CLN-YTD-CALCS          PIC Z,ZZZ,ZZ9.
015800     05  FILLER                    PIC X(01)  VALUE SPACES.
015900     05  WS-CLN-YTD-REVERSALS      PIC Z,ZZZ,ZZ9.
016000     05  FILLER                    PIC X(01)  VALUE SPACES.
016100     05  WS-CLN-YTD-REJECTS        PIC Z,ZZZ,ZZ9.
016200     05  FILLER                    PIC X(01)  VALUE SPACES.
016300     05  WS-CLN-YTD-RESULT         PIC -,---,---,---,--9.99.
016400
016500 PROCEDURE DIVISION.
016600 0000-MAINLINE.
016700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016800     PERFORM 2000-LOAD-PERIOD THRU 2000-EXIT.
016900     PERFORM 2500-PROVE-CONTROL THRU 2500-EXIT.
017000     PERFORM 3000-CLOSE-PERIOD THRU 3000-EXIT.
017100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017200     STOP RUN.
017300
017400******************************************************************
017500* 1000-INITIALIZE - READ AND CHECK THE CONTROL CARD, OPEN THE
017600* ACCUMULATOR, AND MAKE SURE THE PERIOD MAY BE CLOSED.
017700******************************************************************
017800 1000-INITIALIZE.
017900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018000     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
018100     PERFORM 1200-OPEN-PERDFILE THRU 1200-EXIT.
018200     PERFORM 1300-CHECK-CLOSE-ALLOWED THRU 1300-EXIT.
018300 1000-EXIT.
018400     EXIT.
018500
018600******************************************************************
018700* 1100-READ-CONTROL-CARD - THE PERIOD TO CLOSE MUST BE A REAL
018800* YYYYMM AND MUST HAVE STARTED: CLOSING A FUTURE PERIOD WOULD
018900* REFUSE EVERY BATCH THAT REACHES IT.
019000******************************************************************
019100 1100-READ-CONTROL-CARD.
019200     OPEN INPUT SYSINFILE.
019300     IF WS-SYSINFILE-STATUS NOT = "00"
019400         DISPLAY "SYSIN OPEN FAILED - STATUS "
019500                 WS-SYSINFILE-STATUS
019600                 " - NO PERIOD TO CLOSE"
019700         MOVE 8 TO RETURN-CODE
019800         STOP RUN
019900     END-IF.
020000     READ SYSINFILE
020100         AT END
020200             MOVE SPACES TO CLSC-PERIOD
020300     END-READ.
020400     CLOSE SYSINFILE.
020500     IF CLSC-PERIOD IS NOT NUMERIC
020600         DISPLAY "CONTROL CARD PERIOD " CLSC-PERIOD
020700                 " IS NOT YYYYMM - CLOSE REFUSED"
020800         MOVE 8 TO RETURN-CODE
020900         STOP RUN
021000     END-IF.
021100     MOVE CLSC-PERIOD TO WS-CLOSE-PERIOD.
021200     IF WS-CLOSE-MONTH < 01 OR WS-CLOSE-MONTH > 12
021300         DISPLAY "CONTROL CARD PERIOD " CLSC-PERIOD
021400                 " IS NOT YYYYMM - CLOSE REFUSED"
021500         MOVE 8 TO RETURN-CODE
021600         STOP RUN
021700     END-IF.
021800     IF WS-CLOSE-PERIOD-N > WS-RUN-PERIOD
021900         DISPLAY "PERIOD " WS-CLOSE-PERIOD-N
022000                 " HAS NOT STARTED - CLOSE REFUSED"
022100         MOVE 8 TO RETURN-CODE
022200         STOP RUN
022300     END-IF.
022400     IF WS-CLOSE-MONTH = 01
022500         COMPUTE WS-PRIOR-YEAR = WS-CLOSE-YEAR - 1
022600         MOVE 12 TO WS-PRIOR-MONTH
022700     ELSE
022800         MOVE WS-CLOSE-YEAR TO WS-PRIOR-YEAR
022900         COMPUTE WS-PRIOR-MONTH = WS-CLOSE-MONTH - 1
023000     END-IF.
023100 1100-EXIT.
023200     EXIT.
023300
023400******************************************************************
023500* 1200-OPEN-PERDFILE - OPEN THE ACCUMULATOR FOR UPDATE. A CLUSTER
023600* NOTHING HAS EVER POSTED TO (STATUS 35) IS LOADED EMPTY AND
023700* REOPENED, AS IN PERDUPD - A PERIOD WITH NO WORK CAN STILL BE
023800* CLOSED.
023900******************************************************************
024000 1200-OPEN-PERDFILE.
024100     OPEN I-O PERDFILE.
024200     IF WS-PERDFILE-STATUS = "35"
024300         DISPLAY "PERDFILE NOT YET LOADED - NOTHING HAS POSTED"
024400         OPEN OUTPUT PERDFILE
024500         IF WS-PERDFILE-STATUS = "00"
024600             CLOSE PERDFILE
024700             OPEN I-O PERDFILE
024800         END-IF
024900     END-IF.
025000     IF WS-PERDFILE-STATUS NOT = "00"
025100         DISPLAY "PERDFILE OPEN FAILED - STATUS "
025200                 WS-PERDFILE-STATUS
025300         MOVE 16 TO RETURN-CODE
025400         STOP RUN
025500     END-IF.
025600 1200-EXIT.
025700     EXIT.
025800
025900******************************************************************
026000* 1300-CHECK-CLOSE-ALLOWED - THE PERIOD MUST NOT BE CLOSED
026100* ALREADY, AND THE PERIOD BEFORE IT MUST BE CLOSED IF ANYTHING WAS
026200* EVER POSTED TO IT. BOTH ARE TOLD BY THE PERIOD CONTROL ENTRY.
026300******************************************************************
026400 1300-CHECK-CLOSE-ALLOWED.
026500     MOVE SPACES TO PERD-RECORD.
026600     MOVE WS-CLOSE-PERIOD-N TO PERD-PERIOD.
026700     PERFORM 1310-READ-CONTROL-ENTRY THRU 1310-EXIT.
026800     IF WS-PERDFILE-STATUS = "00"
026900         AND PERD-CLOSED
027000         DISPLAY "PERIOD " WS-CLOSE-PERIOD-N " WAS CLOSED ON "
027100                 PERD-CLOSE-DATE " - CLOSE REFUSED"
027200         CLOSE PERDFILE
027300         MOVE 8 TO RETURN-CODE
027400         STOP RUN
027500     END-IF.
027600     MOVE SPACES TO PERD-RECORD.
027700     MOVE WS-PRIOR-PERIOD-N TO PERD-PERIOD.
027800     PERFORM 1310-READ-CONTROL-ENTRY THRU 1310-EXIT.
027900     IF WS-PERDFILE-STATUS = "00"
028000         AND NOT PERD-CLOSED
028100         DISPLAY "PRIOR PERIOD " WS-PRIOR-PERIOD-N
028200                 " IS STILL OPEN - CLOSE IT FIRST"
028300         CLOSE PERDFILE
028400         MOVE 8 TO RETURN-CODE
028500         STOP RUN
028600     END-IF.
028700     IF WS-PERDFILE-STATUS = "23"
028800         AND WS-PRIOR-YEAR = WS-CLOSE-YEAR
028900         PERFORM 1320-CHECK-EARLIER-WORK THRU 1320-EXIT
029000     END-IF.
029100 1300-EXIT.
029200     EXIT.
029300
029400 1310-READ-CONTROL-ENTRY.
029500     READ PERDFILE
029600         INVALID KEY
029700             CONTINUE
029800     END-READ.
029900     IF WS-PERDFILE-STATUS NOT = "00"
030000         AND WS-PERDFILE-STATUS NOT = "23"
030100         DISPLAY "PERDFILE READ FAILED - STATUS "
030200                 WS-PERDFILE-STATUS
030300         PERFORM 9900-ABORT-CLOSE THRU 9900-EXIT
030400     END-IF.
030500 1310-EXIT.
030600     EXIT.
030700
030800******************************************************************
030900* 1320-CHECK-EARLIER-WORK - A PRIOR PERIOD WITH NO WORK HAS NO
031000* CONTROL ENTRY UNTIL IT IS CLOSED. IF ANY EARLIER PERIOD OF THE
031100* YEAR HAS ENTRIES, THE QUIET MONTH MUST STILL BE CLOSED FIRST -
031200* CLOSING IT IS WHAT CARRIES THE YEAR-TO-DATE FIGURES ACROSS IT.
031300******************************************************************
031400 1320-CHECK-EARLIER-WORK.
031500     MOVE SPACES TO PERD-RECORD.
031600     MOVE WS-CLOSE-YEAR TO PERD-PERIOD-YEAR.
031700     MOVE 01 TO PERD-PERIOD-MONTH.
031800     START PERDFILE KEY IS NOT LESS THAN PERD-KEY
031900         INVALID KEY
032000             CONTINUE
032100     END-START.
032200     IF WS-PERDFILE-STATUS = "00"
032300         READ PERDFILE NEXT RECORD
032400             AT END
032500                 CONTINUE
032600         END-READ
032700     END-IF.
032800     IF WS-PERDFILE-STATUS NOT = "00"
032900         AND WS-PERDFILE-STATUS NOT = "10"
033000         AND WS-PERDFILE-STATUS NOT = "23"
033100         DISPLAY "PERDFILE BROWSE FAILED - STATUS "
033200                 WS-PERDFILE-STATUS
033300         PERFORM 9900-ABORT-CLOSE THRU 9900-EXIT
033400     END-IF.
033500     IF WS-PERDFILE-STATUS = "00"
033600         AND PERD-PERIOD < WS-CLOSE-PERIOD
033700         DISPLAY "PRIOR PERIOD " WS-PRIOR-PERIOD-N
033800                 " WAS NEVER CLOSED - CLOSE IT FIRST"
033900         CLOSE PERDFILE
034000         MOVE 8 TO RETURN-CODE
034100         STOP RUN
034200     END-IF.
034300 1320-EXIT.
034400     EXIT.
034500
034600******************************************************************
034700* 2000-LOAD-PERIOD - BROWSE THE PRIOR PERIOD (WHEN IT IS IN THE
034800* SAME YEAR) AND THIS PERIOD INTO THE TABLE: THE PRIOR PERIOD'S
034900* YEAR-TO-DATE FIGURES TO BRING FORWARD AND THIS PERIOD'S OWN.
035000* NOTHING IS CHANGED ON THIS PASS.
035100******************************************************************
035200 2000-LOAD-PERIOD.
035300     MOVE 1 TO WS-CLOSE-COUNT.
035400     SET WS-CL-IDX TO 1.
035500     PERFORM 2300-CLEAR-ENTRY THRU 2300-EXIT.
035600     MOVE SPACES TO PERD-RECORD.
035700     IF WS-PRIOR-YEAR = WS-CLOSE-YEAR
035800         MOVE WS-PRIOR-PERIOD-N TO PERD-PERIOD
035900     ELSE
036000         MOVE WS-CLOSE-PERIOD-N TO PERD-PERIOD
036100     END-IF.
036200     START PERDFILE KEY IS NOT LESS THAN PERD-KEY
036300         INVALID KEY
036400             SET PERD-EOF TO TRUE
036500     END-START.
036600     IF WS-PERDFILE-STATUS NOT = "00"
036700         AND WS-PERDFILE-STATUS NOT = "23"
036800         DISPLAY "PERDFILE START FAILED - STATUS "
036900                 WS-PERDFILE-STATUS
037000         PERFORM 9900-ABORT-CLOSE THRU 9900-EXIT
037100     END-IF.
037200     IF NOT PERD-EOF
037300         PERFORM 2100-READ-NEXT-ENTRY THRU 2100-EXIT
037400     END-IF.
037500     PERFORM 2200-LOAD-ONE-ENTRY THRU 2200-EXIT
037600         UNTIL PERD-EOF.
037700 2000-EXIT.
037800     EXIT.
037900
038000 2100-READ-NEXT-ENTRY.
038100     READ PERDFILE NEXT RECORD
038200         AT END
038300             SET PERD-EOF TO TRUE
038400     END-READ.
038500     IF WS-PERDFILE-STATUS NOT = "00"
038600         AND WS-PERDFILE-STATUS NOT = "10"
038700         DISPLAY "PERDFILE READ FAILED - STATUS "
038800                 WS-PERDFILE-STATUS
038900         PERFORM 9900-ABORT-CLOSE THRU 9900-EXIT
039000     END-IF.
039100     IF NOT PERD-EOF
039200         AND PERD-PERIOD > WS-CLOSE-PERIOD
039300         SET PERD-EOF TO TRUE
039400     END-IF.
039500 2100-EXIT.
039600     EXIT.
039700
039800******************************************************************
039900* 2200-LOAD-ONE-ENTRY - FIND (OR START) THE TABLE ENTRY FOR THE
040000* RECORD'S SOURCE SYSTEM AND OPERATOR. A PRIOR-PERIOD RECORD GIVES
040100* THE FIGURES BROUGHT FORWARD, A RECORD OF THIS PERIOD ITS OWN
040200* FIGURES. A FULL TABLE ENDS THE STEP RC 16 - NOTHING CHANGED.
040300******************************************************************
040400 2200-LOAD-ONE-ENTRY.
040500     MOVE "N" TO WS-ENTRY-FOUND-SW.
040600     SET WS-CL-IDX TO 1.
040700     SEARCH WS-CLOSE-ENTRY
040800         AT END
040900             CONTINUE
041000         WHEN WS-CL-SOURCE-SYSTEM (WS-CL-IDX)
041100                 = PERD-SOURCE-SYSTEM
041200             AND WS-CL-OPER (WS-CL-IDX) = PERD-OPER
041300             SET ENTRY-FOUND TO TRUE
041400     END-SEARCH.
041500     IF NOT ENTRY-FOUND
041600         IF WS-CLOSE-COUNT NOT < 500
041700             DISPLAY "MORE THAN 500 ENTRIES IN THE PERIOD - "
041800                     "CLOSE NOT DONE"
041900             PERFORM 9900-ABORT-CLOSE THRU 9900-EXIT
042000         END-IF
042100         ADD 1 TO WS-CLOSE-COUNT
042200         SET WS-CL-IDX TO WS-CLOSE-COUNT
042300         PERFORM 2300-CLEAR-ENTRY THRU 2300-EXIT
042400         MOVE PERD-SOURCE-SYSTEM
042500             TO WS-CL-SOURCE-SYSTEM (WS-CL-IDX)
042600         MOVE PERD-OPER TO WS-CL-OPER (WS-CL-IDX)
042700     END-IF.
042800     IF PERD-PERIOD = WS-CLOSE-PERIOD
042900         SET CL-IN-PERIOD (WS-CL-IDX) TO TRUE
043000         MOVE PERD-CALC-COUNT TO WS-CL-CALCS (WS-CL-IDX)
043100         MOVE PERD-REVERSAL-COUNT TO WS-CL-REVERSALS (WS-CL-IDX)
043200         MOVE PERD-REJECT-COUNT TO WS-CL-REJECTS (WS-CL-IDX)
043300         MOVE PERD-RESULT-TOTAL TO WS-CL-RESULT (WS-CL-IDX)
043400     ELSE
043500         MOVE PERD-YTD-CALC-COUNT TO WS-CL-FWD-CALCS (WS-CL-IDX)
043600         MOVE PERD-YTD-REVERSAL-COUNT
043700             TO WS-CL-FWD-REVERSALS (WS-CL-IDX)
043800         MOVE PERD-YTD-REJECT-COUNT
043900             TO WS-CL-FWD-REJECTS (WS-CL-IDX)
044000         MOVE PERD-YTD-RESULT-TOTAL
044100             TO WS-CL-FWD-RESULT (WS-CL-IDX)
044200     END-IF.
044300     PERFORM 2100-READ-NEXT-ENTRY THRU 2100-EXIT.
044400 2200-EXIT.
044500     EXIT.
044600
044700 2300-CLEAR-ENTRY.
044800     MOVE SPACES TO WS-CL-SOURCE-SYSTEM (WS-CL-IDX).
044900     MOVE SPACE TO WS-CL-OPER (WS-CL-IDX).
045000     MOVE "N" TO WS-CL-IN-PERIOD-SW (WS-CL-IDX).
045100     MOVE ZERO TO WS-CL-CALCS (WS-CL-IDX).
045200     MOVE ZERO TO WS-CL-REVERSALS (WS-CL-IDX).
045300     MOVE ZERO TO WS-CL-REJECTS (WS-CL-IDX).
045400     MOVE ZERO TO WS-CL-RESULT (WS-CL-IDX).
045500     MOVE ZERO TO WS-CL-FWD-CALCS (WS-CL-IDX).
045600     MOVE ZERO TO WS-CL-FWD-REVERSALS (WS-CL-IDX).
045700     MOVE ZERO TO WS-CL-FWD-REJECTS (WS-CL-IDX).
045800     MOVE ZERO TO WS-CL-FWD-RESULT (WS-CL-IDX).
045900 2300-EXIT.
046000     EXIT.
046100
046200******************************************************************
046300* 2500-PROVE-CONTROL - THE ENTRIES UNDER THE PERIOD MUST ADD UP TO
046400* THE PERIOD CONTROL ENTRY (ENTRY 1) BEFORE FINANCE IS ASKED TO
046500* SIGN THEM OFF. PERDUPD POSTS BOTH FROM THE SAME GL RECORDS, SO A
046600* DIFFERENCE MEANS THE FILE HAS BEEN TAMPERED WITH OR DAMAGED.
046700******************************************************************
046800 2500-PROVE-CONTROL.
046900     PERFORM 2510-ADD-ONE-DETAIL THRU 2510-EXIT
047000         VARYING WS-CL-IDX FROM 2 BY 1
047100         UNTIL WS-CL-IDX > WS-CLOSE-COUNT.
047200     IF WS-DT-CALCS NOT = WS-CL-CALCS (1)
047300         OR WS-DT-REVERSALS NOT = WS-CL-REVERSALS (1)
047400         OR WS-DT-REJECTS NOT = WS-CL-REJECTS (1)
047500         OR WS-DT-RESULT NOT = WS-CL-RESULT (1)
047600         DISPLAY "PERIOD " WS-CLOSE-PERIOD-N
047700                 " CONTROL TOTALS DO NOT AGREE WITH ITS ENTRIES"
047800         DISPLAY "CALCULATIONS " WS-CL-CALCS (1) " / " WS-DT-CALCS
047900         DISPLAY "REVERSALS    " WS-CL-REVERSALS (1) " / "
048000                 WS-DT-REVERSALS
048100         DISPLAY "REJECTS      " WS-CL-REJECTS (1) " / "
048200                 WS-DT-REJECTS
048300         DISPLAY "CLOSE REFUSED - NOTHING CHANGED"
048400         CLOSE PERDFILE
048500         MOVE 8 TO RETURN-CODE
048600         STOP RUN
048700     END-IF.
048800 2500-EXIT.
048900     EXIT.
049000
049100 2510-ADD-ONE-DETAIL.
049200     ADD WS-CL-CALCS (WS-CL-IDX) TO WS-DT-CALCS.
049300     ADD WS-CL-REVERSALS (WS-CL-IDX) TO WS-DT-REVERSALS.
049400     ADD WS-CL-REJECTS (WS-CL-IDX) TO WS-DT-REJECTS.
049500     ADD WS-CL-RESULT (WS-CL-IDX) TO WS-DT-RESULT.
049600 2510-EXIT.
049700     EXIT.
049800
049900******************************************************************
050000* 3000-CLOSE-PERIOD - CLOSE EVERY ENTRY AND PRINT ITS LINE ON THE
050100* PERIOD-CLOSE REPORT. THE DETAIL ENTRIES GO FIRST AND THE PERIOD
050200* CONTROL ENTRY LAST - UNTIL IT IS CLOSED THE PERIOD IS STILL
050300* OPEN, SO A FAILURE PART WAY THROUGH IS PUT RIGHT BY A RERUN.
050400******************************************************************
050500 3000-CLOSE-PERIOD.
050600     DISPLAY "============================================".
050700     DISPLAY "PERDCLS - PERIOD-CLOSE REPORT FOR "
050800             WS-CLOSE-PERIOD-N.
050900     DISPLAY "CLOSED ON " WS-RUN-DATE.
051000     DISPLAY "============================================".
051100     DISPLAY "                      ------------------ PERIOD "
051200             "-----------------   ---------------- YEAR TO "
051300             "DATE ----------------".
051400     DISPLAY "SOURCE    OP      CALCS  REVERSED   REJECTS"
051500             "            NET RESULT       CALCS  REVERSED"
051600             "   REJECTS            NET RESULT".
051700     DISPLAY "--------  --  --------- --------- ---------"
051800             " --------------------   --------- ---------"
051900             " --------- --------------------".
052000     PERFORM 3100-CLOSE-ONE-ENTRY THRU 3100-EXIT
052100         VARYING WS-CL-IDX FROM 2 BY 1
052200         UNTIL WS-CL-IDX > WS-CLOSE-COUNT.
052300     DISPLAY "--------------------------------------------".
052400     SET WS-CL-IDX TO 1.
052500     PERFORM 3100-CLOSE-ONE-ENTRY THRU 3100-EXIT.
052600 3000-EXIT.
052700     EXIT.
052800
052900 3100-CLOSE-ONE-ENTRY.
053000     MOVE WS-CLOSE-PERIOD-N TO PERD-PERIOD.
053100     MOVE WS-CL-SOURCE-SYSTEM (WS-CL-IDX) TO PERD-SOURCE-SYSTEM.
053200     MOVE WS-CL-OPER (WS-CL-IDX) TO PERD-OPER.
053300     IF CL-IN-PERIOD (WS-CL-IDX)
053400         READ PERDFILE
053500             INVALID KEY
053600                 CONTINUE
053700         END-READ
053800         IF WS-PERDFILE-STATUS NOT = "00"
053900             DISPLAY "PERDFILE READ FAILED - STATUS "
054000                     WS-PERDFILE-STATUS
054100             PERFORM 9900-ABORT-CLOSE THRU 9900-EXIT
054200         END-IF
054300     ELSE
054400         MOVE ZERO TO PERD-CALC-COUNT
054500         MOVE ZERO TO PERD-REVERSAL-COUNT
054600         MOVE ZERO TO PERD-REJECT-COUNT
054700         MOVE ZERO TO PERD-RESULT-TOTAL
054800         MOVE WS-RUN-DATE TO PERD-LAST-UPDATE-DATE
054900         MOVE SPACES TO PERD-LAST-POSTED
055000         ADD 1 TO WS-ENTRIES-CARRIED
055100     END-IF.
055200     COMPUTE PERD-YTD-CALC-COUNT = WS-CL-FWD-CALCS (WS-CL-IDX)
055300         + WS-CL-CALCS (WS-CL-IDX).
055400     COMPUTE PERD-YTD-REVERSAL-COUNT
055500         = WS-CL-FWD-REVERSALS (WS-CL-IDX)
055600         + WS-CL-REVERSALS (WS-CL-IDX).
055700     COMPUTE PERD-YTD-REJECT-COUNT = WS-CL-FWD-REJECTS (WS-CL-IDX)
055800         + WS-CL-REJECTS (WS-CL-IDX).
055900     COMPUTE PERD-YTD-RESULT-TOTAL = WS-CL-FWD-RESULT (WS-CL-IDX)
056000         + WS-CL-RESULT (WS-CL-IDX).
056100     SET PERD-CLOSED TO TRUE.
056200     MOVE WS-RUN-DATE TO PERD-CLOSE-DATE.
056300     IF CL-IN-PERIOD (WS-CL-IDX)
056400         REWRITE PERD-RECORD
056500             INVALID KEY
056600                 CONTINUE
056700         END-REWRITE
056800     ELSE
056900         WRITE PERD-RECORD
057000             INVALID KEY
057100                 CONTINUE
057200         END-WRITE
057300     END-IF.
057400     IF WS-PERDFILE-STATUS NOT = "00"
057500         DISPLAY "PERDFILE UPDATE FAILED - STATUS "
057600                 WS-PERDFILE-STATUS " - PERIOD LEFT OPEN, RERUN"
057700         PERFORM 9900-ABORT-CLOSE THRU 9900-EXIT
057800     END-IF.
057900     ADD 1 TO WS-ENTRIES-CLOSED.
058000     IF WS-CL-SOURCE-SYSTEM (WS-CL-IDX) = SPACES
058100         MOVE "*PERIOD*" TO WS-CLN-SOURCE-SYSTEM
058200     ELSE
058300         MOVE WS-CL-SOURCE-SYSTEM (WS-CL-IDX)
058400             TO WS-CLN-SOURCE-SYSTEM
058500     END-IF.
058600     MOVE WS-CL-OPER (WS-CL-IDX) TO WS-CLN-OPER.
058700     MOVE PERD-CALC-COUNT TO WS-CLN-CALCS.
058800     MOVE PERD-REVERSAL-COUNT TO WS-CLN-REVERSALS.
058900     MOVE PERD-REJECT-COUNT TO WS-CLN-REJECTS.
059000     MOVE PERD-RESULT-TOTAL TO WS-CLN-RESULT.
059100     MOVE PERD-YTD-CALC-COUNT TO WS-CLN-YTD-CALCS.
059200     MOVE PERD-YTD-REVERSAL-COUNT TO WS-CLN-YTD-REVERSALS.
059300     MOVE PERD-YTD-REJECT-COUNT TO WS-CLN-YTD-REJECTS.
059400     MOVE PERD-YTD-RESULT-TOTAL TO WS-CLN-YTD-RESULT.
059500     DISPLAY WS-CLOSE-LINE.
059600 3100-EXIT.
059700     EXIT.
059800
059900******************************************************************
060000* 9000-TERMINATE - CLOSE UP AND PRINT THE COUNTS.
060100******************************************************************
060200 9000-TERMINATE.
060300     CLOSE PERDFILE.
060400     DISPLAY "============================================".
060500     DISPLAY "ENTRIES CLOSED..............: " WS-ENTRIES-CLOSED.
060600     DISPLAY "OF WHICH BROUGHT FORWARD ONLY: " WS-ENTRIES-CARRIED.
060700     DISPLAY "PERIOD " WS-CLOSE-PERIOD-N " IS CLOSED - BATCHES "
060800             "DATED IN IT WILL BE REFUSED".
060900     DISPLAY "============================================".
061000     MOVE 0 TO RETURN-CODE.
061100 9000-EXIT.
061200     EXIT.
061300
061400******************************************************************
061500* 9900-ABORT-CLOSE - A FILE ERROR. END RC 16; THE PERIOD CONTROL
061600* ENTRY IS CLOSED LAST, SO THE PERIOD IS STILL OPEN AND THE CLOSE
061700* CAN BE RERUN ONCE THE ERROR IS PUT RIGHT.
061800******************************************************************
061900 9900-ABORT-CLOSE.
062000     CLOSE PERDFILE.
062100     MOVE 16 TO RETURN-CODE.
062200     STOP RUN.
062300 9900-EXIT.
062400     EXIT.
062500
062600 END PROGRAM PERDCLS.
