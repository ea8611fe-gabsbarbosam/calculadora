000100******************************************************************
000200* AUTHOR: GABRIELA BARBOSA
000300* INSTALLATION: COMPUTE CENTER - CONTAS BATCH GROUP
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE: PENDRPT - PENDING-TRANSACTION REPORT. LISTS EVERY
000700*          RECORD ON THE PENDING FILE (PENDFILE, SEE PENDFLDS) BY
000800*          SOURCE SYSTEM AND DUE DATE - THE FILE'S OWN KEY ORDER -
000900*          SO EACH DEPARTMENT CAN SEE WHAT IT HAS SENT FOR A LATER
001000*          NIGHT AND OPERATIONS CAN SEE WHAT COMES DUE WHEN. EACH
001100*          LINE SHOWS THE EXTRACT THE RECORD ARRIVED ON, THE
001200*          DETAIL RECORD ITSELF AND THE NIGHT IT WAS HELD; COUNTS
001300*          ARE TOTALLED BY DUE DATE, BY SOURCE SYSTEM AND OVERALL.
001400*          A RECORD MARKED "R" HAS BEEN RELEASED BUT NOT YET
001500*          CLEARED - CALCPEND CLEARS IT ON THE SOURCE'S NEXT NIGHT
001600*          ONCE CALCMERG HAS POSTED THE EXTRACT IT WENT OUT WITH -
001700*          AND IS COUNTED APART FROM THE WORK STILL HELD. THE FILE
001800*          IS ONLY READ, SO THE REPORT MAY BE RUN AT ANY TIME
001900*          OUTSIDE CALCJOB STEP007.
002000* TECTONICS: cobc
002100*
002200* MODIFICATION HISTORY
002300* DATE       INIT DESCRIPTION
002400* ---------- ---- ---------------------------------------------
002500* 2026-10-15  GB  INITIAL VERSION.
002510* 2026-10-15  GB  A RELEASED RECORD NOW CLEARS ONCE CALCMERG, NOT
002520*                 CALCSPLT, HAS POSTED ITS SERIAL (SEE CALCPEND).
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. PENDRPT.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PENDFILE ASSIGN TO "PENDFILE"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS PEND-KEY
003600         FILE STATUS IS WS-PENDFILE-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  PENDFILE
004100     LABEL RECORDS ARE STANDARD.
004200 01  PEND-RECORD.
004300     COPY PENDFLDS.
004400
004500 WORKING-STORAGE SECTION.
004600 01  WS-SWITCHES.
004700     05  WS-PEND-EOF-SW            PIC X(01)  VALUE "N".
004800         88  PEND-EOF                         VALUE "Y".
004900
005000 01  WS-FILE-STATUSES.
005100     05  WS-PENDFILE-STATUS        PIC X(02)  VALUE SPACES.
005200
005300*    THE CONTROL-BREAK KEYS - THE SOURCE AND DUE DATE IN PROGRESS.
005400 01  WS-BREAK-KEYS.
005500     05  WS-CUR-SOURCE-SYSTEM      PIC X(08)  VALUE SPACES.
005600     05  WS-CUR-DUE-DATE           PIC 9(08)  VALUE ZERO.
005700
005800******************************************************************
005900* HELD AND RELEASED-NOT-CLEARED COUNTS AT EACH LEVEL OF THE REPORT.
006000******************************************************************
006100 01  WS-COUNTERS.
006200     05  WS-DUE-HELD-COUNT         PIC 9(07)  COMP VALUE ZERO.
006300     05  WS-DUE-REL-COUNT          PIC 9(07)  COMP VALUE ZERO.
006400     05  WS-SRC-HELD-COUNT         PIC 9(07)  COMP VALUE ZERO.
006500     05  WS-SRC-REL-COUNT          PIC 9(07)  COMP VALUE ZERO.
006600     05  WS-TOT-HELD-COUNT         PIC 9(07)  COMP VALUE ZERO.
006700     05  WS-TOT-REL-COUNT          PIC 9(07)  COMP VALUE ZERO.
006800     05  WS-READ-COUNT             PIC 9(07)  COMP VALUE ZERO.
006900
007000*    THE HELD DETAIL RECORD, TAKEN APART.
007100 01  WS-PEND-TRAN.
007200     COPY TRANNUMS.
007300
007400 01  WS-DETAIL-HEADING.
007500     05  FILLER                    PIC X(39)  VALUE
007600         "  DUE DATE SERIAL SEQ     S T TRAN-ID".
007700     05  FILLER                    PIC X(41)  VALUE
007800         "           NUM1 O           NUM2 CCY HELD".
007900
008000 01  WS-DETAIL-LINE.
008100     05  FILLER                    PIC X(02)  VALUE SPACES.
008200     05  WS-DL-DUE-DATE            PIC 9(08).
008300     05  FILLER                    PIC X(01)  VALUE SPACE.
008400     05  WS-DL-FILE-SERIAL         PIC X(06).
008500     05  FILLER                    PIC X(01)  VALUE SPACE.
008600     05  WS-DL-SEQ                 PIC 9(07).
008700     05  FILLER                    PIC X(01)  VALUE SPACE.
008800     05  WS-DL-STATUS              PIC X(01).
008900     05  FILLER                    PIC X(01)  VALUE SPACE.
009000     05  WS-DL-REC-TYPE            PIC X(01).
009100     05  FILLER                    PIC X(01)  VALUE SPACE.
009200     05  WS-DL-TRAN-ID             PIC X(08).
009300     05  FILLER                    PIC X(01)  VALUE SPACE.
009400     05  WS-DL-NUM1                PIC -ZZZ,ZZZ,ZZ9.99.
009500     05  FILLER                    PIC X(01)  VALUE SPACE.
009600     05  WS-DL-OPER                PIC X(01).
009700     05  FILLER                    PIC X(01)  VALUE SPACE.
009800     05  WS-DL-NUM2                PIC -ZZZ,ZZZ,ZZ9.99.
009900     05  FILLER                    PIC X(01)  VALUE SPACE.
010000     05  WS-DL-CURRENCY            PIC X(03).
010100     05  FILLER                    PIC X(01)  VALUE SPACE.
010200     05  WS-DL-HELD-DATE           PIC 9(08).
010300     05  FILLER                    PIC X(01)  VALUE SPACE.
010400     05  WS-DL-RELEASED            PIC X(15).
010500
010600 01  WS-RELEASED-NOTE.
010700     05  FILLER                    PIC X(09)  VALUE "RELEASED ".
010800     05  WS-RN-SERIAL              PIC X(06).
010900
011000 PROCEDURE DIVISION.
011100 0000-MAINLINE.
011200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011300     PERFORM 2000-PROCESS THRU 2000-EXIT.
011400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011500     STOP RUN.
011600
011700******************************************************************
011800* 1000-INITIALIZE - OPEN THE PENDING FILE AND PRINT THE HEADING.
011900* A FILE NOTHING HAS EVER BEEN HELD ON (STATUS 35) IS NOT AN ERROR
012000* - THE REPORT IS SIMPLY EMPTY.
012100******************************************************************
012200 1000-INITIALIZE.
012300     DISPLAY "============================================".
012400     DISPLAY "PENDRPT - PENDING TRANSACTION REPORT".
012500     DISPLAY "============================================".
012600     OPEN INPUT PENDFILE.
012700     EVALUATE WS-PENDFILE-STATUS
012800         WHEN "00"
012900             CONTINUE
013000         WHEN "35"
013100             DISPLAY "PENDFILE NOT YET LOADED - NOTHING HELD"
013200             SET PEND-EOF TO TRUE
013300         WHEN OTHER
013400             DISPLAY "PENDFILE OPEN FAILED - STATUS "
013500                     WS-PENDFILE-STATUS
013600             MOVE 16 TO RETURN-CODE
013700             STOP RUN
013800     END-EVALUATE.
013900 1000-EXIT.
014000     EXIT.
014100
014200 2000-PROCESS.
014300     IF NOT PEND-EOF
014400         PERFORM 2100-READ-PEND THRU 2100-EXIT
014500     END-IF.
014600     IF NOT PEND-EOF
014700         MOVE PEND-SOURCE-SYSTEM TO WS-CUR-SOURCE-SYSTEM
014800         MOVE PEND-DUE-DATE TO WS-CUR-DUE-DATE
014900         PERFORM 2300-START-SOURCE THRU 2300-EXIT
015000     END-IF.
015100     PERFORM 2200-PRINT-ONE-PEND THRU 2200-EXIT
015200         UNTIL PEND-EOF.
015300     IF WS-READ-COUNT > 0
015400         PERFORM 2400-END-DUE-DATE THRU 2400-EXIT
015500         PERFORM 2500-END-SOURCE THRU 2500-EXIT
015600     END-IF.
015700 2000-EXIT.
015800     EXIT.
015900
016000 2100-READ-PEND.
016100     READ PENDFILE NEXT RECORD
016200         AT END
016300             SET PEND-EOF TO TRUE
016400         NOT AT END
016500             ADD 1 TO WS-READ-COUNT
016600     END-READ.
016700     IF WS-PENDFILE-STATUS NOT = "00"
016800         AND WS-PENDFILE-STATUS NOT = "10"
016900         DISPLAY "PENDFILE READ FAILED - STATUS "
017000                 WS-PENDFILE-STATUS
017100         CLOSE PENDFILE
017200         MOVE 16 TO RETURN-CODE
017300         STOP RUN
017400     END-IF.
017500 2100-EXIT.
017600     EXIT.
017700
017800******************************************************************
017900* 2200-PRINT-ONE-PEND - TAKE THE BREAKS THE RECORD CAUSES (A NEW
018000* SOURCE CLOSES THE DUE DATE TOO), THEN PRINT AND COUNT IT.
018100******************************************************************
018200 2200-PRINT-ONE-PEND.
018300     EVALUATE TRUE
018400         WHEN PEND-SOURCE-SYSTEM NOT = WS-CUR-SOURCE-SYSTEM
018500             PERFORM 2400-END-DUE-DATE THRU 2400-EXIT
018600             PERFORM 2500-END-SOURCE THRU 2500-EXIT
018700             MOVE PEND-SOURCE-SYSTEM TO WS-CUR-SOURCE-SYSTEM
018800             MOVE PEND-DUE-DATE TO WS-CUR-DUE-DATE
018900             PERFORM 2300-START-SOURCE THRU 2300-EXIT
019000         WHEN PEND-DUE-DATE NOT = WS-CUR-DUE-DATE
019100             PERFORM 2400-END-DUE-DATE THRU 2400-EXIT
019200             MOVE PEND-DUE-DATE TO WS-CUR-DUE-DATE
019300         WHEN OTHER
019400             CONTINUE
019500     END-EVALUATE.
019600     MOVE PEND-TRANSACTION TO WS-PEND-TRAN.
019700     MOVE PEND-DUE-DATE TO WS-DL-DUE-DATE.
019800     MOVE PEND-FILE-SERIAL TO WS-DL-FILE-SERIAL.
019900     MOVE PEND-SEQ TO WS-DL-SEQ.
020000     MOVE PEND-STATUS TO WS-DL-STATUS.
020100     MOVE CALC-REC-TYPE TO WS-DL-REC-TYPE.
020200     MOVE CALC-TRAN-ID TO WS-DL-TRAN-ID.
020300     IF CALC-NUM1 IS NUMERIC
020400         MOVE CALC-NUM1 TO WS-DL-NUM1
020500     ELSE
020600         MOVE ZERO TO WS-DL-NUM1
020700     END-IF.
020800     MOVE CALC-OPER TO WS-DL-OPER.
020900     IF CALC-NUM2 IS NUMERIC
021000         MOVE CALC-NUM2 TO WS-DL-NUM2
021100     ELSE
021200         MOVE ZERO TO WS-DL-NUM2
021300     END-IF.
021400     MOVE CALC-CURRENCY TO WS-DL-CURRENCY.
021500     MOVE PEND-HELD-DATE TO WS-DL-HELD-DATE.
021600     IF PEND-RELEASED
021700         MOVE PEND-RELEASED-SERIAL TO WS-RN-SERIAL
021800         MOVE WS-RELEASED-NOTE TO WS-DL-RELEASED
021900         ADD 1 TO WS-DUE-REL-COUNT
022000     ELSE
022100         MOVE SPACES TO WS-DL-RELEASED
022200         ADD 1 TO WS-DUE-HELD-COUNT
022300     END-IF.
022400     DISPLAY WS-DETAIL-LINE.
022500     PERFORM 2100-READ-PEND THRU 2100-EXIT.
022600 2200-EXIT.
022700     EXIT.
022800
022900 2300-START-SOURCE.
023000     DISPLAY " ".
023100     DISPLAY "SOURCE SYSTEM " WS-CUR-SOURCE-SYSTEM.
023200     DISPLAY WS-DETAIL-HEADING.
023300 2300-EXIT.
023400     EXIT.
023500
023600 2400-END-DUE-DATE.
023700     DISPLAY "    DUE " WS-CUR-DUE-DATE
023800             " HELD " WS-DUE-HELD-COUNT
023900             "  RELEASED NOT CLEARED " WS-DUE-REL-COUNT.
024000     ADD WS-DUE-HELD-COUNT TO WS-SRC-HELD-COUNT.
024100     ADD WS-DUE-REL-COUNT TO WS-SRC-REL-COUNT.
024200     MOVE ZERO TO WS-DUE-HELD-COUNT.
024300     MOVE ZERO TO WS-DUE-REL-COUNT.
024400 2400-EXIT.
024500     EXIT.
024600
024700 2500-END-SOURCE.
024800     DISPLAY "  SOURCE " WS-CUR-SOURCE-SYSTEM
024900             " HELD " WS-SRC-HELD-COUNT
025000             "  RELEASED NOT CLEARED " WS-SRC-REL-COUNT.
025100     ADD WS-SRC-HELD-COUNT TO WS-TOT-HELD-COUNT.
025200     ADD WS-SRC-REL-COUNT TO WS-TOT-REL-COUNT.
025300     MOVE ZERO TO WS-SRC-HELD-COUNT.
025400     MOVE ZERO TO WS-SRC-REL-COUNT.
025500 2500-EXIT.
025600     EXIT.
025700
025800******************************************************************
025900* 9000-TERMINATE - GRAND TOTALS. THE REPORT ALWAYS ENDS RC 0; AN
026000* UNREADABLE FILE HAS ALREADY ENDED THE STEP RC 16.
026100******************************************************************
026200 9000-TERMINATE.
026300     DISPLAY "--------------------------------------------".
026400     DISPLAY "RECORDS ON PENDFILE.........: " WS-READ-COUNT.
026500     DISPLAY "HELD, AWAITING RELEASE......: " WS-TOT-HELD-COUNT.
026600     DISPLAY "RELEASED, NOT YET CLEARED...: " WS-TOT-REL-COUNT.
026700     DISPLAY "============================================".
026800     IF WS-PENDFILE-STATUS NOT = "35"
026900         CLOSE PENDFILE
027000     END-IF.
027100     MOVE 0 TO RETURN-CODE.
027200 9000-EXIT.
027300     EXIT.
027400
027500 END PROGRAM PENDRPT.
