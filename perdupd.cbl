000100******************************************************************
000200* AUTHOR: GABRIELA BARBOSA
000300* INSTALLATION: COMPUTE CENTER - CONTAS BATCH GROUP
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE: PERDUPD - POST THE NIGHT'S MERGED GL FEED (THE GLINTF
000700*          CALCMERG PRODUCED) TO THE PERIOD ACCUMULATOR (PERDFILE,
000800*          SEE PERDFLDS), SO FINANCE'S MONTH-TO-DATE FIGURES BY
000900*          SOURCE SYSTEM AND OPERATOR NO LONGER HAVE TO BE REBUILT
001000*          FROM THE AUDIT FILE - WHICH ONLY WORKS UNTIL AUDARCH
001100*          ARCHIVES THE LINES AWAY. EACH GL RECORD POSTS TO THE
001200*          PERIOD OF THE PROCESSING DATE IT RAN UNDER
001300*          (CALC-PROC-DATE), INTO THE ENTRY FOR ITS SOURCE SYSTEM
001400*          AND OPERATOR AND INTO THE PERIOD CONTROL ENTRY THAT
001500*          CARRIES THE PERIOD GRAND TOTALS.
001600*
001700*          THE NIGHT IS ADDED UP IN STORAGE FIRST AND NOTHING IS
001800*          WRITTEN UNTIL EVERY PERIOD IT TOUCHES HAS BEEN FOUND
001900*          OPEN: A FEED THAT WOULD CHANGE A CLOSED PERIOD IS
002000*          REFUSED WHOLE. EVERY ENTRY POSTED IS STAMPED WITH THE
002100*          SOURCE SYSTEM AND SERIAL OF THE NIGHT'S EXTRACT (TAKEN
002200*          FROM THE TRANFILE HEADER), AND AN ENTRY ALREADY CARRYING
002300*          THEM IS LEFT ALONE - SO A RERUN OF THIS STEP, WHETHER
002400*          AFTER A CLEAN END OR PART WAY THROUGH THE POSTING,
002500*          NEVER COUNTS A NIGHT TWICE.
002600*
002700*          RETURN CODES:
002800*            0   THE NIGHT POSTED (OR THE FEED WAS EMPTY)
002900*            4   SOME OR ALL ENTRIES HAD ALREADY BEEN POSTED FROM
003000*                THIS EXTRACT - A RERUN; CHECK THE REPORT
003100*            16  FILE ERROR, A CLOSED PERIOD, A GL RECORD WITH NO
003200*                PROCESSING DATE, OR MORE ENTRIES THAN THE TABLE
003300*                HOLDS - NOTHING POSTED UNLESS THE REPORT SAYS SO
003400* TECTONICS: cobc
003500*
003600* MODIFICATION HISTORY
003700* DATE       INIT DESCRIPTION
003800* ---------- ---- ---------------------------------------------
003900* 2026-10-15  GB  INITIAL VERSION.
003910* 2026-10-15  GB  POSTS ITS TOTALS TO THE NIGHTLY CONTROL LEDGER
003920*                 (CLDGFILE, SEE CLDGFLDS): GL RECORDS READ, THE
003930*                 RECORDS ON PERIOD ENTRIES POSTED THIS RUN AND ON
003940*                 ENTRIES ALREADY POSTED FROM THE EXTRACT, REJECTS
003950*                 AND A HASH OF CALC-RESUL.
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. PERDUPD.
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT TRANFILE ASSIGN TO "TRANFILE"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-TRANFILE-STATUS.
004900
005000     SELECT GLINTFILE ASSIGN TO "GLINTF"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-GLINTFILE-STATUS.
005300
005400     SELECT PERDFILE ASSIGN TO "PERDFILE"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS PERD-KEY
005800         FILE STATUS IS WS-PERDFILE-STATUS.
005810
005820     SELECT CLDGFILE ASSIGN TO "CLDGFILE"
005830         ORGANIZATION IS INDEXED
005840         ACCESS MODE IS RANDOM
005850         RECORD KEY IS CLDG-KEY
005860         FILE STATUS IS WS-CLDGFILE-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  TRANFILE
006300     LABEL RECORDS ARE STANDARD
006400     RECORDING MODE IS F.
006500 01  TRAN-RECORD.
006600     COPY TRANNUMS.
006700
006800 FD  GLINTFILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORDING MODE IS F.
007100 01  GLINT-RECORD.
007200     COPY CALCNUMS.
007300
007400 FD  PERDFILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  PERD-RECORD.
007700     COPY PERDFLDS.
007710
007720 FD  CLDGFILE
007730     LABEL RECORDS ARE STANDARD.
007740 01  CLDG-RECORD.
007750     COPY CLDGFLDS.
007800
007900 WORKING-STORAGE SECTION.
008000******************************************************************
008100* WORKING COPY OF THE EXTRACT HEADER LAYOUT (SEE TRANCTL).
008200******************************************************************
008300     COPY TRANCTL.
008400
008500 01  WS-SWITCHES.
008600     05  WS-GLINT-EOF-SW           PIC X(01)  VALUE "N".
008700         88  GLINT-EOF                        VALUE "Y".
008800     05  WS-REFUSED-SW             PIC X(01)  VALUE "N".
008900         88  POSTING-REFUSED                  VALUE "Y".
009000     05  WS-ENTRY-FOUND-SW         PIC X(01)  VALUE "N".
009100         88  ENTRY-FOUND                      VALUE "Y".
009200
009300 01  WS-FILE-STATUSES.
009400     05  WS-TRANFILE-STATUS        PIC X(02)  VALUE SPACES.
009500     05  WS-GLINTFILE-STATUS       PIC X(02)  VALUE SPACES.
009600     05  WS-PERDFILE-STATUS        PIC X(02)  VALUE SPACES.
009610     05  WS-CLDGFILE-STATUS        PIC X(02)  VALUE SPACES.
009700
009800 01  WS-RUN-DATE                   PIC 9(08)  VALUE ZERO.
009900
010000*    THE EXTRACT THE NIGHT ANSWERED - THE STAMP EVERY ENTRY POSTED
010100*    TONIGHT CARRIES IN PERD-LAST-POSTED, IN THE SAME ORDER.
010200 01  WS-EXTRACT-CONTROL.
010300     05  WS-HDR-SOURCE-SYSTEM      PIC X(08)  VALUE SPACES.
010400     05  WS-HDR-FILE-SERIAL        PIC X(06)  VALUE SPACES.
010500
010600 01  WS-GL-PROC-DATE               PIC 9(08)  VALUE ZERO.
010700 01  WS-GL-PROC-DATE-R REDEFINES WS-GL-PROC-DATE.
010800     05  WS-GL-PERIOD              PIC 9(06).
010900     05  FILLER                    PIC 9(02).
011000
011100*    THE KEY BEING ADDED TO - LAID OUT THE SAME AS PERD-KEY.
011200 01  WS-ENTRY-KEY.
011300     05  WS-EK-PERIOD              PIC 9(06).
011400     05  WS-EK-SOURCE-SYSTEM       PIC X(08).
011500     05  WS-EK-OPER                PIC X(01).
011600
011700******************************************************************
011800* ONE ENTRY PER PERIOD + SOURCE SYSTEM + OPERATOR THE NIGHT
011900* TOUCHES, PLUS ONE PERIOD CONTROL ENTRY (BLANK SOURCE AND
012000* OPERATOR) PER PERIOD, HOLDING THE NIGHT'S TOTALS FOR IT AND
012100* WHAT 3000-CHECK-PERIODS FOUND ON PERDFILE. A NIGHT NORMALLY
012200* TOUCHES ONE PERIOD AND A HANDFUL OF OPERATORS; 500 IS ROOM FOR
012300* THE WHOLE OPERATOR TABLE ACROSS MANY PERIODS.
012400******************************************************************
012500 01  WS-ACCUM-COUNT                PIC 9(04)  COMP VALUE ZERO.
012600 01  WS-ACCUM-TABLE.
012700     05  WS-ACCUM-ENTRY OCCURS 1 TO 500 TIMES
012800             DEPENDING ON WS-ACCUM-COUNT
012900             INDEXED BY WS-ACC-IDX.
013000         10  WS-AC-KEY.
013100             15  WS-AC-PERIOD      PIC 9(06).
013200             15  WS-AC-SOURCE-SYSTEM
013300                                   PIC X(08).
013400             15  WS-AC-OPER        PIC X(01).
013500         10  WS-AC-CALCS           PIC 9(09)  COMP.
013600         10  WS-AC-REVERSALS       PIC 9(09)  COMP.
013700         10  WS-AC-REJECTS         PIC 9(09)  COMP.
013800         10  WS-AC-RESULT          PIC S9(13)V99.
013900         10  WS-AC-ACTION-SW       PIC X(01).
014000             88  AC-NEW                       VALUE "N".
014100             88  AC-UPDATE                    VALUE "U".
014200             88  AC-ALREADY-POSTED            VALUE "A".
014300
014400 01  WS-COUNTERS.
014500     05  WS-GLINT-COUNT            PIC 9(09)  COMP VALUE ZERO.
014600     05  WS-GLINT-REJECTS          PIC 9(09)  COMP VALUE ZERO.
014700     05  WS-GLINT-UNDATED          PIC 9(09)  COMP VALUE ZERO.
014800     05  WS-GLINT-RESULT           PIC S9(13)V99 VALUE ZERO.
014900     05  WS-ENTRIES-NEW            PIC 9(04)  COMP VALUE ZERO.
015000     05  WS-ENTRIES-UPDATED        PIC 9(04)  COMP VALUE ZERO.
015100     05  WS-ENTRIES-ALREADY        PIC 9(04)  COMP VALUE ZERO.
015110*    FOR THE CONTROL LEDGER: CALC-RESUL OVER EVERY GL RECORD READ,
015120*    ANY RC, AND THE RECORDS ON THE PERIOD CONTROL ENTRIES POSTED
015130*    THIS RUN AND ALREADY POSTED - EVERY RECORD IS ON EXACTLY ONE.
015140     05  WS-GLINT-HASH-RESUL       PIC S9(9)V99 VALUE ZERO.
015150     05  WS-RECORDS-POSTED         PIC 9(09)  COMP VALUE ZERO.
015160     05  WS-RECORDS-ALREADY        PIC 9(09)  COMP VALUE ZERO.
015200
015300 01  WS-POST-LINE.
015400     05  WS-PL-PERIOD              PIC 9(06).
015500     05  FILLER                    PIC X(02)  VALUE SPACES.
015600     05  WS-PL-SOURCE-SYSTEM       PIC X(08).
015700     05  FILLER                    PIC X(02)  VALUE SPACES.
015800     05  WS-PL-OPER                PIC X(01).
015900     05  FILLER                    PIC X(02)  VALUE SPACES.
016000     05  WS-PL-CALCS               PIC ZZZ,ZZ9.
016100     05  FILLER                    PIC X(02)  VALUE SPACES.
016200     05  WS-PL-REVERSALS           PIC ZZZ,ZZ9.
016300     05  FILLER                    PIC X(02)  VALUE SPACES.
016400     05  WS-PL-REJECTS             PIC ZZZ,ZZ9.
016500     05  FILLER                    PIC X(02)  VALUE SPACES.
016600     05  WS-PL-RESULT              PIC -,---,---,---,--9.99.
016700     05  FILLER                    PIC X(02)  VALUE SPACES.
016800     05  WS-PL-ACTION              PIC X(14).
016900
017000 01  WS-RESULT-DISPLAY             PIC -,---,---,---,--9.99.
017100
017200 PROCEDURE DIVISION.
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017500     PERFORM 2000-ACCUMULATE THRU 2000-EXIT.
017600     PERFORM 3000-CHECK-PERIODS THRU 3000-EXIT.
017700     PERFORM 4000-POST THRU 4000-EXIT.
017800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017900     STOP RUN.
018000
018100******************************************************************
018200* 1000-INITIALIZE - PICK UP THE EXTRACT THE NIGHT ANSWERED, THEN
018300* OPEN THE GL FEED AND THE PERIOD ACCUMULATOR.
018400******************************************************************
018500 1000-INITIALIZE.
018600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018700     PERFORM 1100-READ-EXTRACT-HEADER THRU 1100-EXIT.
018800     OPEN INPUT GLINTFILE.
018900     IF WS-GLINTFILE-STATUS NOT = "00"
019000         DISPLAY "GLINTF OPEN FAILED - STATUS "
019100                 WS-GLINTFILE-STATUS
019200         MOVE 16 TO RETURN-CODE
019300         STOP RUN
019400     END-IF.
019500     PERFORM 1200-OPEN-PERDFILE THRU 1200-EXIT.
019600 1000-EXIT.
019700     EXIT.
019800
019900******************************************************************
020000* 1100-READ-EXTRACT-HEADER - THE SOURCE SYSTEM AND SERIAL EVERY
020100* ENTRY POSTED TONIGHT IS STAMPED WITH ARE THE ONES ON THE NIGHT'S
020200* EXTRACT HEADER. ONLY THE HEADER IS READ, AS IN CALCDIST.
020300******************************************************************
020400 1100-READ-EXTRACT-HEADER.
020500     OPEN INPUT TRANFILE.
020600     IF WS-TRANFILE-STATUS NOT = "00"
020700         DISPLAY "TRANFILE OPEN FAILED - STATUS "
020800                 WS-TRANFILE-STATUS
020900         MOVE 16 TO RETURN-CODE
021000         STOP RUN
021100     END-IF.
021200     READ TRANFILE
021300         AT END
021400             DISPLAY "TRANFILE IS EMPTY - NO HEADER RECORD"
021500             CLOSE TRANFILE
021600             MOVE 16 TO RETURN-CODE
021700             STOP RUN
021800     END-READ.
021900     IF WS-TRANFILE-STATUS NOT = "00"
022000         DISPLAY "TRANFILE READ FAILED - STATUS "
022100                 WS-TRANFILE-STATUS
022200         CLOSE TRANFILE
022300         MOVE 16 TO RETURN-CODE
022400         STOP RUN
022500     END-IF.
022600     IF NOT CALC-REC-HEADER OF TRAN-RECORD
022700         DISPLAY "TRANFILE DOES NOT START WITH A HEADER RECORD"
022800         CLOSE TRANFILE
022900         MOVE 16 TO RETURN-CODE
023000         STOP RUN
023100     END-IF.
023200     MOVE TRAN-RECORD TO TRAN-HEADER-RECORD.
023300     MOVE TRAN-HDR-SOURCE-SYSTEM TO WS-HDR-SOURCE-SYSTEM.
023400     MOVE TRAN-HDR-FILE-SERIAL TO WS-HDR-FILE-SERIAL.
023500     CLOSE TRANFILE.
023600 1100-EXIT.
023700     EXIT.
023800
023900******************************************************************
024000* 1200-OPEN-PERDFILE - OPEN THE ACCUMULATOR FOR UPDATE. A CLUSTER
024100* THAT HAS NEVER BEEN LOADED (STATUS 35 - THE FIRST NIGHT AFTER
024200* PERDSEED) IS OPENED OUTPUT ONCE TO LOAD IT EMPTY AND THEN
024300* REOPENED I-O; ANY OTHER FAILURE ENDS THE STEP RC 16.
024400******************************************************************
024500 1200-OPEN-PERDFILE.
024600     OPEN I-O PERDFILE.
024700     IF WS-PERDFILE-STATUS = "35"
024800         DISPLAY "PERDFILE NOT YET LOADED - FIRST POSTING"
024900         OPEN OUTPUT PERDFILE
025000         IF WS-PERDFILE-STATUS = "00"
025100             CLOSE PERDFILE
025200             OPEN I-O PERDFILE
025300         END-IF
025400     END-IF.
025500     IF WS-PERDFILE-STATUS NOT = "00"
025600         DISPLAY "PERDFILE OPEN FAILED - STATUS "
025700                 WS-PERDFILE-STATUS
025800         CLOSE GLINTFILE
025900         MOVE 16 TO RETURN-CODE
026000         STOP RUN
026100     END-IF.
026200 1200-EXIT.
026300     EXIT.
026400
026500******************************************************************
026600* 2000-ACCUMULATE - ADD THE WHOLE GL FEED UP IN STORAGE. A RECORD
026700* WITH NO PROCESSING DATE CANNOT BE GIVEN A PERIOD; IT IS COUNTED
026800* AND THE NIGHT IS REFUSED AFTER THE READ, SO THE REPORT SAYS HOW
026900* MANY THERE WERE.
027000******************************************************************
027100 2000-ACCUMULATE.
027200     PERFORM 2100-READ-GLINT THRU 2100-EXIT.
027300     PERFORM 2200-ACCUMULATE-ONE THRU 2200-EXIT
027400         UNTIL GLINT-EOF.
027500     IF WS-GLINT-UNDATED > 0
027600         DISPLAY WS-GLINT-UNDATED " GL RECORDS CARRY NO "
027700                 "PROCESSING DATE - POSTING REFUSED"
027800         PERFORM 9900-ABORT-POSTING THRU 9900-EXIT
027900     END-IF.
028000 2000-EXIT.
028100     EXIT.
028200
028300 2100-READ-GLINT.
028400     READ GLINTFILE
028500         AT END
028600             SET GLINT-EOF TO TRUE
028700     END-READ.
028800     IF WS-GLINTFILE-STATUS NOT = "00"
028900         AND WS-GLINTFILE-STATUS NOT = "10"
029000         DISPLAY "GLINTF READ FAILED - STATUS "
029100                 WS-GLINTFILE-STATUS
029200         PERFORM 9900-ABORT-POSTING THRU 9900-EXIT
029300     END-IF.
029400 2100-EXIT.
029500     EXIT.
029600
029700******************************************************************
029800* 2200-ACCUMULATE-ONE - ADD ONE GL RECORD TO ITS SOURCE SYSTEM +
029900* OPERATOR ENTRY AND TO ITS PERIOD CONTROL ENTRY. A CALCULATION
030000* OR REVERSAL COUNTS ONLY WHEN IT POSTED (RC 00); ANY OTHER RETURN
030100* CODE IS A REJECT, AND ONLY WHAT POSTED IS ADDED TO THE RESULT.
030200******************************************************************
030300 2200-ACCUMULATE-ONE.
030400     ADD 1 TO WS-GLINT-COUNT.
030410     ADD CALC-RESUL OF GLINT-RECORD TO WS-GLINT-HASH-RESUL.
030500     IF CALC-PROC-DATE OF GLINT-RECORD IS NOT NUMERIC
030600         OR CALC-PROC-DATE OF GLINT-RECORD = ZERO
030700         ADD 1 TO WS-GLINT-UNDATED
030800     ELSE
030900         MOVE CALC-PROC-DATE OF GLINT-RECORD TO WS-GL-PROC-DATE
031000         MOVE WS-GL-PERIOD TO WS-EK-PERIOD
031100         MOVE CALC-SOURCE-SYSTEM OF GLINT-RECORD
031200             TO WS-EK-SOURCE-SYSTEM
031300         MOVE CALC-OPER OF GLINT-RECORD TO WS-EK-OPER
031400         PERFORM 2300-ADD-TO-ENTRY THRU 2300-EXIT
031500         MOVE SPACES TO WS-EK-SOURCE-SYSTEM
031600         MOVE SPACE TO WS-EK-OPER
031700         PERFORM 2300-ADD-TO-ENTRY THRU 2300-EXIT
031800         IF CALC-RC-SUCCESS OF GLINT-RECORD
031900             ADD CALC-RESUL OF GLINT-RECORD TO WS-GLINT-RESULT
032000         ELSE
032100             ADD 1 TO WS-GLINT-REJECTS
032200         END-IF
032300     END-IF.
032400     PERFORM 2100-READ-GLINT THRU 2100-EXIT.
032500 2200-EXIT.
032600     EXIT.
032700
032800******************************************************************
032900* 2300-ADD-TO-ENTRY - FIND (OR START) THE TABLE ENTRY FOR
033000* WS-ENTRY-KEY AND ADD THE CURRENT GL RECORD INTO IT. A FULL TABLE
033100* ENDS THE STEP RC 16 - NOTHING HAS BEEN POSTED YET.
033200******************************************************************
033300 2300-ADD-TO-ENTRY.
033400     MOVE "N" TO WS-ENTRY-FOUND-SW.
033500     IF WS-ACCUM-COUNT > 0
033600         SET WS-ACC-IDX TO 1
033700         SEARCH WS-ACCUM-ENTRY
033800             AT END
033900                 CONTINUE
034000             WHEN WS-AC-KEY (WS-ACC-IDX) = WS-ENTRY-KEY
034100                 SET ENTRY-FOUND TO TRUE
034200         END-SEARCH
034300     END-IF.
034400     IF NOT ENTRY-FOUND
034500         IF WS-ACCUM-COUNT NOT < 500
034600             DISPLAY "MORE THAN 500 PERIOD ENTRIES IN ONE FEED - "
034700                     "POSTING REFUSED"
034800             PERFORM 9900-ABORT-POSTING THRU 9900-EXIT
034900         END-IF
035000         ADD 1 TO WS-ACCUM-COUNT
035100         SET WS-ACC-IDX TO WS-ACCUM-COUNT
035200         MOVE WS-ENTRY-KEY TO WS-AC-KEY (WS-ACC-IDX)
035300         MOVE ZERO TO WS-AC-CALCS (WS-ACC-IDX)
035400         MOVE ZERO TO WS-AC-REVERSALS (WS-ACC-IDX)
035500         MOVE ZERO TO WS-AC-REJECTS (WS-ACC-IDX)
035600         MOVE ZERO TO WS-AC-RESULT (WS-ACC-IDX)
035700         SET AC-NEW (WS-ACC-IDX) TO TRUE
035800     END-IF.
035900     EVALUATE TRUE
036000         WHEN NOT CALC-RC-SUCCESS OF GLINT-RECORD
036100             ADD 1 TO WS-AC-REJECTS (WS-ACC-IDX)
036200         WHEN CALC-REC-REVERSAL OF GLINT-RECORD
036300             ADD 1 TO WS-AC-REVERSALS (WS-ACC-IDX)
036400             ADD CALC-RESUL OF GLINT-RECORD
036500                 TO WS-AC-RESULT (WS-ACC-IDX)
036600         WHEN OTHER
036700             ADD 1 TO WS-AC-CALCS (WS-ACC-IDX)
036800             ADD CALC-RESUL OF GLINT-RECORD
036900                 TO WS-AC-RESULT (WS-ACC-IDX)
037000     END-EVALUATE.
037100 2300-EXIT.
037200     EXIT.
037300
037400******************************************************************
037500* 3000-CHECK-PERIODS - LOOK EVERY ENTRY UP ON PERDFILE BEFORE
037600* ANYTHING IS WRITTEN. AN ENTRY IN A CLOSED PERIOD REFUSES THE
037700* WHOLE NIGHT (PROGRAMACONTAS SHOULD ALREADY HAVE REFUSED THE
037800* BATCH - THIS IS THE SECOND LINE OF DEFENCE). OTHERWISE EACH
037900* ENTRY IS MARKED NEW, TO BE UPDATED, OR ALREADY POSTED FROM THIS
038000* EXTRACT.
038100******************************************************************
038200 3000-CHECK-PERIODS.
038300     PERFORM 3100-CHECK-ONE-ENTRY THRU 3100-EXIT
038400         VARYING WS-ACC-IDX FROM 1 BY 1
038500         UNTIL WS-ACC-IDX > WS-ACCUM-COUNT.
038600     IF POSTING-REFUSED
038700         DISPLAY "FEED TOUCHES A CLOSED PERIOD - NOTHING POSTED"
038800         PERFORM 9900-ABORT-POSTING THRU 9900-EXIT
038900     END-IF.
039000 3000-EXIT.
039100     EXIT.
039200
039300 3100-CHECK-ONE-ENTRY.
039400     MOVE WS-AC-KEY (WS-ACC-IDX) TO PERD-KEY.
039500     READ PERDFILE
039600         INVALID KEY
039700             CONTINUE
039800     END-READ.
039900     EVALUATE TRUE
040000         WHEN WS-PERDFILE-STATUS = "23"
040100             SET AC-NEW (WS-ACC-IDX) TO TRUE
040200         WHEN WS-PERDFILE-STATUS NOT = "00"
040300             DISPLAY "PERDFILE READ FAILED - STATUS "
040400                     WS-PERDFILE-STATUS
040500             PERFORM 9900-ABORT-POSTING THRU 9900-EXIT
040600         WHEN PERD-CLOSED
040700             IF PERD-SOURCE-SYSTEM = SPACES
040800                 DISPLAY "PERIOD " PERD-PERIOD " WAS CLOSED ON "
040900                         PERD-CLOSE-DATE
041000             END-IF
041100             SET POSTING-REFUSED TO TRUE
041200         WHEN PERD-LAST-POSTED = WS-EXTRACT-CONTROL
041300             SET AC-ALREADY-POSTED (WS-ACC-IDX) TO TRUE
041400         WHEN OTHER
041500             SET AC-UPDATE (WS-ACC-IDX) TO TRUE
041600     END-EVALUATE.
041700 3100-EXIT.
041800     EXIT.
041900
042000******************************************************************
042100* 4000-POST - ADD EACH ENTRY INTO PERDFILE. AN ENTRY FAILING TO
042200* WRITE ENDS THE STEP RC 16 WITH WHAT WENT BEFORE IT POSTED AND
042300* STAMPED; THE RERUN SKIPS THOSE AND POSTS THE REST.
042400******************************************************************
042500 4000-POST.
042600     PERFORM 4100-POST-ONE-ENTRY THRU 4100-EXIT
042700         VARYING WS-ACC-IDX FROM 1 BY 1
042800         UNTIL WS-ACC-IDX > WS-ACCUM-COUNT.
042900 4000-EXIT.
043000     EXIT.
043100
043200 4100-POST-ONE-ENTRY.
043210     IF WS-AC-SOURCE-SYSTEM (WS-ACC-IDX) = SPACES
043220         AND WS-AC-OPER (WS-ACC-IDX) = SPACE
043230         PERFORM 4300-COUNT-PERIOD-RECORDS THRU 4300-EXIT
043240     END-IF.
043300     EVALUATE TRUE
043400         WHEN AC-ALREADY-POSTED (WS-ACC-IDX)
043500             ADD 1 TO WS-ENTRIES-ALREADY
043600         WHEN AC-UPDATE (WS-ACC-IDX)
043700             MOVE WS-AC-KEY (WS-ACC-IDX) TO PERD-KEY
043800             READ PERDFILE
043900                 INVALID KEY
044000                     CONTINUE
044100             END-READ
044200             IF WS-PERDFILE-STATUS NOT = "00"
044300                 DISPLAY "PERDFILE READ FAILED - STATUS "
044400                         WS-PERDFILE-STATUS
044500                 PERFORM 9900-ABORT-POSTING THRU 9900-EXIT
044600             END-IF
044700             PERFORM 4200-ADD-ENTRY-TOTALS THRU 4200-EXIT
044800             REWRITE PERD-RECORD
044900                 INVALID KEY
045000                     CONTINUE
045100             END-REWRITE
045200             IF WS-PERDFILE-STATUS NOT = "00"
045300                 DISPLAY "PERDFILE REWRITE FAILED - STATUS "
045400                         WS-PERDFILE-STATUS
045500                 PERFORM 9900-ABORT-POSTING THRU 9900-EXIT
045600             END-IF
045700             ADD 1 TO WS-ENTRIES-UPDATED
045800         WHEN OTHER
045900             MOVE SPACES TO PERD-RECORD
046000             MOVE WS-AC-KEY (WS-ACC-IDX) TO PERD-KEY
046100             SET PERD-OPEN TO TRUE
046200             MOVE ZERO TO PERD-CALC-COUNT
046300             MOVE ZERO TO PERD-REVERSAL-COUNT
046400             MOVE ZERO TO PERD-REJECT-COUNT
046500             MOVE ZERO TO PERD-RESULT-TOTAL
046600             MOVE ZERO TO PERD-YTD-CALC-COUNT
046700             MOVE ZERO TO PERD-YTD-REVERSAL-COUNT
046800             MOVE ZERO TO PERD-YTD-REJECT-COUNT
046900             MOVE ZERO TO PERD-YTD-RESULT-TOTAL
047000             MOVE ZERO TO PERD-CLOSE-DATE
047100             PERFORM 4200-ADD-ENTRY-TOTALS THRU 4200-EXIT
047200             WRITE PERD-RECORD
047300                 INVALID KEY
047400                     CONTINUE
047500             END-WRITE
047600             IF WS-PERDFILE-STATUS NOT = "00"
047700                 DISPLAY "PERDFILE WRITE FAILED - STATUS "
047800                         WS-PERDFILE-STATUS
047900                 PERFORM 9900-ABORT-POSTING THRU 9900-EXIT
048000             END-IF
048100             ADD 1 TO WS-ENTRIES-NEW
048200     END-EVALUATE.
048300 4100-EXIT.
048400     EXIT.
048500
048600 4200-ADD-ENTRY-TOTALS.
048700     ADD WS-AC-CALCS (WS-ACC-IDX) TO PERD-CALC-COUNT.
048800     ADD WS-AC-REVERSALS (WS-ACC-IDX) TO PERD-REVERSAL-COUNT.
048900     ADD WS-AC-REJECTS (WS-ACC-IDX) TO PERD-REJECT-COUNT.
049000     ADD WS-AC-RESULT (WS-ACC-IDX) TO PERD-RESULT-TOTAL.
049100     MOVE WS-RUN-DATE TO PERD-LAST-UPDATE-DATE.
049200     MOVE WS-EXTRACT-CONTROL TO PERD-LAST-POSTED.
049300 4200-EXIT.
049400     EXIT.
049408
049416 4300-COUNT-PERIOD-RECORDS.
049424     IF AC-ALREADY-POSTED (WS-ACC-IDX)
049432         ADD WS-AC-CALCS (WS-ACC-IDX) WS-AC-REVERSALS (WS-ACC-IDX)
049440             WS-AC-REJECTS (WS-ACC-IDX) TO WS-RECORDS-ALREADY
049448     ELSE
049456         ADD WS-AC-CALCS (WS-ACC-IDX) WS-AC-REVERSALS (WS-ACC-IDX)
049464             WS-AC-REJECTS (WS-ACC-IDX) TO WS-RECORDS-POSTED
049472     END-IF.
049480 4300-EXIT.
049488     EXIT.
049500
049600******************************************************************
049700* 9000-TERMINATE - CLOSE UP AND PRINT THE POSTING REPORT: ONE LINE
049800* PER ENTRY WITH THE NIGHT'S FIGURES AND WHAT WAS DONE WITH THEM,
049900* THEN THE GL FEED TOTALS THE PERIOD CONTROL LINES MUST ADD UP TO.
050000******************************************************************
050100 9000-TERMINATE.
050200     CLOSE GLINTFILE.
050300     CLOSE PERDFILE.
050400     DISPLAY "============================================".
050500     DISPLAY "PERDUPD - PERIOD ACCUMULATOR POSTING REPORT".
050600     DISPLAY "EXTRACT POSTED: " WS-HDR-FILE-SERIAL
050700             " FROM " WS-HDR-SOURCE-SYSTEM.
050800     DISPLAY "============================================".
050900     DISPLAY "PERIOD  SOURCE    OP    CALCS  REVERSED   REJECTS"
051000             "             NET RESULT  ACTION".
051100     DISPLAY "------  --------  --  -------  -------  -------"
051200             "  --------------------  --------------".
051300     PERFORM 9100-PRINT-ONE-ENTRY THRU 9100-EXIT
051400         VARYING WS-ACC-IDX FROM 1 BY 1
051500         UNTIL WS-ACC-IDX > WS-ACCUM-COUNT.
051600     DISPLAY "--------------------------------------------".
051700     DISPLAY "GL RECORDS READ.............: " WS-GLINT-COUNT.
051800     DISPLAY "REJECTS READ................: " WS-GLINT-REJECTS.
051900     MOVE WS-GLINT-RESULT TO WS-RESULT-DISPLAY.
052000     DISPLAY "NET RESULT POSTED...........: " WS-RESULT-DISPLAY.
052100     DISPLAY "ENTRIES ADDED...............: " WS-ENTRIES-NEW.
052200     DISPLAY "ENTRIES UPDATED.............: " WS-ENTRIES-UPDATED.
052300     DISPLAY "ENTRIES ALREADY POSTED......: " WS-ENTRIES-ALREADY.
052400     DISPLAY "============================================".
052500     IF WS-ENTRIES-ALREADY > 0
052600         DISPLAY "EXTRACT " WS-HDR-FILE-SERIAL
052700                 " WAS ALREADY POSTED TO SOME ENTRIES - "
052800                 "NOT POSTED AGAIN"
052900         MOVE 4 TO RETURN-CODE
053000     ELSE
053100         MOVE 0 TO RETURN-CODE
053200     END-IF.
053210     PERFORM 9300-POST-CONTROL-LEDGER THRU 9300-EXIT.
053300 9000-EXIT.
053400     EXIT.
053500
053600 9100-PRINT-ONE-ENTRY.
053700     MOVE WS-AC-PERIOD (WS-ACC-IDX) TO WS-PL-PERIOD.
053800     IF WS-AC-SOURCE-SYSTEM (WS-ACC-IDX) = SPACES
053900         MOVE "*PERIOD*" TO WS-PL-SOURCE-SYSTEM
054000     ELSE
054100         MOVE WS-AC-SOURCE-SYSTEM (WS-ACC-IDX)
054200             TO WS-PL-SOURCE-SYSTEM
054300     END-IF.
054400     MOVE WS-AC-OPER (WS-ACC-IDX) TO WS-PL-OPER.
054500     MOVE WS-AC-CALCS (WS-ACC-IDX) TO WS-PL-CALCS.
054600     MOVE WS-AC-REVERSALS (WS-ACC-IDX) TO WS-PL-REVERSALS.
054700     MOVE WS-AC-REJECTS (WS-ACC-IDX) TO WS-PL-REJECTS.
054800     MOVE WS-AC-RESULT (WS-ACC-IDX) TO WS-PL-RESULT.
054900     EVALUATE TRUE
055000         WHEN AC-ALREADY-POSTED (WS-ACC-IDX)
055100             MOVE "ALREADY POSTED" TO WS-PL-ACTION
055200         WHEN AC-UPDATE (WS-ACC-IDX)
055300             MOVE "ADDED TO" TO WS-PL-ACTION
055400         WHEN OTHER
055500             MOVE "NEW ENTRY" TO WS-PL-ACTION
055600     END-EVALUATE.
055700     DISPLAY WS-POST-LINE.
055800 9100-EXIT.
055900     EXIT.
055901
055902******************************************************************
055903* 9300-POST-CONTROL-LEDGER - POST THE PERIOD POSTING TO THE
055904* NIGHTLY CONTROL LEDGER (SEE CLDGFLDS): GL RECORDS READ, RECORDS
055905* POSTED THIS RUN (OUT) AND ALREADY POSTED FROM THIS EXTRACT BY AN
055906* EARLIER RUN (SKIP) - TOGETHER THEY ARE THE WHOLE FEED - REJECTS
055907* AND THE HASH OF CALC-RESUL. THE EMPTY LEDGER OF THE FIRST NIGHT
055908* (STATUS 35) IS CREATED ON THE FLY. THE PERIODS ARE ALREADY
055909* POSTED, SO A LEDGER THAT CANNOT BE POSTED ONLY WARNS; CALCBAL
055910* REPORTS THE MISSING ENTRY.
055911******************************************************************
055912 9300-POST-CONTROL-LEDGER.
055913     OPEN I-O CLDGFILE.
055914     IF WS-CLDGFILE-STATUS = "35"
055915         OPEN OUTPUT CLDGFILE
055916         IF WS-CLDGFILE-STATUS = "00"
055917             CLOSE CLDGFILE
055918             OPEN I-O CLDGFILE
055919         END-IF
055920     END-IF.
055921     IF WS-CLDGFILE-STATUS NOT = "00"
055922         DISPLAY "CLDGFILE OPEN FAILED - STATUS "
055923                 WS-CLDGFILE-STATUS
055924                 " - CONTROL LEDGER NOT POSTED"
055925     ELSE
055926         MOVE SPACES TO CLDG-RECORD
055927         MOVE WS-HDR-FILE-SERIAL TO CLDG-FILE-SERIAL
055928         SET CLDG-STEP-PERIOD TO TRUE
055929         MOVE SPACES TO CLDG-QUALIFIER
055930         MOVE WS-HDR-SOURCE-SYSTEM TO CLDG-SOURCE-SYSTEM
055931         ACCEPT CLDG-POST-DATE FROM DATE YYYYMMDD
055932         ACCEPT CLDG-POST-TIME FROM TIME
055933         MOVE RETURN-CODE TO CLDG-RETURN-CODE
055934         SET CLDG-FRESH TO TRUE
055935         MOVE WS-GLINT-COUNT TO CLDG-IN-COUNT
055936         MOVE WS-RECORDS-ALREADY TO CLDG-SKIP-COUNT
055937         MOVE WS-RECORDS-POSTED TO CLDG-OUT-COUNT
055938         MOVE WS-GLINT-REJECTS TO CLDG-REJECT-COUNT
055939         MOVE ZERO TO CLDG-HASH-NUM1
055940         MOVE ZERO TO CLDG-HASH-NUM2
055941         MOVE WS-GLINT-HASH-RESUL TO CLDG-HASH-RESUL
055942         PERFORM 9390-WRITE-LEDGER-ENTRY THRU 9390-EXIT
055943         CLOSE CLDGFILE
055944     END-IF.
055945 9300-EXIT.
055946     EXIT.
055947
055948******************************************************************
055949* 9390-WRITE-LEDGER-ENTRY - ADD THE ENTRY, OR REPLACE THE ONE A
055950* PRIOR RUN OF THIS STEP LEFT UNDER THE SAME SERIAL (STATUS 22),
055951* SO A RERUN NEVER COUNTS TWICE.
055952******************************************************************
055953 9390-WRITE-LEDGER-ENTRY.
055954     WRITE CLDG-RECORD
055955         INVALID KEY
055956             CONTINUE
055957     END-WRITE.
055958     IF WS-CLDGFILE-STATUS = "22"
055959         REWRITE CLDG-RECORD
055960             INVALID KEY
055961                 CONTINUE
055962         END-REWRITE
055963     END-IF.
055964     IF WS-CLDGFILE-STATUS NOT = "00"
055965         DISPLAY "CLDGFILE WRITE FAILED - STATUS "
055966                 WS-CLDGFILE-STATUS " FOR " CLDG-KEY
055967                 " - CONTROL LEDGER NOT POSTED"
055968     END-IF.
055969 9390-EXIT.
055970     EXIT.
056000
056100******************************************************************
056200* 9900-ABORT-POSTING - END RC 16. EVERY FILE IS CLOSED AND THE
056300* CLOSE STATUSES DELIBERATELY IGNORED, AS IN CALCDIST.
056400******************************************************************
056500 9900-ABORT-POSTING.
056600     CLOSE GLINTFILE.
056700     CLOSE PERDFILE.
056800     MOVE 16 TO RETURN-CODE.
056900     STOP RUN.
057000 9900-EXIT.
057100     EXIT.
057200
057300 END PROGRAM PERDUPD.
