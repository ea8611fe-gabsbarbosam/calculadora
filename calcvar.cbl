000100******************************************************************
000200* AUTHOR: GABRIELA BARBOSA
000300* INSTALLATION: COMPUTE CENTER - CONTAS BATCH GROUP
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE: CALCVAR - NIGHT-OVER-NIGHT VARIANCE EXCEPTION REPORT
000700*          FOR THE STANDING CALCULATIONS CALCTGEN GENERATES. THE
000800*          SAME TEMPLATE AND TRANSACTION ID COME BACK EVERY NIGHT
000900*          WITH A FRESH VALUE, AND A BAD VALUESF FIGURE - A
001000*          BALANCE KEYED TEN TIMES TOO BIG - CALCULATES PERFECTLY
001100*          WELL AND GOES STRAIGHT TO THE LEDGER. THIS PROGRAM
001200*          READS EACH STANDING CALCULATION'S OCCURRENCES OFF THE
001300*          HISTORY MASTER (HISTFILE, SEE HISTFLDS) AND COMPARES
001400*          TONIGHT'S RESULT WITH THE AVERAGE OF ITS RESULTS ON THE
001500*          PREVIOUS NIGHTS. A RESULT THAT MOVED BY MORE THAN ITS
001600*          TEMPLATE'S TOLERANCE - A PERCENTAGE OF THAT AVERAGE OR
001700*          AN ABSOLUTE BRL AMOUNT - IS AN EXCEPTION, AND SO IS A
001800*          STANDING CALCULATION THAT WAS EXPECTED TONIGHT BUT DID
001900*          NOT APPEAR, OR APPEARED AND DID NOT POST. THE REPORT IS
002000*          GROUPED BY THE SOURCE SYSTEM THAT OWNS EACH TEMPLATE.
002100*          RUN AFTER HISTLOAD HAS LOADED THE NIGHT. THE STEP RC
002200*          HOLDS GLRECON'S RELEASE OF THE NEXT FEED:
002300*            RC 0  EVERY STANDING CALCULATION WITHIN TOLERANCE
002400*            RC 4  NO EXCEPTIONS, BUT A CALCULATION HAD NO PRIOR
002500*                  NIGHT TO COMPARE WITH (ITS FIRST NIGHT)
002600*            RC 8  EXCEPTIONS - HOLD THE NEXT FEED UNTIL THEY ARE
002700*                  REVIEWED
002800*            RC 16 FILE ERROR OR A BROKEN TOLERANCE FILE
002900*
003000*          A NIGHT'S RESULT FOR A CALCULATION IS ITS LAST
003100*          OCCURRENCE ON THE MASTER WITH THAT PROCESSING DATE -
003200*          THE LAST STEP OF ITS CHAIN - AND COUNTS ONLY IF IT
003300*          STANDS: RC 00, AND NO STEP POSTED UNDER THE ID THAT
003310*          NIGHT SINCE REVERSED. "R" REVERSAL LINES ARE NEVER A
003320*          NIGHT'S RESULT; THEY SHOW AS THE FLAG ON WHAT THEY
003330*          BACKED OUT.
003400*          THE RESULT COMPARED IS THE BRL RESULT (HIST-RESUL).
003500*
003600*          VARTF, THE VARIANCE TOLERANCE FILE (LRECL=40). ONE "T"
003700*          RECORD PER TEMPLATE, FOLLOWED BY ONE "S" RECORD FOR
003800*          EACH STANDING CALCULATION EXPECTED EVERY NIGHT UNDER
003900*          THAT TEMPLATE:
004000*            "T" COL  1     "T"
004100*                COLS  2- 9  TEMPLATE ID (AS ON TMPLF)
004200*                COLS 10-17  SOURCE SYSTEM THAT OWNS THE TEMPLATE
004300*                COL  18     TOLERANCE TYPE - "P" PERCENTAGE OF
004400*                            THE PRIOR AVERAGE, "A" ABSOLUTE BRL
004500*                COLS 19-29  TOLERANCE (9(9)V99) - PERCENT OR BRL
004600*            "S" COL  1     "S"
004700*                COLS  2- 9  TEMPLATE ID OF THE "T" RECORD ABOVE
004800*                COLS 10-17  CALC-TRAN-ID (AS ON VALUESF)
004900*
005000*          SYSIN RUN-CONTROL CARD:
005100*            COLS  1- 8  PROCESSING DATE OF THE NIGHT BEING
005200*                        CHECKED (YYYYMMDD, BLANK = SYSTEM DATE -
005300*                        PUNCH IT WHEN THE WINDOW RAN PAST
005400*                        MIDNIGHT)
005500*            COLS 10-11  PRIOR NIGHTS AVERAGED (01-30, BLANK = 05)
005600* TECTONICS: cobc
005700*
005800* MODIFICATION HISTORY
005900* DATE       INIT DESCRIPTION
006000* ---------- ---- ---------------------------------------------
006100* 2026-10-15  GB  INITIAL VERSION.
006200******************************************************************
006300 IDENTIFICATION DIVISION.
006400 PROGRAM-ID. CALCVAR.
006500 ENVIRONMENT DIVISION.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT VARTFILE ASSIGN TO "VARTF"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-VARTFILE-STATUS.
007100
007200     SELECT HISTFILE ASSIGN TO "HISTF"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS HIST-KEY
007600         FILE STATUS IS WS-HISTFILE-STATUS.
007700
007800     SELECT SYSINFILE ASSIGN TO "SYSIN"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-SYSINFILE-STATUS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  VARTFILE
008500     LABEL RECORDS ARE STANDARD
008600     RECORDING MODE IS F.
008700 01  VART-TEMPLATE-RECORD.
008800     05  VART-REC-TYPE             PIC X(01).
008900         88  VART-REC-TEMPLATE                VALUE "T".
009000         88  VART-REC-STANDING                VALUE "S".
009100     05  VART-TMPL-ID              PIC X(08).
009200     05  VART-SOURCE-SYSTEM        PIC X(08).
009300     05  VART-TOL-TYPE             PIC X(01).
009400         88  VART-TOL-VALID                   VALUE "P" "A".
009500     05  VART-TOLERANCE            PIC 9(9)V99.
009600     05  FILLER                    PIC X(11).
009700*    THE "S" VIEW OF THE SAME RECORD AREA.
009800 01  VART-STANDING-RECORD.
009900     05  FILLER                    PIC X(01).
010000     05  VART-S-TMPL-ID            PIC X(08).
010100     05  VART-S-TRAN-ID            PIC X(08).
010200     05  FILLER                    PIC X(23).
010300
010400 FD  HISTFILE
010500     LABEL RECORDS ARE STANDARD.
010600 01  HIST-RECORD.
010700     COPY HISTFLDS.
010800
010900 FD  SYSINFILE
011000     LABEL RECORDS ARE STANDARD
011100     RECORDING MODE IS F.
011200 01  SYSIN-RECORD.
011300     05  RUNC-PROC-DATE            PIC X(08).
011400     05  FILLER                    PIC X(01).
011500     05  RUNC-PRIOR-NIGHTS         PIC X(02).
011600     05  FILLER                    PIC X(69).
011700
011800 WORKING-STORAGE SECTION.
011900 01  WS-SWITCHES.
012000     05  WS-VART-EOF-SW            PIC X(01)  VALUE "N".
012100         88  VART-EOF                         VALUE "Y".
012200     05  WS-HIST-DONE-SW           PIC X(01)  VALUE "N".
012300         88  HIST-DONE                        VALUE "Y".
012400     05  WS-FOUND-SW               PIC X(01)  VALUE "N".
012500         88  ENTRY-FOUND                      VALUE "Y".
012600
012700 01  WS-FILE-STATUSES.
012800     05  WS-VARTFILE-STATUS        PIC X(02)  VALUE SPACES.
012900     05  WS-HISTFILE-STATUS        PIC X(02)  VALUE SPACES.
013000     05  WS-SYSINFILE-STATUS       PIC X(02)  VALUE SPACES.
013100
013200 01  WS-RUN-CONTROLS.
013300     05  WS-PROC-DATE              PIC 9(08)  VALUE ZERO.
013400     05  WS-PRIOR-NIGHTS           PIC 9(02)  VALUE 5.
013500
013600******************************************************************
013700* THE TEMPLATES AND THEIR STANDING CALCULATIONS, LOADED UP FRONT
013800* FROM VARTF. THE LOAD VALIDATES THE FILE AND ABORTS ON A BAD
013900* ONE, AS CALCTGEN DOES ON A BAD TMPLF: A TOLERANCE FILE THAT IS
014000* QUIETLY MISREAD WOULD PASS BAD RESULTS EVERY NIGHT UNTIL
014100* SOMEONE NOTICED. EACH CALCULATION'S OUTCOME IS KEPT WITH IT
014200* UNTIL THE REPORT IS PRINTED BY SOURCE SYSTEM.
014300******************************************************************
014400 01  WS-TMPL-COUNT                 PIC 9(04)  COMP VALUE ZERO.
014500 01  WS-TMPL-TABLE.
014600     05  WS-TMPL-ENTRY OCCURS 1 TO 200 TIMES
014700             DEPENDING ON WS-TMPL-COUNT
014800             INDEXED BY WS-TMPL-IDX.
014900         10  WS-TV-ID              PIC X(08).
015000         10  WS-TV-SOURCE-SYSTEM   PIC X(08).
015100         10  WS-TV-TOL-TYPE        PIC X(01).
015200             88  TV-TOL-PERCENT               VALUE "P".
015300         10  WS-TV-TOLERANCE       PIC 9(9)V99.
015400
015500 01  WS-CALC-COUNT                 PIC 9(04)  COMP VALUE ZERO.
015600 01  WS-CALC-TABLE.
015700     05  WS-CALC-ENTRY OCCURS 1 TO 2000 TIMES
015800             DEPENDING ON WS-CALC-COUNT
015900             INDEXED BY WS-CALC-IDX.
016000         10  WS-SC-TRAN-ID         PIC X(08).
016100         10  WS-SC-TMPL-SUB        PIC 9(04)  COMP.
016200         10  WS-SC-STATUS          PIC X(01).
016300             88  SC-WITHIN                    VALUE "W".
016400             88  SC-OVER                      VALUE "V".
016500             88  SC-MISSING                   VALUE "M".
016600             88  SC-NOT-STANDING              VALUE "N".
016700             88  SC-NO-PRIOR                  VALUE "P".
016800         10  WS-SC-TONIGHT-RC      PIC X(02).
016900         10  WS-SC-TONIGHT         PIC S9(9)V99.
017000         10  WS-SC-BASELINE        PIC S9(9)V99.
017100         10  WS-SC-NIGHTS          PIC 9(02).
017200         10  WS-SC-VARIANCE        PIC S9(9)V99.
017300         10  WS-SC-PERCENT         PIC S9(7)V99.
017400
017500*    THE SOURCE SYSTEMS THE TEMPLATES BELONG TO, IN THE ORDER
017600*    THEY FIRST APPEAR ON VARTF - THE GROUPS OF THE REPORT.
017700 01  WS-SRC-COUNT                  PIC 9(04)  COMP VALUE ZERO.
017800 01  WS-SRC-TABLE.
017900     05  WS-SRC-ENTRY OCCURS 1 TO 200 TIMES
018000             DEPENDING ON WS-SRC-COUNT
018100             INDEXED BY WS-SRC-IDX.
018200         10  WS-SRC-SOURCE-SYSTEM  PIC X(08).
018300
018400 01  WS-SUBSCRIPTS.
018500     05  WS-CALC-SUB               PIC 9(04)  COMP VALUE ZERO.
018600     05  WS-SRC-SUB                PIC 9(04)  COMP VALUE ZERO.
018700     05  WS-TMPL-SUB               PIC 9(04)  COMP VALUE ZERO.
018800     05  WS-PRIOR-SUB              PIC 9(02)  COMP VALUE ZERO.
018900
019000*    LOAD-TIME STATE - THE TEMPLATE OF THE LAST "T" RECORD READ.
019100 01  WS-PREV-TMPL-ID               PIC X(08)  VALUE SPACES.
019200
019300******************************************************************
019400* ONE CALCULATION'S SCAN OF THE MASTER. ITS OCCURRENCES COME BACK
019500* IN KEY ORDER - DATE, THEN TIME - SO THE LAST ONE SEEN FOR A DATE
019600* IS THAT NIGHT'S RESULT, KEPT HERE UNTIL THE DATE CHANGES, WITH
019610* A NOTE OF WHETHER ANY STEP POSTED THAT NIGHT WAS REVERSED. THE
019700* STANDING RESULTS OF THE PRIOR NIGHTS GO ROUND WS-PRIOR-TABLE,
019800* SO WHAT IS LEFT AT THE END IS THE MOST RECENT WS-PRIOR-NIGHTS.
019900******************************************************************
020000 01  WS-NIGHT.
020100     05  WS-NIGHT-DATE             PIC 9(08)  VALUE ZERO.
020200     05  WS-NIGHT-RC               PIC X(02)  VALUE SPACES.
020300     05  WS-NIGHT-ANY-REV-SW       PIC X(01)  VALUE "N".
020400         88  NIGHT-STEP-REVERSED              VALUE "Y".
020500     05  WS-NIGHT-RESUL            PIC X(17)  VALUE SPACES.
020600
020700 01  WS-TONIGHT-SW                 PIC X(01)  VALUE "N".
020800     88  TONIGHT-SEEN                         VALUE "Y".
020900 01  WS-STANDING-SW                PIC X(01)  VALUE "N".
021000     88  TONIGHT-STANDS                       VALUE "Y".
021100
021200 01  WS-PRIOR-COUNT                PIC 9(02)  COMP VALUE ZERO.
021300 01  WS-PRIOR-NEXT                 PIC 9(02)  COMP VALUE ZERO.
021400 01  WS-PRIOR-TABLE.
021500     05  WS-PRIOR-RESULT OCCURS 30 TIMES
021600                                   PIC S9(9)V99.
021700 01  WS-PRIOR-SUM                  PIC S9(11)V99 VALUE ZERO.
021800
021900*    THE MASTER CARRIES THE RESULT IN THE EDITED AUDIT-LINE
022000*    PICTURE; WS-EDIT-NUM DE-EDITS IT BACK TO A NUMBER.
022100 01  WS-EDIT-AREA.
022200     05  WS-EDIT-X                 PIC X(17)  VALUE SPACES.
022300     05  WS-EDIT-NUM REDEFINES WS-EDIT-X
022400                                   PIC -,---,---,--9.99.
022500 01  WS-NIGHT-AMOUNT               PIC S9(9)V99 VALUE ZERO.
022600
022700 01  WS-TOLERANCE-WORK.
022800     05  WS-ABS-VARIANCE           PIC S9(11)V99 VALUE ZERO.
022900     05  WS-ABS-BASELINE           PIC S9(11)V99 VALUE ZERO.
023000     05  WS-ALLOWED-VARIANCE       PIC S9(16)V99 VALUE ZERO.
023100
023200 01  WS-COUNTERS.
023300     05  WS-VART-READ-COUNT        PIC 9(07)  COMP VALUE ZERO.
023400     05  WS-OCCURRENCE-COUNT       PIC 9(09)  COMP VALUE ZERO.
023500     05  WS-WITHIN-COUNT           PIC 9(07)  COMP VALUE ZERO.
023600     05  WS-OVER-COUNT             PIC 9(07)  COMP VALUE ZERO.
023700     05  WS-MISSING-COUNT          PIC 9(07)  COMP VALUE ZERO.
023800     05  WS-NOT-STANDING-COUNT     PIC 9(07)  COMP VALUE ZERO.
023900     05  WS-NO-PRIOR-COUNT         PIC 9(07)  COMP VALUE ZERO.
024000     05  WS-SRC-CALC-COUNT         PIC 9(07)  COMP VALUE ZERO.
024100     05  WS-SRC-EXCEPTION-COUNT    PIC 9(07)  COMP VALUE ZERO.
024200
024300 01  WS-EXCEPTION-HEADING.
024400     05  FILLER                    PIC X(40)  VALUE
024500         "  TEMPLATE TRAN-ID  EXCEPTION           ".
024600     05  FILLER                    PIC X(40)  VALUE
024700         "    TONIGHT    PRIOR AVERAGE  N         ".
024800     05  FILLER                    PIC X(37)  VALUE
024900         "VARIANCE         PCT T      TOLERANCE".
025000
025100 01  WS-EXCEPTION-LINE.
025200     05  FILLER                    PIC X(02)  VALUE SPACES.
025300     05  VL-TMPL-ID                PIC X(08).
025400     05  FILLER                    PIC X(01)  VALUE SPACE.
025500     05  VL-TRAN-ID                PIC X(08).
025600     05  FILLER                    PIC X(01)  VALUE SPACE.
025700     05  VL-EXCEPTION              PIC X(14).
025800     05  FILLER                    PIC X(01)  VALUE SPACE.
025900     05  VL-TONIGHT                PIC -,---,---,--9.99.
026000     05  VL-TONIGHT-X REDEFINES VL-TONIGHT
026100                                   PIC X(16).
026200     05  FILLER                    PIC X(01)  VALUE SPACE.
026300     05  VL-BASELINE               PIC -,---,---,--9.99.
026400     05  VL-BASELINE-X REDEFINES VL-BASELINE
026500                                   PIC X(16).
026600     05  FILLER                    PIC X(01)  VALUE SPACE.
026700     05  VL-NIGHTS                 PIC Z9.
026800     05  FILLER                    PIC X(01)  VALUE SPACE.
026900     05  VL-VARIANCE               PIC -,---,---,--9.99.
027000     05  VL-VARIANCE-X REDEFINES VL-VARIANCE
027100                                   PIC X(16).
027200     05  FILLER                    PIC X(01)  VALUE SPACE.
027300     05  VL-PERCENT                PIC -ZZZZZZ9.99.
027400     05  VL-PERCENT-X REDEFINES VL-PERCENT
027500                                   PIC X(11).
027600     05  FILLER                    PIC X(01)  VALUE SPACE.
027700     05  VL-TOL-TYPE               PIC X(01).
027800     05  FILLER                    PIC X(01)  VALUE SPACE.
027900     05  VL-TOLERANCE              PIC ZZZ,ZZZ,ZZ9.99.
028000
028100 01  WS-EXCEPTION-RC-TEXT.
028200     05  FILLER                    PIC X(12)  VALUE
028300         "REJECTED RC ".
028400     05  WS-EXCEPTION-RC           PIC X(02)  VALUE SPACES.
028500
028600 PROCEDURE DIVISION.
028700 0000-MAINLINE.
028800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028900     PERFORM 2000-CHECK-CALCS THRU 2000-EXIT.
029000     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
029100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029200     STOP RUN.
029300
029400******************************************************************
029500* 1000-INITIALIZE - PICK UP THE RUN CONTROLS, LOAD AND VALIDATE
029600* THE TOLERANCE FILE AND OPEN THE HISTORY MASTER.
029700******************************************************************
029800 1000-INITIALIZE.
029900     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
030000     PERFORM 1200-LOAD-TOLERANCES THRU 1200-EXIT.
030100     OPEN INPUT HISTFILE.
030200     IF WS-HISTFILE-STATUS NOT = "00"
030300         DISPLAY "HISTF OPEN FAILED - STATUS "
030400                 WS-HISTFILE-STATUS
030500         MOVE 16 TO RETURN-CODE
030600         STOP RUN
030700     END-IF.
030800     DISPLAY "============================================".
030900     DISPLAY "CALCVAR - STANDING CALCULATION VARIANCE".
031000     DISPLAY "============================================".
031100     DISPLAY "NIGHT CHECKED.........: " WS-PROC-DATE.
031200     DISPLAY "PRIOR NIGHTS AVERAGED.: " WS-PRIOR-NIGHTS.
031300 1000-EXIT.
031400     EXIT.
031500
031600******************************************************************
031700* 1100-READ-RUN-CONTROL - BOTH FIELDS ARE OPTIONAL AND SO IS THE
031800* CARD. A PRIOR-NIGHTS COUNT OUTSIDE 01-30 IS A KEYING ERROR THE
031900* OPERATOR MUST SEE, NOT SOMETHING TO GUESS AT.
032000******************************************************************
032100 1100-READ-RUN-CONTROL.
032200     OPEN INPUT SYSINFILE.
032300     IF WS-SYSINFILE-STATUS = "00"
032400         READ SYSINFILE
032500             AT END
032600                 CONTINUE
032700             NOT AT END
032800                 IF RUNC-PROC-DATE IS NUMERIC
032900                     MOVE RUNC-PROC-DATE TO WS-PROC-DATE
033000                 END-IF
033100                 IF RUNC-PRIOR-NIGHTS IS NUMERIC
033200                     MOVE RUNC-PRIOR-NIGHTS TO WS-PRIOR-NIGHTS
033300                 END-IF
033400         END-READ
033500         CLOSE SYSINFILE
033600     END-IF.
033700     IF WS-PROC-DATE = ZERO
033800         ACCEPT WS-PROC-DATE FROM DATE YYYYMMDD
033900     END-IF.
034000     IF WS-PRIOR-NIGHTS < 1 OR WS-PRIOR-NIGHTS > 30
034100         DISPLAY "PRIOR NIGHTS " WS-PRIOR-NIGHTS
034200                 " NOT 01-30 - VARIANCE CHECK REFUSED"
034300         MOVE 16 TO RETURN-CODE
034400         STOP RUN
034500     END-IF.
034600 1100-EXIT.
034700     EXIT.
034800
034900 1200-LOAD-TOLERANCES.
035000     OPEN INPUT VARTFILE.
035100     IF WS-VARTFILE-STATUS NOT = "00"
035200         DISPLAY "VARTF OPEN FAILED - STATUS "
035300                 WS-VARTFILE-STATUS
035400         MOVE 16 TO RETURN-CODE
035500         STOP RUN
035600     END-IF.
035700     PERFORM 1210-LOAD-ONE-RECORD THRU 1210-EXIT
035800         UNTIL VART-EOF.
035900     CLOSE VARTFILE.
036000     IF WS-CALC-COUNT = ZERO
036100         DISPLAY "VARTF NAMES NO STANDING CALCULATIONS - "
036200                 "VARIANCE CHECK ABORTED"
036300         PERFORM 9900-ABORT-VARIANCE THRU 9900-EXIT
036400     END-IF.
036500 1200-EXIT.
036600     EXIT.
036700
036800 1210-LOAD-ONE-RECORD.
036900     READ VARTFILE
037000         AT END
037100             SET VART-EOF TO TRUE
037200         NOT AT END
037300             ADD 1 TO WS-VART-READ-COUNT
037400             EVALUATE TRUE
037500                 WHEN VART-REC-TEMPLATE
037600                     PERFORM 1220-LOAD-TEMPLATE THRU 1220-EXIT
037700                 WHEN VART-REC-STANDING
037800                     PERFORM 1230-LOAD-STANDING THRU 1230-EXIT
037900                 WHEN OTHER
038000                     DISPLAY "VARTF RECORD " WS-VART-READ-COUNT
038100                             " IS NEITHER T NOR S - VARIANCE "
038200                             "CHECK ABORTED"
038300                     PERFORM 9900-ABORT-VARIANCE THRU 9900-EXIT
038400             END-EVALUATE
038500     END-READ.
038600     IF WS-VARTFILE-STATUS NOT = "00"
038700         AND WS-VARTFILE-STATUS NOT = "10"
038800         DISPLAY "VARTF READ FAILED - STATUS "
038900                 WS-VARTFILE-STATUS
039000         PERFORM 9900-ABORT-VARIANCE THRU 9900-EXIT
039100     END-IF.
039200 1210-EXIT.
039300     EXIT.
039400
039500******************************************************************
039600* 1220-LOAD-TEMPLATE - A "T" RECORD MUST NAME ITS OWNING SOURCE,
039700* CARRY A "P" OR "A" TOLERANCE THAT IS NUMERIC, AND APPEAR ONLY
039800* ONCE - A SECOND ENTRY FOR THE SAME TEMPLATE WOULD LEAVE ITS
039900* TOLERANCE AMBIGUOUS.
040000******************************************************************
040100 1220-LOAD-TEMPLATE.
040200     IF VART-SOURCE-SYSTEM = SPACES
040300         OR NOT VART-TOL-VALID
040400         OR VART-TOLERANCE IS NOT NUMERIC
040500         DISPLAY "TEMPLATE " VART-TMPL-ID " HAS NO SOURCE OR A "
040600                 "BAD TOLERANCE - VARIANCE CHECK ABORTED"
040700         PERFORM 9900-ABORT-VARIANCE THRU 9900-EXIT
040800     END-IF.
040900     IF WS-TMPL-COUNT > 0
041000         SET WS-TMPL-IDX TO 1
041100         SEARCH WS-TMPL-ENTRY
041200             AT END
041300                 CONTINUE
041400             WHEN WS-TV-ID (WS-TMPL-IDX) = VART-TMPL-ID
041500                 DISPLAY "TEMPLATE " VART-TMPL-ID " IS ON VARTF "
041600                         "TWICE - VARIANCE CHECK ABORTED"
041700                 PERFORM 9900-ABORT-VARIANCE THRU 9900-EXIT
041800         END-SEARCH
041900     END-IF.
042000     IF WS-TMPL-COUNT NOT < 200
042100         DISPLAY "VARTF HAS MORE THAN 200 TEMPLATES - "
042200                 "VARIANCE CHECK ABORTED"
042300         PERFORM 9900-ABORT-VARIANCE THRU 9900-EXIT
042400     END-IF.
042500     ADD 1 TO WS-TMPL-COUNT.
042600     MOVE VART-TMPL-ID       TO WS-TV-ID (WS-TMPL-COUNT).
042700     MOVE VART-SOURCE-SYSTEM
042800         TO WS-TV-SOURCE-SYSTEM (WS-TMPL-COUNT).
042900     MOVE VART-TOL-TYPE      TO WS-TV-TOL-TYPE (WS-TMPL-COUNT).
043000     MOVE VART-TOLERANCE     TO WS-TV-TOLERANCE (WS-TMPL-COUNT).
043100     MOVE VART-TMPL-ID       TO WS-PREV-TMPL-ID.
043200     PERFORM 1240-NOTE-SOURCE THRU 1240-EXIT.
043300 1220-EXIT.
043400     EXIT.
043500
043600******************************************************************
043700* 1230-LOAD-STANDING - AN "S" RECORD BELONGS TO THE "T" RECORD
043800* ABOVE IT, AND A TRANSACTION ID MAY STAND UNDER ONE TEMPLATE
043900* ONLY - ITS HISTORY WOULD OTHERWISE BE JUDGED TWICE.
044000******************************************************************
044100 1230-LOAD-STANDING.
044200     IF WS-TMPL-COUNT = ZERO
044300         OR VART-S-TMPL-ID NOT = WS-PREV-TMPL-ID
044400         DISPLAY "TRAN " VART-S-TRAN-ID " TEMPLATE "
044500                 VART-S-TMPL-ID " DOES NOT FOLLOW ITS T RECORD"
044600                 " - VARIANCE CHECK ABORTED"
044700         PERFORM 9900-ABORT-VARIANCE THRU 9900-EXIT
044800     END-IF.
044900     IF VART-S-TRAN-ID = SPACES
045000         DISPLAY "TEMPLATE " VART-S-TMPL-ID " HAS A BLANK "
045100                 "TRAN ID - VARIANCE CHECK ABORTED"
045200         PERFORM 9900-ABORT-VARIANCE THRU 9900-EXIT
045300     END-IF.
045400     IF WS-CALC-COUNT > 0
045500         SET WS-CALC-IDX TO 1
045600         SEARCH WS-CALC-ENTRY
045700             AT END
045800                 CONTINUE
045900             WHEN WS-SC-TRAN-ID (WS-CALC-IDX) = VART-S-TRAN-ID
046000                 DISPLAY "TRAN " VART-S-TRAN-ID " IS ON VARTF "
046100                         "TWICE - VARIANCE CHECK ABORTED"
046200                 PERFORM 9900-ABORT-VARIANCE THRU 9900-EXIT
046300         END-SEARCH
046400     END-IF.
046500     IF WS-CALC-COUNT NOT < 2000
046600         DISPLAY "VARTF HAS MORE THAN 2000 STANDING "
046700                 "CALCULATIONS - VARIANCE CHECK ABORTED"
046800         PERFORM 9900-ABORT-VARIANCE THRU 9900-EXIT
046900     END-IF.
047000     ADD 1 TO WS-CALC-COUNT.
047100     MOVE VART-S-TRAN-ID TO WS-SC-TRAN-ID (WS-CALC-COUNT).
047200     MOVE WS-TMPL-COUNT  TO WS-SC-TMPL-SUB (WS-CALC-COUNT).
047300     MOVE SPACE          TO WS-SC-STATUS (WS-CALC-COUNT).
047400     MOVE SPACES         TO WS-SC-TONIGHT-RC (WS-CALC-COUNT).
047500     MOVE ZERO           TO WS-SC-TONIGHT (WS-CALC-COUNT).
047600     MOVE ZERO           TO WS-SC-BASELINE (WS-CALC-COUNT).
047700     MOVE ZERO           TO WS-SC-NIGHTS (WS-CALC-COUNT).
047800     MOVE ZERO           TO WS-SC-VARIANCE (WS-CALC-COUNT).
047900     MOVE ZERO           TO WS-SC-PERCENT (WS-CALC-COUNT).
048000 1230-EXIT.
048100     EXIT.
048200
048300 1240-NOTE-SOURCE.
048400     MOVE "N" TO WS-FOUND-SW.
048500     IF WS-SRC-COUNT > 0
048600         SET WS-SRC-IDX TO 1
048700         SEARCH WS-SRC-ENTRY
048800             AT END
048900                 CONTINUE
049000             WHEN WS-SRC-SOURCE-SYSTEM (WS-SRC-IDX)
049100                 = VART-SOURCE-SYSTEM
049200                 SET ENTRY-FOUND TO TRUE
049300         END-SEARCH
049400     END-IF.
049500     IF NOT ENTRY-FOUND
049600         ADD 1 TO WS-SRC-COUNT
049700         MOVE VART-SOURCE-SYSTEM
049800             TO WS-SRC-SOURCE-SYSTEM (WS-SRC-COUNT)
049900     END-IF.
050000 1240-EXIT.
050100     EXIT.
050200
050300 2000-CHECK-CALCS.
050400     PERFORM 2100-CHECK-ONE-CALC THRU 2100-EXIT
050500         VARYING WS-CALC-SUB FROM 1 BY 1
050600         UNTIL WS-CALC-SUB > WS-CALC-COUNT.
050700 2000-EXIT.
050800     EXIT.
050900
051000******************************************************************
051100* 2100-CHECK-ONE-CALC - POSITION THE MASTER AT THE CALCULATION'S
051200* FIRST OCCURRENCE (THE KEY LEADS WITH THE TRANSACTION ID, AS IN
051300* CALCINQ) AND READ FORWARD THROUGH ITS NIGHTS UP TO THE ONE
051400* BEING CHECKED, THEN JUDGE IT.
051500******************************************************************
051600 2100-CHECK-ONE-CALC.
051700     MOVE "N" TO WS-HIST-DONE-SW.
051800     MOVE "N" TO WS-TONIGHT-SW.
051900     MOVE "N" TO WS-STANDING-SW.
052000     MOVE ZERO TO WS-NIGHT-DATE.
052100     MOVE ZERO TO WS-PRIOR-COUNT.
052200     MOVE ZERO TO WS-PRIOR-NEXT.
052300     MOVE WS-SC-TRAN-ID (WS-CALC-SUB) TO HIST-TRAN-ID.
052400     MOVE ZERO TO HIST-PROC-DATE.
052500     MOVE ZERO TO HIST-PROC-TIME.
052600     MOVE ZERO TO HIST-LOAD-SEQ.
052700     START HISTFILE KEY IS NOT LESS THAN HIST-KEY
052800         INVALID KEY
052900             SET HIST-DONE TO TRUE
053000     END-START.
053100     PERFORM 2200-READ-OCCURRENCE THRU 2200-EXIT
053200         UNTIL HIST-DONE.
053300     IF WS-NIGHT-DATE NOT = ZERO
053400         PERFORM 2300-CLOSE-NIGHT THRU 2300-EXIT
053500     END-IF.
053600     PERFORM 2400-JUDGE-CALC THRU 2400-EXIT.
053700 2100-EXIT.
053800     EXIT.
053900
054000******************************************************************
054100* 2200-READ-OCCURRENCE - THE SCAN STOPS AT THE NEXT ID OR AT ANY
054200* NIGHT AFTER THE ONE BEING CHECKED, SO A RERUN FOR AN EARLIER
054300* NIGHT JUDGES IT AGAINST THE NIGHTS BEFORE IT ONLY. AN "R" LINE
054310* IS COUNTED BUT PASSED OVER: IT IS STAMPED WITH THE NIGHT IT RAN,
054320* NOT THE NIGHT IT BACKED OUT, AND THE STEP IT BACKED OUT ALREADY
054330* CARRIES HIST-REVERSED.
054400******************************************************************
054500 2200-READ-OCCURRENCE.
054600     READ HISTFILE NEXT RECORD
054700         AT END
054800             SET HIST-DONE TO TRUE
054900     END-READ.
055000     IF NOT HIST-DONE
055100         AND WS-HISTFILE-STATUS NOT = "00"
055200         AND WS-HISTFILE-STATUS NOT = "02"
055300         DISPLAY "HISTF READ FAILED - STATUS "
055400                 WS-HISTFILE-STATUS
055500         PERFORM 9900-ABORT-VARIANCE THRU 9900-EXIT
055600     END-IF.
055700     IF NOT HIST-DONE
055800         IF HIST-TRAN-ID NOT = WS-SC-TRAN-ID (WS-CALC-SUB)
055900             OR HIST-PROC-DATE > WS-PROC-DATE
056000             SET HIST-DONE TO TRUE
056100         ELSE
056200             ADD 1 TO WS-OCCURRENCE-COUNT
056300             IF HIST-REC-TYPE NOT = "R"
056400                 PERFORM 2210-TAKE-OCCURRENCE THRU 2210-EXIT
056500             END-IF
057200         END-IF
057300     END-IF.
057400 2200-EXIT.
057500     EXIT.
057505
057510 2210-TAKE-OCCURRENCE.
057515     IF HIST-PROC-DATE NOT = WS-NIGHT-DATE
057520         IF WS-NIGHT-DATE NOT = ZERO
057525             PERFORM 2300-CLOSE-NIGHT THRU 2300-EXIT
057530         END-IF
057535         MOVE HIST-PROC-DATE TO WS-NIGHT-DATE
057540         MOVE "N" TO WS-NIGHT-ANY-REV-SW
057545     END-IF.
057550     MOVE HIST-RC    TO WS-NIGHT-RC.
057555     MOVE HIST-RESUL TO WS-NIGHT-RESUL.
057560     IF HIST-REVERSED
057565         SET NIGHT-STEP-REVERSED TO TRUE
057570     END-IF.
057575 2210-EXIT.
057580     EXIT.
057600
057700******************************************************************
057800* 2300-CLOSE-NIGHT - THE LAST OCCURRENCE OF A NIGHT IS THAT
057900* NIGHT'S RESULT. IT STANDS ONLY IF IT POSTED AND NOTHING POSTED
058000* UNDER THE ID THAT NIGHT WAS BACKED OUT - A CHAIN WITH ANY STEP
058010* REVERSED NO LONGER HOLDS ITS RESULT. TONIGHT'S IS KEPT FOR THE
058020* JUDGEMENT; AN EARLIER NIGHT'S STANDING RESULT GOES ROUND THE
058100* PRIOR-NIGHTS TABLE.
058200******************************************************************
058300 2300-CLOSE-NIGHT.
058400     IF WS-NIGHT-RC = "00"
058500         AND NOT NIGHT-STEP-REVERSED
058700         MOVE WS-NIGHT-RESUL TO WS-EDIT-X
058800         MOVE WS-EDIT-NUM TO WS-NIGHT-AMOUNT
058900         IF WS-NIGHT-DATE = WS-PROC-DATE
059000             SET TONIGHT-SEEN TO TRUE
059100             SET TONIGHT-STANDS TO TRUE
059200             MOVE WS-NIGHT-AMOUNT
059300                 TO WS-SC-TONIGHT (WS-CALC-SUB)
059400         ELSE
059500             PERFORM 2310-ADD-PRIOR-NIGHT THRU 2310-EXIT
059600         END-IF
059700     ELSE
059800         IF WS-NIGHT-DATE = WS-PROC-DATE
059900             SET TONIGHT-SEEN TO TRUE
060000             MOVE WS-NIGHT-RC TO WS-SC-TONIGHT-RC (WS-CALC-SUB)
060100         END-IF
060200     END-IF.
060300 2300-EXIT.
060400     EXIT.
060500
060600 2310-ADD-PRIOR-NIGHT.
060700     ADD 1 TO WS-PRIOR-NEXT.
060800     IF WS-PRIOR-NEXT > WS-PRIOR-NIGHTS
060900         MOVE 1 TO WS-PRIOR-NEXT
061000     END-IF.
061100     MOVE WS-NIGHT-AMOUNT TO WS-PRIOR-RESULT (WS-PRIOR-NEXT).
061200     IF WS-PRIOR-COUNT < WS-PRIOR-NIGHTS
061300         ADD 1 TO WS-PRIOR-COUNT
061400     END-IF.
061500 2310-EXIT.
061600     EXIT.
061700
061800******************************************************************
061900* 2400-JUDGE-CALC - IN ORDER: DID IT APPEAR TONIGHT, DID IT POST,
062000* IS THERE ANY PRIOR NIGHT TO COMPARE WITH, AND IF SO IS THE
062100* MOVE FROM THE PRIOR AVERAGE WITHIN THE TEMPLATE'S TOLERANCE.
062200* THE PRIOR AVERAGE IS WORKED OUT IN EVERY CASE SO A MISSING OR
062300* REJECTED CALCULATION STILL SHOWS WHAT WAS EXPECTED OF IT.
062400******************************************************************
062500 2400-JUDGE-CALC.
062600     MOVE ZERO TO WS-PRIOR-SUM.
062700     PERFORM 2410-SUM-PRIOR-NIGHT THRU 2410-EXIT
062800         VARYING WS-PRIOR-SUB FROM 1 BY 1
062900         UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT.
063000     MOVE WS-PRIOR-COUNT TO WS-SC-NIGHTS (WS-CALC-SUB).
063100     IF WS-PRIOR-COUNT > 0
063200         COMPUTE WS-SC-BASELINE (WS-CALC-SUB) ROUNDED
063300             = WS-PRIOR-SUM / WS-PRIOR-COUNT
063400     END-IF.
063500     EVALUATE TRUE
063600         WHEN NOT TONIGHT-SEEN
063700             SET SC-MISSING (WS-CALC-SUB) TO TRUE
063800             ADD 1 TO WS-MISSING-COUNT
063900         WHEN NOT TONIGHT-STANDS
064000             SET SC-NOT-STANDING (WS-CALC-SUB) TO TRUE
064100             ADD 1 TO WS-NOT-STANDING-COUNT
064200         WHEN WS-PRIOR-COUNT = ZERO
064300             SET SC-NO-PRIOR (WS-CALC-SUB) TO TRUE
064400             ADD 1 TO WS-NO-PRIOR-COUNT
064500         WHEN OTHER
064600             PERFORM 2420-TEST-TOLERANCE THRU 2420-EXIT
064700     END-EVALUATE.
064800 2400-EXIT.
064900     EXIT.
065000
065100 2410-SUM-PRIOR-NIGHT.
065200     ADD WS-PRIOR-RESULT (WS-PRIOR-SUB) TO WS-PRIOR-SUM.
065300 2410-EXIT.
065400     EXIT.
065500
065600******************************************************************
065700* 2420-TEST-TOLERANCE - THE VARIANCE IS TONIGHT LESS THE PRIOR
065800* AVERAGE. AN ABSOLUTE TOLERANCE IS THE BRL AMOUNT IT MAY MOVE; A
065900* PERCENTAGE IS TAKEN OF THE AVERAGE'S SIZE, SO A CALCULATION
066000* THAT HAS ALWAYS BEEN ZERO MAY NOT MOVE AT ALL. THE PERCENTAGE
066100* PRINTED IS CAPPED RATHER THAN OVERFLOWED WHEN THE AVERAGE IS
066200* ZERO OR TINY.
066300******************************************************************
066400 2420-TEST-TOLERANCE.
066500     MOVE WS-SC-TMPL-SUB (WS-CALC-SUB) TO WS-TMPL-SUB.
066600     COMPUTE WS-SC-VARIANCE (WS-CALC-SUB)
066700         = WS-SC-TONIGHT (WS-CALC-SUB)
066800         - WS-SC-BASELINE (WS-CALC-SUB).
066900     IF WS-SC-VARIANCE (WS-CALC-SUB) < ZERO
067000         COMPUTE WS-ABS-VARIANCE
067100             = ZERO - WS-SC-VARIANCE (WS-CALC-SUB)
067200     ELSE
067300         MOVE WS-SC-VARIANCE (WS-CALC-SUB) TO WS-ABS-VARIANCE
067400     END-IF.
067500     IF WS-SC-BASELINE (WS-CALC-SUB) < ZERO
067600         COMPUTE WS-ABS-BASELINE
067700             = ZERO - WS-SC-BASELINE (WS-CALC-SUB)
067800     ELSE
067900         MOVE WS-SC-BASELINE (WS-CALC-SUB) TO WS-ABS-BASELINE
068000     END-IF.
068100     IF WS-ABS-BASELINE = ZERO
068200         IF WS-ABS-VARIANCE = ZERO
068300             MOVE ZERO TO WS-SC-PERCENT (WS-CALC-SUB)
068400         ELSE
068500             MOVE 9999999.99 TO WS-SC-PERCENT (WS-CALC-SUB)
068600         END-IF
068700     ELSE
068800         COMPUTE WS-SC-PERCENT (WS-CALC-SUB) ROUNDED
068900             = WS-SC-VARIANCE (WS-CALC-SUB) * 100
069000             / WS-ABS-BASELINE
069100             ON SIZE ERROR
069200                 MOVE 9999999.99 TO WS-SC-PERCENT (WS-CALC-SUB)
069300         END-COMPUTE
069400     END-IF.
069500     IF TV-TOL-PERCENT (WS-TMPL-SUB)
069600         COMPUTE WS-ALLOWED-VARIANCE ROUNDED
069700             = WS-TV-TOLERANCE (WS-TMPL-SUB) * WS-ABS-BASELINE
069800             / 100
069900             ON SIZE ERROR
070000                 MOVE 9999999999999999.99 TO WS-ALLOWED-VARIANCE
070100         END-COMPUTE
070200     ELSE
070300         MOVE WS-TV-TOLERANCE (WS-TMPL-SUB) TO WS-ALLOWED-VARIANCE
070400     END-IF.
070500     IF WS-ABS-VARIANCE > WS-ALLOWED-VARIANCE
070600         SET SC-OVER (WS-CALC-SUB) TO TRUE
070700         ADD 1 TO WS-OVER-COUNT
070800     ELSE
070900         SET SC-WITHIN (WS-CALC-SUB) TO TRUE
071000         ADD 1 TO WS-WITHIN-COUNT
071100     END-IF.
071200 2420-EXIT.
071300     EXIT.
071400
071500******************************************************************
071600* 3000-PRINT-REPORT - ONE GROUP PER SOURCE SYSTEM, IN THE ORDER
071700* THE SOURCES FIRST APPEAR ON VARTF. EVERY SOURCE IS PRINTED,
071800* CLEAN OR NOT, SO THE REVIEWER SEES IT WAS CHECKED.
071900******************************************************************
072000 3000-PRINT-REPORT.
072100     PERFORM 3100-PRINT-ONE-SOURCE THRU 3100-EXIT
072200         VARYING WS-SRC-SUB FROM 1 BY 1
072300         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
072400 3000-EXIT.
072500     EXIT.
072600
072700 3100-PRINT-ONE-SOURCE.
072800     MOVE ZERO TO WS-SRC-CALC-COUNT.
072900     MOVE ZERO TO WS-SRC-EXCEPTION-COUNT.
073000     DISPLAY " ".
073100     DISPLAY "SOURCE SYSTEM " WS-SRC-SOURCE-SYSTEM (WS-SRC-SUB).
073200     DISPLAY WS-EXCEPTION-HEADING.
073300     PERFORM 3200-PRINT-ONE-CALC THRU 3200-EXIT
073400         VARYING WS-CALC-SUB FROM 1 BY 1
073500         UNTIL WS-CALC-SUB > WS-CALC-COUNT.
073600     IF WS-SRC-EXCEPTION-COUNT = ZERO
073700         DISPLAY "  NO EXCEPTIONS"
073800     END-IF.
073900     DISPLAY "  SOURCE " WS-SRC-SOURCE-SYSTEM (WS-SRC-SUB)
074000             " STANDING CALCULATIONS " WS-SRC-CALC-COUNT
074100             " EXCEPTIONS " WS-SRC-EXCEPTION-COUNT.
074200 3100-EXIT.
074300     EXIT.
074400
074500******************************************************************
074600* 3200-PRINT-ONE-CALC - A CALCULATION WITHIN TOLERANCE IS ONLY
074700* COUNTED; EVERYTHING ELSE GETS A LINE. A "NO PRIOR NIGHT" LINE
074800* IS FOR INFORMATION AND IS NOT COUNTED AS AN EXCEPTION.
074900******************************************************************
075000 3200-PRINT-ONE-CALC.
075100     MOVE WS-SC-TMPL-SUB (WS-CALC-SUB) TO WS-TMPL-SUB.
075200     IF WS-TV-SOURCE-SYSTEM (WS-TMPL-SUB)
075300         = WS-SRC-SOURCE-SYSTEM (WS-SRC-SUB)
075400         ADD 1 TO WS-SRC-CALC-COUNT
075500         IF NOT SC-WITHIN (WS-CALC-SUB)
075600             PERFORM 3300-FORMAT-LINE THRU 3300-EXIT
075700             DISPLAY WS-EXCEPTION-LINE
075800         END-IF
075900     END-IF.
076000 3200-EXIT.
076100     EXIT.
076200
076300 3300-FORMAT-LINE.
076400     MOVE WS-TV-ID (WS-TMPL-SUB)       TO VL-TMPL-ID.
076500     MOVE WS-SC-TRAN-ID (WS-CALC-SUB)  TO VL-TRAN-ID.
076600     MOVE WS-SC-TONIGHT (WS-CALC-SUB)  TO VL-TONIGHT.
076700     MOVE WS-SC-BASELINE (WS-CALC-SUB) TO VL-BASELINE.
076800     MOVE WS-SC-NIGHTS (WS-CALC-SUB)   TO VL-NIGHTS.
076900     MOVE WS-SC-VARIANCE (WS-CALC-SUB) TO VL-VARIANCE.
077000     MOVE WS-SC-PERCENT (WS-CALC-SUB)  TO VL-PERCENT.
077100     MOVE WS-TV-TOL-TYPE (WS-TMPL-SUB) TO VL-TOL-TYPE.
077200     MOVE WS-TV-TOLERANCE (WS-TMPL-SUB) TO VL-TOLERANCE.
077300     IF WS-SC-NIGHTS (WS-CALC-SUB) = ZERO
077400         MOVE SPACES TO VL-BASELINE-X
077500     END-IF.
077600     EVALUATE TRUE
077700         WHEN SC-OVER (WS-CALC-SUB)
077800             MOVE "OVER TOLERANCE" TO VL-EXCEPTION
077900             ADD 1 TO WS-SRC-EXCEPTION-COUNT
078000         WHEN SC-MISSING (WS-CALC-SUB)
078100             MOVE "DID NOT APPEAR" TO VL-EXCEPTION
078200             MOVE SPACES TO VL-TONIGHT-X
078300             MOVE SPACES TO VL-VARIANCE-X
078400             MOVE SPACES TO VL-PERCENT-X
078500             ADD 1 TO WS-SRC-EXCEPTION-COUNT
078600         WHEN SC-NOT-STANDING (WS-CALC-SUB)
078700             IF WS-SC-TONIGHT-RC (WS-CALC-SUB) = "00"
078800                 MOVE "REVERSED" TO VL-EXCEPTION
078900             ELSE
079000                 MOVE WS-SC-TONIGHT-RC (WS-CALC-SUB)
079100                     TO WS-EXCEPTION-RC
079200                 MOVE WS-EXCEPTION-RC-TEXT TO VL-EXCEPTION
079300             END-IF
079400             MOVE SPACES TO VL-TONIGHT-X
079500             MOVE SPACES TO VL-VARIANCE-X
079600             MOVE SPACES TO VL-PERCENT-X
079700             ADD 1 TO WS-SRC-EXCEPTION-COUNT
079800         WHEN OTHER
079900             MOVE "NO PRIOR NIGHT" TO VL-EXCEPTION
080000             MOVE SPACES TO VL-VARIANCE-X
080100             MOVE SPACES TO VL-PERCENT-X
080200     END-EVALUATE.
080300 3300-EXIT.
080400     EXIT.
080500
080600******************************************************************
080700* 9000-TERMINATE - PRINT THE SUMMARY AND SET THE STEP RETURN
080800* CODE THE SCHEDULER HOLDS GLRECON'S NEXT RELEASE ON: 8 FOR ANY
080900* EXCEPTION, 4 WHEN THE ONLY FINDING IS A CALCULATION WITH NO
081000* PRIOR NIGHT, 0 WHEN EVERYTHING IS WITHIN TOLERANCE.
081100******************************************************************
081200 9000-TERMINATE.
081300     CLOSE HISTFILE.
081400     DISPLAY " ".
081500     DISPLAY "============================================".
081600     DISPLAY "STANDING CALCULATIONS.: " WS-CALC-COUNT.
081700     DISPLAY "HISTORY OCCURRENCES...: " WS-OCCURRENCE-COUNT.
081800     DISPLAY "WITHIN TOLERANCE......: " WS-WITHIN-COUNT.
081900     DISPLAY "OVER TOLERANCE........: " WS-OVER-COUNT.
082000     DISPLAY "DID NOT APPEAR........: " WS-MISSING-COUNT.
082100     DISPLAY "REJECTED OR REVERSED..: " WS-NOT-STANDING-COUNT.
082200     DISPLAY "NO PRIOR NIGHT........: " WS-NO-PRIOR-COUNT.
082300     DISPLAY "============================================".
082400     IF WS-OVER-COUNT > 0
082500         OR WS-MISSING-COUNT > 0
082600         OR WS-NOT-STANDING-COUNT > 0
082700         DISPLAY "EXCEPTIONS - HOLD THE NEXT FEED RELEASE UNTIL "
082800                 "REVIEWED"
082900         MOVE 8 TO RETURN-CODE
083000     ELSE
083100         IF WS-NO-PRIOR-COUNT > 0
083200             MOVE 4 TO RETURN-CODE
083300         ELSE
083400             MOVE 0 TO RETURN-CODE
083500         END-IF
083600     END-IF.
083700 9000-EXIT.
083800     EXIT.
083900
084000******************************************************************
084100* 9900-ABORT-VARIANCE - A FILE ERROR OR A BROKEN TOLERANCE FILE.
084200* END RC 16; THE CLOSE STATUSES ARE DELIBERATELY IGNORED, AS IN
084300* CALCTGEN - A CLOSE AGAINST A NEVER-OPENED FILE IS A HARMLESS
084400* NO-OP ON A PATH WHOSE NEXT STATEMENT IS STOP RUN.
084500******************************************************************
084600 9900-ABORT-VARIANCE.
084700     CLOSE VARTFILE.
084800     CLOSE HISTFILE.
084900     MOVE 16 TO RETURN-CODE.
085000     STOP RUN.
085100 9900-EXIT.
085200     EXIT.
085300
085400 END PROGRAM CALCVAR.
