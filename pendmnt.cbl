000100******************************************************************
000200* AUTHOR: GABRIELA BARBOSA
000300* INSTALLATION: COMPUTE CENTER - CONTAS BATCH GROUP
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE: PENDMNT - PENDING-TRANSACTION FILE MAINTENANCE.
000700*          CANCELS WORK A DEPARTMENT SENT FOR A LATER NIGHT BEFORE
000800*          IT COMES DUE, BY DELETING IT FROM THE PROD.CALC.PENDFILE
000900*          KSDS (SEE PENDFLDS) THAT CALCPEND HOLDS IT ON. A CARD
001000*          NAMES THE CALC-TRAN-ID OF A HELD "D" OR "R" RECORD; THAT
001100*          RECORD AND THE HELD "C" CONTINUATION RECORDS CHAINED
001200*          BEHIND IT ARE DELETED TOGETHER, SO A CHAIN IS NEVER LEFT
001300*          HALF ON FILE. A "C" RECORD CANNOT BE CANCELLED BY ITSELF
001400*          - ITS CHAIN IS CANCELLED BY ITS "D" RECORD'S ID, AND THE
001500*          DEPARTMENT RESENDS WHAT IT STILL WANTS. WHEN THE SAME ID
001600*          IS HELD MORE THAN ONCE THE CARD MUST ALSO NAME THE SOURCE
001700*          SYSTEM AND DUE DATE, AND A RECORD ALREADY RELEASED IS NOT
001800*          TOUCHED - IT HAS BEEN CALCULATED AND IS BACKED OUT WITH AN
001900*          "R" REVERSAL LIKE ANY OTHER. EVERY DELETED RECORD IS
002000*          WRITTEN, WHOLE, TO ITS OWN AUDIT TRAIL.
002100*
002200*          SYSIN TRANSACTION CARDS, ONE PER CANCELLATION:
002300*            COL   1     ACTION - "X" CANCEL
002400*            COLS  2- 9  CALC-TRAN-ID OF THE HELD "D" OR "R" RECORD
002500*            COLS 10-17  SOURCE SYSTEM (BLANK = ANY)
002600*            COLS 18-25  DUE DATE YYYYMMDD (BLANK = ANY)
002700* TECTONICS: cobc
002800*
002900* MODIFICATION HISTORY
003000* DATE       INIT DESCRIPTION
003100* ---------- ---- ---------------------------------------------
003200* 2026-10-15  GB  INITIAL VERSION.
003210* 2026-10-15  GB  MNTAUDF IS 114 BYTES, THE LENGTH OF THE AUDIT
003220*                 LINE (SEE JCL PENDMNT).
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. PENDMNT.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT PENDFILE ASSIGN TO "PENDFILE"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS PEND-KEY
004300         FILE STATUS IS WS-PENDFILE-STATUS.
004400
004500     SELECT MNTAUDFILE ASSIGN TO "MNTAUDF"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-MNTAUDFILE-STATUS.
004800
004900     SELECT SYSINFILE ASSIGN TO "SYSIN"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-SYSINFILE-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  PENDFILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  PEND-RECORD.
005800     COPY PENDFLDS.
005900
006000 FD  MNTAUDFILE
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS F.
006300 01  MNTAUD-RECORD                 PIC X(114).
006400
006500 FD  SYSINFILE
006600     LABEL RECORDS ARE STANDARD
006700     RECORDING MODE IS F.
006800 01  SYSIN-RECORD.
006900     05  MNT-ACTION                PIC X(01).
007000         88  MNT-ACTION-CANCEL                VALUE "X".
007100     05  MNT-TRAN-ID               PIC X(08).
007200     05  MNT-SOURCE-SYSTEM         PIC X(08).
007300     05  MNT-DUE-DATE              PIC X(08).
007400     05  MNT-DUE-DATE-N REDEFINES MNT-DUE-DATE
007500                                   PIC 9(08).
007600     05  FILLER                    PIC X(55).
007700
007800 WORKING-STORAGE SECTION.
007900 01  WS-SWITCHES.
008000     05  WS-SYSIN-EOF-SW           PIC X(01)  VALUE "N".
008100         88  SYSIN-EOF                        VALUE "Y".
008200     05  WS-TRAN-OK-SW             PIC X(01)  VALUE "N".
008300         88  WS-TRAN-OK                       VALUE "Y".
008400     05  WS-SCAN-DONE-SW           PIC X(01)  VALUE "N".
008500         88  SCAN-DONE                        VALUE "Y".
008600     05  WS-CHAIN-DONE-SW          PIC X(01)  VALUE "N".
008700         88  CHAIN-DONE                       VALUE "Y".
008800
008900 01  WS-FILE-STATUSES.
009000     05  WS-PENDFILE-STATUS        PIC X(02)  VALUE SPACES.
009100     05  WS-MNTAUDFILE-STATUS      PIC X(02)  VALUE SPACES.
009200     05  WS-SYSINFILE-STATUS       PIC X(02)  VALUE SPACES.
009300
009400 01  WS-COUNTERS.
009500     05  WS-TRAN-READ-COUNT        PIC 9(05)  COMP VALUE ZERO.
009600     05  WS-TRAN-APPLIED-COUNT     PIC 9(05)  COMP VALUE ZERO.
009700     05  WS-TRAN-REJECT-COUNT      PIC 9(05)  COMP VALUE ZERO.
009800     05  WS-DELETED-COUNT          PIC 9(07)  COMP VALUE ZERO.
009900
010000******************************************************************
010100* WHAT THE SCAN FOR ONE CARD FOUND: HELD CHAIN HEADS ("D"/"R")
010200* WITH THE ID, HELD "C" RECORDS WITH IT, AND RECORDS WITH IT THAT
010300* HAVE ALREADY BEEN RELEASED. THE KEY OF THE LAST HEAD FOUND IS
010400* KEPT - WITH EXACTLY ONE, IT IS THE CHAIN TO CANCEL.
010500******************************************************************
010600 01  WS-SCAN-RESULT.
010700     05  WS-HEAD-COUNT             PIC 9(05)  COMP VALUE ZERO.
010800     05  WS-CONT-COUNT             PIC 9(05)  COMP VALUE ZERO.
010900     05  WS-RELEASED-COUNT         PIC 9(05)  COMP VALUE ZERO.
011000     05  WS-HEAD-KEY.
011100         10  WS-HK-SOURCE-SYSTEM   PIC X(08).
011200         10  WS-HK-DUE-DATE        PIC 9(08).
011300         10  WS-HK-FILE-SERIAL     PIC X(06).
011400         10  WS-HK-SEQ             PIC 9(07).
011500
011600*    THE HELD DETAIL RECORD, TAKEN APART.
011700 01  WS-PEND-TRAN.
011800     COPY TRANNUMS.
011900
012000 01  WS-AUDIT-TIMESTAMP.
012100     05  WS-AUDIT-DATE             PIC 9(08).
012200     05  WS-AUDIT-TIME             PIC 9(08).
012300
012400 01  WS-TERM-USER                  PIC X(08)  VALUE SPACES.
012500
012600******************************************************************
012700* AUDIT TRAIL LINE - ONE PER RECORD DELETED: ITS KEY, THE NIGHT IT
012800* WAS HELD AND THE DETAIL RECORD ITSELF, SO A CANCELLED CHAIN CAN
012900* BE KEYED AGAIN FROM THE TRAIL IF IT WAS CANCELLED IN ERROR.
013000* REJECTED CARDS GO ON SYSOUT ONLY - THEY CHANGED NOTHING.
013100******************************************************************
013200 01  WS-MNTAUD-LINE.
013300     05  WS-MA-DATE                PIC 9(08).
013400     05  FILLER                    PIC X(01)  VALUE SPACE.
013500     05  WS-MA-TIME                PIC 9(08).
013600     05  FILLER                    PIC X(01)  VALUE SPACE.
013700     05  WS-MA-USER                PIC X(08).
013800     05  FILLER                    PIC X(01)  VALUE SPACE.
013900     05  WS-MA-ACTION              PIC X(01).
014000     05  FILLER                    PIC X(01)  VALUE SPACE.
014100     05  WS-MA-SOURCE-SYSTEM       PIC X(08).
014200     05  FILLER                    PIC X(01)  VALUE SPACE.
014300     05  WS-MA-DUE-DATE            PIC 9(08).
014400     05  FILLER                    PIC X(01)  VALUE SPACE.
014500     05  WS-MA-FILE-SERIAL         PIC X(06).
014600     05  FILLER                    PIC X(01)  VALUE SPACE.
014700     05  WS-MA-SEQ                 PIC 9(07).
014800     05  FILLER                    PIC X(01)  VALUE SPACE.
014900     05  WS-MA-HELD-DATE           PIC 9(08).
015000     05  FILLER                    PIC X(01)  VALUE SPACE.
015100     05  WS-MA-TRANSACTION         PIC X(43).
015200
015300 PROCEDURE DIVISION.
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015600     PERFORM 2000-PROCESS THRU 2000-EXIT.
015700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015800     STOP RUN.
015900
016000******************************************************************
016100* 1000-INITIALIZE - OPEN THE KSDS FOR UPDATE, THE AUDIT TRAIL
016200* FOR APPEND (WITH THE SAME EXTEND-THEN-OUTPUT FALLBACK AS
016300* SRCPMNT USES) AND THE TRANSACTION CARDS. ANY OPEN FAILING
016400* ABORTS THE RUN - A MAINTENANCE STEP MUST NEVER HALF-RUN.
016500******************************************************************
016600 1000-INITIALIZE.
016700     OPEN I-O PENDFILE.
016800     IF WS-PENDFILE-STATUS NOT = "00"
016900         DISPLAY "PENDFILE OPEN FAILED - STATUS "
017000                 WS-PENDFILE-STATUS
017100         MOVE 16 TO RETURN-CODE
017200         STOP RUN
017300     END-IF.
017400     OPEN EXTEND MNTAUDFILE.
017500     IF WS-MNTAUDFILE-STATUS NOT = "00"
017600         OPEN OUTPUT MNTAUDFILE
017700         IF WS-MNTAUDFILE-STATUS NOT = "00"
017800             DISPLAY "MNTAUDF OPEN FAILED - STATUS "
017900                     WS-MNTAUDFILE-STATUS
018000             CLOSE PENDFILE
018100             MOVE 16 TO RETURN-CODE
018200             STOP RUN
018300         END-IF
018400     END-IF.
018500     OPEN INPUT SYSINFILE.
018600     IF WS-SYSINFILE-STATUS NOT = "00"
018700         DISPLAY "SYSIN OPEN FAILED - STATUS "
018800                 WS-SYSINFILE-STATUS
018900         CLOSE PENDFILE
019000         CLOSE MNTAUDFILE
019100         MOVE 16 TO RETURN-CODE
019200         STOP RUN
019300     END-IF.
019400     ACCEPT WS-TERM-USER FROM ENVIRONMENT "USER"
019500         ON EXCEPTION
019600             MOVE "UNKNOWN" TO WS-TERM-USER
019700     END-ACCEPT.
019800 1000-EXIT.
019900     EXIT.
020000
020100 2000-PROCESS.
020200     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
020300     PERFORM 2200-APPLY-ONE-TRAN THRU 2200-EXIT
020400         UNTIL SYSIN-EOF.
020500 2000-EXIT.
020600     EXIT.
020700
020800 2100-READ-TRAN.
020900     READ SYSINFILE
021000         AT END
021100             SET SYSIN-EOF TO TRUE
021200         NOT AT END
021300             ADD 1 TO WS-TRAN-READ-COUNT
021400     END-READ.
021500     IF WS-SYSINFILE-STATUS NOT = "00"
021600         AND WS-SYSINFILE-STATUS NOT = "10"
021700         DISPLAY "SYSIN READ FAILED - STATUS "
021800                 WS-SYSINFILE-STATUS
021900         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
022000     END-IF.
022100 2100-EXIT.
022200     EXIT.
022300
022400******************************************************************
022500* 2200-APPLY-ONE-TRAN - DISPATCH ONE TRANSACTION CARD BY ITS
022600* ACTION CODE. THE ACTION PARAGRAPH VALIDATES, APPLIES AND SETS
022700* WS-TRAN-OK; THE AUDIT TRAIL IS WRITTEN AS EACH RECORD GOES.
022800******************************************************************
022900 2200-APPLY-ONE-TRAN.
023000     MOVE "N" TO WS-TRAN-OK-SW.
023100     EVALUATE TRUE
023200         WHEN MNT-ACTION-CANCEL
023300             PERFORM 2300-APPLY-CANCEL THRU 2300-EXIT
023400         WHEN OTHER
023500             DISPLAY "BAD ACTION " MNT-ACTION " FOR ID "
023600                     MNT-TRAN-ID " - CARD REJECTED"
023700             ADD 1 TO WS-TRAN-REJECT-COUNT
023800     END-EVALUATE.
023900     IF WS-TRAN-OK
024000         ADD 1 TO WS-TRAN-APPLIED-COUNT
024100     END-IF.
024200     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
024300 2200-EXIT.
024400     EXIT.
024500
024600******************************************************************
024700* 2300-APPLY-CANCEL - THE ID MUST BE KEYED AND THE DUE DATE BLANK
024800* OR ALL DIGITS. THE FILE IS THEN SCANNED FOR THE ID (2400) AND
024900* THE CHAIN CANCELLED ONLY WHEN EXACTLY ONE HELD "D" OR "R"
025000* RECORD CARRIES IT.
025100******************************************************************
025200 2300-APPLY-CANCEL.
025300     EVALUATE TRUE
025400         WHEN MNT-TRAN-ID = SPACES
025500             DISPLAY "NO TRANSACTION ID ON CANCEL CARD - "
025600                     "CARD REJECTED"
025700             ADD 1 TO WS-TRAN-REJECT-COUNT
025800         WHEN MNT-DUE-DATE NOT = SPACES
025900             AND MNT-DUE-DATE IS NOT NUMERIC
026000             DISPLAY "BAD DUE DATE " MNT-DUE-DATE " FOR ID "
026100                     MNT-TRAN-ID " - CARD REJECTED"
026200             ADD 1 TO WS-TRAN-REJECT-COUNT
026300         WHEN OTHER
026400             PERFORM 2400-SCAN-FOR-ID THRU 2400-EXIT
026500             EVALUATE TRUE
026600                 WHEN WS-HEAD-COUNT = 1
026700                     PERFORM 2500-CANCEL-CHAIN THRU 2500-EXIT
026800                 WHEN WS-HEAD-COUNT > 1
026900                     DISPLAY "ID " MNT-TRAN-ID " IS HELD "
027000                             WS-HEAD-COUNT " TIMES - KEY THE "
027100                             "SOURCE AND DUE DATE - CARD REJECTED"
027200                     ADD 1 TO WS-TRAN-REJECT-COUNT
027300                 WHEN WS-CONT-COUNT > 0
027400                     DISPLAY "ID " MNT-TRAN-ID " IS PART OF A "
027500                             "CHAIN - CANCEL ITS D RECORD - "
027600                             "CARD REJECTED"
027700                     ADD 1 TO WS-TRAN-REJECT-COUNT
027800                 WHEN WS-RELEASED-COUNT > 0
027900                     DISPLAY "ID " MNT-TRAN-ID " ALREADY RELEASED"
028000                             " - REVERSE IT INSTEAD - "
028100                             "CARD REJECTED"
028200                     ADD 1 TO WS-TRAN-REJECT-COUNT
028300                 WHEN OTHER
028400                     DISPLAY "ID " MNT-TRAN-ID " NOT HELD - "
028500                             "CARD REJECTED"
028600                     ADD 1 TO WS-TRAN-REJECT-COUNT
028700             END-EVALUATE
028800     END-EVALUATE.
028900 2300-EXIT.
029000     EXIT.
029100
029200******************************************************************
029300* 2400-SCAN-FOR-ID - BROWSE THE FILE (FROM THE CARD'S SOURCE
029400* SYSTEM WHEN ONE IS KEYED) AND COUNT THE RECORDS THAT CARRY THE
029500* ID AND PASS THE CARD'S FILTERS. THE FILE HOLDS ONLY WORK NOT
029600* YET DUE, SO A FULL PASS PER CARD IS CHEAP.
029700******************************************************************
029800 2400-SCAN-FOR-ID.
029900     MOVE ZERO TO WS-HEAD-COUNT.
030000     MOVE ZERO TO WS-CONT-COUNT.
030100     MOVE ZERO TO WS-RELEASED-COUNT.
030200     MOVE "N" TO WS-SCAN-DONE-SW.
030300     MOVE LOW-VALUES TO PEND-KEY.
030400     IF MNT-SOURCE-SYSTEM NOT = SPACES
030500         MOVE MNT-SOURCE-SYSTEM TO PEND-SOURCE-SYSTEM
030600     END-IF.
030700     START PENDFILE KEY IS NOT LESS THAN PEND-KEY
030800         INVALID KEY
030900             SET SCAN-DONE TO TRUE
031000     END-START.
031100     IF WS-PENDFILE-STATUS NOT = "00"
031200         AND WS-PENDFILE-STATUS NOT = "23"
031300         DISPLAY "PENDFILE START FAILED - STATUS "
031400                 WS-PENDFILE-STATUS
031500         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
031600     END-IF.
031700     IF NOT SCAN-DONE
031800         PERFORM 2410-READ-NEXT-PEND THRU 2410-EXIT
031900     END-IF.
032000     PERFORM 2420-CHECK-ONE-PEND THRU 2420-EXIT
032100         UNTIL SCAN-DONE.
032200 2400-EXIT.
032300     EXIT.
032400
032500 2410-READ-NEXT-PEND.
032600     READ PENDFILE NEXT RECORD
032700         AT END
032800             SET SCAN-DONE TO TRUE
032900     END-READ.
033000     IF WS-PENDFILE-STATUS NOT = "00"
033100         AND WS-PENDFILE-STATUS NOT = "10"
033200         DISPLAY "PENDFILE READ FAILED - STATUS "
033300                 WS-PENDFILE-STATUS
033400         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
033500     END-IF.
033600     IF NOT SCAN-DONE
033700         AND MNT-SOURCE-SYSTEM NOT = SPACES
033800         AND PEND-SOURCE-SYSTEM NOT = MNT-SOURCE-SYSTEM
033900         SET SCAN-DONE TO TRUE
034000     END-IF.
034100 2410-EXIT.
034200     EXIT.
034300
034400 2420-CHECK-ONE-PEND.
034500     MOVE PEND-TRANSACTION TO WS-PEND-TRAN.
034600     IF CALC-TRAN-ID = MNT-TRAN-ID
034700         AND (MNT-DUE-DATE = SPACES
034800              OR PEND-DUE-DATE = MNT-DUE-DATE-N)
034900         EVALUATE TRUE
035000             WHEN PEND-RELEASED
035100                 ADD 1 TO WS-RELEASED-COUNT
035200             WHEN CALC-REC-CONTINUATION
035300                 ADD 1 TO WS-CONT-COUNT
035400             WHEN OTHER
035500                 ADD 1 TO WS-HEAD-COUNT
035600                 MOVE PEND-KEY TO WS-HEAD-KEY
035700         END-EVALUATE
035800     END-IF.
035900     PERFORM 2410-READ-NEXT-PEND THRU 2410-EXIT.
036000 2420-EXIT.
036100     EXIT.
036200
036300******************************************************************
036400* 2500-CANCEL-CHAIN - DELETE THE HEAD, THEN ITS "C" RECORDS. A
036500* CHAIN'S RECORDS STAND TOGETHER IN THE EXTRACT AND ARE HELD
036600* TOGETHER UNDER THE HEAD'S DUE DATE, SO THEY ARE THE HELD "C"
036700* RECORDS AT THE NEXT POSITIONS UNDER THE SAME SOURCE, DUE DATE
036800* AND SERIAL; THE FIRST POSITION THAT IS NOT ONE ENDS THE CHAIN.
036900******************************************************************
037000 2500-CANCEL-CHAIN.
037100     MOVE WS-HEAD-KEY TO PEND-KEY.
037200     PERFORM 2550-DELETE-ONE-PEND THRU 2550-EXIT.
037300     MOVE "N" TO WS-CHAIN-DONE-SW.
037400     PERFORM 2560-DELETE-NEXT-CONT THRU 2560-EXIT
037500         UNTIL CHAIN-DONE.
037600     DISPLAY "ID " MNT-TRAN-ID " CANCELLED - SOURCE "
037700             WS-HK-SOURCE-SYSTEM " DUE " WS-HK-DUE-DATE
037800             " SERIAL " WS-HK-FILE-SERIAL.
037900     SET WS-TRAN-OK TO TRUE.
038000 2500-EXIT.
038100     EXIT.
038200
038300******************************************************************
038400* 2550-DELETE-ONE-PEND - READ THE RECORD AT PEND-KEY, DELETE IT
038500* AND PUT IT ON THE AUDIT TRAIL. THE SCAN HAS JUST SEEN IT, SO
038600* ANY FAILURE HERE IS A FILE ERROR.
038700******************************************************************
038800 2550-DELETE-ONE-PEND.
038900     READ PENDFILE
039000         INVALID KEY
039100             CONTINUE
039200     END-READ.
039300     IF WS-PENDFILE-STATUS NOT = "00"
039400         DISPLAY "PENDFILE READ FAILED - STATUS "
039500                 WS-PENDFILE-STATUS " FOR " PEND-KEY
039600         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
039700     END-IF.
039800     DELETE PENDFILE RECORD
039900         INVALID KEY
040000             CONTINUE
040100     END-DELETE.
040200     IF WS-PENDFILE-STATUS NOT = "00"
040300         DISPLAY "PENDFILE DELETE FAILED - STATUS "
040400                 WS-PENDFILE-STATUS " FOR " PEND-KEY
040500         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
040600     END-IF.
040700     ADD 1 TO WS-DELETED-COUNT.
040800     PERFORM 2600-WRITE-AUDIT-TRAIL THRU 2600-EXIT.
040900 2550-EXIT.
041000     EXIT.
041100
041200 2560-DELETE-NEXT-CONT.
041300     MOVE WS-HEAD-KEY TO PEND-KEY.
041400     ADD 1 TO PEND-SEQ.
041500     MOVE PEND-SEQ TO WS-HK-SEQ.
041600     READ PENDFILE
041700         INVALID KEY
041800             CONTINUE
041900     END-READ.
042000     EVALUATE WS-PENDFILE-STATUS
042100         WHEN "00"
042200             MOVE PEND-TRANSACTION TO WS-PEND-TRAN
042300             IF PEND-HELD AND CALC-REC-CONTINUATION
042400                 PERFORM 2550-DELETE-ONE-PEND THRU 2550-EXIT
042500             ELSE
042600                 SET CHAIN-DONE TO TRUE
042700             END-IF
042800         WHEN "23"
042900             SET CHAIN-DONE TO TRUE
043000         WHEN OTHER
043100             DISPLAY "PENDFILE READ FAILED - STATUS "
043200                     WS-PENDFILE-STATUS " FOR " PEND-KEY
043300             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
043400     END-EVALUATE.
043500 2560-EXIT.
043600     EXIT.
043700
043800******************************************************************
043900* 2600-WRITE-AUDIT-TRAIL - ONE LINE PER RECORD DELETED, TAKEN
044000* FROM PEND-RECORD AS IT STOOD ON THE FILE.
044100******************************************************************
044200 2600-WRITE-AUDIT-TRAIL.
044300     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
044400     ACCEPT WS-AUDIT-TIME FROM TIME.
044500     MOVE WS-AUDIT-DATE TO WS-MA-DATE.
044600     MOVE WS-AUDIT-TIME TO WS-MA-TIME.
044700     MOVE WS-TERM-USER TO WS-MA-USER.
044800     MOVE MNT-ACTION TO WS-MA-ACTION.
044900     MOVE PEND-SOURCE-SYSTEM TO WS-MA-SOURCE-SYSTEM.
045000     MOVE PEND-DUE-DATE TO WS-MA-DUE-DATE.
045100     MOVE PEND-FILE-SERIAL TO WS-MA-FILE-SERIAL.
045200     MOVE PEND-SEQ TO WS-MA-SEQ.
045300     MOVE PEND-HELD-DATE TO WS-MA-HELD-DATE.
045400     MOVE PEND-TRANSACTION TO WS-MA-TRANSACTION.
045500     MOVE WS-MNTAUD-LINE TO MNTAUD-RECORD.
045600     WRITE MNTAUD-RECORD.
045700     IF WS-MNTAUDFILE-STATUS NOT = "00"
045800         DISPLAY "MNTAUDF WRITE FAILED - STATUS "
045900                 WS-MNTAUDFILE-STATUS
046000         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
046100     END-IF.
046200 2600-EXIT.
046300     EXIT.
046400
046500******************************************************************
046600* 9000-TERMINATE - PRINT THE MAINTENANCE SUMMARY, CLOSE UP AND
046700* SET THE STEP RETURN CODE: 4 WHEN ANY CARD WAS REJECTED (THE
046800* DECK NEEDS A LOOK), 0 WHEN EVERYTHING APPLIED.
046900******************************************************************
047000 9000-TERMINATE.
047100     DISPLAY "============================================".
047200     DISPLAY "PENDMNT - MAINTENANCE SUMMARY".
047300     DISPLAY "============================================".
047400     DISPLAY "TRANSACTIONS READ....: " WS-TRAN-READ-COUNT.
047500     DISPLAY "TRANSACTIONS APPLIED.: " WS-TRAN-APPLIED-COUNT.
047600     DISPLAY "TRANSACTIONS REJECTED: " WS-TRAN-REJECT-COUNT.
047700     DISPLAY "RECORDS DELETED......: " WS-DELETED-COUNT.
047800     DISPLAY "============================================".
047900     CLOSE PENDFILE.
048000     CLOSE MNTAUDFILE.
048100     CLOSE SYSINFILE.
048200     IF WS-TRAN-REJECT-COUNT > 0
048300         MOVE 4 TO RETURN-CODE
048400     ELSE
048500         MOVE 0 TO RETURN-CODE
048600     END-IF.
048700 9000-EXIT.
048800     EXIT.
048900
049000******************************************************************
049100* 9100-ABORT-RUN - A FILE ERROR IN MID-MAINTENANCE. CLOSE WHAT
049200* IS OPEN AND END RC 16; THE AUDIT TRAIL HOLDS EVERY RECORD THAT
049300* WAS DELETED BEFORE THE FAILURE.
049400******************************************************************
049500 9100-ABORT-RUN.
049600     CLOSE PENDFILE.
049700     CLOSE MNTAUDFILE.
049800     CLOSE SYSINFILE.
049900     MOVE 16 TO RETURN-CODE.
050000     STOP RUN.
050100 9100-EXIT.
050200     EXIT.
050300
050400 END PROGRAM PENDMNT.
