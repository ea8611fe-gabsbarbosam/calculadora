000100******************************************************************
000200* AUTHOR: GABRIELA BARBOSA
000300* INSTALLATION: COMPUTE CENTER - CONTAS BATCH GROUP
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE: SRCPMNT - SOURCE-SYSTEM PROFILE FILE MAINTENANCE.
000700*          APPLIES ADD/CHANGE/DEACTIVATE TRANSACTIONS AGAINST
000800*          THE PROD.CALC.SRCPFILE KSDS ONE SRCPFLDS ENTRY AT A
000900*          TIME, THE SAME WAY OPLKMNT MAINTAINS THE OPERATOR
001000*          FILE. EACH ENTRY SAYS WHAT BATCH WORK A FEEDING
001100*          SYSTEM MAY SEND - WHICH OPERATOR CODES, HOW LARGE
001200*          AN OPERAND AND HOW LARGE A RESULT - AND WHETHER ITS
001300*          EXTRACTS ARE ACCEPTED AT ALL. CALCSPLT AND
001400*          PROGRAMACONTAS REFUSE AN EXTRACT FROM A SOURCE WITH
001500*          NO ACTIVE ENTRY, AND PROGRAMACONTAS REJECTS ANY
001600*          DETAIL RECORD OUTSIDE ITS SOURCE'S LIMITS. EVERY
001700*          TRANSACTION IS VALIDATED (DUPLICATE SOURCE, MISSING
001800*          SOURCE, BAD LIMIT, BAD ACTIVE SWITCH) AND EVERY
001900*          APPLIED CHANGE IS WRITTEN TO ITS OWN BEFORE/AFTER
002000*          AUDIT TRAIL - WHAT A FEED MAY POST TO THE LEDGER IS A
002100*          CONTROLLED PRODUCTION CHANGE. A DEACTIVATE FLIPS THE
002200*          ACTIVE SWITCH TO N AND LEAVES THE ENTRY ON FILE, SO
002300*          HISTORY STAYS EXPLAINABLE.
002400*
002500*          SYSIN TRANSACTION CARDS, ONE PER CHANGE:
002600*            COL   1     ACTION - "A" ADD, "C" CHANGE,
002700*                        "D" DEACTIVATE
002800*            COLS  2- 9  SOURCE SYSTEM (THE KSDS KEY)
002900*            COLS 10-29  PERMITTED OPERATOR CODES, RUN
003000*                        TOGETHER (ADD/CHANGE; BLANK ON A
003100*                        CHANGE KEEPS THE LIST ON FILE)
003200*            COLS 30-40  MAXIMUM OPERAND, 11 DIGITS WITH TWO
003300*                        IMPLIED DECIMALS (ZERO = NO LIMIT;
003400*                        BLANK ON AN ADD IS ZERO, ON A CHANGE
003500*                        KEEPS THE LIMIT ON FILE)
003600*            COLS 41-51  MAXIMUM RESULT, SAME RULES
003700*            COL  52     ACTIVE SWITCH Y/N (ADD/CHANGE; BLANK
003800*                        ON AN ADD DEFAULTS TO Y)
003900* TECTONICS: cobc
004000*
004100* MODIFICATION HISTORY
004200* DATE       INIT DESCRIPTION
004300* ---------- ---- ---------------------------------------------
004400* 2026-10-15  GB  INITIAL VERSION, AS ASKED FOR BY INTERNAL
004500*                 AUDIT - BATCH FEEDS GET THE SAME POSITIVE
004600*                 CONTROL THE TERMINAL HAS UNDER USRAFILE.
004700******************************************************************
004800 IDENTIFICATION DIVISION.
004900 PROGRAM-ID. SRCPMNT.
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT SRCPFILE ASSIGN TO "SRCPFILE"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS SRCP-SOURCE-SYSTEM
005700         FILE STATUS IS WS-SRCPFILE-STATUS.
005800
005900     SELECT MNTAUDFILE ASSIGN TO "MNTAUDF"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-MNTAUDFILE-STATUS.
006200
006300     SELECT SYSINFILE ASSIGN TO "SYSIN"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-SYSINFILE-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  SRCPFILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  SRCP-RECORD.
007200     COPY SRCPFLDS.
007300
007400 FD  MNTAUDFILE
007500     LABEL RECORDS ARE STANDARD
007600     RECORDING MODE IS F.
007700 01  MNTAUD-RECORD                 PIC X(131).
007800
007900 FD  SYSINFILE
008000     LABEL RECORDS ARE STANDARD
008100     RECORDING MODE IS F.
008200 01  SYSIN-RECORD.
008300     05  MNT-ACTION                PIC X(01).
008400         88  MNT-ACTION-ADD                   VALUE "A".
008500         88  MNT-ACTION-CHANGE                VALUE "C".
008600         88  MNT-ACTION-DEACTIVATE            VALUE "D".
008700     05  MNT-SOURCE-SYSTEM         PIC X(08).
008800     05  MNT-OPER-LIST             PIC X(20).
008900     05  MNT-MAX-OPERAND           PIC X(11).
009000     05  MNT-MAX-OPERAND-N REDEFINES MNT-MAX-OPERAND
009100                                   PIC 9(9)V99.
009200     05  MNT-MAX-RESULT            PIC X(11).
009300     05  MNT-MAX-RESULT-N REDEFINES MNT-MAX-RESULT
009400                                   PIC 9(9)V99.
009500     05  MNT-ACTIVE-SW             PIC X(01).
009600     05  FILLER                    PIC X(28).
009700
009800 WORKING-STORAGE SECTION.
009900 01  WS-SWITCHES.
010000     05  WS-SYSIN-EOF-SW           PIC X(01)  VALUE "N".
010100         88  SYSIN-EOF                        VALUE "Y".
010200     05  WS-TRAN-OK-SW             PIC X(01)  VALUE "N".
010300         88  WS-TRAN-OK                       VALUE "Y".
010400     05  WS-LIMITS-OK-SW           PIC X(01)  VALUE "N".
010500         88  WS-LIMITS-OK                     VALUE "Y".
010600
010700 01  WS-FILE-STATUSES.
010800     05  WS-SRCPFILE-STATUS        PIC X(02)  VALUE SPACES.
010900     05  WS-MNTAUDFILE-STATUS      PIC X(02)  VALUE SPACES.
011000     05  WS-SYSINFILE-STATUS       PIC X(02)  VALUE SPACES.
011100
011200 01  WS-COUNTERS.
011300     05  WS-TRAN-READ-COUNT        PIC 9(05)  COMP VALUE ZERO.
011400     05  WS-TRAN-APPLIED-COUNT     PIC 9(05)  COMP VALUE ZERO.
011500     05  WS-TRAN-REJECT-COUNT      PIC 9(05)  COMP VALUE ZERO.
011600
011700 01  WS-AUDIT-TIMESTAMP.
011800     05  WS-AUDIT-DATE             PIC 9(08).
011900     05  WS-AUDIT-TIME             PIC 9(08).
012000
012100 01  WS-TERM-USER                  PIC X(08)  VALUE SPACES.
012200
012300******************************************************************
012400* BEFORE/AFTER AUDIT TRAIL LINE - ONE PER APPLIED CHANGE. THE
012500* BEFORE IMAGE IS THE KSDS RECORD AS IT STOOD WHEN THE
012600* TRANSACTION ARRIVED ("(NEW ENTRY)" AND ZERO LIMITS ON AN ADD);
012700* THE AFTER IMAGE IS WHAT WAS WRITTEN BACK. REJECTED
012800* TRANSACTIONS GO ON SYSOUT ONLY - THEY CHANGED NOTHING.
012900******************************************************************
013000 01  WS-MNTAUD-LINE.
013100     05  WS-MA-DATE                PIC 9(08).
013200     05  FILLER                    PIC X(01)  VALUE SPACE.
013300     05  WS-MA-TIME                PIC 9(08).
013400     05  FILLER                    PIC X(01)  VALUE SPACE.
013500     05  WS-MA-USER                PIC X(08).
013600     05  FILLER                    PIC X(01)  VALUE SPACE.
013700     05  WS-MA-ACTION              PIC X(01).
013800     05  FILLER                    PIC X(01)  VALUE SPACE.
013900     05  WS-MA-SOURCE-SYSTEM       PIC X(08).
014000     05  FILLER                    PIC X(01)  VALUE SPACE.
014100     05  WS-MA-BEFORE-LIST         PIC X(20).
014200     05  FILLER                    PIC X(01)  VALUE SPACE.
014300     05  WS-MA-BEFORE-MAX-OPERAND  PIC 9(9)V99.
014400     05  FILLER                    PIC X(01)  VALUE SPACE.
014500     05  WS-MA-BEFORE-MAX-RESULT   PIC 9(9)V99.
014600     05  FILLER                    PIC X(01)  VALUE SPACE.
014700     05  WS-MA-BEFORE-ACTIVE       PIC X(01).
014800     05  FILLER                    PIC X(01)  VALUE SPACE.
014900     05  WS-MA-AFTER-LIST          PIC X(20).
015000     05  FILLER                    PIC X(01)  VALUE SPACE.
015100     05  WS-MA-AFTER-MAX-OPERAND   PIC 9(9)V99.
015200     05  FILLER                    PIC X(01)  VALUE SPACE.
015300     05  WS-MA-AFTER-MAX-RESULT    PIC 9(9)V99.
015400     05  FILLER                    PIC X(01)  VALUE SPACE.
015500     05  WS-MA-AFTER-ACTIVE        PIC X(01).
015600
015700 PROCEDURE DIVISION.
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016000     PERFORM 2000-PROCESS THRU 2000-EXIT.
016100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016200     STOP RUN.
016300
016400******************************************************************
016500* 1000-INITIALIZE - OPEN THE KSDS FOR UPDATE, THE AUDIT TRAIL
016600* FOR APPEND (WITH THE SAME EXTEND-THEN-OUTPUT FALLBACK AS
016700* OPLKMNT USES) AND THE TRANSACTION CARDS. ANY OPEN FAILING
016800* ABORTS THE RUN - A MAINTENANCE STEP MUST NEVER HALF-RUN.
016900******************************************************************
017000 1000-INITIALIZE.
017100     OPEN I-O SRCPFILE.
017200     IF WS-SRCPFILE-STATUS NOT = "00"
017300         DISPLAY "SRCPFILE OPEN FAILED - STATUS "
017400                 WS-SRCPFILE-STATUS
017500         MOVE 16 TO RETURN-CODE
017600         STOP RUN
017700     END-IF.
017800     OPEN EXTEND MNTAUDFILE.
017900     IF WS-MNTAUDFILE-STATUS NOT = "00"
018000         OPEN OUTPUT MNTAUDFILE
018100         IF WS-MNTAUDFILE-STATUS NOT = "00"
018200             DISPLAY "MNTAUDF OPEN FAILED - STATUS "
018300                     WS-MNTAUDFILE-STATUS
018400             CLOSE SRCPFILE
018500             MOVE 16 TO RETURN-CODE
018600             STOP RUN
018700         END-IF
018800     END-IF.
018900     OPEN INPUT SYSINFILE.
019000     IF WS-SYSINFILE-STATUS NOT = "00"
019100         DISPLAY "SYSIN OPEN FAILED - STATUS "
019200                 WS-SYSINFILE-STATUS
019300         CLOSE SRCPFILE
019400         CLOSE MNTAUDFILE
019500         MOVE 16 TO RETURN-CODE
019600         STOP RUN
019700     END-IF.
019800     ACCEPT WS-TERM-USER FROM ENVIRONMENT "USER"
019900         ON EXCEPTION
020000             MOVE "UNKNOWN" TO WS-TERM-USER
020100     END-ACCEPT.
020200 1000-EXIT.
020300     EXIT.
020400
020500 2000-PROCESS.
020600     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
020700     PERFORM 2200-APPLY-ONE-TRAN THRU 2200-EXIT
020800         UNTIL SYSIN-EOF.
020900 2000-EXIT.
021000     EXIT.
021100
021200 2100-READ-TRAN.
021300     READ SYSINFILE
021400         AT END
021500             SET SYSIN-EOF TO TRUE
021600         NOT AT END
021700             ADD 1 TO WS-TRAN-READ-COUNT
021800     END-READ.
021900     IF WS-SYSINFILE-STATUS NOT = "00"
022000         AND WS-SYSINFILE-STATUS NOT = "10"
022100         DISPLAY "SYSIN READ FAILED - STATUS "
022200                 WS-SYSINFILE-STATUS
022300         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
022400     END-IF.
022500 2100-EXIT.
022600     EXIT.
022700
022800******************************************************************
022900* 2200-APPLY-ONE-TRAN - DISPATCH ONE TRANSACTION CARD BY ITS
023000* ACTION CODE. EACH ACTION PARAGRAPH VALIDATES, APPLIES AND
023100* SETS WS-TRAN-OK; THE AUDIT TRAIL LINE IS WRITTEN HERE, ONCE,
023200* FOR EVERY TRANSACTION THAT ACTUALLY CHANGED THE FILE.
023300******************************************************************
023400 2200-APPLY-ONE-TRAN.
023500     MOVE "N" TO WS-TRAN-OK-SW.
023600     MOVE SPACES TO WS-MA-BEFORE-LIST.
023700     MOVE ZERO TO WS-MA-BEFORE-MAX-OPERAND.
023800     MOVE ZERO TO WS-MA-BEFORE-MAX-RESULT.
023900     MOVE SPACE TO WS-MA-BEFORE-ACTIVE.
024000     EVALUATE TRUE
024100         WHEN MNT-ACTION-ADD
024200             PERFORM 2300-APPLY-ADD THRU 2300-EXIT
024300         WHEN MNT-ACTION-CHANGE
024400             PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
024500         WHEN MNT-ACTION-DEACTIVATE
024600             PERFORM 2500-APPLY-DEACTIVATE THRU 2500-EXIT
024700         WHEN OTHER
024800             DISPLAY "BAD ACTION " MNT-ACTION " FOR SOURCE "
024900                     MNT-SOURCE-SYSTEM " - CARD REJECTED"
025000             ADD 1 TO WS-TRAN-REJECT-COUNT
025100     END-EVALUATE.
025200     IF WS-TRAN-OK
025300         ADD 1 TO WS-TRAN-APPLIED-COUNT
025400         PERFORM 2600-WRITE-AUDIT-TRAIL THRU 2600-EXIT
025500     END-IF.
025600     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
025700 2200-EXIT.
025800     EXIT.
025900
026000******************************************************************
026100* 2250-CHECK-LIMITS - THE TWO LIMIT COLUMNS MUST EACH BE BLANK
026200* OR ALL DIGITS. A LIMIT KEYED WITH A DECIMAL POINT OR A COMMA
026300* WOULD OTHERWISE BE READ AS SOME OTHER AMOUNT ENTIRELY.
026400******************************************************************
026500 2250-CHECK-LIMITS.
026600     MOVE "Y" TO WS-LIMITS-OK-SW.
026700     IF MNT-MAX-OPERAND NOT = SPACES
026800         AND MNT-MAX-OPERAND IS NOT NUMERIC
026900         DISPLAY "BAD MAXIMUM OPERAND " MNT-MAX-OPERAND
027000                 " FOR SOURCE " MNT-SOURCE-SYSTEM
027100                 " - CARD REJECTED"
027200         MOVE "N" TO WS-LIMITS-OK-SW
027300     END-IF.
027400     IF MNT-MAX-RESULT NOT = SPACES
027500         AND MNT-MAX-RESULT IS NOT NUMERIC
027600         DISPLAY "BAD MAXIMUM RESULT " MNT-MAX-RESULT
027700                 " FOR SOURCE " MNT-SOURCE-SYSTEM
027800                 " - CARD REJECTED"
027900         MOVE "N" TO WS-LIMITS-OK-SW
028000     END-IF.
028100 2250-EXIT.
028200     EXIT.
028300
028400******************************************************************
028500* 2300-APPLY-ADD - A NEW SOURCE SYSTEM. IT MUST NOT BE ON FILE
028600* ALREADY, THE OPERATOR LIST MUST NOT BE BLANK (A PROFILE THAT
028700* PERMITS NOTHING IS KEYED AS A DEACTIVATE, NOT AN ADD), THE
028800* LIMITS MUST BE BLANK OR NUMERIC (BLANK IS ZERO - NO LIMIT)
028900* AND THE ACTIVE SWITCH MUST BE Y, N OR BLANK (BLANK DEFAULTS
029000* TO Y - AN ENTRY IS NORMALLY ADDED TO BE USED).
029100******************************************************************
029200 2300-APPLY-ADD.
029300     PERFORM 2250-CHECK-LIMITS THRU 2250-EXIT.
029400     IF MNT-ACTIVE-SW NOT = "Y" AND NOT = "N" AND NOT = SPACE
029500         DISPLAY "BAD ACTIVE SWITCH " MNT-ACTIVE-SW
029600                 " FOR SOURCE " MNT-SOURCE-SYSTEM
029700                 " - CARD REJECTED"
029800         ADD 1 TO WS-TRAN-REJECT-COUNT
029900     ELSE
030000         IF NOT WS-LIMITS-OK
030100             ADD 1 TO WS-TRAN-REJECT-COUNT
030200         ELSE
030300             IF MNT-OPER-LIST = SPACES
030400                 DISPLAY "NO OPERATOR LIST FOR SOURCE "
030500                         MNT-SOURCE-SYSTEM " - ADD REJECTED"
030600                 ADD 1 TO WS-TRAN-REJECT-COUNT
030700             ELSE
030800                 PERFORM 2350-WRITE-NEW-PROFILE THRU 2350-EXIT
030900             END-IF
031000         END-IF
031100     END-IF.
031200 2300-EXIT.
031300     EXIT.
031400
031500 2350-WRITE-NEW-PROFILE.
031600     MOVE MNT-SOURCE-SYSTEM TO SRCP-SOURCE-SYSTEM.
031700     READ SRCPFILE
031800         INVALID KEY
031900             CONTINUE
032000     END-READ.
032100     IF WS-SRCPFILE-STATUS = "00"
032200         DISPLAY "SOURCE " MNT-SOURCE-SYSTEM " ALREADY ON FILE - "
032300                 "ADD REJECTED"
032400         ADD 1 TO WS-TRAN-REJECT-COUNT
032500     ELSE
032600         IF WS-SRCPFILE-STATUS NOT = "23"
032700             DISPLAY "SRCPFILE READ FAILED - STATUS "
032800                     WS-SRCPFILE-STATUS
032900             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
033000         END-IF
033100         MOVE "(NEW ENTRY)" TO WS-MA-BEFORE-LIST
033200         MOVE MNT-SOURCE-SYSTEM TO SRCP-SOURCE-SYSTEM
033300         MOVE MNT-OPER-LIST TO SRCP-OPER-LIST
033400         IF MNT-MAX-OPERAND = SPACES
033500             MOVE ZERO TO SRCP-MAX-OPERAND
033600         ELSE
033700             MOVE MNT-MAX-OPERAND-N TO SRCP-MAX-OPERAND
033800         END-IF
033900         IF MNT-MAX-RESULT = SPACES
034000             MOVE ZERO TO SRCP-MAX-RESULT
034100         ELSE
034200             MOVE MNT-MAX-RESULT-N TO SRCP-MAX-RESULT
034300         END-IF
034400         IF MNT-ACTIVE-SW = SPACE
034500             MOVE "Y" TO SRCP-ACTIVE-SW
034600         ELSE
034700             MOVE MNT-ACTIVE-SW TO SRCP-ACTIVE-SW
034800         END-IF
034900         WRITE SRCP-RECORD
035000             INVALID KEY
035100                 DISPLAY "WRITE FAILED FOR SOURCE "
035200                         MNT-SOURCE-SYSTEM " - STATUS "
035300                         WS-SRCPFILE-STATUS
035400                 PERFORM 9100-ABORT-RUN THRU 9100-EXIT
035500         END-WRITE
035600         IF WS-SRCPFILE-STATUS NOT = "00"
035700             DISPLAY "WRITE FAILED FOR SOURCE " MNT-SOURCE-SYSTEM
035800                     " - STATUS " WS-SRCPFILE-STATUS
035900             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
036000         END-IF
036100         SET WS-TRAN-OK TO TRUE
036200     END-IF.
036300 2350-EXIT.
036400     EXIT.
036500
036600******************************************************************
036700* 2400-APPLY-CHANGE - REWRITE THE OPERATOR LIST, EITHER LIMIT
036800* AND/OR THE ACTIVE SWITCH OF A SOURCE ALREADY ON FILE. ANY
036900* COLUMN LEFT BLANK ON THE CARD KEEPS WHAT IS ON FILE; TO LIFT
037000* A LIMIT, KEY IT AS ZEROS.
037100******************************************************************
037200 2400-APPLY-CHANGE.
037300     PERFORM 2250-CHECK-LIMITS THRU 2250-EXIT.
037400     IF MNT-ACTIVE-SW NOT = "Y" AND NOT = "N" AND NOT = SPACE
037500         DISPLAY "BAD ACTIVE SWITCH " MNT-ACTIVE-SW
037600                 " FOR SOURCE " MNT-SOURCE-SYSTEM
037700                 " - CARD REJECTED"
037800         ADD 1 TO WS-TRAN-REJECT-COUNT
037900     ELSE
038000         IF NOT WS-LIMITS-OK
038100             ADD 1 TO WS-TRAN-REJECT-COUNT
038200         ELSE
038300             PERFORM 2450-REWRITE-PROFILE THRU 2450-EXIT
038400         END-IF
038500     END-IF.
038600 2400-EXIT.
038700     EXIT.
038800
038900 2450-REWRITE-PROFILE.
039000     MOVE MNT-SOURCE-SYSTEM TO SRCP-SOURCE-SYSTEM.
039100     READ SRCPFILE
039200         INVALID KEY
039300             CONTINUE
039400     END-READ.
039500     IF WS-SRCPFILE-STATUS = "23"
039600         DISPLAY "SOURCE " MNT-SOURCE-SYSTEM " NOT ON FILE - "
039700                 "CHANGE REJECTED"
039800         ADD 1 TO WS-TRAN-REJECT-COUNT
039900     ELSE
040000         IF WS-SRCPFILE-STATUS NOT = "00"
040100             DISPLAY "SRCPFILE READ FAILED - STATUS "
040200                     WS-SRCPFILE-STATUS
040300             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
040400         END-IF
040500         MOVE SRCP-OPER-LIST TO WS-MA-BEFORE-LIST
040600         MOVE SRCP-MAX-OPERAND TO WS-MA-BEFORE-MAX-OPERAND
040700         MOVE SRCP-MAX-RESULT TO WS-MA-BEFORE-MAX-RESULT
040800         MOVE SRCP-ACTIVE-SW TO WS-MA-BEFORE-ACTIVE
040900         IF MNT-OPER-LIST NOT = SPACES
041000             MOVE MNT-OPER-LIST TO SRCP-OPER-LIST
041100         END-IF
041200         IF MNT-MAX-OPERAND NOT = SPACES
041300             MOVE MNT-MAX-OPERAND-N TO SRCP-MAX-OPERAND
041400         END-IF
041500         IF MNT-MAX-RESULT NOT = SPACES
041600             MOVE MNT-MAX-RESULT-N TO SRCP-MAX-RESULT
041700         END-IF
041800         IF MNT-ACTIVE-SW NOT = SPACE
041900             MOVE MNT-ACTIVE-SW TO SRCP-ACTIVE-SW
042000         END-IF
042100         REWRITE SRCP-RECORD
042200             INVALID KEY
042300                 DISPLAY "REWRITE FAILED FOR SOURCE "
042400                         MNT-SOURCE-SYSTEM " - STATUS "
042500                         WS-SRCPFILE-STATUS
042600                 PERFORM 9100-ABORT-RUN THRU 9100-EXIT
042700         END-REWRITE
042800         IF WS-SRCPFILE-STATUS NOT = "00"
042900             DISPLAY "REWRITE FAILED FOR SOURCE "
043000                     MNT-SOURCE-SYSTEM " - STATUS "
043100                     WS-SRCPFILE-STATUS
043200             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
043300         END-IF
043400         SET WS-TRAN-OK TO TRUE
043500     END-IF.
043600 2450-EXIT.
043700     EXIT.
043800
043900******************************************************************
044000* 2500-APPLY-DEACTIVATE - STOP ACCEPTING A SOURCE'S EXTRACTS BY
044100* FLIPPING THE ACTIVE SWITCH TO N, LEAVING THE ENTRY (AND ITS
044200* LIMITS) ON FILE SO HISTORY STAYS EXPLAINABLE. DEACTIVATING A
044300* SOURCE THAT IS ALREADY INACTIVE IS REJECTED - IT USUALLY
044400* MEANS THE WRONG SOURCE IS ON THE CARD.
044500******************************************************************
044600 2500-APPLY-DEACTIVATE.
044700     MOVE MNT-SOURCE-SYSTEM TO SRCP-SOURCE-SYSTEM.
044800     READ SRCPFILE
044900         INVALID KEY
045000             CONTINUE
045100     END-READ.
045200     IF WS-SRCPFILE-STATUS = "23"
045300         DISPLAY "SOURCE " MNT-SOURCE-SYSTEM " NOT ON FILE - "
045400                 "DEACTIVATE REJECTED"
045500         ADD 1 TO WS-TRAN-REJECT-COUNT
045600     ELSE
045700         IF WS-SRCPFILE-STATUS NOT = "00"
045800             DISPLAY "SRCPFILE READ FAILED - STATUS "
045900                     WS-SRCPFILE-STATUS
046000             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
046100         END-IF
046200         IF SRCP-INACTIVE
046300             DISPLAY "SOURCE " MNT-SOURCE-SYSTEM " ALREADY "
046400                     "INACTIVE - DEACTIVATE REJECTED"
046500             ADD 1 TO WS-TRAN-REJECT-COUNT
046600         ELSE
046700             MOVE SRCP-OPER-LIST TO WS-MA-BEFORE-LIST
046800             MOVE SRCP-MAX-OPERAND TO WS-MA-BEFORE-MAX-OPERAND
046900             MOVE SRCP-MAX-RESULT TO WS-MA-BEFORE-MAX-RESULT
047000             MOVE SRCP-ACTIVE-SW TO WS-MA-BEFORE-ACTIVE
047100             MOVE "N" TO SRCP-ACTIVE-SW
047200             REWRITE SRCP-RECORD
047300                 INVALID KEY
047400                     DISPLAY "REWRITE FAILED FOR SOURCE "
047500                             MNT-SOURCE-SYSTEM " - STATUS "
047600                             WS-SRCPFILE-STATUS
047700                     PERFORM 9100-ABORT-RUN THRU 9100-EXIT
047800             END-REWRITE
047900             IF WS-SRCPFILE-STATUS NOT = "00"
048000                 DISPLAY "REWRITE FAILED FOR SOURCE "
048100                         MNT-SOURCE-SYSTEM " - STATUS "
048200                         WS-SRCPFILE-STATUS
048300                 PERFORM 9100-ABORT-RUN THRU 9100-EXIT
048400             END-IF
048500             SET WS-TRAN-OK TO TRUE
048600         END-IF
048700     END-IF.
048800 2500-EXIT.
048900     EXIT.
049000
049100******************************************************************
049200* 2600-WRITE-AUDIT-TRAIL - ONE BEFORE/AFTER LINE PER APPLIED
049300* CHANGE. THE AFTER IMAGE IS TAKEN FROM SRCP-RECORD, WHICH AT
049400* THIS POINT HOLDS EXACTLY WHAT WENT TO THE FILE.
049500******************************************************************
049600 2600-WRITE-AUDIT-TRAIL.
049700     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
049800     ACCEPT WS-AUDIT-TIME FROM TIME.
049900     MOVE WS-AUDIT-DATE TO WS-MA-DATE.
050000     MOVE WS-AUDIT-TIME TO WS-MA-TIME.
050100     MOVE WS-TERM-USER TO WS-MA-USER.
050200     MOVE MNT-ACTION TO WS-MA-ACTION.
050300     MOVE MNT-SOURCE-SYSTEM TO WS-MA-SOURCE-SYSTEM.
050400     MOVE SRCP-OPER-LIST TO WS-MA-AFTER-LIST.
050500     MOVE SRCP-MAX-OPERAND TO WS-MA-AFTER-MAX-OPERAND.
050600     MOVE SRCP-MAX-RESULT TO WS-MA-AFTER-MAX-RESULT.
050700     MOVE SRCP-ACTIVE-SW TO WS-MA-AFTER-ACTIVE.
050800     MOVE WS-MNTAUD-LINE TO MNTAUD-RECORD.
050900     WRITE MNTAUD-RECORD.
051000     IF WS-MNTAUDFILE-STATUS NOT = "00"
051100         DISPLAY "MNTAUDF WRITE FAILED - STATUS "
051200                 WS-MNTAUDFILE-STATUS
051300         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
051400     END-IF.
051500 2600-EXIT.
051600     EXIT.
051700
051800******************************************************************
051900* 9000-TERMINATE - PRINT THE MAINTENANCE SUMMARY, CLOSE UP AND
052000* SET THE STEP RETURN CODE: 4 WHEN ANY CARD WAS REJECTED (THE
052100* DECK NEEDS A LOOK), 0 WHEN EVERYTHING APPLIED.
052200******************************************************************
052300 9000-TERMINATE.
052400     DISPLAY "============================================".
052500     DISPLAY "SRCPMNT - MAINTENANCE SUMMARY".
052600     DISPLAY "============================================".
052700     DISPLAY "TRANSACTIONS READ....: " WS-TRAN-READ-COUNT.
052800     DISPLAY "TRANSACTIONS APPLIED.: " WS-TRAN-APPLIED-COUNT.
052900     DISPLAY "TRANSACTIONS REJECTED: " WS-TRAN-REJECT-COUNT.
053000     DISPLAY "============================================".
053100     CLOSE SRCPFILE.
053200     CLOSE MNTAUDFILE.
053300     CLOSE SYSINFILE.
053400     IF WS-TRAN-REJECT-COUNT > 0
053500         MOVE 4 TO RETURN-CODE
053600     ELSE
053700         MOVE 0 TO RETURN-CODE
053800     END-IF.
053900 9000-EXIT.
054000     EXIT.
054100
054200******************************************************************
054300* 9100-ABORT-RUN - A FILE ERROR IN MID-MAINTENANCE. CLOSE WHAT
054400* IS OPEN AND END RC 16; THE AUDIT TRAIL HOLDS EVERY CHANGE
054500* THAT WAS APPLIED BEFORE THE FAILURE.
054600******************************************************************
054700 9100-ABORT-RUN.
054800     CLOSE SRCPFILE.
054900     CLOSE MNTAUDFILE.
055000     CLOSE SYSINFILE.
055100     MOVE 16 TO RETURN-CODE.
055200     STOP RUN.
055300 9100-EXIT.
055400     EXIT.
055500
055600 END PROGRAM SRCPMNT.
