000100******************************************************************
000200* AUTHOR: GABRIELA BARBOSA
000300* INSTALLATION: COMPUTE CENTER - CONTAS BATCH GROUP
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE: FEESMNT - FEE RATE TABLE MAINTENANCE. APPLIES
000700*          ADD/CHANGE/DELETE TRANSACTIONS AGAINST THE
000800*          PROD.CALC.FEESFILE KSDS ONE FEESFLDS BAND AT A TIME,
000900*          THE SAME WAY SRCPMNT MAINTAINS THE SOURCE PROFILES.
001000*          THE TABLE HOLDS THE TIERED FEE SCHEDULES BEHIND THE
001100*          "F" OPERATOR: EACH SCHEDULE IN ONE OR MORE VERSIONS BY
001200*          EFFECTIVE DATE, EACH VERSION A RUN OF BANDS WITH AN
001300*          UPPER LIMIT AND A PERCENT RATE. PROGRAMACONTAS CHARGES
001400*          FROM THE VERSION WITH THE LATEST EFFECTIVE DATE NOT
001500*          AFTER ITS PROCESSING DATE, SO A RATE CHANGE IS KEYED
001600*          AS A NEW VERSION - THE FULL SET OF BANDS UNDER A NEW
001700*          EFFECTIVE DATE - AND THE OLD ONE STAYS ON FILE TO
001800*          EXPLAIN EVERY FEE ALREADY CHARGED. FOR THE SAME REASON
001900*          A BAND EFFECTIVE TODAY OR EARLIER - ALREADY IN FORCE,
002000*          AND POSSIBLY ALREADY CHARGED FROM TODAY, INTERACTIVELY
002010*          AS WELL AS IN BATCH - CANNOT BE ADDED, CHANGED OR
002020*          DELETED HERE; A NEW VERSION IS DATED TOMORROW OR LATER.
002030*          EVERY TRANSACTION IS VALIDATED (BAD KEY, DUPLICATE OR
002100*          MISSING BAND, BAD LIMIT OR RATE, VERSION NOT DATED
002200*          AFTER TODAY) AND EVERY APPLIED CHANGE IS WRITTEN TO ITS
002300*          OWN BEFORE/AFTER AUDIT TRAIL.
002400*
002500*          SYSIN TRANSACTION CARDS, ONE PER CHANGE:
002600*            COL   1     ACTION - "A" ADD, "C" CHANGE, "D" DELETE
002700*            COLS  2- 5  SCHEDULE NUMBER, 0001-9999
002800*            COLS  6-13  EFFECTIVE DATE YYYYMMDD (AFTER TODAY)
002900*            COLS 14-15  BAND SEQUENCE WITHIN THE VERSION, 01-99
003000*            COLS 16-26  BAND UPPER LIMIT, 11 DIGITS WITH TWO
003100*                        IMPLIED DECIMALS (BLANK ON AN ADD IS
003200*                        ZERO, THE OPEN-ENDED TOP BAND; BLANK ON
003300*                        A CHANGE KEEPS THE LIMIT ON FILE)
003400*            COLS 27-33  RATE PERCENT, 7 DIGITS WITH FOUR IMPLIED
003500*                        DECIMALS, NOT OVER 100 (REQUIRED ON AN
003600*                        ADD; BLANK ON A CHANGE KEEPS THE RATE)
003700*            COLS 34-53  DESCRIPTION (BLANK ON A CHANGE KEEPS IT)
003800* TECTONICS: cobc
003900*
004000* MODIFICATION HISTORY
004100* DATE       INIT DESCRIPTION
004200* ---------- ---- ---------------------------------------------
004300* 2026-10-15  GB  INITIAL VERSION - RATES FOR THE NEW "F" TIERED
004400*                 FEE OPERATOR ARE A CONTROLLED PRODUCTION
004500*                 CHANGE, NOT A PROGRAM CHANGE.
004510* 2026-10-15  GB  A BAND EFFECTIVE TODAY IS ALREADY IN FORCE AND
004520*                 IS NO LONGER ADDED, CHANGED OR DELETED - A NEW
004530*                 VERSION MUST BE DATED TOMORROW OR LATER.
004600******************************************************************
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID. FEESMNT.
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT FEESFILE ASSIGN TO "FEESFILE"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS FEES-KEY
005600         FILE STATUS IS WS-FEESFILE-STATUS.
005700
005800     SELECT MNTAUDFILE ASSIGN TO "MNTAUDF"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-MNTAUDFILE-STATUS.
006100
006200     SELECT SYSINFILE ASSIGN TO "SYSIN"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-SYSINFILE-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  FEESFILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  FEES-RECORD.
007100     COPY FEESFLDS.
007200
007300 FD  MNTAUDFILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORDING MODE IS F.
007600 01  MNTAUD-RECORD                 PIC X(127).
007700
007800 FD  SYSINFILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORDING MODE IS F.
008100 01  SYSIN-RECORD.
008200     05  MNT-ACTION                PIC X(01).
008300         88  MNT-ACTION-ADD                   VALUE "A".
008400         88  MNT-ACTION-CHANGE                VALUE "C".
008500         88  MNT-ACTION-DELETE                VALUE "D".
008600     05  MNT-KEY.
008700         10  MNT-SCHEDULE          PIC X(04).
008800         10  MNT-SCHEDULE-N REDEFINES MNT-SCHEDULE
008900                                   PIC 9(04).
009000         10  MNT-EFF-DATE          PIC X(08).
009100         10  MNT-EFF-DATE-N REDEFINES MNT-EFF-DATE
009200                                   PIC 9(08).
009300         10  MNT-EFF-DATE-PARTS REDEFINES MNT-EFF-DATE.
009400             15  MNT-EFF-YEAR      PIC 9(04).
009500             15  MNT-EFF-MONTH     PIC 9(02).
009600             15  MNT-EFF-DAY       PIC 9(02).
009700         10  MNT-BAND-SEQ          PIC X(02).
009800         10  MNT-BAND-SEQ-N REDEFINES MNT-BAND-SEQ
009900                                   PIC 9(02).
010000     05  MNT-BAND-LIMIT            PIC X(11).
010100     05  MNT-BAND-LIMIT-N REDEFINES MNT-BAND-LIMIT
010200                                   PIC 9(9)V99.
010300     05  MNT-RATE                  PIC X(07).
010400     05  MNT-RATE-N REDEFINES MNT-RATE
010500                                   PIC 9(3)V9(4).
010600     05  MNT-DESCRIPTION           PIC X(20).
010700     05  FILLER                    PIC X(27).
010800
010900 WORKING-STORAGE SECTION.
011000 01  WS-SWITCHES.
011100     05  WS-SYSIN-EOF-SW           PIC X(01)  VALUE "N".
011200         88  SYSIN-EOF                        VALUE "Y".
011300     05  WS-TRAN-OK-SW             PIC X(01)  VALUE "N".
011400         88  WS-TRAN-OK                       VALUE "Y".
011500     05  WS-CARD-OK-SW             PIC X(01)  VALUE "N".
011600         88  WS-CARD-OK                       VALUE "Y".
011700
011800 01  WS-FILE-STATUSES.
011900     05  WS-FEESFILE-STATUS        PIC X(02)  VALUE SPACES.
012000     05  WS-MNTAUDFILE-STATUS      PIC X(02)  VALUE SPACES.
012100     05  WS-SYSINFILE-STATUS       PIC X(02)  VALUE SPACES.
012200
012300 01  WS-COUNTERS.
012400     05  WS-TRAN-READ-COUNT        PIC 9(05)  COMP VALUE ZERO.
012500     05  WS-TRAN-APPLIED-COUNT     PIC 9(05)  COMP VALUE ZERO.
012600     05  WS-TRAN-REJECT-COUNT      PIC 9(05)  COMP VALUE ZERO.
012700
012800 01  WS-AUDIT-TIMESTAMP.
012900     05  WS-AUDIT-DATE             PIC 9(08).
013000     05  WS-AUDIT-TIME             PIC 9(08).
013100
013200*    TODAY, TAKEN ONCE AT STARTUP - NO BAND MAY BE KEYED TO TAKE
013300*    EFFECT ON OR BEFORE IT.
013400 01  WS-TODAY                      PIC 9(08)  VALUE ZERO.
013500
013600 01  WS-TERM-USER                  PIC X(08)  VALUE SPACES.
013700
013800******************************************************************
013900* BEFORE/AFTER AUDIT TRAIL LINE - ONE PER APPLIED CHANGE. THE
014000* BEFORE IMAGE IS THE BAND AS IT STOOD WHEN THE TRANSACTION
014100* ARRIVED ("(NEW BAND)" AND ZEROS ON AN ADD); THE AFTER IMAGE IS
014200* WHAT WAS WRITTEN BACK ("(DELETED)" AND ZEROS ON A DELETE).
014300* REJECTED TRANSACTIONS GO ON SYSOUT ONLY - THEY CHANGED NOTHING.
014400******************************************************************
014500 01  WS-MNTAUD-LINE.
014600     05  WS-MA-DATE                PIC 9(08).
014700     05  FILLER                    PIC X(01)  VALUE SPACE.
014800     05  WS-MA-TIME                PIC 9(08).
014900     05  FILLER                    PIC X(01)  VALUE SPACE.
015000     05  WS-MA-USER                PIC X(08).
015100     05  FILLER                    PIC X(01)  VALUE SPACE.
015200     05  WS-MA-ACTION              PIC X(01).
015300     05  FILLER                    PIC X(01)  VALUE SPACE.
015400     05  WS-MA-SCHEDULE            PIC 9(04).
015500     05  FILLER                    PIC X(01)  VALUE SPACE.
015600     05  WS-MA-EFF-DATE            PIC 9(08).
015700     05  FILLER                    PIC X(01)  VALUE SPACE.
015800     05  WS-MA-BAND-SEQ            PIC 9(02).
015900     05  FILLER                    PIC X(01)  VALUE SPACE.
016000     05  WS-MA-BEFORE-LIMIT        PIC 9(9)V99.
016100     05  FILLER                    PIC X(01)  VALUE SPACE.
016200     05  WS-MA-BEFORE-RATE         PIC 9(3)V9(4).
016300     05  FILLER                    PIC X(01)  VALUE SPACE.
016400     05  WS-MA-BEFORE-DESC         PIC X(20).
016500     05  FILLER                    PIC X(01)  VALUE SPACE.
016600     05  WS-MA-AFTER-LIMIT         PIC 9(9)V99.
016700     05  FILLER                    PIC X(01)  VALUE SPACE.
016800     05  WS-MA-AFTER-RATE          PIC 9(3)V9(4).
016900     05  FILLER                    PIC X(01)  VALUE SPACE.
017000     05  WS-MA-AFTER-DESC          PIC X(20).
017100
017200 PROCEDURE DIVISION.
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017500     PERFORM 2000-PROCESS THRU 2000-EXIT.
017600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017700     STOP RUN.
017800
017900******************************************************************
018000* 1000-INITIALIZE - OPEN THE KSDS FOR UPDATE, THE AUDIT TRAIL
018100* FOR APPEND (WITH THE SAME EXTEND-THEN-OUTPUT FALLBACK AS
018200* OPLKMNT USES) AND THE TRANSACTION CARDS. ANY OPEN FAILING
018300* ABORTS THE RUN - A MAINTENANCE STEP MUST NEVER HALF-RUN.
018400******************************************************************
018500 1000-INITIALIZE.
018600     OPEN I-O FEESFILE.
018700     IF WS-FEESFILE-STATUS NOT = "00"
018800         DISPLAY "FEESFILE OPEN FAILED - STATUS "
018900                 WS-FEESFILE-STATUS
019000         MOVE 16 TO RETURN-CODE
019100         STOP RUN
019200     END-IF.
019300     OPEN EXTEND MNTAUDFILE.
019400     IF WS-MNTAUDFILE-STATUS NOT = "00"
019500         OPEN OUTPUT MNTAUDFILE
019600         IF WS-MNTAUDFILE-STATUS NOT = "00"
019700             DISPLAY "MNTAUDF OPEN FAILED - STATUS "
019800                     WS-MNTAUDFILE-STATUS
019900             CLOSE FEESFILE
020000             MOVE 16 TO RETURN-CODE
020100             STOP RUN
020200         END-IF
020300     END-IF.
020400     OPEN INPUT SYSINFILE.
020500     IF WS-SYSINFILE-STATUS NOT = "00"
020600         DISPLAY "SYSIN OPEN FAILED - STATUS "
020700                 WS-SYSINFILE-STATUS
020800         CLOSE FEESFILE
020900         CLOSE MNTAUDFILE
021000         MOVE 16 TO RETURN-CODE
021100         STOP RUN
021200     END-IF.
021300     ACCEPT WS-TERM-USER FROM ENVIRONMENT "USER"
021400         ON EXCEPTION
021500             MOVE "UNKNOWN" TO WS-TERM-USER
021600     END-ACCEPT.
021700     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
021800 1000-EXIT.
021900     EXIT.
022000
022100 2000-PROCESS.
022200     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
022300     PERFORM 2200-APPLY-ONE-TRAN THRU 2200-EXIT
022400         UNTIL SYSIN-EOF.
022500 2000-EXIT.
022600     EXIT.
022700
022800 2100-READ-TRAN.
022900     READ SYSINFILE
023000         AT END
023100             SET SYSIN-EOF TO TRUE
023200         NOT AT END
023300             ADD 1 TO WS-TRAN-READ-COUNT
023400     END-READ.
023500     IF WS-SYSINFILE-STATUS NOT = "00"
023600         AND WS-SYSINFILE-STATUS NOT = "10"
023700         DISPLAY "SYSIN READ FAILED - STATUS "
023800                 WS-SYSINFILE-STATUS
023900         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
024000     END-IF.
024100 2100-EXIT.
024200     EXIT.
024300
024400******************************************************************
024500* 2200-APPLY-ONE-TRAN - DISPATCH ONE TRANSACTION CARD BY ITS
024600* ACTION CODE ONCE THE CARD ITSELF HAS PASSED 2250. EACH ACTION
024700* PARAGRAPH VALIDATES, APPLIES AND SETS WS-TRAN-OK; THE AUDIT
024800* TRAIL LINE IS WRITTEN HERE, ONCE, FOR EVERY TRANSACTION THAT
024900* ACTUALLY CHANGED THE FILE.
025000******************************************************************
025100 2200-APPLY-ONE-TRAN.
025200     MOVE "N" TO WS-TRAN-OK-SW.
025300     MOVE ZERO TO WS-MA-BEFORE-LIMIT.
025400     MOVE ZERO TO WS-MA-BEFORE-RATE.
025500     MOVE SPACES TO WS-MA-BEFORE-DESC.
025600     PERFORM 2250-CHECK-CARD THRU 2250-EXIT.
025700     IF NOT WS-CARD-OK
025800         ADD 1 TO WS-TRAN-REJECT-COUNT
025900     ELSE
026000         EVALUATE TRUE
026100             WHEN MNT-ACTION-ADD
026200                 PERFORM 2300-APPLY-ADD THRU 2300-EXIT
026300             WHEN MNT-ACTION-CHANGE
026400                 PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
026500             WHEN MNT-ACTION-DELETE
026600                 PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
026700             WHEN OTHER
026800                 DISPLAY "BAD ACTION " MNT-ACTION " FOR BAND "
026900                         MNT-KEY " - CARD REJECTED"
027000                 ADD 1 TO WS-TRAN-REJECT-COUNT
027100         END-EVALUATE
027200     END-IF.
027300     IF WS-TRAN-OK
027400         ADD 1 TO WS-TRAN-APPLIED-COUNT
027500         PERFORM 2600-WRITE-AUDIT-TRAIL THRU 2600-EXIT
027600     END-IF.
027700     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
027800 2200-EXIT.
027900     EXIT.
028000
028100******************************************************************
028200* 2250-CHECK-CARD - THE KEY MUST BE ALL DIGITS WITH A NON-ZERO
028300* SCHEDULE AND BAND AND A PLAUSIBLE DATE AFTER TODAY. A BAND IS
028400* IN FORCE FROM ITS EFFECTIVE DATE ITSELF, SO ONE DATED TODAY MAY
028410* ALREADY HAVE CHARGED FEES (INTERACTIVE SESSIONS INCLUDED); A
028420* VERSION IN FORCE IS CHANGED BY KEYING A NEW VERSION DATED
028500* TOMORROW OR LATER, NEVER IN PLACE. THE LIMIT AND RATE MUST
028600* EACH BE BLANK OR ALL DIGITS (A DECIMAL POINT OR A COMMA WOULD
028700* OTHERWISE BE READ AS SOME OTHER AMOUNT ENTIRELY), AND NO RATE
028800* MAY BE OVER 100 PERCENT.
028900******************************************************************
029000 2250-CHECK-CARD.
029100     MOVE "Y" TO WS-CARD-OK-SW.
029200     IF MNT-SCHEDULE IS NOT NUMERIC
029300         OR MNT-EFF-DATE IS NOT NUMERIC
029400         OR MNT-BAND-SEQ IS NOT NUMERIC
029500         DISPLAY "BAD KEY " MNT-KEY " - CARD REJECTED"
029600         MOVE "N" TO WS-CARD-OK-SW
029700     ELSE
029800         IF MNT-SCHEDULE-N = ZERO
029900             OR MNT-BAND-SEQ-N = ZERO
030000             OR MNT-EFF-MONTH < 1 OR MNT-EFF-MONTH > 12
030100             OR MNT-EFF-DAY < 1 OR MNT-EFF-DAY > 31
030200             DISPLAY "BAD KEY " MNT-KEY " - CARD REJECTED"
030300             MOVE "N" TO WS-CARD-OK-SW
030400         ELSE
030500             IF MNT-EFF-DATE-N NOT > WS-TODAY
030600                 DISPLAY "BAND " MNT-KEY " IS ALREADY IN "
030700                         "EFFECT - KEY A NEW VERSION - CARD "
030800                         "REJECTED"
030900                 MOVE "N" TO WS-CARD-OK-SW
031000             END-IF
031100         END-IF
031200     END-IF.
031300     IF MNT-BAND-LIMIT NOT = SPACES
031400         AND MNT-BAND-LIMIT IS NOT NUMERIC
031500         DISPLAY "BAD BAND LIMIT " MNT-BAND-LIMIT
031600                 " FOR BAND " MNT-KEY " - CARD REJECTED"
031700         MOVE "N" TO WS-CARD-OK-SW
031800     END-IF.
031900     IF MNT-RATE NOT = SPACES
032000         IF MNT-RATE IS NOT NUMERIC
032100             DISPLAY "BAD RATE " MNT-RATE
032200                     " FOR BAND " MNT-KEY " - CARD REJECTED"
032300             MOVE "N" TO WS-CARD-OK-SW
032400         ELSE
032500             IF MNT-RATE-N > 100
032600                 DISPLAY "RATE " MNT-RATE " OVER 100 PERCENT"
032700                         " FOR BAND " MNT-KEY " - CARD REJECTED"
032800                 MOVE "N" TO WS-CARD-OK-SW
032900             END-IF
033000         END-IF
033100     END-IF.
033200 2250-EXIT.
033300     EXIT.
033400
033500******************************************************************
033600* 2300-APPLY-ADD - A NEW BAND. IT MUST NOT BE ON FILE ALREADY
033700* AND MUST CARRY A RATE (A ZERO-RATE BAND IS KEYED AS ZEROS, SO
033800* IT IS MEANT). A BLANK LIMIT IS ZERO - THE OPEN-ENDED TOP BAND.
033900******************************************************************
034000 2300-APPLY-ADD.
034100     IF MNT-RATE = SPACES
034200         DISPLAY "NO RATE FOR BAND " MNT-KEY " - ADD REJECTED"
034300         ADD 1 TO WS-TRAN-REJECT-COUNT
034400     ELSE
034500         PERFORM 2350-WRITE-NEW-BAND THRU 2350-EXIT
034600     END-IF.
034700 2300-EXIT.
034800     EXIT.
034900
035000 2350-WRITE-NEW-BAND.
035100     MOVE MNT-KEY TO FEES-KEY.
035200     READ FEESFILE
035300         INVALID KEY
035400             CONTINUE
035500     END-READ.
035600     IF WS-FEESFILE-STATUS = "00"
035700         DISPLAY "BAND " MNT-KEY " ALREADY ON FILE - "
035800                 "ADD REJECTED"
035900         ADD 1 TO WS-TRAN-REJECT-COUNT
036000     ELSE
036100         IF WS-FEESFILE-STATUS NOT = "23"
036200             DISPLAY "FEESFILE READ FAILED - STATUS "
036300                     WS-FEESFILE-STATUS
036400             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
036500         END-IF
036600         MOVE "(NEW BAND)" TO WS-MA-BEFORE-DESC
036700         MOVE MNT-KEY TO FEES-KEY
036800         IF MNT-BAND-LIMIT = SPACES
036900             MOVE ZERO TO FEES-BAND-LIMIT
037000         ELSE
037100             MOVE MNT-BAND-LIMIT-N TO FEES-BAND-LIMIT
037200         END-IF
037300         MOVE MNT-RATE-N TO FEES-RATE
037400         MOVE MNT-DESCRIPTION TO FEES-DESCRIPTION
037500         WRITE FEES-RECORD
037600             INVALID KEY
037700                 DISPLAY "WRITE FAILED FOR BAND "
037800                         MNT-KEY " - STATUS "
037900                         WS-FEESFILE-STATUS
038000                 PERFORM 9100-ABORT-RUN THRU 9100-EXIT
038100         END-WRITE
038200         IF WS-FEESFILE-STATUS NOT = "00"
038300             DISPLAY "WRITE FAILED FOR BAND " MNT-KEY
038400                     " - STATUS " WS-FEESFILE-STATUS
038500             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
038600         END-IF
038700         SET WS-TRAN-OK TO TRUE
038800     END-IF.
038900 2350-EXIT.
039000     EXIT.
039100
039200******************************************************************
039300* 2400-APPLY-CHANGE - REWRITE THE LIMIT, RATE AND/OR DESCRIPTION
039400* OF A BAND ALREADY ON FILE (AND, BY 2250, DATED AFTER TODAY, SO
039410* NOT YET IN EFFECT).
039500* ANY COLUMN LEFT BLANK ON THE CARD KEEPS WHAT IS ON FILE; TO
039600* MAKE A BAND OPEN-ENDED, KEY ITS LIMIT AS ZEROS.
039700******************************************************************
039800 2400-APPLY-CHANGE.
039900     MOVE MNT-KEY TO FEES-KEY.
040000     READ FEESFILE
040100         INVALID KEY
040200             CONTINUE
040300     END-READ.
040400     IF WS-FEESFILE-STATUS = "23"
040500         DISPLAY "BAND " MNT-KEY " NOT ON FILE - "
040600                 "CHANGE REJECTED"
040700         ADD 1 TO WS-TRAN-REJECT-COUNT
040800     ELSE
040900         IF WS-FEESFILE-STATUS NOT = "00"
041000             DISPLAY "FEESFILE READ FAILED - STATUS "
041100                     WS-FEESFILE-STATUS
041200             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
041300         END-IF
041400         MOVE FEES-BAND-LIMIT TO WS-MA-BEFORE-LIMIT
041500         MOVE FEES-RATE TO WS-MA-BEFORE-RATE
041600         MOVE FEES-DESCRIPTION TO WS-MA-BEFORE-DESC
041700         IF MNT-BAND-LIMIT NOT = SPACES
041800             MOVE MNT-BAND-LIMIT-N TO FEES-BAND-LIMIT
041900         END-IF
042000         IF MNT-RATE NOT = SPACES
042100             MOVE MNT-RATE-N TO FEES-RATE
042200         END-IF
042300         IF MNT-DESCRIPTION NOT = SPACES
042400             MOVE MNT-DESCRIPTION TO FEES-DESCRIPTION
042500         END-IF
042600         REWRITE FEES-RECORD
042700             INVALID KEY
042800                 DISPLAY "REWRITE FAILED FOR BAND "
042900                         MNT-KEY " - STATUS "
043000                         WS-FEESFILE-STATUS
043100                 PERFORM 9100-ABORT-RUN THRU 9100-EXIT
043200         END-REWRITE
043300         IF WS-FEESFILE-STATUS NOT = "00"
043400             DISPLAY "REWRITE FAILED FOR BAND "
043500                     MNT-KEY " - STATUS "
043600                     WS-FEESFILE-STATUS
043700             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
043800         END-IF
043900         SET WS-TRAN-OK TO TRUE
044000     END-IF.
044100 2400-EXIT.
044200     EXIT.
044300
044400******************************************************************
044500* 2500-APPLY-DELETE - REMOVE A BAND KEYED IN ERROR. ONLY A BAND
044600* DATED AFTER TODAY GETS THIS FAR (SEE 2250), SO NO FEE HAS EVER
044700* BEEN CHARGED FROM IT AND NOTHING NEEDS IT TO STAY ON FILE; THE
044800* AUDIT TRAIL KEEPS ITS LAST IMAGE.
044900******************************************************************
045000 2500-APPLY-DELETE.
045100     MOVE MNT-KEY TO FEES-KEY.
045200     READ FEESFILE
045300         INVALID KEY
045400             CONTINUE
045500     END-READ.
045600     IF WS-FEESFILE-STATUS = "23"
045700         DISPLAY "BAND " MNT-KEY " NOT ON FILE - "
045800                 "DELETE REJECTED"
045900         ADD 1 TO WS-TRAN-REJECT-COUNT
046000     ELSE
046100         IF WS-FEESFILE-STATUS NOT = "00"
046200             DISPLAY "FEESFILE READ FAILED - STATUS "
046300                     WS-FEESFILE-STATUS
046400             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
046500         END-IF
046600         MOVE FEES-BAND-LIMIT TO WS-MA-BEFORE-LIMIT
046700         MOVE FEES-RATE TO WS-MA-BEFORE-RATE
046800         MOVE FEES-DESCRIPTION TO WS-MA-BEFORE-DESC
046900         DELETE FEESFILE
047000             INVALID KEY
047100                 DISPLAY "DELETE FAILED FOR BAND "
047200                         MNT-KEY " - STATUS "
047300                         WS-FEESFILE-STATUS
047400                 PERFORM 9100-ABORT-RUN THRU 9100-EXIT
047500         END-DELETE
047600         IF WS-FEESFILE-STATUS NOT = "00"
047700             DISPLAY "DELETE FAILED FOR BAND "
047800                     MNT-KEY " - STATUS "
047900                     WS-FEESFILE-STATUS
048000             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
048100         END-IF
048200         MOVE ZERO TO FEES-BAND-LIMIT
048300         MOVE ZERO TO FEES-RATE
048400         MOVE "(DELETED)" TO FEES-DESCRIPTION
048500         SET WS-TRAN-OK TO TRUE
048600     END-IF.
048700 2500-EXIT.
048800     EXIT.
048900
049000******************************************************************
049100* 2600-WRITE-AUDIT-TRAIL - ONE BEFORE/AFTER LINE PER APPLIED
049200* CHANGE. THE AFTER IMAGE IS TAKEN FROM FEES-RECORD, WHICH AT
049300* THIS POINT HOLDS EXACTLY WHAT WENT TO THE FILE (OR THE DELETED
049400* MARKER 2500 LEFT IN IT).
049500******************************************************************
049600 2600-WRITE-AUDIT-TRAIL.
049700     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
049800     ACCEPT WS-AUDIT-TIME FROM TIME.
049900     MOVE WS-AUDIT-DATE TO WS-MA-DATE.
050000     MOVE WS-AUDIT-TIME TO WS-MA-TIME.
050100     MOVE WS-TERM-USER TO WS-MA-USER.
050200     MOVE MNT-ACTION TO WS-MA-ACTION.
050300     MOVE MNT-SCHEDULE-N TO WS-MA-SCHEDULE.
050400     MOVE MNT-EFF-DATE-N TO WS-MA-EFF-DATE.
050500     MOVE MNT-BAND-SEQ-N TO WS-MA-BAND-SEQ.
050600     MOVE FEES-BAND-LIMIT TO WS-MA-AFTER-LIMIT.
050700     MOVE FEES-RATE TO WS-MA-AFTER-RATE.
050800     MOVE FEES-DESCRIPTION TO WS-MA-AFTER-DESC.
050900     MOVE WS-MNTAUD-LINE TO MNTAUD-RECORD.
051000     WRITE MNTAUD-RECORD.
051100     IF WS-MNTAUDFILE-STATUS NOT = "00"
051200         DISPLAY "MNTAUDF WRITE FAILED - STATUS "
051300                 WS-MNTAUDFILE-STATUS
051400         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
051500     END-IF.
051600 2600-EXIT.
051700     EXIT.
051800
051900******************************************************************
052000* 9000-TERMINATE - PRINT THE MAINTENANCE SUMMARY, CLOSE UP AND
052100* SET THE STEP RETURN CODE: 4 WHEN ANY CARD WAS REJECTED (THE
052200* DECK NEEDS A LOOK), 0 WHEN EVERYTHING APPLIED.
052300******************************************************************
052400 9000-TERMINATE.
052500     DISPLAY "============================================".
052600     DISPLAY "FEESMNT - MAINTENANCE SUMMARY".
052700     DISPLAY "============================================".
052800     DISPLAY "TRANSACTIONS READ....: " WS-TRAN-READ-COUNT.
052900     DISPLAY "TRANSACTIONS APPLIED.: " WS-TRAN-APPLIED-COUNT.
053000     DISPLAY "TRANSACTIONS REJECTED: " WS-TRAN-REJECT-COUNT.
053100     DISPLAY "============================================".
053200     CLOSE FEESFILE.
053300     CLOSE MNTAUDFILE.
053400     CLOSE SYSINFILE.
053500     IF WS-TRAN-REJECT-COUNT > 0
053600         MOVE 4 TO RETURN-CODE
053700     ELSE
053800         MOVE 0 TO RETURN-CODE
053900     END-IF.
054000 9000-EXIT.
054100     EXIT.
054200
054300******************************************************************
054400* 9100-ABORT-RUN - A FILE ERROR IN MID-MAINTENANCE. CLOSE WHAT
054500* IS OPEN AND END RC 16; THE AUDIT TRAIL HOLDS EVERY CHANGE
054600* THAT WAS APPLIED BEFORE THE FAILURE.
054700******************************************************************
054800 9100-ABORT-RUN.
054900     CLOSE FEESFILE.
055000     CLOSE MNTAUDFILE.
055100     CLOSE SYSINFILE.
055200     MOVE 16 TO RETURN-CODE.
055300     STOP RUN.
055400 9100-EXIT.
055500     EXIT.
055600
055700 END PROGRAM FEESMNT.
