000100******************************************************************
000200* AUTHOR: GABRIELA BARBOSA
000300* INSTALLATION: COMPUTE CENTER - CONTAS BATCH GROUP
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE: CALCPEND - HOLD FUTURE-DATED TRANSACTIONS BACK FROM THE
000700*          NIGHTLY EXTRACT AND FEED THEM IN AGAIN ON THE NIGHT THEY
000800*          COME DUE. RUNS AHEAD OF CALCSPLT (CALCJOB STEP007) AND
000900*          WRITES THE EXTRACT CALCSPLT ACTUALLY SPLITS - THE
001000*          RELEASED EXTRACT, PROD.CALC.RELEASED.TRANFILE.
001100*
001200*          THE INBOUND EXTRACT IS FIRST VALIDATED AND BALANCED
001300*          EXACTLY THE WAY CALCSPLT DOES IT, SO NOTHING IS HELD OR
001400*          RELEASED FROM A BAD FILE. THE RELEASED EXTRACT THEN GETS
001500*          THE SAME HEADER, THEN EVERY RECORD ON THE PENDING FILE
001600*          (PENDFILE, SEE PENDFLDS) FROM THE SAME SOURCE SYSTEM
001700*          WHOSE DUE DATE HAS BEEN REACHED - AHEAD OF THE NIGHT'S
001800*          OWN WORK - THEN THE NIGHT'S DETAIL RECORDS LESS THOSE
001900*          DATED AFTER THE PROCESSING DATE, WHICH GO ONTO THE
002000*          PENDING FILE INSTEAD, AND FINALLY A TRAILER RECOMPUTED
002100*          OVER WHAT WAS WRITTEN. A "D" OR "R" RECORD IS HELD WHEN
002200*          ITS CALC-EFFECTIVE-DATE (SEE TRANNUMS) IS AFTER THE
002300*          PROCESSING DATE; ITS "C" CONTINUATION RECORDS GO WITH
002400*          IT, UNDER ITS DUE DATE, SO A CHAIN IS ALWAYS HELD AND
002500*          RELEASED WHOLE. A ZERO OR BLANK DATE MEANS TONIGHT. A
002600*          DATE THAT IS NOT A DATE IS PROCESSED TONIGHT AND LISTED
002700*          (RC 4) - THE SOURCE SYSTEM HAS TO BE TOLD.
002800*
002900*          A RELEASED RECORD IS MARKED "R" WITH THE SERIAL IT WENT
003000*          OUT UNDER. A RERUN FOR THE SAME SERIAL RELEASES IT
003100*          AGAIN; ON A LATER NIGHT IT IS CLEARED ONCE CALCMERG HAS
003200*          POSTED THE SERIAL TO THE CONTROL LEDGER (CLDGFILE, SEE
003300*          CLDGFLDS). A SPLIT ALONE IS NOT ENOUGH - THE STREAMS
003400*          MAY HAVE REFUSED THE EXTRACT OR NEVER RUN - SO WITHOUT
003410*          THE MERGE ENTRY IT IS RELEASED AGAIN WITH TONIGHT'S.
003420*          POSTS ITS OWN TOTALS TO THE CONTROL LEDGER.
003600*
003700*          SYSIN RUN-CONTROL CARD:
003800*            COLS 1- 8  PROCESSING DATE YYYYMMDD (BLANK = SYSTEM
003900*                       DATE) - KEEP IT IN STEP WITH THE CALCRUN
004000*                       CARDS' OVERRIDE
004100*
004200*          RETURN CODES:
004300*            0   EXTRACT RELEASED
004400*            4   RELEASED, BUT A DETAIL RECORD CARRIED A BAD
004500*                EFFECTIVE DATE
004600*            16  BAD EXTRACT OR FILE ERROR - NOTHING RELEASED
004700* TECTONICS: cobc
004800*
004900* MODIFICATION HISTORY
005000* DATE       INIT DESCRIPTION
005100* ---------- ---- ---------------------------------------------
005200* 2026-10-15  GB  INITIAL VERSION, SO DEPARTMENTS CAN SEND WORK
005300*                 DATED FOR A LATER NIGHT WITH TODAY'S EXTRACT.
005310* 2026-10-15  GB  A RELEASED RECORD IS CLEARED ONLY ONCE CALCMERG
005320*                 HAS POSTED ITS SERIAL - A CALCSPLT ENTRY DID NOT
005330*                 MEAN THE STREAMS CALCULATED IT.
005400******************************************************************
005500 IDENTIFICATION DIVISION.
005600 PROGRAM-ID. CALCPEND.
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT TRANFILE ASSIGN TO "TRANFILE"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-TRANFILE-STATUS.
006300
006400     SELECT RELTRANFILE ASSIGN TO "RELTRAN"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-RELTRANFILE-STATUS.
006700
006800     SELECT SYSINFILE ASSIGN TO "SYSIN"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-SYSINFILE-STATUS.
007100
007200     SELECT PENDFILE ASSIGN TO "PENDFILE"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS PEND-KEY
007600         FILE STATUS IS WS-PENDFILE-STATUS.
007700
007800     SELECT CLDGFILE ASSIGN TO "CLDGFILE"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS RANDOM
008100         RECORD KEY IS CLDG-KEY
008200         FILE STATUS IS WS-CLDGFILE-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  TRANFILE
008700     LABEL RECORDS ARE STANDARD
008800     RECORDING MODE IS F.
008900 01  TRAN-RECORD.
009000     COPY TRANNUMS.
009100
009200 FD  RELTRANFILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORDING MODE IS F.
009500 01  RELTRAN-RECORD                PIC X(43).
009600
009700 FD  SYSINFILE
009800     LABEL RECORDS ARE STANDARD
009900     RECORDING MODE IS F.
010000 01  SYSIN-RECORD.
010100     05  RUNC-PROC-DATE            PIC X(08).
010200     05  FILLER                    PIC X(72).
010300
010400 FD  PENDFILE
010500     LABEL RECORDS ARE STANDARD.
010600 01  PEND-RECORD.
010700     COPY PENDFLDS.
010800
010900 FD  CLDGFILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  CLDG-RECORD.
011200     COPY CLDGFLDS.
011300
011400 WORKING-STORAGE SECTION.
011500******************************************************************
011600* WORKING COPIES OF THE CONTROL-RECORD LAYOUTS (SEE TRANCTL).
011700******************************************************************
011800     COPY TRANCTL.
011900
012000 01  WS-SWITCHES.
012100     05  WS-TRAN-EOF-SW            PIC X(01)  VALUE "N".
012200         88  TRAN-EOF                         VALUE "Y".
012300     05  WS-TRAILER-FOUND-SW       PIC X(01)  VALUE "N".
012400         88  TRAILER-FOUND                    VALUE "Y".
012500     05  WS-PEND-DONE-SW           PIC X(01)  VALUE "N".
012600         88  PEND-DONE                        VALUE "Y".
012700     05  WS-LEDGER-OPEN-SW         PIC X(01)  VALUE "N".
012800         88  LEDGER-OPEN                      VALUE "Y".
012900     05  WS-SPLIT-POSTED-SW        PIC X(01)  VALUE "N".
013000         88  SPLIT-POSTED                     VALUE "Y".
013100*    WHETHER THE CHAIN NOW IN PROGRESS (THE LAST "D" OR "R"
013200*    RECORD AND THE "C" RECORDS AFTER IT) IS BEING HELD.
013300     05  WS-CHAIN-SW               PIC X(01)  VALUE "N".
013400         88  CHAIN-STARTED                    VALUE "Y".
013500     05  WS-CHAIN-HOLD-SW          PIC X(01)  VALUE "N".
013600         88  CHAIN-HELD                       VALUE "Y".
013700
013800 01  WS-FILE-STATUSES.
013900     05  WS-TRANFILE-STATUS        PIC X(02)  VALUE SPACES.
014000     05  WS-RELTRANFILE-STATUS     PIC X(02)  VALUE SPACES.
014100     05  WS-SYSINFILE-STATUS       PIC X(02)  VALUE SPACES.
014200     05  WS-PENDFILE-STATUS        PIC X(02)  VALUE SPACES.
014300     05  WS-CLDGFILE-STATUS        PIC X(02)  VALUE SPACES.
014400
014500*    THE PROCESSING DATE - SYSIN OVERRIDE OR TODAY - AND THE DUE
014600*    DATE OF THE CHAIN IN PROGRESS WHEN IT IS HELD.
014700 01  WS-PROC-DATE                  PIC 9(08)  VALUE ZERO.
014800 01  WS-CHAIN-DUE-DATE             PIC 9(08)  VALUE ZERO.
014900
015000 01  WS-EXTRACT-CONTROL.
015100     05  WS-HDR-EXTRACT-DATE       PIC 9(08)  VALUE ZERO.
015200     05  WS-HDR-SOURCE-SYSTEM      PIC X(08)  VALUE SPACES.
015300     05  WS-HDR-FILE-SERIAL        PIC X(06)  VALUE SPACES.
015400     05  WS-TRL-DETAIL-COUNT       PIC 9(07)  VALUE ZERO.
015500     05  WS-TRL-HASH-NUM1          PIC S9(9)V99 VALUE ZERO.
015600     05  WS-TRL-HASH-NUM2          PIC S9(9)V99 VALUE ZERO.
015700     05  WS-REC-COUNT              PIC 9(09)  COMP VALUE ZERO.
015800     05  WS-HASH-NUM1              PIC S9(9)V99 VALUE ZERO.
015900     05  WS-HASH-NUM2              PIC S9(9)V99 VALUE ZERO.
016000
016100******************************************************************
016200* WHAT WENT OUT ON THE RELEASED EXTRACT (ITS TRAILER), HOW MUCH OF
016300* IT CAME OFF THE PENDING FILE, AND WHAT WAS PUT ON IT.
016400******************************************************************
016500 01  WS-COUNTERS.
016600     05  WS-OUT-COUNT              PIC 9(09)  COMP VALUE ZERO.
016700     05  WS-OUT-HASH-NUM1          PIC S9(9)V99 VALUE ZERO.
016800     05  WS-OUT-HASH-NUM2          PIC S9(9)V99 VALUE ZERO.
016900     05  WS-REL-COUNT              PIC 9(09)  COMP VALUE ZERO.
017000     05  WS-REL-HASH-NUM1          PIC S9(9)V99 VALUE ZERO.
017100     05  WS-REL-HASH-NUM2          PIC S9(9)V99 VALUE ZERO.
017200     05  WS-REL-AGAIN-COUNT        PIC 9(09)  COMP VALUE ZERO.
017300     05  WS-CLEARED-COUNT          PIC 9(09)  COMP VALUE ZERO.
017400     05  WS-PASSED-COUNT           PIC 9(09)  COMP VALUE ZERO.
017500     05  WS-HELD-COUNT             PIC 9(09)  COMP VALUE ZERO.
017600     05  WS-ALREADY-HELD-COUNT     PIC 9(09)  COMP VALUE ZERO.
017700     05  WS-BAD-DATE-COUNT         PIC 9(09)  COMP VALUE ZERO.
017800
017900******************************************************************
018000* THE DETAIL RECORD WITH ITS EFFECTIVE DATE AS RAW BYTES, SO A
018100* BLANK DATE CAN BE TOLD FROM A DAMAGED ONE, AND THE DATE TAKEN
018200* APART FOR THE SAME MONTH/DAY TEST FEESMNT APPLIES TO ITS CARDS.
018300******************************************************************
018400 01  WS-DETAIL-IMAGE.
018500     05  FILLER                    PIC X(35).
018600     05  WS-DI-EFFECTIVE-DATE      PIC X(08).
018700 01  WS-EFF-DATE                   PIC 9(08)  VALUE ZERO.
018800 01  WS-EFF-DATE-PARTS REDEFINES WS-EFF-DATE.
018900     05  WS-EFF-YEAR               PIC 9(04).
019000     05  WS-EFF-MONTH              PIC 9(02).
019100     05  WS-EFF-DAY                PIC 9(02).
019200
019300 01  WS-CLDG-POST-DATE             PIC 9(08)  VALUE ZERO.
019400 01  WS-CLDG-POST-TIME             PIC 9(08)  VALUE ZERO.
019500
019600 PROCEDURE DIVISION.
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019900     PERFORM 2000-VALIDATE-EXTRACT THRU 2000-EXIT.
020000     PERFORM 3000-RELEASE-DUE THRU 3000-EXIT.
020100     PERFORM 4000-SCREEN-EXTRACT THRU 4000-EXIT.
020200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020300     STOP RUN.
020400
020500******************************************************************
020600* 1000-INITIALIZE - SET THE PROCESSING DATE AND OPEN THE INBOUND
020700* EXTRACT FOR THE VALIDATION PASS.
020800******************************************************************
020900 1000-INITIALIZE.
021000     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
021100     OPEN INPUT TRANFILE.
021200     IF WS-TRANFILE-STATUS NOT = "00"
021300         DISPLAY "TRANFILE OPEN FAILED - STATUS "
021400                 WS-TRANFILE-STATUS
021500         MOVE 16 TO RETURN-CODE
021600         STOP RUN
021700     END-IF.
021800 1000-EXIT.
021900     EXIT.
022000
022100 1100-READ-RUN-CONTROL.
022200     OPEN INPUT SYSINFILE.
022300     IF WS-SYSINFILE-STATUS = "00"
022400         READ SYSINFILE
022500             AT END
022600                 CONTINUE
022700             NOT AT END
022800                 IF RUNC-PROC-DATE IS NUMERIC
022900                     MOVE RUNC-PROC-DATE TO WS-PROC-DATE
023000                 END-IF
023100         END-READ
023200         CLOSE SYSINFILE
023300     END-IF.
023400     IF WS-PROC-DATE = ZERO
023500         ACCEPT WS-PROC-DATE FROM DATE YYYYMMDD
023600     END-IF.
023700     DISPLAY "PROCESSING DATE " WS-PROC-DATE.
023800 1100-EXIT.
023900     EXIT.
024000
024100******************************************************************
024200* 2000-VALIDATE-EXTRACT - FIRST PASS: THE SAME HEADER, RECORD-TYPE
024300* AND TRAILER CHECKS AS CALCSPLT. NOTHING IS HELD OR RELEASED
024400* UNTIL THE WHOLE EXTRACT HAS BEEN PROVED.
024500******************************************************************
024600 2000-VALIDATE-EXTRACT.
024700     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
024800     IF TRAN-EOF
024900         DISPLAY "TRANFILE IS EMPTY - NO HEADER RECORD"
025000         PERFORM 9900-ABORT-PEND THRU 9900-EXIT
025100     END-IF.
025200     IF NOT CALC-REC-HEADER OF TRAN-RECORD
025300         DISPLAY "TRANFILE DOES NOT START WITH A HEADER RECORD"
025400         PERFORM 9900-ABORT-PEND THRU 9900-EXIT
025500     END-IF.
025600     MOVE TRAN-RECORD TO TRAN-HEADER-RECORD.
025700     MOVE TRAN-HDR-EXTRACT-DATE  TO WS-HDR-EXTRACT-DATE.
025800     MOVE TRAN-HDR-SOURCE-SYSTEM TO WS-HDR-SOURCE-SYSTEM.
025900     MOVE TRAN-HDR-FILE-SERIAL   TO WS-HDR-FILE-SERIAL.
026000     DISPLAY "SCREENING EXTRACT " WS-HDR-FILE-SERIAL
026100             " FROM " WS-HDR-SOURCE-SYSTEM
026200             " DATED " WS-HDR-EXTRACT-DATE.
026300     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
026400     PERFORM 2200-CHECK-ONE-TRAN THRU 2200-EXIT
026500         UNTIL TRAN-EOF.
026600     PERFORM 2300-BALANCE-INPUT THRU 2300-EXIT.
026700     CLOSE TRANFILE.
026800 2000-EXIT.
026900     EXIT.
027000
027100 2100-READ-TRAN.
027200     READ TRANFILE
027300         AT END
027400             SET TRAN-EOF TO TRUE
027500     END-READ.
027600     IF WS-TRANFILE-STATUS NOT = "00"
027700         AND WS-TRANFILE-STATUS NOT = "10"
027800         DISPLAY "TRANFILE READ FAILED - STATUS "
027900                 WS-TRANFILE-STATUS
028000         PERFORM 9900-ABORT-PEND THRU 9900-EXIT
028100     END-IF.
028200 2100-EXIT.
028300     EXIT.
028400
028500 2200-CHECK-ONE-TRAN.
028600     EVALUATE TRUE
028700         WHEN CALC-REC-DETAIL OF TRAN-RECORD
028800         WHEN CALC-REC-CONTINUATION OF TRAN-RECORD
028900         WHEN CALC-REC-REVERSAL OF TRAN-RECORD
029000             ADD 1 TO WS-REC-COUNT
029100             IF CALC-NUM1 OF TRAN-RECORD IS NUMERIC
029200                 ADD CALC-NUM1 OF TRAN-RECORD TO WS-HASH-NUM1
029300             END-IF
029400             IF CALC-NUM2 OF TRAN-RECORD IS NUMERIC
029500                 ADD CALC-NUM2 OF TRAN-RECORD TO WS-HASH-NUM2
029600             END-IF
029700         WHEN CALC-REC-TRAILER OF TRAN-RECORD
029800             MOVE TRAN-RECORD TO TRAN-TRAILER-RECORD
029900             MOVE TRAN-TRL-DETAIL-COUNT TO WS-TRL-DETAIL-COUNT
030000             MOVE TRAN-TRL-HASH-NUM1    TO WS-TRL-HASH-NUM1
030100             MOVE TRAN-TRL-HASH-NUM2    TO WS-TRL-HASH-NUM2
030200             SET TRAILER-FOUND TO TRUE
030300             SET TRAN-EOF TO TRUE
030400         WHEN OTHER
030500             DISPLAY "UNEXPECTED RECORD TYPE "
030600                     CALC-REC-TYPE OF TRAN-RECORD
030700                     " AFTER RECORD " WS-REC-COUNT
030800                     " - EXTRACT MALFORMED"
030900             PERFORM 9900-ABORT-PEND THRU 9900-EXIT
031000     END-EVALUATE.
031100     IF NOT TRAN-EOF
031200         PERFORM 2100-READ-TRAN THRU 2100-EXIT
031300     END-IF.
031400 2200-EXIT.
031500     EXIT.
031600
031700 2300-BALANCE-INPUT.
031800     IF NOT TRAILER-FOUND
031900         DISPLAY "TRANFILE TRAILER MISSING - TRANSMISSION "
032000                 "TRUNCATED AFTER RECORD " WS-REC-COUNT
032100         PERFORM 9900-ABORT-PEND THRU 9900-EXIT
032200     END-IF.
032300     IF WS-TRL-DETAIL-COUNT NOT = WS-REC-COUNT
032400         DISPLAY "TRAILER DETAIL COUNT " WS-TRL-DETAIL-COUNT
032500                 " DOES NOT MATCH RECORDS READ " WS-REC-COUNT
032600         PERFORM 9900-ABORT-PEND THRU 9900-EXIT
032700     END-IF.
032800     IF WS-TRL-HASH-NUM1 NOT = WS-HASH-NUM1
032900         OR WS-TRL-HASH-NUM2 NOT = WS-HASH-NUM2
033000         DISPLAY "TRAILER HASH TOTALS OUT OF BALANCE"
033100         PERFORM 9900-ABORT-PEND THRU 9900-EXIT
033200     END-IF.
033300     DISPLAY "EXTRACT " WS-HDR-FILE-SERIAL " IN BALANCE - "
033400             WS-REC-COUNT " DETAIL RECORDS".
033500 2300-EXIT.
033600     EXIT.
033700
033800******************************************************************
033900* 3000-RELEASE-DUE - OPEN THE RELEASED EXTRACT AND THE PENDING
034000* FILE (THE EMPTY FILE OF THE FIRST NIGHT, STATUS 35, IS CREATED
034100* ON THE FLY), LEAD WITH THE HEADER AS RECEIVED AND FEED IN EVERY
034200* RECORD OF THIS SOURCE SYSTEM DUE ON OR BEFORE THE PROCESSING
034300* DATE. THE KEY LEADS WITH THE SOURCE AND THE DUE DATE, SO THAT
034400* IS ONE RANGE, READ IN THE ORDER THE RECORDS WERE HELD.
034500******************************************************************
034600 3000-RELEASE-DUE.
034700     OPEN OUTPUT RELTRANFILE.
034800     IF WS-RELTRANFILE-STATUS NOT = "00"
034900         DISPLAY "RELTRAN OPEN FAILED - STATUS "
035000                 WS-RELTRANFILE-STATUS
035100         PERFORM 9900-ABORT-PEND THRU 9900-EXIT
035200     END-IF.
035300     MOVE TRAN-HEADER-RECORD TO RELTRAN-RECORD.
035400     PERFORM 3900-WRITE-RELTRAN THRU 3900-EXIT.
035500     OPEN I-O PENDFILE.
035600     IF WS-PENDFILE-STATUS = "35"
035700         OPEN OUTPUT PENDFILE
035800         IF WS-PENDFILE-STATUS = "00"
035900             CLOSE PENDFILE
036000             OPEN I-O PENDFILE
036100         END-IF
036200     END-IF.
036300     IF WS-PENDFILE-STATUS NOT = "00"
036400         DISPLAY "PENDFILE OPEN FAILED - STATUS "
036500                 WS-PENDFILE-STATUS
036600         PERFORM 9900-ABORT-PEND THRU 9900-EXIT
036700     END-IF.
036800     OPEN INPUT CLDGFILE.
036900     IF WS-CLDGFILE-STATUS = "00"
037000         SET LEDGER-OPEN TO TRUE
037100     END-IF.
037200     MOVE LOW-VALUES TO PEND-KEY.
037300     MOVE WS-HDR-SOURCE-SYSTEM TO PEND-SOURCE-SYSTEM.
037400     START PENDFILE KEY IS NOT LESS THAN PEND-KEY
037500         INVALID KEY
037600             SET PEND-DONE TO TRUE
037700     END-START.
037800     IF WS-PENDFILE-STATUS NOT = "00"
037900         AND WS-PENDFILE-STATUS NOT = "23"
038000         DISPLAY "PENDFILE START FAILED - STATUS "
038100                 WS-PENDFILE-STATUS
038200         PERFORM 9900-ABORT-PEND THRU 9900-EXIT
038300     END-IF.
038400     IF NOT PEND-DONE
038500         PERFORM 3100-READ-PEND THRU 3100-EXIT
038600     END-IF.
038700     PERFORM 3200-RELEASE-ONE-PEND THRU 3200-EXIT
038800         UNTIL PEND-DONE.
038900     IF LEDGER-OPEN
039000         CLOSE CLDGFILE
039100     END-IF.
039200 3000-EXIT.
039300     EXIT.
039400
039500 3100-READ-PEND.
039600     READ PENDFILE NEXT RECORD
039700         AT END
039800             SET PEND-DONE TO TRUE
039900     END-READ.
040000     IF WS-PENDFILE-STATUS NOT = "00"
040100         AND WS-PENDFILE-STATUS NOT = "10"
040200         DISPLAY "PENDFILE READ FAILED - STATUS "
040300                 WS-PENDFILE-STATUS
040400         PERFORM 9900-ABORT-PEND THRU 9900-EXIT
040500     END-IF.
040600     IF NOT PEND-DONE
040700         IF PEND-SOURCE-SYSTEM NOT = WS-HDR-SOURCE-SYSTEM
040800             OR PEND-DUE-DATE > WS-PROC-DATE
040900             SET PEND-DONE TO TRUE
041000         END-IF
041100     END-IF.
041200 3100-EXIT.
041300     EXIT.
041400
041500******************************************************************
041600* 3200-RELEASE-ONE-PEND - A HELD RECORD IS WRITTEN TO THE RELEASED
041700* EXTRACT AND MARKED RELEASED UNDER TONIGHT'S SERIAL. ONE ALREADY
041800* RELEASED UNDER TONIGHT'S SERIAL IS A RERUN AND GOES OUT AGAIN.
041900* ONE RELEASED UNDER AN EARLIER SERIAL IS CLEARED OFF THE FILE
042000* ONCE CALCMERG HAS POSTED THE SERIAL - THE STREAMS CALCULATED
042100* IT; IF THE LEDGER HAS NO MERGE ENTRY FOR THAT SERIAL THE
042200* EXTRACT IT WENT OUT WITH NEVER COMPLETED, AND IT IS RELEASED
042210* AGAIN WITH TONIGHT'S.
042300******************************************************************
042400 3200-RELEASE-ONE-PEND.
042500     EVALUATE TRUE
042600         WHEN PEND-HELD
042700             PERFORM 3300-RELEASE-TO-TONIGHT THRU 3300-EXIT
042800         WHEN PEND-RELEASED-SERIAL = WS-HDR-FILE-SERIAL
042900             ADD 1 TO WS-REL-AGAIN-COUNT
043000             PERFORM 3400-WRITE-RELEASED THRU 3400-EXIT
043100         WHEN OTHER
043200             PERFORM 3500-CHECK-SPLIT-POSTED THRU 3500-EXIT
043300             IF SPLIT-POSTED
043400                 DELETE PENDFILE RECORD
043500                     INVALID KEY
043600                         CONTINUE
043700                 END-DELETE
043800                 IF WS-PENDFILE-STATUS NOT = "00"
043900                     DISPLAY "PENDFILE DELETE FAILED - STATUS "
044000                             WS-PENDFILE-STATUS " FOR "
044100                             PEND-KEY
044200                     PERFORM 9900-ABORT-PEND THRU 9900-EXIT
044300                 END-IF
044400                 ADD 1 TO WS-CLEARED-COUNT
044500             ELSE
044600                 DISPLAY "RELEASED UNDER " PEND-RELEASED-SERIAL
044700                         " BUT NEVER MERGED - RELEASED AGAIN: "
044800                         PEND-KEY
044900                 ADD 1 TO WS-REL-AGAIN-COUNT
045000                 PERFORM 3300-RELEASE-TO-TONIGHT THRU 3300-EXIT
045100             END-IF
045200     END-EVALUATE.
045300     PERFORM 3100-READ-PEND THRU 3100-EXIT.
045400 3200-EXIT.
045500     EXIT.
045600
045700 3300-RELEASE-TO-TONIGHT.
045800     SET PEND-RELEASED TO TRUE.
045900     MOVE WS-HDR-FILE-SERIAL TO PEND-RELEASED-SERIAL.
046000     MOVE WS-PROC-DATE TO PEND-RELEASED-DATE.
046100     REWRITE PEND-RECORD
046200         INVALID KEY
046300             CONTINUE
046400     END-REWRITE.
046500     IF WS-PENDFILE-STATUS NOT = "00"
046600         DISPLAY "PENDFILE REWRITE FAILED - STATUS "
046700                 WS-PENDFILE-STATUS " FOR " PEND-KEY
046800         PERFORM 9900-ABORT-PEND THRU 9900-EXIT
046900     END-IF.
047000     PERFORM 3400-WRITE-RELEASED THRU 3400-EXIT.
047100 3300-EXIT.
047200     EXIT.
047300
047400 3400-WRITE-RELEASED.
047500     MOVE PEND-TRANSACTION TO TRAN-RECORD.
047600     ADD 1 TO WS-REL-COUNT.
047700     IF CALC-NUM1 OF TRAN-RECORD IS NUMERIC
047800         ADD CALC-NUM1 OF TRAN-RECORD TO WS-REL-HASH-NUM1
047900     END-IF.
048000     IF CALC-NUM2 OF TRAN-RECORD IS NUMERIC
048100         ADD CALC-NUM2 OF TRAN-RECORD TO WS-REL-HASH-NUM2
048200     END-IF.
048300     PERFORM 3800-WRITE-DETAIL THRU 3800-EXIT.
048400 3400-EXIT.
048500     EXIT.
048600
048700******************************************************************
048800* 3500-CHECK-SPLIT-POSTED - HAS CALCMERG POSTED ITS OWN ENTRY
048900* (BLANK QUALIFIER) FOR THE SERIAL THIS RECORD WAS RELEASED
049000* UNDER? THE RECORD IS CLEARED ONCE CALCMERG HAS POSTED THE
049100* SERIAL. THE CALCSPLT ENTRY IS NOT ENOUGH: IF EVERY STREAM
049110* REFUSED THE EXTRACT (A CLOSED PERIOD, RC 16) OR THE STREAMS
049120* NEVER RAN, NOTHING WAS CALCULATED. A LEDGER THAT CANNOT BE
049130* READ COUNTS AS NO - A RECORD RELEASED TWICE IS HELD AS A
049140* DUPLICATE BY THE STREAM RUN, ONE CLEARED WRONGLY IS LOST.
049200******************************************************************
049300 3500-CHECK-SPLIT-POSTED.
049400     MOVE "N" TO WS-SPLIT-POSTED-SW.
049500     IF LEDGER-OPEN
049600         MOVE SPACES TO CLDG-KEY
049700         MOVE PEND-RELEASED-SERIAL TO CLDG-FILE-SERIAL
049800         SET CLDG-STEP-MERGE TO TRUE
049900         READ CLDGFILE
050000             INVALID KEY
050100                 CONTINUE
050200         END-READ
050300         IF WS-CLDGFILE-STATUS = "00"
050400             SET SPLIT-POSTED TO TRUE
050500         END-IF
050600     END-IF.
050700 3500-EXIT.
050800     EXIT.
050900
051000******************************************************************
051100* 3800-WRITE-DETAIL - WRITE THE DETAIL RECORD NOW IN TRAN-RECORD
051200* TO THE RELEASED EXTRACT, COUNTING AND HASHING IT FOR THE NEW
051300* TRAILER BY THE SAME ONLY-IF-NUMERIC RULE AS THE BALANCE CHECK.
051400******************************************************************
051500 3800-WRITE-DETAIL.
051600     ADD 1 TO WS-OUT-COUNT.
051700     IF CALC-NUM1 OF TRAN-RECORD IS NUMERIC
051800         ADD CALC-NUM1 OF TRAN-RECORD TO WS-OUT-HASH-NUM1
051900     END-IF.
052000     IF CALC-NUM2 OF TRAN-RECORD IS NUMERIC
052100         ADD CALC-NUM2 OF TRAN-RECORD TO WS-OUT-HASH-NUM2
052200     END-IF.
052300     MOVE TRAN-RECORD TO RELTRAN-RECORD.
052400     PERFORM 3900-WRITE-RELTRAN THRU 3900-EXIT.
052500 3800-EXIT.
052600     EXIT.
052700
052800 3900-WRITE-RELTRAN.
052900     WRITE RELTRAN-RECORD.
053000     IF WS-RELTRANFILE-STATUS NOT = "00"
053100         DISPLAY "RELTRAN WRITE FAILED - STATUS "
053200                 WS-RELTRANFILE-STATUS
053300         PERFORM 9900-ABORT-PEND THRU 9900-EXIT
053400     END-IF.
053500 3900-EXIT.
053600     EXIT.
053700
053800******************************************************************
053900* 4000-SCREEN-EXTRACT - SECOND PASS OVER THE NIGHT'S OWN DETAIL
054000* RECORDS, NOW KNOWN TO BE WHOLE: EACH IS PASSED TO THE RELEASED
054100* EXTRACT OR HELD ON THE PENDING FILE.
054200******************************************************************
054300 4000-SCREEN-EXTRACT.
054400     MOVE "N" TO WS-TRAN-EOF-SW.
054500     MOVE ZERO TO WS-REC-COUNT.
054600     OPEN INPUT TRANFILE.
054700     IF WS-TRANFILE-STATUS NOT = "00"
054800         DISPLAY "TRANFILE REOPEN FAILED - STATUS "
054900                 WS-TRANFILE-STATUS
055000         PERFORM 9900-ABORT-PEND THRU 9900-EXIT
055100     END-IF.
055200     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
055300     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
055400     PERFORM 4100-SCREEN-ONE-TRAN THRU 4100-EXIT
055500         UNTIL TRAN-EOF
055600         OR CALC-REC-TRAILER OF TRAN-RECORD.
055700 4000-EXIT.
055800     EXIT.
055900
056000******************************************************************
056100* 4100-SCREEN-ONE-TRAN - A "D" OR "R" STARTS A CHAIN AND DECIDES
056200* FOR IT (4200); A "C" FOLLOWS THE DECISION FOR ITS CHAIN. A "C"
056300* WITH NO CHAIN BEFORE IT IS PASSED - THE STREAM RUN REJECTS IT
056400* FOR WANT OF A PRIOR RESULT, AS IT ALWAYS HAS.
056500******************************************************************
056600 4100-SCREEN-ONE-TRAN.
056700     ADD 1 TO WS-REC-COUNT.
056800     IF NOT CALC-REC-CONTINUATION OF TRAN-RECORD
056900         PERFORM 4200-DECIDE-CHAIN THRU 4200-EXIT
057000     END-IF.
057100     IF CHAIN-STARTED AND CHAIN-HELD
057200         PERFORM 4300-HOLD-TRAN THRU 4300-EXIT
057300     ELSE
057400         ADD 1 TO WS-PASSED-COUNT
057500         PERFORM 3800-WRITE-DETAIL THRU 3800-EXIT
057600     END-IF.
057700     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
057800 4100-EXIT.
057900     EXIT.
058000
058100 4200-DECIDE-CHAIN.
058200     SET CHAIN-STARTED TO TRUE.
058300     MOVE "N" TO WS-CHAIN-HOLD-SW.
058400     MOVE TRAN-RECORD TO WS-DETAIL-IMAGE.
058500     EVALUATE TRUE
058600         WHEN WS-DI-EFFECTIVE-DATE = SPACES
058700             CONTINUE
058800         WHEN WS-DI-EFFECTIVE-DATE IS NOT NUMERIC
058900             PERFORM 4250-REPORT-BAD-DATE THRU 4250-EXIT
059000         WHEN OTHER
059100             MOVE WS-DI-EFFECTIVE-DATE TO WS-EFF-DATE
059200             IF WS-EFF-DATE NOT = ZERO
059300                 IF WS-EFF-MONTH < 1 OR WS-EFF-MONTH > 12
059400                     OR WS-EFF-DAY < 1 OR WS-EFF-DAY > 31
059500                     PERFORM 4250-REPORT-BAD-DATE THRU 4250-EXIT
059600                 ELSE
059700                     IF WS-EFF-DATE > WS-PROC-DATE
059800                         SET CHAIN-HELD TO TRUE
059900                         MOVE WS-EFF-DATE TO WS-CHAIN-DUE-DATE
060000                     END-IF
060100                 END-IF
060200             END-IF
060300     END-EVALUATE.
060400 4200-EXIT.
060500     EXIT.
060600
060700 4250-REPORT-BAD-DATE.
060800     ADD 1 TO WS-BAD-DATE-COUNT.
060900     DISPLAY "BAD EFFECTIVE DATE " WS-DI-EFFECTIVE-DATE
061000             " ON " CALC-TRAN-ID OF TRAN-RECORD
061100             " (RECORD " WS-REC-COUNT ") - PROCESSED TONIGHT".
061200 4250-EXIT.
061300     EXIT.
061400
061500******************************************************************
061600* 4300-HOLD-TRAN - PUT THE RECORD ON THE PENDING FILE UNDER ITS
061700* CHAIN'S DUE DATE AND ITS PLACE IN THIS EXTRACT. STATUS 22 IS A
061800* RERUN FINDING THE RECORD HELD ALREADY - IT STAYS AS IT IS.
061900******************************************************************
062000 4300-HOLD-TRAN.
062100     MOVE SPACES TO PEND-RECORD.
062200     MOVE WS-HDR-SOURCE-SYSTEM TO PEND-SOURCE-SYSTEM.
062300     MOVE WS-CHAIN-DUE-DATE TO PEND-DUE-DATE.
062400     MOVE WS-HDR-FILE-SERIAL TO PEND-FILE-SERIAL.
062500     MOVE WS-REC-COUNT TO PEND-SEQ.
062600     SET PEND-HELD TO TRUE.
062700     MOVE WS-PROC-DATE TO PEND-HELD-DATE.
062800     MOVE ZERO TO PEND-RELEASED-DATE.
062900     MOVE TRAN-RECORD TO PEND-TRANSACTION.
063000     WRITE PEND-RECORD
063100         INVALID KEY
063200             CONTINUE
063300     END-WRITE.
063400     EVALUATE WS-PENDFILE-STATUS
063500         WHEN "00"
063600             ADD 1 TO WS-HELD-COUNT
063700         WHEN "22"
063800             ADD 1 TO WS-HELD-COUNT
063900             ADD 1 TO WS-ALREADY-HELD-COUNT
064000         WHEN OTHER
064100             DISPLAY "PENDFILE WRITE FAILED - STATUS "
064200                     WS-PENDFILE-STATUS " FOR " PEND-KEY
064300             PERFORM 9900-ABORT-PEND THRU 9900-EXIT
064400     END-EVALUATE.
064500 4300-EXIT.
064600     EXIT.
064700
064800******************************************************************
064900* 9000-TERMINATE - CLOSE THE RELEASED EXTRACT WITH ITS OWN
065000* TRAILER, PRINT THE SUMMARY, SET THE RETURN CODE AND POST THE
065100* CONTROL LEDGER. EVERY DETAIL RECORD OF THE NIGHT IS EITHER
065200* PASSED OR HELD, SO PASSED + HELD = THE EXTRACT'S TRAILER COUNT
065300* AND RELEASED + PASSED = THE RELEASED EXTRACT'S.
065400******************************************************************
065500 9000-TERMINATE.
065600     MOVE SPACES TO TRAN-TRAILER-RECORD.
065700     MOVE "T" TO TRAN-TRL-REC-TYPE.
065800     MOVE WS-OUT-COUNT TO TRAN-TRL-DETAIL-COUNT.
065900     MOVE WS-OUT-HASH-NUM1 TO TRAN-TRL-HASH-NUM1.
066000     MOVE WS-OUT-HASH-NUM2 TO TRAN-TRL-HASH-NUM2.
066100     MOVE TRAN-TRAILER-RECORD TO RELTRAN-RECORD.
066200     PERFORM 3900-WRITE-RELTRAN THRU 3900-EXIT.
066300     CLOSE TRANFILE.
066400     CLOSE RELTRANFILE.
066500     CLOSE PENDFILE.
066600     DISPLAY "============================================".
066700     DISPLAY "CALCPEND - PENDING TRANSACTION SUMMARY".
066800     DISPLAY "============================================".
066900     DISPLAY "EXTRACT DETAIL RECORDS......: " WS-TRL-DETAIL-COUNT.
067000     DISPLAY "  PASSED FOR TONIGHT........: " WS-PASSED-COUNT.
067100     DISPLAY "  HELD ON PENDFILE..........: " WS-HELD-COUNT.
067200     DISPLAY "    ALREADY HELD (RERUN)....: "
067300             WS-ALREADY-HELD-COUNT.
067400     DISPLAY "  BAD EFFECTIVE DATES.......: " WS-BAD-DATE-COUNT.
067500     DISPLAY "RELEASED FROM PENDFILE......: " WS-REL-COUNT.
067600     DISPLAY "  OF WHICH RELEASED AGAIN...: " WS-REL-AGAIN-COUNT.
067700     DISPLAY "CLEARED FROM PENDFILE.......: " WS-CLEARED-COUNT.
067800     DISPLAY "RELEASED EXTRACT RECORDS....: " WS-OUT-COUNT.
067900     DISPLAY "============================================".
068000     IF WS-BAD-DATE-COUNT > 0
068100         MOVE 4 TO RETURN-CODE
068200     ELSE
068300         MOVE 0 TO RETURN-CODE
068400     END-IF.
068500     PERFORM 9300-POST-CONTROL-LEDGER THRU 9300-EXIT.
068600 9000-EXIT.
068700     EXIT.
068800
068900******************************************************************
069000* 9300-POST-CONTROL-LEDGER - ONE ENTRY FOR THE EXTRACT AS RECEIVED
069100* AGAINST THE ONE RELEASED (IN = THE TRAILER COUNT, SKIP = HELD,
069200* OUT = RELEASED EXTRACT RECORDS AND ITS HASHES) AND ONE, UNDER
069300* QUALIFIER "RELEASED", FOR WHAT CAME OFF THE PENDING FILE. AS IN
069400* EVERY STEP, A LEDGER THAT CANNOT BE POSTED IS A WARNING ONLY.
069500******************************************************************
069600 9300-POST-CONTROL-LEDGER.
069700     OPEN I-O CLDGFILE.
069800     IF WS-CLDGFILE-STATUS = "35"
069900         OPEN OUTPUT CLDGFILE
070000         IF WS-CLDGFILE-STATUS = "00"
070100             CLOSE CLDGFILE
070200             OPEN I-O CLDGFILE
070300         END-IF
070400     END-IF.
070500     IF WS-CLDGFILE-STATUS NOT = "00"
070600         DISPLAY "CLDGFILE OPEN FAILED - STATUS "
070700                 WS-CLDGFILE-STATUS
070800                 " - CONTROL LEDGER NOT POSTED"
070900     ELSE
071000         ACCEPT WS-CLDG-POST-DATE FROM DATE YYYYMMDD
071100         ACCEPT WS-CLDG-POST-TIME FROM TIME
071200         PERFORM 9310-BUILD-LEDGER-ENTRY THRU 9310-EXIT
071300         MOVE WS-TRL-DETAIL-COUNT TO CLDG-IN-COUNT
071400         MOVE WS-HELD-COUNT TO CLDG-SKIP-COUNT
071500         MOVE WS-OUT-COUNT TO CLDG-OUT-COUNT
071600         MOVE WS-OUT-HASH-NUM1 TO CLDG-HASH-NUM1
071700         MOVE WS-OUT-HASH-NUM2 TO CLDG-HASH-NUM2
071800         PERFORM 9390-WRITE-LEDGER-ENTRY THRU 9390-EXIT
071900         PERFORM 9310-BUILD-LEDGER-ENTRY THRU 9310-EXIT
072000         MOVE "RELEASED" TO CLDG-QUALIFIER
072100         MOVE WS-REL-COUNT TO CLDG-OUT-COUNT
072200         MOVE WS-REL-HASH-NUM1 TO CLDG-HASH-NUM1
072300         MOVE WS-REL-HASH-NUM2 TO CLDG-HASH-NUM2
072400         PERFORM 9390-WRITE-LEDGER-ENTRY THRU 9390-EXIT
072500         CLOSE CLDGFILE
072600     END-IF.
072700 9300-EXIT.
072800     EXIT.
072900
073000 9310-BUILD-LEDGER-ENTRY.
073100     MOVE SPACES TO CLDG-RECORD.
073200     MOVE WS-HDR-FILE-SERIAL TO CLDG-FILE-SERIAL.
073300     SET CLDG-STEP-PENDING TO TRUE.
073400     MOVE WS-HDR-SOURCE-SYSTEM TO CLDG-SOURCE-SYSTEM.
073500     MOVE WS-CLDG-POST-DATE TO CLDG-POST-DATE.
073600     MOVE WS-CLDG-POST-TIME TO CLDG-POST-TIME.
073700     MOVE RETURN-CODE TO CLDG-RETURN-CODE.
073800     SET CLDG-FRESH TO TRUE.
073900     MOVE ZERO TO CLDG-IN-COUNT.
074000     MOVE ZERO TO CLDG-SKIP-COUNT.
074100     MOVE ZERO TO CLDG-OUT-COUNT.
074200     MOVE ZERO TO CLDG-REJECT-COUNT.
074300     MOVE ZERO TO CLDG-HASH-NUM1.
074400     MOVE ZERO TO CLDG-HASH-NUM2.
074500     MOVE ZERO TO CLDG-HASH-RESUL.
074600 9310-EXIT.
074700     EXIT.
074800
074900******************************************************************
075000* 9390-WRITE-LEDGER-ENTRY - ADD THE ENTRY, OR REPLACE THE ONE A
075100* PRIOR RUN OF THIS STEP LEFT UNDER THE SAME SERIAL (STATUS 22),
075200* SO A RERUN NEVER COUNTS TWICE.
075300******************************************************************
075400 9390-WRITE-LEDGER-ENTRY.
075500     WRITE CLDG-RECORD
075600         INVALID KEY
075700             CONTINUE
075800     END-WRITE.
075900     IF WS-CLDGFILE-STATUS = "22"
076000         REWRITE CLDG-RECORD
076100             INVALID KEY
076200                 CONTINUE
076300         END-REWRITE
076400     END-IF.
076500     IF WS-CLDGFILE-STATUS NOT = "00"
076600         DISPLAY "CLDGFILE WRITE FAILED - STATUS "
076700                 WS-CLDGFILE-STATUS " FOR " CLDG-KEY
076800                 " - CONTROL LEDGER NOT POSTED"
076900     END-IF.
077000 9390-EXIT.
077100     EXIT.
077200
077300******************************************************************
077400* 9900-ABORT-PEND - A BAD EXTRACT OR A FILE ERROR. THE STEP ENDS
077500* RC 16 SO THE SCHEDULER NEVER RELEASES CALCSPLT. EVERY FILE IS
077600* CLOSED UNCONDITIONALLY AND THE CLOSE STATUSES IGNORED, AS IN
077700* CALCSPLT. A FAILURE PART WAY THROUGH THE SECOND PASS LEAVES THE
077800* PENDING FILE PART UPDATED, WHICH A RERUN PICKS UP: RECORDS
077900* RELEASED UNDER TONIGHT'S SERIAL GO OUT AGAIN AND RECORDS HELD
078000* ALREADY ARE LEFT AS THEY ARE.
078100******************************************************************
078200 9900-ABORT-PEND.
078300     CLOSE TRANFILE.
078400     CLOSE RELTRANFILE.
078500     CLOSE PENDFILE.
078600     CLOSE CLDGFILE.
078700     MOVE 16 TO RETURN-CODE.
078800     STOP RUN.
078900 9900-EXIT.
079000     EXIT.
079100
079200 END PROGRAM CALCPEND.
