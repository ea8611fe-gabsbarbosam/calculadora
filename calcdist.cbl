000100******************************************************************
000200* AUTHOR: GABRIELA BARBOSA
000300* INSTALLATION: COMPUTE CENTER - CONTAS BATCH GROUP
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE: CALCDIST - SPLIT THE NIGHT'S MERGED GL FEED (THE
000700*          GLINTF CALCMERG PRODUCED) BY CALC-SOURCE-SYSTEM INTO
000800*          ONE RETURN FILE PER FEEDING SOURCE SYSTEM, SO EACH
000900*          DEPARTMENT CAN BALANCE AND LOAD ITS OWN ANSWERS
001000*          WITHOUT ASKING OPERATIONS FOR A COPY OF THE COMBINED
001100*          FILES. EACH RETURN FILE IS THE RAW CALCNUMS RECORDS
001200*          FOR ITS SOURCE, LED BY A HEADER ECHOING THE SERIAL OF
001300*          THE EXTRACT IT ANSWERS AND CLOSED BY A TRAILER WITH
001400*          THE RECORD COUNT, THE REJECT COUNT AND A HASH TOTAL
001500*          OF CALC-RESUL (SEE RETCTL). EVERY SOURCE SYSTEM ON THE
001600*          DISTRIBUTION LIST GETS ITS FILE EVERY RUN - ONE WITH
001700*          NO WORK GETS A HEADER AND A ZERO TRAILER - SO ITS LOAD
001800*          JOB CAN TELL "NOTHING TO DO" FROM "FILE NEVER
001900*          ARRIVED".
002000*
002100*          THE RETURN FILES ARE EIGHT FIXED DD SLOTS, RETF01 TO
002200*          RETF08, THE WAY CALCSPLT'S STREAMS ARE; THE SYSIN
002300*          DISTRIBUTION CARDS SAY WHICH SOURCE SYSTEM EACH SLOT
002400*          BELONGS TO, SO GIVING A NEW SOURCE ITS RETURN FILE IS
002500*          A JCL CHANGE ONLY. THE EXTRACT SERIAL COMES FROM THE
002600*          HEADER OF THE NIGHT'S TRANFILE. THE CONTROL REPORT
002700*          PROVES THE RECORDS SENT OUT ACROSS ALL RETURN FILES
002800*          ADD UP TO THE GL RECORDS READ, AND THOSE TO THE GL
002900*          RECORDS MERGED ON CALCMERG'S RUN-HISTORY RECORD.
003000*
003100*          SYSIN DISTRIBUTION CARDS, ONE PER SLOT IN SLOT ORDER
003200*          (THE FIRST CARD IS RETF01):
003300*            COLS 1-8  SOURCE SYSTEM (BLANK = SLOT NOT IN USE)
003400*
003500*          RETURN CODES:
003600*            0   EVERY RECORD DISTRIBUTED AND TIED TO CALCMERG
003700*            4   TIED TO THE GL FEED, BUT CALCMERG'S RUN-HISTORY
003800*                RECORD WAS NOT FOUND TO TIE TO
003900*            8   RECORDS FOR A SOURCE WITH NO RETURN FILE, OR THE
004000*                GL FEED DOES NOT MATCH CALCMERG'S COUNT
004100*            16  FILE ERROR OR BAD DISTRIBUTION CARDS
004200* TECTONICS: cobc
004300*
004400* MODIFICATION HISTORY
004500* DATE       INIT DESCRIPTION
004600* ---------- ---- ---------------------------------------------
004700* 2026-10-15  GB  INITIAL VERSION.
004710* 2026-10-15  GB  RETURN FILES ARE NOW 86 BYTES - THE GL RECORD
004720*                 CARRIES THE PROCESSING DATE (SEE CALCNUMS).
004730* 2026-10-15  GB  POSTS ITS TOTALS - GL RECORDS READ, RECORDS,
004740*                 REJECTS AND HASH DISTRIBUTED - TO THE NIGHTLY
004750*                 CONTROL LEDGER (CLDGFILE, SEE CLDGFLDS) UNDER
004760*                 THE EXTRACT SERIAL.
004770* 2026-10-15  GB  RETURN FILES ARE NOW 94 BYTES - THE DETAIL
004780*                 RECORD CARRIES ITS EFFECTIVE DATE (SEE TRANNUMS).
004800******************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. CALCDIST.
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT TRANFILE ASSIGN TO "TRANFILE"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-TRANFILE-STATUS.
005700
005800     SELECT GLINTFILE ASSIGN TO "GLINTF"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-GLINTFILE-STATUS.
006010
006020     SELECT CLDGFILE ASSIGN TO "CLDGFILE"
006030         ORGANIZATION IS INDEXED
006040         ACCESS MODE IS RANDOM
006050         RECORD KEY IS CLDG-KEY
006060         FILE STATUS IS WS-CLDGFILE-STATUS.
006100
006200     SELECT RUNHFILE ASSIGN TO "RUNHF"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-RUNHFILE-STATUS.
006500
006600     SELECT SYSINFILE ASSIGN TO "SYSIN"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-SYSINFILE-STATUS.
006900
007000     SELECT RETF01FILE ASSIGN TO "RETF01"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-RETF01-STATUS.
007300
007400     SELECT RETF02FILE ASSIGN TO "RETF02"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-RETF02-STATUS.
007700
007800     SELECT RETF03FILE ASSIGN TO "RETF03"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-RETF03-STATUS.
008100
008200     SELECT RETF04FILE ASSIGN TO "RETF04"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-RETF04-STATUS.
008500
008600     SELECT RETF05FILE ASSIGN TO "RETF05"
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS WS-RETF05-STATUS.
008900
009000     SELECT RETF06FILE ASSIGN TO "RETF06"
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS WS-RETF06-STATUS.
009300
009400     SELECT RETF07FILE ASSIGN TO "RETF07"
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS WS-RETF07-STATUS.
009700
009800     SELECT RETF08FILE ASSIGN TO "RETF08"
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS WS-RETF08-STATUS.
010100
010200 DATA DIVISION.
010300 FILE SECTION.
010400 FD  TRANFILE
010500     LABEL RECORDS ARE STANDARD
010600     RECORDING MODE IS F.
010700 01  TRAN-RECORD.
010800     COPY TRANNUMS.
010900
011000 FD  GLINTFILE
011100     LABEL RECORDS ARE STANDARD
011200     RECORDING MODE IS F.
011300 01  GLINT-RECORD.
011400     COPY CALCNUMS.
011500
011600 FD  RUNHFILE
011700     LABEL RECORDS ARE STANDARD
011800     RECORDING MODE IS F.
011900 01  RUNH-RECORD.
012000     COPY RUNHREC.
012100
012200 FD  SYSINFILE
012300     LABEL RECORDS ARE STANDARD
012400     RECORDING MODE IS F.
012500 01  SYSIN-RECORD.
012600     05  DISTC-SOURCE-SYSTEM       PIC X(08).
012700     05  FILLER                    PIC X(72).
012800
012900 FD  RETF01FILE
013000     LABEL RECORDS ARE STANDARD
013100     RECORDING MODE IS F.
013200 01  RETF01-RECORD                 PIC X(094).
013300
013400 FD  RETF02FILE
013500     LABEL RECORDS ARE STANDARD
013600     RECORDING MODE IS F.
013700 01  RETF02-RECORD                 PIC X(094).
013800
013900 FD  RETF03FILE
014000     LABEL RECORDS ARE STANDARD
014100     RECORDING MODE IS F.
014200 01  RETF03-RECORD                 PIC X(094).
014300
014400 FD  RETF04FILE
014500     LABEL RECORDS ARE STANDARD
014600     RECORDING MODE IS F.
014700 01  RETF04-RECORD                 PIC X(094).
014800
014900 FD  RETF05FILE
015000     LABEL RECORDS ARE STANDARD
015100     RECORDING MODE IS F.
015200 01  RETF05-RECORD                 PIC X(094).
015300
015400 FD  RETF06FILE
015500     LABEL RECORDS ARE STANDARD
015600     RECORDING MODE IS F.
015700 01  RETF06-RECORD                 PIC X(094).
015800
015900 FD  RETF07FILE
016000     LABEL RECORDS ARE STANDARD
016100     RECORDING MODE IS F.
016200 01  RETF07-RECORD                 PIC X(094).
016300
016400 FD  RETF08FILE
016500     LABEL RECORDS ARE STANDARD
016600     RECORDING MODE IS F.
016700 01  RETF08-RECORD                 PIC X(094).
016710
016720 FD  CLDGFILE
016730     LABEL RECORDS ARE STANDARD.
016740 01  CLDG-RECORD.
016750     COPY CLDGFLDS.
016800
016900 WORKING-STORAGE SECTION.
017000******************************************************************
017100* WORKING COPIES OF THE CONTROL-RECORD LAYOUTS - THE EXTRACT
017200* HEADER IS PICKED APART HERE (SEE TRANCTL) AND THE RETURN FILE
017300* HEADERS AND TRAILERS BUILT UP HERE (SEE RETCTL).
017400******************************************************************
017500     COPY TRANCTL.
017600     COPY RETCTL.
017700
017800 01  WS-SWITCHES.
017900     05  WS-GLINT-EOF-SW           PIC X(01)  VALUE "N".
018000         88  GLINT-EOF                        VALUE "Y".
018100     05  WS-RUNH-EOF-SW            PIC X(01)  VALUE "N".
018200         88  RUNH-EOF                         VALUE "Y".
018300     05  WS-SYSIN-EOF-SW           PIC X(01)  VALUE "N".
018400         88  SYSIN-EOF                        VALUE "Y".
018500     05  WS-MERGE-FOUND-SW         PIC X(01)  VALUE "N".
018600         88  MERGE-RECORD-FOUND               VALUE "Y".
018700     05  WS-SLOT-FOUND-SW          PIC X(01)  VALUE "N".
018800         88  SLOT-FOUND                       VALUE "Y".
018900
019000 01  WS-FILE-STATUSES.
019100     05  WS-TRANFILE-STATUS        PIC X(02)  VALUE SPACES.
019200     05  WS-GLINTFILE-STATUS       PIC X(02)  VALUE SPACES.
019300     05  WS-RUNHFILE-STATUS        PIC X(02)  VALUE SPACES.
019400     05  WS-SYSINFILE-STATUS       PIC X(02)  VALUE SPACES.
019500     05  WS-RETF01-STATUS          PIC X(02)  VALUE SPACES.
019600     05  WS-RETF02-STATUS          PIC X(02)  VALUE SPACES.
019700     05  WS-RETF03-STATUS          PIC X(02)  VALUE SPACES.
019800     05  WS-RETF04-STATUS          PIC X(02)  VALUE SPACES.
019900     05  WS-RETF05-STATUS          PIC X(02)  VALUE SPACES.
020000     05  WS-RETF06-STATUS          PIC X(02)  VALUE SPACES.
020100     05  WS-RETF07-STATUS          PIC X(02)  VALUE SPACES.
020200     05  WS-RETF08-STATUS          PIC X(02)  VALUE SPACES.
020210     05  WS-CLDGFILE-STATUS        PIC X(02)  VALUE SPACES.
020300*    STATUS OF THE LAST OPEN/WRITE/CLOSE AGAINST WHICHEVER RETURN
020400*    FILE WS-CURR-SLOT POINTS AT (SEE 3000-WRITE-CURR-SLOT).
020500     05  WS-SLOT-STATUS            PIC X(02)  VALUE SPACES.
020600
020700 01  WS-RUN-DATE                   PIC 9(08)  VALUE ZERO.
020800 01  WS-CURR-SLOT                  PIC 9(04)  COMP VALUE ZERO.
020900 01  WS-CARD-COUNT                 PIC 9(04)  COMP VALUE ZERO.
021000 01  WS-DUP-SUB                    PIC 9(04)  COMP VALUE ZERO.
021100
021200 01  WS-EXTRACT-CONTROL.
021300     05  WS-HDR-SOURCE-SYSTEM      PIC X(08)  VALUE SPACES.
021400     05  WS-HDR-FILE-SERIAL        PIC X(06)  VALUE SPACES.
021500
021600******************************************************************
021700* ONE ENTRY PER RETURN FILE SLOT: THE SOURCE SYSTEM ITS CARD
021800* NAMED (SPACES = SLOT NOT IN USE, NEVER OPENED) AND THE TOTALS
021900* THAT GO ON ITS TRAILER.
022000******************************************************************
022100 01  WS-SLOT-TABLE.
022200     05  WS-SLOT-ENTRY OCCURS 8 TIMES
022300             INDEXED BY WS-SLOT-IDX.
022400         10  WS-SL-SOURCE-SYSTEM   PIC X(08)  VALUE SPACES.
022500         10  WS-SL-COUNT           PIC 9(07)  COMP VALUE ZERO.
022600         10  WS-SL-REJECTS         PIC 9(07)  COMP VALUE ZERO.
022700         10  WS-SL-HASH-RESUL      PIC S9(9)V99 VALUE ZERO.
022800
022900 01  WS-COUNTERS.
023000     05  WS-GLINT-COUNT            PIC 9(09)  COMP VALUE ZERO.
023100     05  WS-GLINT-REJECTS          PIC 9(09)  COMP VALUE ZERO.
023200     05  WS-GLINT-HASH-RESUL       PIC S9(9)V99 VALUE ZERO.
023300     05  WS-DIST-COUNT             PIC 9(09)  COMP VALUE ZERO.
023400     05  WS-DIST-REJECTS           PIC 9(09)  COMP VALUE ZERO.
023500     05  WS-DIST-HASH-RESUL        PIC S9(9)V99 VALUE ZERO.
023600     05  WS-UNDIST-COUNT           PIC 9(09)  COMP VALUE ZERO.
023700     05  WS-MERGE-GL-COUNT         PIC 9(09)  VALUE ZERO.
023800     05  WS-FILES-WRITTEN          PIC 9(04)  COMP VALUE ZERO.
023900
024000 01  WS-LAST-UNDIST-SOURCE         PIC X(08)  VALUE LOW-VALUES.
024100
024200 01  WS-SLOT-LINE.
024300     05  FILLER                    PIC X(04)  VALUE "RETF".
024400     05  WS-SLN-SLOT               PIC 9(02).
024500     05  FILLER                    PIC X(02)  VALUE SPACES.
024600     05  WS-SLN-SOURCE-SYSTEM      PIC X(08).
024700     05  FILLER                    PIC X(02)  VALUE SPACES.
024800     05  WS-SLN-SERIAL             PIC X(06).
024900     05  FILLER                    PIC X(02)  VALUE SPACES.
025000     05  WS-SLN-COUNT              PIC Z,ZZZ,ZZ9.
025100     05  FILLER                    PIC X(02)  VALUE SPACES.
025200     05  WS-SLN-REJECTS            PIC Z,ZZZ,ZZ9.
025300     05  FILLER                    PIC X(02)  VALUE SPACES.
025400     05  WS-SLN-HASH               PIC -,---,---,--9.99.
025500
025600 01  WS-HASH-DISPLAY               PIC -,---,---,--9.99.
025700
025800 PROCEDURE DIVISION.
025900 0000-MAINLINE.
026000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026100     PERFORM 2000-DISTRIBUTE THRU 2000-EXIT.
026200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026300     STOP RUN.
026400
026500******************************************************************
026600* 1000-INITIALIZE - LOAD THE DISTRIBUTION CARDS, PICK UP THE
026700* SERIAL OF THE EXTRACT THE NIGHT ANSWERED AND CALCMERG'S GL
026800* RECORD COUNT, THEN OPEN THE GL FEED AND EVERY RETURN FILE IN
026900* USE AND LEAD EACH ONE WITH ITS HEADER.
027000******************************************************************
027100 1000-INITIALIZE.
027200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027300     PERFORM 1100-LOAD-DIST-CARDS THRU 1100-EXIT.
027400     PERFORM 1200-READ-EXTRACT-HEADER THRU 1200-EXIT.
027500     PERFORM 1300-FIND-MERGE-COUNT THRU 1300-EXIT.
027600     OPEN INPUT GLINTFILE.
027700     IF WS-GLINTFILE-STATUS NOT = "00"
027800         DISPLAY "GLINTF OPEN FAILED - STATUS "
027900                 WS-GLINTFILE-STATUS
028000         MOVE 16 TO RETURN-CODE
028100         STOP RUN
028200     END-IF.
028300     PERFORM 1400-OPEN-ONE-SLOT THRU 1400-EXIT
028400         VARYING WS-CURR-SLOT FROM 1 BY 1
028500         UNTIL WS-CURR-SLOT > 8.
028600 1000-EXIT.
028700     EXIT.
028800
028900******************************************************************
029000* 1100-LOAD-DIST-CARDS - ONE CARD PER SLOT, IN SLOT ORDER. NO
029100* CARDS AT ALL, MORE THAN EIGHT, OR THE SAME SOURCE SYSTEM ON
029200* TWO CARDS IS A SET-UP ERROR: THE STEP ENDS RC 16 BEFORE ANY
029300* RETURN FILE IS WRITTEN, RATHER THAN SEND ONE DEPARTMENT'S
029400* ANSWERS TO THE WRONG PLACE OR TO NOWHERE.
029500******************************************************************
029600 1100-LOAD-DIST-CARDS.
029700     OPEN INPUT SYSINFILE.
029800     IF WS-SYSINFILE-STATUS NOT = "00"
029900         DISPLAY "SYSIN OPEN FAILED - STATUS "
030000                 WS-SYSINFILE-STATUS
030100                 " - NO DISTRIBUTION CARDS"
030200         MOVE 16 TO RETURN-CODE
030300         STOP RUN
030400     END-IF.
030500     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
030600         UNTIL SYSIN-EOF.
030700     CLOSE SYSINFILE.
030800     IF WS-FILES-WRITTEN = ZERO
030900         DISPLAY "NO SOURCE SYSTEM ON THE DISTRIBUTION CARDS - "
031000                 "DISTRIBUTION REFUSED"
031100         MOVE 16 TO RETURN-CODE
031200         STOP RUN
031300     END-IF.
031400 1100-EXIT.
031500     EXIT.
031600
031700 1110-READ-ONE-CARD.
031800     READ SYSINFILE
031900         AT END
032000             SET SYSIN-EOF TO TRUE
032100     END-READ.
032200     IF NOT SYSIN-EOF
032300         ADD 1 TO WS-CARD-COUNT
032400         IF WS-CARD-COUNT > 8
032500             DISPLAY "MORE THAN 8 DISTRIBUTION CARDS - "
032600                     "DISTRIBUTION REFUSED"
032700             CLOSE SYSINFILE
032800             MOVE 16 TO RETURN-CODE
032900             STOP RUN
033000         END-IF
033100         IF DISTC-SOURCE-SYSTEM NOT = SPACES
033200             PERFORM 1120-CHECK-DUP-CARD THRU 1120-EXIT
033300                 VARYING WS-DUP-SUB FROM 1 BY 1
033400                 UNTIL WS-DUP-SUB >= WS-CARD-COUNT
033500             MOVE DISTC-SOURCE-SYSTEM
033600                 TO WS-SL-SOURCE-SYSTEM (WS-CARD-COUNT)
033700             ADD 1 TO WS-FILES-WRITTEN
033800         END-IF
033900     END-IF.
034000 1110-EXIT.
034100     EXIT.
034200
034300 1120-CHECK-DUP-CARD.
034400     IF WS-SL-SOURCE-SYSTEM (WS-DUP-SUB) = DISTC-SOURCE-SYSTEM
034500         DISPLAY "SOURCE SYSTEM " DISTC-SOURCE-SYSTEM
034600                 " IS ON TWO DISTRIBUTION CARDS - "
034700                 "DISTRIBUTION REFUSED"
034800         CLOSE SYSINFILE
034900         MOVE 16 TO RETURN-CODE
035000         STOP RUN
035100     END-IF.
035200 1120-EXIT.
035300     EXIT.
035400
035500******************************************************************
035600* 1200-READ-EXTRACT-HEADER - THE SERIAL THE RETURN FILES ECHO IS
035700* THE ONE ON THE NIGHT'S EXTRACT HEADER. ONLY THE HEADER IS READ;
035800* CALCSPLT AND THE STREAM RUNS HAVE ALREADY BALANCED THE REST.
035900******************************************************************
036000 1200-READ-EXTRACT-HEADER.
036100     OPEN INPUT TRANFILE.
036200     IF WS-TRANFILE-STATUS NOT = "00"
036300         DISPLAY "TRANFILE OPEN FAILED - STATUS "
036400                 WS-TRANFILE-STATUS
036500         MOVE 16 TO RETURN-CODE
036600         STOP RUN
036700     END-IF.
036800     READ TRANFILE
036900         AT END
037000             DISPLAY "TRANFILE IS EMPTY - NO HEADER RECORD"
037100             CLOSE TRANFILE
037200             MOVE 16 TO RETURN-CODE
037300             STOP RUN
037400     END-READ.
037500     IF WS-TRANFILE-STATUS NOT = "00"
037600         DISPLAY "TRANFILE READ FAILED - STATUS "
037700                 WS-TRANFILE-STATUS
037800         CLOSE TRANFILE
037900         MOVE 16 TO RETURN-CODE
038000         STOP RUN
038100     END-IF.
038200     IF NOT CALC-REC-HEADER OF TRAN-RECORD
038300         DISPLAY "TRANFILE DOES NOT START WITH A HEADER RECORD"
038400         CLOSE TRANFILE
038500         MOVE 16 TO RETURN-CODE
038600         STOP RUN
038700     END-IF.
038800     MOVE TRAN-RECORD TO TRAN-HEADER-RECORD.
038900     MOVE TRAN-HDR-SOURCE-SYSTEM TO WS-HDR-SOURCE-SYSTEM.
039000     MOVE TRAN-HDR-FILE-SERIAL TO WS-HDR-FILE-SERIAL.
039100     CLOSE TRANFILE.
039200 1200-EXIT.
039300     EXIT.
039400
039500******************************************************************
039600* 1300-FIND-MERGE-COUNT - THE LAST CALCMERG RECORD ON THE
039700* RUN-HISTORY FILE IS TONIGHT'S MERGE; ITS RECORDS PROCESSED IS
039800* THE GL RECORDS MERGED. A MISSING RUN-HISTORY FILE OR RECORD IS
039900* NOT FATAL - CALCMERG ONLY WARNS WHEN IT CANNOT WRITE ONE - BUT
040000* THE STEP THEN ENDS RC 4 (SEE 9000).
040100******************************************************************
040200 1300-FIND-MERGE-COUNT.
040300     OPEN INPUT RUNHFILE.
040400     IF WS-RUNHFILE-STATUS NOT = "00"
040500         DISPLAY "RUNHF OPEN FAILED - STATUS "
040600                 WS-RUNHFILE-STATUS
040700                 " - CANNOT TIE TO CALCMERG"
040800     ELSE
040900         PERFORM 1310-READ-ONE-RUNH THRU 1310-EXIT
041000             UNTIL RUNH-EOF
041100         CLOSE RUNHFILE
041200     END-IF.
041300 1300-EXIT.
041400     EXIT.
041500
041600 1310-READ-ONE-RUNH.
041700     READ RUNHFILE
041800         AT END
041900             SET RUNH-EOF TO TRUE
042000         NOT AT END
042100             IF RUNH-RUN-LABEL = "CALCMERG"
042200                 MOVE RUNH-RECORDS-PROCESSED TO WS-MERGE-GL-COUNT
042300                 SET MERGE-RECORD-FOUND TO TRUE
042400             END-IF
042500     END-READ.
042600     IF WS-RUNHFILE-STATUS NOT = "00"
042700         AND WS-RUNHFILE-STATUS NOT = "10"
042800         DISPLAY "RUNHF READ FAILED - STATUS "
042900                 WS-RUNHFILE-STATUS
043000                 " - CANNOT TIE TO CALCMERG"
043100         MOVE "N" TO WS-MERGE-FOUND-SW
043200         SET RUNH-EOF TO TRUE
043300     END-IF.
043400 1310-EXIT.
043500     EXIT.
043600
043700******************************************************************
043800* 1400-OPEN-ONE-SLOT - OPEN THE RETURN FILE FOR ONE SLOT IN USE
043900* AND WRITE ITS HEADER. THE SERIAL IS ECHOED ONLY INTO THE FILE
044000* OF THE SOURCE SYSTEM WHOSE EXTRACT WAS RUN; EVERY OTHER SOURCE
044100* HAD NO EXTRACT TONIGHT, SO ITS HEADER CARRIES A BLANK SERIAL.
044200******************************************************************
044300 1400-OPEN-ONE-SLOT.
044400     IF WS-SL-SOURCE-SYSTEM (WS-CURR-SLOT) NOT = SPACES
044500         EVALUATE WS-CURR-SLOT
044600             WHEN 1
044700                 OPEN OUTPUT RETF01FILE
044800                 MOVE WS-RETF01-STATUS TO WS-SLOT-STATUS
044900             WHEN 2
045000                 OPEN OUTPUT RETF02FILE
045100                 MOVE WS-RETF02-STATUS TO WS-SLOT-STATUS
045200             WHEN 3
045300                 OPEN OUTPUT RETF03FILE
045400                 MOVE WS-RETF03-STATUS TO WS-SLOT-STATUS
045500             WHEN 4
045600                 OPEN OUTPUT RETF04FILE
045700                 MOVE WS-RETF04-STATUS TO WS-SLOT-STATUS
045800             WHEN 5
045900                 OPEN OUTPUT RETF05FILE
046000                 MOVE WS-RETF05-STATUS TO WS-SLOT-STATUS
046100             WHEN 6
046200                 OPEN OUTPUT RETF06FILE
046300                 MOVE WS-RETF06-STATUS TO WS-SLOT-STATUS
046400             WHEN 7
046500                 OPEN OUTPUT RETF07FILE
046600                 MOVE WS-RETF07-STATUS TO WS-SLOT-STATUS
046700             WHEN 8
046800                 OPEN OUTPUT RETF08FILE
046900                 MOVE WS-RETF08-STATUS TO WS-SLOT-STATUS
047000         END-EVALUATE
047100         IF WS-SLOT-STATUS NOT = "00"
047200             DISPLAY "RETF" WS-CURR-SLOT " OPEN FAILED - STATUS "
047300                     WS-SLOT-STATUS
047400             PERFORM 9900-ABORT-DIST THRU 9900-EXIT
047500         END-IF
047600         MOVE SPACES TO RET-HEADER-RECORD
047700         MOVE "H" TO RET-HDR-REC-TYPE
047800         MOVE WS-RUN-DATE TO RET-HDR-RUN-DATE
047900         MOVE WS-SL-SOURCE-SYSTEM (WS-CURR-SLOT)
048000             TO RET-HDR-SOURCE-SYSTEM
048100         IF WS-SL-SOURCE-SYSTEM (WS-CURR-SLOT)
048200             = WS-HDR-SOURCE-SYSTEM
048300             MOVE WS-HDR-FILE-SERIAL TO RET-HDR-FILE-SERIAL
048400         END-IF
048500         PERFORM 3000-WRITE-CURR-SLOT THRU 3000-EXIT
048600     END-IF.
048700 1400-EXIT.
048800     EXIT.
048900
049000 2000-DISTRIBUTE.
049100     PERFORM 2100-READ-GLINT THRU 2100-EXIT.
049200     PERFORM 2200-DISTRIBUTE-ONE THRU 2200-EXIT
049300         UNTIL GLINT-EOF.
049400 2000-EXIT.
049500     EXIT.
049600
049700 2100-READ-GLINT.
049800     READ GLINTFILE
049900         AT END
050000             SET GLINT-EOF TO TRUE
050100     END-READ.
050200     IF WS-GLINTFILE-STATUS NOT = "00"
050300         AND WS-GLINTFILE-STATUS NOT = "10"
050400         DISPLAY "GLINTF READ FAILED - STATUS "
050500                 WS-GLINTFILE-STATUS
050600         PERFORM 9900-ABORT-DIST THRU 9900-EXIT
050700     END-IF.
050800 2100-EXIT.
050900     EXIT.
051000
051100******************************************************************
051200* 2200-DISTRIBUTE-ONE - COUNT AND HASH ONE GL RECORD INTO THE
051300* INPUT TOTALS, THEN INTO THE TOTALS OF THE SLOT ITS SOURCE
051400* SYSTEM IS ON AND OUT TO THAT RETURN FILE. A RECORD FOR A SOURCE
051500* WITH NO RETURN FILE IS COUNTED AS NOT DISTRIBUTED (THE STEP
051600* ENDS RC 8) AND NAMED ON SYSOUT ONCE PER RUN OF SUCH RECORDS.
051700******************************************************************
051800 2200-DISTRIBUTE-ONE.
051900     ADD 1 TO WS-GLINT-COUNT.
052000     ADD CALC-RESUL OF GLINT-RECORD TO WS-GLINT-HASH-RESUL.
052100     IF NOT CALC-RC-SUCCESS OF GLINT-RECORD
052200         ADD 1 TO WS-GLINT-REJECTS
052300     END-IF.
052400     MOVE "N" TO WS-SLOT-FOUND-SW.
052500     SET WS-SLOT-IDX TO 1.
052600     SEARCH WS-SLOT-ENTRY
052700         AT END
052800             CONTINUE
052900         WHEN WS-SL-SOURCE-SYSTEM (WS-SLOT-IDX)
053000             = CALC-SOURCE-SYSTEM OF GLINT-RECORD
053100             AND WS-SL-SOURCE-SYSTEM (WS-SLOT-IDX) NOT = SPACES
053200             SET SLOT-FOUND TO TRUE
053300     END-SEARCH.
053400     IF SLOT-FOUND
053500         SET WS-CURR-SLOT TO WS-SLOT-IDX
053600         ADD 1 TO WS-SL-COUNT (WS-CURR-SLOT)
053700         ADD CALC-RESUL OF GLINT-RECORD
053800             TO WS-SL-HASH-RESUL (WS-CURR-SLOT)
053900         IF NOT CALC-RC-SUCCESS OF GLINT-RECORD
054000             ADD 1 TO WS-SL-REJECTS (WS-CURR-SLOT)
054100         END-IF
054200         MOVE GLINT-RECORD TO RET-HEADER-RECORD
054300         PERFORM 3000-WRITE-CURR-SLOT THRU 3000-EXIT
054400     ELSE
054500         ADD 1 TO WS-UNDIST-COUNT
054600         IF CALC-SOURCE-SYSTEM OF GLINT-RECORD
054700             NOT = WS-LAST-UNDIST-SOURCE
054800             DISPLAY "NO RETURN FILE FOR SOURCE SYSTEM "
054900                     CALC-SOURCE-SYSTEM OF GLINT-RECORD
055000                     " - FIRST TRAN ID "
055100                     CALC-TRAN-ID OF GLINT-RECORD
055200             MOVE CALC-SOURCE-SYSTEM OF GLINT-RECORD
055300                 TO WS-LAST-UNDIST-SOURCE
055400         END-IF
055500     END-IF.
055600     PERFORM 2100-READ-GLINT THRU 2100-EXIT.
055700 2200-EXIT.
055800     EXIT.
055900
056000******************************************************************
056100* 3000-WRITE-CURR-SLOT - WRITE THE 94 BYTES AT RET-HEADER-RECORD
056200* (A HEADER, A DETAIL MOVED OVER IT OR A TRAILER REDEFINING IT)
056300* TO THE RETURN FILE WS-CURR-SLOT POINTS AT. THE ONLY PLACE THE
056400* EIGHT RETURN FILES ARE TOLD APART ON OUTPUT, AS IN CALCSPLT.
056500******************************************************************
056600 3000-WRITE-CURR-SLOT.
056700     EVALUATE WS-CURR-SLOT
056800         WHEN 1
056900             WRITE RETF01-RECORD FROM RET-HEADER-RECORD
057000             MOVE WS-RETF01-STATUS TO WS-SLOT-STATUS
057100         WHEN 2
057200             WRITE RETF02-RECORD FROM RET-HEADER-RECORD
057300             MOVE WS-RETF02-STATUS TO WS-SLOT-STATUS
057400         WHEN 3
057500             WRITE RETF03-RECORD FROM RET-HEADER-RECORD
057600             MOVE WS-RETF03-STATUS TO WS-SLOT-STATUS
057700         WHEN 4
057800             WRITE RETF04-RECORD FROM RET-HEADER-RECORD
057900             MOVE WS-RETF04-STATUS TO WS-SLOT-STATUS
058000         WHEN 5
058100             WRITE RETF05-RECORD FROM RET-HEADER-RECORD
058200             MOVE WS-RETF05-STATUS TO WS-SLOT-STATUS
058300         WHEN 6
058400             WRITE RETF06-RECORD FROM RET-HEADER-RECORD
058500             MOVE WS-RETF06-STATUS TO WS-SLOT-STATUS
058600         WHEN 7
058700             WRITE RETF07-RECORD FROM RET-HEADER-RECORD
058800             MOVE WS-RETF07-STATUS TO WS-SLOT-STATUS
058900         WHEN 8
059000             WRITE RETF08-RECORD FROM RET-HEADER-RECORD
059100             MOVE WS-RETF08-STATUS TO WS-SLOT-STATUS
059200     END-EVALUATE.
059300     IF WS-SLOT-STATUS NOT = "00"
059400         DISPLAY "RETF" WS-CURR-SLOT " WRITE FAILED - STATUS "
059500                 WS-SLOT-STATUS
059600         PERFORM 9900-ABORT-DIST THRU 9900-EXIT
059700     END-IF.
059800 3000-EXIT.
059900     EXIT.
060000
060100******************************************************************
060200* 9000-TERMINATE - CLOSE EVERY RETURN FILE WITH ITS TRAILER AND
060300* PRINT THE DISTRIBUTION CONTROL REPORT: ONE LINE PER RETURN
060400* FILE, THE TOTALS SENT OUT, AND THE TIE-OUT - DISTRIBUTED PLUS
060500* NOT DISTRIBUTED MUST EQUAL THE GL RECORDS READ, AND THOSE MUST
060600* EQUAL THE GL RECORDS CALCMERG MERGED.
060700******************************************************************
060800 9000-TERMINATE.
060900     PERFORM 9100-CLOSE-ONE-SLOT THRU 9100-EXIT
061000         VARYING WS-CURR-SLOT FROM 1 BY 1
061100         UNTIL WS-CURR-SLOT > 8.
061200     CLOSE GLINTFILE.
061300     DISPLAY "============================================".
061400     DISPLAY "CALCDIST - DISTRIBUTION CONTROL REPORT".
061500     DISPLAY "EXTRACT ANSWERED: " WS-HDR-FILE-SERIAL
061600             " FROM " WS-HDR-SOURCE-SYSTEM.
061700     DISPLAY "============================================".
061800     DISPLAY "FILE    SOURCE    SERIAL    RECORDS    REJECTS"
061900             "    HASH OF RESULTS".
062000     DISPLAY "------  --------  ------  ---------  ---------"
062100             "  -----------------".
062200     PERFORM 9200-PRINT-ONE-SLOT THRU 9200-EXIT
062300         VARYING WS-CURR-SLOT FROM 1 BY 1
062400         UNTIL WS-CURR-SLOT > 8.
062500     DISPLAY "--------------------------------------------".
062600     DISPLAY "RETURN FILES WRITTEN........: " WS-FILES-WRITTEN.
062700     DISPLAY "RECORDS DISTRIBUTED.........: " WS-DIST-COUNT.
062800     DISPLAY "REJECTS DISTRIBUTED.........: " WS-DIST-REJECTS.
062900     MOVE WS-DIST-HASH-RESUL TO WS-HASH-DISPLAY.
063000     DISPLAY "HASH OF RESULTS DISTRIBUTED.: " WS-HASH-DISPLAY.
063100     DISPLAY "RECORDS NOT DISTRIBUTED.....: " WS-UNDIST-COUNT.
063200     DISPLAY "--------------------------------------------".
063300     DISPLAY "GL RECORDS READ.............: " WS-GLINT-COUNT.
063400     DISPLAY "REJECTS READ................: " WS-GLINT-REJECTS.
063500     MOVE WS-GLINT-HASH-RESUL TO WS-HASH-DISPLAY.
063600     DISPLAY "HASH OF RESULTS READ........: " WS-HASH-DISPLAY.
063700     IF MERGE-RECORD-FOUND
063800         DISPLAY "CALCMERG GL RECORDS MERGED..: "
063900                 WS-MERGE-GL-COUNT
064000     ELSE
064100         DISPLAY "CALCMERG GL RECORDS MERGED..: NOT ON RUNHF"
064200     END-IF.
064300     DISPLAY "============================================".
064400     EVALUATE TRUE
064500         WHEN WS-UNDIST-COUNT > 0
064600             DISPLAY "RECORDS FOR A SOURCE SYSTEM WITH NO RETURN "
064700                     "FILE - ADD A DISTRIBUTION CARD AND RERUN"
064800             MOVE 8 TO RETURN-CODE
064900         WHEN MERGE-RECORD-FOUND
065000             AND WS-MERGE-GL-COUNT NOT = WS-GLINT-COUNT
065100             DISPLAY "GL FEED DOES NOT MATCH CALCMERG'S COUNT - "
065200                     "RETURN FILES NOT RELEASABLE"
065300             MOVE 8 TO RETURN-CODE
065400         WHEN NOT MERGE-RECORD-FOUND
065500             DISPLAY "NO CALCMERG RUN-HISTORY RECORD - CHECK THE "
065600                     "GL RECORDS READ AGAINST THE MERGE REPORT"
065700             MOVE 4 TO RETURN-CODE
065800         WHEN OTHER
065900             DISPLAY "DISTRIBUTION IN BALANCE WITH CALCMERG"
066000             MOVE 0 TO RETURN-CODE
066100     END-EVALUATE.
066110     PERFORM 9300-POST-CONTROL-LEDGER THRU 9300-EXIT.
066200 9000-EXIT.
066300     EXIT.
066400
066500 9100-CLOSE-ONE-SLOT.
066600     IF WS-SL-SOURCE-SYSTEM (WS-CURR-SLOT) NOT = SPACES
066700         MOVE SPACES TO RET-TRAILER-RECORD
066800         MOVE "T" TO RET-TRL-REC-TYPE
066900         MOVE WS-SL-COUNT (WS-CURR-SLOT) TO RET-TRL-RECORD-COUNT
067000         MOVE WS-SL-REJECTS (WS-CURR-SLOT) TO RET-TRL-REJECT-COUNT
067100         MOVE WS-SL-HASH-RESUL (WS-CURR-SLOT)
067200             TO RET-TRL-HASH-RESUL
067300         MOVE RET-TRAILER-RECORD TO RET-HEADER-RECORD
067400         PERFORM 3000-WRITE-CURR-SLOT THRU 3000-EXIT
067500         ADD WS-SL-COUNT (WS-CURR-SLOT) TO WS-DIST-COUNT
067600         ADD WS-SL-REJECTS (WS-CURR-SLOT) TO WS-DIST-REJECTS
067700         ADD WS-SL-HASH-RESUL (WS-CURR-SLOT) TO WS-DIST-HASH-RESUL
067800         EVALUATE WS-CURR-SLOT
067900             WHEN 1
068000                 CLOSE RETF01FILE
068100             WHEN 2
068200                 CLOSE RETF02FILE
068300             WHEN 3
068400                 CLOSE RETF03FILE
068500             WHEN 4
068600                 CLOSE RETF04FILE
068700             WHEN 5
068800                 CLOSE RETF05FILE
068900             WHEN 6
069000                 CLOSE RETF06FILE
069100             WHEN 7
069200                 CLOSE RETF07FILE
069300             WHEN 8
069400                 CLOSE RETF08FILE
069500         END-EVALUATE
069600     END-IF.
069700 9100-EXIT.
069800     EXIT.
069900
070000 9200-PRINT-ONE-SLOT.
070100     IF WS-SL-SOURCE-SYSTEM (WS-CURR-SLOT) NOT = SPACES
070200         MOVE WS-CURR-SLOT TO WS-SLN-SLOT
070300         MOVE WS-SL-SOURCE-SYSTEM (WS-CURR-SLOT)
070400             TO WS-SLN-SOURCE-SYSTEM
070500         IF WS-SL-SOURCE-SYSTEM (WS-CURR-SLOT)
070600             = WS-HDR-SOURCE-SYSTEM
070700             MOVE WS-HDR-FILE-SERIAL TO WS-SLN-SERIAL
070800         ELSE
070900             MOVE SPACES TO WS-SLN-SERIAL
071000         END-IF
071100         MOVE WS-SL-COUNT (WS-CURR-SLOT) TO WS-SLN-COUNT
071200         MOVE WS-SL-REJECTS (WS-CURR-SLOT) TO WS-SLN-REJECTS
071300         MOVE WS-SL-HASH-RESUL (WS-CURR-SLOT) TO WS-SLN-HASH
071400         DISPLAY WS-SLOT-LINE
071500     END-IF.
071600 9200-EXIT.
071700     EXIT.
071701
071702******************************************************************
071703* 9300-POST-CONTROL-LEDGER - POST THE DISTRIBUTION TO THE NIGHTLY
071704* CONTROL LEDGER (SEE CLDGFLDS): GL RECORDS READ, AND THE RECORDS,
071705* REJECTS AND HASH OF CALC-RESUL SENT OUT ACROSS THE RETURN FILES.
071706* THE EMPTY LEDGER OF THE FIRST NIGHT (STATUS 35) IS CREATED ON
071707* THE FLY. THE RETURN FILES ARE ALREADY CLOSED, SO A LEDGER THAT
071708* CANNOT BE POSTED ONLY WARNS; CALCBAL REPORTS THE MISSING ENTRY.
071709******************************************************************
071710 9300-POST-CONTROL-LEDGER.
071711     OPEN I-O CLDGFILE.
071712     IF WS-CLDGFILE-STATUS = "35"
071713         OPEN OUTPUT CLDGFILE
071714         IF WS-CLDGFILE-STATUS = "00"
071715             CLOSE CLDGFILE
071716             OPEN I-O CLDGFILE
071717         END-IF
071718     END-IF.
071719     IF WS-CLDGFILE-STATUS NOT = "00"
071720         DISPLAY "CLDGFILE OPEN FAILED - STATUS "
071721                 WS-CLDGFILE-STATUS
071722                 " - CONTROL LEDGER NOT POSTED"
071723     ELSE
071724         MOVE SPACES TO CLDG-RECORD
071725         MOVE WS-HDR-FILE-SERIAL TO CLDG-FILE-SERIAL
071726         SET CLDG-STEP-DIST TO TRUE
071727         MOVE SPACES TO CLDG-QUALIFIER
071728         MOVE WS-HDR-SOURCE-SYSTEM TO CLDG-SOURCE-SYSTEM
071729         ACCEPT CLDG-POST-DATE FROM DATE YYYYMMDD
071730         ACCEPT CLDG-POST-TIME FROM TIME
071731         MOVE RETURN-CODE TO CLDG-RETURN-CODE
071732         SET CLDG-FRESH TO TRUE
071733         MOVE WS-GLINT-COUNT TO CLDG-IN-COUNT
071734         MOVE ZERO TO CLDG-SKIP-COUNT
071735         MOVE WS-DIST-COUNT TO CLDG-OUT-COUNT
071736         MOVE WS-DIST-REJECTS TO CLDG-REJECT-COUNT
071737         MOVE ZERO TO CLDG-HASH-NUM1
071738         MOVE ZERO TO CLDG-HASH-NUM2
071739         MOVE WS-DIST-HASH-RESUL TO CLDG-HASH-RESUL
071740         PERFORM 9390-WRITE-LEDGER-ENTRY THRU 9390-EXIT
071741         CLOSE CLDGFILE
071742     END-IF.
071743 9300-EXIT.
071744     EXIT.
071745
071746******************************************************************
071747* 9390-WRITE-LEDGER-ENTRY - ADD THE ENTRY, OR REPLACE THE ONE A
071748* PRIOR RUN OF THIS STEP LEFT UNDER THE SAME SERIAL (STATUS 22),
071749* SO A RERUN NEVER COUNTS TWICE.
071750******************************************************************
071751 9390-WRITE-LEDGER-ENTRY.
071752     WRITE CLDG-RECORD
071753         INVALID KEY
071754             CONTINUE
071755     END-WRITE.
071756     IF WS-CLDGFILE-STATUS = "22"
071757         REWRITE CLDG-RECORD
071758             INVALID KEY
071759                 CONTINUE
071760         END-REWRITE
071761     END-IF.
071762     IF WS-CLDGFILE-STATUS NOT = "00"
071763         DISPLAY "CLDGFILE WRITE FAILED - STATUS "
071764                 WS-CLDGFILE-STATUS " FOR " CLDG-KEY
071765                 " - CONTROL LEDGER NOT POSTED"
071766     END-IF.
071767 9390-EXIT.
071768     EXIT.
071800
071900******************************************************************
072000* 9900-ABORT-DIST - A FILE ERROR. END RC 16 SO NO DEPARTMENT
072100* LOADS A PARTIAL RETURN FILE. EVERY FILE IS CLOSED
072200* UNCONDITIONALLY AND THE CLOSE STATUSES DELIBERATELY IGNORED -
072300* A CLOSE AGAINST A SLOT THAT WAS NEVER OPENED IS A HARMLESS
072400* NO-OP, THE SAME REASONING AS CALCSPLT'S 9900-ABORT-SPLIT.
072500******************************************************************
072600 9900-ABORT-DIST.
072700     CLOSE GLINTFILE.
072800     CLOSE RETF01FILE.
072900     CLOSE RETF02FILE.
073000     CLOSE RETF03FILE.
073100     CLOSE RETF04FILE.
073200     CLOSE RETF05FILE.
073300     CLOSE RETF06FILE.
073400     CLOSE RETF07FILE.
073500     CLOSE RETF08FILE.
073600     MOVE 16 TO RETURN-CODE.
073700     STOP RUN.
073800 9900-EXIT.
073900     EXIT.
074000
074100 END PROGRAM CALCDIST.
