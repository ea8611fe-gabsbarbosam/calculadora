000100******************************************************************
000200* AUTHOR: GABRIELA BARBOSA
000300* INSTALLATION: COMPUTE CENTER - CONTAS BATCH GROUP
000400* DATE-WRITTEN: 2026-10-15
000500* DATE-COMPILED:
000600* PURPOSE: CALCBAL - BALANCE ONE NIGHT OF THE BATCH CHAIN END TO
000700*          END FROM THE NIGHTLY CONTROL LEDGER (CLDGFILE, SEE
000800*          CLDGFLDS). EVERY STEP BALANCES ITSELF AND POSTS ITS
000900*          COUNTS AND HASH TOTALS TO THE LEDGER UNDER THE EXTRACT
001000*          SERIAL; THIS PROGRAM READS THE NIGHT'S ENTRIES BACK AND
001100*          PROVES THE STEPS AGAINST EACH OTHER - THE EXTRACT IN AT
001110*          THE TOP, LESS WHAT CALCPEND HELD BACK PLUS WHAT IT
001120*          RELEASED, WHAT CALCSPLT DEALT TO THE STREAMS, WHAT THE
001300*          STREAMS READ AND PROCESSED, THE MERGED GL FEED, THE
001400*          RETURN FILES AND THE PERIOD POSTING BUILT FROM IT, THE
001500*          GL RECORDS THE LEDGER ACKNOWLEDGED AND THE HISTORY
001600*          LINES LOADED AT THE BOTTOM. IT PRINTS ONE SIGN-OFF PAGE:
001700*          EVERY LEDGER ENTRY OF THE NIGHT, THEN EVERY CHECK MARKED
001800*          OK, GAP OR N/A (NOT COMPARED - A STEP IT NEEDS DID NOT
001900*          POST, WHICH IS ITSELF A GAP, OR A STREAM RESTARTED AND
002000*          WROTE SOME GL RECORDS TWICE). RUN AT THE END OF THE
002100*          CHAIN, AFTER GLRECON AND HISTLOAD.
002200*
002300*          SYSIN RUN-CONTROL CARD:
002400*            COLS 1- 6  EXTRACT FILE SERIAL OF THE NIGHT TO BALANCE
002500*
002600*          RETURN CODES:
002700*            0   EVERY STEP POSTED AND THE NIGHT BALANCES
002800*            8   ONE OR MORE GAPS - A STEP THAT DID NOT POST, ENDED
002900*                RC 8 OR MORE, OR DISAGREES WITH THE STEP BEFORE IT
003000*            16  FILE ERROR OR NO SERIAL ON THE CARD
003100* TECTONICS: cobc
003200*
003300* MODIFICATION HISTORY
003400* DATE       INIT DESCRIPTION
003500* ---------- ---- ---------------------------------------------
003600* 2026-10-15  GB  INITIAL VERSION.
003610* 2026-10-15  GB  BALANCES CALCPEND: BOTH ITS ENTRIES MUST POST,
003620*                 THE RELEASED EXTRACT MUST EQUAL THE EXTRACT LESS
003630*                 THE RECORDS HELD PLUS THE DUE RECORDS RELEASED,
003640*                 AND CALCSPLT MUST READ THE RELEASED EXTRACT.
003650* 2026-10-15  GB  THE HASH ACCUMULATORS ARE S9(9)V99 LIKE THE
003660*                 LEDGER'S - A NIGHT PAST 999,999,999.99 NO LONGER
003670*                 SHOWS A FALSE GAP.
003700******************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. CALCBAL.
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT SYSINFILE ASSIGN TO "SYSIN"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-SYSINFILE-STATUS.
004600
004700     SELECT CLDGFILE ASSIGN TO "CLDGFILE"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS CLDG-KEY
005100         FILE STATUS IS WS-CLDGFILE-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  SYSINFILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORDING MODE IS F.
005800 01  SYSIN-RECORD.
005900     05  BALC-FILE-SERIAL          PIC X(06).
006000     05  FILLER                    PIC X(74).
006100
006200 FD  CLDGFILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  CLDG-RECORD.
006500     COPY CLDGFLDS.
006600
006700 WORKING-STORAGE SECTION.
006800 01  WS-SWITCHES.
006900     05  WS-LEDGER-DONE-SW         PIC X(01)  VALUE "N".
007000         88  LEDGER-DONE                      VALUE "Y".
007100
007200 01  WS-FILE-STATUSES.
007300     05  WS-SYSINFILE-STATUS       PIC X(02)  VALUE SPACES.
007400     05  WS-CLDGFILE-STATUS        PIC X(02)  VALUE SPACES.
007500
007600 01  WS-BAL-SERIAL                 PIC X(06)  VALUE SPACES.
007700 01  WS-EXTRACT-SOURCE             PIC X(08)  VALUE SPACES.
007800 01  WS-RUN-DATE                   PIC 9(08)  VALUE ZERO.
007900
008000******************************************************************
008100* THE NIGHT'S LEDGER ENTRIES, ADDED UP BY WHAT THEY STAND FOR. A
008200* STEP THAT RUNS ONCE HAS ONE ENTRY; THE STREAM DEALS (CALCSPLT
008300* "STREAMN" ENTRIES) AND THE STREAM RUNS (ONE PROGCALC ENTRY PER
008400* CALCRUN STREAM) ARE SUMMED ACROSS THE STREAMS. THE SUBSCRIPTS
008500* ARE NAMED IN WS-STEP-SUBS; THE NAMES PRINTED FOR THE POSTING
008600* CHECKS ARE IN WS-STEP-NAMES, IN THE SAME ORDER. THE HASH
008610* ACCUMULATORS KEEP THE S9(9)V99 PICTURE OF THE LEDGER'S OWN HASH
008620* FIELDS SO A SUM ACROSS THE STREAMS TRUNCATES HIGH-ORDER THE SAME
008630* WAY THE SINGLE ENTRY IT IS COMPARED WITH DID (SEE TRANCTL).
008700******************************************************************
008800 01  WS-STEP-SUBS.
008900     05  WS-SPLIT-SUB              PIC 9(04)  COMP VALUE 1.
009000     05  WS-DEAL-SUB               PIC 9(04)  COMP VALUE 2.
009100     05  WS-RUN-SUB                PIC 9(04)  COMP VALUE 3.
009200     05  WS-MERGE-SUB              PIC 9(04)  COMP VALUE 4.
009300     05  WS-DIST-SUB               PIC 9(04)  COMP VALUE 5.
009400     05  WS-PERIOD-SUB             PIC 9(04)  COMP VALUE 6.
009500     05  WS-RECON-SUB              PIC 9(04)  COMP VALUE 7.
009600     05  WS-HIST-SUB               PIC 9(04)  COMP VALUE 8.
009610     05  WS-PEND-SUB               PIC 9(04)  COMP VALUE 9.
009620     05  WS-RELEASE-SUB            PIC 9(04)  COMP VALUE 10.
009700 01  WS-STP-SUB                    PIC 9(04)  COMP VALUE ZERO.
009800
009900 01  WS-STEP-TABLE.
010000     05  WS-STEP-ENTRY OCCURS 10 TIMES.
010100         10  WS-STP-ENTRIES        PIC 9(04)  COMP.
010200         10  WS-STP-RESTARTS       PIC 9(04)  COMP.
010300         10  WS-STP-MAX-RC         PIC 9(02).
010400         10  WS-STP-IN             PIC 9(10).
010500         10  WS-STP-SKIP           PIC 9(10).
010600         10  WS-STP-OUT            PIC 9(10).
010700         10  WS-STP-REJECT         PIC 9(10).
010800         10  WS-STP-HASH1          PIC S9(9)V99.
010900         10  WS-STP-HASH2          PIC S9(9)V99.
011000         10  WS-STP-RESUL          PIC S9(9)V99.
011100
011200 01  WS-STEP-NAMES-DATA.
011300     05  FILLER                    PIC X(46)  VALUE
011400         "CALCSPLT  EXTRACT TOTALS POSTED".
011500     05  FILLER                    PIC X(46)  VALUE
011600         "CALCSPLT  STREAM DEALS POSTED".
011700     05  FILLER                    PIC X(46)  VALUE
011800         "PROGCALC  A RUN POSTED FOR EVERY STREAM DEALT".
011900     05  FILLER                    PIC X(46)  VALUE
012000         "CALCMERG  MERGE POSTED".
012100     05  FILLER                    PIC X(46)  VALUE
012200         "CALCDIST  RETURN FILES POSTED".
012300     05  FILLER                    PIC X(46)  VALUE
012400         "PERDUPD   PERIOD POSTING POSTED".
012500     05  FILLER                    PIC X(46)  VALUE
012600         "GLRECON   GL RECONCILIATION POSTED".
012700     05  FILLER                    PIC X(46)  VALUE
012800         "CALCHLD   HISTORY LOAD POSTED".
012810     05  FILLER                    PIC X(46)  VALUE
012820         "CALCPEND  RELEASED EXTRACT POSTED".
012830     05  FILLER                    PIC X(46)  VALUE
012840         "CALCPEND  DUE RECORDS RELEASED POSTED".
012900 01  WS-STEP-NAMES REDEFINES WS-STEP-NAMES-DATA.
013000     05  WS-STEP-NAME OCCURS 10 TIMES
013100                                   PIC X(46).
013200
013300*    ONE CHECK: ITS RESULT, AND THE FIGURES PRINTED BESIDE IT.
013400 01  WS-CHECK.
013500     05  WS-CHK-RESULT-SW          PIC X(01)  VALUE SPACE.
013600         88  CHK-OK                           VALUE "O".
013700         88  CHK-GAP                          VALUE "G".
013800         88  CHK-NOT-COMPARED                 VALUE "N".
013900     05  WS-CHK-FIGURES-SW         PIC X(01)  VALUE "Y".
014000         88  CHK-FIGURES                      VALUE "Y".
014100         88  CHK-NO-FIGURES                   VALUE "N".
014200     05  WS-CHK-EXPECTED           PIC 9(10)  VALUE ZERO.
014300     05  WS-CHK-ACTUAL             PIC 9(10)  VALUE ZERO.
014400
014500 01  WS-COUNTERS.
014600     05  WS-ENTRY-COUNT            PIC 9(04)  COMP VALUE ZERO.
014700     05  WS-CHECK-COUNT            PIC 9(04)  COMP VALUE ZERO.
014800     05  WS-GAP-COUNT              PIC 9(04)  COMP VALUE ZERO.
014900     05  WS-NOT-COMPARED-COUNT     PIC 9(04)  COMP VALUE ZERO.
015000
015100 01  WS-ENTRY-HEADING.
015200     05  FILLER                    PIC X(32)  VALUE
015300         "STEP     QUALIFIR SOURCE   RC R ".
015400     05  FILLER                    PIC X(43)  VALUE
015500         "        IN       SKIP        OUT     REJECT".
015600     05  FILLER                    PIC X(51)  VALUE
015700         "        HASH NUM1        HASH NUM2       HASH RESUL".
015800
015900 01  WS-ENTRY-LINE.
016000     05  WS-ENL-STEP               PIC X(08).
016100     05  FILLER                    PIC X(01)  VALUE SPACE.
016200     05  WS-ENL-QUALIFIER          PIC X(08).
016300     05  FILLER                    PIC X(01)  VALUE SPACE.
016400     05  WS-ENL-SOURCE             PIC X(08).
016500     05  FILLER                    PIC X(01)  VALUE SPACE.
016600     05  WS-ENL-RC                 PIC 9(02).
016700     05  FILLER                    PIC X(01)  VALUE SPACE.
016800     05  WS-ENL-RESTART            PIC X(01).
016900     05  FILLER                    PIC X(01)  VALUE SPACE.
017000     05  WS-ENL-IN                 PIC ZZZZZZZZZ9.
017100     05  FILLER                    PIC X(01)  VALUE SPACE.
017200     05  WS-ENL-SKIP               PIC ZZZZZZZZZ9.
017300     05  FILLER                    PIC X(01)  VALUE SPACE.
017400     05  WS-ENL-OUT                PIC ZZZZZZZZZ9.
017500     05  FILLER                    PIC X(01)  VALUE SPACE.
017600     05  WS-ENL-REJECT             PIC ZZZZZZZZZ9.
017700     05  FILLER                    PIC X(01)  VALUE SPACE.
017800     05  WS-ENL-HASH1              PIC -,---,---,--9.99.
017900     05  FILLER                    PIC X(01)  VALUE SPACE.
018000     05  WS-ENL-HASH2              PIC -,---,---,--9.99.
018100     05  FILLER                    PIC X(01)  VALUE SPACE.
018200     05  WS-ENL-RESUL              PIC -,---,---,--9.99.
018300
018400 01  WS-CHECK-HEADING.
018500     05  FILLER                    PIC X(54)  VALUE
018600         "CHK  CHECK".
018700     05  FILLER                    PIC X(22)  VALUE
018800         "  EXPECTED     ACTUAL".
018900
019000 01  WS-CHECK-LINE.
019100     05  WS-CKL-RESULT             PIC X(03).
019200     05  FILLER                    PIC X(02)  VALUE SPACES.
019300     05  WS-CKL-TEXT               PIC X(46).
019400     05  FILLER                    PIC X(02)  VALUE SPACES.
019500     05  WS-CKL-FIGURES.
019600         10  WS-CKL-EXPECTED       PIC ZZZZZZZZZ9.
019700         10  FILLER                PIC X(01)  VALUE SPACE.
019800         10  WS-CKL-ACTUAL         PIC ZZZZZZZZZ9.
019900
020000 PROCEDURE DIVISION.
020100 0000-MAINLINE.
020200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020300     PERFORM 2000-COLLECT-NIGHT THRU 2000-EXIT.
020400     PERFORM 3000-BALANCE-NIGHT THRU 3000-EXIT.
020500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020600     STOP RUN.
020700
020800******************************************************************
020900* 1000-INITIALIZE - READ THE SERIAL TO BALANCE, OPEN THE LEDGER
021000* AND PRINT THE PAGE HEADING. A LEDGER NOTHING HAS EVER POSTED TO
021100* (STATUS 35) IS NOT AN ERROR HERE - EVERY STEP SIMPLY SHOWS AS
021200* NOT POSTED, WHICH IS THE TRUTH OF THE NIGHT.
021300******************************************************************
021400 1000-INITIALIZE.
021500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021600     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
021700     OPEN INPUT CLDGFILE.
021800     EVALUATE WS-CLDGFILE-STATUS
021900         WHEN "00"
022000             CONTINUE
022100         WHEN "35"
022200             DISPLAY "CLDGFILE NOT YET LOADED - "
022300                     "NOTHING HAS POSTED"
022400             SET LEDGER-DONE TO TRUE
022500         WHEN OTHER
022600             DISPLAY "CLDGFILE OPEN FAILED - STATUS "
022700                     WS-CLDGFILE-STATUS
022800             MOVE 16 TO RETURN-CODE
022900             STOP RUN
023000     END-EVALUATE.
023100     INITIALIZE WS-STEP-TABLE.
023200     DISPLAY "============================================".
023300     DISPLAY "CALCBAL - NIGHTLY CONTROL LEDGER SIGN-OFF".
023400     DISPLAY "EXTRACT SERIAL " WS-BAL-SERIAL
023500             "   RUN DATE " WS-RUN-DATE.
023600     DISPLAY "============================================".
023700     DISPLAY WS-ENTRY-HEADING.
023800 1000-EXIT.
023900     EXIT.
024000
024100 1100-READ-RUN-CONTROL.
024200     OPEN INPUT SYSINFILE.
024300     IF WS-SYSINFILE-STATUS = "00"
024400         READ SYSINFILE
024500             AT END
024600                 CONTINUE
024700             NOT AT END
024800                 MOVE BALC-FILE-SERIAL TO WS-BAL-SERIAL
024900         END-READ
025000         CLOSE SYSINFILE
025100     END-IF.
025200     IF WS-BAL-SERIAL = SPACES
025300         DISPLAY "NO EXTRACT SERIAL ON THE SYSIN CARD - "
025400                 "NOTHING TO BALANCE"
025500         MOVE 16 TO RETURN-CODE
025600         STOP RUN
025700     END-IF.
025800 1100-EXIT.
025900     EXIT.
026000
026100******************************************************************
026200* 2000-COLLECT-NIGHT - THE KEY LEADS WITH THE SERIAL, SO STARTING
026300* NOT-LESS-THAN THE SERIAL WITH LOW-VALUES BEHIND IT LANDS ON THE
026400* NIGHT'S FIRST ENTRY; READ FORWARD UNTIL THE SERIAL CHANGES,
026500* PRINTING EACH ENTRY AND ADDING IT INTO THE STEP TABLE.
026600******************************************************************
026700 2000-COLLECT-NIGHT.
026800     IF NOT LEDGER-DONE
026900         MOVE LOW-VALUES TO CLDG-KEY
027000         MOVE WS-BAL-SERIAL TO CLDG-FILE-SERIAL
027100         START CLDGFILE KEY IS NOT LESS THAN CLDG-KEY
027200             INVALID KEY
027300                 SET LEDGER-DONE TO TRUE
027400         END-START
027500         IF WS-CLDGFILE-STATUS NOT = "00"
027600             AND WS-CLDGFILE-STATUS NOT = "23"
027700             DISPLAY "CLDGFILE START FAILED - STATUS "
027800                     WS-CLDGFILE-STATUS
027900             PERFORM 9900-ABORT-BALANCE THRU 9900-EXIT
028000         END-IF
028100     END-IF.
028200     IF NOT LEDGER-DONE
028300         PERFORM 2100-READ-NEXT-ENTRY THRU 2100-EXIT
028400     END-IF.
028500     PERFORM 2200-COLLECT-ONE-ENTRY THRU 2200-EXIT
028600         UNTIL LEDGER-DONE.
028700     IF WS-ENTRY-COUNT = ZERO
028800         DISPLAY "NO LEDGER ENTRIES FOR SERIAL " WS-BAL-SERIAL
028900     END-IF.
029000 2000-EXIT.
029100     EXIT.
029200
029300 2100-READ-NEXT-ENTRY.
029400     READ CLDGFILE NEXT RECORD
029500         AT END
029600             SET LEDGER-DONE TO TRUE
029700     END-READ.
029800     IF WS-CLDGFILE-STATUS NOT = "00"
029900         AND WS-CLDGFILE-STATUS NOT = "10"
030000         DISPLAY "CLDGFILE READ FAILED - STATUS "
030100                 WS-CLDGFILE-STATUS
030200         PERFORM 9900-ABORT-BALANCE THRU 9900-EXIT
030300     END-IF.
030400     IF NOT LEDGER-DONE
030500         AND CLDG-FILE-SERIAL NOT = WS-BAL-SERIAL
030600         SET LEDGER-DONE TO TRUE
030700     END-IF.
030800 2100-EXIT.
030900     EXIT.
031000
031100******************************************************************
031200* 2200-COLLECT-ONE-ENTRY - PRINT THE ENTRY AND ADD IT TO THE STEP
031300* IT STANDS FOR. CALCSPLT'S BLANK-QUALIFIER ENTRY IS THE EXTRACT
031400* ITSELF AND GIVES THE PAGE ITS SOURCE SYSTEM; ITS QUALIFIED
031500* ENTRIES ARE THE STREAM DEALS. CALCPEND'S BLANK-QUALIFIER ENTRY
031510* IS THE RELEASED EXTRACT, ITS "RELEASED" ENTRY THE DUE RECORDS
031520* FED BACK FROM THE PENDING FILE. AN ENTRY FROM A STEP THIS PROGRAM
031600* DOES NOT KNOW IS PRINTED BUT BALANCES NOTHING.
031700******************************************************************
031800 2200-COLLECT-ONE-ENTRY.
031900     ADD 1 TO WS-ENTRY-COUNT.
032000     EVALUATE TRUE
032100         WHEN CLDG-STEP-SPLIT AND CLDG-QUALIFIER = SPACES
032200             MOVE WS-SPLIT-SUB TO WS-STP-SUB
032300             MOVE CLDG-SOURCE-SYSTEM TO WS-EXTRACT-SOURCE
032400         WHEN CLDG-STEP-SPLIT
032500             MOVE WS-DEAL-SUB TO WS-STP-SUB
032600         WHEN CLDG-STEP-STREAM
032700             MOVE WS-RUN-SUB TO WS-STP-SUB
032800         WHEN CLDG-STEP-MERGE
032900             MOVE WS-MERGE-SUB TO WS-STP-SUB
033000         WHEN CLDG-STEP-DIST
033100             MOVE WS-DIST-SUB TO WS-STP-SUB
033200         WHEN CLDG-STEP-PERIOD
033300             MOVE WS-PERIOD-SUB TO WS-STP-SUB
033400         WHEN CLDG-STEP-GLRECON
033500             MOVE WS-RECON-SUB TO WS-STP-SUB
033600         WHEN CLDG-STEP-HISTLOAD
033700             MOVE WS-HIST-SUB TO WS-STP-SUB
033710         WHEN CLDG-STEP-PENDING AND CLDG-QUALIFIER = SPACES
033720             MOVE WS-PEND-SUB TO WS-STP-SUB
033730         WHEN CLDG-STEP-PENDING
033740             MOVE WS-RELEASE-SUB TO WS-STP-SUB
033800         WHEN OTHER
033900             MOVE ZERO TO WS-STP-SUB
034000     END-EVALUATE.
034100     PERFORM 2300-PRINT-ENTRY THRU 2300-EXIT.
034200     IF WS-STP-SUB > ZERO
034300         PERFORM 2400-ADD-ENTRY THRU 2400-EXIT
034400     ELSE
034500         DISPLAY "  STEP " CLDG-STEP " IS NOT BALANCED BY CALCBAL"
034600     END-IF.
034700     PERFORM 2100-READ-NEXT-ENTRY THRU 2100-EXIT.
034800 2200-EXIT.
034900     EXIT.
035000
035100 2300-PRINT-ENTRY.
035200     MOVE CLDG-STEP          TO WS-ENL-STEP.
035300     MOVE CLDG-QUALIFIER     TO WS-ENL-QUALIFIER.
035400     MOVE CLDG-SOURCE-SYSTEM TO WS-ENL-SOURCE.
035500     MOVE CLDG-RETURN-CODE   TO WS-ENL-RC.
035600     MOVE CLDG-RESTART-SW    TO WS-ENL-RESTART.
035700     MOVE CLDG-IN-COUNT      TO WS-ENL-IN.
035800     MOVE CLDG-SKIP-COUNT    TO WS-ENL-SKIP.
035900     MOVE CLDG-OUT-COUNT     TO WS-ENL-OUT.
036000     MOVE CLDG-REJECT-COUNT  TO WS-ENL-REJECT.
036100     MOVE CLDG-HASH-NUM1     TO WS-ENL-HASH1.
036200     MOVE CLDG-HASH-NUM2     TO WS-ENL-HASH2.
036300     MOVE CLDG-HASH-RESUL    TO WS-ENL-RESUL.
036400     DISPLAY WS-ENTRY-LINE.
036500 2300-EXIT.
036600     EXIT.
036700
036800 2400-ADD-ENTRY.
036900     ADD 1                 TO WS-STP-ENTRIES (WS-STP-SUB).
037000     IF CLDG-RESTARTED
037100         ADD 1             TO WS-STP-RESTARTS (WS-STP-SUB)
037200     END-IF.
037300     IF CLDG-RETURN-CODE > WS-STP-MAX-RC (WS-STP-SUB)
037400         MOVE CLDG-RETURN-CODE TO WS-STP-MAX-RC (WS-STP-SUB)
037500     END-IF.
037600     ADD CLDG-IN-COUNT     TO WS-STP-IN (WS-STP-SUB).
037700     ADD CLDG-SKIP-COUNT   TO WS-STP-SKIP (WS-STP-SUB).
037800     ADD CLDG-OUT-COUNT    TO WS-STP-OUT (WS-STP-SUB).
037900     ADD CLDG-REJECT-COUNT TO WS-STP-REJECT (WS-STP-SUB).
038000     ADD CLDG-HASH-NUM1    TO WS-STP-HASH1 (WS-STP-SUB).
038100     ADD CLDG-HASH-NUM2    TO WS-STP-HASH2 (WS-STP-SUB).
038200     ADD CLDG-HASH-RESUL   TO WS-STP-RESUL (WS-STP-SUB).
038300 2400-EXIT.
038400     EXIT.
038500
038600******************************************************************
038700* 3000-BALANCE-NIGHT - FIRST, DID EVERY STEP POST; THEN, DOES EACH
038800* STEP AGREE WITH THE ONE THAT FED IT. CALCPEND TURNS THE EXTRACT
038810* INTO THE RELEASED EXTRACT THAT CALCSPLT READS; ITS RECORD COUNT
038900* (E, WHAT CALCSPLT DEALT) RUNS DOWN THE CHAIN AS ONE GL RECORD
039000* PER DETAIL RECORD AND ONE HISTORY LINE PER GL RECORD; THE GL
039100* HASH OF CALC-RESUL RUNS FROM THE MERGE TO THE STEPS THAT READ
039200* THE MERGED FEED.
039300******************************************************************
039400 3000-BALANCE-NIGHT.
039500     DISPLAY "--------------------------------------------".
039600     DISPLAY WS-CHECK-HEADING.
039700     PERFORM 3100-CHECK-POSTED THRU 3100-EXIT
039800         VARYING WS-STP-SUB FROM 1 BY 1
039900         UNTIL WS-STP-SUB > 10.
039910     PERFORM 3150-CHECK-PENDING THRU 3150-EXIT.
040000     PERFORM 3200-CHECK-EXTRACT THRU 3200-EXIT.
040100     PERFORM 3300-CHECK-STREAMS THRU 3300-EXIT.
040200     PERFORM 3400-CHECK-MERGE THRU 3400-EXIT.
040300     PERFORM 3500-CHECK-DIST THRU 3500-EXIT.
040400     PERFORM 3600-CHECK-PERIOD THRU 3600-EXIT.
040500     PERFORM 3700-CHECK-RECON THRU 3700-EXIT.
040600     PERFORM 3800-CHECK-HISTORY THRU 3800-EXIT.
040700 3000-EXIT.
040800     EXIT.
040900
041000******************************************************************
041100* 3100-CHECK-POSTED - ONE LINE PER STEP. THE STREAM RUNS MUST
041200* NUMBER THE STREAMS CALCSPLT DEALT TO: A STREAM THAT ABENDED OR
041300* WAS NEVER RUN POSTS NOTHING.
041400******************************************************************
041500 3100-CHECK-POSTED.
041600     MOVE WS-STEP-NAME (WS-STP-SUB) TO WS-CKL-TEXT.
041700     IF WS-STP-SUB = WS-RUN-SUB
041800         MOVE WS-STP-ENTRIES (WS-DEAL-SUB) TO WS-CHK-EXPECTED
041900         MOVE WS-STP-ENTRIES (WS-RUN-SUB) TO WS-CHK-ACTUAL
042000         IF WS-CHK-ACTUAL > ZERO
042100             AND WS-CHK-ACTUAL = WS-CHK-EXPECTED
042200             SET CHK-OK TO TRUE
042300         ELSE
042400             SET CHK-GAP TO TRUE
042500         END-IF
042600     ELSE
042700         SET CHK-NO-FIGURES TO TRUE
042800         IF WS-STP-ENTRIES (WS-STP-SUB) > ZERO
042900             SET CHK-OK TO TRUE
043000         ELSE
043100             SET CHK-GAP TO TRUE
043200         END-IF
043300     END-IF.
043400     PERFORM 3900-PRINT-CHECK THRU 3900-EXIT.
043500 3100-EXIT.
043600     EXIT.
043700
043702******************************************************************
043704* 3150-CHECK-PENDING - THE RELEASED EXTRACT IS THE EXTRACT AS
043706* RECEIVED LESS THE RECORDS CALCPEND HELD BACK PLUS THE DUE
043708* RECORDS IT RELEASED, AND IT IS WHAT CALCSPLT READ - IN COUNT
043710* AND IN BOTH OPERAND HASHES. CALCPEND RC 4 (A BAD EFFECTIVE
043712* DATE, PROCESSED TONIGHT) IS NOT A GAP.
043714******************************************************************
043716 3150-CHECK-PENDING.
043718     MOVE "RELEASED EXTRACT = EXTRACT - HELD + DUE"
043720         TO WS-CKL-TEXT.
043722     COMPUTE WS-CHK-EXPECTED = WS-STP-IN (WS-PEND-SUB)
043724                             - WS-STP-SKIP (WS-PEND-SUB)
043726                             + WS-STP-OUT (WS-RELEASE-SUB).
043728     MOVE WS-STP-OUT (WS-PEND-SUB) TO WS-CHK-ACTUAL.
043730     EVALUATE TRUE
043732         WHEN WS-STP-ENTRIES (WS-PEND-SUB) = ZERO
043734           OR WS-STP-ENTRIES (WS-RELEASE-SUB) = ZERO
043736             SET CHK-NOT-COMPARED TO TRUE
043738         WHEN WS-CHK-EXPECTED = WS-CHK-ACTUAL
043740             AND WS-STP-MAX-RC (WS-PEND-SUB) < 8
043742             SET CHK-OK TO TRUE
043744         WHEN OTHER
043746             SET CHK-GAP TO TRUE
043748     END-EVALUATE.
043750     PERFORM 3900-PRINT-CHECK THRU 3900-EXIT.
043752
043754     MOVE "SPLIT IN = RELEASED EXTRACT (COUNT, HASHES)"
043756         TO WS-CKL-TEXT.
043758     MOVE WS-STP-OUT (WS-PEND-SUB) TO WS-CHK-EXPECTED.
043760     MOVE WS-STP-IN (WS-SPLIT-SUB) TO WS-CHK-ACTUAL.
043762     EVALUATE TRUE
043764         WHEN WS-STP-ENTRIES (WS-PEND-SUB) = ZERO
043766           OR WS-STP-ENTRIES (WS-SPLIT-SUB) = ZERO
043768             SET CHK-NOT-COMPARED TO TRUE
043770         WHEN WS-CHK-EXPECTED = WS-CHK-ACTUAL
043772             AND WS-STP-HASH1 (WS-SPLIT-SUB)
043774                 = WS-STP-HASH1 (WS-PEND-SUB)
043776             AND WS-STP-HASH2 (WS-SPLIT-SUB)
043778                 = WS-STP-HASH2 (WS-PEND-SUB)
043780             SET CHK-OK TO TRUE
043782         WHEN OTHER
043784             SET CHK-GAP TO TRUE
043786     END-EVALUATE.
043788     PERFORM 3900-PRINT-CHECK THRU 3900-EXIT.
043790 3150-EXIT.
043792     EXIT.
043794
043800******************************************************************
043900* 3200-CHECK-EXTRACT - CALCSPLT DEALT EVERY DETAIL RECORD THE
044000* TRAILER CLAIMS, AND THE STREAM DEALS ADD BACK UP TO THE EXTRACT
044100* IN COUNT AND IN BOTH OPERAND HASHES.
044200******************************************************************
044300 3200-CHECK-EXTRACT.
044400     MOVE "EXTRACT TRAILER COUNT = RECORDS DEALT"
044500         TO WS-CKL-TEXT.
044600     MOVE WS-STP-IN (WS-SPLIT-SUB) TO WS-CHK-EXPECTED.
044700     MOVE WS-STP-OUT (WS-SPLIT-SUB) TO WS-CHK-ACTUAL.
044800     EVALUATE TRUE
044900         WHEN WS-STP-ENTRIES (WS-SPLIT-SUB) = ZERO
045000             SET CHK-NOT-COMPARED TO TRUE
045100         WHEN WS-CHK-EXPECTED = WS-CHK-ACTUAL
045200             AND WS-STP-MAX-RC (WS-SPLIT-SUB) = ZERO
045300             SET CHK-OK TO TRUE
045400         WHEN OTHER
045500             SET CHK-GAP TO TRUE
045600     END-EVALUATE.
045700     PERFORM 3900-PRINT-CHECK THRU 3900-EXIT.
045800
045900     MOVE "STREAM DEALS = RECORDS DEALT (COUNT, HASHES)"
046000         TO WS-CKL-TEXT.
046100     MOVE WS-STP-OUT (WS-SPLIT-SUB) TO WS-CHK-EXPECTED.
046200     MOVE WS-STP-OUT (WS-DEAL-SUB) TO WS-CHK-ACTUAL.
046300     EVALUATE TRUE
046400         WHEN WS-STP-ENTRIES (WS-SPLIT-SUB) = ZERO
046500           OR WS-STP-ENTRIES (WS-DEAL-SUB) = ZERO
046600             SET CHK-NOT-COMPARED TO TRUE
046700         WHEN WS-CHK-EXPECTED = WS-CHK-ACTUAL
046800             AND WS-STP-HASH1 (WS-DEAL-SUB)
046900                 = WS-STP-HASH1 (WS-SPLIT-SUB)
047000             AND WS-STP-HASH2 (WS-DEAL-SUB)
047100                 = WS-STP-HASH2 (WS-SPLIT-SUB)
047200             SET CHK-OK TO TRUE
047300         WHEN OTHER
047400             SET CHK-GAP TO TRUE
047500     END-EVALUATE.
047600     PERFORM 3900-PRINT-CHECK THRU 3900-EXIT.
047700 3200-EXIT.
047800     EXIT.
047900
048000******************************************************************
048100* 3300-CHECK-STREAMS - THE STREAM RUNS BETWEEN THEM READ EXACTLY
048200* WHAT WAS DEALT (A RESTARTED RUN COUNTS THE RECORDS BEFORE ITS
048300* RESTART POINT AS READ AND SKIPPED), AND NONE ENDED RC 8 OR MORE.
048400******************************************************************
048500 3300-CHECK-STREAMS.
048600     MOVE "STREAMS READ = RECORDS DEALT (COUNT, HASHES)"
048700         TO WS-CKL-TEXT.
048800     MOVE WS-STP-OUT (WS-SPLIT-SUB) TO WS-CHK-EXPECTED.
048900     MOVE WS-STP-IN (WS-RUN-SUB) TO WS-CHK-ACTUAL.
049000     EVALUATE TRUE
049100         WHEN WS-STP-ENTRIES (WS-SPLIT-SUB) = ZERO
049200           OR WS-STP-ENTRIES (WS-RUN-SUB) = ZERO
049300             SET CHK-NOT-COMPARED TO TRUE
049400         WHEN WS-CHK-EXPECTED = WS-CHK-ACTUAL
049500             AND WS-STP-HASH1 (WS-RUN-SUB)
049600                 = WS-STP-HASH1 (WS-SPLIT-SUB)
049700             AND WS-STP-HASH2 (WS-RUN-SUB)
049800                 = WS-STP-HASH2 (WS-SPLIT-SUB)
049900             SET CHK-OK TO TRUE
050000         WHEN OTHER
050100             SET CHK-GAP TO TRUE
050200     END-EVALUATE.
050300     PERFORM 3900-PRINT-CHECK THRU 3900-EXIT.
050400
050500     MOVE "STREAMS PROCESSED + SKIPPED AT RESTART = READ"
050600         TO WS-CKL-TEXT.
050700     MOVE WS-STP-IN (WS-RUN-SUB) TO WS-CHK-EXPECTED.
050800     COMPUTE WS-CHK-ACTUAL = WS-STP-OUT (WS-RUN-SUB)
050900                           + WS-STP-SKIP (WS-RUN-SUB).
051000     EVALUATE TRUE
051100         WHEN WS-STP-ENTRIES (WS-RUN-SUB) = ZERO
051200             SET CHK-NOT-COMPARED TO TRUE
051300         WHEN WS-CHK-EXPECTED = WS-CHK-ACTUAL
051400             AND WS-STP-MAX-RC (WS-RUN-SUB) < 8
051500             SET CHK-OK TO TRUE
051600         WHEN OTHER
051700             SET CHK-GAP TO TRUE
051800     END-EVALUATE.
051900     PERFORM 3900-PRINT-CHECK THRU 3900-EXIT.
052000 3300-EXIT.
052100     EXIT.
052200
052300******************************************************************
052400* 3400-CHECK-MERGE - THE MERGED GL FEED HOLDS ONE RECORD PER
052500* RECORD DEALT, AND CALCMERG DID NOT END RC 8 OR MORE. ITS REJECTS
052600* AND GL HASH AGREE WITH THE STREAMS' OWN - UNLESS A STREAM
052700* RESTARTED: THE RESTARTED RUN COUNTS ONLY WHAT IT WROTE AFTER
052800* THE RESTART, WHILE ITS GL FILE ALSO HOLDS WHAT THE FAILED RUN
052900* WROTE, SO THE TWO ARE NOT COMPARED (N/A).
053000******************************************************************
053100 3400-CHECK-MERGE.
053200     MOVE "MERGED GL RECORDS = RECORDS DEALT"
053300         TO WS-CKL-TEXT.
053400     MOVE WS-STP-OUT (WS-SPLIT-SUB) TO WS-CHK-EXPECTED.
053500     MOVE WS-STP-OUT (WS-MERGE-SUB) TO WS-CHK-ACTUAL.
053600     EVALUATE TRUE
053700         WHEN WS-STP-ENTRIES (WS-SPLIT-SUB) = ZERO
053800           OR WS-STP-ENTRIES (WS-MERGE-SUB) = ZERO
053900             SET CHK-NOT-COMPARED TO TRUE
054000         WHEN WS-CHK-EXPECTED = WS-CHK-ACTUAL
054100             AND WS-STP-MAX-RC (WS-MERGE-SUB) < 8
054200             SET CHK-OK TO TRUE
054300         WHEN OTHER
054400             SET CHK-GAP TO TRUE
054500     END-EVALUATE.
054600     PERFORM 3900-PRINT-CHECK THRU 3900-EXIT.
054700
054800     MOVE "MERGED REJECTS = STREAM REJECTS"
054900         TO WS-CKL-TEXT.
055000     MOVE WS-STP-REJECT (WS-RUN-SUB) TO WS-CHK-EXPECTED.
055100     MOVE WS-STP-REJECT (WS-MERGE-SUB) TO WS-CHK-ACTUAL.
055200     EVALUATE TRUE
055300         WHEN WS-STP-ENTRIES (WS-RUN-SUB) = ZERO
055400           OR WS-STP-ENTRIES (WS-MERGE-SUB) = ZERO
055500           OR WS-STP-RESTARTS (WS-RUN-SUB) > ZERO
055600             SET CHK-NOT-COMPARED TO TRUE
055700         WHEN WS-CHK-EXPECTED = WS-CHK-ACTUAL
055800             SET CHK-OK TO TRUE
055900         WHEN OTHER
056000             SET CHK-GAP TO TRUE
056100     END-EVALUATE.
056200     PERFORM 3900-PRINT-CHECK THRU 3900-EXIT.
056300
056400     MOVE "MERGED GL HASH = STREAM GL HASH"
056500         TO WS-CKL-TEXT.
056600     SET CHK-NO-FIGURES TO TRUE.
056700     EVALUATE TRUE
056800         WHEN WS-STP-ENTRIES (WS-RUN-SUB) = ZERO
056900           OR WS-STP-ENTRIES (WS-MERGE-SUB) = ZERO
057000           OR WS-STP-RESTARTS (WS-RUN-SUB) > ZERO
057100             SET CHK-NOT-COMPARED TO TRUE
057200         WHEN WS-STP-RESUL (WS-MERGE-SUB)
057300              = WS-STP-RESUL (WS-RUN-SUB)
057400             SET CHK-OK TO TRUE
057500         WHEN OTHER
057600             SET CHK-GAP TO TRUE
057700     END-EVALUATE.
057800     PERFORM 3900-PRINT-CHECK THRU 3900-EXIT.
057900 3400-EXIT.
058000     EXIT.
058100
058200******************************************************************
058300* 3500-CHECK-DIST - EVERY MERGED GL RECORD WENT TO A RETURN FILE,
058400* HASH FOR HASH, AND CALCDIST DID NOT END RC 8 OR MORE.
058500******************************************************************
058600 3500-CHECK-DIST.
058700     MOVE "RETURN FILES = MERGED GL RECORDS (COUNT, HASH)"
058800         TO WS-CKL-TEXT.
058900     MOVE WS-STP-OUT (WS-MERGE-SUB) TO WS-CHK-EXPECTED.
059000     MOVE WS-STP-OUT (WS-DIST-SUB) TO WS-CHK-ACTUAL.
059100     EVALUATE TRUE
059200         WHEN WS-STP-ENTRIES (WS-MERGE-SUB) = ZERO
059300           OR WS-STP-ENTRIES (WS-DIST-SUB) = ZERO
059400             SET CHK-NOT-COMPARED TO TRUE
059500         WHEN WS-CHK-EXPECTED = WS-CHK-ACTUAL
059600             AND WS-STP-RESUL (WS-DIST-SUB)
059700                 = WS-STP-RESUL (WS-MERGE-SUB)
059800             AND WS-STP-MAX-RC (WS-DIST-SUB) < 8
059900             SET CHK-OK TO TRUE
060000         WHEN OTHER
060100             SET CHK-GAP TO TRUE
060200     END-EVALUATE.
060300     PERFORM 3900-PRINT-CHECK THRU 3900-EXIT.
060400 3500-EXIT.
060500     EXIT.
060600
060700******************************************************************
060800* 3600-CHECK-PERIOD - PERDUPD READ THE WHOLE MERGED FEED, HASH
060900* FOR HASH, AND EVERY RECORD IS ON A PERIOD ENTRY POSTED EITHER
061000* THIS RUN OR BY AN EARLIER RUN FOR THE SAME EXTRACT (RC 4).
061100******************************************************************
061200 3600-CHECK-PERIOD.
061300     MOVE "PERIOD POSTING = MERGED GL RECORDS (COUNT, HASH)"
061400         TO WS-CKL-TEXT.
061500     MOVE WS-STP-OUT (WS-MERGE-SUB) TO WS-CHK-EXPECTED.
061600     COMPUTE WS-CHK-ACTUAL = WS-STP-OUT (WS-PERIOD-SUB)
061700                           + WS-STP-SKIP (WS-PERIOD-SUB).
061800     EVALUATE TRUE
061900         WHEN WS-STP-ENTRIES (WS-MERGE-SUB) = ZERO
062000           OR WS-STP-ENTRIES (WS-PERIOD-SUB) = ZERO
062100             SET CHK-NOT-COMPARED TO TRUE
062200         WHEN WS-CHK-EXPECTED = WS-CHK-ACTUAL
062300             AND WS-STP-IN (WS-PERIOD-SUB) = WS-CHK-EXPECTED
062400             AND WS-STP-RESUL (WS-PERIOD-SUB)
062500                 = WS-STP-RESUL (WS-MERGE-SUB)
062600             AND WS-STP-MAX-RC (WS-PERIOD-SUB) < 8
062700             SET CHK-OK TO TRUE
062800         WHEN OTHER
062900             SET CHK-GAP TO TRUE
063000     END-EVALUATE.
063100     PERFORM 3900-PRINT-CHECK THRU 3900-EXIT.
063200 3600-EXIT.
063300     EXIT.
063400
063500******************************************************************
063600* 3700-CHECK-RECON - GLRECON READ THE WHOLE MERGED FEED, HASH FOR
063700* HASH, AND EVERY RECORD WAS EITHER ACKNOWLEDGED BY THE LEDGER OR
063800* A REJECT NOT EXPECTED TO POST - WHICH GLRECON ITSELF PROVES
063900* WITH RC 0.
064000******************************************************************
064100 3700-CHECK-RECON.
064200     MOVE "GL FEED RECONCILED = MERGED GL RECORDS (HASH)"
064300         TO WS-CKL-TEXT.
064400     MOVE WS-STP-OUT (WS-MERGE-SUB) TO WS-CHK-EXPECTED.
064500     MOVE WS-STP-IN (WS-RECON-SUB) TO WS-CHK-ACTUAL.
064600     EVALUATE TRUE
064700         WHEN WS-STP-ENTRIES (WS-MERGE-SUB) = ZERO
064800           OR WS-STP-ENTRIES (WS-RECON-SUB) = ZERO
064900             SET CHK-NOT-COMPARED TO TRUE
065000         WHEN WS-CHK-EXPECTED = WS-CHK-ACTUAL
065100             AND WS-STP-RESUL (WS-RECON-SUB)
065200                 = WS-STP-RESUL (WS-MERGE-SUB)
065300             SET CHK-OK TO TRUE
065400         WHEN OTHER
065500             SET CHK-GAP TO TRUE
065600     END-EVALUATE.
065700     PERFORM 3900-PRINT-CHECK THRU 3900-EXIT.
065800
065900     MOVE "GL RECORDS ACKNOWLEDGED + REJECTS = FEED"
066000         TO WS-CKL-TEXT.
066100     MOVE WS-STP-IN (WS-RECON-SUB) TO WS-CHK-EXPECTED.
066200     COMPUTE WS-CHK-ACTUAL = WS-STP-OUT (WS-RECON-SUB)
066300                           + WS-STP-REJECT (WS-RECON-SUB).
066400     EVALUATE TRUE
066500         WHEN WS-STP-ENTRIES (WS-RECON-SUB) = ZERO
066600             SET CHK-NOT-COMPARED TO TRUE
066700         WHEN WS-CHK-EXPECTED = WS-CHK-ACTUAL
066800             AND WS-STP-MAX-RC (WS-RECON-SUB) = ZERO
066900             SET CHK-OK TO TRUE
067000         WHEN OTHER
067100             SET CHK-GAP TO TRUE
067200     END-EVALUATE.
067300     PERFORM 3900-PRINT-CHECK THRU 3900-EXIT.
067400 3700-EXIT.
067500     EXIT.
067600
067700******************************************************************
067800* 3800-CHECK-HISTORY - ONE HISTORY LINE STAMPED WITH THE SERIAL
067900* PER RECORD DEALT, LOADED THIS RUN OR ALREADY ON FILE FROM AN
068000* EARLIER LOAD, AND CALCHLD DID NOT END RC 8 OR MORE.
068100******************************************************************
068200 3800-CHECK-HISTORY.
068300     MOVE "HISTORY LINES LOADED = RECORDS DEALT"
068400         TO WS-CKL-TEXT.
068500     MOVE WS-STP-OUT (WS-SPLIT-SUB) TO WS-CHK-EXPECTED.
068600     COMPUTE WS-CHK-ACTUAL = WS-STP-OUT (WS-HIST-SUB)
068700                           + WS-STP-SKIP (WS-HIST-SUB).
068800     EVALUATE TRUE
068900         WHEN WS-STP-ENTRIES (WS-SPLIT-SUB) = ZERO
069000           OR WS-STP-ENTRIES (WS-HIST-SUB) = ZERO
069100             SET CHK-NOT-COMPARED TO TRUE
069200         WHEN WS-CHK-EXPECTED = WS-CHK-ACTUAL
069300             AND WS-STP-MAX-RC (WS-HIST-SUB) < 8
069400             SET CHK-OK TO TRUE
069500         WHEN OTHER
069600             SET CHK-GAP TO TRUE
069700     END-EVALUATE.
069800     PERFORM 3900-PRINT-CHECK THRU 3900-EXIT.
069900 3800-EXIT.
070000     EXIT.
070100
070200******************************************************************
070300* 3900-PRINT-CHECK - PRINT ONE CHECK AND COUNT IT. THE FIGURES
070400* ARE LEFT BLANK ON A CHECK THAT HAS NONE TO SHOW, AND RESET FOR
070500* THE NEXT CHECK.
070600******************************************************************
070700 3900-PRINT-CHECK.
070800     ADD 1 TO WS-CHECK-COUNT.
070900     EVALUATE TRUE
071000         WHEN CHK-OK
071100             MOVE "OK " TO WS-CKL-RESULT
071200         WHEN CHK-GAP
071300             MOVE "GAP" TO WS-CKL-RESULT
071400             ADD 1 TO WS-GAP-COUNT
071500         WHEN OTHER
071600             MOVE "N/A" TO WS-CKL-RESULT
071700             ADD 1 TO WS-NOT-COMPARED-COUNT
071800     END-EVALUATE.
071900     IF CHK-FIGURES
072000         MOVE WS-CHK-EXPECTED TO WS-CKL-EXPECTED
072100         MOVE WS-CHK-ACTUAL TO WS-CKL-ACTUAL
072200     ELSE
072300         MOVE SPACES TO WS-CKL-FIGURES
072400     END-IF.
072500     DISPLAY WS-CHECK-LINE.
072600     SET CHK-FIGURES TO TRUE.
072700     MOVE ZERO TO WS-CHK-EXPECTED.
072800     MOVE ZERO TO WS-CHK-ACTUAL.
072900 3900-EXIT.
073000     EXIT.
073100
073200******************************************************************
073300* 9000-TERMINATE - PRINT THE SIGN-OFF AND SET THE STEP RETURN
073400* CODE: 8 ON ANY GAP, 0 WHEN THE NIGHT BALANCES END TO END.
073500******************************************************************
073600 9000-TERMINATE.
073700     CLOSE CLDGFILE.
073800     DISPLAY "--------------------------------------------".
073900     DISPLAY "EXTRACT SOURCE SYSTEM.......: " WS-EXTRACT-SOURCE.
074000     DISPLAY "LEDGER ENTRIES READ.........: " WS-ENTRY-COUNT.
074100     DISPLAY "CHECKS MADE.................: " WS-CHECK-COUNT.
074200     DISPLAY "GAPS........................: " WS-GAP-COUNT.
074300     DISPLAY "NOT COMPARED................: "
074400             WS-NOT-COMPARED-COUNT.
074500     DISPLAY "============================================".
074600     IF WS-GAP-COUNT > ZERO
074700         DISPLAY "NIGHT " WS-BAL-SERIAL " DOES NOT BALANCE - "
074800                 WS-GAP-COUNT " GAPS"
074900         MOVE 8 TO RETURN-CODE
075000     ELSE
075100         DISPLAY "NIGHT " WS-BAL-SERIAL " BALANCES END TO END"
075200         MOVE 0 TO RETURN-CODE
075300     END-IF.
075400 9000-EXIT.
075500     EXIT.
075600
075700******************************************************************
075800* 9900-ABORT-BALANCE - A FILE ERROR IN MID-BROWSE. THE LEDGER IS
075900* ONLY READ, SO THERE IS NOTHING TO UNDO: CLOSE IT AND END RC 16.
076000******************************************************************
076100 9900-ABORT-BALANCE.
076200     CLOSE CLDGFILE.
076300     MOVE 16 TO RETURN-CODE.
076400     STOP RUN.
076500 9900-EXIT.
076600     EXIT.
076700
076800 END PROGRAM CALCBAL.
