003050*                 STREAM SERIAL TWO NIGHTS RUNNING, TRIPPING
003060*                 THE STREAM RUNS' DUPLICATE-EXTRACT CHECK ON A
003070*                 LEGITIMATE EXTRACT.
003071* 2026-10-15  GB  AN "R" REVERSAL RECORD (SEE TRANNUMS) IS DEALT
003072*                 LIKE A "D" DETAIL - IT STANDS ON ITS OWN AND
003073*                 MOVES THE ROUND-ROBIN ON.
003074* 2026-10-15  GB  A "D" OR "R" WHOSE CALC-TRAN-ID WAS ALREADY
003075*                 DEALT IN THIS EXTRACT GOES TO THE STREAM THE
003076*                 FIRST OCCURRENCE WENT TO, SO THE STREAM RUN
003077*                 THAT POSTED THE ID IS THE ONE THAT SEES THE
003078*                 REPEAT AND HOLDS IT AS A DUPLICATE.
003079* 2026-10-15  GB  AN EXTRACT FROM A SOURCE SYSTEM WITH NO ENTRY
003080*                 ON THE PROFILE FILE (SRCPFILE, SEE SRCPFLDS),
003081*                 OR AN INACTIVE ONE, IS REFUSED RC 16 BEFORE
003082*                 ANY STREAM FILE IS OPENED - THE STREAM RUNS
003083*                 WOULD ONLY REFUSE IT THREE TIMES OVER.
003084* 2026-10-15  GB  STREAM RECORDS ARE NOW 35 BYTES - THE DETAIL
003085*                 RECORD CARRIES ITS CURRENCY (SEE TRANNUMS).
003086* 2026-10-15  GB  A CLEAN SPLIT POSTS THE EXTRACT'S TOTALS AND
003087*                 THE TOTALS DEALT TO EACH STREAM TO THE NIGHTLY
003088*                 CONTROL LEDGER (CLDGFILE, SEE CLDGFLDS) FOR
003089*                 CALCBAL TO BALANCE THE REST OF THE CHAIN TO.
003090* 2026-10-15  GB  STREAM RECORDS ARE NOW 43 BYTES - THE DETAIL
003091*                 RECORD CARRIES ITS EFFECTIVE DATE. THE EXTRACT
003092*                 SPLIT IS NOW THE ONE CALCPEND RELEASES, WITH
003093*                 FUTURE-DATED WORK HELD BACK AND DUE WORK ADDED.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. CALCSPLT.
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-SYSINFILE-STATUS.
006000
006005     SELECT SRCPFILE ASSIGN TO "SRCPFILE"
006010         ORGANIZATION IS INDEXED
006015         ACCESS MODE IS RANDOM
006020         RECORD KEY IS SRCP-SOURCE-SYSTEM
006025         FILE STATUS IS WS-SRCPFILE-STATUS.
006030
006035     SELECT CLDGFILE ASSIGN TO "CLDGFILE"
006040         ORGANIZATION IS INDEXED
006045         ACCESS MODE IS RANDOM
006050         RECORD KEY IS CLDG-KEY
006055         FILE STATUS IS WS-CLDGFILE-STATUS.
006060
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  TRANFILE
006900 FD  STRM1FILE
007000     LABEL RECORDS ARE STANDARD
007100     RECORDING MODE IS F.
007200 01  STRM1-RECORD                  PIC X(43).
007300
007400 FD  STRM2FILE
007500     LABEL RECORDS ARE STANDARD
007600     RECORDING MODE IS F.
007700 01  STRM2-RECORD                  PIC X(43).
007800
007900 FD  STRM3FILE
008000     LABEL RECORDS ARE STANDARD
008100     RECORDING MODE IS F.
008200 01  STRM3-RECORD                  PIC X(43).
008300
008400 FD  STRM4FILE
008500     LABEL RECORDS ARE STANDARD
008600     RECORDING MODE IS F.
008700 01  STRM4-RECORD                  PIC X(43).
008800
008900 FD  SYSINFILE
009000     LABEL RECORDS ARE STANDARD
009310     05  RUNC-STREAM-COUNT-N REDEFINES RUNC-STREAM-COUNT
009320                                   PIC 9(01).
009400     05  FILLER                    PIC X(79).
009405
009410 FD  SRCPFILE
009415     LABEL RECORDS ARE STANDARD.
009420 01  SRCP-RECORD.
009425     COPY SRCPFLDS.
009430
009435 FD  CLDGFILE
009440     LABEL RECORDS ARE STANDARD.
009445 01  CLDG-RECORD.
009450     COPY CLDGFLDS.
009500
009600 WORKING-STORAGE SECTION.
009700******************************************************************
011500     05  WS-STRM3FILE-STATUS       PIC X(02)  VALUE SPACES.
011600     05  WS-STRM4FILE-STATUS       PIC X(02)  VALUE SPACES.
011700     05  WS-SYSINFILE-STATUS       PIC X(02)  VALUE SPACES.
011725     05  WS-SRCPFILE-STATUS        PIC X(02)  VALUE SPACES.
011750     05  WS-CLDGFILE-STATUS        PIC X(02)  VALUE SPACES.
011800
011900 01  WS-STREAM-COUNT               PIC 9(04)  COMP VALUE 3.
012000 01  WS-CURR-STREAM                PIC 9(04)  COMP VALUE ZERO.
012100 01  WS-STRM-SUB                   PIC 9(04)  COMP VALUE ZERO.
012105
012110******************************************************************
012115* THE STREAM EACH TRANSACTION ID WAS DEALT TO (SEE 2220). ONCE
012120* THE TABLE FILLS, NEW IDS ARE SIMPLY DEALT ROUND-ROBIN.
012125******************************************************************
012130 01  WS-ID-FOUND-SW                PIC X(01)  VALUE "N".
012135     88  ID-ALREADY-DEALT                     VALUE "Y".
012140 01  WS-ID-COUNT                   PIC 9(05)  COMP VALUE ZERO.
012145 01  WS-ID-TABLE.
012150     05  WS-ID-ENTRY OCCURS 1 TO 10000 TIMES
012155             DEPENDING ON WS-ID-COUNT
012160             INDEXED BY WS-ID-IDX.
012165         10  WS-ID-TRAN-ID         PIC X(08).
012170         10  WS-ID-STREAM          PIC 9(04)  COMP.
012200
012300 01  WS-EXTRACT-CONTROL.
012400     05  WS-HDR-EXTRACT-DATE       PIC 9(08)  VALUE ZERO.
014900         10  WS-ST-HASH1           PIC S9(9)V99 VALUE ZERO.
015000         10  WS-ST-HASH2           PIC S9(9)V99 VALUE ZERO.
015100
015200 01  WS-OUT-RECORD                 PIC X(43).
015205
015210******************************************************************
015215* QUALIFIER OF THE LEDGER ENTRY FOR ONE STREAM'S DEAL TOTALS.
015220******************************************************************
015225 01  WS-CLDG-STREAM-QUAL.
015230     05  FILLER                    PIC X(06)  VALUE "STREAM".
015235     05  WS-CLDG-STREAM-NO         PIC 9(01)  VALUE ZERO.
015240     05  FILLER                    PIC X(01)  VALUE SPACE.
015245 01  WS-CLDG-POST-DATE             PIC 9(08)  VALUE ZERO.
015250 01  WS-CLDG-POST-TIME             PIC 9(08)  VALUE ZERO.
015300
015400 PROCEDURE DIVISION.
015500 0000-MAINLINE.
017300         STOP RUN
017400     END-IF.
017500     PERFORM 1200-VALIDATE-HEADER THRU 1200-EXIT.
017550     PERFORM 1250-CHECK-SOURCE-PROFILE THRU 1250-EXIT.
017600     PERFORM 1300-OPEN-STREAMS THRU 1300-EXIT.
017700     PERFORM 1400-WRITE-STREAM-HEADER THRU 1400-EXIT
017800         VARYING WS-CURR-STREAM FROM 1 BY 1
023000             " FROM " WS-HDR-SOURCE-SYSTEM
023100             " DATED " WS-HDR-EXTRACT-DATE.
023200 1200-EXIT.
023202     EXIT.
023204
023206******************************************************************
023208* 1250-CHECK-SOURCE-PROFILE - THE SOURCE SYSTEM ON THE HEADER
023210* MUST HAVE AN ACTIVE ENTRY ON SRCPFILE, THE SAME TEST EACH
023212* STREAM RUN MAKES IN ITS 1600-LOAD-SOURCE-PROFILE. ONLY THE
023214* ENTRY'S EXISTENCE AND ACTIVE SWITCH MATTER HERE - THE
023216* OPERATOR AND AMOUNT LIMITS ARE APPLIED RECORD BY RECORD BY THE
023218* STREAM RUNS, WHICH REJECT TO REJECTF.
023220******************************************************************
023222 1250-CHECK-SOURCE-PROFILE.
023224     OPEN INPUT SRCPFILE.
023226     IF WS-SRCPFILE-STATUS NOT = "00"
023228         DISPLAY "SRCPFILE OPEN FAILED - STATUS "
023230                 WS-SRCPFILE-STATUS
023232         PERFORM 9900-ABORT-SPLIT THRU 9900-EXIT
023234     END-IF.
023236     MOVE WS-HDR-SOURCE-SYSTEM TO SRCP-SOURCE-SYSTEM.
023238     READ SRCPFILE
023240         INVALID KEY
023242             CONTINUE
023244     END-READ.
023246     EVALUATE TRUE
023248         WHEN WS-SRCPFILE-STATUS = "00" AND SRCP-ACTIVE
023250             CLOSE SRCPFILE
023252         WHEN WS-SRCPFILE-STATUS = "00"
023254             DISPLAY "SOURCE SYSTEM " WS-HDR-SOURCE-SYSTEM
023256                     " IS INACTIVE ON SRCPFILE - SPLIT REFUSED"
023258             CLOSE SRCPFILE
023260             PERFORM 9900-ABORT-SPLIT THRU 9900-EXIT
023262         WHEN WS-SRCPFILE-STATUS = "23"
023264             DISPLAY "SOURCE SYSTEM " WS-HDR-SOURCE-SYSTEM
023266                     " HAS NO PROCESSING PROFILE - SPLIT REFUSED"
023268             CLOSE SRCPFILE
023270             PERFORM 9900-ABORT-SPLIT THRU 9900-EXIT
023272         WHEN OTHER
023274             DISPLAY "SRCPFILE READ FAILED - STATUS "
023276                     WS-SRCPFILE-STATUS
023278             CLOSE SRCPFILE
023280             PERFORM 9900-ABORT-SPLIT THRU 9900-EXIT
023282     END-EVALUATE.
023284 1250-EXIT.
023300     EXIT.
023400
023500 1300-OPEN-STREAMS.
030300
030400******************************************************************
030500* 2200-SPLIT-ONE-TRAN - DEAL ONE RECORD. A "D" DETAIL STARTS A
030600* NEW CHAIN AND MOVES THE ROUND-ROBIN ON, AND SO DOES AN "R"
030625* REVERSAL, WHICH BELONGS TO NO CHAIN - UNLESS ITS ID HAS BEEN
030650* DEALT ALREADY (SEE 2220); A "C" CONTINUATION
030700* STAYS WITH THE STREAM ITS CHAIN IS IN. THE INPUT TRAILER IS
030800* CAPTURED FOR THE BALANCE CHECK; A SECOND HEADER OR AN
030900* UNKNOWN RECORD TYPE KILLS THE SPLIT BEFORE A BAD FILE
031200 2200-SPLIT-ONE-TRAN.
031300     EVALUATE TRUE
031600         WHEN CALC-REC-DETAIL OF TRAN-RECORD
031700         WHEN CALC-REC-REVERSAL OF TRAN-RECORD
031800             PERFORM 2220-PICK-STREAM THRU 2220-EXIT
032100             PERFORM 2250-DEAL-TO-STREAM THRU 2250-EXIT
032200         WHEN CALC-REC-CONTINUATION OF TRAN-RECORD
032300             IF WS-CURR-STREAM = ZERO
034200         PERFORM 2100-READ-TRAN THRU 2100-EXIT
034300     END-IF.
034400 2200-EXIT.
034402     EXIT.
034404
034406******************************************************************
034408* 2220-PICK-STREAM - CHOOSE THE STREAM FOR A "D" OR "R". AN ID
034410* ALREADY DEALT IN THIS EXTRACT GOES BACK TO ITS FIRST STREAM, SO
034412* A REPEATED ID IS SEEN BY THE ONE STREAM RUN THAT CAN HOLD IT
034414* AS A DUPLICATE, AND A REVERSAL FOLLOWS THE ID IT BACKS OUT; A
034416* NEW ID MOVES THE ROUND-ROBIN ON AND IS REMEMBERED.
034418******************************************************************
034420 2220-PICK-STREAM.
034422     MOVE "N" TO WS-ID-FOUND-SW.
034424     IF WS-ID-COUNT > 0
034426         SET WS-ID-IDX TO 1
034428         SEARCH WS-ID-ENTRY
034430             AT END
034432                 CONTINUE
034434             WHEN WS-ID-TRAN-ID (WS-ID-IDX)
034436                 = CALC-TRAN-ID OF TRAN-RECORD
034438                 SET ID-ALREADY-DEALT TO TRUE
034440                 MOVE WS-ID-STREAM (WS-ID-IDX) TO WS-CURR-STREAM
034442         END-SEARCH
034444     END-IF.
034446     IF NOT ID-ALREADY-DEALT
034448         ADD 1 TO WS-CURR-STREAM
034450         IF WS-CURR-STREAM > WS-STREAM-COUNT
034452             MOVE 1 TO WS-CURR-STREAM
034454         END-IF
034456         IF WS-ID-COUNT < 10000
034458             ADD 1 TO WS-ID-COUNT
034460             MOVE CALC-TRAN-ID OF TRAN-RECORD
034462                 TO WS-ID-TRAN-ID (WS-ID-COUNT)
034464             MOVE WS-CURR-STREAM TO WS-ID-STREAM (WS-ID-COUNT)
034466         END-IF
034468     END-IF.
034470 2220-EXIT.
034500     EXIT.
034600
034700******************************************************************
046600     DISPLAY "TOTAL DETAIL RECORDS: " WS-REC-COUNT.
046700     DISPLAY "============================================".
046800     MOVE 0 TO RETURN-CODE.
046850     PERFORM 9300-POST-CONTROL-LEDGER THRU 9300-EXIT.
046900 9000-EXIT.
047000     EXIT.
047100
049000     EXIT.
049100
049200******************************************************************
049201* 9300-POST-CONTROL-LEDGER - POST THE TOP OF THE NIGHT TO THE
049202* CONTROL LEDGER: ONE ENTRY FOR THE EXTRACT AS BALANCED (IN =
049203* THE TRAILER COUNT, OUT = RECORDS DEALT, THE EXTRACT HASHES)
049204* AND ONE PER STREAM FOR WHAT WAS DEALT TO IT. THE EMPTY LEDGER
049205* OF THE FIRST NIGHT (STATUS 35) IS CREATED ON THE FLY. LIKE THE
049206* RUN HISTORY, A LEDGER THAT CANNOT BE POSTED IS A WARNING ONLY -
049207* THE STREAMS ARE GOOD - AND CALCBAL REPORTS THE MISSING ENTRY
049208* AS A GAP IN THE MORNING.
049209******************************************************************
049210 9300-POST-CONTROL-LEDGER.
049211     OPEN I-O CLDGFILE.
049212     IF WS-CLDGFILE-STATUS = "35"
049213         OPEN OUTPUT CLDGFILE
049214         IF WS-CLDGFILE-STATUS = "00"
049215             CLOSE CLDGFILE
049216             OPEN I-O CLDGFILE
049217         END-IF
049218     END-IF.
049219     IF WS-CLDGFILE-STATUS NOT = "00"
049220         DISPLAY "CLDGFILE OPEN FAILED - STATUS "
049221                 WS-CLDGFILE-STATUS
049222                 " - CONTROL LEDGER NOT POSTED"
049223     ELSE
049224         ACCEPT WS-CLDG-POST-DATE FROM DATE YYYYMMDD
049225         ACCEPT WS-CLDG-POST-TIME FROM TIME
049226         PERFORM 9310-BUILD-LEDGER-ENTRY THRU 9310-EXIT
049227         MOVE SPACES TO CLDG-QUALIFIER
049228         MOVE WS-TRL-DETAIL-COUNT TO CLDG-IN-COUNT
049229         MOVE WS-REC-COUNT TO CLDG-OUT-COUNT
049230         MOVE WS-HASH-NUM1 TO CLDG-HASH-NUM1
049231         MOVE WS-HASH-NUM2 TO CLDG-HASH-NUM2
049232         PERFORM 9390-WRITE-LEDGER-ENTRY THRU 9390-EXIT
049233         PERFORM 9320-POST-ONE-STREAM THRU 9320-EXIT
049234             VARYING WS-STRM-SUB FROM 1 BY 1
049235             UNTIL WS-STRM-SUB > WS-STREAM-COUNT
049236         CLOSE CLDGFILE
049237     END-IF.
049238 9300-EXIT.
049239     EXIT.
049240
049241 9310-BUILD-LEDGER-ENTRY.
049242     MOVE SPACES TO CLDG-RECORD.
049243     MOVE WS-HDR-FILE-SERIAL TO CLDG-FILE-SERIAL.
049244     SET CLDG-STEP-SPLIT TO TRUE.
049245     MOVE WS-HDR-SOURCE-SYSTEM TO CLDG-SOURCE-SYSTEM.
049246     MOVE WS-CLDG-POST-DATE TO CLDG-POST-DATE.
049247     MOVE WS-CLDG-POST-TIME TO CLDG-POST-TIME.
049248     MOVE RETURN-CODE TO CLDG-RETURN-CODE.
049249     SET CLDG-FRESH TO TRUE.
049250     MOVE ZERO TO CLDG-IN-COUNT.
049251     MOVE ZERO TO CLDG-SKIP-COUNT.
049252     MOVE ZERO TO CLDG-OUT-COUNT.
049253     MOVE ZERO TO CLDG-REJECT-COUNT.
049254     MOVE ZERO TO CLDG-HASH-NUM1.
049255     MOVE ZERO TO CLDG-HASH-NUM2.
049256     MOVE ZERO TO CLDG-HASH-RESUL.
049257 9310-EXIT.
049258     EXIT.
049259
049260 9320-POST-ONE-STREAM.
049261     PERFORM 9310-BUILD-LEDGER-ENTRY THRU 9310-EXIT.
049262     MOVE WS-STRM-SUB TO WS-CLDG-STREAM-NO.
049263     MOVE WS-CLDG-STREAM-QUAL TO CLDG-QUALIFIER.
049264     MOVE WS-ST-COUNT (WS-STRM-SUB) TO CLDG-OUT-COUNT.
049265     MOVE WS-ST-HASH1 (WS-STRM-SUB) TO CLDG-HASH-NUM1.
049266     MOVE WS-ST-HASH2 (WS-STRM-SUB) TO CLDG-HASH-NUM2.
049267     PERFORM 9390-WRITE-LEDGER-ENTRY THRU 9390-EXIT.
049268 9320-EXIT.
049269     EXIT.
049270
049271******************************************************************
049272* 9390-WRITE-LEDGER-ENTRY - ADD THE ENTRY, OR REPLACE THE ONE A
049273* PRIOR RUN OF THIS STEP LEFT UNDER THE SAME SERIAL (STATUS 22),
049274* SO A RERUN NEVER COUNTS TWICE.
049275******************************************************************
049276 9390-WRITE-LEDGER-ENTRY.
049277     WRITE CLDG-RECORD
049278         INVALID KEY
049279             CONTINUE
049280     END-WRITE.
049281     IF WS-CLDGFILE-STATUS = "22"
049282         REWRITE CLDG-RECORD
049283             INVALID KEY
049284                 CONTINUE
049285         END-REWRITE
049286     END-IF.
049287     IF WS-CLDGFILE-STATUS NOT = "00"
049288         DISPLAY "CLDGFILE WRITE FAILED - STATUS "
049289                 WS-CLDGFILE-STATUS " FOR " CLDG-KEY
049290                 " - CONTROL LEDGER NOT POSTED"
049291     END-IF.
049292 9390-EXIT.
049293     EXIT.
049294
049295******************************************************************
049300* 9900-ABORT-SPLIT - A BAD EXTRACT OR A FILE ERROR. THE STEP
049400* ENDS RC 16 SO THE SCHEDULER NEVER RELEASES THE STREAM JOBS.
049410* EVERY FILE IS CLOSED UNCONDITIONALLY AND THE CLOSE STATUSES
