002393*                 FILE (RUNHF, SEE RUNHREC), THE SAME AS EACH
002394*                 STREAM RUN, SO RUNHRPT SHOWS THE WHOLE
002395*                 BATCH WINDOW INCLUDING THE MERGE.
002396* 2026-10-15  GB  COUNTS THE NEW RECORD OUTCOMES THE STREAMS NOW
002397*                 PRODUCE: "R" REVERSALS (TALLIED APART FROM THE
002398*                 OPERATION THEY BACK OUT, AS PROGRAMACONTAS
002399*                 DOES), THE REVERSAL REJECTS (RC 80-82) AND
002401*                 DUPLICATE TRANSACTION IDS HELD (RC 83), WHICH
002402*                 ALSO GO TO RUNHF (NOW LRECL=115).
002403* 2026-10-15  GB  COUNTS THE SOURCE-PROFILE REJECTS (RC 71-73).
002404*                 A RESULT-OVER-LIMIT RECORD WAS COMPUTED BEFORE
002405*                 IT REJECTED, SO ITS OPERATION IS COUNTED THE
002406*                 WAY AN OVERFLOW'S IS, AS PROGRAMACONTAS DOES.
002407* 2026-10-15  GB  COUNTS THE "F" TIERED FEE OPERATOR AND ITS
002408*                 REJECTS (RC 90-91), AND TOTALS THE NIGHT'S FEES
002409*                 BY SCHEDULE, NET OF REVERSALS, FOR THE WHOLE
002410*                 BATCH WINDOW.
002411* 2026-10-15  GB  COUNTS THE NO-EXCHANGE-RATE REJECTS (RC 92).
002412*                 RESULTFILE IS NOW 100 BYTES AND GLINTF 78, FOR
002413*                 THE CURRENCY, ORIGINAL-CURRENCY RESULT AND RATE.
002414*                 THE FEE TOTALS ARE IN BRL.
002415* 2026-10-15  GB  GLINTF IS NOW 86 BYTES - EVERY GL RECORD CARRIES
002416*                 THE PROCESSING DATE IT RAN UNDER (SEE CALCNUMS).
002417* 2026-10-15  GB  NIGHTLY CONTROL LEDGER (CLDGFILE, SEE CLDGFLDS).
002418*                 THE MERGE POSTS THE ENTRIES THE STREAM RUNS LEFT
002419*                 ON CLDGIN AND ITS OWN - GL RECORDS MERGED,
002420*                 REJECTS AND A HASH OF CALC-RESUL - UNDER THE
002421*                 SERIAL ON THE NIGHT'S TRANFILE HEADER. A LEDGER
002422*                 THAT CANNOT BE POSTED ONLY WARNS.
002423* 2026-10-15  GB  GLINTF IS NOW 94 BYTES - THE DETAIL RECORD
002424*                 CARRIES ITS EFFECTIVE DATE (SEE TRANNUMS).
002425* 2026-10-15  GB  REJECT COUNT FOR RC 84, REVERSAL OF CHAIN.
002475******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. CALCMERG.
002700 ENVIRONMENT DIVISION.
004430         ORGANIZATION IS SEQUENTIAL
004440         FILE STATUS IS WS-RUNHFILE-STATUS.
004500
004505     SELECT TRANFILE ASSIGN TO "TRANFILE"
004510         ORGANIZATION IS SEQUENTIAL
004515         FILE STATUS IS WS-TRANFILE-STATUS.
004520
004525     SELECT CLDGINFILE ASSIGN TO "CLDGIN"
004530         ORGANIZATION IS SEQUENTIAL
004535         FILE STATUS IS WS-CLDGINFILE-STATUS.
004540
004545     SELECT CLDGFILE ASSIGN TO "CLDGFILE"
004550         ORGANIZATION IS INDEXED
004555         ACCESS MODE IS RANDOM
004560         RECORD KEY IS CLDG-KEY
004565         FILE STATUS IS WS-CLDGFILE-STATUS.
004570
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  RSLTINFILE
004900     LABEL RECORDS ARE STANDARD
005000     RECORDING MODE IS F.
005100 01  RSLTIN-RECORD                 PIC X(100).
005200
005300 FD  GLININFILE
005400     LABEL RECORDS ARE STANDARD
005900 FD  RESULTFILE
006000     LABEL RECORDS ARE STANDARD
006100     RECORDING MODE IS F.
006200 01  RESULT-RECORD                 PIC X(100).
006300
006400 FD  GLINTFILE
006500     LABEL RECORDS ARE STANDARD
006600     RECORDING MODE IS F.
006700 01  GLINT-RECORD                  PIC X(094).
006710
006720 FD  RUNHFILE
006730     LABEL RECORDS ARE STANDARD
006750 01  RUNH-RECORD.
006760     COPY RUNHREC.
006800
006805 FD  TRANFILE
006810     LABEL RECORDS ARE STANDARD
006815     RECORDING MODE IS F.
006820 01  TRAN-RECORD.
006825     COPY TRANNUMS.
006830
006835 FD  CLDGINFILE
006840     LABEL RECORDS ARE STANDARD
006845     RECORDING MODE IS F.
006850 01  CLDGIN-RECORD                 PIC X(118).
006855
006860 FD  CLDGFILE
006865     LABEL RECORDS ARE STANDARD.
006870 01  CLDG-RECORD.
006875     COPY CLDGFLDS.
006880
006900 WORKING-STORAGE SECTION.
006910******************************************************************
006920* WORKING COPY OF THE EXTRACT HEADER LAYOUT (SEE TRANCTL), FOR
006930* THE SERIAL THE CONTROL LEDGER IS POSTED UNDER.
006940******************************************************************
006950     COPY TRANCTL.
006960
007000 01  WS-SWITCHES.
007100     05  WS-RSLT-EOF-SW            PIC X(01)  VALUE "N".
007200         88  RSLT-EOF                         VALUE "Y".
007300     05  WS-GLIN-EOF-SW            PIC X(01)  VALUE "N".
007400         88  GLIN-EOF                         VALUE "Y".
007425     05  WS-CLDGIN-EOF-SW          PIC X(01)  VALUE "N".
007450         88  CLDGIN-EOF                       VALUE "Y".
007500
007600 01  WS-FILE-STATUSES.
007700     05  WS-RSLTINFILE-STATUS      PIC X(02)  VALUE SPACES.
007900     05  WS-RESULTFILE-STATUS      PIC X(02)  VALUE SPACES.
008000     05  WS-GLINTFILE-STATUS       PIC X(02)  VALUE SPACES.
008010     05  WS-RUNHFILE-STATUS        PIC X(02)  VALUE SPACES.
008035     05  WS-TRANFILE-STATUS        PIC X(02)  VALUE SPACES.
008060     05  WS-CLDGINFILE-STATUS      PIC X(02)  VALUE SPACES.
008085     05  WS-CLDGFILE-STATUS        PIC X(02)  VALUE SPACES.
008100
008200 01  WS-COUNTERS.
008300     05  WS-RSLT-COUNT             PIC 9(09)  COMP VALUE ZERO.
008900     05  WS-OPCOUNT-PCT            PIC 9(07)  COMP VALUE ZERO.
009000     05  WS-OPCOUNT-POW            PIC 9(07)  COMP VALUE ZERO.
009100     05  WS-OPCOUNT-MOD            PIC 9(07)  COMP VALUE ZERO.
009125     05  WS-OPCOUNT-REV            PIC 9(07)  COMP VALUE ZERO.
009150     05  WS-OPCOUNT-FEE            PIC 9(07)  COMP VALUE ZERO.
009200     05  WS-REJCOUNT-INVALID-OPER  PIC 9(07)  COMP VALUE ZERO.
009300     05  WS-REJCOUNT-NONNUMERIC    PIC 9(07)  COMP VALUE ZERO.
009400     05  WS-REJCOUNT-DIV-ZERO      PIC 9(07)  COMP VALUE ZERO.
009500     05  WS-REJCOUNT-OVERFLOW      PIC 9(07)  COMP VALUE ZERO.
009600     05  WS-REJCOUNT-NOT-IMPL      PIC 9(07)  COMP VALUE ZERO.
009700     05  WS-REJCOUNT-NO-PRIOR      PIC 9(07)  COMP VALUE ZERO.
009705     05  WS-REJCOUNT-REV-NOT-FOUND PIC 9(07)  COMP VALUE ZERO.
009710     05  WS-REJCOUNT-REV-DONE      PIC 9(07)  COMP VALUE ZERO.
009715     05  WS-REJCOUNT-REV-OF-REJ    PIC 9(07)  COMP VALUE ZERO.
009720     05  WS-REJCOUNT-DUPLICATE     PIC 9(07)  COMP VALUE ZERO.
009725     05  WS-REJCOUNT-REV-OF-CHAIN  PIC 9(07)  COMP VALUE ZERO.
009730     05  WS-REJCOUNT-SRC-OPER      PIC 9(07)  COMP VALUE ZERO.
009735     05  WS-REJCOUNT-SRC-OPERAND   PIC 9(07)  COMP VALUE ZERO.
009740     05  WS-REJCOUNT-SRC-RESULT    PIC 9(07)  COMP VALUE ZERO.
009745     05  WS-REJCOUNT-NO-SCHEDULE   PIC 9(07)  COMP VALUE ZERO.
009750     05  WS-REJCOUNT-NO-BAND       PIC 9(07)  COMP VALUE ZERO.
009755     05  WS-REJCOUNT-NO-XRATE      PIC 9(07)  COMP VALUE ZERO.
009800     05  WS-REJ-SUSPENSE-COUNT     PIC 9(07)  COMP VALUE ZERO.
009802     05  WS-COUNT-UNRECOGNIZED     PIC 9(07)  COMP VALUE ZERO.
009804*    CALC-RESUL OVER EVERY GL RECORD MERGED, ANY RC - THE
009806*    CONTROL-LEDGER HASH (SEE 9300-POST-CONTROL-LEDGER).
009808     05  WS-GLIN-HASH-RESUL        PIC S9(9)V99 VALUE ZERO.
009810     05  WS-CLDGIN-COUNT           PIC 9(04)  COMP VALUE ZERO.
009812
009814 01  WS-EXTRACT-CONTROL.
009816     05  WS-HDR-SOURCE-SYSTEM      PIC X(08)  VALUE SPACES.
009818     05  WS-HDR-FILE-SERIAL        PIC X(06)  VALUE SPACES.
009820
009822*    FEES BY SCHEDULE ACROSS ALL STREAMS, FROM THE SUCCESSFUL "F"
009824*    GL RECORDS (NUM2 IS THE SCHEDULE); A REVERSAL CARRIES THE
009826*    NEGATED FEE, SO THE TOTALS ARE NET. SEE 3400-ADD-FEE-TOTAL.
009828 01  WS-FEETOT-COUNT               PIC 9(04)  COMP VALUE ZERO.
009830 01  WS-FEETOT-TABLE.
009832     05  WS-FEETOT-ENTRY OCCURS 1 TO 500 TIMES
009834             DEPENDING ON WS-FEETOT-COUNT
009836             INDEXED BY WS-FEETOT-IDX.
009838         10  WS-FEETOT-SCHEDULE    PIC 9(04).
009840         10  WS-FEETOT-CALCS       PIC 9(07)  COMP.
009842         10  WS-FEETOT-AMOUNT      PIC S9(11)V99.
009844 01  WS-FEE-SCHEDULE               PIC 9(04)  VALUE ZERO.
009846 01  WS-FEE-SCHED-SW               PIC X(01)  VALUE "N".
009848     88  FEE-SCHEDULE-FOUND                   VALUE "Y".
009850
009852 01  WS-FEETOT-LINE.
009854     05  FILLER                    PIC X(11)  VALUE
009856                                   "  SCHEDULE ".
009858     05  WS-FTL-SCHEDULE           PIC 9(04).
009860     05  FILLER                    PIC X(08)  VALUE "  CALCS ".
009862     05  WS-FTL-CALCS              PIC Z,ZZZ,ZZ9.
009864     05  FILLER                    PIC X(07)  VALUE "  FEES ".
009866     05  WS-FTL-AMOUNT             PIC -,---,---,---,--9.99.
009910
009920*    START TIMESTAMP FOR THE RUN-HISTORY RECORD (SEE RUNHREC
009930*    AND 9100-WRITE-RUN-HISTORY), TAKEN BEFORE ANYTHING ELSE
020400* THE OPERATION COUNTERS TICK WHENEVER THE COMPUTE PARAGRAPH
020500* WAS ENTERED (SUCCESS, DIVIDE BY ZERO, OVERFLOW), WHILE THE
020600* INVALID-OPERATOR, NON-NUMERIC, NOT-IMPLEMENTED AND NO-PRIOR
020700* REJECTS NEVER GOT THAT FAR. A SUCCESSFUL "R" REVERSAL COUNTS
020725* AS A REVERSAL, NOT AS THE OPERATION IT BACKS OUT, AND THE
020750* REVERSAL AND DUPLICATE REJECTS NEVER COMPUTED EITHER.
020800******************************************************************
020900 3200-COPY-ONE-GLINT.
021000     WRITE GLINT-RECORD FROM GLININ-RECORD.
021400         PERFORM 9900-ABORT-MERGE THRU 9900-EXIT
021500     END-IF.
021600     EVALUATE TRUE
021625         WHEN CALC-RC-SUCCESS OF GLININ-RECORD
021650             AND CALC-REC-REVERSAL OF GLININ-RECORD
021675             ADD 1 TO WS-OPCOUNT-REV
021700         WHEN CALC-RC-SUCCESS OF GLININ-RECORD
021800             PERFORM 3300-COUNT-OPERATION THRU 3300-EXIT
021900         WHEN CALC-RC-DIVIDE-BY-ZERO OF GLININ-RECORD
023000             ADD 1 TO WS-REJCOUNT-NOT-IMPL
023100         WHEN CALC-RC-NO-PRIOR-RESULT OF GLININ-RECORD
023200             ADD 1 TO WS-REJCOUNT-NO-PRIOR
023202         WHEN CALC-RC-REVERSAL-NOT-FOUND OF GLININ-RECORD
023204             ADD 1 TO WS-REJCOUNT-REV-NOT-FOUND
023206         WHEN CALC-RC-ALREADY-REVERSED OF GLININ-RECORD
023208             ADD 1 TO WS-REJCOUNT-REV-DONE
023210         WHEN CALC-RC-REVERSAL-OF-REJECT OF GLININ-RECORD
023212             ADD 1 TO WS-REJCOUNT-REV-OF-REJ
023214         WHEN CALC-RC-DUPLICATE-TRAN OF GLININ-RECORD
023216             ADD 1 TO WS-REJCOUNT-DUPLICATE
023218         WHEN CALC-RC-REVERSAL-OF-CHAIN OF GLININ-RECORD
023220             ADD 1 TO WS-REJCOUNT-REV-OF-CHAIN
023222         WHEN CALC-RC-SOURCE-OPER-DENIED OF GLININ-RECORD
023224             ADD 1 TO WS-REJCOUNT-SRC-OPER
023226         WHEN CALC-RC-OPERAND-OVER-LIMIT OF GLININ-RECORD
023228             ADD 1 TO WS-REJCOUNT-SRC-OPERAND
023230         WHEN CALC-RC-RESULT-OVER-LIMIT OF GLININ-RECORD
023232             PERFORM 3300-COUNT-OPERATION THRU 3300-EXIT
023234             ADD 1 TO WS-REJCOUNT-SRC-RESULT
023236         WHEN CALC-RC-UNKNOWN-SCHEDULE OF GLININ-RECORD
023238             PERFORM 3300-COUNT-OPERATION THRU 3300-EXIT
023240             ADD 1 TO WS-REJCOUNT-NO-SCHEDULE
023242         WHEN CALC-RC-NO-BAND-IN-EFFECT OF GLININ-RECORD
023244             PERFORM 3300-COUNT-OPERATION THRU 3300-EXIT
023246             ADD 1 TO WS-REJCOUNT-NO-BAND
023248         WHEN CALC-RC-NO-EXCHANGE-RATE OF GLININ-RECORD
023250             ADD 1 TO WS-REJCOUNT-NO-XRATE
023300         WHEN OTHER
023400             ADD 1 TO WS-COUNT-UNRECOGNIZED
023500     END-EVALUATE.
023600     IF NOT CALC-RC-SUCCESS OF GLININ-RECORD
023700         ADD 1 TO WS-REJ-SUSPENSE-COUNT
023710     END-IF.
023720     ADD CALC-RESUL OF GLININ-RECORD TO WS-GLIN-HASH-RESUL.
023730     IF CALC-RC-SUCCESS OF GLININ-RECORD
023740         AND CALC-OPER OF GLININ-RECORD = "F"
023750         PERFORM 3400-ADD-FEE-TOTAL THRU 3400-EXIT
023800     END-IF.
023900     PERFORM 3100-READ-GLININ THRU 3100-EXIT.
024000 3200-EXIT.
025600             ADD 1 TO WS-OPCOUNT-POW
025700         WHEN "M"
025800             ADD 1 TO WS-OPCOUNT-MOD
025825         WHEN "F"
025850             ADD 1 TO WS-OPCOUNT-FEE
025900         WHEN OTHER
026000             ADD 1 TO WS-COUNT-UNRECOGNIZED
026100     END-EVALUATE.
026200 3300-EXIT.
026202     EXIT.
026204
026206******************************************************************
026208* 3400-ADD-FEE-TOTAL - ADD ONE POSTED FEE TO ITS SCHEDULE'S
026210* TOTAL, THE SAME WAY PROGRAMACONTAS TOTALS ITS OWN STREAM.
026212******************************************************************
026214 3400-ADD-FEE-TOTAL.
026216     MOVE CALC-NUM2 OF GLININ-RECORD TO WS-FEE-SCHEDULE.
026218     MOVE "N" TO WS-FEE-SCHED-SW.
026220     IF WS-FEETOT-COUNT > 0
026222         SET WS-FEETOT-IDX TO 1
026224         SEARCH WS-FEETOT-ENTRY
026226             AT END
026228                 CONTINUE
026230             WHEN WS-FEETOT-SCHEDULE (WS-FEETOT-IDX)
026232                 = WS-FEE-SCHEDULE
026234                 SET FEE-SCHEDULE-FOUND TO TRUE
026236         END-SEARCH
026238     END-IF.
026240     IF NOT FEE-SCHEDULE-FOUND
026242         AND WS-FEETOT-COUNT < 500
026244         ADD 1 TO WS-FEETOT-COUNT
026246         SET WS-FEETOT-IDX TO WS-FEETOT-COUNT
026248         MOVE WS-FEE-SCHEDULE
026250             TO WS-FEETOT-SCHEDULE (WS-FEETOT-IDX)
026252         MOVE ZERO TO WS-FEETOT-CALCS (WS-FEETOT-IDX)
026254         MOVE ZERO TO WS-FEETOT-AMOUNT (WS-FEETOT-IDX)
026256         SET FEE-SCHEDULE-FOUND TO TRUE
026258     END-IF.
026260     IF FEE-SCHEDULE-FOUND
026262         ADD 1 TO WS-FEETOT-CALCS (WS-FEETOT-IDX)
026264         ADD CALC-RESUL OF GLININ-RECORD
026266             TO WS-FEETOT-AMOUNT (WS-FEETOT-IDX)
026268     END-IF.
026270 3400-EXIT.
026300     EXIT.
026400
026500******************************************************************
028100     DISPLAY "PERCENTAGES....: " WS-OPCOUNT-PCT.
028200     DISPLAY "POWERS.........: " WS-OPCOUNT-POW.
028300     DISPLAY "MODULUS........: " WS-OPCOUNT-MOD.
028325     DISPLAY "REVERSALS......: " WS-OPCOUNT-REV.
028350     DISPLAY "TIERED FEES....: " WS-OPCOUNT-FEE.
028400     DISPLAY "--------------------------------------------".
028500     DISPLAY "INVALID OPERATOR REJECTS....: "
028600             WS-REJCOUNT-INVALID-OPER.
029400             WS-REJCOUNT-NOT-IMPL.
029500     DISPLAY "NO PRIOR RESULT REJECTS.....: "
029600             WS-REJCOUNT-NO-PRIOR.
029602     DISPLAY "REVERSAL NOT FOUND REJECTS..: "
029604             WS-REJCOUNT-REV-NOT-FOUND.
029606     DISPLAY "ALREADY REVERSED REJECTS....: "
029608             WS-REJCOUNT-REV-DONE.
029610     DISPLAY "REVERSAL OF REJECT REJECTS..: "
029612             WS-REJCOUNT-REV-OF-REJ.
029614     DISPLAY "DUPLICATE TRAN ID HELD......: "
029616             WS-REJCOUNT-DUPLICATE.
029618     DISPLAY "REVERSAL OF CHAIN REJECTS...: "
029620             WS-REJCOUNT-REV-OF-CHAIN.
029622     DISPLAY "SOURCE OPER DENIED REJECTS..: "
029624             WS-REJCOUNT-SRC-OPER.
029626     DISPLAY "OPERAND OVER LIMIT REJECTS..: "
029628             WS-REJCOUNT-SRC-OPERAND.
029630     DISPLAY "RESULT OVER LIMIT REJECTS...: "
029632             WS-REJCOUNT-SRC-RESULT.
029634     DISPLAY "FEE SCHEDULE UNKNOWN REJECTS: "
029636             WS-REJCOUNT-NO-SCHEDULE.
029638     DISPLAY "NO BAND IN EFFECT REJECTS...: "
029640             WS-REJCOUNT-NO-BAND.
029642     DISPLAY "NO EXCHANGE RATE REJECTS....: "
029644             WS-REJCOUNT-NO-XRATE.
029700     DISPLAY "REJECTS TO SUSPENSE FILE....: "
029800             WS-REJ-SUSPENSE-COUNT.
029900     IF WS-COUNT-UNRECOGNIZED > 0
030300     DISPLAY "--------------------------------------------".
030400     DISPLAY "RESULT LINES MERGED.........: " WS-RSLT-COUNT.
030500     DISPLAY "GL RECORDS MERGED...........: " WS-GLIN-COUNT.
030510     IF WS-FEETOT-COUNT > 0
030520         DISPLAY "--------------------------------------------"
030530         DISPLAY "FEES BY SCHEDULE IN BRL "
030540                 "(NET OF REVERSALS)"
030550         PERFORM 9050-PRINT-FEE-TOTAL THRU 9050-EXIT
030560             VARYING WS-FEETOT-IDX FROM 1 BY 1
030570             UNTIL WS-FEETOT-IDX > WS-FEETOT-COUNT
030580     END-IF.
030600     DISPLAY "============================================".
030700     IF WS-RSLT-COUNT NOT = WS-GLIN-COUNT
030800         DISPLAY "RESULT AND GL RECORD COUNTS DISAGREE - "
031580         END-IF
031590     END-IF.
031600     PERFORM 9100-WRITE-RUN-HISTORY THRU 9100-EXIT.
031700     PERFORM 9200-READ-EXTRACT-HEADER THRU 9200-EXIT.
031800     PERFORM 9300-POST-CONTROL-LEDGER THRU 9300-EXIT.
032100 9000-EXIT.
032110     EXIT.
032120
032130 9050-PRINT-FEE-TOTAL.
032140     MOVE WS-FEETOT-SCHEDULE (WS-FEETOT-IDX) TO WS-FTL-SCHEDULE.
032150     MOVE WS-FEETOT-CALCS (WS-FEETOT-IDX) TO WS-FTL-CALCS.
032160     MOVE WS-FEETOT-AMOUNT (WS-FEETOT-IDX) TO WS-FTL-AMOUNT.
032170     DISPLAY WS-FEETOT-LINE.
032180 9050-EXIT.
032200     EXIT.
032300
032310******************************************************************
032345         MOVE WS-REJCOUNT-OVERFLOW TO RUNH-REJ-OVERFLOW
032346         MOVE WS-REJCOUNT-NOT-IMPL TO RUNH-REJ-NOT-IMPL
032347         MOVE WS-REJCOUNT-NO-PRIOR TO RUNH-REJ-NO-PRIOR
032348         MOVE WS-REJCOUNT-DUPLICATE TO RUNH-DUPLICATES
032349         MOVE RETURN-CODE TO RUNH-RETURN-CODE
032350         SET RUNH-FRESH TO TRUE
032351         WRITE RUNH-RECORD
032352         IF WS-RUNHFILE-STATUS NOT = "00"
032353             DISPLAY "RUNHF WRITE FAILED - STATUS "
032357         CLOSE RUNHFILE
032358     END-IF.
032359 9100-EXIT.
032360     EXIT.
032363
032364******************************************************************
032365* 9200-READ-EXTRACT-HEADER - THE GL RECORDS CARRY NO SERIAL, SO
032366* THE ONE THE CONTROL LEDGER IS POSTED UNDER COMES FROM THE
032367* NIGHT'S TRANFILE HEADER, AS IN CALCDIST. THE MERGED FILES ARE
032368* ALREADY GOOD, SO A HEADER THAT CANNOT BE READ ONLY WARNS AND
032369* LEAVES THE SERIAL BLANK - THE MERGE'S OWN ENTRY IS THEN NOT
032370* POSTED, AND CALCBAL REPORTS IT MISSING.
032371******************************************************************
032372 9200-READ-EXTRACT-HEADER.
032373     OPEN INPUT TRANFILE.
032374     IF WS-TRANFILE-STATUS NOT = "00"
032375         DISPLAY "TRANFILE OPEN FAILED - STATUS "
032376                 WS-TRANFILE-STATUS
032377                 " - NO SERIAL FOR THE CONTROL LEDGER"
032378     ELSE
032379         READ TRANFILE
032380             AT END
032381                 CONTINUE
032382         END-READ
032383         IF WS-TRANFILE-STATUS = "00"
032384             AND CALC-REC-HEADER OF TRAN-RECORD
032385             MOVE TRAN-RECORD TO TRAN-HEADER-RECORD
032386             MOVE TRAN-HDR-SOURCE-SYSTEM TO WS-HDR-SOURCE-SYSTEM
032387             MOVE TRAN-HDR-FILE-SERIAL TO WS-HDR-FILE-SERIAL
032388         ELSE
032389             DISPLAY "TRANFILE HAS NO HEADER RECORD - STATUS "
032390                     WS-TRANFILE-STATUS
032391                     " - NO SERIAL FOR THE CONTROL LEDGER"
032392         END-IF
032393         CLOSE TRANFILE
032394     END-IF.
032395 9200-EXIT.
032396     EXIT.
032397
032398******************************************************************
032399* 9300-POST-CONTROL-LEDGER - POST TO THE NIGHTLY CONTROL LEDGER
032401* (SEE CLDGFLDS) THE ENTRIES THE STREAM RUNS LEFT ON CLDGIN -
032402* THEY RUN IN PARALLEL AND UPDATE NO SHARED KSDS, SO THEIR
032403* ENTRIES COME IN THROUGH THE MERGE THE WAY THEIR OUTPUTS DO -
032404* THEN THE MERGE'S OWN: GL RECORDS READ AND WRITTEN, REJECTS
032405* (RC NOT 00) AND THE HASH OF CALC-RESUL. THE EMPTY LEDGER OF
032406* THE FIRST NIGHT (STATUS 35) IS CREATED ON THE FLY. AS WITH THE
032407* RUN HISTORY, A FAILURE HERE ONLY WARNS; CALCBAL REPORTS
032408* WHATEVER DID NOT ARRIVE AS A GAP.
032409******************************************************************
032410 9300-POST-CONTROL-LEDGER.
032411     OPEN I-O CLDGFILE.
032412     IF WS-CLDGFILE-STATUS = "35"
032413         OPEN OUTPUT CLDGFILE
032414         IF WS-CLDGFILE-STATUS = "00"
032415             CLOSE CLDGFILE
032416             OPEN I-O CLDGFILE
032417         END-IF
032418     END-IF.
032419     IF WS-CLDGFILE-STATUS NOT = "00"
032420         DISPLAY "CLDGFILE OPEN FAILED - STATUS "
032421                 WS-CLDGFILE-STATUS
032422                 " - CONTROL LEDGER NOT POSTED"
032423     ELSE
032424         PERFORM 9310-POST-STREAM-ENTRIES THRU 9310-EXIT
032425         IF WS-HDR-FILE-SERIAL NOT = SPACES
032426             MOVE SPACES TO CLDG-RECORD
032427             MOVE WS-HDR-FILE-SERIAL TO CLDG-FILE-SERIAL
032428             SET CLDG-STEP-MERGE TO TRUE
032429             MOVE WS-HDR-SOURCE-SYSTEM TO CLDG-SOURCE-SYSTEM
032430             ACCEPT CLDG-POST-DATE FROM DATE YYYYMMDD
032431             ACCEPT CLDG-POST-TIME FROM TIME
032432             MOVE RETURN-CODE TO CLDG-RETURN-CODE
032433             SET CLDG-FRESH TO TRUE
032434             MOVE WS-GLIN-COUNT TO CLDG-IN-COUNT
032435             MOVE ZERO TO CLDG-SKIP-COUNT
032436             MOVE WS-GLIN-COUNT TO CLDG-OUT-COUNT
032437             MOVE WS-REJ-SUSPENSE-COUNT TO CLDG-REJECT-COUNT
032438             MOVE ZERO TO CLDG-HASH-NUM1
032439             MOVE ZERO TO CLDG-HASH-NUM2
032440             MOVE WS-GLIN-HASH-RESUL TO CLDG-HASH-RESUL
032441             PERFORM 9390-WRITE-LEDGER-ENTRY THRU 9390-EXIT
032442         END-IF
032443         CLOSE CLDGFILE
032444     END-IF.
032445 9300-EXIT.
032446     EXIT.
032447
032448******************************************************************
032449* 9310-POST-STREAM-ENTRIES - CLDGIN IS THE CONCATENATION OF THE
032450* STREAMS' CLDGPOST FILES. EACH ENTRY GOES ON UNDER ITS OWN KEY;
032451* A STREAM RESTARTED AND ENDED TWICE LEFT TWO ENTRIES WITH THE
032452* SAME KEY, AND THE LATER ONE - READ LAST - STANDS.
032453******************************************************************
032454 9310-POST-STREAM-ENTRIES.
032455     OPEN INPUT CLDGINFILE.
032456     IF WS-CLDGINFILE-STATUS NOT = "00"
032457         DISPLAY "CLDGIN OPEN FAILED - STATUS "
032458                 WS-CLDGINFILE-STATUS
032459                 " - STREAM LEDGER ENTRIES NOT POSTED"
032460     ELSE
032461         PERFORM 9320-READ-CLDGIN THRU 9320-EXIT
032462         PERFORM 9330-POST-ONE-STREAM THRU 9330-EXIT
032463             UNTIL CLDGIN-EOF
032464         CLOSE CLDGINFILE
032465         DISPLAY "STREAM LEDGER ENTRIES POSTED: " WS-CLDGIN-COUNT
032466     END-IF.
032467 9310-EXIT.
032468     EXIT.
032469
032470 9320-READ-CLDGIN.
032471     READ CLDGINFILE
032472         AT END
032473             SET CLDGIN-EOF TO TRUE
032474     END-READ.
032475     IF WS-CLDGINFILE-STATUS NOT = "00"
032476         AND WS-CLDGINFILE-STATUS NOT = "10"
032477         DISPLAY "CLDGIN READ FAILED - STATUS "
032478                 WS-CLDGINFILE-STATUS
032479                 " - REMAINING STREAM ENTRIES NOT POSTED"
032480         SET CLDGIN-EOF TO TRUE
032481     END-IF.
032482 9320-EXIT.
032483     EXIT.
032484
032485 9330-POST-ONE-STREAM.
032486     MOVE CLDGIN-RECORD TO CLDG-RECORD.
032487     PERFORM 9390-WRITE-LEDGER-ENTRY THRU 9390-EXIT.
032488     IF WS-CLDGFILE-STATUS = "00"
032489         ADD 1 TO WS-CLDGIN-COUNT
032490     END-IF.
032491     PERFORM 9320-READ-CLDGIN THRU 9320-EXIT.
032492 9330-EXIT.
032493     EXIT.
032494
032495******************************************************************
032496* 9390-WRITE-LEDGER-ENTRY - ADD THE ENTRY, OR REPLACE THE ONE A
032497* PRIOR RUN LEFT UNDER THE SAME KEY (STATUS 22), SO A RERUN
032498* NEVER COUNTS TWICE.
032499******************************************************************
032501 9390-WRITE-LEDGER-ENTRY.
032502     WRITE CLDG-RECORD
032503         INVALID KEY
032504             CONTINUE
032505     END-WRITE.
032506     IF WS-CLDGFILE-STATUS = "22"
032507         REWRITE CLDG-RECORD
032508             INVALID KEY
032509                 CONTINUE
032510         END-REWRITE
032511     END-IF.
032512     IF WS-CLDGFILE-STATUS NOT = "00"
032513         DISPLAY "CLDGFILE WRITE FAILED - STATUS "
032514                 WS-CLDGFILE-STATUS " FOR " CLDG-KEY
032515                 " - CONTROL LEDGER NOT POSTED"
032516     END-IF.
032517 9390-EXIT.
032537     EXIT.
032557
032577******************************************************************
032597* 9900-ABORT-MERGE - A FILE ERROR. END RC 16 SO NOTHING
032600* DOWNSTREAM TRUSTS A PARTIAL RESULTFILE OR GL FEED. EVERY
032700* FILE IS CLOSED UNCONDITIONALLY AND THE CLOSE STATUSES ARE
032710* DELIBERATELY IGNORED - THIS PARAGRAPH IS REACHED FROM THE
