004492*                 9400 NO LONGER COMPUTES A NEGATIVE RECORD
004493*                 COUNT WHEN AN ABORT LANDS BEFORE A RESTART
004494*                 REACHES ITS CHECKPOINTED RECORD.
004495* 2026-10-15  GB  ADDED THE "R" REVERSAL RECORD (SEE TRANNUMS).
004496*                 A SOURCE SYSTEM THAT SENT A WRONG CALCULATION
004497*                 NOW SENDS ITS CALC-TRAN-ID ON AN "R" RECORD
004498*                 INSTEAD OF WORKING OUT AN OFFSETTING ONE BY
004499*                 HAND. THE ORIGINAL IS LOOKED UP ON THE
004501*                 HISTORY MASTER (HISTF, OPENED INPUT BY
004502*                 1180-OPEN-HISTFILE) AND A NEGATING RESULT,
004503*                 GL RECORD AND AUDIT LINE ARE WRITTEN UNDER
004504*                 THE SAME ID; THE AUDIT LINE CARRIES THE
004505*                 ORIGINAL'S HISTORY KEY, FROM WHICH CALCHLD
004506*                 FLAGS THE ORIGINAL REVERSED. AN ID NOT ON
004507*                 THE MASTER, ALREADY REVERSED, OR WHOSE ONLY
004508*                 OCCURRENCES ARE REJECTS GOES TO REJECTF WITH
004509*                 RC 80/81/82 (SEE CALCNUMS). AUDITF IS NOW
004510*                 LRECL=128 (SEE AUDITLNE).
004511* 2026-10-15  GB  DUPLICATE TRANSACTION IDS ARE HELD. SERIALF
004512*                 STOPS ONE EXTRACT RUNNING TWICE, BUT NOT A
004513*                 SOURCE SYSTEM RE-SENDING YESTERDAY'S RECORDS
004514*                 UNDER A NEW SERIAL. A "D" WHOSE ID ALREADY
004515*                 POSTED - ON THE HISTORY MASTER, OR EARLIER IN
004516*                 THIS EXTRACT (CALCSPLT DEALS A REPEATED ID TO
004517*                 THE SAME STREAM) - GOES TO REJECTF WITH RC 83
004518*                 INSTEAD OF BEING CALCULATED, AND ITS "C"
004519*                 RECORDS WITH IT. AN ID WHOSE EARLIER
004520*                 OCCURRENCES ALL REJECTED, OR WHOSE POSTING WAS
004521*                 REVERSED, IS NOT A DUPLICATE - REPAIRS FROM
004522*                 REJRPT/RESUBF STILL GO THROUGH. THE COUNT IS
004523*                 ON THE CONTROL REPORT AND IN RUNHF (NOW
004524*                 LRECL=115, SEE RUNHREC).
004525* 2026-10-15  GB  SOURCE-SYSTEM PROFILES (SRCPFILE, SEE SRCPFLDS).
004526*                 AN EXTRACT FROM A SOURCE SYSTEM WITH NO ENTRY,
004527*                 OR AN INACTIVE ONE, IS REFUSED RC 16 BEFORE A
004528*                 DETAIL IS READ (1600-LOAD-SOURCE-PROFILE). A
004529*                 DETAIL RECORD USING AN OPERATOR ITS SOURCE MAY
004530*                 NOT USE, OR WITH AN OPERAND OR RESULT OVER ITS
004531*                 SOURCE'S LIMIT, GOES TO REJECTF WITH RC 71/72/
004532*                 73 (SEE CALCNUMS) INSTEAD OF POSTING.
004533* 2026-10-15  GB  ADDED THE "F" TIERED FEE OPERATOR. NUM2 NAMES A
004534*                 SCHEDULE ON THE FEE RATE TABLE (FEESFILE, SEE
004535*                 FEESFLDS), LOADED AT STARTUP THE SAME WAY AS
004536*                 OPLKFILE; THE RESULT IS THE FEE ON NUM1 UNDER
004537*                 THE VERSION OF THE SCHEDULE IN EFFECT ON THE
004538*                 PROCESSING DATE (SYSIN OVERRIDE OR SYSTEM DATE),
004539*                 ROUNDED BY THE RUN'S ROUNDING RULE. AN UNKNOWN
004540*                 SCHEDULE REJECTS RC 90, ONE WITH NO VERSION YET
004541*                 IN EFFECT RC 91. THE CONTROL REPORT TOTALS FEES
004542*                 BY SCHEDULE.
004543* 2026-10-15  GB  MULTI-CURRENCY. A DETAIL RECORD NOW CARRIES THE
004544*                 CURRENCY ITS OPERANDS ARE IN (CALC-CURRENCY,
004545*                 SPACES = BRL, THE BASE). THE DAY'S RATES ARE
004546*                 LOADED FROM XRATFILE (SEE XRATFLDS) AT STARTUP
004547*                 THE SAME WAY AS OPLKFILE, KEEPING ONLY THOSE
004548*                 DATED THE PROCESSING DATE. THE CALCULATION IS
004549*                 DONE IN THE TRANSACTION CURRENCY AND ITS RESULT
004550*                 CONVERTED TO BRL (2370-CONVERT-TO-BASE); THE
004551*                 BRL AMOUNT IS WHAT POSTS, AND RESULTFILE, GLINTF
004552*                 AND THE AUDIT LINE ALSO CARRY THE CURRENCY, THE
004553*                 ORIGINAL-CURRENCY RESULT AND THE RATE. A
004554*                 CURRENCY WITH NO RATE FOR THE PROCESSING DATE
004555*                 REJECTS RC 92 RATHER THAN POSTING AT AN OLDER
004556*                 RATE. A CHAIN RUNS IN THE CURRENCY OF ITS "D"
004557*                 RECORD, AND A REVERSAL BACKS THE ORIGINAL OUT
004558*                 IN ITS OWN CURRENCY AT ITS OWN RATE. RESULTF IS
004559*                 NOW LRECL=100, GLINTF 78, AUDITF 162, REJECTF
004560*                 37 AND CHKPTF 30.
004561* 2026-10-15  GB  CLOSED ACCOUNTING PERIODS. A BATCH WHOSE
004562*                 PROCESSING DATE (SYSIN OVERRIDE INCLUDED) FALLS
004563*                 IN A PERIOD PERDCLS HAS CLOSED IS REFUSED RC 16
004564*                 BEFORE A DETAIL IS READ (1800-CHECK-PERIOD-
004565*                 OPEN, SEE PERDFLDS), SO FIGURES FINANCE HAS
004566*                 SIGNED OFF CANNOT MOVE. THE PROCESSING DATE IS
004567*                 NOW SET BY 1060-SET-PROC-DATE, STRAIGHT AFTER
004568*                 THE SYSIN CARD IS READ, AND EVERY GL RECORD
004569*                 CARRIES IT (CALC-PROC-DATE) SO PERDUPD KNOWS
004570*                 WHICH PERIOD TO POST IT TO. GLINTF IS NOW
004571*                 LRECL=86.
004572* 2026-10-15  GB  NIGHTLY CONTROL LEDGER. A BATCH RUN (NOT VERIFY)
004573*                 THAT REACHES NORMAL END WRITES ITS CONTROL
004574*                 TOTALS - RECORDS READ, SKIPPED ON A RESTART,
004575*                 WRITTEN TO THE GL FEED AND REJECTED, THE INPUT
004576*                 HASHES AND A HASH OF CALC-RESUL OVER THE GL
004577*                 RECORDS WRITTEN - TO CLDGOUT (SEE CLDGFLDS AND
004578*                 9500-POST-CONTROL-LEDGER). CALCMERG POSTS IT TO
004579*                 THE SHARED LEDGER, SINCE THE STREAMS RUN IN
004580*                 PARALLEL AND UPDATE NO SHARED KSDS.
004581* 2026-10-15  GB  THE DETAIL RECORD CARRIES ITS EFFECTIVE DATE
004582*                 (SEE TRANNUMS). CALCPEND HAS ALREADY HELD BACK
004583*                 ANYTHING NOT YET DUE, SO THE DATE IS ONLY
004584*                 CARRIED THROUGH: TRANFILE IS NOW LRECL=43,
004585*                 REJECTF 45 AND GLINTF 94.
004586* 2026-10-15  GB  CALCTGEN'S STANDING CALCULATIONS (SOURCE
004587*                 TMPLGEN) REUSE THE SAME TRANSACTION ID EVERY
004588*                 NIGHT BY DESIGN, SO THE CROSS-NIGHT DUPLICATE
004589*                 CHECK AGAINST THE HISTORY MASTER NO LONGER
004590*                 HOLDS THEM; A REPEAT WITHIN ONE EXTRACT IS STILL
004591*                 HELD. CALCVAR WATCHES THEIR RESULTS NIGHT OVER
004592*                 NIGHT INSTEAD.
004593* 2026-10-15  GB  RC 84, REVERSAL OF CHAIN: AN "R" WHOSE ID LAST
004594*                 POSTED AS A "C" STEP IS REFUSED - EACH STEP OF
004595*                 A "D"/"C" CHAIN POSTED ITS OWN GL RECORD AND ONE
004596*                 NEGATION CANNOT BACK THEM ALL OUT. THE LATEST
004597*                 SUCCESSFUL POSTING OF AN ID NOW DECIDES A
004598*                 REVERSAL, SO A SECOND "R" GETS RC 81 INSTEAD OF
004599*                 BACKING OUT THE POSTING BEFORE.
004624******************************************************************
004649 IDENTIFICATION DIVISION.
004674 PROGRAM-ID. PROGRAMACONTAS.
004699 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT TRANFILE ASSIGN TO "TRANFILE"
006950         RECORD KEY IS USRA-USER
006960         FILE STATUS IS WS-USRAFILE-STATUS.
007000
007002     SELECT HISTFILE ASSIGN TO "HISTF"
007004         ORGANIZATION IS INDEXED
007006         ACCESS MODE IS DYNAMIC
007008         RECORD KEY IS HIST-KEY
007010         FILE STATUS IS WS-HISTFILE-STATUS.
007012
007014     SELECT SRCPFILE ASSIGN TO "SRCPFILE"
007016         ORGANIZATION IS INDEXED
007018         ACCESS MODE IS RANDOM
007020         RECORD KEY IS SRCP-SOURCE-SYSTEM
007022         FILE STATUS IS WS-SRCPFILE-STATUS.
007024
007026     SELECT FEESFILE ASSIGN TO "FEESFILE"
007028         ORGANIZATION IS INDEXED
007030         ACCESS MODE IS SEQUENTIAL
007032         RECORD KEY IS FEES-KEY
007034         FILE STATUS IS WS-FEESFILE-STATUS.
007036
007038     SELECT XRATFILE ASSIGN TO "XRATFILE"
007040         ORGANIZATION IS INDEXED
007042         ACCESS MODE IS SEQUENTIAL
007044         RECORD KEY IS XRAT-KEY
007046         FILE STATUS IS WS-XRATFILE-STATUS.
007048
007050     SELECT PERDFILE ASSIGN TO "PERDFILE"
007052         ORGANIZATION IS INDEXED
007054         ACCESS MODE IS RANDOM
007056         RECORD KEY IS PERD-KEY
007058         FILE STATUS IS WS-PERDFILE-STATUS.
007060
007062     SELECT CLDGOUTFILE ASSIGN TO "CLDGOUT"
007064         ORGANIZATION IS SEQUENTIAL
007066         FILE STATUS IS WS-CLDGOUT-STATUS.
007068
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  TRANFILE
007900 FD  RESULTFILE
008000     LABEL RECORDS ARE STANDARD
008100     RECORDING MODE IS F.
008200 01  RESULT-RECORD                 PIC X(100).
008300
008400 FD  AUDITFILE
008500     LABEL RECORDS ARE STANDARD
008600     RECORDING MODE IS F.
008700 01  AUDIT-RECORD                  PIC X(162).
008800
008801*    THE GL INTERFACE RECORD IS THE RAW CALCNUMS LAYOUT - FIXED
008802*    UNEDITED SIGNED FIELDS, NOTHING FOR THE LOAD JOB TO PARSE.
009310     05  CHKPT-CHAIN-RESUL         PIC S9(9)V99.
009320     05  CHKPT-CHAIN-ACTIVE-SW     PIC X(01).
009330     05  CHKPT-FILE-SERIAL         PIC X(06).
009380     05  CHKPT-CHAIN-CURRENCY      PIC X(03).
009400
009401 FD  SYSINFILE
009402     LABEL RECORDS ARE STANDARD
009840 01  USRA-RECORD.
009850     COPY USRAFLDS.
009900
009902 FD  HISTFILE
009904     LABEL RECORDS ARE STANDARD.
009906 01  HIST-RECORD.
009908     COPY HISTFLDS.
009910
009912 FD  SRCPFILE
009914     LABEL RECORDS ARE STANDARD.
009916 01  SRCP-RECORD.
009918     COPY SRCPFLDS.
009920
009922 FD  FEESFILE
009924     LABEL RECORDS ARE STANDARD.
009926 01  FEES-RECORD.
009928     COPY FEESFLDS.
009930
009932 FD  XRATFILE
009934     LABEL RECORDS ARE STANDARD.
009936 01  XRAT-RECORD.
009938     COPY XRATFLDS.
009940
009942 FD  PERDFILE
009944     LABEL RECORDS ARE STANDARD.
009946 01  PERD-RECORD.
009948     COPY PERDFLDS.
009950
009952 FD  CLDGOUTFILE
009954     LABEL RECORDS ARE STANDARD
009956     RECORDING MODE IS F.
009958 01  CLDG-RECORD.
009960     COPY CLDGFLDS.
009962
010000 WORKING-STORAGE SECTION.
010100 01  WS-CALC-RECORD.
010200     COPY CALCNUMS.
010900         88  TRAN-EOF                         VALUE "Y".
011000     05  WS-OPLK-EOF-SW            PIC X(01)  VALUE "N".
011100         88  OPLK-EOF                         VALUE "Y".
011110     05  WS-FEES-EOF-SW            PIC X(01)  VALUE "N".
011120         88  FEES-EOF                         VALUE "Y".
011130     05  WS-FEE-SCHED-SW           PIC X(01)  VALUE "N".
011140         88  FEE-SCHEDULE-FOUND               VALUE "Y".
011150     05  WS-XRAT-EOF-SW            PIC X(01)  VALUE "N".
011160         88  XRAT-EOF                         VALUE "Y".
011170     05  WS-XRAT-FOUND-SW          PIC X(01)  VALUE "N".
011180         88  XRAT-FOUND                       VALUE "Y".
011200     05  WS-VALID-SW               PIC X(01)  VALUE "N".
011300         88  WS-OPER-VALID                    VALUE "Y".
011350     05  WS-NUMERIC-SW             PIC X(01)  VALUE "N".
011503         88  TERM-QUIT                        VALUE "Y".
011505     05  WS-CHAIN-ACTIVE-SW        PIC X(01)  VALUE "N".
011506         88  CHAIN-ACTIVE                     VALUE "Y".
011507*    SET WHEN A "D" IS HELD AS A DUPLICATE, SO THE "C" RECORDS
011508*    OF ITS CHAIN ARE HELD WITH IT (SEE 2140-CHECK-DUPLICATE).
011509     05  WS-DUP-SW                 PIC X(01)  VALUE "N".
011511         88  DUP-FOUND                        VALUE "Y".
011512     05  WS-CHAIN-DUP-SW           PIC X(01)  VALUE "N".
011513         88  CHAIN-DUPLICATE                  VALUE "Y".
011514     05  WS-SEEN-FULL-SW           PIC X(01)  VALUE "N".
011515         88  SEEN-TABLE-FULL                  VALUE "Y".
011517     05  WS-TRAILER-FOUND-SW       PIC X(01)  VALUE "N".
011520         88  TRAILER-FOUND                    VALUE "Y".
011530     05  WS-SERIAL-EOF-SW          PIC X(01)  VALUE "N".
011540         88  SERIAL-EOF                       VALUE "Y".
011593         88  USER-OPER-AUTH                   VALUE "Y".
011594     05  WS-VERIFY-MODE-SW         PIC X(01)  VALUE "N".
011595         88  VERIFY-MODE                      VALUE "Y".
011596*    ROUNDING RULE FOR "/", "%", "F" AND THE BRL CONVERSION
011597*    (SEE SYSIN COL 30, 2400 AND 2370). HALF-UP IS THE STANDARD;
011598*    "T" KEEPS THE OLD TRUNCATE-AT-TWO-DECIMALS BEHAVIOR FOR A
011599*    LEDGER THAT STILL EXPECTS IT.
011601     05  WS-ROUND-RULE-SW          PIC X(01)  VALUE "R".
011602         88  ROUND-HALF-UP                    VALUE "R".
011603         88  ROUND-TRUNCATE                   VALUE "T".
011604     05  WS-HIST-OPEN-SW           PIC X(01)  VALUE "N".
011605         88  HIST-AVAILABLE                   VALUE "Y".
011606     05  WS-HIST-SCAN-SW           PIC X(01)  VALUE "N".
011607         88  HIST-SCAN-DONE                   VALUE "Y".
011608*    WHAT THE HISTORY MASTER SAYS ABOUT THE CALCULATION AN "R"
011609*    RECORD WANTS TO BACK OUT (SEE 2460-FIND-ORIGINAL).
011610     05  WS-REV-ORIG-SW            PIC X(01)  VALUE "N".
011611         88  REV-ORIG-NONE                    VALUE "N".
011612         88  REV-ORIG-FOUND                   VALUE "F".
011613         88  REV-ORIG-REVERSED                VALUE "R".
011614         88  REV-ORIG-REJECTED                VALUE "J".
011664
011700 01  WS-FILE-STATUSES.
011800     05  WS-TRANFILE-STATUS        PIC X(02)  VALUE SPACES.
011900     05  WS-RESULTFILE-STATUS      PIC X(02)  VALUE SPACES.
012160     05  WS-RUNHFILE-STATUS        PIC X(02)  VALUE SPACES.
012200     05  WS-OPLKFILE-STATUS        PIC X(02)  VALUE SPACES.
012210     05  WS-USRAFILE-STATUS        PIC X(02)  VALUE SPACES.
012220     05  WS-HISTFILE-STATUS        PIC X(02)  VALUE SPACES.
012230     05  WS-SRCPFILE-STATUS        PIC X(02)  VALUE SPACES.
012240     05  WS-FEESFILE-STATUS        PIC X(02)  VALUE SPACES.
012250     05  WS-XRATFILE-STATUS        PIC X(02)  VALUE SPACES.
012260     05  WS-PERDFILE-STATUS        PIC X(02)  VALUE SPACES.
012270     05  WS-CLDGOUT-STATUS         PIC X(02)  VALUE SPACES.
012300
012350 01  WS-OPLK-COUNT                 PIC 9(04)  COMP VALUE ZERO.
012400 01  WS-OPERATOR-TABLE.
013900     05  WS-OPCOUNT-PCT            PIC 9(07)  COMP VALUE ZERO.
014000     05  WS-OPCOUNT-POW            PIC 9(07)  COMP VALUE ZERO.
014100     05  WS-OPCOUNT-MOD            PIC 9(07)  COMP VALUE ZERO.
014125     05  WS-OPCOUNT-REV            PIC 9(07)  COMP VALUE ZERO.
014150     05  WS-OPCOUNT-FEE            PIC 9(07)  COMP VALUE ZERO.
014200     05  WS-REJCOUNT-INVALID-OPER  PIC 9(07)  COMP VALUE ZERO.
014250     05  WS-REJCOUNT-NONNUMERIC    PIC 9(07)  COMP VALUE ZERO.
014300     05  WS-REJCOUNT-DIV-ZERO      PIC 9(07)  COMP VALUE ZERO.
014400     05  WS-REJCOUNT-OVERFLOW      PIC 9(07)  COMP VALUE ZERO.
014402     05  WS-REJCOUNT-NOT-IMPL      PIC 9(07)  COMP VALUE ZERO.
014404     05  WS-REJCOUNT-NO-PRIOR      PIC 9(07)  COMP VALUE ZERO.
014406     05  WS-REJCOUNT-NOT-AUTH      PIC 9(07)  COMP VALUE ZERO.
014408     05  WS-REJCOUNT-REV-NOT-FOUND PIC 9(07)  COMP VALUE ZERO.
014410     05  WS-REJCOUNT-REV-DONE      PIC 9(07)  COMP VALUE ZERO.
014412     05  WS-REJCOUNT-REV-OF-REJ    PIC 9(07)  COMP VALUE ZERO.
014414     05  WS-REJCOUNT-DUPLICATE     PIC 9(07)  COMP VALUE ZERO.
014416     05  WS-REJCOUNT-REV-OF-CHAIN  PIC 9(07)  COMP VALUE ZERO.
014418     05  WS-REJCOUNT-SRC-OPER      PIC 9(07)  COMP VALUE ZERO.
014420     05  WS-REJCOUNT-SRC-OPERAND   PIC 9(07)  COMP VALUE ZERO.
014422     05  WS-REJCOUNT-SRC-RESULT    PIC 9(07)  COMP VALUE ZERO.
014424     05  WS-REJCOUNT-NO-SCHEDULE   PIC 9(07)  COMP VALUE ZERO.
014426     05  WS-REJCOUNT-NO-BAND       PIC 9(07)  COMP VALUE ZERO.
014428     05  WS-REJCOUNT-NO-XRATE      PIC 9(07)  COMP VALUE ZERO.
014460     05  WS-REJ-SUSPENSE-COUNT     PIC 9(07)  COMP VALUE ZERO.
014461*    CALC-RESUL OVER THE GL RECORDS WRITTEN THIS RUN (SEE 9500).
014462     05  WS-GL-HASH-RESUL          PIC S9(9)V99 VALUE ZERO.
014463
014464******************************************************************
014466* RUN CONTROLS FROM THE SYSIN CARD. 999 MEANS NO REJECT-RATE
014468* THRESHOLD AND A ZERO DATE MEANS NO PROCESSING-DATE OVERRIDE -
014472* REJECT RATE IS NOT JUDGED BEFORE WS-REJECT-CHECK-FLOOR
014474* RECORDS HAVE BEEN PROCESSED THIS RUN, SO A COUPLE OF EARLY
014476* REJECTS IN A HEALTHY BATCH CANNOT TRIP THE THRESHOLD.
014477******************************************************************
014478 01  WS-RUN-CONTROLS.
014479     05  WS-PROC-DATE-OVERRIDE     PIC 9(08)  VALUE ZERO.
014480     05  WS-MAX-REJECT-PCT         PIC 9(03)  VALUE 999.
014481     05  WS-REJECT-CHECK-FLOOR     PIC 9(04)  COMP VALUE 100.
014482     05  WS-TOTAL-REJECTS          PIC 9(07)  COMP VALUE ZERO.
014483     05  WS-PROC-THIS-RUN          PIC 9(09)  COMP VALUE ZERO.
014484     05  WS-REJECT-PCT             PIC 9(03)  VALUE ZERO.
014485     05  WS-RUN-LABEL              PIC X(08)  VALUE SPACES.
014486*    THE DATE THE RUN PROCESSES AS - THE SYSIN OVERRIDE WHEN
014487*    THERE IS ONE, OTHERWISE TODAY - SET BY 1060-SET-PROC-DATE.
014488*    ITS YEAR AND MONTH ARE THE ACCOUNTING PERIOD THE RUN POSTS
014489*    TO (SEE 1800-CHECK-PERIOD-OPEN).
014490     05  WS-PROC-DATE              PIC 9(08)  VALUE ZERO.
014491     05  WS-PROC-DATE-R REDEFINES WS-PROC-DATE.
014492         10  WS-PROC-PERIOD        PIC 9(06).
014493         10  FILLER                PIC 9(02).
014494
014495*    START TIMESTAMP FOR THE RUN-HISTORY RECORD (SEE RUNHREC
014497*    AND 9400-WRITE-RUN-HISTORY), TAKEN BEFORE ANYTHING ELSE
014502     05  WS-RUN-START-DATE         PIC 9(08)  VALUE ZERO.
014503     05  WS-RUN-START-TIME         PIC 9(08)  VALUE ZERO.
014505
014506*    RUNNING RESULT CARRIED FROM THE LAST SUCCESSFUL RECORD TO
014507*    THE NEXT "C" CONTINUATION RECORD. WS-CHAIN-ACTIVE-SW (SEE
014508*    WS-SWITCHES) SAYS WHETHER IT IS USABLE - A REJECT BREAKS
014509*    THE CHAIN. THE RESULT IS KEPT IN THE CHAIN'S OWN CURRENCY,
014510*    WS-CHAIN-CURRENCY, WHICH EVERY "C" RECORD OF IT INHERITS.
014511 01  WS-CHAIN-RESUL                PIC S9(9)V99 VALUE ZERO.
014512 01  WS-CHAIN-CURRENCY             PIC X(03)  VALUE SPACES.
014513
014514
014515******************************************************************
014516* EXTRACT CONTROL TOTALS - THE HEADER FIELDS AS RECEIVED, THE
014517* TRAILER FIELDS AS RECEIVED, AND THE HASH TOTALS THIS RUN
014518* ACCUMULATES ITSELF OVER THE DETAIL RECORDS IT READS. THE HASH
014519* ACCUMULATORS DELIBERATELY USE THE SAME S9(9)V99 PICTURE AS
014520* THE TRAILER FIELDS SO HIGH-ORDER OVERFLOW TRUNCATES THE SAME
014522* WAY ON BOTH SIDES OF THE INTERFACE (SEE TRANCTL).
014524*****************************************************************
014540     05  WS-HASH-NUM1              PIC S9(9)V99 VALUE ZERO.
014542     05  WS-HASH-NUM2              PIC S9(9)V99 VALUE ZERO.
014544
014545* SOURCE SYSTEM OF CALCTGEN'S STANDING CALCULATIONS, WHICH REUSE
014546* THEIR TRANSACTION IDS NIGHT AFTER NIGHT (SEE 2140).
014547 01  WS-TMPLGEN-SOURCE             PIC X(08)  VALUE "TMPLGEN".
014548
014549******************************************************************
014550* SERIAL SEQUENCE CHECK (SEE 1520-CHECK-SERIAL-SEQUENCE).
014551* SERIALS ARE ISSUED IN SEQUENCE PER SOURCE SYSTEM, SO THE
014552* HIGHEST NUMERIC SERIAL ALREADY ON SERIALF FOR THIS EXTRACT'S
014554* SOURCE SYSTEM TELLS US WHAT THE INBOUND SERIAL SHOULD BE.
014556******************************************************************
014570
014600 01  WS-RESUL-DISPLAY              PIC -,---,---,--9.99.
014700
014701******************************************************************
014702* REVERSAL WORK AREAS (SEE 2450-REVERSE-ORIGINAL). THE ORIGINAL
014703* CALCULATION FOUND ON THE HISTORY MASTER IS KEPT HERE - ITS KEY
014704* FOR THE AUDIT LINE, ITS OPERANDS AND RESULT STILL IN THE EDITED
014705* AUDIT-LINE PICTURES THE MASTER CARRIES THEM IN. WS-REV-EDIT-NUM
014706* DE-EDITS ONE OF THOSE BACK TO A NUMBER. THE IDS REVERSED SO FAR
014707* THIS RUN ARE REMEMBERED BECAUSE THE MASTER ITSELF IS NOT FLAGGED
014708* UNTIL CALCHLD LOADS THE NIGHT - A SECOND "R" FOR THE SAME ID IN
014709* ONE EXTRACT MUST NOT BACK THE SAME CALCULATION OUT TWICE.
014710******************************************************************
014711 01  WS-REV-ORIGINAL.
014712     05  WS-REV-ORIG-KEY.
014713         10  WS-REV-ORIG-DATE      PIC 9(08)  VALUE ZERO.
014714         10  WS-REV-ORIG-TIME      PIC 9(08)  VALUE ZERO.
014715         10  WS-REV-ORIG-SEQ       PIC 9(07)  VALUE ZERO.
014716     05  WS-REV-ORIG-NUM1          PIC X(17)  VALUE SPACES.
014717     05  WS-REV-ORIG-OPER          PIC X(01)  VALUE SPACE.
014718     05  WS-REV-ORIG-NUM2          PIC X(17)  VALUE SPACES.
014719     05  WS-REV-ORIG-RESUL         PIC X(17)  VALUE SPACES.
014720     05  WS-REV-ORIG-CURRENCY      PIC X(03)  VALUE SPACES.
014721     05  WS-REV-ORIG-ORIG-RESUL    PIC X(17)  VALUE SPACES.
014722     05  WS-REV-ORIG-EXCH-RATE     PIC X(12)  VALUE SPACES.
014723     05  WS-REV-ORIG-REC-TYPE      PIC X(01)  VALUE SPACE.
014724         88  REV-ORIG-CHAIN-STEP              VALUE "C".
014725
014726 01  WS-REV-EDIT-AREA.
014727     05  WS-REV-EDIT-X             PIC X(17)  VALUE SPACES.
014728     05  WS-REV-EDIT-NUM REDEFINES WS-REV-EDIT-X
014729                                   PIC -,---,---,--9.99.
014730     05  WS-REV-RATE-X             PIC X(12)  VALUE SPACES.
014731     05  WS-REV-RATE-NUM REDEFINES WS-REV-RATE-X
014732                                   PIC ZZZZ9.999999.
014733 01  WS-REV-ORIG-AMOUNT            PIC S9(9)V99 VALUE ZERO.
014734
014735 01  WS-REV-DONE-COUNT             PIC 9(04)  COMP VALUE ZERO.
014736 01  WS-REV-DONE-TABLE.
014737     05  WS-REV-DONE-ENTRY OCCURS 1 TO 500 TIMES
014738             DEPENDING ON WS-REV-DONE-COUNT
014739             INDEXED BY WS-REV-DONE-IDX.
014740         10  WS-REV-DONE-TRAN-ID   PIC X(08).
014741
014742******************************************************************
014743* IDS OF THE "D" RECORDS THAT HAVE POSTED SO FAR THIS RUN (SEE
014744* 2140-CHECK-DUPLICATE). THE HISTORY MASTER ONLY SHOWS EARLIER
014745* NIGHTS, SO A REPEAT WITHIN THE EXTRACT IS CAUGHT HERE; CALCSPLT
014746* DEALS EVERY OCCURRENCE OF AN ID TO ONE STREAM SO THE REPEAT
014747* MEETS THE FIRST. WHEN THE TABLE FILLS, THE REST OF THE RUN IS
014748* CHECKED AGAINST THE MASTER ONLY AND THE CONTROL REPORT SAYS SO.
014749******************************************************************
014750 01  WS-SEEN-COUNT                 PIC 9(05)  COMP VALUE ZERO.
014751 01  WS-SEEN-TABLE.
014752     05  WS-SEEN-ENTRY OCCURS 1 TO 10000 TIMES
014753             DEPENDING ON WS-SEEN-COUNT
014754             INDEXED BY WS-SEEN-IDX.
014755         10  WS-SEEN-TRAN-ID       PIC X(08).
014756
014800 01  WS-AUDIT-TIMESTAMP.
014900     05  WS-AUDIT-DATE             PIC 9(08).
015000     05  WS-AUDIT-TIME             PIC 9(08).
015100
015101 01  WS-TERM-USER                  PIC X(08)  VALUE SPACES.
015102
015103*    OPERATOR CODES THE SIGNED-ON USER MAY USE, KEPT FROM THE
015104*    USRAFILE ENTRY BY 1700-LOAD-USER-AUTH; SPACES UNTIL (AND
015105*    UNLESS) AN ACTIVE ENTRY IS FOUND, WHICH AUTHORIZES NOTHING.
015106 01  WS-USER-OPER-LIST             PIC X(20)  VALUE SPACES.
015107 01  WS-AUTH-HIT-COUNT             PIC 9(02)  COMP VALUE ZERO.
015108
015109******************************************************************
015110* THE PROFILE OF THE SOURCE SYSTEM THAT SENT THIS EXTRACT, KEPT
015111* FROM SRCPFILE BY 1600-LOAD-SOURCE-PROFILE AND TESTED AGAINST
015112* EVERY DETAIL RECORD (SEE 2320/2360/2445). WS-SRCP-AMOUNT IS
015113* UNSIGNED, SO MOVING AN OPERAND OR RESULT INTO IT DROPS THE SIGN
015114* AND LEAVES THE SIZE THE LIMITS ARE STATED IN.
015115******************************************************************
015116 01  WS-SRCP-PROFILE.
015117     COPY SRCPFLDS REPLACING ==05== BY ==10==.
015118 01  WS-SRCP-HIT-COUNT             PIC 9(02)  COMP VALUE ZERO.
015119 01  WS-SRCP-AMOUNT                PIC 9(9)V99 VALUE ZERO.
015120
015121******************************************************************
015122* THE FEE RATE TABLE (SEE FEESFLDS), LOADED BY 1250-LOAD-FEE-TABLE
015123* IN KEY ORDER - SCHEDULE, EFFECTIVE DATE, BAND - SO THE BANDS OF
015124* ONE VERSION OF A SCHEDULE SIT TOGETHER AND IN SEQUENCE. THE
015125* WORK FIELDS BELOW CARRY ONE "F" CALCULATION THROUGH 2490: THE
015126* SCHEDULE NUM2 NAMES, THE VERSION CHOSEN, THE UNSIGNED BASE,
015127* THE LOWER BOUND OF THE BAND BEING APPLIED AND THE FEE SO FAR,
015128* UNROUNDED UNTIL THE LAST BAND HAS BEEN ADDED IN.
015129******************************************************************
015130 01  WS-FEES-COUNT                 PIC 9(04)  COMP VALUE ZERO.
015131 01  WS-FEES-TABLE.
015132     05  WS-FEES-ENTRY OCCURS 1 TO 500 TIMES
015133             DEPENDING ON WS-FEES-COUNT
015134             INDEXED BY WS-FEES-IDX.
015135         COPY FEESFLDS REPLACING ==05== BY ==10==
015136                                 ==10== BY ==15==.
015137
015138 01  WS-FEE-WORK.
015139     05  WS-FEE-SCHEDULE           PIC 9(04)  VALUE ZERO.
015140     05  WS-FEE-EFF-DATE           PIC 9(08)  VALUE ZERO.
015141     05  WS-FEE-FIRST-BAND         PIC 9(04)  COMP VALUE ZERO.
015142     05  WS-FEE-LAST-BAND          PIC 9(04)  COMP VALUE ZERO.
015143     05  WS-FEE-SUB                PIC 9(04)  COMP VALUE ZERO.
015144     05  WS-FEE-BASE               PIC 9(9)V99 VALUE ZERO.
015145     05  WS-FEE-LOWER              PIC 9(9)V99 VALUE ZERO.
015146     05  WS-FEE-PORTION            PIC 9(9)V99 VALUE ZERO.
015147     05  WS-FEE-ACCUM              PIC S9(11)V9(6) VALUE ZERO.
015148
015149*    FEES BY SCHEDULE FOR THE CONTROL REPORT - ONE ENTRY PER
015150*    SCHEDULE THAT POSTED A FEE THIS RUN, NET OF REVERSALS. NO
015151*    MORE SCHEDULES CAN POST THAN THE RATE TABLE HOLDS BANDS.
015152 01  WS-FEETOT-COUNT               PIC 9(04)  COMP VALUE ZERO.
015153 01  WS-FEETOT-TABLE.
015154     05  WS-FEETOT-ENTRY OCCURS 1 TO 500 TIMES
015155             DEPENDING ON WS-FEETOT-COUNT
015156             INDEXED BY WS-FEETOT-IDX.
015157         10  WS-FEETOT-SCHEDULE    PIC 9(04).
015158         10  WS-FEETOT-CALCS       PIC 9(07)  COMP.
015159         10  WS-FEETOT-AMOUNT      PIC S9(11)V99.
015160
015161 01  WS-FEETOT-LINE.
015162     05  FILLER                    PIC X(11)  VALUE
015163                                   "  SCHEDULE ".
015164     05  WS-FTL-SCHEDULE           PIC 9(04).
015165     05  FILLER                    PIC X(08)  VALUE "  CALCS ".
015166     05  WS-FTL-CALCS              PIC Z,ZZZ,ZZ9.
015167     05  FILLER                    PIC X(07)  VALUE "  FEES ".
015168     05  WS-FTL-AMOUNT             PIC -,---,---,---,--9.99.
015169
015170******************************************************************
015171* THE DAY'S EXCHANGE RATES (SEE XRATFLDS), LOADED BY
015172* 1270-LOAD-EXCHANGE-RATES - ONLY THE ENTRIES DATED THE
015173* PROCESSING DATE, ONE PER CURRENCY. BRL IS THE BASE CURRENCY
015174* EVERY RESULT IS CONVERTED TO AND NEEDS NO ENTRY; AN EXTRACT
015175* RECORD WITH NO CURRENCY IS IN BRL.
015176******************************************************************
015177 01  WS-BASE-CURRENCY              PIC X(03)  VALUE "BRL".
015178 01  WS-XRAT-COUNT                 PIC 9(04)  COMP VALUE ZERO.
015179 01  WS-XRAT-TABLE.
015180     05  WS-XRAT-ENTRY OCCURS 1 TO 200 TIMES
015181             DEPENDING ON WS-XRAT-COUNT
015182             INDEXED BY WS-XRAT-IDX.
015183         COPY XRATFLDS REPLACING ==05== BY ==10==
015184                                 ==10== BY ==15==.
015210
015220******************************************************************
015230* TRANSACTION ID ASSIGNED TO INTERACTIVE CALCULATIONS, WHICH
016100     05  WS-RL-RESUL               PIC -,---,---,--9.99.
016200     05  FILLER                    PIC X(01)  VALUE SPACE.
016300     05  WS-RL-RC                  PIC 9(02).
016310     05  FILLER                    PIC X(01)  VALUE SPACE.
016320     05  WS-RL-CURRENCY            PIC X(03).
016330     05  FILLER                    PIC X(01)  VALUE SPACE.
016340     05  WS-RL-ORIG-RESUL          PIC -,---,---,--9.99.
016350     05  FILLER                    PIC X(01)  VALUE SPACE.
016360     05  WS-RL-EXCH-RATE           PIC ZZZZ9.999999.
016400
016500*    THE LINE LAYOUT LIVES IN AUDITLNE, SHARED WITH AUDITRPT.
016600 01  WS-AUDIT-LINE.
019420     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
019440     ACCEPT WS-RUN-START-TIME FROM TIME.
019500     PERFORM 1200-LOAD-OPERATOR-TABLE THRU 1200-EXIT.
019550     PERFORM 1250-LOAD-FEE-TABLE THRU 1250-EXIT.
019600     PERFORM 1100-OPEN-TRANFILE THRU 1100-EXIT.
019700     PERFORM 1300-OPEN-AUDIT-FILE THRU 1300-EXIT.
019800     IF BATCH-MODE
019850         PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT
019855         PERFORM 1060-SET-PROC-DATE THRU 1060-EXIT
019860         PERFORM 1500-VALIDATE-HEADER THRU 1500-EXIT
019862         PERFORM 1600-LOAD-SOURCE-PROFILE THRU 1600-EXIT
019865         IF NOT VERIFY-MODE
019867             PERFORM 1800-CHECK-PERIOD-OPEN THRU 1800-EXIT
019870             PERFORM 1510-CHECK-FILE-SERIAL THRU 1510-EXIT
019880             PERFORM 1520-CHECK-SERIAL-SEQUENCE THRU 1520-EXIT
019890         END-IF
019950         PERFORM 1150-OPEN-RESULTFILE THRU 1150-EXIT
019960         PERFORM 1160-OPEN-REJECTFILE THRU 1160-EXIT
019970         PERFORM 1170-OPEN-GLINTFILE THRU 1170-EXIT
020070         PERFORM 1180-OPEN-HISTFILE THRU 1180-EXIT
020100     END-IF.
020200     ACCEPT WS-TERM-USER FROM ENVIRONMENT "USER"
020300         ON EXCEPTION
020500     END-ACCEPT.
020592     IF INTERACTIVE-MODE
020594         PERFORM 1700-LOAD-USER-AUTH THRU 1700-EXIT
020595         PERFORM 1060-SET-PROC-DATE THRU 1060-EXIT
020596     END-IF.
020597     IF BATCH-MODE
020598         PERFORM 1270-LOAD-EXCHANGE-RATES THRU 1270-EXIT
020599     END-IF.
020600 1000-EXIT.
020700     EXIT.
020800
020801******************************************************************
020802* 1050-READ-RUN-CONTROL - PICK UP THE OPERATIONAL PARAMETERS
020803* FROM THE SYSIN RUN-CONTROL CARD:
020804*   COLS  1- 4  CHECKPOINT INTERVAL (BLANK/ZERO = DEFAULT 100)
020805*   COLS  6-13  PROCESSING DATE YYYYMMDD (BLANK = SYSTEM DATE)
020806*   COLS 15-17  MAX REJECT PERCENT (BLANK = NO THRESHOLD)
020807*   COLS 19-26  RUN LABEL FOR THE RUN-HISTORY RECORD
020808*   COL  28     "V" = VERIFICATION RUN - SERIALF NEITHER
020809*               CHECKED NOR RECORDED (SEE VERIFJOB/GLCOMP)
020810*   COL  30     ROUNDING FOR "/", "%", "F" AND BRL CONVERSION -
020811*               "R" HALF-UP (THE DEFAULT), "T" TRUNCATE. A
020812*               MISSING, DUMMY OR EMPTY SYSIN KEEPS EVERY DEFAULT.
020813******************************************************************
020821 1050-READ-RUN-CONTROL.
020822     OPEN INPUT SYSINFILE.
020823     IF WS-SYSINFILE-STATUS = "00"
020864                 "CHECKED NOR RECORDED"
020865     END-IF.
020866 1050-EXIT.
020868     EXIT.
020869
020870******************************************************************
020871* 1060-SET-PROC-DATE - THE DATE THE RUN PROCESSES AS: THE SYSIN
020872* OVERRIDE WHEN THERE IS ONE, OTHERWISE TODAY. SET BEFORE ANY
020873* CONTROL CHECK THAT DEPENDS ON IT, AND STAMPED ON THE WORKING
020874* CALCULATION RECORD SO EVERY GL RECORD SAYS WHICH ACCOUNTING
020875* PERIOD IT POSTS TO.
020876******************************************************************
020877 1060-SET-PROC-DATE.
020878     IF WS-PROC-DATE-OVERRIDE NOT = ZERO
020879         MOVE WS-PROC-DATE-OVERRIDE TO WS-PROC-DATE
020880     ELSE
020881         ACCEPT WS-PROC-DATE FROM DATE YYYYMMDD
020882     END-IF.
020883     MOVE WS-PROC-DATE TO CALC-PROC-DATE OF WS-CALC-RECORD.
020884 1060-EXIT.
020889     EXIT.
020894
020900 1100-OPEN-TRANFILE.
021000     OPEN INPUT TRANFILE.
021100     IF WS-TRANFILE-STATUS = "00"
022054     EXIT.
022055
022093******************************************************************
022094* 1180-OPEN-HISTFILE - OPEN THE CALCULATION HISTORY MASTER (SEE
022095* HISTFLDS) SO AN "R" REVERSAL RECORD CAN LOOK UP THE
022096* CALCULATION IT BACKS OUT. THE STREAMS RUN IN PARALLEL AGAINST
022097* THE ONE MASTER, SO IT IS ONLY EVER READ HERE; CALCHLD, THE
022098* MASTER'S ONE UPDATER, FLAGS THE ORIGINAL AS REVERSED FROM THE
022099* REVERSAL'S OWN AUDIT LINE WHEN IT LOADS THE NIGHT. A MASTER
022100* THAT HAS NEVER BEEN LOADED (STATUS 35) IS AN EMPTY HISTORY -
022101* THE RUN GOES ON AND ANY REVERSAL REJECTS AS NOT FOUND. ANY
022102* OTHER FAILURE ABORTS BEFORE A RECORD IS PROCESSED.
022103******************************************************************
022104 1180-OPEN-HISTFILE.
022105     OPEN INPUT HISTFILE.
022106     EVALUATE WS-HISTFILE-STATUS
022107         WHEN "00"
022108             SET HIST-AVAILABLE TO TRUE
022109         WHEN "35"
022110             DISPLAY "HISTF NOT YET LOADED - ANY REVERSAL WILL "
022111                     "REJECT AS NOT FOUND"
022112         WHEN OTHER
022113             DISPLAY "HISTF OPEN FAILED - STATUS "
022114                     WS-HISTFILE-STATUS
022115             CLOSE TRANFILE
022116             CLOSE RESULTFILE
022117             CLOSE GLINTFILE
022118             CLOSE REJECTFILE
022119             CLOSE AUDITFILE
022120             MOVE 16 TO RETURN-CODE
022121             STOP RUN
022122     END-EVALUATE.
022123 1180-EXIT.
022124     EXIT.
022125
022126******************************************************************
022131* 1200-LOAD-OPERATOR-TABLE - READ THE OPERATOR LOOKUP FILE INTO
022169* WS-OPERATOR-TABLE SO 2300-VALIDATE-OPERATOR CAN SEARCH IT
022207* INSTEAD OF TESTING A HARDCODED LIST OF LITERALS. IF THE FILE
024150             END-IF
024200     END-READ.
024300 1210-EXIT.
024301     EXIT.
024302
024303******************************************************************
024304* 1250-LOAD-FEE-TABLE - READ THE FEE RATE TABLE INTO
024305* WS-FEES-TABLE FOR THE "F" OPERATOR. AS WITH OPLKFILE, A FILE
024306* THAT WILL NOT OPEN ABORTS THE RUN. UNLIKE OPLKFILE, A TABLE
024307* TOO BIG TO HOLD ABORTS AS WELL: A SCHEDULE WHOSE LATER BANDS
024308* WERE DROPPED WOULD STILL CALCULATE, AND CHARGE THE WRONG FEE.
024309******************************************************************
024310 1250-LOAD-FEE-TABLE.
024311     OPEN INPUT FEESFILE.
024312     IF WS-FEESFILE-STATUS NOT = "00"
024313         DISPLAY "FEESFILE OPEN FAILED - STATUS "
024314                 WS-FEESFILE-STATUS
024315         MOVE 16 TO RETURN-CODE
024316         STOP RUN
024317     END-IF.
024318     PERFORM 1260-LOAD-ONE-FEE-BAND THRU 1260-EXIT
024319         UNTIL FEES-EOF.
024320     CLOSE FEESFILE.
024321 1250-EXIT.
024322     EXIT.
024323
024324 1260-LOAD-ONE-FEE-BAND.
024325     READ FEESFILE
024326         AT END
024327             SET FEES-EOF TO TRUE
024328         NOT AT END
024329             IF WS-FEES-COUNT < 500
024330                 ADD 1 TO WS-FEES-COUNT
024331                 MOVE FEES-RECORD
024332                     TO WS-FEES-ENTRY (WS-FEES-COUNT)
024333             ELSE
024334                 DISPLAY "FEESFILE HOLDS MORE THAN 500 BANDS - "
024335                         "RUN STOPPED"
024336                 CLOSE FEESFILE
024337                 MOVE 16 TO RETURN-CODE
024338                 STOP RUN
024339             END-IF
024340     END-READ.
024341     IF WS-FEESFILE-STATUS NOT = "00"
024342         AND WS-FEESFILE-STATUS NOT = "10"
024343         DISPLAY "FEESFILE READ FAILED - STATUS "
024344                 WS-FEESFILE-STATUS
024345         CLOSE FEESFILE
024346         MOVE 16 TO RETURN-CODE
024347         STOP RUN
024348     END-IF.
024349 1260-EXIT.
024350     EXIT.
024351
024352******************************************************************
024353* 1270-LOAD-EXCHANGE-RATES - READ THE DAY'S RATES FROM XRATFILE
024354* INTO WS-XRAT-TABLE. THE FILE KEEPS EVERY DAY'S RATES, SO ONLY
024355* THE ENTRIES DATED THE PROCESSING DATE ARE KEPT - A CURRENCY
024356* WHOSE RATE DID NOT ARRIVE TODAY HAS NO ENTRY AND ITS RECORDS
024357* REJECT, RATHER THAN POSTING AT YESTERDAY'S RATE. A FILE THAT
024358* WILL NOT OPEN ABORTS THE RUN, AS WITH OPLKFILE. RUN AFTER
024359* WS-PROC-DATE IS SET, BATCH ONLY - TERMINAL WORK IS IN BRL.
024360******************************************************************
024361 1270-LOAD-EXCHANGE-RATES.
024362     OPEN INPUT XRATFILE.
024363     IF WS-XRATFILE-STATUS NOT = "00"
024364         DISPLAY "XRATFILE OPEN FAILED - STATUS "
024365                 WS-XRATFILE-STATUS
024366         CLOSE TRANFILE
024367         CLOSE RESULTFILE
024368         CLOSE GLINTFILE
024369         CLOSE REJECTFILE
024370         CLOSE HISTFILE
024371         CLOSE AUDITFILE
024372         MOVE 16 TO RETURN-CODE
024373         STOP RUN
024374     END-IF.
024375     PERFORM 1280-LOAD-ONE-RATE THRU 1280-EXIT
024376         UNTIL XRAT-EOF.
024377     CLOSE XRATFILE.
024378     DISPLAY "EXCHANGE RATES FOR " WS-PROC-DATE ": "
024379             WS-XRAT-COUNT.
024380 1270-EXIT.
024381     EXIT.
024382
024383 1280-LOAD-ONE-RATE.
024384     READ XRATFILE
024385         AT END
024386             SET XRAT-EOF TO TRUE
024387         NOT AT END
024388             IF XRAT-RATE-DATE OF XRAT-RECORD = WS-PROC-DATE
024389                 IF XRAT-RATE OF XRAT-RECORD = ZERO
024390                     DISPLAY "XRATFILE RATE FOR "
024391                             XRAT-CURRENCY OF XRAT-RECORD
024392                             " IS ZERO - IGNORED"
024393                 ELSE
024394                     IF WS-XRAT-COUNT < 200
024395                         ADD 1 TO WS-XRAT-COUNT
024396                         MOVE XRAT-RECORD
024397                             TO WS-XRAT-ENTRY (WS-XRAT-COUNT)
024398                     ELSE
024399                         DISPLAY "XRATFILE HAS MORE THAN 200 "
024401                                 "RATES FOR THE DAY - RATE FOR "
024402                                 XRAT-CURRENCY OF XRAT-RECORD
024403                                 " IGNORED"
024404                     END-IF
024405                 END-IF
024406             END-IF
024407     END-READ.
024408     IF WS-XRATFILE-STATUS NOT = "00"
024409         AND WS-XRATFILE-STATUS NOT = "10"
024410         DISPLAY "XRATFILE READ FAILED - STATUS "
024411                 WS-XRATFILE-STATUS
024412         CLOSE XRATFILE
024413         PERFORM 2190-ABORT-BATCH THRU 2190-EXIT
024414     END-IF.
024415 1280-EXIT.
024465     EXIT.
024500
024600 1300-OPEN-AUDIT-FILE.
024700     OPEN EXTEND AUDITFILE.
026610                     MOVE CHKPT-CHAIN-RESUL TO WS-CHAIN-RESUL
026620                     MOVE CHKPT-CHAIN-ACTIVE-SW
026630                         TO WS-CHAIN-ACTIVE-SW
026635                     MOVE CHKPT-CHAIN-CURRENCY
026640                         TO WS-CHAIN-CURRENCY
026650                     SET CHKPT-FOUND TO TRUE
026660                 ELSE
026670                     DISPLAY "CHECKPOINT IS FOR EXTRACT "
026970     END-IF.
027000 1400-EXIT.
027100     EXIT.
027101
027102******************************************************************
027103* 1500-VALIDATE-HEADER - THE FIRST EXTRACT RECORD MUST BE THE
027104* "H" CONTROL HEADER CARRYING THE EXTRACT DATE, SOURCE SYSTEM
027105* AND FILE SERIAL (SEE TRANCTL). AN EMPTY FILE OR A FILE THAT
027106* LEADS WITH A DETAIL RECORD IS AN EXTRACT BUILT THE OLD WAY -
027107* OR CUT OFF AT THE FRONT - AND THE RUN STOPS BEFORE A SINGLE
027108* DETAIL IS PROCESSED.
027109******************************************************************
027110 1500-VALIDATE-HEADER.
027111     READ TRANFILE
027112         AT END
027113             DISPLAY "TRANFILE IS EMPTY - NO HEADER RECORD"
027114             PERFORM 1590-ABORT-EXTRACT THRU 1590-EXIT
027115     END-READ.
027116     IF WS-TRANFILE-STATUS NOT = "00"
027117         DISPLAY "TRANFILE READ FAILED - STATUS "
027118                 WS-TRANFILE-STATUS
027119         PERFORM 1590-ABORT-EXTRACT THRU 1590-EXIT
027120     END-IF.
027121     IF NOT CALC-REC-HEADER OF TRAN-RECORD
027122         DISPLAY "TRANFILE DOES NOT START WITH A HEADER RECORD"
027123         PERFORM 1590-ABORT-EXTRACT THRU 1590-EXIT
027124     END-IF.
027125     MOVE TRAN-HDR-EXTRACT-DATE  TO WS-HDR-EXTRACT-DATE.
027126     MOVE TRAN-HDR-SOURCE-SYSTEM TO WS-HDR-SOURCE-SYSTEM.
027127     MOVE TRAN-HDR-FILE-SERIAL   TO WS-HDR-FILE-SERIAL.
027128     MOVE WS-HDR-SOURCE-SYSTEM
027129         TO CALC-SOURCE-SYSTEM OF WS-CALC-RECORD.
027130     DISPLAY "PROCESSING EXTRACT " WS-HDR-FILE-SERIAL
027131             " FROM " WS-HDR-SOURCE-SYSTEM
027132             " DATED " WS-HDR-EXTRACT-DATE.
027133 1500-EXIT.
027134     EXIT.
027142
027143******************************************************************
027144* 1510-CHECK-FILE-SERIAL - SERIALF REMEMBERS THE FILE SERIAL OF
027286     EXIT.
027287
027288******************************************************************
027289* 1600-LOAD-SOURCE-PROFILE - LOOK THE EXTRACT'S SOURCE SYSTEM UP
027290* ON THE PROFILE FILE AND KEEP ITS ENTRY FOR THE PER-RECORD
027291* CHECKS. THE SAME POSITIVE CONTROL AS THE TERMINAL'S USRAFILE:
027292* A SOURCE WITH NO ENTRY, OR AN INACTIVE ONE, IS REFUSED BEFORE
027293* A DETAIL RECORD IS TOUCHED, AND A PROFILE FILE THAT WILL NOT
027294* OPEN STOPS THE RUN RATHER THAN WAVE EVERY FEED THROUGH. A
027295* VERIFY RUN IS CHECKED THE SAME WAY - A FEED THAT WOULD BE
027296* REFUSED TONIGHT SHOULD BE FOUND OUT BY THE DRESS REHEARSAL.
027297******************************************************************
027298 1600-LOAD-SOURCE-PROFILE.
027299     OPEN INPUT SRCPFILE.
027300     IF WS-SRCPFILE-STATUS NOT = "00"
027301         DISPLAY "SRCPFILE OPEN FAILED - STATUS "
027302                 WS-SRCPFILE-STATUS
027303         PERFORM 1590-ABORT-EXTRACT THRU 1590-EXIT
027304     END-IF.
027305     MOVE WS-HDR-SOURCE-SYSTEM TO SRCP-SOURCE-SYSTEM
027306         OF SRCP-RECORD.
027307     READ SRCPFILE
027308         INVALID KEY
027309             CONTINUE
027310     END-READ.
027311     EVALUATE TRUE
027312         WHEN WS-SRCPFILE-STATUS = "00"
027313             AND SRCP-ACTIVE OF SRCP-RECORD
027314             MOVE SRCP-RECORD TO WS-SRCP-PROFILE
027315             CLOSE SRCPFILE
027316         WHEN WS-SRCPFILE-STATUS = "00"
027317             DISPLAY "SOURCE SYSTEM " WS-HDR-SOURCE-SYSTEM
027318                     " IS INACTIVE ON SRCPFILE - RUN REFUSED"
027319             CLOSE SRCPFILE
027320             PERFORM 1590-ABORT-EXTRACT THRU 1590-EXIT
027321         WHEN WS-SRCPFILE-STATUS = "23"
027322             DISPLAY "SOURCE SYSTEM " WS-HDR-SOURCE-SYSTEM
027323                     " HAS NO PROCESSING PROFILE - RUN REFUSED"
027324             CLOSE SRCPFILE
027325             PERFORM 1590-ABORT-EXTRACT THRU 1590-EXIT
027326         WHEN OTHER
027327             DISPLAY "SRCPFILE READ FAILED - STATUS "
027328                     WS-SRCPFILE-STATUS
027329             CLOSE SRCPFILE
027330             PERFORM 1590-ABORT-EXTRACT THRU 1590-EXIT
027331     END-EVALUATE.
027332 1600-EXIT.
027333     EXIT.
027334
027335******************************************************************
027336* 1700-LOAD-USER-AUTH - INTERACTIVE SESSIONS ONLY. LOOK THE
027337* SIGNED-ON USER UP ON THE AUTHORIZATION FILE AND KEEP THE
027338* OPERATOR CODES THAT USER MAY USE; 2310-CHECK-USER-AUTH TESTS
027339* EVERY KEYED OPERATOR AGAINST THE LIST BEFORE A CALCULATION
027340* RUNS. INTERNAL AUDIT ASKED FOR POSITIVE CONTROL, SO A USER
027341* WITH NO ENTRY, OR A REVOKED ONE, IS WARNED AT SIGN-ON AND
027342* EVERY ATTEMPT IS REFUSED (AND AUDITED); AND A FILE THAT WILL
027343* NOT OPEN ABORTS THE SESSION THE SAME WAY A MISSING OPLKFILE
027344* DOES - AN AUTHORIZATION CHECK THAT SILENTLY WAVES EVERYONE
027345* THROUGH IS NO CONTROL AT ALL. THE FILE IS READ ONCE - ONE
027346* USER PER SESSION - AND CLOSED AGAIN.
027347******************************************************************
027348 1700-LOAD-USER-AUTH.
027349     OPEN INPUT USRAFILE.
027350     IF WS-USRAFILE-STATUS NOT = "00"
027351         DISPLAY "USRAFILE OPEN FAILED - STATUS "
027352                 WS-USRAFILE-STATUS
027353         CLOSE AUDITFILE
027354         MOVE 16 TO RETURN-CODE
027355         STOP RUN
027356     END-IF.
027357     MOVE WS-TERM-USER TO USRA-USER.
027358     READ USRAFILE
027359         INVALID KEY
027360             CONTINUE
027361     END-READ.
027362     EVALUATE TRUE
027363         WHEN WS-USRAFILE-STATUS = "00" AND USRA-ACTIVE
027364             SET USER-AUTH-FOUND TO TRUE
027365             MOVE USRA-OPER-LIST TO WS-USER-OPER-LIST
027366         WHEN WS-USRAFILE-STATUS = "00"
027367             DISPLAY "USUARIO " WS-TERM-USER " REVOGADO - "
027368                     "TODA OPERACAO SERA RECUSADA"
027369         WHEN WS-USRAFILE-STATUS = "23"
027370             DISPLAY "USUARIO " WS-TERM-USER " SEM "
027371                     "AUTORIZACAO - TODA OPERACAO SERA "
027372                     "RECUSADA"
027373         WHEN OTHER
027374             DISPLAY "USRAFILE READ FAILED - STATUS "
027375                     WS-USRAFILE-STATUS
027376             CLOSE USRAFILE
027377             CLOSE AUDITFILE
027378             MOVE 16 TO RETURN-CODE
027379             STOP RUN
027380     END-EVALUATE.
027381     CLOSE USRAFILE.
027382 1700-EXIT.
027383     EXIT.
027384
027385******************************************************************
027391* 1800-CHECK-PERIOD-OPEN - A BATCH MAY NOT POST INTO AN
027392* ACCOUNTING PERIOD THAT HAS BEEN CLOSED. THE PERIOD CONTROL
027393* ENTRY ON PERDFILE (BLANK SOURCE SYSTEM AND OPERATOR, SEE
027394* PERDFLDS) FOR THE PERIOD OF THE PROCESSING DATE IS READ; IF
027395* PERDCLS HAS CLOSED IT THE EXTRACT IS REFUSED RC 16 BEFORE A
027396* DETAIL IS TOUCHED AND BEFORE ITS SERIAL IS RECORDED, SO IT CAN
027397* BE RERUN UNDER AN OPEN PERIOD'S DATE ONCE FINANCE SAYS WHERE
027398* IT BELONGS. NO ENTRY MEANS NOTHING HAS POSTED TO THE PERIOD
027399* YET - OPEN. A PERDFILE THAT HAS NEVER BEEN LOADED (STATUS 35)
027400* MEANS NO PERIOD HAS EVER BEEN CLOSED, THE SAME AS HISTF IN
027401* 1180-OPEN-HISTFILE. A VERIFY RUN POSTS NOTHING AND IS NOT
027402* CHECKED.
027403******************************************************************
027404 1800-CHECK-PERIOD-OPEN.
027405     OPEN INPUT PERDFILE.
027406     EVALUATE WS-PERDFILE-STATUS
027407         WHEN "00"
027408             CONTINUE
027409         WHEN "35"
027410             DISPLAY "PERDFILE NOT YET LOADED - NO PERIOD CLOSED"
027411         WHEN OTHER
027412             DISPLAY "PERDFILE OPEN FAILED - STATUS "
027413                     WS-PERDFILE-STATUS
027414             PERFORM 1590-ABORT-EXTRACT THRU 1590-EXIT
027415     END-EVALUATE.
027416     IF WS-PERDFILE-STATUS = "00"
027417         MOVE SPACES TO PERD-RECORD
027418         MOVE WS-PROC-PERIOD TO PERD-PERIOD
027419         READ PERDFILE
027420             INVALID KEY
027421                 CONTINUE
027422         END-READ
027423         EVALUATE TRUE
027424             WHEN WS-PERDFILE-STATUS = "00"
027425                 AND PERD-CLOSED
027426                 DISPLAY "ACCOUNTING PERIOD " WS-PROC-PERIOD
027427                         " WAS CLOSED ON " PERD-CLOSE-DATE
027428                         " - RUN REFUSED"
027429                 DISPLAY "PROCESSING DATE " WS-PROC-DATE
027430                         " - RERUN UNDER AN OPEN PERIOD'S DATE"
027431                 CLOSE PERDFILE
027432                 PERFORM 1590-ABORT-EXTRACT THRU 1590-EXIT
027433             WHEN WS-PERDFILE-STATUS = "00"
027434                 OR WS-PERDFILE-STATUS = "23"
027435                 CLOSE PERDFILE
027436             WHEN OTHER
027437                 DISPLAY "PERDFILE READ FAILED - STATUS "
027438                         WS-PERDFILE-STATUS
027439                 CLOSE PERDFILE
027440                 PERFORM 1590-ABORT-EXTRACT THRU 1590-EXIT
027441         END-EVALUATE
027442     END-IF.
027443 1800-EXIT.
027444     EXIT.
027445
027446******************************************************************
027496* 2000-PROCESS - DISPATCH TO THE BATCH LOOP OR TO A SINGLE
027546* INTERACTIVE CALCULATION, DEPENDING ON WHETHER TRANFILE WAS
027596* PRESENT AND OPENED SUCCESSFULLY.
027646******************************************************************
027696 2000-PROCESS.
027900     IF BATCH-MODE
028000         PERFORM 2100-BATCH-LOOP THRU 2100-EXIT
028100     ELSE
029200     CLOSE RESULTFILE.
029210     CLOSE GLINTFILE.
029250     CLOSE REJECTFILE.
029260     IF HIST-AVAILABLE
029270         CLOSE HISTFILE
029280     END-IF.
029300 2100-EXIT.
029400     EXIT.
029500
031150         CLOSE RESULTFILE
031152         CLOSE GLINTFILE
031155         CLOSE REJECTFILE
031157         CLOSE HISTFILE
031160         CLOSE AUDITFILE
031170         MOVE 16 TO RETURN-CODE
031175         PERFORM 9400-WRITE-RUN-HISTORY THRU 9400-EXIT
031317* KNOW, MEANS THE EXTRACT IS MALFORMED AND THE RUN STOPS. THE
031318* HASH TOTALS ONLY ROLL IN OPERANDS THAT ARE ACTUALLY NUMERIC -
031319* A NON-NUMERIC OPERAND IS REJECTED TO THE SUSPENSE FILE, AND
031320* THE SOURCE SYSTEM CANNOT HAVE HASHED IT EITHER. AN "R"
031321* REVERSAL IS A DETAIL RECORD FOR THE SAME PURPOSES - THE SOURCE
031322* SYSTEM COUNTS AND HASHES IT LIKE ANY OTHER.
031323******************************************************************
031324 2115-CLASSIFY-TRAN.
031325     EVALUATE TRUE
031326         WHEN CALC-REC-DETAIL OF TRAN-RECORD
031330*        A CONTINUATION RECORD IS A DETAIL RECORD FOR COUNTING,
031336*        HASHING AND PROCESSING - ONLY 2130 TREATS IT APART.
031342         WHEN CALC-REC-CONTINUATION OF TRAN-RECORD
031347         WHEN CALC-REC-REVERSAL OF TRAN-RECORD
031348             ADD 1 TO WS-REC-COUNT
031354             IF CALC-NUM1 OF TRAN-RECORD IS NUMERIC
031360                 ADD CALC-NUM1 OF TRAN-RECORD TO WS-HASH-NUM1
031700* AUDIT RECORDS FOR ONE TRANSACTION, DROP A CHECKPOINT EVERY
031800* WS-CHKPT-INTERVAL RECORDS, AND MOVE ON TO THE NEXT RECORD.
031900* RECORDS AT OR BEFORE WS-RESTART-POINT WERE ALREADY PROCESSED
032000* ON A PRIOR RUN, SO THEY ARE SKIPPED ON A RESTART. A "D" OR
032020* "C" HELD AS A DUPLICATE IS NOT CALCULATED AT ALL. AN "R"
032040* REVERSAL BACKS AN EARLIER CALCULATION OUT INSTEAD OF COMPUTING
032060* ONE, AND ENDS ANY CHAIN IN PROGRESS THE SAME WAY A REJECT DOES
032080* - A "C" RECORD CANNOT CONTINUE FROM A REVERSAL.
032100******************************************************************
032200 2120-PROCESS-ONE-TRAN.
032300     IF WS-REC-COUNT > WS-RESTART-POINT
032400         MOVE ZERO TO CALC-RETURN-CODE OF WS-CALC-RECORD
032410         MOVE ZERO TO CALC-RESUL OF WS-CALC-RECORD
032412         MOVE ZERO TO CALC-ORIG-RESUL OF WS-CALC-RECORD
032414         MOVE ZERO TO CALC-EXCH-RATE OF WS-CALC-RECORD
032420         MOVE "N" TO WS-NUMERIC-SW
032430         IF CALC-REC-REVERSAL OF WS-CALC-RECORD
032450             MOVE "N" TO WS-CHAIN-DUP-SW
032452             PERFORM 2450-REVERSE-ORIGINAL THRU 2450-EXIT
032454         ELSE
032456             PERFORM 2140-CHECK-DUPLICATE THRU 2140-EXIT
032460             IF CALC-RC-SUCCESS OF WS-CALC-RECORD
032480                 PERFORM 2130-CALCULATE-DETAIL THRU 2130-EXIT
032490             END-IF
032495         END-IF
032500         IF CALC-RC-SUCCESS OF WS-CALC-RECORD
032525             AND NOT CALC-REC-REVERSAL OF WS-CALC-RECORD
032550             MOVE CALC-ORIG-RESUL OF WS-CALC-RECORD
032600                 TO WS-CHAIN-RESUL
032650             MOVE CALC-CURRENCY OF WS-CALC-RECORD
032670                 TO WS-CHAIN-CURRENCY
032760             SET CHAIN-ACTIVE TO TRUE
032770         ELSE
032780             MOVE "N" TO WS-CHAIN-ACTIVE-SW
032781         END-IF
032782         IF CALC-RC-SUCCESS OF WS-CALC-RECORD
032783             AND CALC-REC-DETAIL OF WS-CALC-RECORD
032784             PERFORM 2145-REMEMBER-TRAN-ID THRU 2145-EXIT
032785         END-IF
032786         IF CALC-RC-SUCCESS OF WS-CALC-RECORD
032787             AND CALC-OPER OF WS-CALC-RECORD = "F"
032788             PERFORM 2496-ADD-FEE-TOTAL THRU 2496-EXIT
032790         END-IF
032800         PERFORM 2500-WRITE-RESULT THRU 2500-EXIT
032850         IF NOT CALC-RC-SUCCESS OF WS-CALC-RECORD
033600     END-IF.
033700     PERFORM 2110-READ-TRAN THRU 2110-EXIT.
033800 2120-EXIT.
033801     EXIT.
033802
033803******************************************************************
033804* 2130-CALCULATE-DETAIL - A "D" OR "C" RECORD THAT IS NOT A
033805* DUPLICATE: PICK UP THE RUNNING RESULT FOR A CONTINUATION,
033806* THEN VALIDATE AND COMPUTE. EACH STEP IS ALSO HELD TO THE
033807* SOURCE SYSTEM'S PROFILE - THE OPERATOR AFTER IT VALIDATES,
033808* THE OPERANDS (A CONTINUATION'S CARRIED RESULT INCLUDED) AFTER
033809* THEY PROVE NUMERIC, AND THE RESULT ONCE IT IS COMPUTED. THE
033810* DAY'S RATE FOR THE RECORD'S CURRENCY MUST BE ON HAND BEFORE
033811* ANYTHING IS COMPUTED; THE RESULT, CHECKED AGAINST THE PROFILE
033812* IN THE TRANSACTION CURRENCY, IS THEN CONVERTED TO BRL.
033813******************************************************************
033814 2130-CALCULATE-DETAIL.
033815     IF CALC-REC-CONTINUATION OF WS-CALC-RECORD
033816         IF CHAIN-ACTIVE
033817             MOVE WS-CHAIN-RESUL
033818                 TO CALC-NUM1 OF WS-CALC-RECORD
033819             MOVE WS-CHAIN-CURRENCY
033820                 TO CALC-CURRENCY OF WS-CALC-RECORD
033821         ELSE
033822             PERFORM 2440-SET-NO-PRIOR-RESULT THRU 2440-EXIT
033823         END-IF
033824     END-IF.
033825     IF CALC-RC-SUCCESS OF WS-CALC-RECORD
033826         PERFORM 2300-VALIDATE-OPERATOR THRU 2300-EXIT
033827         IF WS-OPER-VALID
033828             PERFORM 2320-CHECK-SOURCE-OPER THRU 2320-EXIT
033829         END-IF
033830         IF WS-OPER-VALID AND CALC-RC-SUCCESS OF WS-CALC-RECORD
033831             PERFORM 2350-VALIDATE-NUMERIC-DATA THRU 2350-EXIT
033832             IF WS-DATA-NUMERIC
033833                 PERFORM 2360-CHECK-OPERAND-LIMIT THRU 2360-EXIT
033834             END-IF
033835             IF WS-DATA-NUMERIC
033836                 AND CALC-RC-SUCCESS OF WS-CALC-RECORD
033837                 PERFORM 2330-FIND-EXCHANGE-RATE THRU 2330-EXIT
033838             END-IF
033839             IF WS-DATA-NUMERIC
033840                 AND CALC-RC-SUCCESS OF WS-CALC-RECORD
033841                 PERFORM 2400-COMPUTE-RESULT THRU 2400-EXIT
033842                 IF CALC-RC-SUCCESS OF WS-CALC-RECORD
033843                     PERFORM 2445-CHECK-RESULT-LIMIT
033844                         THRU 2445-EXIT
033845                 END-IF
033846                 IF CALC-RC-SUCCESS OF WS-CALC-RECORD
033847                     PERFORM 2370-CONVERT-TO-BASE THRU 2370-EXIT
033848                 END-IF
033849             END-IF
033850         END-IF
033851     END-IF.
033852 2130-EXIT.
033853     EXIT.
033854
033855******************************************************************
033856* 2140-CHECK-DUPLICATE - HOLD A "D" WHOSE ID HAS ALREADY POSTED,
033857* EITHER EARLIER IN THIS EXTRACT (WS-SEEN-TABLE) OR ON AN EARLIER
033858* NIGHT (THE HISTORY MASTER, THROUGH THE SAME 2460 SCAN A
033859* REVERSAL USES). "POSTED" MEANS A SUCCESSFUL OCCURRENCE STILL
033860* STANDING: AN ID THAT ONLY EVER REJECTED IS A REPAIR COMING
033861* BACK THROUGH REJRPT/RESUBF, AND ONE WHOSE POSTING WAS REVERSED
033862* - ON THE MASTER OR EARLIER THIS RUN - IS FREE TO POST AGAIN.
033863* THE "C" RECORDS OF A HELD CHAIN ARE HELD WITH IT RATHER THAN
033864* REJECTING ONE BY ONE FOR WANT OF A PRIOR RESULT.
033865* CALCTGEN'S STANDING CALCULATIONS (SOURCE WS-TMPLGEN-SOURCE)
033866* COME BACK UNDER THE SAME ID EVERY NIGHT BY DESIGN, SO FOR THEM
033867* ONLY THE IN-EXTRACT CHECK APPLIES - CALCVAR COMPARES THEIR
033868* RESULTS NIGHT OVER NIGHT INSTEAD.
033869******************************************************************
033870 2140-CHECK-DUPLICATE.
033871     MOVE "N" TO WS-DUP-SW.
033872     IF CALC-REC-CONTINUATION OF WS-CALC-RECORD
033873         IF CHAIN-DUPLICATE
033874             SET DUP-FOUND TO TRUE
033875         END-IF
033876     ELSE
033877         MOVE "N" TO WS-CHAIN-DUP-SW
033878         IF WS-SEEN-COUNT > 0
033879             SET WS-SEEN-IDX TO 1
033880             SEARCH WS-SEEN-ENTRY
033881                 AT END
033882                     CONTINUE
033883                 WHEN WS-SEEN-TRAN-ID (WS-SEEN-IDX)
033884                     = CALC-TRAN-ID OF WS-CALC-RECORD
033885                     SET DUP-FOUND TO TRUE
033886             END-SEARCH
033887         END-IF
033888         IF NOT DUP-FOUND
033889             AND WS-HDR-SOURCE-SYSTEM NOT = WS-TMPLGEN-SOURCE
033890             MOVE "N" TO WS-REV-ORIG-SW
033891             PERFORM 2460-FIND-ORIGINAL THRU 2460-EXIT
033892             IF REV-ORIG-FOUND
033893                 PERFORM 2455-CHECK-REVERSED-THIS-RUN
033894                     THRU 2455-EXIT
033895                 IF REV-ORIG-FOUND
033896                     SET DUP-FOUND TO TRUE
033897                 END-IF
033898             END-IF
033899         END-IF
033901     END-IF.
033902     IF DUP-FOUND
033903         ADD 1 TO WS-REJCOUNT-DUPLICATE
033904         SET CALC-RC-DUPLICATE-TRAN OF WS-CALC-RECORD TO TRUE
033905         SET CHAIN-DUPLICATE TO TRUE
033906     END-IF.
033907 2140-EXIT.
033908     EXIT.
033909
033910******************************************************************
033911* 2145-REMEMBER-TRAN-ID - A "D" HAS POSTED; ANY LATER "D" IN THIS
033912* EXTRACT WITH THE SAME ID IS A DUPLICATE.
033913******************************************************************
033914 2145-REMEMBER-TRAN-ID.
033915     IF WS-SEEN-COUNT < 10000
033916         ADD 1 TO WS-SEEN-COUNT
033917         MOVE CALC-TRAN-ID OF WS-CALC-RECORD
033918             TO WS-SEEN-TRAN-ID (WS-SEEN-COUNT)
033919     ELSE
033920         SET SEEN-TABLE-FULL TO TRUE
033921     END-IF.
033922 2145-EXIT.
033972     EXIT.
034000
034001******************************************************************
034002* 2150-BALANCE-TRAILER - THE EXTRACT HAS BEEN READ TO ITS END;
034048         + WS-REJCOUNT-DIV-ZERO
034049         + WS-REJCOUNT-OVERFLOW
034050         + WS-REJCOUNT-NOT-IMPL
034051         + WS-REJCOUNT-NO-PRIOR
034098         + WS-REJCOUNT-REV-NOT-FOUND
034099         + WS-REJCOUNT-REV-DONE
034101         + WS-REJCOUNT-REV-OF-REJ
034102         + WS-REJCOUNT-DUPLICATE
034103         + WS-REJCOUNT-REV-OF-CHAIN
034104         + WS-REJCOUNT-SRC-OPER
034105         + WS-REJCOUNT-SRC-OPERAND
034106         + WS-REJCOUNT-SRC-RESULT
034107         + WS-REJCOUNT-NO-SCHEDULE
034108         + WS-REJCOUNT-NO-BAND
034109         + WS-REJCOUNT-NO-XRATE.
034110     COMPUTE WS-PROC-THIS-RUN
034111         = WS-REC-COUNT - WS-RESTART-POINT.
034112     IF WS-MAX-REJECT-PCT NOT = 999
034113         AND WS-PROC-THIS-RUN NOT < WS-REJECT-CHECK-FLOOR
034114         COMPUTE WS-REJECT-PCT
034115             = (WS-TOTAL-REJECTS * 100) / WS-PROC-THIS-RUN
034116         IF WS-REJECT-PCT > WS-MAX-REJECT-PCT
034117             DISPLAY "REJECT RATE " WS-REJECT-PCT
034118                     " PCT EXCEEDS THE " WS-MAX-REJECT-PCT
034119                     " PCT THRESHOLD AFTER " WS-PROC-THIS-RUN
034120                     " RECORDS - BATCH STOPPED"
034121             PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT
034122             CLOSE TRANFILE
034123             CLOSE RESULTFILE
034124             CLOSE GLINTFILE
034125             CLOSE REJECTFILE
034126             CLOSE HISTFILE
034127             CLOSE AUDITFILE
034128             MOVE 12 TO RETURN-CODE
034129             PERFORM 9400-WRITE-RUN-HISTORY THRU 9400-EXIT
034130             STOP RUN
034131         END-IF
034132     END-IF.
034133 2160-EXIT.
034134     EXIT.
034135
034136******************************************************************
034137* 2190-ABORT-BATCH - COMMON EXIT FOR A BATCH RUN KILLED BY A
034138* MALFORMED OR OUT-OF-BALANCE EXTRACT, OR BY A READ FAILURE ON
034139* THE HISTORY MASTER IN MID-RUN. EVERYTHING IS CLOSED AND
034140* THE STEP ENDS RC 16; CHKPTFILE IS LEFT ALONE, SINCE THE
034141* OPERATOR MAY WELL RESTART THE JOB AGAINST A REPAIRED EXTRACT.
034142* THE RUN STILL RECORDS ITSELF ON THE RUN-HISTORY FILE, THE
034143* SAME AS THE REJECT-RATE STOP - A NIGHT KILLED AT THE
034144* TRAILER IS EXACTLY THE KIND OF WINDOW THE TREND REPORT
034145* MUST SHOW.
034146******************************************************************
034147 2190-ABORT-BATCH.
034148     CLOSE TRANFILE.
034149     CLOSE RESULTFILE.
034150     CLOSE GLINTFILE.
034151     CLOSE REJECTFILE.
034152     CLOSE HISTFILE.
034153     CLOSE AUDITFILE.
034154     MOVE 16 TO RETURN-CODE.
034155     PERFORM 9400-WRITE-RUN-HISTORY THRU 9400-EXIT.
034156     STOP RUN.
034157 2190-EXIT.
034158     EXIT.
034159
034160******************************************************************
034200* 2200-INTERACTIVE-RUN - THE CONSOLE DIALOG, PERFORMED FROM
034210* 2000-PROCESS UNTIL THE OPERATOR ENTERS "F". EACH PASS OFFERS
034220* A NEW CALCULATION, A CALCULATION STARTING FROM THE PREVIOUS
034996*    TERMINAL WORK HAS NO EXTRACT HEADER TO NAME A SOURCE
034997*    SYSTEM, SO IT IS TAGGED AS ITS OWN ON THE AUDIT TRAIL.
034998     MOVE "TERMINAL" TO CALC-SOURCE-SYSTEM OF WS-CALC-RECORD.
035000     DISPLAY "INFORME OPERACAO (+,-,*,/,%,^,M,F): ".
035100     ACCEPT CALC-OPER OF WS-CALC-RECORD.
035200
035300     MOVE ZERO TO CALC-RETURN-CODE OF WS-CALC-RECORD.
035310     MOVE ZERO TO CALC-RESUL OF WS-CALC-RECORD.
035320     MOVE ZERO TO CALC-NUM2 OF WS-CALC-RECORD.
035330     MOVE "N" TO WS-NUMERIC-SW.
035340*    TERMINAL WORK IS ALWAYS IN BRL - NOTHING TO CONVERT.
035350     MOVE WS-BASE-CURRENCY TO CALC-CURRENCY OF WS-CALC-RECORD.
035360     MOVE 1 TO CALC-EXCH-RATE OF WS-CALC-RECORD.
035370     MOVE ZERO TO CALC-ORIG-RESUL OF WS-CALC-RECORD.
035400     PERFORM 2300-VALIDATE-OPERATOR THRU 2300-EXIT.
035410     IF WS-OPER-VALID
035420         PERFORM 2310-CHECK-USER-AUTH THRU 2310-EXIT
035850         PERFORM 2350-VALIDATE-NUMERIC-DATA THRU 2350-EXIT
035900         IF WS-DATA-NUMERIC
036000             PERFORM 2400-COMPUTE-RESULT THRU 2400-EXIT
036025             MOVE CALC-RESUL OF WS-CALC-RECORD
036050                 TO CALC-ORIG-RESUL OF WS-CALC-RECORD
036100             PERFORM 2800-DISPLAY-RESULT THRU 2800-EXIT
036200         END-IF
036300     END-IF.
039328     END-IF.
039329 2310-EXIT.
039331     EXIT.
039332
039333******************************************************************
039334* 2320-CHECK-SOURCE-OPER - BATCH COUNTERPART OF 2310: THE
039335* OPERATOR IS VALID ON OPLKFILE, BUT MAY THIS SOURCE SYSTEM USE
039336* IT? TESTED AGAINST THE OPERATOR LIST ON THE SOURCE'S PROFILE,
039337* KEPT BY 1600-LOAD-SOURCE-PROFILE.
039338******************************************************************
039339 2320-CHECK-SOURCE-OPER.
039340     MOVE ZERO TO WS-SRCP-HIT-COUNT.
039341     INSPECT SRCP-OPER-LIST OF WS-SRCP-PROFILE
039342         TALLYING WS-SRCP-HIT-COUNT
039343         FOR ALL CALC-OPER OF WS-CALC-RECORD.
039344     IF WS-SRCP-HIT-COUNT = 0
039345         ADD 1 TO WS-REJCOUNT-SRC-OPER
039346         SET CALC-RC-SOURCE-OPER-DENIED OF WS-CALC-RECORD TO TRUE
039347     END-IF.
039348 2320-EXIT.
039349     EXIT.
039350
039351******************************************************************
039352* 2330-FIND-EXCHANGE-RATE - PICK UP THE DAY'S RATE FOR THE
039353* RECORD'S CURRENCY. A RECORD WITH NO CURRENCY IS IN BRL, AND BRL
039354* CONVERTS AT ONE. ANY OTHER CURRENCY MUST HAVE A RATE DATED THE
039355* PROCESSING DATE ON WS-XRAT-TABLE, OR THE RECORD REJECTS RC 92.
039356******************************************************************
039357 2330-FIND-EXCHANGE-RATE.
039358     IF CALC-CURRENCY OF WS-CALC-RECORD = SPACES
039359         MOVE WS-BASE-CURRENCY TO CALC-CURRENCY OF WS-CALC-RECORD
039360     END-IF.
039361     IF CALC-CURRENCY OF WS-CALC-RECORD = WS-BASE-CURRENCY
039362         MOVE 1 TO CALC-EXCH-RATE OF WS-CALC-RECORD
039363     ELSE
039364         MOVE "N" TO WS-XRAT-FOUND-SW
039365         IF WS-XRAT-COUNT > 0
039366             SET WS-XRAT-IDX TO 1
039367             SEARCH WS-XRAT-ENTRY
039368                 AT END
039369                     CONTINUE
039370                 WHEN XRAT-CURRENCY OF WS-XRAT-ENTRY (WS-XRAT-IDX)
039371                     = CALC-CURRENCY OF WS-CALC-RECORD
039372                     MOVE XRAT-RATE OF WS-XRAT-ENTRY (WS-XRAT-IDX)
039373                         TO CALC-EXCH-RATE OF WS-CALC-RECORD
039374                     SET XRAT-FOUND TO TRUE
039375             END-SEARCH
039376         END-IF
039377         IF NOT XRAT-FOUND
039378             ADD 1 TO WS-REJCOUNT-NO-XRATE
039379             SET CALC-RC-NO-EXCHANGE-RATE OF WS-CALC-RECORD
039380                 TO TRUE
039381         END-IF
039382     END-IF.
039383 2330-EXIT.
039384     EXIT.
039385
039386******************************************************************
039420* 2350-VALIDATE-NUMERIC-DATA - A VALID OPERATOR CODE IS NOT ENOUGH;
039430* THE TWO OPERANDS THEMSELVES HAVE TO BE NUMERIC BEFORE THEY ARE
039440* HANDED TO 2400-COMPUTE-RESULT. A BLANK OR ALPHA OPERAND ON A
039590     EXIT.
039600
039610******************************************************************
039611* 2360-CHECK-OPERAND-LIMIT - NEITHER OPERAND MAY BE LARGER, SIGN
039612* IGNORED, THAN THE SOURCE'S MAXIMUM OPERAND. A ZERO MAXIMUM
039613* MEANS THE SOURCE HAS NO OPERAND LIMIT. THE NUM2 OF AN "F"
039614* TIERED FEE NAMES A SCHEDULE, IT IS NOT AN AMOUNT, AND IS NOT
039615* HELD TO THE LIMIT.
039616******************************************************************
039617 2360-CHECK-OPERAND-LIMIT.
039618     IF SRCP-MAX-OPERAND OF WS-SRCP-PROFILE > 0
039619         MOVE CALC-NUM1 OF WS-CALC-RECORD TO WS-SRCP-AMOUNT
039621         IF WS-SRCP-AMOUNT > SRCP-MAX-OPERAND OF WS-SRCP-PROFILE
039622             SET CALC-RC-OPERAND-OVER-LIMIT OF WS-CALC-RECORD
039623                 TO TRUE
039624         END-IF
039625         IF CALC-OPER OF WS-CALC-RECORD NOT = "F"
039626             MOVE CALC-NUM2 OF WS-CALC-RECORD TO WS-SRCP-AMOUNT
039627             IF WS-SRCP-AMOUNT
039628                 > SRCP-MAX-OPERAND OF WS-SRCP-PROFILE
039629                 SET CALC-RC-OPERAND-OVER-LIMIT OF WS-CALC-RECORD
039630                     TO TRUE
039631             END-IF
039632         END-IF
039633         IF CALC-RC-OPERAND-OVER-LIMIT OF WS-CALC-RECORD
039634             ADD 1 TO WS-REJCOUNT-SRC-OPERAND
039635         END-IF
039636     END-IF.
039637 2360-EXIT.
039638     EXIT.
039639
039640******************************************************************
039641* 2370-CONVERT-TO-BASE - THE RESULT JUST COMPUTED IS IN THE
039642* TRANSACTION CURRENCY. KEEP IT AS CALC-ORIG-RESUL AND REPLACE
039643* CALC-RESUL WITH ITS VALUE IN BRL AT THE DAY'S RATE, ROUNDED BY
039644* THE RUN'S ROUNDING RULE. A BRL AMOUNT TOO BIG FOR THE RESULT
039645* FIELD REJECTS AS AN OVERFLOW, THE SAME AS THE CALCULATION
039646* ITSELF WOULD.
039647******************************************************************
039648 2370-CONVERT-TO-BASE.
039649     MOVE CALC-RESUL OF WS-CALC-RECORD
039650         TO CALC-ORIG-RESUL OF WS-CALC-RECORD.
039651     IF ROUND-HALF-UP
039652         COMPUTE CALC-RESUL OF WS-CALC-RECORD ROUNDED
039653             = CALC-ORIG-RESUL OF WS-CALC-RECORD
039654             * CALC-EXCH-RATE OF WS-CALC-RECORD
039655             ON SIZE ERROR
039656                 PERFORM 2410-SET-OVERFLOW THRU 2410-EXIT
039657         END-COMPUTE
039658     ELSE
039659         COMPUTE CALC-RESUL OF WS-CALC-RECORD
039660             = CALC-ORIG-RESUL OF WS-CALC-RECORD
039661             * CALC-EXCH-RATE OF WS-CALC-RECORD
039662             ON SIZE ERROR
039663                 PERFORM 2410-SET-OVERFLOW THRU 2410-EXIT
039664         END-COMPUTE
039665     END-IF.
039666 2370-EXIT.
039667     EXIT.
039668
039669******************************************************************
039694* 2400-COMPUTE-RESULT - THE EIGHT SUPPORTED OPERATIONS. EACH ARM
039700* CHECKS FOR SIZE ERROR SO AN OVERFLOW SETS CALC-RC-OVERFLOW
039800* INSTEAD OF SILENTLY TRUNCATING THE WAY THE OLD PIC ZZZ DID.
039900* DIVISION AND MODULUS ARE CHECKED FOR A ZERO DIVISOR FIRST SO A
040130* SHORT, OR TRUNCATE WHEN THE RECEIVING LEDGER STILL EXPECTS
040140* THE OLD BEHAVIOR. THE RULE IN EFFECT PRINTS ON THE CONTROL
040150* REPORT, SO AN AUDIT OF A NIGHT'S NUMBERS KNOWS HOW THEY WERE
040152* ROUNDED. AN "F" TIERED FEE IS WORKED OUT BAND BY BAND IN
040154* 2490-COMPUTE-TIERED-FEE AND ROUNDED THE SAME WAY, ONCE, AT THE
040160* END.
040200******************************************************************
040300 2400-COMPUTE-RESULT.
040400     EVALUATE CALC-OPER OF WS-CALC-RECORD
046700                         PERFORM 2410-SET-OVERFLOW THRU 2410-EXIT
046800                 END-DIVIDE
046900             END-IF
046910         WHEN "F"
046920             ADD 1 TO WS-OPCOUNT-FEE
046930             PERFORM 2490-COMPUTE-TIERED-FEE THRU 2490-EXIT
046950         WHEN OTHER
046960             PERFORM 2430-SET-NOT-IMPLEMENTED THRU 2430-EXIT
047000     END-EVALUATE.
048993 2440-EXIT.
048994     EXIT.
048995
048998******************************************************************
048999* 2445-CHECK-RESULT-LIMIT - A COMPUTED RESULT LARGER, SIGN
049001* IGNORED, THAN THE SOURCE'S MAXIMUM RESULT IS NOT POSTED: IT
049002* REJECTS AND IS ZEROED THE SAME WAY AN OVERFLOW IS. A ZERO
049003* MAXIMUM MEANS THE SOURCE HAS NO RESULT LIMIT.
049004******************************************************************
049005 2445-CHECK-RESULT-LIMIT.
049006     IF SRCP-MAX-RESULT OF WS-SRCP-PROFILE > 0
049007         MOVE CALC-RESUL OF WS-CALC-RECORD TO WS-SRCP-AMOUNT
049008         IF WS-SRCP-AMOUNT > SRCP-MAX-RESULT OF WS-SRCP-PROFILE
049009             ADD 1 TO WS-REJCOUNT-SRC-RESULT
049011             SET CALC-RC-RESULT-OVER-LIMIT OF WS-CALC-RECORD
049012                 TO TRUE
049013             MOVE ZERO TO CALC-RESUL OF WS-CALC-RECORD
049014         END-IF
049015     END-IF.
049016 2445-EXIT.
049017     EXIT.
049018
049019******************************************************************
049021* 2450-REVERSE-ORIGINAL - AN "R" RECORD. FIND THE CALCULATION ITS
049022* CALC-TRAN-ID NAMES AND, IF THERE IS ONE STILL STANDING, TURN
049023* THIS RECORD INTO ITS NEGATION: THE ORIGINAL'S OPERANDS AND
049024* OPERATOR WITH THE RESULT SIGN-REVERSED, WRITTEN BY THE NORMAL
049025* RESULT/GL/AUDIT PATH UNDER THE SAME ID, SO THE GL TEAM SEES THE
049026* PAIR WITHOUT DETECTIVE WORK. AN ID ALREADY REVERSED EARLIER IN
049027* THIS RUN IS REFUSED WITHOUT GOING TO THE MASTER, WHICH DOES
049028* NOT SHOW TONIGHT'S REVERSALS UNTIL CALCHLD HAS LOADED THEM.
049029* AN ID THAT CANNOT BE REVERSED REJECTS WITH ITS OWN RETURN CODE
049031* AND POSTS NOTHING. THAT INCLUDES AN ID WHOSE LATEST POSTING WAS
049032* A "C" STEP: EVERY STEP OF A "D"/"C" CHAIN POSTED ITS OWN GL
049033* RECORD UNDER THE ONE ID, AND A SINGLE NEGATION OF THE LAST STEP
049034* WOULD LEAVE THE OTHERS STANDING - A CHAIN IS BACKED OUT BY HAND,
049035* STEP BY STEP, UNDER NEW IDS.
049036******************************************************************
049037 2450-REVERSE-ORIGINAL.
049038     MOVE "N" TO WS-REV-ORIG-SW.
049039     MOVE SPACE TO WS-REV-ORIG-REC-TYPE.
049041     PERFORM 2455-CHECK-REVERSED-THIS-RUN THRU 2455-EXIT.
049042     IF REV-ORIG-NONE
049043         PERFORM 2460-FIND-ORIGINAL THRU 2460-EXIT
049044     END-IF.
049045     EVALUATE TRUE
049046         WHEN REV-ORIG-FOUND AND REV-ORIG-CHAIN-STEP
049047             ADD 1 TO WS-REJCOUNT-REV-OF-CHAIN
049048             SET CALC-RC-REVERSAL-OF-CHAIN OF WS-CALC-RECORD
049049                 TO TRUE
049051         WHEN REV-ORIG-FOUND
049052             PERFORM 2480-BUILD-REVERSAL THRU 2480-EXIT
049053         WHEN REV-ORIG-REVERSED
049054             ADD 1 TO WS-REJCOUNT-REV-DONE
049055             SET CALC-RC-ALREADY-REVERSED OF WS-CALC-RECORD
049056                 TO TRUE
049057         WHEN REV-ORIG-REJECTED
049058             ADD 1 TO WS-REJCOUNT-REV-OF-REJ
049059             SET CALC-RC-REVERSAL-OF-REJECT OF WS-CALC-RECORD
049061                 TO TRUE
049062         WHEN OTHER
049063             ADD 1 TO WS-REJCOUNT-REV-NOT-FOUND
049064             SET CALC-RC-REVERSAL-NOT-FOUND OF WS-CALC-RECORD
049065                 TO TRUE
049066     END-EVALUATE.
049067 2450-EXIT.
049068     EXIT.
049069
049070******************************************************************
049071* 2455-CHECK-REVERSED-THIS-RUN - MARK THE ORIGINAL REVERSED WHEN
049072* AN EARLIER "R" IN THIS RUN ALREADY BACKED THE ID OUT.
049073******************************************************************
049074 2455-CHECK-REVERSED-THIS-RUN.
049075     IF WS-REV-DONE-COUNT > 0
049076         SET WS-REV-DONE-IDX TO 1
049077         SEARCH WS-REV-DONE-ENTRY
049078             AT END
049079                 CONTINUE
049080             WHEN WS-REV-DONE-TRAN-ID (WS-REV-DONE-IDX)
049081                 = CALC-TRAN-ID OF WS-CALC-RECORD
049082                 SET REV-ORIG-REVERSED TO TRUE
049083         END-SEARCH
049084     END-IF.
049085 2455-EXIT.
049086     EXIT.
049087
049088******************************************************************
049089* 2460-FIND-ORIGINAL - POSITION THE HISTORY MASTER AT THE FIRST
049090* OCCURRENCE OF THE ID (THE SAME START NOT-LESS-THAN CALCINQ
049091* USES) AND READ FORWARD UNTIL THE ID CHANGES. THE KEY RUNS IN
049092* DATE/TIME ORDER, SO WHEN AN ID HAS POSTED MORE THAN ONCE - A
049093* RESUBMITTED REPAIR - THE LATEST STANDING OCCURRENCE IS THE ONE
049094* BACKED OUT. 2140 USES THE SAME SCAN TO FIND WHETHER A "D"
049095* RECORD'S ID HAS POSTED BEFORE.
049096******************************************************************
049097 2460-FIND-ORIGINAL.
049098     IF HIST-AVAILABLE
049099         MOVE "N" TO WS-HIST-SCAN-SW
049101         MOVE CALC-TRAN-ID OF WS-CALC-RECORD TO HIST-TRAN-ID
049102         MOVE ZERO TO HIST-PROC-DATE
049103         MOVE ZERO TO HIST-PROC-TIME
049104         MOVE ZERO TO HIST-LOAD-SEQ
049105         START HISTFILE KEY IS NOT LESS THAN HIST-KEY
049106             INVALID KEY
049107                 SET HIST-SCAN-DONE TO TRUE
049108         END-START
049109         PERFORM 2465-READ-NEXT-OCCURRENCE THRU 2465-EXIT
049110             UNTIL HIST-SCAN-DONE
049111     END-IF.
049112 2460-EXIT.
049113     EXIT.
049114
049115******************************************************************
049116* 2465-READ-NEXT-OCCURRENCE - ONE OCCURRENCE OF THE ID. EARLIER
049117* REVERSALS ARE NOT CANDIDATES THEMSELVES, AND NEITHER IS ANYTHING
049118* PROCESSED UNDER THIS EXTRACT'S OWN SERIAL - SERIALF MEANS A
049119* LIVE RUN NEVER FINDS ONE, BUT A VERIFICATION REPLAY OF A NIGHT
049120* ALREADY LOADED MUST SEE THE MASTER AS THAT NIGHT SAW IT.
049121******************************************************************
049122 2465-READ-NEXT-OCCURRENCE.
049123     READ HISTFILE NEXT RECORD
049124         AT END
049125             SET HIST-SCAN-DONE TO TRUE
049126     END-READ.
049127     IF NOT HIST-SCAN-DONE
049128         IF WS-HISTFILE-STATUS NOT = "00"
049129             AND WS-HISTFILE-STATUS NOT = "02"
049130             DISPLAY "HISTF READ FAILED - STATUS "
049131                     WS-HISTFILE-STATUS
049132             PERFORM 2190-ABORT-BATCH THRU 2190-EXIT
049133         END-IF
049134         IF HIST-TRAN-ID NOT = CALC-TRAN-ID OF WS-CALC-RECORD
049135             SET HIST-SCAN-DONE TO TRUE
049136         ELSE
049137             IF NOT HIST-REC-REVERSAL
049138                 AND HIST-FILE-SERIAL NOT = WS-HDR-FILE-SERIAL
049139                 PERFORM 2470-CLASSIFY-OCCURRENCE THRU 2470-EXIT
049140             END-IF
049141         END-IF
049142     END-IF.
049143 2465-EXIT.
049144     EXIT.
049145
049146******************************************************************
049147* 2470-CLASSIFY-OCCURRENCE - THE LATEST SUCCESSFUL OCCURRENCE
049148* DECIDES: NOT YET REVERSED, IT IS THE ORIGINAL; ALREADY BACKED
049149* OUT, THE ID IS "ALREADY REVERSED" - AN EARLIER POSTING IS NEVER
049150* REACHED BACK TO, SO A SECOND "R" REJECTS RATHER THAN REVERSING
049151* THE POSTING BEFORE. "ORIGINAL WAS A REJECT" ONLY STANDS IF
049152* NOTHING EVER POSTED. THE ORIGINAL'S RECORD TYPE IS KEPT SO A
049153* CHAIN STEP CAN BE REFUSED (SEE 2450). A
049154* REVERSAL STAMPED WITH THIS EXTRACT'S OWN SERIAL IS IGNORED FOR
049155* THE SAME VERIFICATION-REPLAY REASON AS IN 2465.
049156******************************************************************
049157 2470-CLASSIFY-OCCURRENCE.
049158     EVALUATE TRUE
049159         WHEN HIST-RC NOT = "00"
049160             IF REV-ORIG-NONE
049161                 SET REV-ORIG-REJECTED TO TRUE
049162             END-IF
049163         WHEN HIST-REVERSED
049164             AND HIST-REV-FILE-SERIAL NOT = WS-HDR-FILE-SERIAL
049165             SET REV-ORIG-REVERSED TO TRUE
049166         WHEN OTHER
049167             SET REV-ORIG-FOUND TO TRUE
049168             MOVE HIST-PROC-DATE TO WS-REV-ORIG-DATE
049169             MOVE HIST-PROC-TIME TO WS-REV-ORIG-TIME
049170             MOVE HIST-LOAD-SEQ  TO WS-REV-ORIG-SEQ
049171             MOVE HIST-NUM1      TO WS-REV-ORIG-NUM1
049172             MOVE HIST-OPER      TO WS-REV-ORIG-OPER
049173             MOVE HIST-NUM2      TO WS-REV-ORIG-NUM2
049174             MOVE HIST-RESUL     TO WS-REV-ORIG-RESUL
049175             MOVE HIST-CURRENCY  TO WS-REV-ORIG-CURRENCY
049176             MOVE HIST-ORIG-RESUL
049177                 TO WS-REV-ORIG-ORIG-RESUL
049178             MOVE HIST-EXCH-RATE TO WS-REV-ORIG-EXCH-RATE
049179             MOVE HIST-REC-TYPE  TO WS-REV-ORIG-REC-TYPE
049180     END-EVALUATE.
049181 2470-EXIT.
049182     EXIT.
049183
049184******************************************************************
049185* 2480-BUILD-REVERSAL - TURN THE "R" RECORD INTO THE NEGATION OF
049186* THE ORIGINAL. THE MASTER CARRIES THE NUMBERS IN THE EDITED
049187* AUDIT PICTURES, SO EACH IS DE-EDITED THROUGH WS-REV-EDIT-NUM.
049188* THE ID IS REMEMBERED FOR THE REST OF THE RUN; A RUN WITH MORE
049189* REVERSALS THAN THE TABLE HOLDS STILL HAS CALCHLD'S CHECK
049190* BEHIND IT. THE NEGATION IS IN THE ORIGINAL'S CURRENCY AT THE
049191* ORIGINAL'S RATE, SO THE BRL AMOUNT BACKED OUT IS EXACTLY THE
049192* BRL AMOUNT THAT POSTED, WHATEVER TODAY'S RATE. AN ORIGINAL
049193* LOADED BEFORE CURRENCIES WERE CARRIED HAS NONE ON THE MASTER
049194* AND WAS IN BRL.
049195******************************************************************
049196 2480-BUILD-REVERSAL.
049197     MOVE WS-REV-ORIG-NUM1 TO WS-REV-EDIT-X.
049198     MOVE WS-REV-EDIT-NUM TO CALC-NUM1 OF WS-CALC-RECORD.
049199     MOVE WS-REV-ORIG-NUM2 TO WS-REV-EDIT-X.
049200     MOVE WS-REV-EDIT-NUM TO CALC-NUM2 OF WS-CALC-RECORD.
049201     MOVE WS-REV-ORIG-RESUL TO WS-REV-EDIT-X.
049202     MOVE WS-REV-EDIT-NUM TO WS-REV-ORIG-AMOUNT.
049203     MOVE WS-REV-ORIG-OPER TO CALC-OPER OF WS-CALC-RECORD.
049204     COMPUTE CALC-RESUL OF WS-CALC-RECORD
049205         = ZERO - WS-REV-ORIG-AMOUNT.
049206     IF WS-REV-ORIG-CURRENCY = SPACES
049207         MOVE WS-BASE-CURRENCY TO CALC-CURRENCY OF WS-CALC-RECORD
049208         MOVE CALC-RESUL OF WS-CALC-RECORD
049209             TO CALC-ORIG-RESUL OF WS-CALC-RECORD
049210         MOVE 1 TO CALC-EXCH-RATE OF WS-CALC-RECORD
049211     ELSE
049212         MOVE WS-REV-ORIG-CURRENCY
049213             TO CALC-CURRENCY OF WS-CALC-RECORD
049214         MOVE WS-REV-ORIG-ORIG-RESUL TO WS-REV-EDIT-X
049215         MOVE WS-REV-EDIT-NUM TO WS-REV-ORIG-AMOUNT
049216         COMPUTE CALC-ORIG-RESUL OF WS-CALC-RECORD
049217             = ZERO - WS-REV-ORIG-AMOUNT
049218         MOVE WS-REV-ORIG-EXCH-RATE TO WS-REV-RATE-X
049219         MOVE WS-REV-RATE-NUM TO CALC-EXCH-RATE OF WS-CALC-RECORD
049220     END-IF.
049221     MOVE "Y" TO WS-NUMERIC-SW.
049222     ADD 1 TO WS-OPCOUNT-REV.
049223     IF WS-REV-DONE-COUNT < 500
049224         ADD 1 TO WS-REV-DONE-COUNT
049225         MOVE CALC-TRAN-ID OF WS-CALC-RECORD
049226             TO WS-REV-DONE-TRAN-ID (WS-REV-DONE-COUNT)
049227     END-IF.
049228 2480-EXIT.
049229     EXIT.
049230
049231******************************************************************
049232* 2490-COMPUTE-TIERED-FEE - "NUM1 F NUM2": THE FEE ON NUM1 UNDER
049233* FEE SCHEDULE NUM2. THE VERSION OF THE SCHEDULE IN FORCE IS THE
049234* ONE WITH THE LATEST EFFECTIVE DATE NOT AFTER THE PROCESSING
049235* DATE, SO A RERUN OF AN EARLIER NIGHT CHARGES WHAT THAT NIGHT
049236* CHARGED. EACH BAND'S RATE APPLIES ONLY TO THE PART OF THE BASE
049237* BETWEEN THE PREVIOUS BAND'S LIMIT AND ITS OWN, AND THE LAST
049238* BAND TAKES EVERYTHING ABOVE. THE FEE CARRIES THE SIGN OF NUM1
049239* AND IS ROUNDED BY THE RUN'S RULE ONCE, AFTER THE LAST BAND. A
049240* SCHEDULE NOT ON THE TABLE REJECTS RC 90; ONE WHOSE FIRST
049241* VERSION TAKES EFFECT AFTER THE PROCESSING DATE REJECTS RC 91.
049242******************************************************************
049243 2490-COMPUTE-TIERED-FEE.
049244     MOVE ZERO TO CALC-RESUL OF WS-CALC-RECORD.
049245     MOVE "N" TO WS-FEE-SCHED-SW.
049246     MOVE ZERO TO WS-FEE-EFF-DATE.
049247     MOVE ZERO TO WS-FEE-FIRST-BAND.
049248     MOVE ZERO TO WS-FEE-LAST-BAND.
049249     IF CALC-NUM2 OF WS-CALC-RECORD NOT < 1
049250         AND CALC-NUM2 OF WS-CALC-RECORD NOT > 9999
049251         MOVE CALC-NUM2 OF WS-CALC-RECORD TO WS-FEE-SCHEDULE
049252         IF WS-FEE-SCHEDULE = CALC-NUM2 OF WS-CALC-RECORD
049253             PERFORM 2491-FIND-FEE-VERSION THRU 2491-EXIT
049254                 VARYING WS-FEE-SUB FROM 1 BY 1
049255                 UNTIL WS-FEE-SUB > WS-FEES-COUNT
049256         END-IF
049257     END-IF.
049258     IF NOT FEE-SCHEDULE-FOUND
049259         ADD 1 TO WS-REJCOUNT-NO-SCHEDULE
049260         SET CALC-RC-UNKNOWN-SCHEDULE OF WS-CALC-RECORD TO TRUE
049261     ELSE
049262         IF WS-FEE-FIRST-BAND = ZERO
049263             ADD 1 TO WS-REJCOUNT-NO-BAND
049264             SET CALC-RC-NO-BAND-IN-EFFECT OF WS-CALC-RECORD
049265                 TO TRUE
049266         ELSE
049267             MOVE CALC-NUM1 OF WS-CALC-RECORD TO WS-FEE-BASE
049268             MOVE ZERO TO WS-FEE-LOWER
049269             MOVE ZERO TO WS-FEE-ACCUM
049270             PERFORM 2492-APPLY-FEE-BAND THRU 2492-EXIT
049271                 VARYING WS-FEE-SUB FROM WS-FEE-FIRST-BAND BY 1
049272                 UNTIL WS-FEE-SUB > WS-FEE-LAST-BAND
049273                    OR WS-FEE-LOWER NOT < WS-FEE-BASE
049274             IF CALC-NUM1 OF WS-CALC-RECORD < 0
049275                 COMPUTE WS-FEE-ACCUM = ZERO - WS-FEE-ACCUM
049276             END-IF
049277             IF ROUND-HALF-UP
049278                 COMPUTE CALC-RESUL OF WS-CALC-RECORD ROUNDED
049279                     = WS-FEE-ACCUM
049280                     ON SIZE ERROR
049281                         PERFORM 2410-SET-OVERFLOW THRU 2410-EXIT
049282                 END-COMPUTE
049283             ELSE
049284                 COMPUTE CALC-RESUL OF WS-CALC-RECORD
049285                     = WS-FEE-ACCUM
049286                     ON SIZE ERROR
049287                         PERFORM 2410-SET-OVERFLOW THRU 2410-EXIT
049288                 END-COMPUTE
049289             END-IF
049290         END-IF
049291     END-IF.
049292 2490-EXIT.
049293     EXIT.
049294
049295******************************************************************
049296* 2491-FIND-FEE-VERSION - ONE ENTRY OF THE TABLE. AN ENTRY OF THE
049297* SCHEDULE MARKS IT FOUND; ONE ALREADY IN EFFECT EITHER STARTS A
049298* LATER VERSION THAN THE ONE HELD (ITS FIRST BAND, SINCE THE
049299* TABLE IS IN KEY ORDER) OR EXTENDS THE ONE HELD BY A BAND.
049301******************************************************************
049302 2491-FIND-FEE-VERSION.
049303     IF FEES-SCHEDULE OF WS-FEES-ENTRY (WS-FEE-SUB)
049304         = WS-FEE-SCHEDULE
049305         SET FEE-SCHEDULE-FOUND TO TRUE
049306         IF FEES-EFF-DATE OF WS-FEES-ENTRY (WS-FEE-SUB)
049307             NOT > WS-PROC-DATE
049308             IF FEES-EFF-DATE OF WS-FEES-ENTRY (WS-FEE-SUB)
049309                 > WS-FEE-EFF-DATE
049310                 MOVE FEES-EFF-DATE OF WS-FEES-ENTRY (WS-FEE-SUB)
049311                     TO WS-FEE-EFF-DATE
049312                 MOVE WS-FEE-SUB TO WS-FEE-FIRST-BAND
049313             END-IF
049314             MOVE WS-FEE-SUB TO WS-FEE-LAST-BAND
049315         END-IF
049316     END-IF.
049317 2491-EXIT.
049318     EXIT.
049319
049320******************************************************************
049321* 2492-APPLY-FEE-BAND - ADD THE FEE ON THE PART OF THE BASE THAT
049322* FALLS IN ONE BAND. THE LAST BAND OF THE VERSION, OR ONE KEYED
049323* WITH NO LIMIT, TAKES THE REST OF THE BASE.
049324******************************************************************
049325 2492-APPLY-FEE-BAND.
049326     IF WS-FEE-SUB = WS-FEE-LAST-BAND
049327         OR FEES-BAND-LIMIT OF WS-FEES-ENTRY (WS-FEE-SUB) = ZERO
049328         OR FEES-BAND-LIMIT OF WS-FEES-ENTRY (WS-FEE-SUB)
049329             NOT < WS-FEE-BASE
049330         COMPUTE WS-FEE-PORTION = WS-FEE-BASE - WS-FEE-LOWER
049331         MOVE WS-FEE-BASE TO WS-FEE-LOWER
049332     ELSE
049333         IF FEES-BAND-LIMIT OF WS-FEES-ENTRY (WS-FEE-SUB)
049334             > WS-FEE-LOWER
049335             COMPUTE WS-FEE-PORTION
049336                 = FEES-BAND-LIMIT OF WS-FEES-ENTRY (WS-FEE-SUB)
049337                 - WS-FEE-LOWER
049338             MOVE FEES-BAND-LIMIT OF WS-FEES-ENTRY (WS-FEE-SUB)
049339                 TO WS-FEE-LOWER
049340         ELSE
049341             MOVE ZERO TO WS-FEE-PORTION
049342         END-IF
049343     END-IF.
049344     COMPUTE WS-FEE-ACCUM = WS-FEE-ACCUM
049345         + WS-FEE-PORTION
049346         * FEES-RATE OF WS-FEES-ENTRY (WS-FEE-SUB) / 100.
049347 2492-EXIT.
049348     EXIT.
049349
049350******************************************************************
049351* 2496-ADD-FEE-TOTAL - ADD A POSTED FEE TO ITS SCHEDULE'S TOTAL
049352* FOR THE CONTROL REPORT. A REVERSAL POSTS THE ORIGINAL'S NEGATED
049353* FEE UNDER THE SAME SCHEDULE, SO THE TOTALS COME OUT NET.
049354******************************************************************
049355 2496-ADD-FEE-TOTAL.
049356     MOVE CALC-NUM2 OF WS-CALC-RECORD TO WS-FEE-SCHEDULE.
049357     MOVE "N" TO WS-FEE-SCHED-SW.
049358     IF WS-FEETOT-COUNT > 0
049359         SET WS-FEETOT-IDX TO 1
049360         SEARCH WS-FEETOT-ENTRY
049361             AT END
049362                 CONTINUE
049363             WHEN WS-FEETOT-SCHEDULE (WS-FEETOT-IDX)
049364                 = WS-FEE-SCHEDULE
049365                 SET FEE-SCHEDULE-FOUND TO TRUE
049366         END-SEARCH
049367     END-IF.
049368     IF NOT FEE-SCHEDULE-FOUND
049369         AND WS-FEETOT-COUNT < 500
049370         ADD 1 TO WS-FEETOT-COUNT
049371         SET WS-FEETOT-IDX TO WS-FEETOT-COUNT
049372         MOVE WS-FEE-SCHEDULE
049373             TO WS-FEETOT-SCHEDULE (WS-FEETOT-IDX)
049374         MOVE ZERO TO WS-FEETOT-CALCS (WS-FEETOT-IDX)
049375         MOVE ZERO TO WS-FEETOT-AMOUNT (WS-FEETOT-IDX)
049376         SET FEE-SCHEDULE-FOUND TO TRUE
049377     END-IF.
049378     IF FEE-SCHEDULE-FOUND
049379         ADD 1 TO WS-FEETOT-CALCS (WS-FEETOT-IDX)
049380         ADD CALC-RESUL OF WS-CALC-RECORD
049381             TO WS-FEETOT-AMOUNT (WS-FEETOT-IDX)
049382     END-IF.
049383 2496-EXIT.
049384     EXIT.
049385
049386 2500-WRITE-RESULT.
049387     MOVE CALC-TRAN-ID OF WS-CALC-RECORD TO WS-RL-TRAN-ID.
049388     IF WS-DATA-NUMERIC
049389         MOVE CALC-NUM1 OF WS-CALC-RECORD  TO WS-RL-NUM1
049390         MOVE CALC-NUM2 OF WS-CALC-RECORD  TO WS-RL-NUM2
049391     ELSE
049392         MOVE ZERO TO WS-RL-NUM1
049393         MOVE ZERO TO WS-RL-NUM2
049394     END-IF.
049395     MOVE CALC-OPER OF WS-CALC-RECORD  TO WS-RL-OPER.
049396     MOVE CALC-RESUL OF WS-CALC-RECORD TO WS-RL-RESUL.
049400     MOVE CALC-RETURN-CODE OF WS-CALC-RECORD TO WS-RL-RC.
049425     MOVE CALC-CURRENCY OF WS-CALC-RECORD TO WS-RL-CURRENCY.
049450     MOVE CALC-ORIG-RESUL OF WS-CALC-RECORD TO WS-RL-ORIG-RESUL.
049475     MOVE CALC-EXCH-RATE OF WS-CALC-RECORD TO WS-RL-EXCH-RATE.
049500     MOVE WS-RESULT-LINE TO RESULT-RECORD.
049600     WRITE RESULT-RECORD.
049610*    THE GL INTERFACE GETS THE SAME CALCULATION AS RAW DATA -
049630*    ARRIVED, WITH THE RETURN CODE FOR THE LOAD JOB TO TEST.
049640     MOVE WS-CALC-RECORD TO GLINT-RECORD.
049650     WRITE GLINT-RECORD.
049675     ADD CALC-RESUL OF WS-CALC-RECORD TO WS-GL-HASH-RESUL.
049700 2500-EXIT.
049800     EXIT.
049900
051400     MOVE CALC-SOURCE-SYSTEM OF WS-CALC-RECORD
051450         TO AUD-SOURCE-SYSTEM.
051500     MOVE CALC-RETURN-CODE OF WS-CALC-RECORD TO AUD-RC.
051505     MOVE CALC-REC-TYPE OF WS-CALC-RECORD TO AUD-REC-TYPE.
051510     MOVE CALC-CURRENCY OF WS-CALC-RECORD TO AUD-CURRENCY.
051515     MOVE CALC-ORIG-RESUL OF WS-CALC-RECORD TO AUD-ORIG-RESUL.
051520     MOVE CALC-EXCH-RATE OF WS-CALC-RECORD TO AUD-EXCH-RATE.
051525     IF CALC-REC-REVERSAL OF WS-CALC-RECORD
051530         AND CALC-RC-SUCCESS OF WS-CALC-RECORD
051535         MOVE WS-REV-ORIG-DATE TO AUD-ORIG-DATE
051540         MOVE WS-REV-ORIG-TIME TO AUD-ORIG-TIME
051545         MOVE WS-REV-ORIG-SEQ  TO AUD-ORIG-SEQ
051550     ELSE
051555         MOVE ZERO TO AUD-ORIG-DATE
051560         MOVE ZERO TO AUD-ORIG-TIME
051565         MOVE ZERO TO AUD-ORIG-SEQ
051570     END-IF.
051600     MOVE WS-AUDIT-LINE TO AUDIT-RECORD.
051700     WRITE AUDIT-RECORD.
051800 2600-EXIT.
052760         CLOSE RESULTFILE
052762         CLOSE GLINTFILE
052765         CLOSE REJECTFILE
052767         CLOSE HISTFILE
052770         CLOSE AUDITFILE
052780         MOVE 16 TO RETURN-CODE
052790         STOP RUN
052812     MOVE WS-CHAIN-RESUL TO CHKPT-CHAIN-RESUL.
052814     MOVE WS-CHAIN-ACTIVE-SW TO CHKPT-CHAIN-ACTIVE-SW.
052816     MOVE WS-HDR-FILE-SERIAL TO CHKPT-FILE-SERIAL.
052818     MOVE WS-CHAIN-CURRENCY TO CHKPT-CHAIN-CURRENCY.
052820     WRITE CHKPT-RECORD.
052830     IF WS-CHKPTFILE-STATUS NOT = "00"
052840         DISPLAY "CHKPTFILE WRITE FAILED - STATUS "
052880         CLOSE RESULTFILE
052882         CLOSE GLINTFILE
052885         CLOSE REJECTFILE
052887         CLOSE HISTFILE
052890         CLOSE AUDITFILE
052900         MOVE 16 TO RETURN-CODE
052910         STOP RUN
054800     PERFORM 9300-SET-JOB-RETURN-CODE THRU 9300-EXIT.
054820     IF BATCH-MODE
054840         PERFORM 9400-WRITE-RUN-HISTORY THRU 9400-EXIT
054845         IF NOT VERIFY-MODE
054850             PERFORM 9500-POST-CONTROL-LEDGER THRU 9500-EXIT
054855         END-IF
054860     END-IF.
054900 9000-EXIT.
055000     EXIT.
056000     DISPLAY "PERCENTAGES....: " WS-OPCOUNT-PCT.
056100     DISPLAY "POWERS.........: " WS-OPCOUNT-POW.
056200     DISPLAY "MODULUS........: " WS-OPCOUNT-MOD.
056202     DISPLAY "REVERSALS......: " WS-OPCOUNT-REV.
056204     DISPLAY "TIERED FEES....: " WS-OPCOUNT-FEE.
056210     IF ROUND-HALF-UP
056220         DISPLAY "ROUNDING RULE (/, %, F, BRL): HALF-UP"
056230     ELSE
056240         DISPLAY "ROUNDING RULE (/, %, F, BRL): TRUNCATE"
056250     END-IF.
056300     DISPLAY "--------------------------------------------".
056400     DISPLAY "INVALID OPERATOR REJECTS....: "
056980             WS-REJCOUNT-NOT-IMPL.
056982     DISPLAY "NO PRIOR RESULT REJECTS.....: "
056983             WS-REJCOUNT-NO-PRIOR.
056984     DISPLAY "REVERSAL NOT FOUND REJECTS..: "
056986             WS-REJCOUNT-REV-NOT-FOUND.
056987     DISPLAY "ALREADY REVERSED REJECTS....: "
056988             WS-REJCOUNT-REV-DONE.
056989     DISPLAY "REVERSAL OF REJECT REJECTS..: "
056999             WS-REJCOUNT-REV-OF-REJ.
057001     DISPLAY "DUPLICATE TRAN ID HELD......: "
057002             WS-REJCOUNT-DUPLICATE.
057003     DISPLAY "REVERSAL OF CHAIN REJECTS...: "
057004             WS-REJCOUNT-REV-OF-CHAIN.
057005     DISPLAY "SOURCE OPER DENIED REJECTS..: "
057006             WS-REJCOUNT-SRC-OPER.
057007     DISPLAY "OPERAND OVER LIMIT REJECTS..: "
057008             WS-REJCOUNT-SRC-OPERAND.
057009     DISPLAY "RESULT OVER LIMIT REJECTS...: "
057010             WS-REJCOUNT-SRC-RESULT.
057011     DISPLAY "FEE SCHEDULE UNKNOWN REJECTS: "
057012             WS-REJCOUNT-NO-SCHEDULE.
057013     DISPLAY "NO BAND IN EFFECT REJECTS...: "
057014             WS-REJCOUNT-NO-BAND.
057015     DISPLAY "NO EXCHANGE RATE REJECTS....: "
057016             WS-REJCOUNT-NO-XRATE.
057017     IF SEEN-TABLE-FULL
057018         DISPLAY "MORE THAN 10000 IDS POSTED - LATER REPEATS "
057019                 "WITHIN THIS EXTRACT WERE NOT CHECKED"
057020     END-IF.
057025     DISPLAY "REJECTS TO SUSPENSE FILE....: "
057030             WS-REJ-SUSPENSE-COUNT.
057035     IF WS-FEETOT-COUNT > 0
057040         DISPLAY "--------------------------------------------"
057045         DISPLAY "FEES BY SCHEDULE IN BRL "
057050                 "(NET OF REVERSALS)"
057055         PERFORM 9110-PRINT-FEE-TOTAL THRU 9110-EXIT
057060             VARYING WS-FEETOT-IDX FROM 1 BY 1
057065             UNTIL WS-FEETOT-IDX > WS-FEETOT-COUNT
057070     END-IF.
057075     DISPLAY "============================================".
057100 9100-EXIT.
057110     EXIT.
057120
057130 9110-PRINT-FEE-TOTAL.
057140     MOVE WS-FEETOT-SCHEDULE (WS-FEETOT-IDX) TO WS-FTL-SCHEDULE.
057150     MOVE WS-FEETOT-CALCS (WS-FEETOT-IDX) TO WS-FTL-CALCS.
057160     MOVE WS-FEETOT-AMOUNT (WS-FEETOT-IDX) TO WS-FTL-AMOUNT.
057170     DISPLAY WS-FEETOT-LINE.
057180 9110-EXIT.
057200     EXIT.
057300
057301******************************************************************
057338     CLOSE SERIALFILE.
057339 9150-EXIT.
057340     EXIT.
057341
057342******************************************************************
057343* 9200-RESET-CHECKPOINT - A BATCH RUN THAT REACHES END-OF-FILE
057344* NORMALLY (AS OPPOSED TO ABENDING PARTWAY THROUGH) HAS NO
057345* RESTART POINT TO LEAVE BEHIND. TRUNCATE CHKPTFILE TO ZERO
057350* RECORDS SO THE NEXT RUN, WHICH WILL BE AGAINST A NEW TRANFILE,
057360* DOES NOT MISTAKE THIS RUN'S CHECKPOINT FOR ITS OWN AND SKIP
057370* RECORDS THAT WERE NEVER ACTUALLY PROCESSED.
058260         OR WS-REJCOUNT-NOT-IMPL > 0
058270         OR WS-REJCOUNT-NO-PRIOR > 0
058280         OR WS-REJCOUNT-NOT-AUTH > 0
058281         OR WS-REJCOUNT-REV-NOT-FOUND > 0
058282         OR WS-REJCOUNT-REV-DONE > 0
058283         OR WS-REJCOUNT-REV-OF-REJ > 0
058284         OR WS-REJCOUNT-DUPLICATE > 0
058285         OR WS-REJCOUNT-REV-OF-CHAIN > 0
058286         OR WS-REJCOUNT-SRC-OPER > 0
058287         OR WS-REJCOUNT-SRC-OPERAND > 0
058288         OR WS-REJCOUNT-SRC-RESULT > 0
058289         OR WS-REJCOUNT-NO-SCHEDULE > 0
058290         OR WS-REJCOUNT-NO-BAND > 0
058291         OR WS-REJCOUNT-NO-XRATE > 0
058300         MOVE 4 TO RETURN-CODE
058400     ELSE
058450         IF SERIAL-GAP-FOUND
062500         MOVE WS-REJCOUNT-OVERFLOW TO RUNH-REJ-OVERFLOW
062600         MOVE WS-REJCOUNT-NOT-IMPL TO RUNH-REJ-NOT-IMPL
062700         MOVE WS-REJCOUNT-NO-PRIOR TO RUNH-REJ-NO-PRIOR
062750         MOVE WS-REJCOUNT-DUPLICATE TO RUNH-DUPLICATES
062800         MOVE RETURN-CODE TO RUNH-RETURN-CODE
062900         IF CHKPT-FOUND
063000             SET RUNH-RESTARTED TO TRUE
064200 9400-EXIT.
064300     EXIT.
064400
064401******************************************************************
064402* 9500-POST-CONTROL-LEDGER - LEAVE THIS RUN'S ENTRY FOR THE
064403* NIGHTLY CONTROL LEDGER (SEE CLDGFLDS) IN CLDGOUT, KEYED BY THE
064404* EXTRACT SERIAL, "PROGCALC" AND THE RUN LABEL. THE STREAMS RUN
064405* IN PARALLEL, SO - LIKE HISTFILE - THE SHARED LEDGER IS NOT
064406* UPDATED HERE: CALCMERG POSTS THE ENTRY WHEN IT MERGES THE
064407* STREAMS. ONLY A RUN THAT REACHES NORMAL END POSTS. A RESTARTED
064408* RUN POSTS THE RECORDS BEFORE ITS RESTART POINT AS SKIPPED AND
064409* COUNTS ONLY WHAT IT WROTE ITSELF, SO SKIPPED PLUS WRITTEN IS
064410* STILL THE STREAM'S INPUT; THE HASH TOTALS OF THE INPUT COVER
064411* EVERY RECORD READ. EXTEND-THEN-OUTPUT AND WARN-ONLY, THE SAME
064412* AS THE RUN HISTORY - CALCBAL REPORTS A MISSING ENTRY AS A GAP.
064413******************************************************************
064414 9500-POST-CONTROL-LEDGER.
064415     OPEN EXTEND CLDGOUTFILE.
064416     IF WS-CLDGOUT-STATUS NOT = "00"
064417         OPEN OUTPUT CLDGOUTFILE
064418     END-IF.
064419     IF WS-CLDGOUT-STATUS NOT = "00"
064420         DISPLAY "CLDGOUT OPEN FAILED - STATUS "
064421                 WS-CLDGOUT-STATUS
064422                 " - CONTROL LEDGER NOT POSTED"
064423     ELSE
064424         MOVE SPACES TO CLDG-RECORD
064425         MOVE WS-HDR-FILE-SERIAL TO CLDG-FILE-SERIAL
064426         SET CLDG-STEP-STREAM TO TRUE
064427         MOVE WS-RUN-LABEL TO CLDG-QUALIFIER
064428         MOVE WS-HDR-SOURCE-SYSTEM TO CLDG-SOURCE-SYSTEM
064429         ACCEPT CLDG-POST-DATE FROM DATE YYYYMMDD
064430         ACCEPT CLDG-POST-TIME FROM TIME
064431         MOVE RETURN-CODE TO CLDG-RETURN-CODE
064432         IF CHKPT-FOUND
064433             SET CLDG-RESTARTED TO TRUE
064434         ELSE
064435             SET CLDG-FRESH TO TRUE
064436         END-IF
064437         MOVE WS-REC-COUNT TO CLDG-IN-COUNT
064438         IF WS-REC-COUNT > WS-RESTART-POINT
064439             MOVE WS-RESTART-POINT TO CLDG-SKIP-COUNT
064440             COMPUTE CLDG-OUT-COUNT
064441                 = WS-REC-COUNT - WS-RESTART-POINT
064442         ELSE
064443             MOVE WS-REC-COUNT TO CLDG-SKIP-COUNT
064444             MOVE ZERO TO CLDG-OUT-COUNT
064445         END-IF
064446         MOVE WS-REJ-SUSPENSE-COUNT TO CLDG-REJECT-COUNT
064447         MOVE WS-HASH-NUM1 TO CLDG-HASH-NUM1
064448         MOVE WS-HASH-NUM2 TO CLDG-HASH-NUM2
064449         MOVE WS-GL-HASH-RESUL TO CLDG-HASH-RESUL
064450         WRITE CLDG-RECORD
064451         IF WS-CLDGOUT-STATUS NOT = "00"
064452             DISPLAY "CLDGOUT WRITE FAILED - STATUS "
064453                     WS-CLDGOUT-STATUS
064454                     " - CONTROL LEDGER NOT POSTED"
064455         END-IF
064456         CLOSE CLDGOUTFILE
064457     END-IF.
064458 9500-EXIT.
064459     EXIT.
064460
064500 END PROGRAM PROGRAMACONTAS.
