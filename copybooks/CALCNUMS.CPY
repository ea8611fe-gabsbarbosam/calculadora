003106*                    THE ATTEMPT IS STILL WRITTEN TO AUDITFILE
003107*                    SO A DENIED TRY IS VISIBLE EVEN THOUGH NO
003108*                    CALCULATION HAPPENED.
003109*    2026-10-15  GB  ADDED CALC-RC-REVERSAL-NOT-FOUND,
003111*                    CALC-RC-ALREADY-REVERSED AND
003112*                    CALC-RC-REVERSAL-OF-REJECT FOR AN "R"
003113*                    REVERSAL RECORD (SEE TRANNUMS) THAT CANNOT BE
003114*                    APPLIED: THE ID IS NOT ON THE HISTORY MASTER,
003115*                    ITS CALCULATION WAS BACKED OUT ALREADY, OR IT
003116*                    ONLY EVER REJECTED AND NEVER POSTED.
003117*    2026-10-15  GB  ADDED CALC-RC-DUPLICATE-TRAN - A "D" RECORD
003118*                    (AND ITS CHAIN) WHOSE ID HAS ALREADY POSTED,
003119*                    HELD IN SUSPENSE INSTEAD OF CALCULATED.
003120*    2026-10-15  GB  ADDED CALC-RC-SOURCE-OPER-DENIED,
003121*                    CALC-RC-OPERAND-OVER-LIMIT AND
003122*                    CALC-RC-RESULT-OVER-LIMIT FOR A BATCH DETAIL
003123*                    RECORD OUTSIDE ITS SOURCE SYSTEM'S PROFILE
003124*                    (SEE SRCPFLDS): AN OPERATOR THE SOURCE MAY
003125*                    NOT USE, AN OPERAND OVER ITS MAXIMUM, OR A
003126*                    RESULT OVER ITS MAXIMUM.
003127*    2026-10-15  GB  ADDED CALC-RC-UNKNOWN-SCHEDULE AND
003128*                    CALC-RC-NO-BAND-IN-EFFECT FOR AN "F" TIERED
003129*                    FEE (SEE FEESFLDS) WHOSE NUM2 NAMES NO
003130*                    SCHEDULE ON THE RATE TABLE, OR A SCHEDULE
003131*                    WITH NO VERSION IN EFFECT ON THE PROCESSING
003132*                    DATE.
003133*    2026-10-15  GB  MULTI-CURRENCY. CALC-RESUL IS NOW THE RESULT
003134*                    IN THE BASE CURRENCY - THE AMOUNT THAT
003135*                    POSTS. CALC-ORIG-RESUL IS THE RESULT IN THE
003136*                    TRANSACTION CURRENCY (CALC-CURRENCY, SEE
003137*                    TRANNUMS) AND CALC-EXCH-RATE THE DAY'S RATE
003138*                    USED TO CONVERT IT (BASE UNITS PER UNIT OF
003139*                    THE TRANSACTION CURRENCY, SEE XRATFLDS -
003140*                    1.000000 FOR BASE-CURRENCY WORK). ADDED
003141*                    CALC-RC-NO-EXCHANGE-RATE FOR A CURRENCY WITH
003142*                    NO RATE FOR THE PROCESSING DATE - REJECTED
003143*                    RATHER THAN POSTED AT A STALE RATE. THE GL
003144*                    INTERFACE RECORD IS NOW 78 BYTES.
003145*    2026-10-15  GB  ADDED CALC-PROC-DATE, THE PROCESSING DATE
003146*                    (SYSIN OVERRIDE OR SYSTEM DATE) THE
003147*                    CALCULATION RAN UNDER. IT SAYS WHICH
003148*                    ACCOUNTING PERIOD THE GL RECORD POSTS TO -
003149*                    PERDUPD ACCUMULATES THE PERIOD TOTALS BY IT
003150*                    (SEE PERDFLDS). THE GL INTERFACE RECORD IS
003151*                    NOW 86 BYTES.
003152*    2026-10-15  GB  THE EFFECTIVE DATE JOINS THE TRANNUMS FIELDS
003153*                    (CALC-EFFECTIVE-DATE). THE GL INTERFACE
003154*                    RECORD IS NOW 94 BYTES.
003155*    2026-10-15  GB  ADDED CALC-RC-REVERSAL-OF-CHAIN FOR AN "R"
003156*                    WHOSE ID LAST POSTED AS A "D"/"C" CHAIN -
003157*                    EVERY STEP POSTED ITS OWN GL RECORD UNDER
003158*                    THE ONE ID, AND ONE NEGATION CANNOT BACK
003159*                    THEM ALL OUT.
003184******************************************************************
003200    COPY TRANNUMS.
003300    05  CALC-RESUL                    PIC S9(9)V99.
003400    05  CALC-RETURN-CODE              PIC 9(02).
003950        88  CALC-RC-OPER-NOT-IMPLEMENTED      VALUE 50.
003960        88  CALC-RC-NO-PRIOR-RESULT           VALUE 60.
003970        88  CALC-RC-NOT-AUTHORIZED            VALUE 70.
003972        88  CALC-RC-SOURCE-OPER-DENIED        VALUE 71.
003974        88  CALC-RC-OPERAND-OVER-LIMIT        VALUE 72.
003976        88  CALC-RC-RESULT-OVER-LIMIT         VALUE 73.
003978        88  CALC-RC-REVERSAL-NOT-FOUND        VALUE 80.
003980        88  CALC-RC-ALREADY-REVERSED          VALUE 81.
003982        88  CALC-RC-REVERSAL-OF-REJECT        VALUE 82.
003984        88  CALC-RC-DUPLICATE-TRAN            VALUE 83.
003986        88  CALC-RC-REVERSAL-OF-CHAIN         VALUE 84.
003988        88  CALC-RC-UNKNOWN-SCHEDULE          VALUE 90.
003990        88  CALC-RC-NO-BAND-IN-EFFECT         VALUE 91.
003992        88  CALC-RC-NO-EXCHANGE-RATE          VALUE 92.
004000    05  CALC-SOURCE-SYSTEM            PIC X(08) VALUE SPACES.
004100    05  CALC-ORIG-RESUL               PIC S9(9)V99 VALUE ZERO.
004200    05  CALC-EXCH-RATE                PIC 9(5)V9(6) VALUE ZERO.
004300    05  CALC-PROC-DATE                PIC 9(08) VALUE ZERO.
