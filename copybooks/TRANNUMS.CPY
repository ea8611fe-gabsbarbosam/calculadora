002014*                    CALC-NUM1 ON A "C" RECORD IS CARRIED (AND
002015*                    HASHED) AS TRANSMITTED BUT IGNORED BY THE
002016*                    CALCULATION.
002017*    2026-10-15  GB  ADDED THE "R" REVERSAL RECORD TYPE. IT
002018*                    CARRIES ONLY CALC-TRAN-ID - THE ID OF A
002019*                    CALCULATION PROCESSED ON AN EARLIER NIGHT -
002020*                    AND BACKS THAT CALCULATION OUT OF THE
002021*                    LEDGER. THE OPERANDS AND OPERATOR ON AN "R"
002022*                    RECORD ARE IGNORED; THE ORIGINAL'S ARE TAKEN
002023*                    FROM THE HISTORY MASTER (SEE HISTFLDS).
002024*    2026-10-15  GB  ADDED CALC-CURRENCY, THE ISO CODE OF THE
002025*                    CURRENCY THE OPERANDS ARE STATED IN. SPACES
002026*                    (EVERY EXTRACT BUILT BEFORE THIS CHANGE)
002027*                    MEAN THE BASE CURRENCY. A "C" RECORD TAKES
002028*                    THE CURRENCY OF THE CHAIN IT CONTINUES AND
002029*                    AN "R" RECORD THAT OF THE ORIGINAL, WHATEVER
002030*                    THEY CARRY HERE. THE RECORD IS NOW 35 BYTES.
002031*    2026-10-15  GB  ADDED CALC-EFFECTIVE-DATE (YYYYMMDD), THE
002032*                    DATE A DETAIL RECORD MAY FIRST POST. ZERO
002033*                    OR SPACES (EVERY EXTRACT BUILT BEFORE THIS
002034*                    CHANGE) MEAN "POST TONIGHT". CALCPEND HOLDS
002035*                    A RECORD DATED AFTER THE PROCESSING DATE ON
002036*                    THE PENDING FILE (SEE PENDFLDS) AND FEEDS IT
002037*                    BACK ON THE FIRST NIGHT IT IS DUE. A "C"
002038*                    RECORD FOLLOWS ITS CHAIN'S "D" RECORD,
002039*                    WHATEVER IT CARRIES HERE. THE RECORD IS NOW
002040*                    43 BYTES.
002041******************************************************************
002042    05  CALC-REC-TYPE                 PIC X(01).
002043        88  CALC-REC-HEADER                   VALUE "H".
002044        88  CALC-REC-DETAIL                   VALUE "D".
002045        88  CALC-REC-CONTINUATION             VALUE "C".
002046        88  CALC-REC-TRAILER                  VALUE "T".
002047        88  CALC-REC-REVERSAL                 VALUE "R".
002050    05  CALC-TRAN-ID                  PIC X(08).
002100    05  CALC-NUM1                     PIC S9(9)V99 VALUE ZERO.
002200    05  CALC-OPER                     PIC X(01).
002300    05  CALC-NUM2                     PIC S9(9)V99 VALUE ZERO.
002400    05  CALC-CURRENCY                 PIC X(03) VALUE SPACES.
002500    05  CALC-EFFECTIVE-DATE           PIC 9(08) VALUE ZERO.
