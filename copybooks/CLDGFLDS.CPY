000100******************************************************************
000200*    COPYBOOK:     CLDGFLDS
000300*    AUTHOR:       GABRIELA BARBOSA
000400*    DATE-WRITTEN: 2026-10-15
000500*    PURPOSE:      ONE ENTRY ON THE NIGHTLY CONTROL LEDGER
000600*                  (CLDGFILE), THE KSDS EVERY STEP OF THE BATCH
000700*                  CHAIN POSTS ITS CONTROL TOTALS TO SO CALCBAL CAN
000800*                  TIE THE WHOLE NIGHT TOGETHER ON ONE PAGE. KEYED
000900*                  ON THE EXTRACT FILE SERIAL THE NIGHT RAN UNDER,
001000*                  THEN THE STEP (PROGRAM) NAME, THEN A QUALIFIER -
001100*                  THE RUN LABEL OF A CALCRUN STREAM, "STREAMN" FOR
001200*                  THE TOTALS CALCSPLT DEALT TO STREAM N, SPACES FOR
001300*                  A STEP THAT RUNS ONCE - SO ONE NIGHT'S ENTRIES ARE
001400*                  ONE KEY RANGE. A STEP RERUN FOR THE SAME SERIAL
001500*                  REPLACES ITS ENTRY RATHER THAN ADDING A SECOND.
001600*                  THE RECORD IS 118 BYTES.
001700*
001800*                  THE COUNTS ARE WHAT THE STEP READ (IN), PASSED
001900*                  OVER AS ALREADY DONE (SKIP - RECORDS BEFORE A
002000*                  RESTART POINT, ENTRIES OR KEYS ALREADY ON FILE),
002100*                  WROTE OR MATCHED (OUT) AND REJECTED. THE HASH
002200*                  TOTALS ARE THE EXTRACT'S OWN (CALC-NUM1 AND
002300*                  CALC-NUM2, THE TRAILER RULE) WHERE THE STEP SEES
002400*                  THE EXTRACT, AND CALC-RESUL OVER EVERY GL RECORD
002500*                  THE STEP WROTE OR READ - ANY RETURN CODE, THE
002600*                  RULE OF THE RETCTL TRAILERS - WHERE IT SEES THE
002700*                  GL FEED. A FIGURE A STEP HAS NO VIEW OF IS ZERO.
002800*                  SHARED BY CALCPEND, CALCSPLT, PROGRAMACONTAS,
002900*                  CALCMERG, CALCDIST, PERDUPD, GLRECON, CALCHLD
002910*                  AND CALCBAL.
003000*
003100*    MODIFICATION HISTORY
003200*    DATE       INIT DESCRIPTION
003300*    ---------- ---- -------------------------------------------
003400*    2026-10-15  GB  INITIAL VERSION.
003410*    2026-10-15  GB  ADDED CLDG-STEP-PENDING FOR CALCPEND, WHICH
003420*                    POSTS THE EXTRACT AS RECEIVED AGAINST THE ONE
003430*                    IT RELEASES (IN = EXTRACT DETAILS, SKIP =
003440*                    HELD ON THE PENDING FILE, OUT = RELEASED),
003450*                    AND UNDER QUALIFIER "RELEASED" THE DUE
003460*                    RECORDS IT FED BACK FROM THE PENDING FILE.
003500******************************************************************
003600    05  CLDG-KEY.
003700        10  CLDG-FILE-SERIAL          PIC X(06).
003800        10  CLDG-STEP                 PIC X(08).
003900            88  CLDG-STEP-SPLIT               VALUE "CALCSPLT".
004000            88  CLDG-STEP-STREAM              VALUE "PROGCALC".
004100            88  CLDG-STEP-MERGE               VALUE "CALCMERG".
004200            88  CLDG-STEP-DIST                VALUE "CALCDIST".
004300            88  CLDG-STEP-PERIOD              VALUE "PERDUPD ".
004400            88  CLDG-STEP-GLRECON             VALUE "GLRECON ".
004500            88  CLDG-STEP-HISTLOAD            VALUE "CALCHLD ".
004510            88  CLDG-STEP-PENDING             VALUE "CALCPEND".
004600        10  CLDG-QUALIFIER            PIC X(08).
004700    05  CLDG-SOURCE-SYSTEM            PIC X(08).
004800    05  CLDG-POST-DATE                PIC 9(08).
004900    05  CLDG-POST-TIME                PIC 9(08).
005000    05  CLDG-RETURN-CODE              PIC 9(02).
005100    05  CLDG-RESTART-SW               PIC X(01).
005200        88  CLDG-RESTARTED                    VALUE "Y".
005300        88  CLDG-FRESH                        VALUE "N".
005400    05  CLDG-IN-COUNT                 PIC 9(09).
005500    05  CLDG-SKIP-COUNT               PIC 9(09).
005600    05  CLDG-OUT-COUNT                PIC 9(09).
005700    05  CLDG-REJECT-COUNT             PIC 9(09).
005800    05  CLDG-HASH-NUM1                PIC S9(9)V99.
005900    05  CLDG-HASH-NUM2                PIC S9(9)V99.
006000    05  CLDG-HASH-RESUL               PIC S9(9)V99.
