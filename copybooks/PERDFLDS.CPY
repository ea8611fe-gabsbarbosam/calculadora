000100******************************************************************
000200*    COPYBOOK:     PERDFLDS
000300*    AUTHOR:       GABRIELA BARBOSA
000400*    DATE-WRITTEN: 2026-10-15
000500*    PURPOSE:      FIELDS FOR ONE ENTRY ON THE PERIOD ACCUMULATOR
000600*                  (PERDFILE), THE KSDS FINANCE TAKES ITS MONTH-TO-
000700*                  DATE AND YEAR-TO-DATE FIGURES FROM. KEYED ON THE
000800*                  ACCOUNTING PERIOD (YYYYMM OF THE PROCESSING DATE
000900*                  THE WORK RAN UNDER, SEE CALC-PROC-DATE IN
001000*                  CALCNUMS), THEN SOURCE SYSTEM, THEN OPERATOR CODE,
001100*                  SO ONE PERIOD'S ENTRIES ARE ONE KEY RANGE. THE
001200*                  ENTRY WITH A BLANK SOURCE SYSTEM AND OPERATOR IS
001300*                  THE PERIOD CONTROL ENTRY: IT SORTS FIRST IN ITS
001400*                  PERIOD, CARRIES THE PERIOD GRAND TOTALS, AND ITS
001500*                  PERD-STATUS IS THE STATUS OF THE WHOLE PERIOD -
001600*                  THE ONE PROGRAMACONTAS READS BEFORE IT LETS A
001700*                  BATCH RUN.
001800*
001900*                  THE PERIOD FIELDS ARE POSTED NIGHTLY FROM THE GL
002000*                  FEED BY PERDUPD: CALCULATIONS POSTED (RC 00, NOT
002100*                  A REVERSAL), REVERSALS POSTED (RC 00 "R"
002200*                  RECORDS), REJECTS (ANY OTHER RC) AND THE NET BRL
002300*                  RESULT OF EVERYTHING POSTED - A REVERSAL'S
002400*                  NEGATED RESULT NETS OFF IN THE PERIOD IT RUNS IN,
002500*                  NOT THE PERIOD OF THE CALCULATION IT BACKS OUT.
002600*                  THE YEAR-TO-DATE FIELDS ARE SET ONLY WHEN THE
002700*                  PERIOD IS CLOSED (PERDCLS): THE SAME ENTRY'S
002800*                  YEAR-TO-DATE FOR THE PRIOR PERIOD OF THE SAME
002900*                  YEAR PLUS THIS PERIOD. UNTIL THEN THEY ARE ZERO.
003000*                  PERD-LAST-POSTED IS THE SOURCE SYSTEM AND SERIAL
003100*                  OF THE LAST EXTRACT POSTED TO THE ENTRY, SO A
003200*                  RERUN OF THE POSTING STEP CANNOT COUNT ONE NIGHT
003300*                  TWICE. SHARED BY PERDUPD, PERDCLS AND
003400*                  PROGRAMACONTAS.
003500*
003600*    MODIFICATION HISTORY
003700*    DATE       INIT DESCRIPTION
003800*    ---------- ---- -------------------------------------------
003900*    2026-10-15  GB  INITIAL VERSION.
004000******************************************************************
004100    05  PERD-KEY.
004200        10  PERD-PERIOD.
004300            15  PERD-PERIOD-YEAR      PIC 9(04).
004400            15  PERD-PERIOD-MONTH     PIC 9(02).
004500        10  PERD-SOURCE-SYSTEM        PIC X(08).
004600        10  PERD-OPER                 PIC X(01).
004700    05  PERD-STATUS                   PIC X(01).
004800        88  PERD-OPEN                         VALUE "O".
004900        88  PERD-CLOSED                       VALUE "C".
005000    05  PERD-CALC-COUNT               PIC 9(09).
005100    05  PERD-REVERSAL-COUNT           PIC 9(09).
005200    05  PERD-REJECT-COUNT             PIC 9(09).
005300    05  PERD-RESULT-TOTAL             PIC S9(13)V99.
005400    05  PERD-YTD-CALC-COUNT           PIC 9(09).
005500    05  PERD-YTD-REVERSAL-COUNT       PIC 9(09).
005600    05  PERD-YTD-REJECT-COUNT         PIC 9(09).
005700    05  PERD-YTD-RESULT-TOTAL         PIC S9(13)V99.
005800    05  PERD-LAST-UPDATE-DATE         PIC 9(08).
005900    05  PERD-CLOSE-DATE               PIC 9(08).
006000    05  PERD-LAST-POSTED.
006100        10  PERD-LAST-SOURCE-SYSTEM   PIC X(08).
006200        10  PERD-LAST-FILE-SERIAL     PIC X(06).
