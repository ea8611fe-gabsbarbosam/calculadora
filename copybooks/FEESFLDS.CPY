000100******************************************************************
000200*    COPYBOOK:     FEESFLDS
000300*    AUTHOR:       GABRIELA BARBOSA
000400*    DATE-WRITTEN: 2026-10-15
000500*    PURPOSE:      FIELDS FOR ONE BAND OF A TIERED FEE SCHEDULE ON
000600*                  THE FEE RATE TABLE (FEESFILE), THE KSDS BEHIND
000700*                  THE "F" OPERATOR. A CALCULATION "NUM1 F NUM2"
000800*                  IS THE TIERED FEE ON NUM1 UNDER SCHEDULE NUM2.
000900*                  KEYED ON SCHEDULE + EFFECTIVE DATE + BAND
001000*                  SEQUENCE: ALL THE BANDS OF ONE SCHEDULE THAT
001100*                  SHARE AN EFFECTIVE DATE ARE ONE VERSION OF THE
001200*                  SCHEDULE, AND THE VERSION IN FORCE ON A
001300*                  PROCESSING DATE IS THE ONE WITH THE LATEST
001400*                  EFFECTIVE DATE NOT AFTER IT - A BAND CHANGE IS
001500*                  KEYED AS A NEW VERSION, SO EARLIER NIGHTS STAY
001600*                  EXPLAINABLE. WITHIN A VERSION THE BANDS RUN IN
001700*                  SEQUENCE ORDER; FEES-BAND-LIMIT IS THE UPPER
001800*                  BOUND OF THE BAND ON THE BASE AMOUNT (THE LOWER
001900*                  BOUND IS THE PREVIOUS BAND'S LIMIT, OR ZERO)
002000*                  AND FEES-RATE IS THE PERCENT CHARGED ON THE
002100*                  PART OF THE BASE THAT FALLS IN THE BAND. THE
002200*                  LAST BAND OF A VERSION IS OPEN-ENDED WHATEVER
002300*                  ITS LIMIT SAYS, AND IS NORMALLY KEYED WITH A
002400*                  ZERO LIMIT. SHARED BY PROGRAMACONTAS AND THE
002500*                  MAINTENANCE PROGRAM FEESMNT.
002600*
002700*    MODIFICATION HISTORY
002800*    DATE       INIT DESCRIPTION
002900*    ---------- ---- -------------------------------------------
003000*    2026-10-15  GB  INITIAL VERSION.
003100******************************************************************
003200    05  FEES-KEY.
003300        10  FEES-SCHEDULE             PIC 9(04).
003400        10  FEES-EFF-DATE             PIC 9(08).
003500        10  FEES-BAND-SEQ             PIC 9(02).
003600    05  FEES-BAND-LIMIT               PIC 9(9)V99.
003700    05  FEES-RATE                     PIC 9(3)V9(4).
003800    05  FEES-DESCRIPTION              PIC X(20).
