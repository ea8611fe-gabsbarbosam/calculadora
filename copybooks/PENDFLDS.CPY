000100******************************************************************
000200*    COPYBOOK:     PENDFLDS
000300*    AUTHOR:       GABRIELA BARBOSA
000400*    DATE-WRITTEN: 2026-10-15
000500*    PURPOSE:      ONE HELD TRANSACTION ON THE PENDING-TRANSACTION
000600*                  FILE (PENDFILE), THE KSDS CALCPEND PARKS A
000700*                  FUTURE-DATED DETAIL RECORD ON UNTIL IT COMES DUE.
000800*                  KEYED ON THE SOURCE SYSTEM THAT SENT IT, THE DUE
000900*                  DATE (ITS CALC-EFFECTIVE-DATE, SEE TRANNUMS), THE
001000*                  SERIAL OF THE EXTRACT IT ARRIVED ON AND ITS
001100*                  POSITION AMONG THAT EXTRACT'S DETAIL RECORDS - SO
001200*                  ONE SOURCE'S DUE WORK IS ONE KEY RANGE, AND A "C"
001300*                  CHAIN, HELD UNDER ITS "D" RECORD'S DUE DATE, COMES
001400*                  BACK OFF THE FILE IN THE ORDER IT WENT ON.
001500*                  PEND-TRANSACTION IS THE DETAIL RECORD EXACTLY AS
001600*                  IT ARRIVED (A "C" RECORD KEEPS WHATEVER DATE IT
001700*                  CARRIED; PEND-DUE-DATE IS THE CHAIN'S).
001800*
001900*                  A HELD RECORD IS STATUS "H". CALCPEND FEEDS IT
002000*                  INTO THE FIRST EXTRACT FROM ITS SOURCE SYSTEM
002100*                  PROCESSED ON OR AFTER THE DUE DATE AND MARKS IT
002200*                  "R", RELEASED, WITH THAT EXTRACT'S SERIAL AND
002300*                  PROCESSING DATE, SO A RERUN OF THE SAME NIGHT
002400*                  RELEASES IT AGAIN. IT IS CLEARED OFF THE FILE
002410*                  ON A LATER NIGHT ONCE CALCMERG HAS POSTED THE
002420*                  SERIAL TO THE CONTROL LEDGER (SEE CLDGFLDS);
002430*                  UNTIL THEN IT IS RELEASED AGAIN. A HELD RECORD
002435*                  CANCELLED BEFORE IT COMES DUE IS DELETED BY
002440*                  PENDMNT, WHICH KEEPS THE AUDIT TRAIL. THE
002600*                  RECORD IS 95 BYTES. SHARED BY CALCPEND,
002700*                  PENDRPT AND PENDMNT.
002900*
003000*    MODIFICATION HISTORY
003100*    DATE       INIT DESCRIPTION
003200*    ---------- ---- -------------------------------------------
003300*    2026-10-15  GB  INITIAL VERSION.
003310*    2026-10-15  GB  A RELEASED RECORD IS CLEARED ONCE CALCMERG
003320*                    HAS POSTED THE SERIAL, NOT CALCSPLT.
003400******************************************************************
003500    05  PEND-KEY.
003600        10  PEND-SOURCE-SYSTEM        PIC X(08).
003700        10  PEND-DUE-DATE             PIC 9(08).
003800        10  PEND-FILE-SERIAL          PIC X(06).
003900        10  PEND-SEQ                  PIC 9(07).
004000    05  PEND-STATUS                   PIC X(01).
004100        88  PEND-HELD                         VALUE "H".
004200        88  PEND-RELEASED                     VALUE "R".
004300    05  PEND-HELD-DATE                PIC 9(08).
004400    05  PEND-RELEASED-SERIAL          PIC X(06).
004500    05  PEND-RELEASED-DATE            PIC 9(08).
004600    05  PEND-TRANSACTION              PIC X(43).
