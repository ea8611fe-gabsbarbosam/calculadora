000100******************************************************************
000200*    COPYBOOK:     XRATFLDS
000300*    AUTHOR:       GABRIELA BARBOSA
000400*    DATE-WRITTEN: 2026-10-15
000500*    PURPOSE:      FIELDS FOR ONE ENTRY ON THE DAILY EXCHANGE-RATE
000600*                  FILE (XRATFILE), THE KSDS TREASURY'S RATE FEED
000700*                  IS LOADED INTO EACH DAY (SEE XRATLOAD). KEYED
000800*                  ON CURRENCY + RATE DATE, SO EVERY DAY'S RATES
000900*                  STAY ON FILE AND AN EARLIER NIGHT CAN BE
001000*                  EXPLAINED. XRAT-RATE IS THE NUMBER OF UNITS OF
001100*                  THE BASE CURRENCY (BRL) ONE UNIT OF XRAT-CURRENCY
001200*                  BUYS. PROGRAMACONTAS LOADS ONLY THE ENTRIES FOR
001300*                  ITS PROCESSING DATE - A CURRENCY WITH NO RATE
001400*                  FOR THAT DATE IS REJECTED, NEVER POSTED AT AN
001500*                  OLDER RATE. THE BASE CURRENCY NEEDS NO ENTRY.
001600*
001700*    MODIFICATION HISTORY
001800*    DATE       INIT DESCRIPTION
001900*    ---------- ---- -------------------------------------------
002000*    2026-10-15  GB  INITIAL VERSION.
002100******************************************************************
002200    05  XRAT-KEY.
002300        10  XRAT-CURRENCY             PIC X(03).
002400        10  XRAT-RATE-DATE            PIC 9(08).
002500    05  XRAT-RATE                     PIC 9(5)V9(6).
