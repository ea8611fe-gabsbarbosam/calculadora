001400*                  SPOOL PURGES; THIS FILE IS WHAT RUNHRPT
001500*                  TRENDS THE BATCH WINDOW FROM. ALL FIELDS ARE
001600*                  DISPLAY, SO THE FILE READS IN A BROWSE. THE
001700*                  RECORD IS 115 BYTES.
001800*
001900*    MODIFICATION HISTORY
002000*    DATE       INIT DESCRIPTION
002100*    ---------- ---- -------------------------------------------
002200*    2026-09-02  GB  INITIAL VERSION.
002210*    2026-10-15  GB  ADDED RUNH-DUPLICATES, THE "D"/"C" RECORDS
002220*                    HELD AS DUPLICATE TRANSACTION IDS (RC 83).
002230*                    THE RECORD GREW FROM 108 TO 115 BYTES;
002240*                    RECORDS CARRIED OVER FROM BEFORE THIS CHANGE
002250*                    HOLD SPACES THERE, WHICH RUNHRPT READS AS
002260*                    NONE.
002300******************************************************************
002400    05  RUNH-RUN-LABEL                PIC X(08).
002500    05  RUNH-FILE-SERIAL              PIC X(06).
003900    05  RUNH-RESTART-SW               PIC X(01).
004000        88  RUNH-RESTARTED                    VALUE "Y".
004100        88  RUNH-FRESH                        VALUE "N".
004200    05  RUNH-DUPLICATES               PIC 9(07).
