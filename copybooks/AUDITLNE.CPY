001000*                  AND WRITES THE LINE, AND AUDITRPT, WHICH
001100*                  READS IT BACK FOR THE DAILY ACTIVITY REPORT,
001200*                  SO THE TWO CAN NEVER DRIFT APART ON FIELD
001300*                  POSITIONS. THE LINE NOW FILLS THE 162-BYTE
001400*                  AUDITFILE RECORD EXACTLY.
001500*
001600*    MODIFICATION HISTORY
002160*                    FROM IT. THE LINE GREW FROM 91 TO THE FULL
002170*                    100 BYTES - LINES WRITTEN BEFORE THIS
002180*                    CHANGE CARRY SPACES IN THE NEW FIELD.
002181*    2026-10-15  GB  ADDED AUD-REC-TYPE AND, FOR AN "R" REVERSAL
002182*                    (SEE TRANNUMS), THE HISTORY KEY OF THE
002183*                    ORIGINAL CALCULATION IT BACKS OUT
002184*                    (AUD-ORIG-DATE/TIME/SEQ - ZERO ON EVERY
002185*                    OTHER LINE), SO CALCHLD CAN FLAG THAT
002186*                    ORIGINAL AS REVERSED ON THE HISTORY MASTER.
002187*                    THE LINE GREW FROM 100 TO 128 BYTES.
002188*    2026-10-15  GB  ADDED AUD-CURRENCY, AUD-ORIG-RESUL AND
002189*                    AUD-EXCH-RATE. AUD-RESUL IS NOW THE RESULT
002190*                    IN THE BASE CURRENCY; AUD-ORIG-RESUL IS THE
002191*                    RESULT IN THE TRANSACTION CURRENCY AND
002192*                    AUD-EXCH-RATE THE RATE THAT CONVERTED IT.
002193*                    THE LINE GREW FROM 128 TO 162 BYTES - LINES
002194*                    WRITTEN BEFORE THIS CHANGE CARRY SPACES IN
002195*                    THE NEW FIELDS, WHICH READS AS BASE CURRENCY.
002200******************************************************************
002300    05  AUD-DATE                      PIC 9(08).
002400    05  FILLER                        PIC X(01)  VALUE SPACE.
003900    05  AUD-RC                        PIC 9(02).
004000    05  FILLER                        PIC X(01)  VALUE SPACE.
004100    05  AUD-SOURCE-SYSTEM             PIC X(08).
004200    05  FILLER                        PIC X(01)  VALUE SPACE.
004300    05  AUD-REC-TYPE                  PIC X(01).
004400    05  FILLER                        PIC X(01)  VALUE SPACE.
004500    05  AUD-ORIG-DATE                 PIC 9(08).
004600    05  FILLER                        PIC X(01)  VALUE SPACE.
004700    05  AUD-ORIG-TIME                 PIC 9(08).
004800    05  FILLER                        PIC X(01)  VALUE SPACE.
004900    05  AUD-ORIG-SEQ                  PIC 9(07).
005000    05  FILLER                        PIC X(01)  VALUE SPACE.
005100    05  AUD-CURRENCY                  PIC X(03).
005200    05  FILLER                        PIC X(01)  VALUE SPACE.
005300    05  AUD-ORIG-RESUL                PIC -,---,---,--9.99.
005400    05  FILLER                        PIC X(01)  VALUE SPACE.
005500    05  AUD-EXCH-RATE                 PIC ZZZZ9.999999.
