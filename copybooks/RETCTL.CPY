000100******************************************************************
000200*    COPYBOOK:     RETCTL
000300*    AUTHOR:       GABRIELA BARBOSA
000400*    DATE-WRITTEN: 2026-10-15
000500*    PURPOSE:      HEADER AND TRAILER RECORD LAYOUTS FOR THE
000600*                  PER-SOURCE-SYSTEM RETURN FILES CALCDIST WRITES
000700*                  AFTER THE MERGE. A RETURN FILE IS THE FEEDING
000800*                  DEPARTMENT'S OWN SHARE OF THE NIGHT'S GL FEED -
000900*                  RAW CALCNUMS DETAIL RECORDS, 94 BYTES - LED BY
001000*                  AN "H" HEADER AND CLOSED BY A "T" TRAILER, BOTH
001100*                  ALTERNATE VIEWS OF THE SAME 94-BYTE RECORD,
001200*                  DISTINGUISHED BY BYTE 1 THE WAY TRANCTL DOES IT
001300*                  FOR THE EXTRACT ("D"/"C"/"R" ARE DETAIL).
001400*
001500*                  THE HEADER ECHOES THE SERIAL OF THE EXTRACT THE
001600*                  FILE ANSWERS; A SOURCE SYSTEM WITH NO WORK THAT
001700*                  NIGHT GETS A HEADER WITH A BLANK SERIAL AND A
001800*                  ZERO TRAILER, SO ITS LOAD JOB CAN TELL "NOTHING
001900*                  TO DO" FROM "FILE NEVER ARRIVED". THE TRAILER
002000*                  CARRIES THE DETAIL RECORD COUNT, HOW MANY OF
002100*                  THOSE ARE REJECTS (CALC-RETURN-CODE NOT 00) AND
002200*                  THE SUM OF CALC-RESUL OVER EVERY DETAIL RECORD,
002300*                  IN THE SAME S9(9)V99 PICTURE AS THE RESULT -
002400*                  HIGH-ORDER OVERFLOW TRUNCATES, THE USUAL
002500*                  HASH-TOTAL CONVENTION (SEE TRANCTL).
002600*
002700*    MODIFICATION HISTORY
002800*    DATE       INIT DESCRIPTION
002900*    ---------- ---- -------------------------------------------
003000*    2026-10-15  GB  INITIAL VERSION.
003010*    2026-10-15  GB  WIDENED TO 86 BYTES WITH THE GL RECORD, WHICH
003020*                    NOW CARRIES THE PROCESSING DATE.
003030*    2026-10-15  GB  WIDENED TO 94 BYTES WITH THE GL RECORD, WHICH
003040*                    NOW CARRIES THE EFFECTIVE DATE.
003100******************************************************************
003200 01  RET-HEADER-RECORD.
003300     05  RET-HDR-REC-TYPE              PIC X(01).
003400     05  RET-HDR-RUN-DATE              PIC 9(08).
003500     05  RET-HDR-SOURCE-SYSTEM         PIC X(08).
003600     05  RET-HDR-FILE-SERIAL           PIC X(06).
003700     05  FILLER                        PIC X(71).
003800
003900 01  RET-TRAILER-RECORD.
004000     05  RET-TRL-REC-TYPE              PIC X(01).
004100     05  RET-TRL-RECORD-COUNT          PIC 9(07).
004200     05  RET-TRL-REJECT-COUNT          PIC 9(07).
004300     05  RET-TRL-HASH-RESUL            PIC S9(9)V99.
004400     05  FILLER                        PIC X(68).
