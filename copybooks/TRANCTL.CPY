000400*    DATE-WRITTEN: 2026-08-22
000500*    PURPOSE:      HEADER AND TRAILER RECORD LAYOUTS FOR THE
000600*                  NIGHTLY TRANSACTION EXTRACT. BOTH ARE
000700*                  ALTERNATE VIEWS OF THE SAME 43-BYTE TRANFILE
000800*                  RECORD THE TRANNUMS DETAIL LAYOUT DESCRIBES,
000900*                  DISTINGUISHED BY CALC-REC-TYPE IN BYTE 1
001000*                  ("H" HEADER, "D" DETAIL, "T" TRAILER). COPY
002400*    DATE       INIT DESCRIPTION
002500*    ---------- ---- -------------------------------------------
002600*    2026-08-22  GB  INITIAL VERSION.
002620*    2026-10-15  GB  FILLERS WIDENED BY 3 BYTES FOR THE 35-BYTE
002640*                    RECORD (CALC-CURRENCY, SEE TRANNUMS).
002660*    2026-10-15  GB  FILLERS WIDENED BY 8 BYTES FOR THE 43-BYTE
002680*                    RECORD (CALC-EFFECTIVE-DATE, SEE TRANNUMS).
002700******************************************************************
002800 01  TRAN-HEADER-RECORD.
002900     05  TRAN-HDR-REC-TYPE             PIC X(01).
003000     05  TRAN-HDR-EXTRACT-DATE         PIC 9(08).
003100     05  TRAN-HDR-SOURCE-SYSTEM        PIC X(08).
003200     05  TRAN-HDR-FILE-SERIAL          PIC X(06).
003300     05  FILLER                        PIC X(20).
003400
003500 01  TRAN-TRAILER-RECORD.
003600     05  TRAN-TRL-REC-TYPE             PIC X(01).
003700     05  TRAN-TRL-DETAIL-COUNT         PIC 9(07).
003800     05  TRAN-TRL-HASH-NUM1            PIC S9(9)V99.
003900     05  TRAN-TRL-HASH-NUM2            PIC S9(9)V99.
004000     05  FILLER                        PIC X(13).
