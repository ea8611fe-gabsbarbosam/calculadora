003800* 2026-09-02  GB  INITIAL VERSION, AS AGREED WITH INTERNAL
003900*                 AUDIT - RETENTION IS AN OPERATIONAL CONTROL,
004000*                 SO THE CUTOFF RIDES ON SYSIN, NOT IN CODE.
004010* 2026-10-15  GB  ARCHIVE AND KEEP RECORDS ARE NOW 128 BYTES TO
004020*                 MATCH THE WIDER AUDIT LINE (SEE AUDITLNE).
004030* 2026-10-15  GB  ARCHIVE AND KEEP RECORDS ARE NOW 162 BYTES - THE
004040*                 AUDIT LINE CARRIES THE CURRENCY, ORIGINAL-
004050*                 CURRENCY RESULT AND EXCHANGE RATE.
004100******************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. AUDARCH.
007200 FD  ARCHFILE
007300     LABEL RECORDS ARE STANDARD
007400     RECORDING MODE IS F.
007500 01  ARCH-RECORD                   PIC X(162).
007600
007700 FD  KEEPFILE
007800     LABEL RECORDS ARE STANDARD
007900     RECORDING MODE IS F.
008000 01  KEEP-RECORD                   PIC X(162).
008100
008200 FD  SYSINFILE
008300     LABEL RECORDS ARE STANDARD
