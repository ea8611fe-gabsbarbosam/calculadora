002600*    DATE       INIT DESCRIPTION
002700*    ---------- ---- -------------------------------------------
002800*    2026-09-02  GB  INITIAL VERSION.
002805*    2026-10-15  GB  ADDED THE REVERSAL FIELDS. HIST-REC-TYPE IS
002810*                    THE EXTRACT RECORD TYPE OF THE OCCURRENCE;
002815*                    AN "R" REVERSAL OCCURRENCE CARRIES THE KEY
002820*                    OF THE ORIGINAL IT BACKED OUT IN
002825*                    HIST-ORIG-PROC-DATE/TIME/LOAD-SEQ, AND THAT
002830*                    ORIGINAL IS FLAGGED HIST-REVERSED WITH THE
002835*                    DATE AND EXTRACT SERIAL OF THE REVERSAL.
002840*                    THE RECORD IS NOW 138 BYTES; RECORDS LOADED
002845*                    BEFORE THIS CHANGE CARRY SPACES IN THE NEW
002850*                    FIELDS, WHICH READS AS AN ORIGINAL THAT WAS
002855*                    NEVER REVERSED.
002860*    2026-10-15  GB  ADDED HIST-CURRENCY, HIST-ORIG-RESUL AND
002865*                    HIST-EXCH-RATE FROM THE AUDIT LINE (SEE
002870*                    AUDITLNE), SO A REVERSAL BACKS THE ORIGINAL
002875*                    OUT IN ITS OWN CURRENCY AT ITS OWN RATE.
002880*                    HIST-RESUL IS THE BASE-CURRENCY RESULT. THE
002885*                    RECORD IS NOW 170 BYTES; RECORDS LOADED
002890*                    BEFORE THIS CHANGE CARRY SPACES IN THE NEW
002895*                    FIELDS, WHICH READS AS BASE CURRENCY.
002900******************************************************************
003000    05  HIST-KEY.
003100        10  HIST-TRAN-ID              PIC X(08).
003900    05  HIST-RESUL                    PIC X(17).
004000    05  HIST-RC                       PIC X(02).
004100    05  HIST-FILE-SERIAL              PIC X(06).
004200    05  HIST-REC-TYPE                 PIC X(01).
004300        88  HIST-REC-REVERSAL                 VALUE "R".
004400    05  HIST-ORIG-KEY.
004500        10  HIST-ORIG-PROC-DATE       PIC 9(08).
004600        10  HIST-ORIG-PROC-TIME       PIC 9(08).
004700        10  HIST-ORIG-LOAD-SEQ        PIC 9(07).
004800    05  HIST-REVERSED-SW              PIC X(01).
004900        88  HIST-REVERSED                     VALUE "Y".
005000    05  HIST-REV-DATE                 PIC 9(08).
005100    05  HIST-REV-FILE-SERIAL          PIC X(06).
005200    05  HIST-CURRENCY                 PIC X(03).
005300    05  HIST-ORIG-RESUL               PIC X(17).
005400    05  HIST-EXCH-RATE                PIC X(12).
