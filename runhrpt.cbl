001000*          THERE; THIS PROGRAM PRINTS THE LAST N OF THEM SIDE
001100*          BY SIDE, ONE LINE PER RUN - LABEL, SERIAL, START AND
001200*          END TIMESTAMPS, ELAPSED TIME, RECORDS PROCESSED,
001300*          TOTAL REJECTS, DUPLICATES HELD, RETURN CODE AND THE
001350*          RESTART FLAG - SO
001400*          "ARE RUN TIMES AND REJECT RATES TRENDING UP" IS
001500*          ANSWERED FROM A REPORT, NOT FROM OLD JOB OUTPUT THE
001600*          SPOOL HAS LONG SINCE PURGED.
002400* DATE       INIT DESCRIPTION
002500* ---------- ---- ---------------------------------------------
002600* 2026-09-02  GB  INITIAL VERSION, AS ASKED FOR BY OPERATIONS.
002620* 2026-10-15  GB  ADDED THE DUPS COLUMN - DUPLICATE TRANSACTION
002640*                 IDS HELD BY THE RUN (SEE RUNHREC, NOW 115
002660*                 BYTES). RECORDS FROM BEFORE THE CHANGE CARRY
002680*                 SPACES THERE AND PRINT ZERO.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. RUNHRPT.
004300 FD  RUNHFILE
004400     LABEL RECORDS ARE STANDARD
004500     RECORDING MODE IS F.
004600 01  RUNH-FILE-RECORD              PIC X(115).
004700
004800 FD  SYSINFILE
004900     LABEL RECORDS ARE STANDARD
007600 01  WS-RING-COUNT                 PIC 9(04)  COMP VALUE ZERO.
007700 01  WS-RING-TABLE.
007800     05  WS-RING-IMAGE OCCURS 60 TIMES
007900                                   PIC X(115).
008000
008100 01  WS-RING-SUB                   PIC 9(04)  COMP VALUE ZERO.
008200 01  WS-SHIFT-SUB                  PIC 9(04)  COMP VALUE ZERO.
011900     05  WS-DL-RECORDS             PIC 9(09).
012000     05  FILLER                    PIC X(01)  VALUE SPACE.
012100     05  WS-DL-REJECTS             PIC 9(08).
012125     05  FILLER                    PIC X(01)  VALUE SPACE.
012150     05  WS-DL-DUPS                PIC 9(07).
012200     05  FILLER                    PIC X(01)  VALUE SPACE.
012300     05  WS-DL-RC                  PIC 9(02).
012400     05  FILLER                    PIC X(01)  VALUE SPACE.
023000             " ON FILE".
023100     DISPLAY "============================================".
023200     DISPLAY "LABEL    SERIAL START-DT START-TM END-TIME"
023300             " ELAPSED RECORDS   REJECTS  DUPS    RC R".
023400     DISPLAY "-------- ------ -------- -------- --------"
023500             " ------- --------- -------- ------- -- -".
023600     IF WS-RING-COUNT > WS-SHOW-COUNT
023700         COMPUTE WS-PRINT-FROM
023800             = WS-RING-COUNT - WS-SHOW-COUNT + 1
026900         + RUNH-REJ-NOT-IMPL
027000         + RUNH-REJ-NO-PRIOR.
027100     MOVE WS-TOTAL-REJECTS TO WS-DL-REJECTS.
027110     IF RUNH-DUPLICATES IS NUMERIC
027120         MOVE RUNH-DUPLICATES TO WS-DL-DUPS
027130     ELSE
027140         MOVE ZERO TO WS-DL-DUPS
027150     END-IF.
027200     MOVE RUNH-RETURN-CODE TO WS-DL-RC.
027300     MOVE RUNH-RESTART-SW TO WS-DL-RESTART.
027400     DISPLAY WS-DETAIL-LINE.
