002500*            COLS  1- 8  CALC-TRAN-ID AS POSTED
002600*            COLS  9-19  POSTED AMOUNT, SAME S9(9)V99 PICTURE
002700*                        AS CALC-RESUL
002710*
002720*          SYSIN RUN-CONTROL CARD (OPTIONAL):
002730*            COLS  1- 6  EXTRACT FILE SERIAL THE FEED RAN UNDER,
002740*                        THE KEY THE RECONCILIATION IS POSTED
002750*                        UNDER ON THE NIGHTLY CONTROL LEDGER
002760*                        (CLDGFILE, SEE CLDGFLDS). NO CARD OR A
002770*                        BLANK SERIAL = NOTHING POSTED.
002800* TECTONICS: cobc
002900*
003000* MODIFICATION HISTORY
003100* DATE       INIT DESCRIPTION
003200* ---------- ---- ---------------------------------------------
003300* 2026-09-02  GB  INITIAL VERSION, AS AGREED WITH THE GL TEAM.
003320* 2026-10-15  GB  POSTS THE RECONCILIATION TO THE NIGHTLY CONTROL
003340*                 LEDGER UNDER THE SERIAL ON THE NEW SYSIN CARD:
003360*                 FEED RECORDS READ, MATCHED, REJECTS AND A HASH
003380*                 OF CALC-RESUL OVER THE WHOLE FEED.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. GLRECON.
004400     SELECT GLACKFILE ASSIGN TO "GLACKF"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-GLACKFILE-STATUS.
004605
004610     SELECT SYSINFILE ASSIGN TO "SYSIN"
004615         ORGANIZATION IS SEQUENTIAL
004620         FILE STATUS IS WS-SYSINFILE-STATUS.
004625
004630     SELECT CLDGFILE ASSIGN TO "CLDGFILE"
004635         ORGANIZATION IS INDEXED
004640         ACCESS MODE IS RANDOM
004645         RECORD KEY IS CLDG-KEY
004650         FILE STATUS IS WS-CLDGFILE-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
006000     05  ACK-TRAN-ID               PIC X(08).
006100     05  ACK-POSTED-AMT            PIC S9(9)V99.
006200
006205 FD  SYSINFILE
006210     LABEL RECORDS ARE STANDARD
006215     RECORDING MODE IS F.
006220 01  SYSIN-RECORD.
006225     05  SYSIN-FILE-SERIAL         PIC X(06).
006230     05  FILLER                    PIC X(74).
006235
006240 FD  CLDGFILE
006245     LABEL RECORDS ARE STANDARD.
006250 01  CLDG-RECORD.
006255     COPY CLDGFLDS.
006260
006300 WORKING-STORAGE SECTION.
006400 01  WS-SWITCHES.
006500     05  WS-GLINT-EOF-SW           PIC X(01)  VALUE "N".
007000 01  WS-FILE-STATUSES.
007100     05  WS-GLINTFILE-STATUS       PIC X(02)  VALUE SPACES.
007200     05  WS-GLACKFILE-STATUS       PIC X(02)  VALUE SPACES.
007210     05  WS-SYSINFILE-STATUS       PIC X(02)  VALUE SPACES.
007220     05  WS-CLDGFILE-STATUS        PIC X(02)  VALUE SPACES.
007230
007240* THE SERIAL FROM THE SYSIN CARD, AND THE SOURCE SYSTEM OF THE
007250* FIRST FEED RECORD - INFORMATION ONLY ON THE LEDGER ENTRY.
007260 01  WS-FILE-SERIAL                PIC X(06)  VALUE SPACES.
007270 01  WS-FEED-SOURCE-SYSTEM         PIC X(08)  VALUE SPACES.
007300
007400******************************************************************
007500* THE NIGHT'S ACKNOWLEDGMENTS, LOADED UP FRONT SO THE FEED CAN
010100     05  WS-AMT-DIFF-COUNT         PIC 9(07)  COMP VALUE ZERO.
010200     05  WS-ORPHAN-ACK-COUNT       PIC 9(07)  COMP VALUE ZERO.
010300     05  WS-BREAK-COUNT            PIC 9(07)  COMP VALUE ZERO.
010350     05  WS-FEED-HASH-RESUL        PIC S9(9)V99 VALUE ZERO.
010400
010500 01  WS-FEED-AMT-DISPLAY           PIC -,---,---,--9.99.
010600 01  WS-ACK-AMT-DISPLAY            PIC -,---,---,--9.99.
012000* IS WORSE THAN NONE.
012100******************************************************************
012200 1000-INITIALIZE.
012250     PERFORM 1200-READ-RUN-CONTROL THRU 1200-EXIT.
012300     OPEN INPUT GLINTFILE.
012400     IF WS-GLINTFILE-STATUS NOT = "00"
012500         DISPLAY "GLINTF OPEN FAILED - STATUS "
017200 1100-EXIT.
017300     EXIT.
017400
017405 1200-READ-RUN-CONTROL.
017410     OPEN INPUT SYSINFILE.
017415     IF WS-SYSINFILE-STATUS = "00"
017420         READ SYSINFILE
017425             AT END
017430                 CONTINUE
017435             NOT AT END
017440                 MOVE SYSIN-FILE-SERIAL TO WS-FILE-SERIAL
017445         END-READ
017450         CLOSE SYSINFILE
017455     END-IF.
017460 1200-EXIT.
017465     EXIT.
017470
017500 2000-MATCH-FEED.
017600     PERFORM 2100-READ-FEED THRU 2100-EXIT.
017700     PERFORM 2200-MATCH-ONE-FEED THRU 2200-EXIT
018600             SET GLINT-EOF TO TRUE
018700         NOT AT END
018800             ADD 1 TO WS-FEED-READ-COUNT
018810             ADD CALC-RESUL OF GLINT-RECORD TO WS-FEED-HASH-RESUL
018820             IF WS-FEED-READ-COUNT = 1
018830                 MOVE CALC-SOURCE-SYSTEM OF GLINT-RECORD
018840                     TO WS-FEED-SOURCE-SYSTEM
018850             END-IF
018900     END-READ.
019000     IF WS-GLINTFILE-STATUS NOT = "00"
019100         AND WS-GLINTFILE-STATUS NOT = "10"
030000         DISPLAY "FEED AND LEDGER RECONCILE CLEAN"
030100         MOVE 0 TO RETURN-CODE
030200     END-IF.
030210     IF WS-FILE-SERIAL NOT = SPACES
030220         PERFORM 9300-POST-CONTROL-LEDGER THRU 9300-EXIT
030230     ELSE
030240         DISPLAY "NO SERIAL ON THE SYSIN CARD - "
030250                 "CONTROL LEDGER NOT POSTED"
030260     END-IF.
030300 9000-EXIT.
030301     EXIT.
030302
030303******************************************************************
030304* 9300-POST-CONTROL-LEDGER - POST THE RECONCILIATION TO THE
030305* NIGHTLY CONTROL LEDGER (SEE CLDGFLDS): FEED RECORDS READ, RECORDS
030306* MATCHED TO AN ACKNOWLEDGMENT (OUT), REJECTS NOT EXPECTED TO POST
030307* AND THE HASH OF CALC-RESUL OVER THE WHOLE FEED, UNDER THE STEP'S
030308* RETURN CODE. THE EMPTY LEDGER OF THE FIRST NIGHT (STATUS 35) IS
030309* CREATED ON THE FLY. THE RECONCILIATION STANDS ON ITS OWN RETURN
030310* CODE, SO A LEDGER THAT CANNOT BE POSTED ONLY WARNS; CALCBAL
030311* REPORTS THE MISSING ENTRY.
030312******************************************************************
030313 9300-POST-CONTROL-LEDGER.
030314     OPEN I-O CLDGFILE.
030315     IF WS-CLDGFILE-STATUS = "35"
030316         OPEN OUTPUT CLDGFILE
030317         IF WS-CLDGFILE-STATUS = "00"
030318             CLOSE CLDGFILE
030319             OPEN I-O CLDGFILE
030320         END-IF
030321     END-IF.
030322     IF WS-CLDGFILE-STATUS NOT = "00"
030323         DISPLAY "CLDGFILE OPEN FAILED - STATUS "
030324                 WS-CLDGFILE-STATUS
030325                 " - CONTROL LEDGER NOT POSTED"
030326     ELSE
030327         MOVE SPACES TO CLDG-RECORD
030328         MOVE WS-FILE-SERIAL TO CLDG-FILE-SERIAL
030329         SET CLDG-STEP-GLRECON TO TRUE
030330         MOVE SPACES TO CLDG-QUALIFIER
030331         MOVE WS-FEED-SOURCE-SYSTEM TO CLDG-SOURCE-SYSTEM
030332         ACCEPT CLDG-POST-DATE FROM DATE YYYYMMDD
030333         ACCEPT CLDG-POST-TIME FROM TIME
030334         MOVE RETURN-CODE TO CLDG-RETURN-CODE
030335         SET CLDG-FRESH TO TRUE
030336         MOVE WS-FEED-READ-COUNT TO CLDG-IN-COUNT
030337         MOVE ZERO TO CLDG-SKIP-COUNT
030338         MOVE WS-MATCHED-COUNT TO CLDG-OUT-COUNT
030339         MOVE WS-FEED-REJECT-COUNT TO CLDG-REJECT-COUNT
030340         MOVE ZERO TO CLDG-HASH-NUM1
030341         MOVE ZERO TO CLDG-HASH-NUM2
030342         MOVE WS-FEED-HASH-RESUL TO CLDG-HASH-RESUL
030343         PERFORM 9390-WRITE-LEDGER-ENTRY THRU 9390-EXIT
030344         CLOSE CLDGFILE
030345     END-IF.
030346 9300-EXIT.
030347     EXIT.
030348
030349******************************************************************
030350* 9390-WRITE-LEDGER-ENTRY - ADD THE ENTRY, OR REPLACE THE ONE A
030351* PRIOR RUN OF THIS STEP LEFT UNDER THE SAME SERIAL (STATUS 22),
030352* SO A RERUN NEVER COUNTS TWICE.
030353******************************************************************
030354 9390-WRITE-LEDGER-ENTRY.
030355     WRITE CLDG-RECORD
030356         INVALID KEY
030357             CONTINUE
030358     END-WRITE.
030359     IF WS-CLDGFILE-STATUS = "22"
030360         REWRITE CLDG-RECORD
030361             INVALID KEY
030362                 CONTINUE
030363         END-REWRITE
030364     END-IF.
030365     IF WS-CLDGFILE-STATUS NOT = "00"
030366         DISPLAY "CLDGFILE WRITE FAILED - STATUS "
030367                 WS-CLDGFILE-STATUS " FOR " CLDG-KEY
030368                 " - CONTROL LEDGER NOT POSTED"
030369     END-IF.
030370 9390-EXIT.
030400     EXIT.
030500
030600******************************************************************
