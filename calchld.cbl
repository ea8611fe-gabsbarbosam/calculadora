003000* ---------- ---- ---------------------------------------------
003100* 2026-09-02  GB  INITIAL VERSION, AS ASKED FOR BY THE HELP
003200*                 DESK.
003205* 2026-10-15  GB  LOADS THE NEW REVERSAL FIELDS (SEE HISTFLDS).
003210*                 WHEN A SUCCESSFUL "R" REVERSAL LINE IS ADDED,
003215*                 THE ORIGINAL IT NAMES IS READ BACK AND FLAGGED
003220*                 REVERSED WITH THE REVERSAL'S DATE AND SERIAL -
003225*                 PROGRAMACONTAS ONLY READS THE MASTER, SINCE THE
003230*                 STREAMS RUN IN PARALLEL, SO THIS IS WHERE THE
003235*                 FLAG IS SET. AN ORIGINAL THAT IS MISSING OR
003240*                 ALREADY FLAGGED IS REPORTED AND ENDS THE STEP
003245*                 RC 4. AUDITF IS NOW LRECL=128.
003250* 2026-10-15  GB  LOADS THE CURRENCY, ORIGINAL-CURRENCY RESULT AND
003255*                 EXCHANGE RATE (SEE HISTFLDS). AUDITF IS NOW
003260*                 LRECL=162.
003265* 2026-10-15  GB  POSTS THE LOAD OF THE CARD'S SERIAL TO THE
003270*                 CONTROL LEDGER (CLDGFILE, SEE CLDGFLDS): STAMPED
003275*                 LINES READ, ADDED AND ALREADY ON FILE.
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. CALCHLD.
004900     SELECT SYSINFILE ASSIGN TO "SYSIN"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-SYSINFILE-STATUS.
005110
005120     SELECT CLDGFILE ASSIGN TO "CLDGFILE"
005130         ORGANIZATION IS INDEXED
005140         ACCESS MODE IS RANDOM
005150         RECORD KEY IS CLDG-KEY
005160         FILE STATUS IS WS-CLDGFILE-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
007210     05  SYSIN-SERIAL-DATE         PIC X(08).
007220     05  FILLER                    PIC X(65).
007300
007310 FD  CLDGFILE
007320     LABEL RECORDS ARE STANDARD.
007330 01  CLDG-RECORD.
007340     COPY CLDGFLDS.
007350
007400 WORKING-STORAGE SECTION.
007500 01  WS-SWITCHES.
007600     05  WS-AUDIT-EOF-SW           PIC X(01)  VALUE "N".
008000     05  WS-AUDITFILE-STATUS       PIC X(02)  VALUE SPACES.
008100     05  WS-HISTFILE-STATUS        PIC X(02)  VALUE SPACES.
008200     05  WS-SYSINFILE-STATUS       PIC X(02)  VALUE SPACES.
008250     05  WS-CLDGFILE-STATUS        PIC X(02)  VALUE SPACES.
008300
008400 01  WS-FILE-SERIAL                PIC X(06)  VALUE SPACES.
008410 01  WS-SERIAL-DATE                PIC 9(08)  VALUE ZERO.
008700     05  WS-AUDIT-READ-COUNT       PIC 9(09)  COMP VALUE ZERO.
008800     05  WS-HIST-LOAD-COUNT        PIC 9(09)  COMP VALUE ZERO.
008900     05  WS-HIST-DUP-COUNT         PIC 9(09)  COMP VALUE ZERO.
008925     05  WS-REV-MARK-COUNT         PIC 9(09)  COMP VALUE ZERO.
008950     05  WS-REV-EXCEPT-COUNT       PIC 9(09)  COMP VALUE ZERO.
009000     05  WS-LOAD-SEQ               PIC 9(07)  VALUE ZERO.
009001*    THE LINES STAMPED WITH THE CARD'S SERIAL, FOR THE CONTROL
009002*    LEDGER, AND THE SOURCE SYSTEM OF THE FIRST OF THEM.
009003     05  WS-SER-READ-COUNT         PIC 9(09)  COMP VALUE ZERO.
009004     05  WS-SER-LOAD-COUNT         PIC 9(09)  COMP VALUE ZERO.
009005     05  WS-SER-DUP-COUNT          PIC 9(09)  COMP VALUE ZERO.
009006     05  WS-SER-SOURCE-SYSTEM      PIC X(08)  VALUE SPACES.
009010
009020******************************************************************
009030* OCCURRENCE TRACKING FOR HIST-LOAD-SEQ. LINES OF ONE
009095         10  WS-CURR-DATE          PIC 9(08).
009096         10  WS-CURR-TIME          PIC 9(08).
009097     05  WS-PREV-GROUP-KEY         PIC X(24)  VALUE LOW-VALUES.
009098
009099* THE REVERSAL JUST LOADED, KEPT WHILE ITS ORIGINAL IS FLAGGED.
009101 01  WS-REVERSAL.
009102     05  WS-REV-DATE               PIC 9(08)  VALUE ZERO.
009103     05  WS-REV-FILE-SERIAL        PIC X(06)  VALUE SPACES.
009153
009200 PROCEDURE DIVISION.
009300 0000-MAINLINE.
009400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017620* OWN PROCESSING DATE - EVERYTHING ELSE RAN UNDER NO SUCH
017630* SERIAL AND CARRIES SPACES. AN AUDIT LINE WHOSE DATE IS NOT
017640* NUMERIC IS A DAMAGED RECORD AND IS SKIPPED THE SAME WAY
017645* AUDITRPT SKIPS IT. A SUCCESSFUL REVERSAL THAT IS NEWLY ADDED
017650* GOES ON TO FLAG ITS ORIGINAL (2300); ONE ALREADY ON FILE HAS
017655* DONE SO ON THE EARLIER LOAD.
017660******************************************************************
017700 2200-LOAD-ONE-LINE.
017800     IF AUD-DATE IS NUMERIC AND AUD-TIME IS NUMERIC
019030         ELSE
019040             MOVE SPACES TO HIST-FILE-SERIAL
019050         END-IF
019052         MOVE AUD-REC-TYPE TO HIST-REC-TYPE
019054         IF HIST-REC-REVERSAL
019056             MOVE AUD-ORIG-DATE TO HIST-ORIG-PROC-DATE
019058             MOVE AUD-ORIG-TIME TO HIST-ORIG-PROC-TIME
019060             MOVE AUD-ORIG-SEQ  TO HIST-ORIG-LOAD-SEQ
019062         ELSE
019064             MOVE ZERO TO HIST-ORIG-PROC-DATE
019066             MOVE ZERO TO HIST-ORIG-PROC-TIME
019068             MOVE ZERO TO HIST-ORIG-LOAD-SEQ
019070         END-IF
019072         MOVE "N"    TO HIST-REVERSED-SW
019074         MOVE ZERO   TO HIST-REV-DATE
019076         MOVE SPACES TO HIST-REV-FILE-SERIAL
019078         MOVE AUD-CURRENCY   TO HIST-CURRENCY
019080         MOVE AUD-ORIG-RESUL TO HIST-ORIG-RESUL
019082         MOVE AUD-EXCH-RATE  TO HIST-EXCH-RATE
019100         WRITE HIST-RECORD
019200             INVALID KEY
019300                 CONTINUE
019400         END-WRITE
019425         IF HIST-FILE-SERIAL NOT = SPACES
019450             PERFORM 2400-COUNT-SERIAL-LINE THRU 2400-EXIT
019475         END-IF
019500         EVALUATE WS-HISTFILE-STATUS
019600             WHEN "00"
019700                 ADD 1 TO WS-HIST-LOAD-COUNT
019725                 IF HIST-REC-REVERSAL AND HIST-RC = "00"
019750                     PERFORM 2300-MARK-ORIGINAL THRU 2300-EXIT
019775                 END-IF
019800             WHEN "22"
019900                 ADD 1 TO WS-HIST-DUP-COUNT
020000             WHEN OTHER
021100     EXIT.
021200
021300******************************************************************
021301* 2300-MARK-ORIGINAL - READ THE ORIGINAL CALCULATION BY THE KEY
021302* THE REVERSAL'S AUDIT LINE CARRIES AND FLAG IT REVERSED UNDER
021303* THE REVERSAL'S DATE AND SERIAL, SO CALCINQ SHOWS THE PAIR AND A
021304* LATER "R" FOR THE SAME ID IS REFUSED. PROGRAMACONTAS ONLY
021305* REVERSES WHAT IT FOUND STANDING ON THE MASTER, SO A MISSING OR
021306* ALREADY-FLAGGED ORIGINAL MEANS THE MASTER WAS ALTERED BETWEEN
021307* THE RUN AND THIS LOAD - REPORTED AND COUNTED FOR A LOOK, BUT
021308* NOT A REASON TO STOP THE LOAD.
021309******************************************************************
021310 2300-MARK-ORIGINAL.
021311     MOVE HIST-PROC-DATE       TO WS-REV-DATE.
021312     MOVE HIST-FILE-SERIAL     TO WS-REV-FILE-SERIAL.
021313     MOVE HIST-ORIG-PROC-DATE  TO HIST-PROC-DATE.
021314     MOVE HIST-ORIG-PROC-TIME  TO HIST-PROC-TIME.
021315     MOVE HIST-ORIG-LOAD-SEQ   TO HIST-LOAD-SEQ.
021316     READ HISTFILE
021317         INVALID KEY
021318             CONTINUE
021319     END-READ.
021320     EVALUATE TRUE
021321         WHEN WS-HISTFILE-STATUS = "23"
021322             ADD 1 TO WS-REV-EXCEPT-COUNT
021323             DISPLAY "REVERSED ORIGINAL NOT ON FILE - "
021324                     HIST-TRAN-ID " " HIST-PROC-DATE " "
021325                     HIST-PROC-TIME " " HIST-LOAD-SEQ
021326         WHEN WS-HISTFILE-STATUS NOT = "00"
021327             DISPLAY "HISTF READ FAILED - STATUS "
021328                     WS-HISTFILE-STATUS
021329             PERFORM 9900-ABORT-LOAD THRU 9900-EXIT
021330         WHEN HIST-REVERSED
021331             ADD 1 TO WS-REV-EXCEPT-COUNT
021332             DISPLAY "ORIGINAL ALREADY REVERSED - "
021333                     HIST-TRAN-ID " " HIST-PROC-DATE " "
021334                     HIST-PROC-TIME " " HIST-LOAD-SEQ
021335                     " UNDER SERIAL " HIST-REV-FILE-SERIAL
021336         WHEN OTHER
021337             MOVE "Y"                TO HIST-REVERSED-SW
021338             MOVE WS-REV-DATE        TO HIST-REV-DATE
021339             MOVE WS-REV-FILE-SERIAL TO HIST-REV-FILE-SERIAL
021340             REWRITE HIST-RECORD
021341                 INVALID KEY
021342                     CONTINUE
021343             END-REWRITE
021344             IF WS-HISTFILE-STATUS NOT = "00"
021345                 DISPLAY "HISTF REWRITE FAILED - STATUS "
021346                         WS-HISTFILE-STATUS
021347                 PERFORM 9900-ABORT-LOAD THRU 9900-EXIT
021348             END-IF
021349             ADD 1 TO WS-REV-MARK-COUNT
021350     END-EVALUATE.
021351 2300-EXIT.
021352     EXIT.
021353
021354 2400-COUNT-SERIAL-LINE.
021355     ADD 1 TO WS-SER-READ-COUNT.
021356     IF WS-SER-READ-COUNT = 1
021357         MOVE AUD-SOURCE-SYSTEM TO WS-SER-SOURCE-SYSTEM
021358     END-IF.
021359     EVALUATE WS-HISTFILE-STATUS
021360         WHEN "00"
021361             ADD 1 TO WS-SER-LOAD-COUNT
021362         WHEN "22"
021363             ADD 1 TO WS-SER-DUP-COUNT
021364     END-EVALUATE.
021365 2400-EXIT.
021366     EXIT.
021367
021368******************************************************************
021400* 9000-TERMINATE - PRINT THE LOAD TOTALS AND SET THE STEP
021500* RETURN CODE: 4 WHEN KEYS WERE ALREADY ON FILE (USUALLY A
021600* NIGHT LOADED TWICE - WORTH A LOOK, BUT THE HISTORY IS NOT
021650* DAMAGED) OR WHEN A REVERSAL'S ORIGINAL COULD NOT BE FLAGGED,
021700* 0 ON A CLEAN LOAD.
021800******************************************************************
021900 9000-TERMINATE.
022000     DISPLAY "============================================".
022300     DISPLAY "AUDIT LINES READ......: " WS-AUDIT-READ-COUNT.
022400     DISPLAY "HISTORY RECORDS ADDED.: " WS-HIST-LOAD-COUNT.
022500     DISPLAY "ALREADY ON FILE.......: " WS-HIST-DUP-COUNT.
022525     DISPLAY "ORIGINALS REVERSED....: " WS-REV-MARK-COUNT.
022550     DISPLAY "REVERSAL EXCEPTIONS...: " WS-REV-EXCEPT-COUNT.
022600     DISPLAY "============================================".
022700     CLOSE AUDITFILE.
022800     CLOSE HISTFILE.
022900     IF WS-HIST-DUP-COUNT > 0
022950         OR WS-REV-EXCEPT-COUNT > 0
023000         MOVE 4 TO RETURN-CODE
023100     ELSE
023200         MOVE 0 TO RETURN-CODE
023300     END-IF.
023325     IF WS-FILE-SERIAL NOT = SPACES
023350         PERFORM 9300-POST-CONTROL-LEDGER THRU 9300-EXIT
023375     END-IF.
023400 9000-EXIT.
023401     EXIT.
023402
023403******************************************************************
023404* 9300-POST-CONTROL-LEDGER - POST THE LOAD OF THE CARD'S SERIAL
023405* TO THE NIGHTLY CONTROL LEDGER (SEE CLDGFLDS): AUDIT LINES STAMPED
023406* WITH THE SERIAL (IN), ADDED TO THE MASTER (OUT) AND ALREADY ON
023407* FILE FROM AN EARLIER LOAD (SKIP). THE AUDIT LINE CARRIES ITS
023408* RESULT EDITED, SO NO HASH IS KEPT. THE EMPTY LEDGER OF THE FIRST
023409* NIGHT (STATUS 35) IS CREATED ON THE FLY. THE HISTORY IS ALREADY
023410* LOADED, SO A LEDGER THAT CANNOT BE POSTED ONLY WARNS; CALCBAL
023411* REPORTS THE MISSING ENTRY.
023412******************************************************************
023413 9300-POST-CONTROL-LEDGER.
023414     OPEN I-O CLDGFILE.
023415     IF WS-CLDGFILE-STATUS = "35"
023416         OPEN OUTPUT CLDGFILE
023417         IF WS-CLDGFILE-STATUS = "00"
023418             CLOSE CLDGFILE
023419             OPEN I-O CLDGFILE
023420         END-IF
023421     END-IF.
023422     IF WS-CLDGFILE-STATUS NOT = "00"
023423         DISPLAY "CLDGFILE OPEN FAILED - STATUS "
023424                 WS-CLDGFILE-STATUS
023425                 " - CONTROL LEDGER NOT POSTED"
023426     ELSE
023427         MOVE SPACES TO CLDG-RECORD
023428         MOVE WS-FILE-SERIAL TO CLDG-FILE-SERIAL
023429         SET CLDG-STEP-HISTLOAD TO TRUE
023430         MOVE SPACES TO CLDG-QUALIFIER
023431         MOVE WS-SER-SOURCE-SYSTEM TO CLDG-SOURCE-SYSTEM
023432         ACCEPT CLDG-POST-DATE FROM DATE YYYYMMDD
023433         ACCEPT CLDG-POST-TIME FROM TIME
023434         MOVE RETURN-CODE TO CLDG-RETURN-CODE
023435         SET CLDG-FRESH TO TRUE
023436         MOVE WS-SER-READ-COUNT TO CLDG-IN-COUNT
023437         MOVE WS-SER-DUP-COUNT TO CLDG-SKIP-COUNT
023438         MOVE WS-SER-LOAD-COUNT TO CLDG-OUT-COUNT
023439         MOVE ZERO TO CLDG-REJECT-COUNT
023440         MOVE ZERO TO CLDG-HASH-NUM1
023441         MOVE ZERO TO CLDG-HASH-NUM2
023442         MOVE ZERO TO CLDG-HASH-RESUL
023443         PERFORM 9390-WRITE-LEDGER-ENTRY THRU 9390-EXIT
023444         CLOSE CLDGFILE
023445     END-IF.
023446 9300-EXIT.
023447     EXIT.
023448
023449******************************************************************
023450* 9390-WRITE-LEDGER-ENTRY - ADD THE ENTRY, OR REPLACE THE ONE A
023451* PRIOR RUN OF THIS STEP LEFT UNDER THE SAME SERIAL (STATUS 22),
023452* SO A RERUN NEVER COUNTS TWICE.
023453******************************************************************
023454 9390-WRITE-LEDGER-ENTRY.
023455     WRITE CLDG-RECORD
023456         INVALID KEY
023457             CONTINUE
023458     END-WRITE.
023459     IF WS-CLDGFILE-STATUS = "22"
023460         REWRITE CLDG-RECORD
023461             INVALID KEY
023462                 CONTINUE
023463         END-REWRITE
023464     END-IF.
023465     IF WS-CLDGFILE-STATUS NOT = "00"
023466         DISPLAY "CLDGFILE WRITE FAILED - STATUS "
023467                 WS-CLDGFILE-STATUS " FOR " CLDG-KEY
023468                 " - CONTROL LEDGER NOT POSTED"
023469     END-IF.
023470 9390-EXIT.
023500     EXIT.
023600
023700******************************************************************
