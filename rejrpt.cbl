002492*                 PRE-REPAIR CONTENT; THE REPORT REMINDS THE
002493*                 REPAIRER TO RE-KEY IT AFTER CHANGING ANY
002494*                 OPERAND.
002495* 2026-10-15  GB  REASON TEXTS AND TOTALS FOR THE "R" REVERSAL
002496*                 REJECTS (RC 80-82, SEE CALCNUMS). A REJECTED
002497*                 REVERSAL GOES BACK OUT AS AN "R" - IT STILL
002498*                 CARRIES ONLY THE ID TO REVERSE.
002499* 2026-10-15  GB  REASON TEXT AND TOTAL FOR RC 83, A DUPLICATE
002501*                 TRANSACTION ID HELD BY PROGRAMACONTAS. ONLY
002502*                 RESUBMIT ONE AFTER THE ORIGINAL IS REVERSED.
002503* 2026-10-15  GB  REASON TEXTS AND TOTALS FOR RC 71-73, A DETAIL
002504*                 RECORD OUTSIDE ITS SOURCE SYSTEM'S PROFILE
002505*                 (SEE SRCPFLDS). THESE ARE REPAIRED BY THE
002506*                 SOURCE SYSTEM OR BY A PROFILE CHANGE (SRCPMNT),
002507*                 NOT BY EDITING THE RESUBMISSION.
002508* 2026-10-15  GB  REASON TEXTS AND TOTALS FOR RC 90-91, AN "F"
002509*                 TIERED FEE WHOSE SCHEDULE IS NOT ON THE FEE
002510*                 RATE TABLE OR HAS NO VERSION IN EFFECT YET.
002511* 2026-10-15  GB  MULTI-CURRENCY: THE DETAIL RECORD CARRIES ITS
002512*                 CURRENCY (REJECTF LRECL=37, RESUBF LRECL=35),
002513*                 PRINTED ON THE REPAIR REPORT AND CARRIED ON
002514*                 THE RESUBMISSION. REASON TEXT AND TOTAL FOR
002515*                 RC 92, NO EXCHANGE RATE FOR THE CURRENCY ON
002516*                 THE PROCESSING DATE - RESUBMIT ONCE THE RATE
002517*                 IS LOADED.
002518* 2026-10-15  GB  THE SUSPENSE RECORD IS NOW 45 BYTES AND THE
002519*                 RESUBMISSION 43 - THE DETAIL RECORD CARRIES ITS
002520*                 EFFECTIVE DATE (SEE TRANNUMS), WHICH GOES BACK
002521*                 OUT ON THE RESUBMISSION AS IT CAME IN.
002522* 2026-10-15  GB  REASON TEXT AND COUNT FOR RC 84, REVERSAL OF
002523*                 CHAIN.
002573******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. REJRPT.
002800 ENVIRONMENT DIVISION.
007000     05  WS-RI-NUM1                PIC X(11).
007100     05  WS-RI-OPER                PIC X(01).
007200     05  WS-RI-NUM2                PIC X(11).
007225     05  WS-RI-CURRENCY            PIC X(03).
007250     05  WS-RI-EFFECTIVE-DATE      PIC X(08).
007300     05  WS-RI-RC                  PIC X(02).
007400
007500 01  WS-COUNTERS.
008100     05  WS-RCCOUNT-NONNUMERIC     PIC 9(07)  COMP VALUE ZERO.
008200     05  WS-RCCOUNT-NOT-IMPL       PIC 9(07)  COMP VALUE ZERO.
008210     05  WS-RCCOUNT-NO-PRIOR       PIC 9(07)  COMP VALUE ZERO.
008215     05  WS-RCCOUNT-REV-NOT-FOUND  PIC 9(07)  COMP VALUE ZERO.
008220     05  WS-RCCOUNT-REV-DONE       PIC 9(07)  COMP VALUE ZERO.
008225     05  WS-RCCOUNT-REV-OF-REJ     PIC 9(07)  COMP VALUE ZERO.
008230     05  WS-RCCOUNT-DUPLICATE      PIC 9(07)  COMP VALUE ZERO.
008235     05  WS-RCCOUNT-REV-OF-CHAIN   PIC 9(07)  COMP VALUE ZERO.
008240     05  WS-RCCOUNT-NO-SCHEDULE    PIC 9(07)  COMP VALUE ZERO.
008245     05  WS-RCCOUNT-NO-BAND        PIC 9(07)  COMP VALUE ZERO.
008250     05  WS-RCCOUNT-NO-XRATE       PIC 9(07)  COMP VALUE ZERO.
008255     05  WS-RCCOUNT-SRC-OPER       PIC 9(07)  COMP VALUE ZERO.
008260     05  WS-RCCOUNT-SRC-OPERAND    PIC 9(07)  COMP VALUE ZERO.
008265     05  WS-RCCOUNT-SRC-RESULT     PIC 9(07)  COMP VALUE ZERO.
008300     05  WS-RCCOUNT-OTHER          PIC 9(07)  COMP VALUE ZERO.
008400
008500 01  WS-REASON-TEXT                PIC X(20)  VALUE SPACES.
011700     DISPLAY "REJRPT - REJECT SUSPENSE REPORT".
011710     DISPLAY "RESUBMISSION FILE SERIAL: " WS-RESUB-SERIAL.
011800     DISPLAY "============================================".
011900     DISPLAY "TRAN ID  NUM1        OP NUM2        CUR RC REASON".
012000     DISPLAY "-------- ----------- -- ----------- --- -- "
012010             "----------------".
012100 1000-EXIT.
012200     EXIT.
015700     MOVE REJ-RECORD TO WS-REJ-IMAGE.
015800     PERFORM 2300-SET-REASON-TEXT THRU 2300-EXIT.
015900     DISPLAY WS-RI-TRAN-ID " " WS-RI-NUM1 " " WS-RI-OPER "  "
016000             WS-RI-NUM2 " " WS-RI-CURRENCY " " WS-RI-RC " "
016050             WS-REASON-TEXT.
016100     MOVE CORRESPONDING REJ-RECORD TO RESUB-RECORD.
016101*    A REJECTED "C" CONTINUATION RECORD GOES BACK OUT AS A
016102*    PLAIN "D" - THE CHAIN IT BELONGED TO HAS ALREADY RUN, SO
019810         WHEN 60
019820             MOVE "NO PRIOR RESULT" TO WS-REASON-TEXT
019830             ADD 1 TO WS-RCCOUNT-NO-PRIOR
019832         WHEN 71
019834             MOVE "SOURCE OPER DENIED" TO WS-REASON-TEXT
019836             ADD 1 TO WS-RCCOUNT-SRC-OPER
019838         WHEN 72
019840             MOVE "OPERAND OVER LIMIT" TO WS-REASON-TEXT
019842             ADD 1 TO WS-RCCOUNT-SRC-OPERAND
019844         WHEN 73
019846             MOVE "RESULT OVER LIMIT" TO WS-REASON-TEXT
019848             ADD 1 TO WS-RCCOUNT-SRC-RESULT
019850         WHEN 80
019852             MOVE "REVERSAL NOT FOUND" TO WS-REASON-TEXT
019854             ADD 1 TO WS-RCCOUNT-REV-NOT-FOUND
019856         WHEN 81
019858             MOVE "ALREADY REVERSED" TO WS-REASON-TEXT
019860             ADD 1 TO WS-RCCOUNT-REV-DONE
019862         WHEN 82
019864             MOVE "REVERSAL OF REJECT" TO WS-REASON-TEXT
019866             ADD 1 TO WS-RCCOUNT-REV-OF-REJ
019868         WHEN 83
019870             MOVE "DUPLICATE TRAN ID" TO WS-REASON-TEXT
019872             ADD 1 TO WS-RCCOUNT-DUPLICATE
019874         WHEN 84
019876             MOVE "REVERSAL OF CHAIN" TO WS-REASON-TEXT
019878             ADD 1 TO WS-RCCOUNT-REV-OF-CHAIN
019880         WHEN 90
019882             MOVE "UNKNOWN FEE SCHEDULE" TO WS-REASON-TEXT
019884             ADD 1 TO WS-RCCOUNT-NO-SCHEDULE
019886         WHEN 91
019888             MOVE "NO BAND IN EFFECT" TO WS-REASON-TEXT
019890             ADD 1 TO WS-RCCOUNT-NO-BAND
019892         WHEN 92
019894             MOVE "NO EXCHANGE RATE" TO WS-REASON-TEXT
019896             ADD 1 TO WS-RCCOUNT-NO-XRATE
019900         WHEN OTHER
020000             MOVE "UNRECOGNIZED CODE" TO WS-REASON-TEXT
020100             ADD 1 TO WS-RCCOUNT-OTHER
022300             WS-RCCOUNT-NOT-IMPL.
022310     DISPLAY "NO PRIOR RESULT.............: "
022320             WS-RCCOUNT-NO-PRIOR.
022322     DISPLAY "REVERSAL NOT FOUND..........: "
022324             WS-RCCOUNT-REV-NOT-FOUND.
022326     DISPLAY "ALREADY REVERSED............: "
022328             WS-RCCOUNT-REV-DONE.
022330     DISPLAY "REVERSAL OF REJECT..........: "
022332             WS-RCCOUNT-REV-OF-REJ.
022334     DISPLAY "DUPLICATE TRAN ID...........: "
022336             WS-RCCOUNT-DUPLICATE.
022338     DISPLAY "REVERSAL OF CHAIN...........: "
022340             WS-RCCOUNT-REV-OF-CHAIN.
022342     DISPLAY "SOURCE OPER DENIED..........: "
022344             WS-RCCOUNT-SRC-OPER.
022346     DISPLAY "OPERAND OVER LIMIT..........: "
022348             WS-RCCOUNT-SRC-OPERAND.
022350     DISPLAY "RESULT OVER LIMIT...........: "
022352             WS-RCCOUNT-SRC-RESULT.
022354     DISPLAY "UNKNOWN FEE SCHEDULE........: "
022356             WS-RCCOUNT-NO-SCHEDULE.
022358     DISPLAY "NO BAND IN EFFECT...........: "
022360             WS-RCCOUNT-NO-BAND.
022362     DISPLAY "NO EXCHANGE RATE............: "
022364             WS-RCCOUNT-NO-XRATE.
022400     DISPLAY "UNRECOGNIZED CODE...........: "
022500             WS-RCCOUNT-OTHER.
022600     DISPLAY "TOTAL SUSPENSE RECORDS......: "
