000100******************************************************************
000200*    COPYBOOK:     SRCPFLDS
000300*    AUTHOR:       GABRIELA BARBOSA
000400*    DATE-WRITTEN: 2026-10-15
000500*    PURPOSE:      FIELDS FOR ONE ENTRY IN THE SOURCE-SYSTEM
000600*                  PROFILE FILE (SRCPFILE), THE KSDS THAT SAYS
000700*                  WHAT BATCH WORK EACH FEEDING SYSTEM MAY SEND.
000800*                  KEYED ON THE SOURCE SYSTEM NAMED IN THE
000900*                  EXTRACT HEADER (TRAN-HDR-SOURCE-SYSTEM, SEE
001000*                  TRANCTL). SRCP-OPER-LIST IS THE PERMITTED
001100*                  OPERATOR CODES RUN TOGETHER, THE SAME WAY
001200*                  USRA-OPER-LIST IS FOR A TERMINAL USER.
001300*                  SRCP-MAX-OPERAND AND SRCP-MAX-RESULT ARE
001400*                  LIMITS ON THE SIZE (IGNORING SIGN) OF EITHER
001500*                  OPERAND AND OF THE RESULT; ZERO MEANS THAT
001600*                  LIMIT IS NOT CHECKED. AN EXTRACT FROM A SOURCE
001700*                  WITH NO ENTRY, OR AN INACTIVE ONE, IS REFUSED
001800*                  BY CALCSPLT AND PROGRAMACONTAS. SHARED BETWEEN
001900*                  THOSE TWO, THE MAINTENANCE PROGRAM SRCPMNT AND
002000*                  THE IN-MEMORY COPY PROGRAMACONTAS KEEPS, SO
002100*                  THEY STAY IN STEP IF A FIELD IS EVER WIDENED.
002200*
002300*    MODIFICATION HISTORY
002400*    DATE       INIT DESCRIPTION
002500*    ---------- ---- -------------------------------------------
002600*    2026-10-15  GB  INITIAL VERSION - BATCH WORK GETS THE SAME
002700*                    POSITIVE CONTROL USRAFILE GIVES THE
002800*                    TERMINAL.
002900******************************************************************
003000    05  SRCP-SOURCE-SYSTEM            PIC X(08).
003100    05  SRCP-OPER-LIST                PIC X(20).
003200    05  SRCP-MAX-OPERAND              PIC 9(9)V99.
003300    05  SRCP-MAX-RESULT               PIC 9(9)V99.
003400    05  SRCP-ACTIVE-SW                PIC X(01).
003500        88  SRCP-ACTIVE                       VALUE "Y".
003600        88  SRCP-INACTIVE                     VALUE "N".
