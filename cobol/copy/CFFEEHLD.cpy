000100*****************************************************************
000200*  CFFEEHLD - FEES ARREARS HOLD RECORD (FEEHOLD FILE)           *
000300*  WRITTEN BY CF4FAGE: ONE RECORD PER PLAYER WITH CHARGES       *
000400*  UNPAID PAST THE HOLD CUTOFF ON THE AGING RUN'S AS-OF DATE.   *
000500*  CF4SCHD AND CF4BRKT LEAVE THESE PLAYERS OUT OF NEW DECKS     *
000600*  AND DRAWS AND LIST THEM FOR THE TREASURER.  THE FILE IS      *
000700*  REWRITTEN ON EVERY AGING RUN.  LRECL 80.                     *
000800*****************************************************************
000900 01  FEE-HOLD-REC.
001000     05  CF-FH-PLAYER-ID          PIC X(08).
001100     05  CF-FH-PLAYER-NAME        PIC X(20).
001200     05  CF-FH-OVERDUE            PIC 9(05)V99.
001300     05  CF-FH-BALANCE            PIC 9(05)V99.
001400     05  CF-FH-OLDEST-DUE         PIC 9(08).
001500     05  CF-FH-DAYS-OVER          PIC 9(04).
001600     05  CF-FH-AS-OF-DATE         PIC 9(08).
001700     05  FILLER                   PIC X(18).
