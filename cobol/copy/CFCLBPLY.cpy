000100*****************************************************************
000200*  CFCLBPLY - VISITING-CLUB PLAYER REGISTER (CLUBPLYR FILE)     *
000300*  ONE RECORD PER PLAYER ON THE MASTER WHO BELONGS TO ANOTHER   *
000400*  CLUB, GIVING THAT CLUB'S CODE.  LOCAL GAMES INVOLVING THESE  *
000500*  PLAYERS ARE SENT TO THEIR CLUB BY THE OUTBOUND EXTRACT       *
000600*  (CF4OCLB).  * IN COL 1 IS A COMMENT.  LRECL 80.              *
000700*****************************************************************
000800 01  CLUB-PLAYER-REC.
000900     05  CF-CP-PLAYER-ID          PIC X(08).
001000     05  CF-CP-CLUB-CODE          PIC X(08).
001100     05  FILLER                   PIC X(64).
