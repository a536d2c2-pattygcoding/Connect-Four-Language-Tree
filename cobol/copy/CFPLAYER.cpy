000100*****************************************************************
000200*  CFPLAYER - PLAYER MASTER RECORD (PLAYERMS FILE)              *
000300*  ONE RECORD PER REGISTERED PLAYER, KEYED BY PLAYER ID, IN     *
000400*  PLAYER ID ORDER.  A DUPLICATE REGISTRATION RETIRED BY THE    *
000410*  MERGE UTILITY (CF4MERG) IS LEFT INACTIVE WITH THE SURVIVING  *
000420*  PLAYER ID IN CF-PM-MERGED-INTO.  LRECL 80.                   *
000500*****************************************************************
000600 01  PLAYER-MAST-REC.
000700     05  CF-PM-PLAYER-ID          PIC X(08).
001700     05  CF-PM-STATUS             PIC X(01).
001800         88  CF-PM-ACTIVE             VALUE 'A'.
001900         88  CF-PM-INACTIVE           VALUE 'I'.
001910     05  CF-PM-MERGED-INTO        PIC X(08).
001920         88  CF-PM-NOT-MERGED         VALUE SPACES.
002000     05  FILLER                   PIC X(03).
