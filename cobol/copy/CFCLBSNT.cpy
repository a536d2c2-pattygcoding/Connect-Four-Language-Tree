000100*****************************************************************
000200*  CFCLBSNT - SENT-RESULTS CONTROL RECORD (CLUBSENT FILE)       *
000300*  ONE RECORD PER LOCAL GAME SENT TO A VISITING CLUB BY THE     *
000400*  OUTBOUND EXTRACT (CF4OCLB), KEYED BY GAME ID AND CLUB.  A    *
000500*  GAME ON THIS FILE IS NEVER SENT TO THAT CLUB AGAIN.  THE     *
000600*  STATUS MOVES FROM S (SENT) TO A (ACKNOWLEDGED) OR R          *
000700*  (REJECTED) AS THE CLUB'S ACKNOWLEDGEMENTS COME BACK.         *
000800*  LRECL 80.                                                    *
000900*****************************************************************
001000 01  CLUB-SENT-REC.
001100     05  CF-OS-GAME-ID            PIC 9(14).
001200     05  CF-OS-CLUB-CODE          PIC X(08).
001300     05  CF-OS-GAME-DATE          PIC 9(08).
001400     05  CF-OS-SENT-DATE          PIC 9(08).
001500     05  CF-OS-STATUS             PIC X(01).
001600         88  CF-OS-SENT               VALUE 'S'.
001700         88  CF-OS-ACKNOWLEDGED       VALUE 'A'.
001800         88  CF-OS-REJECTED           VALUE 'R'.
001900     05  CF-OS-ACK-DATE           PIC 9(08).
002000     05  CF-OS-REJECT-REASON      PIC X(30).
002100     05  FILLER                   PIC X(03).
