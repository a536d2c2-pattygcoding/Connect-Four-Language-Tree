000100*****************************************************************
000200*  CFCLBACK - INTER-CLUB ACKNOWLEDGEMENT CARD (CLUBACK FILE)    *
000300*  RETURNED BY A VISITING CLUB FOR EACH RESULT CARD WE SENT     *
000400*  IT, QUOTING OUR GAME ID FROM CF-CR-SOURCE-REF.  ACTION A     *
000500*  ACCEPTS THE RESULT, R REJECTS IT WITH A REASON.  THE CLUBS'  *
000600*  FILES ARE CONCATENATED INTO ONE FOR CF4OCLB.  * IN COL 1     *
000700*  IS A COMMENT.  LRECL 80.                                     *
000800*****************************************************************
000900 01  CLUB-ACK-REC.
001000     05  CF-AK-CLUB-CODE          PIC X(08).
001100     05  CF-AK-GAME-REF           PIC X(14).
001200     05  CF-AK-GAME-REF-N REDEFINES CF-AK-GAME-REF
001300                                  PIC 9(14).
001400     05  CF-AK-ACTION             PIC X(01).
001500         88  CF-AK-ACCEPT             VALUE 'A'.
001600         88  CF-AK-REJECT             VALUE 'R'.
001700     05  CF-AK-ACK-DATE           PIC X(08).
001800     05  CF-AK-ACK-DATE-N REDEFINES CF-AK-ACK-DATE
001900                                  PIC 9(08).
002000     05  CF-AK-REASON             PIC X(30).
002100     05  FILLER                   PIC X(19).
