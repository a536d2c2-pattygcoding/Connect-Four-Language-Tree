000300*  FIXED-WIDTH RESULT IMAGES SENT IN BY THE OTHER CLUBS, ONE    *
000400*  CARD PER AWAY GAME.  * IN COL 1 IS A COMMENT.  REJECTED      *
000500*  CARDS GO TO THE SUSPENSE FILE (CLUBSUSP) IN THIS SAME        *
000600*  LAYOUT FOR CORRECTION AND RESUBMISSION.  THE OUTBOUND        *
000610*  EXTRACT (CF4OCLB) SENDS OUR HOME RESULTS TO THE OTHER CLUBS  *
000620*  IN THE SAME LAYOUT, WITH OUR GAME ID IN CF-CR-SOURCE-REF     *
000630*  FOR THEIR ACKNOWLEDGEMENT TO QUOTE BACK.  LRECL 80.          *
000700*****************************************************************
000800 01  CLUB-RSLT-REC.
000900     05  CF-CR-CLUB-CODE          PIC X(08).
002200     05  CF-CR-MOVE-COUNT         PIC X(03).
002300     05  CF-CR-MOVE-COUNT-N REDEFINES CF-CR-MOVE-COUNT
002400                                  PIC 9(03).
002410     05  CF-CR-SOURCE-REF         PIC X(14).
002500     05  FILLER                   PIC X(29).
