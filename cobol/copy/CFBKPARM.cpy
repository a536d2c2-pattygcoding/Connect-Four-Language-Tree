000100*****************************************************************
000200*  CFBKPARM - PARAMETER AREA FOR THE GENERATION BACKUP          *
000300*  SUBPROGRAM (CF4GBAK).  CALLERS SET THE FUNCTION, THEIR       *
000400*  PROGRAM NAME, THE BUSINESS DATE AND THE DD NAME OF THE       *
000500*  MASTER FILE.  FUNCTION B COPIES THE FILE AS IT STANDS TO     *
000600*  THE NEXT GENERATION AND ANSWERS WITH THAT GENERATION AND     *
000700*  ITS RECORD COUNT.  FUNCTION R ROLLS THE FILE BACK TO THE     *
000800*  GENERATION THE CALLER NAMES, FIRST SAVING THE FILE AS IT     *
000900*  STANDS AS A NEW GENERATION (RETURNED IN CF-GB-SAFETY-GEN).   *
001000*  CF4GBAK ANSWERS IN CF-GB-RETURN:  00 DONE, 04 FILE NOT IN    *
001100*  THE BACKUP TABLE, 08 GENERATION NOT ON THE CATALOG, 12       *
001200*  GENERATION RECORD COUNT DOES NOT MATCH THE CATALOG, 16       *
001300*  CATALOG OR FILE ERROR.                                       *
001400*****************************************************************
001500 01  CF-GB-PARMS.
001600     05  CF-GB-FUNCTION           PIC X(01).
001700         88  CF-GB-BACKUP             VALUE 'B'.
001800         88  CF-GB-RESTORE            VALUE 'R'.
001900     05  CF-GB-PROGRAM            PIC X(08).
002000     05  CF-GB-RUN-DATE           PIC 9(08).
002100     05  CF-GB-FILE-NAME          PIC X(08).
002200     05  CF-GB-GENERATION         PIC 9(04).
002300     05  CF-GB-RECORD-COUNT       PIC 9(07).
002400     05  CF-GB-SAFETY-GEN         PIC 9(04).
002500     05  CF-GB-RETURN             PIC 9(02).
