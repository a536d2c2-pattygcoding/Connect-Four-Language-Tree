000100*****************************************************************
000200*  CFLEGCRT - GAME LEGALITY CERTIFICATE (LEGLCERT FILE)         *
000300*  WRITTEN BY THE LEGALITY AUDIT (CF4LEGL).  ONE TYPE G         *
000400*  RECORD PER GAME HISTORY RECORD, IN GAMEHIST ORDER, THEN ONE  *
000500*  TYPE T CONTROL TOTAL RECORD AT THE END.  LRECL 80.           *
000600*****************************************************************
000700 01  LEGAL-CERT-REC.
000800     05  CF-LC-REC-TYPE           PIC X(01).
000900         88  CF-LC-GAME-REC           VALUE 'G'.
001000         88  CF-LC-TOTAL-REC          VALUE 'T'.
001100     05  CF-LC-AUDIT-DATE         PIC 9(08).
001200     05  CF-LC-GAME-BODY.
001300         10  CF-LC-GAME-ID        PIC 9(14).
001400         10  CF-LC-GAME-DATE      PIC 9(08).
001500         10  CF-LC-STATUS         PIC X(01).
001600             88  CF-LC-CERTIFIED      VALUE 'C'.
001700             88  CF-LC-FLAGGED        VALUE 'F'.
001800             88  CF-LC-EXEMPT         VALUE 'E'.
001900         10  CF-LC-REASON         PIC X(02).
002000         10  CF-LC-MOVE-SEQ       PIC 9(03).
002100         10  FILLER               PIC X(43).
002200     05  CF-LC-TOTAL-BODY REDEFINES CF-LC-GAME-BODY.
002300         10  CF-LC-GAMES-AUDITED  PIC 9(07).
002400         10  CF-LC-GAMES-CERTIFIED PIC 9(07).
002500         10  CF-LC-GAMES-FLAGGED  PIC 9(07).
002600         10  CF-LC-GAMES-EXEMPT   PIC 9(07).
002700         10  CF-LC-FIRST-DATE     PIC 9(08).
002800         10  CF-LC-LAST-DATE      PIC 9(08).
002900         10  FILLER               PIC X(27).
