000100*****************************************************************
000200*  CFCORLOG - RESULT CORRECTION AUDIT RECORD (CORRLOG FILE)     *
000300*  PERMANENT BEFORE/AFTER TRAIL OF EVERY COMMITTEE RULING       *
000400*  APPLIED BY CF4CORR.  EACH CHANGED RECORD ON GAMEHIST OR      *
000500*  MATCHHST LOGS A B (BEFORE) IMAGE AND AN A (AFTER) IMAGE      *
000600*  UNDER THE RULING REFERENCE AND DATE.  A VOIDED OR DROPPED    *
000700*  RECORD HAS A BLANK AFTER IMAGE.  ACTION T MARKS A SERIES     *
000800*  RECORD RETALLIED BECAUSE ONE OF ITS GAMES WAS CORRECTED.     *
000900*  THE FILE IS ONLY EVER EXTENDED.  LRECL 180.                  *
001000*****************************************************************
001100 01  CORR-LOG-REC.
001200     05  CF-CL-GAME-ID            PIC 9(14).
001300     05  CF-CL-ACTION             PIC X(01).
001400         88  CF-CL-VOID               VALUE 'V'.
001500         88  CF-CL-RESULT-CHANGE      VALUE 'R'.
001600         88  CF-CL-SWAP-PLAYERS       VALUE 'S'.
001700         88  CF-CL-RETALLY            VALUE 'T'.
001800     05  CF-CL-RULING-REF         PIC X(12).
001900     05  CF-CL-RULING-DATE        PIC 9(08).
002000     05  CF-CL-RUN-DATE           PIC 9(08).
002100     05  CF-CL-LOG-TIME           PIC 9(06).
002200     05  CF-CL-FILE-NAME          PIC X(08).
002300     05  CF-CL-IMAGE-TYPE         PIC X(01).
002400         88  CF-CL-BEFORE-IMAGE       VALUE 'B'.
002500         88  CF-CL-AFTER-IMAGE        VALUE 'A'.
002600     05  CF-CL-IMAGE              PIC X(120).
002700     05  FILLER                   PIC X(02).
