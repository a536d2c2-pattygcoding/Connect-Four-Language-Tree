000100*****************************************************************
000200*  CFSWISS - SWISS EVENT PAIRING RECORD (SWISEVNT FILE)         *
000300*  ONE RECORD PER BOARD PER ROUND OF EVERY SWISS EVENT, ADDED   *
000400*  BY CF4SWIS AS EACH ROUND IS PAIRED (WRITTEN TO SWISNEW,      *
000500*  WHICH THE JOB COPIES OVER SWISEVNT).  A BYE IS TYPE B WITH   *
000600*  NO O PLAYER.  RESULTS ARE NOT HELD HERE - CF4SWIS SCORES     *
000700*  EACH ROUND FROM GAMEHIST WITHIN THE EVENT'S DATE RANGE.      *
000800*  LRECL 80.                                                    *
000900*****************************************************************
001000 01  SWISS-EVENT-REC.
001100     05  CF-SW-EVENT-CODE         PIC X(08).
001200     05  CF-SW-ROUND              PIC 9(02).
001300     05  CF-SW-BOARD              PIC 9(03).
001400     05  CF-SW-PAIR-TYPE          PIC X(01).
001500         88  CF-SW-GAME               VALUE 'G'.
001600         88  CF-SW-BYE                VALUE 'B'.
001700     05  CF-SW-X-PLAYER-ID        PIC X(08).
001800     05  CF-SW-O-PLAYER-ID        PIC X(08).
001900     05  CF-SW-START-DATE         PIC 9(08).
002000     05  CF-SW-END-DATE           PIC 9(08).
002100     05  CF-SW-PAIRED-DATE        PIC 9(08).
002200     05  FILLER                   PIC X(26).
