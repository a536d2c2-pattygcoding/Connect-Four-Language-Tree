000100*****************************************************************
000200*  CFCLBMST - CLUB MASTER RECORD (CLUBMAST FILE)                *
000300*  ONE RECORD PER CLUB WE PLAY, KEYED BY CLUB CODE, IN CLUB     *
000400*  CODE ORDER.  MAINTAINED BY CF4CMNT.  THE INBOUND RESULTS     *
000500*  INTERFACE (CF4ICLB) TAKES CARDS ONLY FROM A CLUB ON THIS     *
000600*  FILE AT STATUS A.  LRECL 80.                                 *
000700*****************************************************************
000800 01  CLUB-MAST-REC.
000900     05  CF-CM-CLUB-CODE          PIC X(08).
001000     05  CF-CM-CLUB-NAME          PIC X(30).
001100     05  CF-CM-CONTACT-NAME       PIC X(20).
001200     05  CF-CM-CONTACT-PHONE      PIC X(12).
001300     05  CF-CM-STATUS             PIC X(01).
001400         88  CF-CM-ACTIVE             VALUE 'A'.
001500         88  CF-CM-INACTIVE           VALUE 'I'.
001600     05  FILLER                   PIC X(09).
