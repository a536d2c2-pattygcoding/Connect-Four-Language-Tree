001200*  SUSPENSE FILE (CLUBSUSP) UNCHANGED FOR CORRECTION AND        *
001300*  RESUBMISSION.                                                *
001400*                                                               *
001500*  EDITS:  CLUB CODE PRESENT, ON THE CLUB MASTER (CLUBMAST)     *
001600*          AND ACTIVE, GAME DATE NUMERIC AND A REAL CALENDAR    *
001700*          DATE NOT IN THE FUTURE, BOTH PLAYER IDS ON THE       *
001800*          MASTER AND NOT EQUAL, LEGAL RESULT CODE, LEGAL       *
001850*          WIN PATTERN, NUMERIC OR BLANK MOVE COUNT.            *
001900*                                                               *
002000*  RETURN CODES:  0 - ALL CARDS POSTED                          *
002100*                 4 - ONE OR MORE CARDS IN SUSPENSE             *
003400*               RESULTS FROM THE OTHER CLUBS                    *
003410*  09/02/26 LSG GAME IDS DRAWN FROM THE SHARED SEQUENCE FILE    *
003420*               THROUGH CF4GSEQ, LOCAL STAMP AS FALLBACK        *
003440*  10/15/26 LSG CLUB CODE MUST BE ON THE CLUB MASTER AND        *
003460*               ACTIVE                                          *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
004500     SELECT OPTIONAL GAME-HIST-FILE ASSIGN TO GAMEHIST
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS CF-HIST-STATUS.
004720     SELECT CLUB-MAST-FILE ASSIGN TO CLUBMAST
004740         ORGANIZATION IS SEQUENTIAL
004760         FILE STATUS IS CF-CMAST-STATUS.
004800     SELECT CLUB-SUSP-FILE ASSIGN TO CLUBSUSP
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS CF-SUSP-STATUS.
006500 FD  GAME-HIST-FILE
006600     RECORD CONTAINS 120 CHARACTERS.
006700 COPY CFGAMHST.
006720
006740 FD  CLUB-MAST-FILE
006760     RECORD CONTAINS 80 CHARACTERS.
006780 COPY CFCLBMST.
006800
006900 FD  CLUB-SUSP-FILE
007000     RECORD CONTAINS 80 CHARACTERS.
007800 77  CF-RSLT-STATUS               PIC X(02).
007900 77  CF-PMAST-STATUS              PIC X(02).
008000 77  CF-HIST-STATUS               PIC X(02).
008050 77  CF-CMAST-STATUS              PIC X(02).
008100 77  CF-SUSP-STATUS               PIC X(02).
008200 77  CF-RPT-STATUS                PIC X(02).
008300 77  CF-RSLT-EOF-SW               PIC X(01) VALUE 'N'.
008400     88  CF-RSLT-EOF                  VALUE 'Y'.
008500 77  CF-PMAST-EOF-SW              PIC X(01) VALUE 'N'.
008600     88  CF-PMAST-EOF                 VALUE 'Y'.
008630 77  CF-CMAST-EOF-SW              PIC X(01) VALUE 'N'.
008660     88  CF-CMAST-EOF                 VALUE 'Y'.
008700 77  CF-CARDS-READ                PIC S9(05) COMP-3 VALUE +0.
008800 77  CF-CARDS-POSTED              PIC S9(05) COMP-3 VALUE +0.
008900 77  CF-CARDS-SUSPENDED           PIC S9(05) COMP-3 VALUE +0.
010900     05  CF-MASTER-ENTRY OCCURS 500 TIMES.
011000         10  CF-MA-ID             PIC X(08).
011100         10  CF-MA-NAME           PIC X(20).
011110
011120 01  CF-CLUB-TABLE.
011130     05  CF-CLUB-COUNT            PIC S9(04) COMP VALUE +0.
011140     05  CF-CLUB-MAX              PIC S9(04) COMP VALUE +200.
011150     05  CF-CLUB-ENTRY OCCURS 200 TIMES.
011160         10  CF-CB-CODE           PIC X(08).
011170         10  CF-CB-STATUS         PIC X(01).
011180             88  CF-CB-ACTIVE         VALUE 'A'.
011200
011300 01  CF-HEAD-1.
011400     05  FILLER                   PIC X(09) VALUE 'CF4ICLB'.
020600     PERFORM 1100-TABLE-ONE THRU 1100-EXIT
020700         UNTIL CF-PMAST-EOF
020800     CLOSE PLAYER-MAST-FILE
020850     PERFORM 1050-LOAD-CLUBS THRU 1050-EXIT
020900     PERFORM 8000-READ-RSLT THRU 8000-EXIT.
021000 1000-EXIT.
021100     EXIT.
021103
021106*****************************************************************
021109*  1050-LOAD-CLUBS - TABLE THE CLUB MASTER CODES AND STATUS     *
021112*****************************************************************
021115 1050-LOAD-CLUBS.
021118     OPEN INPUT CLUB-MAST-FILE
021121     IF CF-CMAST-STATUS NOT = '00'
021124         DISPLAY 'CF4ICLB - CANNOT OPEN CLUBMAST, STATUS '
021127             CF-CMAST-STATUS
021130         GO TO 9999-ABEND
021133     END-IF
021136     PERFORM 8200-READ-CMAST THRU 8200-EXIT
021139     PERFORM 1060-TABLE-CLUB THRU 1060-EXIT
021142         UNTIL CF-CMAST-EOF
021145     CLOSE CLUB-MAST-FILE.
021148 1050-EXIT.
021151     EXIT.
021154
021157 1060-TABLE-CLUB.
021160     IF CF-CLUB-COUNT < CF-CLUB-MAX
021163         ADD 1 TO CF-CLUB-COUNT
021166         MOVE CF-CM-CLUB-CODE TO CF-CB-CODE (CF-CLUB-COUNT)
021169         MOVE CF-CM-STATUS TO CF-CB-STATUS (CF-CLUB-COUNT)
021172     ELSE
021175         DISPLAY 'CF4ICLB - CLUB TABLE FULL, CODE '
021178             CF-CM-CLUB-CODE ' DROPPED'
021181     END-IF
021184     PERFORM 8200-READ-CMAST THRU 8200-EXIT.
021187 1060-EXIT.
021190     EXIT.
021200
021300 1100-TABLE-ONE.
021400     IF CF-MASTER-COUNT < CF-MASTER-MAX
025100         MOVE 'MISSING CLUB CODE' TO CF-REJECT-REASON
025200         GO TO 3000-EXIT
025300     END-IF
025308     PERFORM 3200-FIND-CLUB THRU 3200-EXIT
025316     IF CF-WORK-SUB = ZERO
025324         MOVE 'CLUB CODE NOT ON CLUB MASTER'
025332             TO CF-REJECT-REASON
025340         GO TO 3000-EXIT
025348     END-IF
025356     IF NOT CF-CB-ACTIVE (CF-WORK-SUB)
025364         MOVE 'CLUB NOT ACTIVE ON CLUB MASTER'
025372             TO CF-REJECT-REASON
025380         GO TO 3000-EXIT
025388     END-IF
025400     IF CF-CR-GAME-DATE IS NOT NUMERIC
025500         MOVE 'GAME DATE NOT NUMERIC' TO CF-REJECT-REASON
025600         GO TO 3000-EXIT
032100     END-IF.
032200 3110-EXIT.
032300     EXIT.
032304
032308*****************************************************************
032312*  3200-FIND-CLUB - LOCATE THE CARD'S CLUB ON THE CLUB TABLE    *
032316*  RETURNS THE ENTRY SUBSCRIPT IN CF-WORK-SUB, ZERO IF NOT.     *
032320*****************************************************************
032324 3200-FIND-CLUB.
032328     MOVE ZERO TO CF-WORK-SUB
032332     PERFORM 3210-SCAN-CLUBS THRU 3210-EXIT
032336         VARYING CF-IX FROM 1 BY 1
032340         UNTIL CF-IX > CF-CLUB-COUNT
032344            OR CF-WORK-SUB > ZERO.
032348 3200-EXIT.
032352     EXIT.
032356
032360 3210-SCAN-CLUBS.
032364     IF CF-CB-CODE (CF-IX) = CF-CR-CLUB-CODE
032368         MOVE CF-IX TO CF-WORK-SUB
032372     END-IF.
032376 3210-EXIT.
032380     EXIT.
032400
032500*****************************************************************
032600*  4000-POST-GAME - ONE ACCEPTED AWAY GAME ONTO GAMEHIST        *
041500     EXIT.
041600
041700*****************************************************************
041800*  8000-READ-RSLT / 8100-READ-PMAST / 8200-READ-CMAST           *
041900*****************************************************************
042000 8000-READ-RSLT.
042100     READ CLUB-RSLT-FILE
043200     END-READ.
043300 8100-EXIT.
043400     EXIT.
043410
043420 8200-READ-CMAST.
043430     READ CLUB-MAST-FILE
043440         AT END
043450             MOVE 'Y' TO CF-CMAST-EOF-SW
043460     END-READ.
043470 8200-EXIT.
043480     EXIT.
043500
043600*****************************************************************
043700*  9000-TERMINATE - TOTALS, CLOSE FILES, SET RETURN CODE        *
