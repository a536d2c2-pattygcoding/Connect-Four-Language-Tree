000100*****************************************************************
000200*                                                               *
000300*  CF4VCLB - RECORD AGAINST THE VISITING CLUBS                  *
000400*                                                               *
000500*  READS THE GAME HISTORY FILE (GAMEHIST) AND SHOWS OUR         *
000600*  PLAYERS' WON, LOST AND DRAWN RECORD AGAINST EACH VISITING    *
000700*  CLUB ON THE CLUB MASTER (CLUBMAST), HOME AND AWAY, PLAYER    *
000800*  BY PLAYER WITH A TOTAL FOR THE CLUB.                         *
000900*                                                               *
001000*  A GAME COUNTS WHEN ONE SIDE IS OUR PLAYER AND THE OTHER IS   *
001100*  ON THE VISITING-CLUB PLAYER REGISTER (CLUBPLYR); IT COUNTS   *
001200*  AGAINST THAT PLAYER'S CLUB.  AN INTER-CLUB GAME POSTED BY    *
001300*  CF4ICLB WAS PLAYED AWAY; A LOCAL GAME WAS PLAYED AT HOME.    *
001400*  GAMES BETWEEN TWO OF OUR PLAYERS, OR BETWEEN TWO VISITORS,   *
001500*  ARE PASSED OVER AND COUNTED AS NOT AGAINST A VISITOR.        *
001600*                                                               *
001700*  SELECTION FOLLOWS THE SCOREBOARD: ONLY GAMES DATED INSIDE    *
001800*  THE OPEN SEASON ON SEASONCT COUNT, AND WITHOUT A SEASON      *
001900*  CONTROL FILE EVERY GAME ON THE FILE COUNTS.                  *
002000*                                                               *
002100*  A REGISTERED CLUB CODE NOT ON THE CLUB MASTER IS STILL       *
002200*  REPORTED, FLAGGED, SO THE REGISTER CAN BE PUT RIGHT.         *
002300*                                                               *
002400*  OUTPUT:  VCLBRPT - PRINTED CLUB RECORD REPORT                *
002500*                                                               *
002600*  RETURN CODES:  0 - CLEAN                                     *
002700*                 4 - GAMES AGAINST A CLUB CODE NOT ON THE      *
002800*                     CLUB MASTER                               *
002900*                16 - FILE ERROR                                *
003000*                                                               *
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. CF4VCLB.
003300 AUTHOR. LEAGUE SYSTEMS GROUP.
003400 INSTALLATION. CONNECT FOUR LEAGUE.
003500 DATE-WRITTEN. 10/15/26.
003600 DATE-COMPILED.
003700*****************************************************************
003800*  MODIFICATION HISTORY                                         *
003900*  --------------------                                         *
004000*  10/15/26 LSG NEW PROGRAM - WON/LOST/DRAWN AGAINST EACH       *
004100*               VISITING CLUB, HOME AND AWAY, FOR THE SEASON    *
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT GAME-HIST-FILE ASSIGN TO GAMEHIST
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS CF-HIST-STATUS.
004900     SELECT REPORT-FILE ASSIGN TO VCLBRPT
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS CF-RPT-STATUS.
005200     SELECT CLUB-MAST-FILE ASSIGN TO CLUBMAST
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS CF-CMAST-STATUS.
005500     SELECT OPTIONAL CLUB-PLAYER-FILE ASSIGN TO CLUBPLYR
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS CF-CPLY-STATUS.
005800     SELECT OPTIONAL PLAYER-MAST-FILE ASSIGN TO PLAYERMS
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS CF-PMAST-STATUS.
006100     SELECT OPTIONAL SEASON-CTL-FILE ASSIGN TO SEASONCT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS CF-SEAS-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  GAME-HIST-FILE
006800     RECORD CONTAINS 120 CHARACTERS.
006900 COPY CFGAMHST.
007000
007100 FD  CLUB-MAST-FILE
007200     RECORD CONTAINS 80 CHARACTERS.
007300 COPY CFCLBMST.
007400
007500 FD  CLUB-PLAYER-FILE
007600     RECORD CONTAINS 80 CHARACTERS.
007700 COPY CFCLBPLY.
007800
007900 FD  PLAYER-MAST-FILE
008000     RECORD CONTAINS 80 CHARACTERS.
008100 COPY CFPLAYER.
008200
008300 FD  SEASON-CTL-FILE
008400     RECORD CONTAINS 80 CHARACTERS.
008500 COPY CFSEASON.
008600
008700 FD  REPORT-FILE
008800     RECORD CONTAINS 132 CHARACTERS.
008900 01  REPORT-LINE                  PIC X(132).
009000
009100 WORKING-STORAGE SECTION.
009200 77  CF-HIST-STATUS               PIC X(02).
009300 77  CF-RPT-STATUS                PIC X(02).
009400 77  CF-CMAST-STATUS              PIC X(02).
009500 77  CF-CPLY-STATUS               PIC X(02).
009600 77  CF-PMAST-STATUS              PIC X(02).
009700 77  CF-SEAS-STATUS               PIC X(02).
009800 77  CF-HIST-EOF-SW               PIC X(01) VALUE 'N'.
009900     88  CF-HIST-EOF                  VALUE 'Y'.
010000 77  CF-CMAST-EOF-SW              PIC X(01) VALUE 'N'.
010100     88  CF-CMAST-EOF                 VALUE 'Y'.
010200 77  CF-CPLY-EOF-SW               PIC X(01) VALUE 'N'.
010300     88  CF-CPLY-EOF                  VALUE 'Y'.
010400 77  CF-PMAST-EOF-SW              PIC X(01) VALUE 'N'.
010500     88  CF-PMAST-EOF                 VALUE 'Y'.
010600 77  CF-SEAS-EOF-SW               PIC X(01) VALUE 'N'.
010700     88  CF-SEAS-EOF                  VALUE 'Y'.
010800 77  CF-SORT-SWAP-SW              PIC X(01) VALUE 'Y'.
010900     88  CF-SORT-SWAPPED              VALUE 'Y'.
011000 77  CF-GAMES-READ                PIC S9(07) COMP-3 VALUE +0.
011100 77  CF-GAMES-COUNTED             PIC S9(07) COMP-3 VALUE +0.
011200 77  CF-GAMES-SKIPPED             PIC S9(07) COMP-3 VALUE +0.
011300 77  CF-GAMES-OUTSIDE             PIC S9(07) COMP-3 VALUE +0.
011400 77  CF-GAMES-UNKNOWN             PIC S9(07) COMP-3 VALUE +0.
011500 77  CF-CLUB-LINES                PIC S9(04) COMP VALUE +0.
011600 77  CF-IX                        PIC S9(04) COMP.
011700 77  CF-JX                        PIC S9(04) COMP.
011800 77  CF-MX                        PIC S9(04) COMP.
011900 77  CF-WORK-SUB                  PIC S9(04) COMP.
012000 77  CF-CLUB-SUB                  PIC S9(04) COMP.
012100 77  CF-WORK-ID                   PIC X(08).
012200 77  CF-WORK-NAME                 PIC X(20).
012300 77  CF-WORK-CLUB                 PIC X(08).
012400 77  CF-X-CLUB                    PIC X(08).
012500 77  CF-O-CLUB                    PIC X(08).
012600 77  CF-OUR-ID                    PIC X(08).
012700 77  CF-OUR-NAME                  PIC X(20).
012800 77  CF-OUR-RESULT                PIC X(01).
012900     88  CF-OUR-WIN                   VALUE 'W'.
013000     88  CF-OUR-LOSS                  VALUE 'L'.
013100     88  CF-OUR-DRAW                  VALUE 'D'.
013200 77  CF-SEASON-ID                 PIC 9(06) VALUE 0.
013300 77  CF-SEASON-NAME               PIC X(20) VALUE SPACES.
013400 77  CF-SEASON-START              PIC 9(08) VALUE 0.
013500 77  CF-SEASON-END                PIC 9(08) VALUE 99999999.
013600 77  CF-RUN-DATE                  PIC 9(08).
013700 77  CF-SAVE-RETURN               PIC S9(04) COMP.
013800
013900 COPY CFJRPARM.
014000
014100 01  CF-MASTER-TABLE.
014200     05  CF-MASTER-COUNT          PIC S9(04) COMP VALUE +0.
014300     05  CF-MASTER-MAX            PIC S9(04) COMP VALUE +500.
014400     05  CF-MASTER-ENTRY OCCURS 500 TIMES.
014500         10  CF-MA-ID             PIC X(08).
014600         10  CF-MA-NAME           PIC X(20).
014700
014800 01  CF-REGISTER-TABLE.
014900     05  CF-REG-COUNT             PIC S9(04) COMP VALUE +0.
015000     05  CF-REG-MAX               PIC S9(04) COMP VALUE +500.
015100     05  CF-REG-ENTRY OCCURS 500 TIMES.
015200         10  CF-RG-ID             PIC X(08).
015300         10  CF-RG-CLUB           PIC X(08).
015400
015500 01  CF-CLUB-TABLE.
015600     05  CF-CLUB-COUNT            PIC S9(04) COMP VALUE +0.
015700     05  CF-CLUB-MAX              PIC S9(04) COMP VALUE +200.
015800     05  CF-CLUB-ENTRY OCCURS 200 TIMES.
015900         10  CF-CB-CODE           PIC X(08).
016000         10  CF-CB-NAME           PIC X(30).
016100         10  CF-CB-STATUS         PIC X(01).
016150             88  CF-CB-ACTIVE         VALUE 'A'.
016200         10  CF-CB-ON-MASTER-SW   PIC X(01).
016300             88  CF-CB-ON-MASTER      VALUE 'Y'.
016400
016500*****************************************************************
016600*  ONE ENTRY PER VISITING CLUB AND OUR PLAYER WHO MET THEM,     *
016700*  SORTED BY CLUB THEN PLAYER BEFORE THE REPORT IS PRINTED      *
016800*****************************************************************
016900 01  CF-TALLY-TABLE.
017000     05  CF-TALLY-COUNT           PIC S9(04) COMP VALUE +0.
017100     05  CF-TALLY-MAX             PIC S9(04) COMP VALUE +1000.
017200     05  CF-TALLY-ENTRY OCCURS 1000 TIMES.
017300         10  CF-TY-KEY.
017400             15  CF-TY-CLUB       PIC X(08).
017500             15  CF-TY-ID         PIC X(08).
017600         10  CF-TY-NAME           PIC X(20).
017700         10  CF-TY-COUNTS.
017800             15  CF-TY-HOME-WON   PIC S9(04) COMP-3.
017900             15  CF-TY-HOME-LOST  PIC S9(04) COMP-3.
018000             15  CF-TY-HOME-DRAWN PIC S9(04) COMP-3.
018100             15  CF-TY-AWAY-WON   PIC S9(04) COMP-3.
018200             15  CF-TY-AWAY-LOST  PIC S9(04) COMP-3.
018300             15  CF-TY-AWAY-DRAWN PIC S9(04) COMP-3.
018400
018500 01  CF-HOLD-TALLY                PIC X(54).
018600 01  CF-HOLD-CLUB                 PIC X(40).
018700
018800 01  CF-CLUB-TOTALS.
018900     05  CF-CT-HOME-WON           PIC S9(05) COMP-3.
019000     05  CF-CT-HOME-LOST          PIC S9(05) COMP-3.
019100     05  CF-CT-HOME-DRAWN         PIC S9(05) COMP-3.
019200     05  CF-CT-AWAY-WON           PIC S9(05) COMP-3.
019300     05  CF-CT-AWAY-LOST          PIC S9(05) COMP-3.
019400     05  CF-CT-AWAY-DRAWN         PIC S9(05) COMP-3.
019500
019600 01  CF-HEAD-1.
019700     05  FILLER                   PIC X(09) VALUE 'CF4VCLB'.
019800     05  FILLER                   PIC X(38) VALUE
019900         'RECORD AGAINST THE VISITING CLUBS'.
020000     05  FILLER                   PIC X(05) VALUE 'DATE'.
020100     05  CF-HD-DATE               PIC 9(08).
020200     05  FILLER                   PIC X(72) VALUE SPACES.
020300
020400 01  CF-HEAD-SEAS.
020500     05  FILLER                   PIC X(07) VALUE 'SEASON'.
020600     05  CF-HS-ID                 PIC 9(06).
020700     05  FILLER                   PIC X(02) VALUE SPACES.
020800     05  CF-HS-NAME               PIC X(20).
020900     05  FILLER                   PIC X(06) VALUE ' FROM'.
021000     05  CF-HS-START              PIC 9(08).
021100     05  FILLER                   PIC X(06) VALUE ' THRU'.
021200     05  CF-HS-END                PIC 9(08).
021300     05  FILLER                   PIC X(69) VALUE SPACES.
021400
021500 01  CF-CLUB-LINE.
021600     05  FILLER                   PIC X(06) VALUE 'CLUB'.
021700     05  CF-CL-CODE               PIC X(08).
021800     05  FILLER                   PIC X(02) VALUE SPACES.
021900     05  CF-CL-NAME               PIC X(30).
022000     05  FILLER                   PIC X(02) VALUE SPACES.
022100     05  CF-CL-REMARK             PIC X(30).
022200     05  FILLER                   PIC X(54) VALUE SPACES.
022300
022400 01  CF-HEAD-2.
022500     05  FILLER                   PIC X(32) VALUE SPACES.
022600     05  FILLER                   PIC X(18) VALUE
022700         '---- HOME ----'.
022800     05  FILLER                   PIC X(18) VALUE
022900         '---- AWAY ----'.
023000     05  FILLER                   PIC X(18) VALUE
023100         '---- TOTAL ---'.
023200     05  FILLER                   PIC X(46) VALUE SPACES.
023300
023400 01  CF-HEAD-3.
023500     05  FILLER                   PIC X(10) VALUE 'PLAYER'.
023600     05  FILLER                   PIC X(22) VALUE 'NAME'.
023700     05  FILLER                   PIC X(18) VALUE
023800         '   W    L    D'.
023900     05  FILLER                   PIC X(18) VALUE
024000         '   W    L    D'.
024100     05  FILLER                   PIC X(18) VALUE
024200         '   W    L    D'.
024300     05  FILLER                   PIC X(46) VALUE SPACES.
024400
024500 01  CF-DETAIL-LINE.
024600     05  CF-DT-ID                 PIC X(08).
024700     05  FILLER                   PIC X(02) VALUE SPACES.
024800     05  CF-DT-NAME               PIC X(20).
024900     05  FILLER                   PIC X(02) VALUE SPACES.
025000     05  CF-DT-HOME-WON           PIC ZZZ9.
025100     05  FILLER                   PIC X(01) VALUE SPACES.
025200     05  CF-DT-HOME-LOST          PIC ZZZ9.
025300     05  FILLER                   PIC X(01) VALUE SPACES.
025400     05  CF-DT-HOME-DRAWN         PIC ZZZ9.
025500     05  FILLER                   PIC X(04) VALUE SPACES.
025600     05  CF-DT-AWAY-WON           PIC ZZZ9.
025700     05  FILLER                   PIC X(01) VALUE SPACES.
025800     05  CF-DT-AWAY-LOST          PIC ZZZ9.
025900     05  FILLER                   PIC X(01) VALUE SPACES.
026000     05  CF-DT-AWAY-DRAWN         PIC ZZZ9.
026100     05  FILLER                   PIC X(04) VALUE SPACES.
026200     05  CF-DT-TOTAL-WON          PIC ZZZ9.
026300     05  FILLER                   PIC X(01) VALUE SPACES.
026400     05  CF-DT-TOTAL-LOST         PIC ZZZ9.
026500     05  FILLER                   PIC X(01) VALUE SPACES.
026600     05  CF-DT-TOTAL-DRAWN        PIC ZZZ9.
026700     05  FILLER                   PIC X(50) VALUE SPACES.
026800
026900 01  CF-NONE-LINE.
027000     05  FILLER                   PIC X(10) VALUE SPACES.
027100     05  FILLER                   PIC X(40) VALUE
027200         'NO GAMES AGAINST THIS CLUB'.
027300     05  FILLER                   PIC X(82) VALUE SPACES.
027400
027500 01  CF-TOTAL-LINE.
027600     05  FILLER                   PIC X(13) VALUE 'GAMES READ'.
027700     05  CF-TL-READ               PIC ZZZ,ZZ9.
027800     05  FILLER                   PIC X(10) VALUE ' COUNTED'.
027900     05  CF-TL-COUNTED            PIC ZZZ,ZZ9.
028000     05  FILLER                   PIC X(24) VALUE
028100         ' NOT AGAINST A VISITOR'.
028200     05  CF-TL-SKIPPED            PIC ZZZ,ZZ9.
028300     05  FILLER                   PIC X(17) VALUE
028400         ' OUT OF SEASON'.
028500     05  CF-TL-OUTSIDE            PIC ZZZ,ZZ9.
028600     05  FILLER                   PIC X(40) VALUE SPACES.
028700
028800 01  CF-UNKNOWN-LINE.
028900     05  FILLER                   PIC X(40) VALUE
029000         'GAMES AGAINST CLUBS NOT ON CLUB MASTER'.
029100     05  CF-UL-COUNT              PIC ZZZ,ZZ9.
029200     05  FILLER                   PIC X(85) VALUE SPACES.
029300
029400 PROCEDURE DIVISION.
029500*****************************************************************
029600*  0000-MAINLINE - CONTROL THE RUN                              *
029700*****************************************************************
029800 0000-MAINLINE.
029900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
030000     PERFORM 2000-PROCESS-GAME THRU 2000-EXIT
030100         UNTIL CF-HIST-EOF
030200     PERFORM 5000-SORT-TALLY THRU 5000-EXIT
030300     PERFORM 5500-SORT-CLUBS THRU 5500-EXIT
030400     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT
030500     PERFORM 9000-TERMINATE THRU 9000-EXIT
030600     STOP RUN.
030700
030800*****************************************************************
030900*  1000-INITIALIZE - OPEN FILES, TABLE THE MASTERS, PRIME READ  *
031000*****************************************************************
031100 1000-INITIALIZE.
031200     ACCEPT CF-RUN-DATE FROM DATE YYYYMMDD
031300     PERFORM 1300-LOG-START THRU 1300-EXIT
031400     OPEN INPUT GAME-HIST-FILE
031500     IF CF-HIST-STATUS NOT = '00'
031600         DISPLAY 'CF4VCLB - CANNOT OPEN GAMEHIST, STATUS '
031700             CF-HIST-STATUS
031800         GO TO 9999-ABEND
031900     END-IF
032000     OPEN OUTPUT REPORT-FILE
032100     IF CF-RPT-STATUS NOT = '00'
032200         DISPLAY 'CF4VCLB - CANNOT OPEN VCLBRPT, STATUS '
032300             CF-RPT-STATUS
032400         GO TO 9999-ABEND
032500     END-IF
032600     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT
032700     PERFORM 1200-LOAD-SEASON THRU 1200-EXIT
032800     PERFORM 1400-LOAD-CLUBS THRU 1400-EXIT
032900     PERFORM 1500-LOAD-REGISTER THRU 1500-EXIT
033000     PERFORM 8000-READ-HIST THRU 8000-EXIT.
033100 1000-EXIT.
033200     EXIT.
033300
033400*****************************************************************
033500*  1100-LOAD-MASTER - TABLE THE PLAYER MASTER WHEN PRESENT      *
033600*  THE MASTER NAME OVERRIDES THE NAME TYPED AT GAME TIME.       *
033700*****************************************************************
033800 1100-LOAD-MASTER.
033900     OPEN INPUT PLAYER-MAST-FILE
034000     IF CF-PMAST-STATUS NOT = '00'
034100         MOVE 'Y' TO CF-PMAST-EOF-SW
034200         CLOSE PLAYER-MAST-FILE
034300         GO TO 1100-EXIT
034400     END-IF
034500     PERFORM 8100-READ-PMAST THRU 8100-EXIT
034600     PERFORM 1110-TABLE-ONE THRU 1110-EXIT
034700         UNTIL CF-PMAST-EOF
034800     CLOSE PLAYER-MAST-FILE.
034900 1100-EXIT.
035000     EXIT.
035100
035200 1110-TABLE-ONE.
035300     IF CF-MASTER-COUNT < CF-MASTER-MAX
035400         ADD 1 TO CF-MASTER-COUNT
035500         MOVE CF-PM-PLAYER-ID TO CF-MA-ID (CF-MASTER-COUNT)
035600         MOVE CF-PM-PLAYER-NAME
035700             TO CF-MA-NAME (CF-MASTER-COUNT)
035800     END-IF
035900     PERFORM 8100-READ-PMAST THRU 8100-EXIT.
036000 1110-EXIT.
036100     EXIT.
036200
036300*****************************************************************
036400*  1200-LOAD-SEASON - DATE RANGE OF THE OPEN SEASON             *
036500*****************************************************************
036600 1200-LOAD-SEASON.
036700     OPEN INPUT SEASON-CTL-FILE
036800     IF CF-SEAS-STATUS NOT = '00'
036900         MOVE 'Y' TO CF-SEAS-EOF-SW
037000         CLOSE SEASON-CTL-FILE
037100         GO TO 1200-EXIT
037200     END-IF
037300     PERFORM 8200-READ-SEASON THRU 8200-EXIT
037400     PERFORM 1210-ONE-SEASON THRU 1210-EXIT
037500         UNTIL CF-SEAS-EOF
037600     CLOSE SEASON-CTL-FILE.
037700 1200-EXIT.
037800     EXIT.
037900
038000 1210-ONE-SEASON.
038100     IF CF-SE-OPEN
038200         MOVE CF-SE-SEASON-ID TO CF-SEASON-ID
038300         MOVE CF-SE-SEASON-NAME TO CF-SEASON-NAME
038400         MOVE CF-SE-START-DATE TO CF-SEASON-START
038500         MOVE CF-SE-END-DATE TO CF-SEASON-END
038600     END-IF
038700     PERFORM 8200-READ-SEASON THRU 8200-EXIT.
038800 1210-EXIT.
038900     EXIT.
039000
039100*****************************************************************
039200*  1300-LOG-START - STAMP THE JOB-RUN LOG.  AN ON-DEMAND        *
039300*  PROGRAM MAY RUN SEVERAL TIMES A DAY, SO THE START IS         *
039400*  LOGGED WITHOUT THE RERUN GUARD.                              *
039500*****************************************************************
039600 1300-LOG-START.
039700     MOVE 'A' TO CF-JR-FUNCTION
039800     MOVE 'CF4VCLB' TO CF-JR-PROGRAM
039900     MOVE CF-RUN-DATE TO CF-JR-RUN-DATE
040000     MOVE ZEROES TO CF-JR-RECS-READ
040100     MOVE ZEROES TO CF-JR-RECS-WRITTEN
040200     MOVE SPACES TO CF-JR-STATUS
040300     MOVE ZERO TO CF-JR-RETURN
040400     CALL 'CF4JRNL' USING CF-JR-PARMS
040500         ON EXCEPTION
040600             DISPLAY 'CF4VCLB - CF4JRNL IS NOT AVAILABLE'
040700             GO TO 9999-ABEND
040800     END-CALL
040900     IF CF-JR-RETURN NOT = ZERO
041000         DISPLAY 'CF4VCLB - JOB LOG ERROR, RETURN '
041100             CF-JR-RETURN
041200         GO TO 9999-ABEND
041300     END-IF.
041400 1300-EXIT.
041500     EXIT.
041600
041700*****************************************************************
041800*  1400-LOAD-CLUBS - TABLE THE CLUB MASTER.  EVERY ACTIVE CLUB  *
041900*  IS REPORTED; AN INACTIVE ONE ONLY IF WE PLAYED IT.           *
042000*****************************************************************
042100 1400-LOAD-CLUBS.
042200     OPEN INPUT CLUB-MAST-FILE
042300     IF CF-CMAST-STATUS NOT = '00'
042400         DISPLAY 'CF4VCLB - CANNOT OPEN CLUBMAST, STATUS '
042500             CF-CMAST-STATUS
042600         GO TO 9999-ABEND
042700     END-IF
042800     PERFORM 8300-READ-CMAST THRU 8300-EXIT
042900     PERFORM 1410-TABLE-CLUB THRU 1410-EXIT
043000         UNTIL CF-CMAST-EOF
043100     CLOSE CLUB-MAST-FILE.
043200 1400-EXIT.
043300     EXIT.
043400
043500 1410-TABLE-CLUB.
043600     IF CF-CLUB-COUNT < CF-CLUB-MAX
043700         ADD 1 TO CF-CLUB-COUNT
043800         MOVE CF-CM-CLUB-CODE TO CF-CB-CODE (CF-CLUB-COUNT)
043900         MOVE CF-CM-CLUB-NAME TO CF-CB-NAME (CF-CLUB-COUNT)
044000         MOVE CF-CM-STATUS TO CF-CB-STATUS (CF-CLUB-COUNT)
044100         MOVE 'Y' TO CF-CB-ON-MASTER-SW (CF-CLUB-COUNT)
044200     ELSE
044300         DISPLAY 'CF4VCLB - CLUB TABLE FULL, CODE '
044400             CF-CM-CLUB-CODE ' DROPPED'
044500     END-IF
044600     PERFORM 8300-READ-CMAST THRU 8300-EXIT.
044700 1410-EXIT.
044800     EXIT.
044900
045000*****************************************************************
045100*  1500-LOAD-REGISTER - TABLE THE VISITING-CLUB PLAYERS.        *
045200*  WITHOUT A REGISTER NO GAME CAN BE PUT AGAINST A CLUB.        *
045300*****************************************************************
045400 1500-LOAD-REGISTER.
045500     OPEN INPUT CLUB-PLAYER-FILE
045510     IF CF-CPLY-STATUS NOT = '00' AND CF-CPLY-STATUS NOT = '05'
045550             AND CF-CPLY-STATUS NOT = '35'
045590         DISPLAY 'CF4VCLB - CANNOT OPEN CLUBPLYR, STATUS '
045630             CF-CPLY-STATUS
045670         GO TO 9999-ABEND
045710     END-IF
045750     IF CF-CPLY-STATUS NOT = '00'
045790         MOVE 'Y' TO CF-CPLY-EOF-SW
045830         CLOSE CLUB-PLAYER-FILE
045870         GO TO 1500-EXIT
045910     END-IF
046100     PERFORM 8400-READ-CPLY THRU 8400-EXIT
046200     PERFORM 1510-TABLE-PLAYER THRU 1510-EXIT
046300         UNTIL CF-CPLY-EOF
046400     CLOSE CLUB-PLAYER-FILE.
046500 1500-EXIT.
046600     EXIT.
046700
046800 1510-TABLE-PLAYER.
046900     IF CLUB-PLAYER-REC (1:1) = '*'
047000         OR CF-CP-PLAYER-ID = SPACES
047100         OR CF-CP-CLUB-CODE = SPACES
047200         GO TO 1510-NEXT
047300     END-IF
047400     IF CF-REG-COUNT < CF-REG-MAX
047500         ADD 1 TO CF-REG-COUNT
047600         MOVE CF-CP-PLAYER-ID TO CF-RG-ID (CF-REG-COUNT)
047700         MOVE CF-CP-CLUB-CODE TO CF-RG-CLUB (CF-REG-COUNT)
047800     ELSE
047900         DISPLAY 'CF4VCLB - REGISTER TABLE FULL, ID '
048000             CF-CP-PLAYER-ID ' DROPPED'
048100     END-IF.
048200 1510-NEXT.
048300     PERFORM 8400-READ-CPLY THRU 8400-EXIT.
048400 1510-EXIT.
048500     EXIT.
048600
048700*****************************************************************
048800*  2000-PROCESS-GAME - PUT ONE GAME AGAINST A VISITING CLUB     *
048900*****************************************************************
049000 2000-PROCESS-GAME.
049100     ADD 1 TO CF-GAMES-READ
049200     IF CF-GH-GAME-DATE < CF-SEASON-START
049300         OR CF-GH-GAME-DATE > CF-SEASON-END
049400         ADD 1 TO CF-GAMES-OUTSIDE
049500         GO TO 2000-NEXT
049600     END-IF
049700     IF CF-GH-X-PLAYER-ID = SPACES
049800         OR CF-GH-O-PLAYER-ID = SPACES
049900         OR CF-GH-X-PLAYER-ID = CF-GH-O-PLAYER-ID
050000         ADD 1 TO CF-GAMES-SKIPPED
050100         GO TO 2000-NEXT
050200     END-IF
050300     MOVE CF-GH-X-PLAYER-ID TO CF-WORK-ID
050400     PERFORM 3000-PLAYER-CLUB THRU 3000-EXIT
050500     MOVE CF-WORK-CLUB TO CF-X-CLUB
050600     MOVE CF-GH-O-PLAYER-ID TO CF-WORK-ID
050700     PERFORM 3000-PLAYER-CLUB THRU 3000-EXIT
050800     MOVE CF-WORK-CLUB TO CF-O-CLUB
050900     EVALUATE TRUE
051000         WHEN CF-X-CLUB = SPACES AND CF-O-CLUB NOT = SPACES
051100             MOVE CF-GH-X-PLAYER-ID TO CF-OUR-ID
051200             MOVE CF-GH-X-PLAYER-NAME TO CF-OUR-NAME
051300             MOVE CF-O-CLUB TO CF-WORK-CLUB
051400             EVALUATE TRUE
051500                 WHEN CF-GH-X-WON
051600                     MOVE 'W' TO CF-OUR-RESULT
051700                 WHEN CF-GH-O-WON
051800                     MOVE 'L' TO CF-OUR-RESULT
051900                 WHEN OTHER
052000                     MOVE 'D' TO CF-OUR-RESULT
052100             END-EVALUATE
052200         WHEN CF-O-CLUB = SPACES AND CF-X-CLUB NOT = SPACES
052300             MOVE CF-GH-O-PLAYER-ID TO CF-OUR-ID
052400             MOVE CF-GH-O-PLAYER-NAME TO CF-OUR-NAME
052500             MOVE CF-X-CLUB TO CF-WORK-CLUB
052600             EVALUATE TRUE
052700                 WHEN CF-GH-O-WON
052800                     MOVE 'W' TO CF-OUR-RESULT
052900                 WHEN CF-GH-X-WON
053000                     MOVE 'L' TO CF-OUR-RESULT
053100                 WHEN OTHER
053200                     MOVE 'D' TO CF-OUR-RESULT
053300             END-EVALUATE
053400         WHEN OTHER
053500             ADD 1 TO CF-GAMES-SKIPPED
053600             GO TO 2000-NEXT
053700     END-EVALUATE
053800     PERFORM 3200-FIND-CLUB THRU 3200-EXIT
053900     IF CF-CLUB-SUB = ZERO
054000         ADD 1 TO CF-GAMES-SKIPPED
054100         GO TO 2000-NEXT
054200     END-IF
054300     IF NOT CF-CB-ON-MASTER (CF-CLUB-SUB)
054400         ADD 1 TO CF-GAMES-UNKNOWN
054500     END-IF
054600     PERFORM 3400-FIND-TALLY THRU 3400-EXIT
054700     IF CF-WORK-SUB = ZERO
054800         ADD 1 TO CF-GAMES-SKIPPED
054900         GO TO 2000-NEXT
055000     END-IF
055100     PERFORM 2100-ADD-RESULT THRU 2100-EXIT
055200     ADD 1 TO CF-GAMES-COUNTED.
055300 2000-NEXT.
055400     PERFORM 8000-READ-HIST THRU 8000-EXIT.
055500 2000-EXIT.
055600     EXIT.
055700
055800*****************************************************************
055900*  2100-ADD-RESULT - AN INTER-CLUB GAME POSTED FROM THE OTHER   *
056000*  CLUB'S CARDS WAS PLAYED AWAY, ANY OTHER GAME AT HOME         *
056100*****************************************************************
056200 2100-ADD-RESULT.
056300     IF CF-GH-INTERCLUB-GAME
056400         EVALUATE TRUE
056500             WHEN CF-OUR-WIN
056600                 ADD 1 TO CF-TY-AWAY-WON (CF-WORK-SUB)
056700             WHEN CF-OUR-LOSS
056800                 ADD 1 TO CF-TY-AWAY-LOST (CF-WORK-SUB)
056900             WHEN OTHER
057000                 ADD 1 TO CF-TY-AWAY-DRAWN (CF-WORK-SUB)
057100         END-EVALUATE
057200     ELSE
057300         EVALUATE TRUE
057400             WHEN CF-OUR-WIN
057500                 ADD 1 TO CF-TY-HOME-WON (CF-WORK-SUB)
057600             WHEN CF-OUR-LOSS
057700                 ADD 1 TO CF-TY-HOME-LOST (CF-WORK-SUB)
057800             WHEN OTHER
057900                 ADD 1 TO CF-TY-HOME-DRAWN (CF-WORK-SUB)
058000         END-EVALUATE
058100     END-IF.
058200 2100-EXIT.
058300     EXIT.
058400
058500*****************************************************************
058600*  3000-PLAYER-CLUB - VISITING CLUB OF CF-WORK-ID FROM THE      *
058700*  REGISTER, RETURNED IN CF-WORK-CLUB, SPACES FOR OUR PLAYER    *
058800*****************************************************************
058900 3000-PLAYER-CLUB.
059000     MOVE SPACES TO CF-WORK-CLUB
059100     PERFORM 3100-SCAN-REGISTER THRU 3100-EXIT
059200         VARYING CF-MX FROM 1 BY 1
059300         UNTIL CF-MX > CF-REG-COUNT
059400            OR CF-WORK-CLUB NOT = SPACES.
059500 3000-EXIT.
059600     EXIT.
059700
059800 3100-SCAN-REGISTER.
059900     IF CF-RG-ID (CF-MX) = CF-WORK-ID
060000         MOVE CF-RG-CLUB (CF-MX) TO CF-WORK-CLUB
060100     END-IF.
060200 3100-EXIT.
060300     EXIT.
060400
060500*****************************************************************
060600*  3200-FIND-CLUB - LOCATE CF-WORK-CLUB ON THE CLUB TABLE,      *
060700*  ADDING A CODE THE CLUB MASTER DOES NOT KNOW.  RETURNS THE    *
060800*  SUBSCRIPT IN CF-CLUB-SUB, ZERO IF THE TABLE IS FULL.         *
060900*****************************************************************
061000 3200-FIND-CLUB.
061100     MOVE ZERO TO CF-CLUB-SUB
061200     PERFORM 3210-SCAN-CLUBS THRU 3210-EXIT
061300         VARYING CF-MX FROM 1 BY 1
061400         UNTIL CF-MX > CF-CLUB-COUNT
061500            OR CF-CLUB-SUB > ZERO
061600     IF CF-CLUB-SUB > ZERO
061700         GO TO 3200-EXIT
061800     END-IF
061900     IF CF-CLUB-COUNT >= CF-CLUB-MAX
062000         DISPLAY 'CF4VCLB - CLUB TABLE FULL, GAME '
062100             CF-GH-GAME-ID ' NOT COUNTED'
062200         GO TO 3200-EXIT
062300     END-IF
062400     ADD 1 TO CF-CLUB-COUNT
062500     MOVE CF-CLUB-COUNT TO CF-CLUB-SUB
062600     MOVE CF-WORK-CLUB TO CF-CB-CODE (CF-CLUB-SUB)
062700     MOVE SPACES TO CF-CB-NAME (CF-CLUB-SUB)
062800     MOVE SPACES TO CF-CB-STATUS (CF-CLUB-SUB)
062900     MOVE 'N' TO CF-CB-ON-MASTER-SW (CF-CLUB-SUB).
063000 3200-EXIT.
063100     EXIT.
063200
063300 3210-SCAN-CLUBS.
063400     IF CF-CB-CODE (CF-MX) = CF-WORK-CLUB
063500         MOVE CF-MX TO CF-CLUB-SUB
063600     END-IF.
063700 3210-EXIT.
063800     EXIT.
063900
064000*****************************************************************
064100*  3400-FIND-TALLY - LOCATE OR ADD THE CLUB AND PLAYER ENTRY    *
064200*  RETURNS THE ENTRY SUBSCRIPT IN CF-WORK-SUB, ZERO IF THE      *
064300*  TABLE IS FULL.                                               *
064400*****************************************************************
064500 3400-FIND-TALLY.
064600     MOVE ZERO TO CF-WORK-SUB
064700     PERFORM 3410-SCAN-TALLY THRU 3410-EXIT
064800         VARYING CF-IX FROM 1 BY 1
064900         UNTIL CF-IX > CF-TALLY-COUNT
065000            OR CF-WORK-SUB > ZERO
065100     IF CF-WORK-SUB > ZERO
065200         GO TO 3400-EXIT
065300     END-IF
065400     IF CF-TALLY-COUNT >= CF-TALLY-MAX
065500         DISPLAY 'CF4VCLB - TALLY TABLE FULL, GAME '
065600             CF-GH-GAME-ID ' NOT COUNTED'
065700         GO TO 3400-EXIT
065800     END-IF
065900     ADD 1 TO CF-TALLY-COUNT
066000     MOVE CF-TALLY-COUNT TO CF-WORK-SUB
066100     MOVE CF-WORK-CLUB TO CF-TY-CLUB (CF-WORK-SUB)
066200     MOVE CF-OUR-ID TO CF-TY-ID (CF-WORK-SUB)
066300     MOVE CF-OUR-ID TO CF-WORK-ID
066400     MOVE CF-OUR-NAME TO CF-WORK-NAME
066500     PERFORM 3500-MASTER-NAME THRU 3500-EXIT
066600     MOVE CF-WORK-NAME TO CF-TY-NAME (CF-WORK-SUB)
066700     MOVE ZERO TO CF-TY-HOME-WON (CF-WORK-SUB)
066800     MOVE ZERO TO CF-TY-HOME-LOST (CF-WORK-SUB)
066900     MOVE ZERO TO CF-TY-HOME-DRAWN (CF-WORK-SUB)
067000     MOVE ZERO TO CF-TY-AWAY-WON (CF-WORK-SUB)
067100     MOVE ZERO TO CF-TY-AWAY-LOST (CF-WORK-SUB)
067200     MOVE ZERO TO CF-TY-AWAY-DRAWN (CF-WORK-SUB).
067300 3400-EXIT.
067400     EXIT.
067500
067600 3410-SCAN-TALLY.
067700     IF CF-TY-CLUB (CF-IX) = CF-WORK-CLUB
067800         AND CF-TY-ID (CF-IX) = CF-OUR-ID
067900         MOVE CF-IX TO CF-WORK-SUB
068000     END-IF.
068100 3410-EXIT.
068200     EXIT.
068300
068400*****************************************************************
068500*  3500-MASTER-NAME - MASTER NAME FOR CF-WORK-ID WHEN KNOWN     *
068600*****************************************************************
068700 3500-MASTER-NAME.
068800     PERFORM 3510-SCAN-NAME THRU 3510-EXIT
068900         VARYING CF-MX FROM 1 BY 1
069000         UNTIL CF-MX > CF-MASTER-COUNT.
069100 3500-EXIT.
069200     EXIT.
069300
069400 3510-SCAN-NAME.
069500     IF CF-MA-ID (CF-MX) = CF-WORK-ID
069600         MOVE CF-MA-NAME (CF-MX) TO CF-WORK-NAME
069700     END-IF.
069800 3510-EXIT.
069900     EXIT.
070000
070100*****************************************************************
070200*  5000-SORT-TALLY - CLUB THEN PLAYER ID ORDER                  *
070300*****************************************************************
070400 5000-SORT-TALLY.
070500     MOVE 'Y' TO CF-SORT-SWAP-SW
070600     PERFORM 5100-TALLY-PASS THRU 5100-EXIT
070700         UNTIL NOT CF-SORT-SWAPPED.
070800 5000-EXIT.
070900     EXIT.
071000
071100 5100-TALLY-PASS.
071200     MOVE 'N' TO CF-SORT-SWAP-SW
071300     PERFORM 5110-TALLY-COMPARE THRU 5110-EXIT
071400         VARYING CF-IX FROM 1 BY 1
071500         UNTIL CF-IX >= CF-TALLY-COUNT.
071600 5100-EXIT.
071700     EXIT.
071800
071900 5110-TALLY-COMPARE.
072000     COMPUTE CF-JX = CF-IX + 1
072100     IF CF-TY-KEY (CF-JX) < CF-TY-KEY (CF-IX)
072200         MOVE CF-TALLY-ENTRY (CF-IX) TO CF-HOLD-TALLY
072300         MOVE CF-TALLY-ENTRY (CF-JX) TO CF-TALLY-ENTRY (CF-IX)
072400         MOVE CF-HOLD-TALLY TO CF-TALLY-ENTRY (CF-JX)
072500         MOVE 'Y' TO CF-SORT-SWAP-SW
072600     END-IF.
072700 5110-EXIT.
072800     EXIT.
072900
073000*****************************************************************
073100*  5500-SORT-CLUBS - CLUB CODE ORDER, SO A CODE MISSING FROM    *
073200*  THE CLUB MASTER PRINTS IN ITS PLACE                          *
073300*****************************************************************
073400 5500-SORT-CLUBS.
073500     MOVE 'Y' TO CF-SORT-SWAP-SW
073600     PERFORM 5600-CLUB-PASS THRU 5600-EXIT
073700         UNTIL NOT CF-SORT-SWAPPED.
073800 5500-EXIT.
073900     EXIT.
074000
074100 5600-CLUB-PASS.
074200     MOVE 'N' TO CF-SORT-SWAP-SW
074300     PERFORM 5610-CLUB-COMPARE THRU 5610-EXIT
074400         VARYING CF-IX FROM 1 BY 1
074500         UNTIL CF-IX >= CF-CLUB-COUNT.
074600 5600-EXIT.
074700     EXIT.
074800
074900 5610-CLUB-COMPARE.
075000     COMPUTE CF-JX = CF-IX + 1
075100     IF CF-CB-CODE (CF-JX) < CF-CB-CODE (CF-IX)
075200         MOVE CF-CLUB-ENTRY (CF-IX) TO CF-HOLD-CLUB
075300         MOVE CF-CLUB-ENTRY (CF-JX) TO CF-CLUB-ENTRY (CF-IX)
075400         MOVE CF-HOLD-CLUB TO CF-CLUB-ENTRY (CF-JX)
075500         MOVE 'Y' TO CF-SORT-SWAP-SW
075600     END-IF.
075700 5610-EXIT.
075800     EXIT.
075900
076000*****************************************************************
076100*  7000-PRINT-REPORT - ONE BLOCK PER CLUB, THEN THE COUNTS      *
076200*****************************************************************
076300 7000-PRINT-REPORT.
076400     MOVE CF-RUN-DATE TO CF-HD-DATE
076500     WRITE REPORT-LINE FROM CF-HEAD-1
076600     IF CF-SEASON-ID > ZERO
076700         MOVE CF-SEASON-ID TO CF-HS-ID
076800         MOVE CF-SEASON-NAME TO CF-HS-NAME
076900         MOVE CF-SEASON-START TO CF-HS-START
077000         MOVE CF-SEASON-END TO CF-HS-END
077100         WRITE REPORT-LINE FROM CF-HEAD-SEAS
077200     END-IF
077300     PERFORM 7100-PRINT-CLUB THRU 7100-EXIT
077400         VARYING CF-CLUB-SUB FROM 1 BY 1
077500         UNTIL CF-CLUB-SUB > CF-CLUB-COUNT
077600     MOVE SPACES TO REPORT-LINE
077700     WRITE REPORT-LINE
077800     MOVE CF-GAMES-READ TO CF-TL-READ
077900     MOVE CF-GAMES-COUNTED TO CF-TL-COUNTED
078000     MOVE CF-GAMES-SKIPPED TO CF-TL-SKIPPED
078100     MOVE CF-GAMES-OUTSIDE TO CF-TL-OUTSIDE
078200     WRITE REPORT-LINE FROM CF-TOTAL-LINE
078300     IF CF-GAMES-UNKNOWN > ZERO
078400         MOVE CF-GAMES-UNKNOWN TO CF-UL-COUNT
078500         WRITE REPORT-LINE FROM CF-UNKNOWN-LINE
078600     END-IF.
078700 7000-EXIT.
078800     EXIT.
078900
079000*****************************************************************
079100*  7100-PRINT-CLUB - HEADING, OUR PLAYERS AND THE CLUB TOTAL.   *
079200*  AN INACTIVE CLUB WE DID NOT PLAY IS LEFT OFF.                *
079300*****************************************************************
079400 7100-PRINT-CLUB.
079500     MOVE ZERO TO CF-CLUB-LINES
079600     MOVE ZERO TO CF-CT-HOME-WON
079700     MOVE ZERO TO CF-CT-HOME-LOST
079800     MOVE ZERO TO CF-CT-HOME-DRAWN
079900     MOVE ZERO TO CF-CT-AWAY-WON
080000     MOVE ZERO TO CF-CT-AWAY-LOST
080100     MOVE ZERO TO CF-CT-AWAY-DRAWN
080200     PERFORM 7110-COUNT-LINES THRU 7110-EXIT
080300         VARYING CF-IX FROM 1 BY 1
080400         UNTIL CF-IX > CF-TALLY-COUNT
080500     IF CF-CLUB-LINES = ZERO
080600         AND NOT CF-CB-ACTIVE (CF-CLUB-SUB)
080700         GO TO 7100-EXIT
080800     END-IF
080900     MOVE SPACES TO REPORT-LINE
081000     WRITE REPORT-LINE
081100     MOVE SPACES TO CF-CLUB-LINE
081200     MOVE 'CLUB' TO CF-CLUB-LINE (1:4)
081300     MOVE CF-CB-CODE (CF-CLUB-SUB) TO CF-CL-CODE
081400     MOVE CF-CB-NAME (CF-CLUB-SUB) TO CF-CL-NAME
081500     EVALUATE TRUE
081600         WHEN NOT CF-CB-ON-MASTER (CF-CLUB-SUB)
081700             MOVE '** NOT ON CLUB MASTER **' TO CF-CL-REMARK
081800         WHEN NOT CF-CB-ACTIVE (CF-CLUB-SUB)
081900             MOVE 'INACTIVE' TO CF-CL-REMARK
082000         WHEN OTHER
082100             CONTINUE
082200     END-EVALUATE
082300     WRITE REPORT-LINE FROM CF-CLUB-LINE
082400     IF CF-CLUB-LINES = ZERO
082500         WRITE REPORT-LINE FROM CF-NONE-LINE
082600         GO TO 7100-EXIT
082700     END-IF
082800     WRITE REPORT-LINE FROM CF-HEAD-2
082900     WRITE REPORT-LINE FROM CF-HEAD-3
083000     PERFORM 7200-PRINT-PLAYER THRU 7200-EXIT
083100         VARYING CF-IX FROM 1 BY 1
083200         UNTIL CF-IX > CF-TALLY-COUNT
083300     MOVE SPACES TO CF-DETAIL-LINE
083400     MOVE 'CLUB TOTAL' TO CF-DT-NAME
083500     MOVE CF-CT-HOME-WON TO CF-DT-HOME-WON
083600     MOVE CF-CT-HOME-LOST TO CF-DT-HOME-LOST
083700     MOVE CF-CT-HOME-DRAWN TO CF-DT-HOME-DRAWN
083800     MOVE CF-CT-AWAY-WON TO CF-DT-AWAY-WON
083900     MOVE CF-CT-AWAY-LOST TO CF-DT-AWAY-LOST
084000     MOVE CF-CT-AWAY-DRAWN TO CF-DT-AWAY-DRAWN
084100     COMPUTE CF-DT-TOTAL-WON = CF-CT-HOME-WON + CF-CT-AWAY-WON
084200     COMPUTE CF-DT-TOTAL-LOST =
084300         CF-CT-HOME-LOST + CF-CT-AWAY-LOST
084400     COMPUTE CF-DT-TOTAL-DRAWN =
084500         CF-CT-HOME-DRAWN + CF-CT-AWAY-DRAWN
084600     WRITE REPORT-LINE FROM CF-DETAIL-LINE.
084700 7100-EXIT.
084800     EXIT.
084900
085000 7110-COUNT-LINES.
085100     IF CF-TY-CLUB (CF-IX) = CF-CB-CODE (CF-CLUB-SUB)
085200         ADD 1 TO CF-CLUB-LINES
085300         ADD CF-TY-HOME-WON (CF-IX) TO CF-CT-HOME-WON
085400         ADD CF-TY-HOME-LOST (CF-IX) TO CF-CT-HOME-LOST
085500         ADD CF-TY-HOME-DRAWN (CF-IX) TO CF-CT-HOME-DRAWN
085600         ADD CF-TY-AWAY-WON (CF-IX) TO CF-CT-AWAY-WON
085700         ADD CF-TY-AWAY-LOST (CF-IX) TO CF-CT-AWAY-LOST
085800         ADD CF-TY-AWAY-DRAWN (CF-IX) TO CF-CT-AWAY-DRAWN
085900     END-IF.
086000 7110-EXIT.
086100     EXIT.
086200
086300 7200-PRINT-PLAYER.
086400     IF CF-TY-CLUB (CF-IX) NOT = CF-CB-CODE (CF-CLUB-SUB)
086500         GO TO 7200-EXIT
086600     END-IF
086700     MOVE SPACES TO CF-DETAIL-LINE
086800     MOVE CF-TY-ID (CF-IX) TO CF-DT-ID
086900     MOVE CF-TY-NAME (CF-IX) TO CF-DT-NAME
087000     MOVE CF-TY-HOME-WON (CF-IX) TO CF-DT-HOME-WON
087100     MOVE CF-TY-HOME-LOST (CF-IX) TO CF-DT-HOME-LOST
087200     MOVE CF-TY-HOME-DRAWN (CF-IX) TO CF-DT-HOME-DRAWN
087300     MOVE CF-TY-AWAY-WON (CF-IX) TO CF-DT-AWAY-WON
087400     MOVE CF-TY-AWAY-LOST (CF-IX) TO CF-DT-AWAY-LOST
087500     MOVE CF-TY-AWAY-DRAWN (CF-IX) TO CF-DT-AWAY-DRAWN
087600     COMPUTE CF-DT-TOTAL-WON =
087700         CF-TY-HOME-WON (CF-IX) + CF-TY-AWAY-WON (CF-IX)
087800     COMPUTE CF-DT-TOTAL-LOST =
087900         CF-TY-HOME-LOST (CF-IX) + CF-TY-AWAY-LOST (CF-IX)
088000     COMPUTE CF-DT-TOTAL-DRAWN =
088100         CF-TY-HOME-DRAWN (CF-IX) + CF-TY-AWAY-DRAWN (CF-IX)
088200     WRITE REPORT-LINE FROM CF-DETAIL-LINE.
088300 7200-EXIT.
088400     EXIT.
088500
088600*****************************************************************
088700*  8000-READ-HIST / 8100-READ-PMAST / 8200-READ-SEASON /        *
088800*  8300-READ-CMAST / 8400-READ-CPLY                             *
088900*****************************************************************
089000 8000-READ-HIST.
089100     READ GAME-HIST-FILE
089200         AT END
089300             MOVE 'Y' TO CF-HIST-EOF-SW
089400     END-READ.
089500 8000-EXIT.
089600     EXIT.
089700
089800 8100-READ-PMAST.
089900     READ PLAYER-MAST-FILE
090000         AT END
090100             MOVE 'Y' TO CF-PMAST-EOF-SW
090200     END-READ.
090300 8100-EXIT.
090400     EXIT.
090500
090600 8200-READ-SEASON.
090700     READ SEASON-CTL-FILE
090800         AT END
090900             MOVE 'Y' TO CF-SEAS-EOF-SW
091000     END-READ.
091100 8200-EXIT.
091200     EXIT.
091300
091400 8300-READ-CMAST.
091500     READ CLUB-MAST-FILE
091600         AT END
091700             MOVE 'Y' TO CF-CMAST-EOF-SW
091800     END-READ.
091900 8300-EXIT.
092000     EXIT.
092100
092200 8400-READ-CPLY.
092300     READ CLUB-PLAYER-FILE
092400         AT END
092500             MOVE 'Y' TO CF-CPLY-EOF-SW
092600     END-READ.
092700 8400-EXIT.
092800     EXIT.
092900
093000*****************************************************************
093100*  9000-TERMINATE - CLOSE FILES, SET RETURN CODE                *
093200*****************************************************************
093300 9000-TERMINATE.
093400     CLOSE GAME-HIST-FILE
093500     CLOSE REPORT-FILE
093600     IF CF-GAMES-UNKNOWN > ZERO
093700         MOVE 4 TO RETURN-CODE
093800     ELSE
093900         MOVE 0 TO RETURN-CODE
094000     END-IF
094100     PERFORM 9100-LOG-END THRU 9100-EXIT
094200     DISPLAY 'CF4VCLB - NORMAL END, GAMES COUNTED '
094300         CF-GAMES-COUNTED.
094400 9000-EXIT.
094500     EXIT.
094600
094700*****************************************************************
094800*  9100-LOG-END - END RECORD ON THE JOB-RUN LOG.  THE RETURN    *
094900*  CODE IS SAVED AROUND THE CALL BECAUSE A CALLED PROGRAM       *
095000*  THAT LEAVES RETURN-CODE ALONE STILL HANDS BACK ZERO.         *
095100*****************************************************************
095200 9100-LOG-END.
095300     MOVE RETURN-CODE TO CF-SAVE-RETURN
095400     MOVE 'E' TO CF-JR-FUNCTION
095500     MOVE CF-GAMES-READ TO CF-JR-RECS-READ
095600     MOVE CF-GAMES-COUNTED TO CF-JR-RECS-WRITTEN
095700     IF RETURN-CODE = 4
095800         MOVE 'RC04' TO CF-JR-STATUS
095900     ELSE
096000         MOVE 'RC00' TO CF-JR-STATUS
096100     END-IF
096200     CALL 'CF4JRNL' USING CF-JR-PARMS
096300         ON EXCEPTION
096400             DISPLAY 'CF4VCLB - END NOT LOGGED'
096500     END-CALL
096600     MOVE CF-SAVE-RETURN TO RETURN-CODE.
096700 9100-EXIT.
096800     EXIT.
096900
097000*****************************************************************
097100*  9999-ABEND - FATAL ERROR, SET RETURN CODE AND STOP           *
097200*****************************************************************
097300 9999-ABEND.
097400     DISPLAY 'CF4VCLB - RUN TERMINATED IN ERROR'
097500     MOVE 16 TO RETURN-CODE
097600     STOP RUN.
097700 9999-EXIT.
097800     EXIT.
