000100*****************************************************************
000200*                                                               *
000300*  CF4OPEN - OPENING REPERTOIRE REPORT                          *
000400*                                                               *
000500*  GROUPS EVERY GAME ON THE PER-MOVE LOG (MOVELOG) BY ITS       *
000600*  OPENING - THE COLUMNS OF ITS FIRST THREE TO SIX MOVES, THE   *
000700*  DEPTH COMING FROM THE PARAMETER CARD - AND JOINS EACH GAME   *
000800*  TO ITS GAME HISTORY (GAMEHIST) RECORD FOR THE RESULT AND     *
000900*  THE PLAYERS.  FOR THE COACHING NIGHTS IT PRINTS:             *
001000*    OPENING LINES   - GAMES PLAYED AND X WIN, O WIN AND DRAW   *
001100*                      PERCENTAGES FOR EACH LINE, MOST PLAYED   *
001200*                      FIRST                                    *
001300*    PLAYER OPENINGS - EACH PLAYER'S FAVOURITE LINES AS X AND   *
001400*                      AS O, WITH WINS, LOSSES, DRAWS AND THE   *
001500*                      SCORE (A DRAW COUNTS HALF)               *
001600*  GAMES SHORTER THAN THE DEPTH, AND LOGGED GAMES WITH NO       *
001700*  HISTORY RECORD, ARE COUNTED AND LEFT OUT.                    *
001800*                                                               *
001900*  PARAMETER CARD (OPENPARM):                                   *
002000*               COL  1     DEPTH, 3 TO 6 MOVES                  *
002100*               COLS 2-3   LINES SHOWN PER PLAYER FOR EACH      *
002200*                          SIDE, ZERO OR BLANK FOR 3            *
002300*                                                               *
002400*  OUTPUT:  OPENRPT - PRINTED REPERTOIRE REPORT                 *
002500*                                                               *
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. CF4OPEN.
002800 AUTHOR. LEAGUE SYSTEMS GROUP.
002900 INSTALLATION. CONNECT FOUR LEAGUE.
003000 DATE-WRITTEN. 10/15/26.
003100 DATE-COMPILED.
003200*****************************************************************
003300*  MODIFICATION HISTORY                                         *
003400*  --------------------                                         *
003500*  10/15/26 LSG NEW PROGRAM - OPENING STATISTICS OFF THE MOVE   *
003600*               LOG FOR COACHING PREPARATION                    *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PARM-FILE ASSIGN TO OPENPARM
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS CF-PARM-STATUS.
004400     SELECT MOVE-LOG-FILE ASSIGN TO MOVELOG
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS CF-MLOG-STATUS.
004700     SELECT GAME-HIST-FILE ASSIGN TO GAMEHIST
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS CF-HIST-STATUS.
005000     SELECT REPORT-FILE ASSIGN TO OPENRPT
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS CF-RPT-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  PARM-FILE
005700     RECORD CONTAINS 80 CHARACTERS.
005800 01  PARM-REC.
005900     05  CF-PARM-DEPTH            PIC 9(01).
006000     05  CF-PARM-SHOW             PIC X(02).
006100     05  CF-PARM-SHOW-N REDEFINES CF-PARM-SHOW
006200                                  PIC 9(02).
006300     05  FILLER                   PIC X(77).
006400
006500 FD  MOVE-LOG-FILE
006600     RECORD CONTAINS 40 CHARACTERS.
006700 COPY CFMOVLOG.
006800
006900 FD  GAME-HIST-FILE
007000     RECORD CONTAINS 120 CHARACTERS.
007100 COPY CFGAMHST.
007200
007300 FD  REPORT-FILE
007400     RECORD CONTAINS 132 CHARACTERS.
007500 01  REPORT-LINE                  PIC X(132).
007600
007700 WORKING-STORAGE SECTION.
007800 77  CF-PARM-STATUS               PIC X(02).
007900 77  CF-MLOG-STATUS               PIC X(02).
008000 77  CF-HIST-STATUS               PIC X(02).
008100 77  CF-RPT-STATUS                PIC X(02).
008200 77  CF-MLOG-EOF-SW               PIC X(01) VALUE 'N'.
008300     88  CF-MLOG-EOF                  VALUE 'Y'.
008400 77  CF-HIST-EOF-SW               PIC X(01) VALUE 'N'.
008500     88  CF-HIST-EOF                  VALUE 'Y'.
008600 77  CF-SORT-SWAP-SW              PIC X(01) VALUE 'Y'.
008700     88  CF-SORT-SWAPPED              VALUE 'Y'.
008800 77  CF-DEPTH                     PIC S9(04) COMP.
008900 77  CF-SHOW-MAX                  PIC S9(04) COMP.
009000 77  CF-MOVES-READ                PIC S9(07) COMP-3 VALUE +0.
009100 77  CF-GAMES-SEEN                PIC S9(05) COMP-3 VALUE +0.
009200 77  CF-GAMES-COUNTED             PIC S9(05) COMP-3 VALUE +0.
009300 77  CF-GAMES-SHORT               PIC S9(05) COMP-3 VALUE +0.
009400 77  CF-GAMES-UNMATCHED           PIC S9(05) COMP-3 VALUE +0.
009500 77  CF-NOT-TALLIED               PIC S9(05) COMP-3 VALUE +0.
009600 77  CF-CUR-GAME-ID               PIC 9(14) VALUE 0.
009700 77  CF-CUR-MOVES                 PIC S9(04) COMP VALUE +0.
009800 77  CF-CUR-OPENING               PIC X(06).
009900 77  CF-GAME-SUB                  PIC S9(04) COMP VALUE +0.
010000 77  CF-OPEN-SUB                  PIC S9(04) COMP.
010100 77  CF-PO-SUB                    PIC S9(04) COMP.
010200 77  CF-IX                        PIC S9(04) COMP.
010300 77  CF-KX                        PIC S9(04) COMP.
010400 77  CF-WORK-SUB                  PIC S9(04) COMP.
010500 77  CF-WORK-ID                   PIC X(08).
010600 77  CF-WORK-NAME                 PIC X(20).
010700 77  CF-WORK-SIDE                 PIC X(01).
010800 77  CF-WORK-OUTCOME              PIC X(01).
010900     88  CF-OUTCOME-WIN               VALUE 'W'.
011000     88  CF-OUTCOME-LOSS              VALUE 'L'.
011100     88  CF-OUTCOME-DRAW              VALUE 'D'.
011200 77  CF-LAST-ID                   PIC X(08).
011300 77  CF-LAST-SIDE                 PIC X(01).
011400 77  CF-SIDE-SHOWN                PIC S9(04) COMP.
011500 77  CF-PCT                       PIC S9(03) COMP-3.
011600 77  CF-SAVE-RETURN               PIC S9(04) COMP.
011700 77  CF-RUN-DATE                  PIC 9(08).
011800
011900 COPY CFJRPARM.
012000
012100 01  CF-GAME-TABLE.
012200     05  CF-GAME-COUNT            PIC S9(04) COMP VALUE +0.
012300     05  CF-GAME-MAX              PIC S9(04) COMP VALUE +3000.
012400     05  CF-GAME-ENTRY OCCURS 3000 TIMES.
012500         10  CF-GT-GAME-ID        PIC 9(14).
012600         10  CF-GT-X-ID           PIC X(08).
012700         10  CF-GT-X-NAME         PIC X(20).
012800         10  CF-GT-O-ID           PIC X(08).
012900         10  CF-GT-O-NAME         PIC X(20).
013000         10  CF-GT-RESULT         PIC X(01).
013100
013200*****************************************************************
013300*  ONE ENTRY PER OPENING LINE.  THE KEY LEADS WITH 99999 LESS   *
013400*  THE GAMES PLAYED SO AN ASCENDING SORT PUTS THE MOST PLAYED   *
013500*  LINE FIRST.                                                  *
013600*****************************************************************
013700 01  CF-OPEN-TABLE.
013800     05  CF-OPEN-COUNT            PIC S9(04) COMP VALUE +0.
013900     05  CF-OPEN-MAX              PIC S9(04) COMP VALUE +2000.
014000     05  CF-OPEN-ENTRY OCCURS 2000 TIMES.
014100         10  CF-OP-KEY.
014200             15  CF-OP-RANK-GAMES PIC 9(05).
014300             15  CF-OP-OPENING    PIC X(06).
014400         10  CF-OP-GAMES          PIC S9(05) COMP-3.
014500         10  CF-OP-X-WINS         PIC S9(05) COMP-3.
014600         10  CF-OP-O-WINS         PIC S9(05) COMP-3.
014700         10  CF-OP-DRAWS          PIC S9(05) COMP-3.
014800 01  CF-HOLD-OPEN                 PIC X(23).
014900
015000*****************************************************************
015100*  ONE ENTRY PER PLAYER, SIDE AND OPENING LINE, SORTED BY       *
015200*  PLAYER, SIDE (X FIRST), THEN MOST PLAYED FIRST               *
015300*****************************************************************
015400 01  CF-PO-TABLE.
015500     05  CF-PO-COUNT              PIC S9(04) COMP VALUE +0.
015600     05  CF-PO-MAX                PIC S9(04) COMP VALUE +3000.
015700     05  CF-PO-ENTRY OCCURS 3000 TIMES.
015800         10  CF-PO-KEY.
015900             15  CF-PO-PLAYER-ID  PIC X(08).
016000             15  CF-PO-SIDE-SEQ   PIC 9(01).
016100             15  CF-PO-RANK-GAMES PIC 9(05).
016200             15  CF-PO-OPENING    PIC X(06).
016300         10  CF-PO-SIDE           PIC X(01).
016400         10  CF-PO-NAME           PIC X(20).
016500         10  CF-PO-GAMES          PIC S9(05) COMP-3.
016600         10  CF-PO-WINS           PIC S9(05) COMP-3.
016700         10  CF-PO-LOSSES         PIC S9(05) COMP-3.
016800         10  CF-PO-DRAWS          PIC S9(05) COMP-3.
016900 01  CF-HOLD-PO                   PIC X(53).
017000
017100 01  CF-OPENING-TEXT              PIC X(11).
017200 01  CF-WORK-OPENING              PIC X(06).
017300
017400 01  CF-HEAD-1.
017500     05  FILLER                   PIC X(09) VALUE 'CF4OPEN'.
017600     05  FILLER                   PIC X(40) VALUE
017700         'CONNECT FOUR OPENING REPERTOIRE'.
017800     05  FILLER                   PIC X(05) VALUE 'DATE'.
017900     05  CF-HD-DATE               PIC 9(08).
018000     05  FILLER                   PIC X(70) VALUE SPACES.
018100
018200 01  CF-HEAD-DEPTH.
018300     05  FILLER                   PIC X(31) VALUE
018400         'OPENINGS TAKEN TO A DEPTH OF'.
018500     05  CF-HP-DEPTH              PIC 9(01).
018600     05  FILLER                   PIC X(100) VALUE ' MOVES'.
018700
018800 01  CF-SECTION-LINE.
018900     05  CF-SC-TEXT               PIC X(60).
019000     05  FILLER                   PIC X(72) VALUE SPACES.
019100
019200 01  CF-OPEN-HEAD.
019300     05  FILLER                   PIC X(14) VALUE 'OPENING'.
019400     05  FILLER                   PIC X(09) VALUE '   GAMES'.
019500     05  FILLER                   PIC X(09) VALUE '  X WIN%'.
019600     05  FILLER                   PIC X(09) VALUE '  O WIN%'.
019700     05  FILLER                   PIC X(91) VALUE '  DRAW%'.
019800
019900 01  CF-OPEN-LINE.
020000     05  CF-OL-OPENING            PIC X(11).
020100     05  FILLER                   PIC X(03) VALUE SPACES.
020200     05  CF-OL-GAMES              PIC ZZZ,ZZ9.
020300     05  FILLER                   PIC X(05) VALUE SPACES.
020400     05  CF-OL-X-PCT              PIC ZZ9.
020500     05  FILLER                   PIC X(06) VALUE SPACES.
020600     05  CF-OL-O-PCT              PIC ZZ9.
020700     05  FILLER                   PIC X(06) VALUE SPACES.
020800     05  CF-OL-D-PCT              PIC ZZ9.
020900     05  FILLER                   PIC X(85) VALUE SPACES.
021000
021100 01  CF-PLAYER-HEAD.
021200     05  FILLER                   PIC X(10) VALUE 'PLAYER-ID'.
021300     05  FILLER                   PIC X(22) VALUE 'PLAYER NAME'.
021400     05  FILLER                   PIC X(06) VALUE 'SIDE'.
021500     05  FILLER                   PIC X(14) VALUE 'OPENING'.
021600     05  FILLER                   PIC X(07) VALUE ' GAMES'.
021700     05  FILLER                   PIC X(07) VALUE '  WON'.
021800     05  FILLER                   PIC X(07) VALUE ' LOST'.
021900     05  FILLER                   PIC X(07) VALUE ' DRAWN'.
022000     05  FILLER                   PIC X(52) VALUE ' SCORE%'.
022100
022200 01  CF-PLAYER-LINE.
022300     05  CF-PL-ID                 PIC X(08).
022400     05  FILLER                   PIC X(02) VALUE SPACES.
022500     05  CF-PL-NAME               PIC X(20).
022600     05  FILLER                   PIC X(02) VALUE SPACES.
022700     05  CF-PL-SIDE               PIC X(01).
022800     05  FILLER                   PIC X(05) VALUE SPACES.
022900     05  CF-PL-OPENING            PIC X(11).
023000     05  FILLER                   PIC X(03) VALUE SPACES.
023100     05  CF-PL-GAMES              PIC ZZZZ9.
023200     05  FILLER                   PIC X(02) VALUE SPACES.
023300     05  CF-PL-WINS               PIC ZZZZ9.
023400     05  FILLER                   PIC X(02) VALUE SPACES.
023500     05  CF-PL-LOSSES             PIC ZZZZ9.
023600     05  FILLER                   PIC X(02) VALUE SPACES.
023700     05  CF-PL-DRAWS              PIC ZZZZ9.
023800     05  FILLER                   PIC X(04) VALUE SPACES.
023900     05  CF-PL-SCORE              PIC ZZ9.
024000     05  FILLER                   PIC X(47) VALUE SPACES.
024100
024200 01  CF-COUNT-LINE.
024300     05  CF-CT-LABEL              PIC X(34).
024400     05  CF-CT-VALUE              PIC ZZZ,ZZ9.
024500     05  FILLER                   PIC X(91) VALUE SPACES.
024600
024700 PROCEDURE DIVISION.
024800*****************************************************************
024900*  0000-MAINLINE - CONTROL THE RUN                              *
025000*****************************************************************
025100 0000-MAINLINE.
025200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025300     PERFORM 2000-PROCESS-MOVE THRU 2000-EXIT
025400         UNTIL CF-MLOG-EOF
025500     PERFORM 2200-END-GAME THRU 2200-EXIT
025600     PERFORM 5000-SORT-OPENINGS THRU 5000-EXIT
025700     PERFORM 5200-SORT-PLAYERS THRU 5200-EXIT
025800     PERFORM 7000-PRINT-OPENINGS THRU 7000-EXIT
025900     PERFORM 7200-PRINT-PLAYERS THRU 7200-EXIT
026000     PERFORM 9000-TERMINATE THRU 9000-EXIT
026100     STOP RUN.
026200
026300*****************************************************************
026400*  1000-INITIALIZE - PARM, OPEN FILES, TABLE THE GAME HISTORY   *
026500*****************************************************************
026600 1000-INITIALIZE.
026700     ACCEPT CF-RUN-DATE FROM DATE YYYYMMDD
026800     OPEN INPUT PARM-FILE
026900     IF CF-PARM-STATUS NOT = '00'
027000         DISPLAY 'CF4OPEN - CANNOT OPEN OPENPARM, STATUS '
027100             CF-PARM-STATUS
027200         GO TO 9999-ABEND
027300     END-IF
027400     READ PARM-FILE
027500         AT END
027600             DISPLAY 'CF4OPEN - EMPTY PARAMETER FILE'
027700             GO TO 9999-ABEND
027800     END-READ
027900     CLOSE PARM-FILE
028000     IF CF-PARM-DEPTH IS NOT NUMERIC
028100         OR CF-PARM-DEPTH < 3 OR CF-PARM-DEPTH > 6
028200         DISPLAY 'CF4OPEN - DEPTH ON THE PARM CARD MUST BE 3-6'
028300         GO TO 9999-ABEND
028400     END-IF
028500     MOVE CF-PARM-DEPTH TO CF-DEPTH
028600     IF CF-PARM-SHOW = SPACES
028700         MOVE ZERO TO CF-PARM-SHOW-N
028800     END-IF
028900     IF CF-PARM-SHOW-N IS NOT NUMERIC
029000         DISPLAY 'CF4OPEN - LINES PER PLAYER NOT NUMERIC'
029100         GO TO 9999-ABEND
029200     END-IF
029300     IF CF-PARM-SHOW-N = ZERO
029400         MOVE 3 TO CF-SHOW-MAX
029500     ELSE
029600         MOVE CF-PARM-SHOW-N TO CF-SHOW-MAX
029700     END-IF
029800     PERFORM 1300-LOG-START THRU 1300-EXIT
029900     OPEN INPUT GAME-HIST-FILE
030000     IF CF-HIST-STATUS NOT = '00'
030100         DISPLAY 'CF4OPEN - CANNOT OPEN GAMEHIST, STATUS '
030200             CF-HIST-STATUS
030300         GO TO 9999-ABEND
030400     END-IF
030500     OPEN INPUT MOVE-LOG-FILE
030600     IF CF-MLOG-STATUS NOT = '00'
030700         DISPLAY 'CF4OPEN - CANNOT OPEN MOVELOG, STATUS '
030800             CF-MLOG-STATUS
030900         GO TO 9999-ABEND
031000     END-IF
031100     OPEN OUTPUT REPORT-FILE
031200     IF CF-RPT-STATUS NOT = '00'
031300         DISPLAY 'CF4OPEN - CANNOT OPEN OPENRPT, STATUS '
031400             CF-RPT-STATUS
031500         GO TO 9999-ABEND
031600     END-IF
031700     PERFORM 8000-READ-HIST THRU 8000-EXIT
031800     PERFORM 1100-TABLE-GAME THRU 1100-EXIT
031900         UNTIL CF-HIST-EOF
032000     CLOSE GAME-HIST-FILE
032100     PERFORM 8100-READ-MLOG THRU 8100-EXIT.
032200 1000-EXIT.
032300     EXIT.
032400
032500 1100-TABLE-GAME.
032600     IF CF-GAME-COUNT < CF-GAME-MAX
032700         ADD 1 TO CF-GAME-COUNT
032800         MOVE CF-GH-GAME-ID
032900             TO CF-GT-GAME-ID (CF-GAME-COUNT)
033000         MOVE CF-GH-X-PLAYER-ID
033100             TO CF-GT-X-ID (CF-GAME-COUNT)
033200         MOVE CF-GH-X-PLAYER-NAME
033300             TO CF-GT-X-NAME (CF-GAME-COUNT)
033400         MOVE CF-GH-O-PLAYER-ID
033500             TO CF-GT-O-ID (CF-GAME-COUNT)
033600         MOVE CF-GH-O-PLAYER-NAME
033700             TO CF-GT-O-NAME (CF-GAME-COUNT)
033800         MOVE CF-GH-RESULT
033900             TO CF-GT-RESULT (CF-GAME-COUNT)
034000     ELSE
034100         DISPLAY 'CF4OPEN - GAME TABLE FULL, GAME '
034200             CF-GH-GAME-ID ' NOT ANALYZED'
034300     END-IF
034400     PERFORM 8000-READ-HIST THRU 8000-EXIT.
034500 1100-EXIT.
034600     EXIT.
034700
034800*****************************************************************
034900*  1300-LOG-START - STAMP THE JOB-RUN LOG.  AN ON-DEMAND        *
035000*  PROGRAM MAY RUN SEVERAL TIMES A DAY, SO THE START IS         *
035100*  LOGGED WITHOUT THE RERUN GUARD.                              *
035200*****************************************************************
035300 1300-LOG-START.
035400     MOVE 'A' TO CF-JR-FUNCTION
035500     MOVE 'CF4OPEN' TO CF-JR-PROGRAM
035600     MOVE CF-RUN-DATE TO CF-JR-RUN-DATE
035700     MOVE ZEROES TO CF-JR-RECS-READ
035800     MOVE ZEROES TO CF-JR-RECS-WRITTEN
035900     MOVE SPACES TO CF-JR-STATUS
036000     MOVE ZERO TO CF-JR-RETURN
036100     CALL 'CF4JRNL' USING CF-JR-PARMS
036200         ON EXCEPTION
036300             DISPLAY 'CF4OPEN - CF4JRNL IS NOT AVAILABLE'
036400             GO TO 9999-ABEND
036500     END-CALL
036600     IF CF-JR-RETURN NOT = ZERO
036700         DISPLAY 'CF4OPEN - JOB LOG ERROR, RETURN '
036800             CF-JR-RETURN
036900         GO TO 9999-ABEND
037000     END-IF.
037100 1300-EXIT.
037200     EXIT.
037300
037400*****************************************************************
037500*  2000-PROCESS-MOVE - COLLECT THE OPENING COLUMNS OF THE GAME  *
037600*****************************************************************
037700 2000-PROCESS-MOVE.
037800     ADD 1 TO CF-MOVES-READ
037900     IF CF-ML-GAME-ID NOT = CF-CUR-GAME-ID
038000         PERFORM 2200-END-GAME THRU 2200-EXIT
038100         PERFORM 2100-START-GAME THRU 2100-EXIT
038200     END-IF
038300     IF CF-GAME-SUB = ZERO
038400         GO TO 2000-NEXT
038500     END-IF
038600     IF CF-ML-MOVE-SEQ < 1 OR CF-ML-MOVE-SEQ > CF-DEPTH
038700         GO TO 2000-NEXT
038800     END-IF
038900     IF CF-ML-COLUMN < 1 OR CF-ML-COLUMN > 7
039000         DISPLAY 'CF4OPEN - BAD MOVE LOG RECORD SKIPPED, GAME '
039100             CF-ML-GAME-ID ' SEQ ' CF-ML-MOVE-SEQ
039200         GO TO 2000-NEXT
039300     END-IF
039400     IF CF-CUR-OPENING (CF-ML-MOVE-SEQ:1) = SPACE
039500         MOVE CF-ML-COLUMN
039600             TO CF-CUR-OPENING (CF-ML-MOVE-SEQ:1)
039700         ADD 1 TO CF-CUR-MOVES
039800     END-IF.
039900 2000-NEXT.
040000     PERFORM 8100-READ-MLOG THRU 8100-EXIT.
040100 2000-EXIT.
040200     EXIT.
040300
040400*****************************************************************
040500*  2100-START-GAME - CLEAR THE OPENING, FIND THE HISTORY RECORD *
040600*****************************************************************
040700 2100-START-GAME.
040800     MOVE CF-ML-GAME-ID TO CF-CUR-GAME-ID
040900     MOVE SPACES TO CF-CUR-OPENING
041000     MOVE ZERO TO CF-CUR-MOVES
041100     ADD 1 TO CF-GAMES-SEEN
041200     MOVE ZERO TO CF-GAME-SUB
041300     PERFORM 2110-SCAN-GAMES THRU 2110-EXIT
041400         VARYING CF-IX FROM 1 BY 1
041500         UNTIL CF-IX > CF-GAME-COUNT
041600            OR CF-GAME-SUB > ZERO
041700     IF CF-GAME-SUB = ZERO
041800         ADD 1 TO CF-GAMES-UNMATCHED
041900     END-IF.
042000 2100-EXIT.
042100     EXIT.
042200
042300 2110-SCAN-GAMES.
042400     IF CF-GT-GAME-ID (CF-IX) = CF-CUR-GAME-ID
042500         MOVE CF-IX TO CF-GAME-SUB
042600     END-IF.
042700 2110-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100*  2200-END-GAME - TALLY THE GAME JUST FINISHED, IF IT WAS      *
043200*  MATCHED AND REACHED THE FULL DEPTH                           *
043300*****************************************************************
043400 2200-END-GAME.
043500     IF CF-GAME-SUB = ZERO
043600         GO TO 2200-EXIT
043700     END-IF
043800     IF CF-CUR-MOVES < CF-DEPTH
043900         ADD 1 TO CF-GAMES-SHORT
044000         MOVE ZERO TO CF-GAME-SUB
044100         GO TO 2200-EXIT
044200     END-IF
044300     ADD 1 TO CF-GAMES-COUNTED
044400     PERFORM 3000-TALLY-OPENING THRU 3000-EXIT
044500     MOVE 'X' TO CF-WORK-SIDE
044600     MOVE CF-GT-X-ID (CF-GAME-SUB) TO CF-WORK-ID
044700     MOVE CF-GT-X-NAME (CF-GAME-SUB) TO CF-WORK-NAME
044800     EVALUATE CF-GT-RESULT (CF-GAME-SUB)
044900         WHEN 'X'
045000             MOVE 'W' TO CF-WORK-OUTCOME
045100         WHEN 'O'
045200             MOVE 'L' TO CF-WORK-OUTCOME
045300         WHEN OTHER
045400             MOVE 'D' TO CF-WORK-OUTCOME
045500     END-EVALUATE
045600     PERFORM 3100-TALLY-PLAYER THRU 3100-EXIT
045700     MOVE 'O' TO CF-WORK-SIDE
045800     MOVE CF-GT-O-ID (CF-GAME-SUB) TO CF-WORK-ID
045900     MOVE CF-GT-O-NAME (CF-GAME-SUB) TO CF-WORK-NAME
046000     EVALUATE CF-GT-RESULT (CF-GAME-SUB)
046100         WHEN 'O'
046200             MOVE 'W' TO CF-WORK-OUTCOME
046300         WHEN 'X'
046400             MOVE 'L' TO CF-WORK-OUTCOME
046500         WHEN OTHER
046600             MOVE 'D' TO CF-WORK-OUTCOME
046700     END-EVALUATE
046800     PERFORM 3100-TALLY-PLAYER THRU 3100-EXIT
046900     MOVE ZERO TO CF-GAME-SUB.
047000 2200-EXIT.
047100     EXIT.
047200
047300*****************************************************************
047400*  3000-TALLY-OPENING - ADD THE GAME TO ITS OPENING LINE        *
047500*****************************************************************
047600 3000-TALLY-OPENING.
047700     MOVE ZERO TO CF-OPEN-SUB
047800     PERFORM 3010-SCAN-OPENINGS THRU 3010-EXIT
047900         VARYING CF-IX FROM 1 BY 1
048000         UNTIL CF-IX > CF-OPEN-COUNT
048100            OR CF-OPEN-SUB > ZERO
048200     IF CF-OPEN-SUB = ZERO
048300         IF CF-OPEN-COUNT >= CF-OPEN-MAX
048400             ADD 1 TO CF-NOT-TALLIED
048500             GO TO 3000-EXIT
048600         END-IF
048700         ADD 1 TO CF-OPEN-COUNT
048800         MOVE CF-OPEN-COUNT TO CF-OPEN-SUB
048900         MOVE CF-CUR-OPENING TO CF-OP-OPENING (CF-OPEN-SUB)
049000         MOVE ZERO TO CF-OP-RANK-GAMES (CF-OPEN-SUB)
049100         MOVE ZERO TO CF-OP-GAMES (CF-OPEN-SUB)
049200         MOVE ZERO TO CF-OP-X-WINS (CF-OPEN-SUB)
049300         MOVE ZERO TO CF-OP-O-WINS (CF-OPEN-SUB)
049400         MOVE ZERO TO CF-OP-DRAWS (CF-OPEN-SUB)
049500     END-IF
049600     ADD 1 TO CF-OP-GAMES (CF-OPEN-SUB)
049700     EVALUATE CF-GT-RESULT (CF-GAME-SUB)
049800         WHEN 'X'
049900             ADD 1 TO CF-OP-X-WINS (CF-OPEN-SUB)
050000         WHEN 'O'
050100             ADD 1 TO CF-OP-O-WINS (CF-OPEN-SUB)
050200         WHEN OTHER
050300             ADD 1 TO CF-OP-DRAWS (CF-OPEN-SUB)
050400     END-EVALUATE.
050500 3000-EXIT.
050600     EXIT.
050700
050800 3010-SCAN-OPENINGS.
050900     IF CF-OP-OPENING (CF-IX) = CF-CUR-OPENING
051000         MOVE CF-IX TO CF-OPEN-SUB
051100     END-IF.
051200 3010-EXIT.
051300     EXIT.
051400
051500*****************************************************************
051600*  3100-TALLY-PLAYER - ADD THE GAME TO CF-WORK-ID'S LINE FOR    *
051700*  CF-WORK-SIDE, SCORED BY CF-WORK-OUTCOME                      *
051800*****************************************************************
051900 3100-TALLY-PLAYER.
052000     MOVE ZERO TO CF-PO-SUB
052100     PERFORM 3110-SCAN-PLAYERS THRU 3110-EXIT
052200         VARYING CF-IX FROM 1 BY 1
052300         UNTIL CF-IX > CF-PO-COUNT
052400            OR CF-PO-SUB > ZERO
052500     IF CF-PO-SUB = ZERO
052600         IF CF-PO-COUNT >= CF-PO-MAX
052700             ADD 1 TO CF-NOT-TALLIED
052800             GO TO 3100-EXIT
052900         END-IF
053000         ADD 1 TO CF-PO-COUNT
053100         MOVE CF-PO-COUNT TO CF-PO-SUB
053200         MOVE CF-WORK-ID TO CF-PO-PLAYER-ID (CF-PO-SUB)
053300         MOVE CF-WORK-SIDE TO CF-PO-SIDE (CF-PO-SUB)
053400         IF CF-WORK-SIDE = 'X'
053500             MOVE 1 TO CF-PO-SIDE-SEQ (CF-PO-SUB)
053600         ELSE
053700             MOVE 2 TO CF-PO-SIDE-SEQ (CF-PO-SUB)
053800         END-IF
053900         MOVE ZERO TO CF-PO-RANK-GAMES (CF-PO-SUB)
054000         MOVE CF-CUR-OPENING TO CF-PO-OPENING (CF-PO-SUB)
054100         MOVE CF-WORK-NAME TO CF-PO-NAME (CF-PO-SUB)
054200         MOVE ZERO TO CF-PO-GAMES (CF-PO-SUB)
054300         MOVE ZERO TO CF-PO-WINS (CF-PO-SUB)
054400         MOVE ZERO TO CF-PO-LOSSES (CF-PO-SUB)
054500         MOVE ZERO TO CF-PO-DRAWS (CF-PO-SUB)
054600     END-IF
054700     ADD 1 TO CF-PO-GAMES (CF-PO-SUB)
054800     EVALUATE TRUE
054900         WHEN CF-OUTCOME-WIN
055000             ADD 1 TO CF-PO-WINS (CF-PO-SUB)
055100         WHEN CF-OUTCOME-LOSS
055200             ADD 1 TO CF-PO-LOSSES (CF-PO-SUB)
055300         WHEN OTHER
055400             ADD 1 TO CF-PO-DRAWS (CF-PO-SUB)
055500     END-EVALUATE.
055600 3100-EXIT.
055700     EXIT.
055800
055900 3110-SCAN-PLAYERS.
056000     IF CF-PO-PLAYER-ID (CF-IX) = CF-WORK-ID
056100         AND CF-PO-SIDE (CF-IX) = CF-WORK-SIDE
056200         AND CF-PO-OPENING (CF-IX) = CF-CUR-OPENING
056300         MOVE CF-IX TO CF-PO-SUB
056400     END-IF.
056500 3110-EXIT.
056600     EXIT.
056700
056800*****************************************************************
056900*  5000-SORT-OPENINGS - MOST PLAYED LINE FIRST                  *
057000*****************************************************************
057100 5000-SORT-OPENINGS.
057200     PERFORM 5010-SET-RANK THRU 5010-EXIT
057300         VARYING CF-IX FROM 1 BY 1
057400         UNTIL CF-IX > CF-OPEN-COUNT
057500     MOVE 'Y' TO CF-SORT-SWAP-SW
057600     PERFORM 5100-SORT-PASS THRU 5100-EXIT
057700         UNTIL NOT CF-SORT-SWAPPED.
057800 5000-EXIT.
057900     EXIT.
058000
058100 5010-SET-RANK.
058200     COMPUTE CF-OP-RANK-GAMES (CF-IX) =
058300         99999 - CF-OP-GAMES (CF-IX).
058400 5010-EXIT.
058500     EXIT.
058600
058700 5100-SORT-PASS.
058800     MOVE 'N' TO CF-SORT-SWAP-SW
058900     PERFORM 5110-SORT-COMPARE THRU 5110-EXIT
059000         VARYING CF-IX FROM 1 BY 1
059100         UNTIL CF-IX >= CF-OPEN-COUNT.
059200 5100-EXIT.
059300     EXIT.
059400
059500 5110-SORT-COMPARE.
059600     COMPUTE CF-WORK-SUB = CF-IX + 1
059700     IF CF-OP-KEY (CF-WORK-SUB) < CF-OP-KEY (CF-IX)
059800         MOVE CF-OPEN-ENTRY (CF-IX) TO CF-HOLD-OPEN
059900         MOVE CF-OPEN-ENTRY (CF-WORK-SUB)
060000             TO CF-OPEN-ENTRY (CF-IX)
060100         MOVE CF-HOLD-OPEN TO CF-OPEN-ENTRY (CF-WORK-SUB)
060200         MOVE 'Y' TO CF-SORT-SWAP-SW
060300     END-IF.
060400 5110-EXIT.
060500     EXIT.
060600
060700*****************************************************************
060800*  5200-SORT-PLAYERS - BY PLAYER, SIDE, MOST PLAYED LINE FIRST  *
060900*****************************************************************
061000 5200-SORT-PLAYERS.
061100     PERFORM 5210-SET-RANK THRU 5210-EXIT
061200         VARYING CF-IX FROM 1 BY 1
061300         UNTIL CF-IX > CF-PO-COUNT
061400     MOVE 'Y' TO CF-SORT-SWAP-SW
061500     PERFORM 5300-SORT-PASS THRU 5300-EXIT
061600         UNTIL NOT CF-SORT-SWAPPED.
061700 5200-EXIT.
061800     EXIT.
061900
062000 5210-SET-RANK.
062100     COMPUTE CF-PO-RANK-GAMES (CF-IX) =
062200         99999 - CF-PO-GAMES (CF-IX).
062300 5210-EXIT.
062400     EXIT.
062500
062600 5300-SORT-PASS.
062700     MOVE 'N' TO CF-SORT-SWAP-SW
062800     PERFORM 5310-SORT-COMPARE THRU 5310-EXIT
062900         VARYING CF-IX FROM 1 BY 1
063000         UNTIL CF-IX >= CF-PO-COUNT.
063100 5300-EXIT.
063200     EXIT.
063300
063400 5310-SORT-COMPARE.
063500     COMPUTE CF-WORK-SUB = CF-IX + 1
063600     IF CF-PO-KEY (CF-WORK-SUB) < CF-PO-KEY (CF-IX)
063700         MOVE CF-PO-ENTRY (CF-IX) TO CF-HOLD-PO
063800         MOVE CF-PO-ENTRY (CF-WORK-SUB)
063900             TO CF-PO-ENTRY (CF-IX)
064000         MOVE CF-HOLD-PO TO CF-PO-ENTRY (CF-WORK-SUB)
064100         MOVE 'Y' TO CF-SORT-SWAP-SW
064200     END-IF.
064300 5310-EXIT.
064400     EXIT.
064500
064600*****************************************************************
064700*  7000-PRINT-OPENINGS - ONE LINE PER OPENING                   *
064800*****************************************************************
064900 7000-PRINT-OPENINGS.
065000     MOVE CF-RUN-DATE TO CF-HD-DATE
065100     WRITE REPORT-LINE FROM CF-HEAD-1
065200     MOVE CF-DEPTH TO CF-HP-DEPTH
065300     WRITE REPORT-LINE FROM CF-HEAD-DEPTH
065400     MOVE SPACES TO REPORT-LINE
065500     WRITE REPORT-LINE
065600     MOVE 'OPENING LINES - MOST PLAYED FIRST' TO CF-SC-TEXT
065700     WRITE REPORT-LINE FROM CF-SECTION-LINE
065800     WRITE REPORT-LINE FROM CF-OPEN-HEAD
065900     PERFORM 7100-PRINT-OPENING THRU 7100-EXIT
066000         VARYING CF-IX FROM 1 BY 1
066100         UNTIL CF-IX > CF-OPEN-COUNT.
066200 7000-EXIT.
066300     EXIT.
066400
066500 7100-PRINT-OPENING.
066600     MOVE CF-OP-OPENING (CF-IX) TO CF-WORK-OPENING
066700     PERFORM 7500-FORMAT-OPENING THRU 7500-EXIT
066800     MOVE CF-OPENING-TEXT TO CF-OL-OPENING
066900     MOVE CF-OP-GAMES (CF-IX) TO CF-OL-GAMES
067000     COMPUTE CF-PCT ROUNDED =
067100         CF-OP-X-WINS (CF-IX) * 100 / CF-OP-GAMES (CF-IX)
067200     MOVE CF-PCT TO CF-OL-X-PCT
067300     COMPUTE CF-PCT ROUNDED =
067400         CF-OP-O-WINS (CF-IX) * 100 / CF-OP-GAMES (CF-IX)
067500     MOVE CF-PCT TO CF-OL-O-PCT
067600     COMPUTE CF-PCT ROUNDED =
067700         CF-OP-DRAWS (CF-IX) * 100 / CF-OP-GAMES (CF-IX)
067800     MOVE CF-PCT TO CF-OL-D-PCT
067900     WRITE REPORT-LINE FROM CF-OPEN-LINE.
068000 7100-EXIT.
068100     EXIT.
068200
068300*****************************************************************
068400*  7200-PRINT-PLAYERS - EACH PLAYER'S FAVOURITE LINES, THE      *
068500*  FIRST CF-SHOW-MAX FOR EACH SIDE                              *
068600*****************************************************************
068700 7200-PRINT-PLAYERS.
068800     MOVE SPACES TO REPORT-LINE
068900     WRITE REPORT-LINE
069000     MOVE 'PLAYER OPENINGS - FAVOURITE LINES AS X AND AS O'
069100         TO CF-SC-TEXT
069200     WRITE REPORT-LINE FROM CF-SECTION-LINE
069300     WRITE REPORT-LINE FROM CF-PLAYER-HEAD
069400     MOVE SPACES TO CF-LAST-ID
069500     MOVE SPACES TO CF-LAST-SIDE
069600     PERFORM 7300-PRINT-PLAYER-LINE THRU 7300-EXIT
069700         VARYING CF-IX FROM 1 BY 1
069800         UNTIL CF-IX > CF-PO-COUNT.
069900 7200-EXIT.
070000     EXIT.
070100
070200 7300-PRINT-PLAYER-LINE.
070300     MOVE SPACES TO CF-PLAYER-LINE
070400     IF CF-PO-PLAYER-ID (CF-IX) NOT = CF-LAST-ID
070500         MOVE SPACES TO REPORT-LINE
070600         WRITE REPORT-LINE
070700         MOVE CF-PO-PLAYER-ID (CF-IX) TO CF-LAST-ID
070800         MOVE CF-PO-PLAYER-ID (CF-IX) TO CF-PL-ID
070900         MOVE CF-PO-NAME (CF-IX) TO CF-PL-NAME
071000         MOVE SPACES TO CF-LAST-SIDE
071100     END-IF
071200     IF CF-PO-SIDE (CF-IX) NOT = CF-LAST-SIDE
071300         MOVE CF-PO-SIDE (CF-IX) TO CF-LAST-SIDE
071400         MOVE CF-PO-SIDE (CF-IX) TO CF-PL-SIDE
071500         MOVE ZERO TO CF-SIDE-SHOWN
071600     END-IF
071700     IF CF-SIDE-SHOWN >= CF-SHOW-MAX
071800         GO TO 7300-EXIT
071900     END-IF
072000     ADD 1 TO CF-SIDE-SHOWN
072100     MOVE CF-PO-OPENING (CF-IX) TO CF-WORK-OPENING
072200     PERFORM 7500-FORMAT-OPENING THRU 7500-EXIT
072300     MOVE CF-OPENING-TEXT TO CF-PL-OPENING
072400     MOVE CF-PO-GAMES (CF-IX) TO CF-PL-GAMES
072500     MOVE CF-PO-WINS (CF-IX) TO CF-PL-WINS
072600     MOVE CF-PO-LOSSES (CF-IX) TO CF-PL-LOSSES
072700     MOVE CF-PO-DRAWS (CF-IX) TO CF-PL-DRAWS
072800     COMPUTE CF-PCT ROUNDED =
072900         (CF-PO-WINS (CF-IX) * 2 + CF-PO-DRAWS (CF-IX)) * 50
073000         / CF-PO-GAMES (CF-IX)
073100     MOVE CF-PCT TO CF-PL-SCORE
073200     WRITE REPORT-LINE FROM CF-PLAYER-LINE.
073300 7300-EXIT.
073400     EXIT.
073500
073600*****************************************************************
073700*  7500-FORMAT-OPENING - CF-WORK-OPENING AS 4-4-3-5             *
073800*****************************************************************
073900 7500-FORMAT-OPENING.
074000     MOVE SPACES TO CF-OPENING-TEXT
074100     PERFORM 7510-FORMAT-MOVE THRU 7510-EXIT
074200         VARYING CF-KX FROM 1 BY 1
074300         UNTIL CF-KX > CF-DEPTH.
074400 7500-EXIT.
074500     EXIT.
074600
074700 7510-FORMAT-MOVE.
074800     COMPUTE CF-WORK-SUB = CF-KX * 2 - 1
074900     MOVE CF-WORK-OPENING (CF-KX:1)
075000         TO CF-OPENING-TEXT (CF-WORK-SUB:1)
075100     IF CF-KX < CF-DEPTH
075200         ADD 1 TO CF-WORK-SUB
075300         MOVE '-' TO CF-OPENING-TEXT (CF-WORK-SUB:1)
075400     END-IF.
075500 7510-EXIT.
075600     EXIT.
075700
075800*****************************************************************
075900*  8000-READ-HIST / 8100-READ-MLOG                              *
076000*****************************************************************
076100 8000-READ-HIST.
076200     READ GAME-HIST-FILE
076300         AT END
076400             MOVE 'Y' TO CF-HIST-EOF-SW
076500     END-READ.
076600 8000-EXIT.
076700     EXIT.
076800
076900 8100-READ-MLOG.
077000     READ MOVE-LOG-FILE
077100         AT END
077200             MOVE 'Y' TO CF-MLOG-EOF-SW
077300     END-READ.
077400 8100-EXIT.
077500     EXIT.
077600
077700*****************************************************************
077800*  9000-TERMINATE - TOTALS, CLOSE FILES                         *
077900*****************************************************************
078000 9000-TERMINATE.
078100     MOVE SPACES TO REPORT-LINE
078200     WRITE REPORT-LINE
078300     MOVE 'MOVE LOG RECORDS READ' TO CF-CT-LABEL
078400     MOVE CF-MOVES-READ TO CF-CT-VALUE
078500     WRITE REPORT-LINE FROM CF-COUNT-LINE
078600     MOVE 'GAMES ON THE MOVE LOG' TO CF-CT-LABEL
078700     MOVE CF-GAMES-SEEN TO CF-CT-VALUE
078800     WRITE REPORT-LINE FROM CF-COUNT-LINE
078900     MOVE 'GAMES COUNTED' TO CF-CT-LABEL
079000     MOVE CF-GAMES-COUNTED TO CF-CT-VALUE
079100     WRITE REPORT-LINE FROM CF-COUNT-LINE
079200     MOVE 'GAMES SHORTER THAN THE DEPTH' TO CF-CT-LABEL
079300     MOVE CF-GAMES-SHORT TO CF-CT-VALUE
079400     WRITE REPORT-LINE FROM CF-COUNT-LINE
079500     MOVE 'GAMES WITH NO HISTORY RECORD' TO CF-CT-LABEL
079600     MOVE CF-GAMES-UNMATCHED TO CF-CT-VALUE
079700     WRITE REPORT-LINE FROM CF-COUNT-LINE
079800     MOVE 'OPENING LINES' TO CF-CT-LABEL
079900     MOVE CF-OPEN-COUNT TO CF-CT-VALUE
080000     WRITE REPORT-LINE FROM CF-COUNT-LINE
080100     IF CF-NOT-TALLIED > ZERO
080200         MOVE 'TALLIES LOST - TABLE FULL' TO CF-CT-LABEL
080300         MOVE CF-NOT-TALLIED TO CF-CT-VALUE
080400         WRITE REPORT-LINE FROM CF-COUNT-LINE
080500     END-IF
080600     CLOSE MOVE-LOG-FILE
080700     CLOSE REPORT-FILE
080800     MOVE 0 TO RETURN-CODE
080900     PERFORM 9100-LOG-END THRU 9100-EXIT
081000     DISPLAY 'CF4OPEN - NORMAL END, GAMES COUNTED '
081100         CF-GAMES-COUNTED.
081200 9000-EXIT.
081300     EXIT.
081400
081500*****************************************************************
081600*  9100-LOG-END - END RECORD ON THE JOB-RUN LOG.  THE RETURN    *
081700*  CODE IS SAVED AROUND THE CALL BECAUSE A CALLED PROGRAM       *
081800*  THAT LEAVES RETURN-CODE ALONE STILL HANDS BACK ZERO.         *
081900*****************************************************************
082000 9100-LOG-END.
082100     MOVE RETURN-CODE TO CF-SAVE-RETURN
082200     MOVE 'E' TO CF-JR-FUNCTION
082300     MOVE CF-MOVES-READ TO CF-JR-RECS-READ
082400     MOVE ZERO TO CF-JR-RECS-WRITTEN
082500     MOVE 'RC00' TO CF-JR-STATUS
082600     CALL 'CF4JRNL' USING CF-JR-PARMS
082700         ON EXCEPTION
082800             DISPLAY 'CF4OPEN - END NOT LOGGED'
082900     END-CALL
083000     MOVE CF-SAVE-RETURN TO RETURN-CODE.
083100 9100-EXIT.
083200     EXIT.
083300
083400*****************************************************************
083500*  9999-ABEND - FATAL ERROR, SET RETURN CODE AND STOP           *
083600*****************************************************************
083700 9999-ABEND.
083800     DISPLAY 'CF4OPEN - RUN TERMINATED IN ERROR'
083900     MOVE 16 TO RETURN-CODE
084000     STOP RUN.
084100 9999-EXIT.
084200     EXIT.
