000100*****************************************************************
000200*                                                               *
000300*  CF4LEGL - GAME LEGALITY CERTIFICATION AUDIT                  *
000400*                                                               *
000500*  CF4RECN ONLY MATCHES MOVE COUNTS.  THIS AUDIT REPLAYS EVERY  *
000600*  GAME ON THE PER-MOVE LOG (MOVELOG) ON A FRESH BOARD AND      *
000700*  CHECKS EACH MOVE IN TURN:                                    *
000800*    SQ - MOVE NUMBER NOT THE NEXT IN SEQUENCE                  *
000900*    CL - COLUMN OR ROW OFF THE BOARD                           *
001000*    SD - WRONG SIDE TO MOVE (X MOVES FIRST, THEN ALTERNATE)    *
001100*    AW - MOVE LOGGED AFTER FOUR IN A ROW WAS ALREADY MADE      *
001200*    FC - PIECE LOGGED INTO A FULL COLUMN                       *
001300*    RW - LOGGED ROW IS NOT WHERE THE PIECE WOULD FALL          *
001400*  THEN CHECKS THE GAME HISTORY (GAMEHIST) RECORD AGAINST THE   *
001500*  FINAL BOARD:                                                 *
001600*    MC - HISTORY MOVE COUNT DIFFERS FROM THE MOVES REPLAYED    *
001700*    RS - RESULT NOT SUPPORTED: A WIN WITH NO FOUR FOR THE      *
001800*         WINNER, A DRAW WITH A FOUR OR A BOARD NOT FULL, OR    *
001900*         A FORFEIT AFTER THE GAME WAS ALREADY WON              *
002000*    WL - WIN PATTERN, ROW AND COLUMN DO NOT NAME FOUR OF THE   *
002100*         WINNER'S PIECES (A FORFEIT CARRIES NONE)              *
002200*    NL - LOCAL GAME WITH NO MOVES ON THE MOVE LOG              *
002300*  THE FIRST FAILURE IN A GAME FLAGS IT AND ENDS ITS CHECKS.    *
002400*  EVERY GAMEHIST RECORD IS CERTIFIED (C) OR FLAGGED (F);       *
002500*  INTER-CLUB GAMES POSTED BY CF4ICLB HAVE NO MOVE LOG AND ARE  *
002600*  MARKED EXEMPT (E).  A FORFEIT BEFORE THE FIRST MOVE NEEDS    *
002700*  NO MOVE LOG.  LOGGED GAMES WITH NO HISTORY RECORD ARE        *
002800*  COUNTED ONLY - CF4RECN REPORTS THEM.                         *
002900*                                                               *
003000*  OUTPUT:  LEGLCERT - ONE CERTIFICATE PER GAME IN GAMEHIST     *
003100*                      ORDER, THEN THE CONTROL TOTAL RECORD     *
003200*                      QUOTED BY THE SEASON CLOSE (CF4SEAS)     *
003300*           LEGLRPT  - FIRST ILLEGAL MOVE OF EACH FLAGGED       *
003400*                      GAME, THEN THE CONTROL TOTALS            *
003500*                                                               *
003600*  RETURN CODES:  0 - EVERY GAME CERTIFIED OR EXEMPT            *
003700*                 4 - ONE OR MORE GAMES FLAGGED                 *
003800*                16 - FILE ERROR OR GAME TABLE FULL             *
003900*                                                               *
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. CF4LEGL.
004200 AUTHOR. LEAGUE SYSTEMS GROUP.
004300 INSTALLATION. CONNECT FOUR LEAGUE.
004400 DATE-WRITTEN. 10/15/26.
004500 DATE-COMPILED.
004600*****************************************************************
004700*  MODIFICATION HISTORY                                         *
004800*  --------------------                                         *
004900*  10/15/26 LSG NEW PROGRAM - LEGALITY AUDIT BY FULL REPLAY     *
005000*               OF THE MOVE LOG WITH GAME CERTIFICATES          *
005100*****************************************************************
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT MOVE-LOG-FILE ASSIGN TO MOVELOG
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS CF-MLOG-STATUS.
005800     SELECT GAME-HIST-FILE ASSIGN TO GAMEHIST
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS CF-HIST-STATUS.
006100     SELECT LEGAL-CERT-FILE ASSIGN TO LEGLCERT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS CF-CERT-STATUS.
006400     SELECT REPORT-FILE ASSIGN TO LEGLRPT
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS CF-RPT-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  MOVE-LOG-FILE
007100     RECORD CONTAINS 40 CHARACTERS.
007200 COPY CFMOVLOG.
007300
007400 FD  GAME-HIST-FILE
007500     RECORD CONTAINS 120 CHARACTERS.
007600 COPY CFGAMHST.
007700
007800 FD  LEGAL-CERT-FILE
007900     RECORD CONTAINS 80 CHARACTERS.
008000 COPY CFLEGCRT.
008100
008200 FD  REPORT-FILE
008300     RECORD CONTAINS 132 CHARACTERS.
008400 01  REPORT-LINE                  PIC X(132).
008500
008600 WORKING-STORAGE SECTION.
008700 77  CF-MLOG-STATUS               PIC X(02).
008800 77  CF-HIST-STATUS               PIC X(02).
008900 77  CF-CERT-STATUS               PIC X(02).
009000 77  CF-RPT-STATUS                PIC X(02).
009100 77  CF-MLOG-EOF-SW               PIC X(01) VALUE 'N'.
009200     88  CF-MLOG-EOF                  VALUE 'Y'.
009300 77  CF-HIST-EOF-SW               PIC X(01) VALUE 'N'.
009400     88  CF-HIST-EOF                  VALUE 'Y'.
009500 77  CF-CELL-WIN-SW               PIC X(01) VALUE 'N'.
009600     88  CF-CELL-WIN                  VALUE 'Y'.
009700 77  CF-STEP-STOP-SW              PIC X(01) VALUE 'N'.
009800     88  CF-STEP-STOP                 VALUE 'Y'.
009900 77  CF-FOUR-MADE-SW              PIC X(01) VALUE 'N'.
010000     88  CF-FOUR-MADE                 VALUE 'Y'.
010100 77  CF-LINE-OK-SW                PIC X(01) VALUE 'Y'.
010200     88  CF-LINE-OK                   VALUE 'Y'.
010300 77  CF-MOVES-READ                PIC S9(07) COMP-3 VALUE +0.
010400 77  CF-HIST-READ                 PIC S9(05) COMP-3 VALUE +0.
010500 77  CF-GAMES-SEEN                PIC S9(05) COMP-3 VALUE +0.
010600 77  CF-GAMES-UNMATCHED           PIC S9(05) COMP-3 VALUE +0.
010700 77  CF-GAMES-CERTIFIED           PIC S9(05) COMP-3 VALUE +0.
010800 77  CF-GAMES-FLAGGED             PIC S9(05) COMP-3 VALUE +0.
010900 77  CF-GAMES-EXEMPT              PIC S9(05) COMP-3 VALUE +0.
011000 77  CF-CERTS-WRITTEN             PIC S9(05) COMP-3 VALUE +0.
011100 77  CF-CUR-GAME-ID               PIC 9(14) VALUE 0.
011200 77  CF-EXPECT-SEQ                PIC 9(03).
011300 77  CF-LAST-MOVER                PIC X(01).
011400 77  CF-FOUR-SIDE                 PIC X(01).
011500 77  CF-WORK-REASON               PIC X(02).
011600 77  CF-FIRST-DATE                PIC 9(08) VALUE 0.
011700 77  CF-LAST-DATE                 PIC 9(08) VALUE 0.
011800 77  CF-GAME-SUB                  PIC S9(04) COMP VALUE +0.
011900 77  CF-IX                        PIC S9(04) COMP.
012000 77  CF-SCAN-PLAYER               PIC X(01).
012100 77  CF-SCAN-COL                  PIC S9(04) COMP.
012200 77  CF-LAND-ROW                  PIC S9(04) COMP.
012300 77  CF-CELL-ROW                  PIC S9(04) COMP.
012400 77  CF-CELL-COL                  PIC S9(04) COMP.
012500 77  CF-DIR-DR                    PIC S9(04) COMP.
012600 77  CF-DIR-DC                    PIC S9(04) COMP.
012700 77  CF-DIR-COUNT                 PIC S9(04) COMP.
012800 77  CF-LINE-TOTAL                PIC S9(04) COMP.
012900 77  CF-STEP-ROW                  PIC S9(04) COMP.
013000 77  CF-STEP-COL                  PIC S9(04) COMP.
013100 77  CF-ROW-IX                    PIC S9(04) COMP.
013200 77  CF-SAVE-RETURN               PIC S9(04) COMP.
013300 77  CF-RUN-DATE                  PIC 9(08).
013400
013500 COPY CFJRPARM.
013600
013700 01  CF-BOARD.
013800     05  CF-BOARD-ROW             PIC X(07) OCCURS 6 TIMES.
013900
014000*****************************************************************
014100*  ONE ENTRY PER GAME HISTORY RECORD, IN FILE ORDER.  THE       *
014200*  CERTIFICATE STATUS STAYS BLANK UNTIL A CHECK FAILS OR THE    *
014300*  CERTIFICATES ARE WRITTEN.                                    *
014400*****************************************************************
014500 01  CF-GAME-TABLE.
014600     05  CF-GAME-COUNT            PIC S9(04) COMP VALUE +0.
014700     05  CF-GAME-MAX              PIC S9(04) COMP VALUE +3000.
014800     05  CF-GAME-ENTRY OCCURS 3000 TIMES.
014900         10  CF-GT-GAME-ID        PIC 9(14).
015000         10  CF-GT-GAME-DATE      PIC 9(08).
015100         10  CF-GT-X-ID           PIC X(08).
015200         10  CF-GT-O-ID           PIC X(08).
015300         10  CF-GT-RESULT         PIC X(01).
015400         10  CF-GT-PATTERN        PIC X(01).
015500         10  CF-GT-WIN-ROW        PIC 9(01).
015600         10  CF-GT-WIN-COL        PIC 9(01).
015700         10  CF-GT-HIST-MOVES     PIC 9(03).
015800         10  CF-GT-END-TYPE       PIC X(01).
015900         10  CF-GT-SOURCE         PIC X(01).
016000         10  CF-GT-LOG-MOVES      PIC S9(04) COMP.
016100         10  CF-GT-STATUS         PIC X(01).
016200         10  CF-GT-REASON         PIC X(02).
016300         10  CF-GT-MOVE-SEQ       PIC 9(03).
016400         10  CF-GT-MOVE-SIDE      PIC X(01).
016500         10  CF-GT-MOVE-COL       PIC X(01).
016600         10  CF-GT-MOVE-ROW       PIC X(01).
016700
016800 01  CF-HEAD-1.
016900     05  FILLER                   PIC X(09) VALUE 'CF4LEGL'.
017000     05  FILLER                   PIC X(40) VALUE
017100         'CONNECT FOUR GAME LEGALITY AUDIT'.
017200     05  FILLER                   PIC X(05) VALUE 'DATE'.
017300     05  CF-HD-DATE               PIC 9(08).
017400     05  FILLER                   PIC X(70) VALUE SPACES.
017500
017600 01  CF-SECTION-LINE.
017700     05  CF-SC-TEXT               PIC X(60).
017800     05  FILLER                   PIC X(72) VALUE SPACES.
017900
018000 01  CF-HEAD-2.
018100     05  FILLER                   PIC X(16) VALUE 'GAME-ID'.
018200     05  FILLER                   PIC X(10) VALUE 'DATE'.
018300     05  FILLER                   PIC X(10) VALUE 'X-PLAYER'.
018400     05  FILLER                   PIC X(10) VALUE 'O-PLAYER'.
018500     05  FILLER                   PIC X(06) VALUE 'MOVE'.
018600     05  FILLER                   PIC X(06) VALUE 'SIDE'.
018700     05  FILLER                   PIC X(05) VALUE 'COL'.
018800     05  FILLER                   PIC X(05) VALUE 'ROW'.
018900     05  FILLER                   PIC X(06) VALUE 'CODE'.
019000     05  FILLER                   PIC X(58) VALUE 'EXCEPTION'.
019100
019200 01  CF-EXCEPT-LINE.
019300     05  CF-EX-GAME-ID            PIC 9(14).
019400     05  FILLER                   PIC X(02) VALUE SPACES.
019500     05  CF-EX-DATE               PIC 9(08).
019600     05  FILLER                   PIC X(02) VALUE SPACES.
019700     05  CF-EX-X-ID               PIC X(08).
019800     05  FILLER                   PIC X(02) VALUE SPACES.
019900     05  CF-EX-O-ID               PIC X(08).
020000     05  FILLER                   PIC X(02) VALUE SPACES.
020100     05  CF-EX-MOVE               PIC ZZ9.
020200     05  FILLER                   PIC X(04) VALUE SPACES.
020300     05  CF-EX-SIDE               PIC X(01).
020400     05  FILLER                   PIC X(05) VALUE SPACES.
020500     05  CF-EX-COL                PIC X(01).
020600     05  FILLER                   PIC X(04) VALUE SPACES.
020700     05  CF-EX-ROW                PIC X(01).
020800     05  FILLER                   PIC X(04) VALUE SPACES.
020900     05  CF-EX-CODE               PIC X(02).
021000     05  FILLER                   PIC X(04) VALUE SPACES.
021100     05  CF-EX-TEXT               PIC X(44).
021200     05  FILLER                   PIC X(14) VALUE SPACES.
021300
021400 01  CF-NONE-LINE.
021500     05  FILLER                   PIC X(40) VALUE
021600         'NO GAMES FLAGGED'.
021700     05  FILLER                   PIC X(92) VALUE SPACES.
021800
021900 01  CF-COUNT-LINE.
022000     05  CF-CT-LABEL              PIC X(34).
022100     05  CF-CT-VALUE              PIC ZZZ,ZZ9.
022200     05  FILLER                   PIC X(91) VALUE SPACES.
022300
022400 PROCEDURE DIVISION.
022500*****************************************************************
022600*  0000-MAINLINE - CONTROL THE RUN                              *
022700*****************************************************************
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023000     PERFORM 2000-PROCESS-MOVE THRU 2000-EXIT
023100         UNTIL CF-MLOG-EOF
023200     IF CF-GAMES-SEEN > ZERO
023300         PERFORM 3000-END-GAME THRU 3000-EXIT
023400     END-IF
023500     PERFORM 5000-CERTIFY-GAMES THRU 5000-EXIT
023600     PERFORM 9000-TERMINATE THRU 9000-EXIT
023700     STOP RUN.
023800
023900*****************************************************************
024000*  1000-INITIALIZE - OPEN FILES, TABLE THE GAME HISTORY         *
024100*****************************************************************
024200 1000-INITIALIZE.
024300     ACCEPT CF-RUN-DATE FROM DATE YYYYMMDD
024400     PERFORM 1300-LOG-START THRU 1300-EXIT
024500     OPEN INPUT GAME-HIST-FILE
024600     IF CF-HIST-STATUS NOT = '00'
024700         DISPLAY 'CF4LEGL - CANNOT OPEN GAMEHIST, STATUS '
024800             CF-HIST-STATUS
024900         GO TO 9999-ABEND
025000     END-IF
025100     OPEN INPUT MOVE-LOG-FILE
025200     IF CF-MLOG-STATUS NOT = '00'
025300         DISPLAY 'CF4LEGL - CANNOT OPEN MOVELOG, STATUS '
025400             CF-MLOG-STATUS
025500         GO TO 9999-ABEND
025600     END-IF
025700     OPEN OUTPUT LEGAL-CERT-FILE
025800     IF CF-CERT-STATUS NOT = '00'
025900         DISPLAY 'CF4LEGL - CANNOT OPEN LEGLCERT, STATUS '
026000             CF-CERT-STATUS
026100         GO TO 9999-ABEND
026200     END-IF
026300     OPEN OUTPUT REPORT-FILE
026400     IF CF-RPT-STATUS NOT = '00'
026500         DISPLAY 'CF4LEGL - CANNOT OPEN LEGLRPT, STATUS '
026600             CF-RPT-STATUS
026700         GO TO 9999-ABEND
026800     END-IF
026900     PERFORM 8000-READ-HIST THRU 8000-EXIT
027000     PERFORM 1100-TABLE-GAME THRU 1100-EXIT
027100         UNTIL CF-HIST-EOF
027200     CLOSE GAME-HIST-FILE
027300     MOVE CF-RUN-DATE TO CF-HD-DATE
027400     WRITE REPORT-LINE FROM CF-HEAD-1
027500     PERFORM 8100-READ-MLOG THRU 8100-EXIT.
027600 1000-EXIT.
027700     EXIT.
027800
027900*****************************************************************
028000*  1100-TABLE-GAME - EVERY GAME MUST BE CERTIFIED OR FLAGGED,   *
028100*  SO A FULL TABLE STOPS THE RUN RATHER THAN SKIP A GAME        *
028200*****************************************************************
028300 1100-TABLE-GAME.
028400     ADD 1 TO CF-HIST-READ
028500     IF CF-GAME-COUNT NOT < CF-GAME-MAX
028600         DISPLAY 'CF4LEGL - GAME TABLE FULL AT GAME '
028700             CF-GH-GAME-ID
028800         GO TO 9999-ABEND
028900     END-IF
029000     ADD 1 TO CF-GAME-COUNT
029100     MOVE CF-GH-GAME-ID TO CF-GT-GAME-ID (CF-GAME-COUNT)
029200     MOVE CF-GH-GAME-DATE TO CF-GT-GAME-DATE (CF-GAME-COUNT)
029300     MOVE CF-GH-X-PLAYER-ID TO CF-GT-X-ID (CF-GAME-COUNT)
029400     MOVE CF-GH-O-PLAYER-ID TO CF-GT-O-ID (CF-GAME-COUNT)
029500     MOVE CF-GH-RESULT TO CF-GT-RESULT (CF-GAME-COUNT)
029600     MOVE CF-GH-WIN-PATTERN TO CF-GT-PATTERN (CF-GAME-COUNT)
029700     MOVE CF-GH-WIN-ROW TO CF-GT-WIN-ROW (CF-GAME-COUNT)
029800     MOVE CF-GH-WIN-COL TO CF-GT-WIN-COL (CF-GAME-COUNT)
029900     MOVE CF-GH-MOVE-COUNT TO CF-GT-HIST-MOVES (CF-GAME-COUNT)
030000     MOVE CF-GH-END-TYPE TO CF-GT-END-TYPE (CF-GAME-COUNT)
030100     MOVE CF-GH-SOURCE TO CF-GT-SOURCE (CF-GAME-COUNT)
030200     MOVE ZERO TO CF-GT-LOG-MOVES (CF-GAME-COUNT)
030300     MOVE SPACE TO CF-GT-STATUS (CF-GAME-COUNT)
030400     MOVE SPACES TO CF-GT-REASON (CF-GAME-COUNT)
030500     MOVE ZERO TO CF-GT-MOVE-SEQ (CF-GAME-COUNT)
030600     MOVE SPACE TO CF-GT-MOVE-SIDE (CF-GAME-COUNT)
030700     MOVE SPACE TO CF-GT-MOVE-COL (CF-GAME-COUNT)
030800     MOVE SPACE TO CF-GT-MOVE-ROW (CF-GAME-COUNT)
030900     IF CF-FIRST-DATE = ZERO
031000         OR CF-GH-GAME-DATE < CF-FIRST-DATE
031100         MOVE CF-GH-GAME-DATE TO CF-FIRST-DATE
031200     END-IF
031300     IF CF-GH-GAME-DATE > CF-LAST-DATE
031400         MOVE CF-GH-GAME-DATE TO CF-LAST-DATE
031500     END-IF
031600     PERFORM 8000-READ-HIST THRU 8000-EXIT.
031700 1100-EXIT.
031800     EXIT.
031900
032000*****************************************************************
032100*  1300-LOG-START - STAMP THE JOB-RUN LOG.  THE AUDIT IS RUN    *
032200*  AGAIN AFTER THE COMMITTEE'S CORRECTIONS, SO THE START IS     *
032300*  LOGGED WITHOUT THE RERUN GUARD.                              *
032400*****************************************************************
032500 1300-LOG-START.
032600     MOVE 'A' TO CF-JR-FUNCTION
032700     MOVE 'CF4LEGL' TO CF-JR-PROGRAM
032800     MOVE CF-RUN-DATE TO CF-JR-RUN-DATE
032900     MOVE ZEROES TO CF-JR-RECS-READ
033000     MOVE ZEROES TO CF-JR-RECS-WRITTEN
033100     MOVE SPACES TO CF-JR-STATUS
033200     MOVE ZERO TO CF-JR-RETURN
033300     CALL 'CF4JRNL' USING CF-JR-PARMS
033400         ON EXCEPTION
033500             DISPLAY 'CF4LEGL - CF4JRNL IS NOT AVAILABLE'
033600             GO TO 9999-ABEND
033700     END-CALL
033800     IF CF-JR-RETURN NOT = ZERO
033900         DISPLAY 'CF4LEGL - JOB LOG ERROR, RETURN '
034000             CF-JR-RETURN
034100         GO TO 9999-ABEND
034200     END-IF.
034300 1300-EXIT.
034400     EXIT.
034500
034600*****************************************************************
034700*  2000-PROCESS-MOVE - CHECK THEN APPLY ONE LOGGED MOVE.  ONCE  *
034800*  A GAME IS FLAGGED ITS REMAINING MOVES ARE ONLY COUNTED.      *
034900*****************************************************************
035000 2000-PROCESS-MOVE.
035100     ADD 1 TO CF-MOVES-READ
035200     IF CF-ML-GAME-ID NOT = CF-CUR-GAME-ID
035300         IF CF-GAMES-SEEN > ZERO
035400             PERFORM 3000-END-GAME THRU 3000-EXIT
035500         END-IF
035600         PERFORM 2100-START-GAME THRU 2100-EXIT
035700     END-IF
035800     IF CF-GAME-SUB = ZERO
035900         GO TO 2000-NEXT
036000     END-IF
036100     ADD 1 TO CF-GT-LOG-MOVES (CF-GAME-SUB)
036200     IF CF-GT-STATUS (CF-GAME-SUB) = 'F'
036300         GO TO 2000-NEXT
036400     END-IF
036500     IF CF-ML-MOVE-SEQ NOT = CF-EXPECT-SEQ
036600         MOVE 'SQ' TO CF-WORK-REASON
036700         PERFORM 2500-FLAG-MOVE THRU 2500-EXIT
036800         GO TO 2000-NEXT
036900     END-IF
037000     IF CF-ML-COLUMN NOT NUMERIC OR CF-ML-ROW NOT NUMERIC
037100         MOVE 'CL' TO CF-WORK-REASON
037200         PERFORM 2500-FLAG-MOVE THRU 2500-EXIT
037300         GO TO 2000-NEXT
037400     END-IF
037500     IF CF-ML-ROW < 1 OR CF-ML-ROW > 6
037600         OR CF-ML-COLUMN < 1 OR CF-ML-COLUMN > 7
037700         MOVE 'CL' TO CF-WORK-REASON
037800         PERFORM 2500-FLAG-MOVE THRU 2500-EXIT
037900         GO TO 2000-NEXT
038000     END-IF
038100     IF (CF-ML-PLAYER NOT = 'X' AND CF-ML-PLAYER NOT = 'O')
038200         OR CF-ML-PLAYER = CF-LAST-MOVER
038300         MOVE 'SD' TO CF-WORK-REASON
038400         PERFORM 2500-FLAG-MOVE THRU 2500-EXIT
038500         GO TO 2000-NEXT
038600     END-IF
038700     IF CF-FOUR-MADE
038800         MOVE 'AW' TO CF-WORK-REASON
038900         PERFORM 2500-FLAG-MOVE THRU 2500-EXIT
039000         GO TO 2000-NEXT
039100     END-IF
039200     MOVE CF-ML-COLUMN TO CF-SCAN-COL
039300     PERFORM 4200-LANDING-ROW THRU 4200-EXIT
039400     IF CF-LAND-ROW = ZERO
039500         MOVE 'FC' TO CF-WORK-REASON
039600         PERFORM 2500-FLAG-MOVE THRU 2500-EXIT
039700         GO TO 2000-NEXT
039800     END-IF
039900     IF CF-ML-ROW NOT = CF-LAND-ROW
040000         MOVE 'RW' TO CF-WORK-REASON
040100         PERFORM 2500-FLAG-MOVE THRU 2500-EXIT
040200         GO TO 2000-NEXT
040300     END-IF
040400     MOVE CF-ML-PLAYER
040500         TO CF-BOARD-ROW (CF-ML-ROW) (CF-ML-COLUMN:1)
040600     MOVE CF-ML-PLAYER TO CF-SCAN-PLAYER
040700     MOVE CF-ML-ROW TO CF-CELL-ROW
040800     MOVE CF-ML-COLUMN TO CF-CELL-COL
040900     PERFORM 4300-CELL-WINS THRU 4300-EXIT
041000     IF CF-CELL-WIN
041100         MOVE 'Y' TO CF-FOUR-MADE-SW
041200         MOVE CF-ML-PLAYER TO CF-FOUR-SIDE
041300     END-IF
041400     MOVE CF-ML-PLAYER TO CF-LAST-MOVER
041500     ADD 1 TO CF-EXPECT-SEQ.
041600 2000-NEXT.
041700     PERFORM 8100-READ-MLOG THRU 8100-EXIT.
041800 2000-EXIT.
041900     EXIT.
042000
042100*****************************************************************
042200*  2100-START-GAME - FRESH BOARD, FIND THE HISTORY RECORD.  A   *
042300*  GAME WHOSE MOVES TURN UP AGAIN LATER IN THE LOG IS OUT OF    *
042400*  GAME ORDER AND IS FLAGGED AS A SEQUENCE BREAK.               *
042500*****************************************************************
042600 2100-START-GAME.
042700     MOVE CF-ML-GAME-ID TO CF-CUR-GAME-ID
042800     MOVE ALL ' ' TO CF-BOARD
042900     MOVE 1 TO CF-EXPECT-SEQ
043000     MOVE 'O' TO CF-LAST-MOVER
043100     MOVE SPACE TO CF-FOUR-SIDE
043200     MOVE 'N' TO CF-FOUR-MADE-SW
043300     ADD 1 TO CF-GAMES-SEEN
043400     MOVE ZERO TO CF-GAME-SUB
043500     PERFORM 2200-SCAN-GAMES THRU 2200-EXIT
043600         VARYING CF-IX FROM 1 BY 1
043700         UNTIL CF-IX > CF-GAME-COUNT
043800            OR CF-GAME-SUB > ZERO
043900     IF CF-GAME-SUB = ZERO
044000         ADD 1 TO CF-GAMES-UNMATCHED
044100         GO TO 2100-EXIT
044200     END-IF
044300     IF CF-GT-LOG-MOVES (CF-GAME-SUB) > ZERO
044400         MOVE 'SQ' TO CF-WORK-REASON
044500         PERFORM 2500-FLAG-MOVE THRU 2500-EXIT
044600     END-IF.
044700 2100-EXIT.
044800     EXIT.
044900
045000 2200-SCAN-GAMES.
045100     IF CF-GT-GAME-ID (CF-IX) = CF-CUR-GAME-ID
045200         MOVE CF-IX TO CF-GAME-SUB
045300     END-IF.
045400 2200-EXIT.
045500     EXIT.
045600
045700*****************************************************************
045800*  2500-FLAG-MOVE - FLAG THE GAME AT THE CURRENT LOGGED MOVE    *
045900*  2600-FLAG-GAME - FLAG THE GAME AT ITS END.  ONLY THE FIRST   *
046000*  FAILURE IN A GAME IS KEPT.                                   *
046100*****************************************************************
046200 2500-FLAG-MOVE.
046300     IF CF-GT-STATUS (CF-GAME-SUB) = 'F'
046400         GO TO 2500-EXIT
046500     END-IF
046600     MOVE 'F' TO CF-GT-STATUS (CF-GAME-SUB)
046700     MOVE CF-WORK-REASON TO CF-GT-REASON (CF-GAME-SUB)
046800     MOVE CF-ML-MOVE-SEQ TO CF-GT-MOVE-SEQ (CF-GAME-SUB)
046900     MOVE CF-ML-PLAYER TO CF-GT-MOVE-SIDE (CF-GAME-SUB)
047000     MOVE CF-ML-COLUMN TO CF-GT-MOVE-COL (CF-GAME-SUB)
047100     MOVE CF-ML-ROW TO CF-GT-MOVE-ROW (CF-GAME-SUB).
047200 2500-EXIT.
047300     EXIT.
047400
047500 2600-FLAG-GAME.
047600     IF CF-GT-STATUS (CF-GAME-SUB) = 'F'
047700         GO TO 2600-EXIT
047800     END-IF
047900     MOVE 'F' TO CF-GT-STATUS (CF-GAME-SUB)
048000     MOVE CF-WORK-REASON TO CF-GT-REASON (CF-GAME-SUB)
048100     MOVE CF-GT-LOG-MOVES (CF-GAME-SUB)
048200         TO CF-GT-MOVE-SEQ (CF-GAME-SUB).
048300 2600-EXIT.
048400     EXIT.
048500
048600*****************************************************************
048700*  3000-END-GAME - THE HISTORY RECORD AGAINST THE FINAL BOARD   *
048800*****************************************************************
048900 3000-END-GAME.
049000     IF CF-GAME-SUB = ZERO
049100         GO TO 3000-EXIT
049200     END-IF
049300     IF CF-GT-STATUS (CF-GAME-SUB) = 'F'
049400         GO TO 3000-EXIT
049500     END-IF
049600     IF CF-GT-HIST-MOVES (CF-GAME-SUB)
049700             NOT = CF-GT-LOG-MOVES (CF-GAME-SUB)
049800         MOVE 'MC' TO CF-WORK-REASON
049900         PERFORM 2600-FLAG-GAME THRU 2600-EXIT
050000         GO TO 3000-EXIT
050100     END-IF
050200     IF CF-GT-END-TYPE (CF-GAME-SUB) = 'F'
050300         PERFORM 3200-CHECK-FORFEIT THRU 3200-EXIT
050400     ELSE
050500         PERFORM 3100-CHECK-NORMAL THRU 3100-EXIT
050600     END-IF.
050700 3000-EXIT.
050800     EXIT.
050900
051000*****************************************************************
051100*  3100-CHECK-NORMAL - A GAME PLAYED OUT.  A WIN NEEDS THE      *
051200*  WINNER'S FOUR ON THE BOARD AT THE SQUARE RECORDED; A DRAW    *
051300*  NEEDS A FULL BOARD WITH NO FOUR.                             *
051400*****************************************************************
051500 3100-CHECK-NORMAL.
051600     IF CF-GT-RESULT (CF-GAME-SUB) = 'D'
051700         IF CF-FOUR-MADE
051800             OR CF-GT-LOG-MOVES (CF-GAME-SUB) < 42
051900             MOVE 'RS' TO CF-WORK-REASON
052000             PERFORM 2600-FLAG-GAME THRU 2600-EXIT
052100         END-IF
052200         GO TO 3100-EXIT
052300     END-IF
052400     IF CF-GT-RESULT (CF-GAME-SUB) NOT = 'X'
052500         AND CF-GT-RESULT (CF-GAME-SUB) NOT = 'O'
052600         MOVE 'RS' TO CF-WORK-REASON
052700         PERFORM 2600-FLAG-GAME THRU 2600-EXIT
052800         GO TO 3100-EXIT
052900     END-IF
053000     IF NOT CF-FOUR-MADE
053100         OR CF-FOUR-SIDE NOT = CF-GT-RESULT (CF-GAME-SUB)
053200         MOVE 'RS' TO CF-WORK-REASON
053300         PERFORM 2600-FLAG-GAME THRU 2600-EXIT
053400         GO TO 3100-EXIT
053500     END-IF
053600     PERFORM 4500-CHECK-WIN-LINE THRU 4500-EXIT
053700     IF NOT CF-LINE-OK
053800         MOVE 'WL' TO CF-WORK-REASON
053900         PERFORM 2600-FLAG-GAME THRU 2600-EXIT
054000     END-IF.
054100 3100-EXIT.
054200     EXIT.
054300
054400*****************************************************************
054500*  3200-CHECK-FORFEIT - A GAME ENDED ON THE CLOCK.  NOBODY MAY  *
054600*  HAVE MADE FOUR, THE RESULT MUST NAME A WINNER AND THERE IS   *
054700*  NO WINNING LINE TO RECORD.                                   *
054800*****************************************************************
054900 3200-CHECK-FORFEIT.
055000     IF CF-FOUR-MADE
055100         OR (CF-GT-RESULT (CF-GAME-SUB) NOT = 'X'
055200             AND CF-GT-RESULT (CF-GAME-SUB) NOT = 'O')
055300         MOVE 'RS' TO CF-WORK-REASON
055400         PERFORM 2600-FLAG-GAME THRU 2600-EXIT
055500         GO TO 3200-EXIT
055600     END-IF
055700     IF CF-GT-PATTERN (CF-GAME-SUB) NOT = SPACE
055800         OR CF-GT-WIN-ROW (CF-GAME-SUB) NOT = ZERO
055900         OR CF-GT-WIN-COL (CF-GAME-SUB) NOT = ZERO
056000         MOVE 'WL' TO CF-WORK-REASON
056100         PERFORM 2600-FLAG-GAME THRU 2600-EXIT
056200     END-IF.
056300 3200-EXIT.
056400     EXIT.
056500
056600*****************************************************************
056700*  4200-LANDING-ROW - WHERE A DISC DROPPED IN CF-SCAN-COL       *
056800*  COMES TO REST.  RETURNS CF-LAND-ROW, ZERO IF COLUMN FULL.    *
056900*****************************************************************
057000 4200-LANDING-ROW.
057100     MOVE ZERO TO CF-LAND-ROW
057200     PERFORM 4210-TRY-ROW THRU 4210-EXIT
057300         VARYING CF-ROW-IX FROM 6 BY -1
057400         UNTIL CF-ROW-IX < 1
057500            OR CF-LAND-ROW > ZERO.
057600 4200-EXIT.
057700     EXIT.
057800
057900 4210-TRY-ROW.
058000     IF CF-BOARD-ROW (CF-ROW-IX) (CF-SCAN-COL:1) = ' '
058100         MOVE CF-ROW-IX TO CF-LAND-ROW
058200     END-IF.
058300 4210-EXIT.
058400     EXIT.
058500
058600*****************************************************************
058700*  4300-CELL-WINS - DOES CF-SCAN-PLAYER AT (CF-CELL-ROW,        *
058800*  CF-CELL-COL) COMPLETE FOUR IN A ROW                          *
058900*****************************************************************
059000 4300-CELL-WINS.
059100     MOVE 'N' TO CF-CELL-WIN-SW
059200     MOVE ZERO TO CF-DIR-DR
059300     MOVE -1 TO CF-DIR-DC
059400     PERFORM 4400-COUNT-DIR THRU 4400-EXIT
059500     MOVE CF-DIR-COUNT TO CF-LINE-TOTAL
059600     MOVE ZERO TO CF-DIR-DR
059700     MOVE +1 TO CF-DIR-DC
059800     PERFORM 4400-COUNT-DIR THRU 4400-EXIT
059900     ADD CF-DIR-COUNT TO CF-LINE-TOTAL
060000     IF CF-LINE-TOTAL >= 3
060100         MOVE 'Y' TO CF-CELL-WIN-SW
060200         GO TO 4300-EXIT
060300     END-IF
060400     MOVE -1 TO CF-DIR-DR
060500     MOVE ZERO TO CF-DIR-DC
060600     PERFORM 4400-COUNT-DIR THRU 4400-EXIT
060700     MOVE CF-DIR-COUNT TO CF-LINE-TOTAL
060800     MOVE +1 TO CF-DIR-DR
060900     MOVE ZERO TO CF-DIR-DC
061000     PERFORM 4400-COUNT-DIR THRU 4400-EXIT
061100     ADD CF-DIR-COUNT TO CF-LINE-TOTAL
061200     IF CF-LINE-TOTAL >= 3
061300         MOVE 'Y' TO CF-CELL-WIN-SW
061400         GO TO 4300-EXIT
061500     END-IF
061600     MOVE -1 TO CF-DIR-DR
061700     MOVE -1 TO CF-DIR-DC
061800     PERFORM 4400-COUNT-DIR THRU 4400-EXIT
061900     MOVE CF-DIR-COUNT TO CF-LINE-TOTAL
062000     MOVE +1 TO CF-DIR-DR
062100     MOVE +1 TO CF-DIR-DC
062200     PERFORM 4400-COUNT-DIR THRU 4400-EXIT
062300     ADD CF-DIR-COUNT TO CF-LINE-TOTAL
062400     IF CF-LINE-TOTAL >= 3
062500         MOVE 'Y' TO CF-CELL-WIN-SW
062600         GO TO 4300-EXIT
062700     END-IF
062800     MOVE -1 TO CF-DIR-DR
062900     MOVE +1 TO CF-DIR-DC
063000     PERFORM 4400-COUNT-DIR THRU 4400-EXIT
063100     MOVE CF-DIR-COUNT TO CF-LINE-TOTAL
063200     MOVE +1 TO CF-DIR-DR
063300     MOVE -1 TO CF-DIR-DC
063400     PERFORM 4400-COUNT-DIR THRU 4400-EXIT
063500     ADD CF-DIR-COUNT TO CF-LINE-TOTAL
063600     IF CF-LINE-TOTAL >= 3
063700         MOVE 'Y' TO CF-CELL-WIN-SW
063800     END-IF.
063900 4300-EXIT.
064000     EXIT.
064100
064200*****************************************************************
064300*  4400-COUNT-DIR - CONSECUTIVE CF-SCAN-PLAYER DISCS FROM THE   *
064400*  CELL ALONG (CF-DIR-DR, CF-DIR-DC), NOT COUNTING THE CELL     *
064500*****************************************************************
064600 4400-COUNT-DIR.
064700     MOVE ZERO TO CF-DIR-COUNT
064800     COMPUTE CF-STEP-ROW = CF-CELL-ROW + CF-DIR-DR
064900     COMPUTE CF-STEP-COL = CF-CELL-COL + CF-DIR-DC
065000     MOVE 'N' TO CF-STEP-STOP-SW
065100     PERFORM 4410-ONE-STEP THRU 4410-EXIT
065200         UNTIL CF-STEP-STOP.
065300 4400-EXIT.
065400     EXIT.
065500
065600 4410-ONE-STEP.
065700     IF CF-STEP-ROW < 1 OR CF-STEP-ROW > 6
065800         OR CF-STEP-COL < 1 OR CF-STEP-COL > 7
065900         MOVE 'Y' TO CF-STEP-STOP-SW
066000         GO TO 4410-EXIT
066100     END-IF
066200     IF CF-BOARD-ROW (CF-STEP-ROW) (CF-STEP-COL:1)
066300             NOT = CF-SCAN-PLAYER
066400         MOVE 'Y' TO CF-STEP-STOP-SW
066500         GO TO 4410-EXIT
066600     END-IF
066700     ADD 1 TO CF-DIR-COUNT
066800     ADD CF-DIR-DR TO CF-STEP-ROW
066900     ADD CF-DIR-DC TO CF-STEP-COL.
067000 4410-EXIT.
067100     EXIT.
067200
067300*****************************************************************
067400*  4500-CHECK-WIN-LINE - THE FOUR SQUARES NAMED BY THE WIN      *
067500*  PATTERN FROM THE RECORDED ROW AND COLUMN MUST ALL HOLD THE   *
067600*  WINNER'S PIECES.  THE SQUARE IS THE TOP-LEFT END OF THE      *
067700*  LINE (BOTTOM-LEFT FOR A RISING DIAGONAL), AS THE GAME        *
067800*  PROGRAMS RECORD IT.                                          *
067900*****************************************************************
068000 4500-CHECK-WIN-LINE.
068100     MOVE 'Y' TO CF-LINE-OK-SW
068200     EVALUATE CF-GT-PATTERN (CF-GAME-SUB)
068300         WHEN 'H'
068400             MOVE ZERO TO CF-DIR-DR
068500             MOVE +1 TO CF-DIR-DC
068600         WHEN 'V'
068700             MOVE +1 TO CF-DIR-DR
068800             MOVE ZERO TO CF-DIR-DC
068900         WHEN 'D'
069000             MOVE +1 TO CF-DIR-DR
069100             MOVE +1 TO CF-DIR-DC
069200         WHEN 'U'
069300             MOVE -1 TO CF-DIR-DR
069400             MOVE +1 TO CF-DIR-DC
069500         WHEN OTHER
069600             MOVE 'N' TO CF-LINE-OK-SW
069700             GO TO 4500-EXIT
069800     END-EVALUATE
069900     MOVE CF-GT-WIN-ROW (CF-GAME-SUB) TO CF-STEP-ROW
070000     MOVE CF-GT-WIN-COL (CF-GAME-SUB) TO CF-STEP-COL
070100     MOVE CF-GT-RESULT (CF-GAME-SUB) TO CF-SCAN-PLAYER
070200     PERFORM 4510-LINE-SQUARE THRU 4510-EXIT 4 TIMES.
070300 4500-EXIT.
070400     EXIT.
070500
070600 4510-LINE-SQUARE.
070700     IF NOT CF-LINE-OK
070800         GO TO 4510-EXIT
070900     END-IF
071000     IF CF-STEP-ROW < 1 OR CF-STEP-ROW > 6
071100         OR CF-STEP-COL < 1 OR CF-STEP-COL > 7
071200         MOVE 'N' TO CF-LINE-OK-SW
071300         GO TO 4510-EXIT
071400     END-IF
071500     IF CF-BOARD-ROW (CF-STEP-ROW) (CF-STEP-COL:1)
071600             NOT = CF-SCAN-PLAYER
071700         MOVE 'N' TO CF-LINE-OK-SW
071800         GO TO 4510-EXIT
071900     END-IF
072000     ADD CF-DIR-DR TO CF-STEP-ROW
072100     ADD CF-DIR-DC TO CF-STEP-COL.
072200 4510-EXIT.
072300     EXIT.
072400
072500*****************************************************************
072600*  5000-CERTIFY-GAMES - ONE CERTIFICATE PER HISTORY RECORD,     *
072700*  EXCEPTIONS PRINTED IN THE SAME ORDER, THEN THE CONTROL       *
072800*  TOTAL RECORD                                                 *
072900*****************************************************************
073000 5000-CERTIFY-GAMES.
073100     MOVE SPACES TO REPORT-LINE
073200     WRITE REPORT-LINE
073300     MOVE 'FIRST ILLEGAL MOVE OF EACH FLAGGED GAME'
073400         TO CF-SC-TEXT
073500     WRITE REPORT-LINE FROM CF-SECTION-LINE
073600     WRITE REPORT-LINE FROM CF-HEAD-2
073700     PERFORM 5100-CERTIFY-ONE THRU 5100-EXIT
073800         VARYING CF-GAME-SUB FROM 1 BY 1
073900         UNTIL CF-GAME-SUB > CF-GAME-COUNT
074000     IF CF-GAMES-FLAGGED = ZERO
074100         WRITE REPORT-LINE FROM CF-NONE-LINE
074200     END-IF
074300     MOVE SPACES TO LEGAL-CERT-REC
074400     MOVE 'T' TO CF-LC-REC-TYPE
074500     MOVE CF-RUN-DATE TO CF-LC-AUDIT-DATE
074600     MOVE CF-GAME-COUNT TO CF-LC-GAMES-AUDITED
074700     MOVE CF-GAMES-CERTIFIED TO CF-LC-GAMES-CERTIFIED
074800     MOVE CF-GAMES-FLAGGED TO CF-LC-GAMES-FLAGGED
074900     MOVE CF-GAMES-EXEMPT TO CF-LC-GAMES-EXEMPT
075000     MOVE CF-FIRST-DATE TO CF-LC-FIRST-DATE
075100     MOVE CF-LAST-DATE TO CF-LC-LAST-DATE
075200     PERFORM 6000-WRITE-CERT THRU 6000-EXIT.
075300 5000-EXIT.
075400     EXIT.
075500
075600 5100-CERTIFY-ONE.
075700     IF CF-GT-SOURCE (CF-GAME-SUB) = 'I'
075800         MOVE 'E' TO CF-GT-STATUS (CF-GAME-SUB)
075900     END-IF
076000     IF CF-GT-STATUS (CF-GAME-SUB) = SPACE
076100         AND CF-GT-LOG-MOVES (CF-GAME-SUB) = ZERO
076200         PERFORM 5200-CHECK-UNLOGGED THRU 5200-EXIT
076300     END-IF
076400     IF CF-GT-STATUS (CF-GAME-SUB) = SPACE
076500         MOVE 'C' TO CF-GT-STATUS (CF-GAME-SUB)
076600     END-IF
076700     EVALUATE CF-GT-STATUS (CF-GAME-SUB)
076800         WHEN 'C'
076900             ADD 1 TO CF-GAMES-CERTIFIED
077000         WHEN 'E'
077100             ADD 1 TO CF-GAMES-EXEMPT
077200         WHEN OTHER
077300             ADD 1 TO CF-GAMES-FLAGGED
077400             PERFORM 5300-PRINT-EXCEPTION THRU 5300-EXIT
077500     END-EVALUATE
077600     MOVE SPACES TO LEGAL-CERT-REC
077700     MOVE 'G' TO CF-LC-REC-TYPE
077800     MOVE CF-RUN-DATE TO CF-LC-AUDIT-DATE
077900     MOVE CF-GT-GAME-ID (CF-GAME-SUB) TO CF-LC-GAME-ID
078000     MOVE CF-GT-GAME-DATE (CF-GAME-SUB) TO CF-LC-GAME-DATE
078100     MOVE CF-GT-STATUS (CF-GAME-SUB) TO CF-LC-STATUS
078200     MOVE CF-GT-REASON (CF-GAME-SUB) TO CF-LC-REASON
078300     MOVE CF-GT-MOVE-SEQ (CF-GAME-SUB) TO CF-LC-MOVE-SEQ
078400     PERFORM 6000-WRITE-CERT THRU 6000-EXIT.
078500 5100-EXIT.
078600     EXIT.
078700
078800*****************************************************************
078900*  5200-CHECK-UNLOGGED - A LOCAL GAME WITH NO MOVE LOG ROWS.    *
079000*  ONLY A FORFEIT BEFORE THE FIRST MOVE CAN STAND.              *
079100*****************************************************************
079200 5200-CHECK-UNLOGGED.
079300     IF CF-GT-END-TYPE (CF-GAME-SUB) = 'F'
079400         AND CF-GT-HIST-MOVES (CF-GAME-SUB) = ZERO
079500         MOVE 'N' TO CF-FOUR-MADE-SW
079600         PERFORM 3200-CHECK-FORFEIT THRU 3200-EXIT
079700         GO TO 5200-EXIT
079800     END-IF
079900     MOVE 'NL' TO CF-WORK-REASON
080000     PERFORM 2600-FLAG-GAME THRU 2600-EXIT.
080100 5200-EXIT.
080200     EXIT.
080300
080400 5300-PRINT-EXCEPTION.
080500     MOVE CF-GT-GAME-ID (CF-GAME-SUB) TO CF-EX-GAME-ID
080600     MOVE CF-GT-GAME-DATE (CF-GAME-SUB) TO CF-EX-DATE
080700     MOVE CF-GT-X-ID (CF-GAME-SUB) TO CF-EX-X-ID
080800     MOVE CF-GT-O-ID (CF-GAME-SUB) TO CF-EX-O-ID
080900     MOVE CF-GT-MOVE-SEQ (CF-GAME-SUB) TO CF-EX-MOVE
081000     MOVE CF-GT-MOVE-SIDE (CF-GAME-SUB) TO CF-EX-SIDE
081100     MOVE CF-GT-MOVE-COL (CF-GAME-SUB) TO CF-EX-COL
081200     MOVE CF-GT-MOVE-ROW (CF-GAME-SUB) TO CF-EX-ROW
081300     MOVE CF-GT-REASON (CF-GAME-SUB) TO CF-EX-CODE
081400     EVALUATE CF-GT-REASON (CF-GAME-SUB)
081500         WHEN 'SQ'
081600             MOVE 'MOVE NUMBER OUT OF SEQUENCE' TO CF-EX-TEXT
081700         WHEN 'CL'
081800             MOVE 'COLUMN OR ROW OFF THE BOARD' TO CF-EX-TEXT
081900         WHEN 'SD'
082000             MOVE 'WRONG SIDE TO MOVE' TO CF-EX-TEXT
082100         WHEN 'AW'
082200             MOVE 'MOVE AFTER FOUR IN A ROW' TO CF-EX-TEXT
082300         WHEN 'FC'
082400             MOVE 'PIECE LOGGED INTO A FULL COLUMN'
082500                 TO CF-EX-TEXT
082600         WHEN 'RW'
082700             MOVE 'LOGGED ROW IS NOT WHERE THE PIECE FALLS'
082800                 TO CF-EX-TEXT
082900         WHEN 'MC'
083000             MOVE 'HISTORY MOVE COUNT DIFFERS FROM THE LOG'
083100                 TO CF-EX-TEXT
083200         WHEN 'RS'
083300             MOVE 'RESULT NOT SUPPORTED BY THE FINAL BOARD'
083400                 TO CF-EX-TEXT
083500         WHEN 'WL'
083600             MOVE 'WIN PATTERN/SQUARE NOT A WINNING LINE'
083700                 TO CF-EX-TEXT
083800         WHEN OTHER
083900             MOVE 'NO MOVES ON THE MOVE LOG' TO CF-EX-TEXT
084000     END-EVALUATE
084100     WRITE REPORT-LINE FROM CF-EXCEPT-LINE.
084200 5300-EXIT.
084300     EXIT.
084400
084500*****************************************************************
084600*  6000-WRITE-CERT - ONE CERTIFICATE OR CONTROL RECORD          *
084700*****************************************************************
084800 6000-WRITE-CERT.
084900     WRITE LEGAL-CERT-REC
085000     IF CF-CERT-STATUS NOT = '00'
085100         DISPLAY 'CF4LEGL - LEGLCERT WRITE FAILED, STATUS '
085200             CF-CERT-STATUS
085300         GO TO 9999-ABEND
085400     END-IF
085500     ADD 1 TO CF-CERTS-WRITTEN.
085600 6000-EXIT.
085700     EXIT.
085800
085900*****************************************************************
086000*  8000-READ-HIST / 8100-READ-MLOG                              *
086100*****************************************************************
086200 8000-READ-HIST.
086300     READ GAME-HIST-FILE
086400         AT END
086500             MOVE 'Y' TO CF-HIST-EOF-SW
086600     END-READ.
086700 8000-EXIT.
086800     EXIT.
086900
087000 8100-READ-MLOG.
087100     READ MOVE-LOG-FILE
087200         AT END
087300             MOVE 'Y' TO CF-MLOG-EOF-SW
087400     END-READ.
087500 8100-EXIT.
087600     EXIT.
087700
087800*****************************************************************
087900*  9000-TERMINATE - CONTROL TOTALS, CLOSE FILES                 *
088000*****************************************************************
088100 9000-TERMINATE.
088200     MOVE SPACES TO REPORT-LINE
088300     WRITE REPORT-LINE
088400     MOVE 'CONTROL TOTALS' TO CF-SC-TEXT
088500     WRITE REPORT-LINE FROM CF-SECTION-LINE
088600     MOVE 'GAMEHIST RECORDS AUDITED' TO CF-CT-LABEL
088700     MOVE CF-GAME-COUNT TO CF-CT-VALUE
088800     WRITE REPORT-LINE FROM CF-COUNT-LINE
088900     MOVE 'GAMES CERTIFIED' TO CF-CT-LABEL
089000     MOVE CF-GAMES-CERTIFIED TO CF-CT-VALUE
089100     WRITE REPORT-LINE FROM CF-COUNT-LINE
089200     MOVE 'GAMES FLAGGED' TO CF-CT-LABEL
089300     MOVE CF-GAMES-FLAGGED TO CF-CT-VALUE
089400     WRITE REPORT-LINE FROM CF-COUNT-LINE
089500     MOVE 'INTER-CLUB GAMES EXEMPT' TO CF-CT-LABEL
089600     MOVE CF-GAMES-EXEMPT TO CF-CT-VALUE
089700     WRITE REPORT-LINE FROM CF-COUNT-LINE
089800     MOVE 'MOVE LOG RECORDS READ' TO CF-CT-LABEL
089900     MOVE CF-MOVES-READ TO CF-CT-VALUE
090000     WRITE REPORT-LINE FROM CF-COUNT-LINE
090100     MOVE 'GAMES ON THE MOVE LOG' TO CF-CT-LABEL
090200     MOVE CF-GAMES-SEEN TO CF-CT-VALUE
090300     WRITE REPORT-LINE FROM CF-COUNT-LINE
090400     MOVE 'LOGGED GAMES WITH NO HISTORY' TO CF-CT-LABEL
090500     MOVE CF-GAMES-UNMATCHED TO CF-CT-VALUE
090600     WRITE REPORT-LINE FROM CF-COUNT-LINE
090700     CLOSE MOVE-LOG-FILE
090800     CLOSE LEGAL-CERT-FILE
090900     CLOSE REPORT-FILE
091000     IF CF-GAMES-FLAGGED > ZERO
091100         MOVE 4 TO RETURN-CODE
091200     ELSE
091300         MOVE 0 TO RETURN-CODE
091400     END-IF
091500     PERFORM 9100-LOG-END THRU 9100-EXIT
091600     DISPLAY 'CF4LEGL - NORMAL END, GAMES CERTIFIED '
091700         CF-GAMES-CERTIFIED ' FLAGGED ' CF-GAMES-FLAGGED.
091800 9000-EXIT.
091900     EXIT.
092000
092100*****************************************************************
092200*  9100-LOG-END - END RECORD ON THE JOB-RUN LOG.  THE RETURN    *
092300*  CODE IS SAVED AROUND THE CALL BECAUSE A CALLED PROGRAM       *
092400*  THAT LEAVES RETURN-CODE ALONE STILL HANDS BACK ZERO.         *
092500*****************************************************************
092600 9100-LOG-END.
092700     MOVE RETURN-CODE TO CF-SAVE-RETURN
092800     MOVE 'E' TO CF-JR-FUNCTION
092900     COMPUTE CF-JR-RECS-READ = CF-MOVES-READ + CF-HIST-READ
093000     MOVE CF-CERTS-WRITTEN TO CF-JR-RECS-WRITTEN
093100     IF RETURN-CODE = 4
093200         MOVE 'RC04' TO CF-JR-STATUS
093300     ELSE
093400         MOVE 'RC00' TO CF-JR-STATUS
093500     END-IF
093600     CALL 'CF4JRNL' USING CF-JR-PARMS
093700         ON EXCEPTION
093800             DISPLAY 'CF4LEGL - END NOT LOGGED'
093900     END-CALL
094000     MOVE CF-SAVE-RETURN TO RETURN-CODE.
094100 9100-EXIT.
094200     EXIT.
094300
094400*****************************************************************
094500*  9999-ABEND - FATAL ERROR, SET RETURN CODE AND STOP           *
094600*****************************************************************
094700 9999-ABEND.
094800     DISPLAY 'CF4LEGL - RUN TERMINATED IN ERROR'
094900     MOVE 16 TO RETURN-CODE
095000     STOP RUN.
095100 9999-EXIT.
095200     EXIT.
