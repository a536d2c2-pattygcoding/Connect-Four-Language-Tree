000100*****************************************************************
000200*                                                               *
000300*  CF4PROM - SEASON-END TIER PROMOTION AND RELEGATION           *
000400*                                                               *
000500*  TAKES THE CERTIFIED FINAL STANDINGS (TYPE S RECORDS ON       *
000600*  SEASRSLT) OF A CLOSED SEASON, GROUPS THEM BY EACH PLAYER'S   *
000700*  TIER ON THE PLAYER MASTER (PLAYERMS), AND APPLIES THE        *
000800*  RULES CARD: THE TOP N QUALIFIED PLAYERS OF EACH TIER GO UP   *
000900*  ONE TIER AND THE BOTTOM N GO DOWN ONE.  A PLAYER QUALIFIES   *
001000*  WITH AT LEAST THE MINIMUM NUMBER OF GAMES AND AN ACTIVE      *
001100*  RECORD ON THE MASTER.  NOBODY GOES ABOVE TIER A OR BELOW     *
001200*  TIER D, AND A PLAYER PROMOTED IS NEVER ALSO RELEGATED.       *
001300*                                                               *
001400*  THE PROPOSED MOVEMENTS ARE PRINTED TIER BY TIER ON PROMRPT   *
001500*  FOR COMMITTEE SIGN-OFF, AND EACH MOVEMENT IS PUNCHED AS A    *
001600*  CF4PMNT U CARD ON PROMTRAN.  A U CARD REBUILDS THE WHOLE     *
001700*  MASTER RECORD, SO EVERY CARD CARRIES THE PLAYER'S NAME,      *
001800*  PHONE, EMAIL AND HANDICAP AS THEY STAND ON PLAYERMS WITH     *
001900*  ONLY THE TIER CHANGED.  RUN IT AGAINST THE MASTER AS IT WAS  *
002000*  AT THE CLOSE - BEFORE THE DECK IS APPLIED.                   *
002100*                                                               *
002200*  RULES CARD (PROMPARM):                                       *
002300*               COLS 1-6   SEASON ID, ZERO OR BLANK FOR THE     *
002400*                          LATEST CLOSED SEASON ON SEASONCT     *
002500*               COLS 7-8   PLAYERS PROMOTED FROM EACH TIER      *
002600*               COLS 9-10  PLAYERS RELEGATED FROM EACH TIER     *
002700*               COLS 11-13 MINIMUM GAMES PLAYED TO QUALIFY      *
002800*                                                               *
002900*  RETURN CODES:  0 - CLEAN                                     *
003000*                 4 - STANDINGS LINES FOR PLAYERS NOT ON THE    *
003100*                     PLAYER MASTER                             *
003200*                16 - BAD RULES CARD, SEASON NOT CLOSED OR      *
003300*                     FILE ERROR                                *
003400*                                                               *
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. CF4PROM.
003700 AUTHOR. LEAGUE SYSTEMS GROUP.
003800 INSTALLATION. CONNECT FOUR LEAGUE.
003900 DATE-WRITTEN. 10/15/26.
004000 DATE-COMPILED.
004100*****************************************************************
004200*  MODIFICATION HISTORY                                         *
004300*  --------------------                                         *
004400*  10/15/26 LSG NEW PROGRAM - PROPOSE TIER MOVEMENTS FROM THE   *
004500*               CERTIFIED STANDINGS AND PUNCH THE U CARDS       *
004600*****************************************************************
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT PARM-FILE ASSIGN TO PROMPARM
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS CF-PARM-STATUS.
005300     SELECT SEASON-CTL-FILE ASSIGN TO SEASONCT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS CF-SEAS-STATUS.
005600     SELECT SEASON-RSLT-FILE ASSIGN TO SEASRSLT
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS CF-SRES-STATUS.
005900     SELECT PLAYER-MAST-FILE ASSIGN TO PLAYERMS
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS CF-PMAST-STATUS.
006200     SELECT PLAYER-TRAN-FILE ASSIGN TO PROMTRAN
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS CF-TRAN-STATUS.
006500     SELECT REPORT-FILE ASSIGN TO PROMRPT
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS CF-RPT-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  PARM-FILE
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  PARM-REC.
007400     05  CF-PARM-SEASON-ID        PIC X(06).
007500     05  CF-PARM-SEASON-ID-N REDEFINES CF-PARM-SEASON-ID
007600                                  PIC 9(06).
007700     05  CF-PARM-PROMOTE          PIC 9(02).
007800     05  CF-PARM-RELEGATE         PIC 9(02).
007900     05  CF-PARM-MIN-GAMES        PIC 9(03).
008000     05  FILLER                   PIC X(67).
008100
008200 FD  SEASON-CTL-FILE
008300     RECORD CONTAINS 80 CHARACTERS.
008400 COPY CFSEASON.
008500
008600 FD  SEASON-RSLT-FILE
008700     RECORD CONTAINS 80 CHARACTERS.
008800 COPY CFSEARES.
008900
009000 FD  PLAYER-MAST-FILE
009100     RECORD CONTAINS 80 CHARACTERS.
009200 COPY CFPLAYER.
009300
009400*****************************************************************
009500*  THE CF4PMNT TRANSACTION CARD (PLAYERTR LAYOUT)               *
009600*****************************************************************
009700 FD  PLAYER-TRAN-FILE
009800     RECORD CONTAINS 80 CHARACTERS.
009900 01  PLAYER-TRAN-REC.
010000     05  CF-PT-ACTION             PIC X(01).
010100         88  CF-PT-UPDATE             VALUE 'U'.
010200         88  CF-PT-COMMENT            VALUE '*'.
010300     05  CF-PT-PLAYER-ID          PIC X(08).
010400     05  CF-PT-PLAYER-NAME        PIC X(20).
010500     05  CF-PT-PHONE              PIC X(12).
010600     05  CF-PT-EMAIL              PIC X(25).
010700     05  CF-PT-TIER               PIC X(01).
010800     05  CF-PT-HANDICAP           PIC X(02).
010900     05  FILLER                   PIC X(11).
011000
011100 FD  REPORT-FILE
011200     RECORD CONTAINS 132 CHARACTERS.
011300 01  REPORT-LINE                  PIC X(132).
011400
011500 WORKING-STORAGE SECTION.
011600 77  CF-PARM-STATUS               PIC X(02).
011700 77  CF-SEAS-STATUS               PIC X(02).
011800 77  CF-SRES-STATUS               PIC X(02).
011900 77  CF-PMAST-STATUS              PIC X(02).
012000 77  CF-TRAN-STATUS               PIC X(02).
012100 77  CF-RPT-STATUS                PIC X(02).
012200 77  CF-SEAS-EOF-SW               PIC X(01) VALUE 'N'.
012300     88  CF-SEAS-EOF                  VALUE 'Y'.
012400 77  CF-SRES-EOF-SW               PIC X(01) VALUE 'N'.
012500     88  CF-SRES-EOF                  VALUE 'Y'.
012600 77  CF-PMAST-EOF-SW              PIC X(01) VALUE 'N'.
012700     88  CF-PMAST-EOF                 VALUE 'Y'.
012800 77  CF-SEASON-FOUND-SW           PIC X(01) VALUE 'N'.
012900     88  CF-SEASON-FOUND              VALUE 'Y'.
013000 77  CF-SEASON-ID                 PIC 9(06) VALUE ZERO.
013100 77  CF-SEASON-NAME               PIC X(20) VALUE SPACES.
013200 77  CF-SEASON-STATUS             PIC X(01) VALUE SPACE.
013300 77  CF-WORK-ID                   PIC X(08).
013400 77  CF-WORK-TIER                 PIC X(01).
013500 77  CF-TIER-QUALIFIED            PIC S9(04) COMP.
013600 77  CF-TIER-SEEN                 PIC S9(04) COMP.
013700 77  CF-TIER-LISTED               PIC S9(04) COMP.
013800 77  CF-RELEGATE-FROM             PIC S9(04) COMP.
013900 77  CF-SRES-READ                 PIC S9(05) COMP-3 VALUE +0.
014000 77  CF-STANDINGS-USED            PIC S9(05) COMP-3 VALUE +0.
014100 77  CF-PROMOTIONS                PIC S9(05) COMP-3 VALUE +0.
014200 77  CF-RELEGATIONS               PIC S9(05) COMP-3 VALUE +0.
014300 77  CF-NOT-QUALIFIED             PIC S9(05) COMP-3 VALUE +0.
014400 77  CF-NOT-ON-MASTER             PIC S9(05) COMP-3 VALUE +0.
014500 77  CF-CARDS-WRITTEN             PIC S9(05) COMP-3 VALUE +0.
014600 77  CF-IX                        PIC S9(04) COMP.
014700 77  CF-TX                        PIC S9(04) COMP.
014800 77  CF-WORK-SUB                  PIC S9(04) COMP.
014900 77  CF-SAVE-RETURN               PIC S9(04) COMP.
015000 77  CF-RUN-DATE                  PIC 9(08).
015100
015200 COPY CFJRPARM.
015300
015400 01  CF-ROSTER-TABLE.
015500     05  CF-ROSTER-COUNT          PIC S9(04) COMP VALUE +0.
015600     05  CF-ROSTER-MAX            PIC S9(04) COMP VALUE +500.
015700     05  CF-ROSTER-ENTRY OCCURS 500 TIMES.
015800         10  CF-RO-RECORD         PIC X(80).
015900         10  CF-RO-KEY REDEFINES CF-RO-RECORD.
016000             15  CF-RO-ID         PIC X(08).
016100             15  FILLER           PIC X(72).
016200
016300*****************************************************************
016400*  THE SEASON'S STANDINGS LINES IN FINAL RANK ORDER, EACH WITH  *
016500*  ITS TIER FROM THE MASTER AND THE PROPOSED MOVEMENT           *
016600*****************************************************************
016700 01  CF-MOVE-TABLE.
016800     05  CF-MOVE-COUNT            PIC S9(04) COMP VALUE +0.
016900     05  CF-MOVE-MAX              PIC S9(04) COMP VALUE +500.
017000     05  CF-MOVE-ENTRY OCCURS 500 TIMES.
017100         10  CF-MV-PLAYER-ID      PIC X(08).
017200         10  CF-MV-PLAYER-NAME    PIC X(20).
017300         10  CF-MV-RANK           PIC 9(03).
017400         10  CF-MV-GAMES          PIC 9(04).
017500         10  CF-MV-POINTS         PIC 9(05).
017600         10  CF-MV-ROSTER-SUB     PIC S9(04) COMP.
017700         10  CF-MV-TIER           PIC X(01).
017800         10  CF-MV-NEW-TIER       PIC X(01).
017900         10  CF-MV-ACTION         PIC X(01).
018000             88  CF-MV-PROMOTE        VALUE 'P'.
018100             88  CF-MV-RELEGATE       VALUE 'R'.
018200             88  CF-MV-STAYS          VALUE 'S'.
018300             88  CF-MV-UNQUALIFIED    VALUE 'Q'.
018400             88  CF-MV-INACTIVE       VALUE 'I'.
018500             88  CF-MV-NO-MASTER      VALUE 'M'.
018600
018700*****************************************************************
018800*  TIERS FROM THE TOP DOWN                                      *
018900*****************************************************************
019000 01  CF-TIER-VALUES.
019100     05  FILLER                   PIC X(11) VALUE 'AOPEN'.
019200     05  FILLER                   PIC X(11) VALUE 'BCLUB'.
019300     05  FILLER                   PIC X(11) VALUE 'CSOCIAL'.
019400     05  FILLER                   PIC X(11) VALUE 'DNOVICE'.
019500 01  CF-TIER-TABLE REDEFINES CF-TIER-VALUES.
019600     05  CF-TIER-ENTRY OCCURS 4 TIMES.
019700         10  CF-TIER-CODE         PIC X(01).
019800         10  CF-TIER-NAME         PIC X(10).
019900
020000 01  CF-COMMENT-CARD.
020100     05  CF-CC-STAR               PIC X(01) VALUE '*'.
020200     05  FILLER                   PIC X(01) VALUE SPACE.
020300     05  CF-CC-TEXT               PIC X(78) VALUE SPACES.
020400
020500 01  CF-HEAD-1.
020600     05  FILLER                   PIC X(09) VALUE 'CF4PROM'.
020700     05  FILLER                   PIC X(40) VALUE
020800         'TIER PROMOTION AND RELEGATION'.
020900     05  FILLER                   PIC X(05) VALUE 'DATE'.
021000     05  CF-HD-DATE               PIC 9(08).
021100     05  FILLER                   PIC X(70) VALUE SPACES.
021200
021300 01  CF-HEAD-SEAS.
021400     05  FILLER                   PIC X(08) VALUE 'SEASON'.
021500     05  CF-HS-ID                 PIC 9(06).
021600     05  FILLER                   PIC X(02) VALUE SPACES.
021700     05  CF-HS-NAME               PIC X(20).
021800     05  FILLER                   PIC X(10) VALUE 'PROMOTE'.
021900     05  CF-HS-PROMOTE            PIC Z9.
022000     05  FILLER                   PIC X(12) VALUE '  RELEGATE'.
022100     05  CF-HS-RELEGATE           PIC Z9.
022200     05  FILLER                   PIC X(13) VALUE '  MIN GAMES'.
022300     05  CF-HS-MIN-GAMES          PIC ZZ9.
022400     05  FILLER                   PIC X(54) VALUE SPACES.
022500
022600 01  CF-SECTION-LINE.
022700     05  CF-SC-TEXT               PIC X(60).
022800     05  FILLER                   PIC X(72) VALUE SPACES.
022900
023000 01  CF-MOVE-HEAD.
023100     05  FILLER                   PIC X(06) VALUE 'TIER'.
023200     05  FILLER                   PIC X(06) VALUE 'RANK'.
023300     05  FILLER                   PIC X(10) VALUE 'PLAYER'.
023400     05  FILLER                   PIC X(22) VALUE 'NAME'.
023500     05  FILLER                   PIC X(07) VALUE 'GAMES'.
023600     05  FILLER                   PIC X(08) VALUE 'POINTS'.
023700     05  FILLER                   PIC X(73) VALUE
023800         'PROPOSED'.
023900
024000 01  CF-MOVE-LINE.
024100     05  CF-ML-TIER-POS           PIC ZZ9.
024200     05  FILLER                   PIC X(03) VALUE SPACES.
024300     05  CF-ML-RANK               PIC ZZ9.
024400     05  FILLER                   PIC X(03) VALUE SPACES.
024500     05  CF-ML-ID                 PIC X(08).
024600     05  FILLER                   PIC X(02) VALUE SPACES.
024700     05  CF-ML-NAME               PIC X(20).
024800     05  FILLER                   PIC X(02) VALUE SPACES.
024900     05  CF-ML-GAMES              PIC ZZZ9.
025000     05  FILLER                   PIC X(03) VALUE SPACES.
025100     05  CF-ML-POINTS             PIC ZZZZ9.
025200     05  FILLER                   PIC X(03) VALUE SPACES.
025300     05  CF-ML-DISP               PIC X(40).
025400     05  FILLER                   PIC X(33) VALUE SPACES.
025500
025600 01  CF-SIGN-LINE.
025700     05  FILLER                   PIC X(54) VALUE
025800         'APPROVED FOR THE COMMITTEE  ____________________  DATE'.
025900     05  FILLER                   PIC X(78) VALUE
026000         '  ________'.
026100
026200 01  CF-COUNT-LINE.
026300     05  CF-CT-LABEL              PIC X(34).
026400     05  CF-CT-VALUE              PIC ZZZ,ZZ9.
026500     05  FILLER                   PIC X(91) VALUE SPACES.
026600
026700 PROCEDURE DIVISION.
026800*****************************************************************
026900*  0000-MAINLINE - CONTROL THE RUN                              *
027000*****************************************************************
027100 0000-MAINLINE.
027200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027300     PERFORM 2000-LOAD-STANDINGS THRU 2000-EXIT
027400     PERFORM 3000-APPLY-RULES THRU 3000-EXIT
027500         VARYING CF-TX FROM 1 BY 1
027600         UNTIL CF-TX > 4
027700     PERFORM 4000-PRINT-TIER THRU 4000-EXIT
027800         VARYING CF-TX FROM 1 BY 1
027900         UNTIL CF-TX > 4
028000     PERFORM 5000-PRINT-UNMATCHED THRU 5000-EXIT
028100     PERFORM 9000-TERMINATE THRU 9000-EXIT
028200     STOP RUN.
028300
028400*****************************************************************
028500*  1000-INITIALIZE - RULES CARD, SEASON, MASTER TABLE, OPEN     *
028600*  THE DECK AND REPORT                                          *
028700*****************************************************************
028800 1000-INITIALIZE.
028900     ACCEPT CF-RUN-DATE FROM DATE YYYYMMDD
029000     OPEN INPUT PARM-FILE
029100     IF CF-PARM-STATUS NOT = '00'
029200         DISPLAY 'CF4PROM - CANNOT OPEN PROMPARM, STATUS '
029300             CF-PARM-STATUS
029400         GO TO 9999-ABEND
029500     END-IF
029600     READ PARM-FILE
029700         AT END
029800             DISPLAY 'CF4PROM - EMPTY RULES FILE'
029900             GO TO 9999-ABEND
030000     END-READ
030100     CLOSE PARM-FILE
030200     IF CF-PARM-SEASON-ID = SPACES
030300         MOVE ZERO TO CF-PARM-SEASON-ID-N
030400     END-IF
030500     IF CF-PARM-SEASON-ID-N IS NOT NUMERIC
030600         OR CF-PARM-PROMOTE IS NOT NUMERIC
030700         OR CF-PARM-RELEGATE IS NOT NUMERIC
030800         OR CF-PARM-MIN-GAMES IS NOT NUMERIC
030900         DISPLAY 'CF4PROM - NON-NUMERIC FIELD ON THE RULES CARD'
031000         GO TO 9999-ABEND
031100     END-IF
031200     PERFORM 1300-LOG-START THRU 1300-EXIT
031300     PERFORM 1100-FIND-SEASON THRU 1100-EXIT
031400     OPEN INPUT PLAYER-MAST-FILE
031500     IF CF-PMAST-STATUS NOT = '00'
031600         DISPLAY 'CF4PROM - CANNOT OPEN PLAYERMS, STATUS '
031700             CF-PMAST-STATUS
031800         GO TO 9999-ABEND
031900     END-IF
032000     PERFORM 8100-READ-PMAST THRU 8100-EXIT
032100     PERFORM 1200-TABLE-PLAYER THRU 1200-EXIT
032200         UNTIL CF-PMAST-EOF
032300     CLOSE PLAYER-MAST-FILE
032400     OPEN OUTPUT PLAYER-TRAN-FILE
032500     IF CF-TRAN-STATUS NOT = '00'
032600         DISPLAY 'CF4PROM - CANNOT OPEN PROMTRAN, STATUS '
032700             CF-TRAN-STATUS
032800         GO TO 9999-ABEND
032900     END-IF
033000     MOVE SPACES TO CF-COMMENT-CARD
033100     MOVE '*' TO CF-CC-STAR
033200     STRING 'TIER MOVEMENTS FOR SEASON ' DELIMITED BY SIZE
033300         CF-SEASON-ID DELIMITED BY SIZE
033400         ' PROPOSED ' DELIMITED BY SIZE
033500         CF-RUN-DATE DELIMITED BY SIZE
033600         INTO CF-CC-TEXT
033700     WRITE PLAYER-TRAN-REC FROM CF-COMMENT-CARD
033800     OPEN OUTPUT REPORT-FILE
033900     IF CF-RPT-STATUS NOT = '00'
034000         DISPLAY 'CF4PROM - CANNOT OPEN PROMRPT, STATUS '
034100             CF-RPT-STATUS
034200         GO TO 9999-ABEND
034300     END-IF
034400     MOVE CF-RUN-DATE TO CF-HD-DATE
034500     WRITE REPORT-LINE FROM CF-HEAD-1
034600     MOVE SPACES TO REPORT-LINE
034700     WRITE REPORT-LINE
034800     MOVE CF-SEASON-ID TO CF-HS-ID
034900     MOVE CF-SEASON-NAME TO CF-HS-NAME
035000     MOVE CF-PARM-PROMOTE TO CF-HS-PROMOTE
035100     MOVE CF-PARM-RELEGATE TO CF-HS-RELEGATE
035200     MOVE CF-PARM-MIN-GAMES TO CF-HS-MIN-GAMES
035300     WRITE REPORT-LINE FROM CF-HEAD-SEAS.
035400 1000-EXIT.
035500     EXIT.
035600
035700*****************************************************************
035800*  1100-FIND-SEASON - THE SEASON ON THE RULES CARD, OR THE      *
035900*  LAST CLOSED ONE ON SEASONCT.  IT MUST BE CLOSED.             *
036000*****************************************************************
036100 1100-FIND-SEASON.
036200     OPEN INPUT SEASON-CTL-FILE
036300     IF CF-SEAS-STATUS NOT = '00'
036400         DISPLAY 'CF4PROM - CANNOT OPEN SEASONCT, STATUS '
036500             CF-SEAS-STATUS
036600         GO TO 9999-ABEND
036700     END-IF
036800     PERFORM 8000-READ-SEAS THRU 8000-EXIT
036900     PERFORM 1110-CHECK-SEASON THRU 1110-EXIT
037000         UNTIL CF-SEAS-EOF
037100     CLOSE SEASON-CTL-FILE
037200     IF NOT CF-SEASON-FOUND
037300         DISPLAY 'CF4PROM - NO CLOSED SEASON '
037400             CF-PARM-SEASON-ID ' ON SEASONCT'
037500         GO TO 9999-ABEND
037600     END-IF
037700     IF CF-SEASON-STATUS NOT = 'C'
037800         DISPLAY 'CF4PROM - SEASON ' CF-SEASON-ID
037900             ' IS NOT CLOSED'
038000         GO TO 9999-ABEND
038100     END-IF.
038200 1100-EXIT.
038300     EXIT.
038400
038500 1110-CHECK-SEASON.
038600     IF (CF-PARM-SEASON-ID-N = ZERO AND CF-SE-CLOSED)
038700         OR (CF-PARM-SEASON-ID-N NOT = ZERO
038800             AND CF-SE-SEASON-ID = CF-PARM-SEASON-ID-N)
038900         MOVE 'Y' TO CF-SEASON-FOUND-SW
039000         MOVE CF-SE-SEASON-ID TO CF-SEASON-ID
039100         MOVE CF-SE-SEASON-NAME TO CF-SEASON-NAME
039200         MOVE CF-SE-STATUS TO CF-SEASON-STATUS
039300     END-IF
039400     PERFORM 8000-READ-SEAS THRU 8000-EXIT.
039500 1110-EXIT.
039600     EXIT.
039700
039800 1200-TABLE-PLAYER.
039900     IF CF-ROSTER-COUNT < CF-ROSTER-MAX
040000         ADD 1 TO CF-ROSTER-COUNT
040100         MOVE PLAYER-MAST-REC TO CF-RO-RECORD (CF-ROSTER-COUNT)
040200     ELSE
040300         DISPLAY 'CF4PROM - ROSTER TABLE FULL AT ID '
040400             CF-PM-PLAYER-ID
040500     END-IF
040600     PERFORM 8100-READ-PMAST THRU 8100-EXIT.
040700 1200-EXIT.
040800     EXIT.
040900
041000*****************************************************************
041100*  1300-LOG-START - STAMP THE JOB-RUN LOG.  THE COMMITTEE MAY   *
041200*  RERUN WITH A CHANGED RULES CARD, SO THERE IS NO RERUN GUARD. *
041300*****************************************************************
041400 1300-LOG-START.
041500     MOVE 'A' TO CF-JR-FUNCTION
041600     MOVE 'CF4PROM' TO CF-JR-PROGRAM
041700     MOVE CF-RUN-DATE TO CF-JR-RUN-DATE
041800     MOVE ZEROES TO CF-JR-RECS-READ
041900     MOVE ZEROES TO CF-JR-RECS-WRITTEN
042000     MOVE SPACES TO CF-JR-STATUS
042100     MOVE ZERO TO CF-JR-RETURN
042200     CALL 'CF4JRNL' USING CF-JR-PARMS
042300         ON EXCEPTION
042400             DISPLAY 'CF4PROM - CF4JRNL IS NOT AVAILABLE'
042500             GO TO 9999-ABEND
042600     END-CALL
042700     IF CF-JR-RETURN NOT = ZERO
042800         DISPLAY 'CF4PROM - JOB LOG ERROR, RETURN '
042900             CF-JR-RETURN
043000         GO TO 9999-ABEND
043100     END-IF.
043200 1300-EXIT.
043300     EXIT.
043400
043500*****************************************************************
043600*  2000-LOAD-STANDINGS - THE SEASON'S S RECORDS, EACH MATCHED   *
043700*  TO THE MASTER FOR ITS TIER                                   *
043800*****************************************************************
043900 2000-LOAD-STANDINGS.
044000     OPEN INPUT SEASON-RSLT-FILE
044100     IF CF-SRES-STATUS NOT = '00'
044200         DISPLAY 'CF4PROM - CANNOT OPEN SEASRSLT, STATUS '
044300             CF-SRES-STATUS
044400         GO TO 9999-ABEND
044500     END-IF
044600     PERFORM 8200-READ-SRES THRU 8200-EXIT
044700     PERFORM 2100-TABLE-STANDING THRU 2100-EXIT
044800         UNTIL CF-SRES-EOF
044900     CLOSE SEASON-RSLT-FILE
045000     IF CF-MOVE-COUNT = ZERO
045100         DISPLAY 'CF4PROM - NO FINAL STANDINGS ON SEASRSLT FOR '
045200             CF-SEASON-ID
045300         GO TO 9999-ABEND
045400     END-IF.
045500 2000-EXIT.
045600     EXIT.
045700
045800 2100-TABLE-STANDING.
045900     ADD 1 TO CF-SRES-READ
046000     IF NOT CF-SR-STANDING-REC
046100         OR CF-SR-SEASON-ID NOT = CF-SEASON-ID
046200         GO TO 2100-NEXT
046300     END-IF
046400     IF CF-MOVE-COUNT >= CF-MOVE-MAX
046500         DISPLAY 'CF4PROM - STANDINGS TABLE FULL'
046600         GO TO 9999-ABEND
046700     END-IF
046800     ADD 1 TO CF-MOVE-COUNT
046900     ADD 1 TO CF-STANDINGS-USED
047000     MOVE CF-SR-PLAYER-ID TO CF-MV-PLAYER-ID (CF-MOVE-COUNT)
047100     MOVE CF-SR-PLAYER-NAME TO CF-MV-PLAYER-NAME (CF-MOVE-COUNT)
047200     MOVE CF-SR-RANK TO CF-MV-RANK (CF-MOVE-COUNT)
047300     MOVE CF-SR-GAMES TO CF-MV-GAMES (CF-MOVE-COUNT)
047400     MOVE CF-SR-POINTS TO CF-MV-POINTS (CF-MOVE-COUNT)
047500     MOVE SPACE TO CF-MV-NEW-TIER (CF-MOVE-COUNT)
047600     MOVE CF-SR-PLAYER-ID TO CF-WORK-ID
047700     PERFORM 2200-FIND-PLAYER THRU 2200-EXIT
047800     MOVE CF-WORK-SUB TO CF-MV-ROSTER-SUB (CF-MOVE-COUNT)
047900     IF CF-WORK-SUB = ZERO
048000         MOVE SPACE TO CF-MV-TIER (CF-MOVE-COUNT)
048100         MOVE 'M' TO CF-MV-ACTION (CF-MOVE-COUNT)
048200         ADD 1 TO CF-NOT-ON-MASTER
048300         GO TO 2100-NEXT
048400     END-IF
048500     MOVE CF-RO-RECORD (CF-WORK-SUB) TO PLAYER-MAST-REC
048600     MOVE CF-PM-TIER TO CF-MV-TIER (CF-MOVE-COUNT)
048700     EVALUATE TRUE
048800         WHEN NOT CF-PM-ACTIVE
048900             OR NOT CF-PM-NOT-MERGED
049000             MOVE 'I' TO CF-MV-ACTION (CF-MOVE-COUNT)
049100         WHEN CF-SR-GAMES < CF-PARM-MIN-GAMES
049200             MOVE 'Q' TO CF-MV-ACTION (CF-MOVE-COUNT)
049300             ADD 1 TO CF-NOT-QUALIFIED
049400         WHEN OTHER
049500             MOVE 'S' TO CF-MV-ACTION (CF-MOVE-COUNT)
049600     END-EVALUATE.
049700 2100-NEXT.
049800     PERFORM 8200-READ-SRES THRU 8200-EXIT.
049900 2100-EXIT.
050000     EXIT.
050100
050200 2200-FIND-PLAYER.
050300     MOVE ZERO TO CF-WORK-SUB
050400     PERFORM 2210-SCAN-ROSTER THRU 2210-EXIT
050500         VARYING CF-IX FROM 1 BY 1
050600         UNTIL CF-IX > CF-ROSTER-COUNT
050700            OR CF-WORK-SUB > ZERO.
050800 2200-EXIT.
050900     EXIT.
051000
051100 2210-SCAN-ROSTER.
051200     IF CF-RO-ID (CF-IX) = CF-WORK-ID
051300         MOVE CF-IX TO CF-WORK-SUB
051400     END-IF.
051500 2210-EXIT.
051600     EXIT.
051700
051800*****************************************************************
051900*  3000-APPLY-RULES - TIER CF-TX.  COUNT ITS QUALIFIED PLAYERS, *
052000*  THEN MARK THE TOP N UP AND THE BOTTOM N DOWN.  WHERE THE     *
052100*  TIER IS TOO SMALL FOR BOTH, PROMOTION WINS.                  *
052200*****************************************************************
052300 3000-APPLY-RULES.
052400     MOVE CF-TIER-CODE (CF-TX) TO CF-WORK-TIER
052500     MOVE ZERO TO CF-TIER-QUALIFIED
052600     PERFORM 3100-COUNT-QUALIFIED THRU 3100-EXIT
052700         VARYING CF-IX FROM 1 BY 1
052800         UNTIL CF-IX > CF-MOVE-COUNT
052900     COMPUTE CF-RELEGATE-FROM =
053000         CF-TIER-QUALIFIED - CF-PARM-RELEGATE + 1
053100     MOVE ZERO TO CF-TIER-SEEN
053200     PERFORM 3200-MARK-MOVEMENT THRU 3200-EXIT
053300         VARYING CF-IX FROM 1 BY 1
053400         UNTIL CF-IX > CF-MOVE-COUNT.
053500 3000-EXIT.
053600     EXIT.
053700
053800 3100-COUNT-QUALIFIED.
053900     IF CF-MV-TIER (CF-IX) = CF-WORK-TIER
054000         AND CF-MV-STAYS (CF-IX)
054100         ADD 1 TO CF-TIER-QUALIFIED
054200     END-IF.
054300 3100-EXIT.
054400     EXIT.
054500
054600 3200-MARK-MOVEMENT.
054700     IF CF-MV-TIER (CF-IX) NOT = CF-WORK-TIER
054800         OR NOT CF-MV-STAYS (CF-IX)
054900         GO TO 3200-EXIT
055000     END-IF
055100     ADD 1 TO CF-TIER-SEEN
055200     IF CF-TIER-SEEN <= CF-PARM-PROMOTE
055300         AND CF-TX > 1
055400         MOVE 'P' TO CF-MV-ACTION (CF-IX)
055500         MOVE CF-TIER-CODE (CF-TX - 1) TO CF-MV-NEW-TIER (CF-IX)
055600         ADD 1 TO CF-PROMOTIONS
055700         GO TO 3200-EXIT
055800     END-IF
055900     IF CF-TIER-SEEN >= CF-RELEGATE-FROM
056000         AND CF-PARM-RELEGATE > ZERO
056100         AND CF-TX < 4
056200         MOVE 'R' TO CF-MV-ACTION (CF-IX)
056300         MOVE CF-TIER-CODE (CF-TX + 1) TO CF-MV-NEW-TIER (CF-IX)
056400         ADD 1 TO CF-RELEGATIONS
056500     END-IF.
056600 3200-EXIT.
056700     EXIT.
056800
056900*****************************************************************
057000*  4000-PRINT-TIER - TIER CF-TX IN FINAL RANK ORDER, PUNCHING   *
057100*  A U CARD FOR EACH MOVEMENT                                   *
057200*****************************************************************
057300 4000-PRINT-TIER.
057400     MOVE CF-TIER-CODE (CF-TX) TO CF-WORK-TIER
057500     MOVE SPACES TO REPORT-LINE
057600     WRITE REPORT-LINE
057700     MOVE SPACES TO CF-SC-TEXT
057800     STRING 'TIER ' DELIMITED BY SIZE
057900         CF-WORK-TIER DELIMITED BY SIZE
058000         ' - ' DELIMITED BY SIZE
058100         CF-TIER-NAME (CF-TX) DELIMITED BY SPACE
058200         INTO CF-SC-TEXT
058300     WRITE REPORT-LINE FROM CF-SECTION-LINE
058400     WRITE REPORT-LINE FROM CF-MOVE-HEAD
058500     MOVE ZERO TO CF-TIER-SEEN
058600     MOVE ZERO TO CF-TIER-LISTED
058700     PERFORM 4100-PRINT-ONE THRU 4100-EXIT
058800         VARYING CF-IX FROM 1 BY 1
058900         UNTIL CF-IX > CF-MOVE-COUNT
059000     IF CF-TIER-LISTED = ZERO
059100         MOVE 'NO STANDINGS LINES IN THIS TIER' TO CF-SC-TEXT
059200         WRITE REPORT-LINE FROM CF-SECTION-LINE
059300     END-IF.
059400 4000-EXIT.
059500     EXIT.
059600
059700 4100-PRINT-ONE.
059800     IF CF-MV-TIER (CF-IX) NOT = CF-WORK-TIER
059900         OR CF-MV-NO-MASTER (CF-IX)
060000         GO TO 4100-EXIT
060100     END-IF
060200     ADD 1 TO CF-TIER-LISTED
060300     MOVE SPACES TO CF-MOVE-LINE
060400     IF CF-MV-STAYS (CF-IX) OR CF-MV-PROMOTE (CF-IX)
060500         OR CF-MV-RELEGATE (CF-IX)
060600         ADD 1 TO CF-TIER-SEEN
060700         MOVE CF-TIER-SEEN TO CF-ML-TIER-POS
060800     END-IF
060900     PERFORM 4200-FORMAT-LINE THRU 4200-EXIT
061000     EVALUATE TRUE
061100         WHEN CF-MV-PROMOTE (CF-IX)
061200             STRING 'PROMOTED TO TIER ' DELIMITED BY SIZE
061300                 CF-MV-NEW-TIER (CF-IX) DELIMITED BY SIZE
061400                 INTO CF-ML-DISP
061500             PERFORM 4300-WRITE-CARD THRU 4300-EXIT
061600         WHEN CF-MV-RELEGATE (CF-IX)
061700             STRING 'RELEGATED TO TIER ' DELIMITED BY SIZE
061800                 CF-MV-NEW-TIER (CF-IX) DELIMITED BY SIZE
061900                 INTO CF-ML-DISP
062000             PERFORM 4300-WRITE-CARD THRU 4300-EXIT
062100         WHEN CF-MV-UNQUALIFIED (CF-IX)
062200             MOVE 'STAYS - TOO FEW GAMES TO QUALIFY'
062300                 TO CF-ML-DISP
062400         WHEN CF-MV-INACTIVE (CF-IX)
062500             MOVE 'STAYS - INACTIVE ON PLAYER MASTER'
062600                 TO CF-ML-DISP
062700         WHEN OTHER
062800             MOVE 'STAYS' TO CF-ML-DISP
062900     END-EVALUATE
063000     WRITE REPORT-LINE FROM CF-MOVE-LINE.
063100 4100-EXIT.
063200     EXIT.
063300
063400 4200-FORMAT-LINE.
063500     MOVE CF-MV-RANK (CF-IX) TO CF-ML-RANK
063600     MOVE CF-MV-PLAYER-ID (CF-IX) TO CF-ML-ID
063700     MOVE CF-MV-PLAYER-NAME (CF-IX) TO CF-ML-NAME
063800     MOVE CF-MV-GAMES (CF-IX) TO CF-ML-GAMES
063900     MOVE CF-MV-POINTS (CF-IX) TO CF-ML-POINTS.
064000 4200-EXIT.
064100     EXIT.
064200
064300*****************************************************************
064400*  4300-WRITE-CARD - U CARD CARRYING THE WHOLE MASTER RECORD    *
064500*  WITH THE NEW TIER                                            *
064600*****************************************************************
064700 4300-WRITE-CARD.
064800     MOVE CF-RO-RECORD (CF-MV-ROSTER-SUB (CF-IX))
064900         TO PLAYER-MAST-REC
065000     MOVE SPACES TO PLAYER-TRAN-REC
065100     MOVE 'U' TO CF-PT-ACTION
065200     MOVE CF-PM-PLAYER-ID TO CF-PT-PLAYER-ID
065300     MOVE CF-PM-PLAYER-NAME TO CF-PT-PLAYER-NAME
065400     MOVE CF-PM-PHONE TO CF-PT-PHONE
065500     MOVE CF-PM-EMAIL TO CF-PT-EMAIL
065600     MOVE CF-MV-NEW-TIER (CF-IX) TO CF-PT-TIER
065700     MOVE CF-PM-HANDICAP TO CF-PT-HANDICAP
065800     WRITE PLAYER-TRAN-REC
065900     IF CF-TRAN-STATUS NOT = '00'
066000         DISPLAY 'CF4PROM - PROMTRAN WRITE FAILED, STATUS '
066100             CF-TRAN-STATUS
066200         GO TO 9999-ABEND
066300     END-IF
066400     ADD 1 TO CF-CARDS-WRITTEN.
066500 4300-EXIT.
066600     EXIT.
066700
066800*****************************************************************
066900*  5000-PRINT-UNMATCHED - STANDINGS LINES WITH NO MASTER RECORD *
067000*****************************************************************
067100 5000-PRINT-UNMATCHED.
067200     IF CF-NOT-ON-MASTER = ZERO
067300         GO TO 5000-EXIT
067400     END-IF
067500     MOVE SPACES TO REPORT-LINE
067600     WRITE REPORT-LINE
067700     MOVE 'NOT ON THE PLAYER MASTER - NO TIER, NOT MOVED'
067800         TO CF-SC-TEXT
067900     WRITE REPORT-LINE FROM CF-SECTION-LINE
068000     WRITE REPORT-LINE FROM CF-MOVE-HEAD
068100     PERFORM 5100-PRINT-ONE THRU 5100-EXIT
068200         VARYING CF-IX FROM 1 BY 1
068300         UNTIL CF-IX > CF-MOVE-COUNT.
068400 5000-EXIT.
068500     EXIT.
068600
068700 5100-PRINT-ONE.
068800     IF NOT CF-MV-NO-MASTER (CF-IX)
068900         GO TO 5100-EXIT
069000     END-IF
069100     MOVE SPACES TO CF-MOVE-LINE
069200     PERFORM 4200-FORMAT-LINE THRU 4200-EXIT
069300     MOVE 'NOT MOVED' TO CF-ML-DISP
069400     WRITE REPORT-LINE FROM CF-MOVE-LINE.
069500 5100-EXIT.
069600     EXIT.
069700
069800*****************************************************************
069900*  8000-READ-SEAS / 8100-READ-PMAST / 8200-READ-SRES            *
070000*****************************************************************
070100 8000-READ-SEAS.
070200     READ SEASON-CTL-FILE
070300         AT END
070400             MOVE 'Y' TO CF-SEAS-EOF-SW
070500     END-READ.
070600 8000-EXIT.
070700     EXIT.
070800
070900 8100-READ-PMAST.
071000     READ PLAYER-MAST-FILE
071100         AT END
071200             MOVE 'Y' TO CF-PMAST-EOF-SW
071300     END-READ.
071400 8100-EXIT.
071500     EXIT.
071600
071700 8200-READ-SRES.
071800     READ SEASON-RSLT-FILE
071900         AT END
072000             MOVE 'Y' TO CF-SRES-EOF-SW
072100     END-READ.
072200 8200-EXIT.
072300     EXIT.
072400
072500*****************************************************************
072600*  9000-TERMINATE - SIGN-OFF, TOTALS, CLOSE FILES, RETURN CODE  *
072700*****************************************************************
072800 9000-TERMINATE.
072900     MOVE SPACES TO REPORT-LINE
073000     WRITE REPORT-LINE
073100     MOVE 'STANDINGS LINES FOR THE SEASON' TO CF-CT-LABEL
073200     MOVE CF-STANDINGS-USED TO CF-CT-VALUE
073300     WRITE REPORT-LINE FROM CF-COUNT-LINE
073400     MOVE 'PROMOTIONS PROPOSED' TO CF-CT-LABEL
073500     MOVE CF-PROMOTIONS TO CF-CT-VALUE
073600     WRITE REPORT-LINE FROM CF-COUNT-LINE
073700     MOVE 'RELEGATIONS PROPOSED' TO CF-CT-LABEL
073800     MOVE CF-RELEGATIONS TO CF-CT-VALUE
073900     WRITE REPORT-LINE FROM CF-COUNT-LINE
074000     MOVE 'TOO FEW GAMES TO QUALIFY' TO CF-CT-LABEL
074100     MOVE CF-NOT-QUALIFIED TO CF-CT-VALUE
074200     WRITE REPORT-LINE FROM CF-COUNT-LINE
074300     MOVE 'NOT ON THE PLAYER MASTER' TO CF-CT-LABEL
074400     MOVE CF-NOT-ON-MASTER TO CF-CT-VALUE
074500     WRITE REPORT-LINE FROM CF-COUNT-LINE
074600     MOVE 'U CARDS WRITTEN TO PROMTRAN' TO CF-CT-LABEL
074700     MOVE CF-CARDS-WRITTEN TO CF-CT-VALUE
074800     WRITE REPORT-LINE FROM CF-COUNT-LINE
074900     MOVE SPACES TO REPORT-LINE
075000     WRITE REPORT-LINE
075100     WRITE REPORT-LINE
075200     WRITE REPORT-LINE FROM CF-SIGN-LINE
075300     CLOSE PLAYER-TRAN-FILE
075400     CLOSE REPORT-FILE
075500     IF CF-NOT-ON-MASTER > ZERO
075600         MOVE 4 TO RETURN-CODE
075700     ELSE
075800         MOVE 0 TO RETURN-CODE
075900     END-IF
076000     PERFORM 9100-LOG-END THRU 9100-EXIT
076100     DISPLAY 'CF4PROM - NORMAL END, PROMOTIONS '
076200         CF-PROMOTIONS ' RELEGATIONS ' CF-RELEGATIONS.
076300 9000-EXIT.
076400     EXIT.
076500
076600*****************************************************************
076700*  9100-LOG-END - END RECORD ON THE JOB-RUN LOG.  THE RETURN    *
076800*  CODE IS SAVED AROUND THE CALL BECAUSE A CALLED PROGRAM       *
076900*  THAT LEAVES RETURN-CODE ALONE STILL HANDS BACK ZERO.         *
077000*****************************************************************
077100 9100-LOG-END.
077200     MOVE RETURN-CODE TO CF-SAVE-RETURN
077300     MOVE 'E' TO CF-JR-FUNCTION
077400     MOVE CF-SRES-READ TO CF-JR-RECS-READ
077500     MOVE CF-CARDS-WRITTEN TO CF-JR-RECS-WRITTEN
077600     IF RETURN-CODE = 4
077700         MOVE 'RC04' TO CF-JR-STATUS
077800     ELSE
077900         MOVE 'RC00' TO CF-JR-STATUS
078000     END-IF
078100     CALL 'CF4JRNL' USING CF-JR-PARMS
078200         ON EXCEPTION
078300             DISPLAY 'CF4PROM - END NOT LOGGED'
078400     END-CALL
078500     MOVE CF-SAVE-RETURN TO RETURN-CODE.
078600 9100-EXIT.
078700     EXIT.
078800
078900*****************************************************************
079000*  9999-ABEND - FATAL ERROR, SET RETURN CODE AND STOP           *
079100*****************************************************************
079200 9999-ABEND.
079300     DISPLAY 'CF4PROM - RUN TERMINATED IN ERROR'
079400     MOVE 16 TO RETURN-CODE
079500     STOP RUN.
079600 9999-EXIT.
079700     EXIT.
