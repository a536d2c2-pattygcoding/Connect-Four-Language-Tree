000100*****************************************************************
000200*                                                               *
000300*  CF4SWIS - SWISS-SYSTEM PAIRING FOR OPEN WEEKEND EVENTS       *
000400*                                                               *
000500*  RUN ONCE PER ROUND.  THE PARM CARD (SWISPARM) NAMES THE      *
000600*  EVENT, ITS DATE RANGE AND THE NUMBER OF ROUNDS:              *
000700*     COLS  1-8   EVENT CODE                                    *
000800*     COLS  9-16  FIRST DAY OF THE EVENT (YYYYMMDD)             *
000900*     COLS 17-24  LAST DAY OF THE EVENT (YYYYMMDD)              *
001000*     COLS 25-26  ROUNDS TO BE PLAYED                           *
001100*     COL  27     F = PAIR THE NEXT ROUND EVEN THOUGH SOME      *
001200*                 RESULTS ARE NOT YET ON GAMEHIST               *
001300*     COLS 28-57  EVENT NAME FOR THE REPORT                     *
001400*  THE ENTRY DECK (SWISENTR) CARRIES ONE PLAYER ID PER CARD     *
001500*  IN COLS 1-8 FOR EVERYONE PLAYING THE NEXT ROUND; A PLAYER    *
001600*  WHO WITHDRAWS IS SIMPLY LEFT OFF.  * CARDS ARE COMMENTS.     *
001700*                                                               *
001800*  THE EVENT'S EARLIER ROUNDS ARE TAKEN FROM SWISEVNT AND EACH  *
001900*  PAIRING IS SCORED FROM THE GAMEHIST GAME BETWEEN THE TWO     *
002000*  PLAYERS WITHIN THE EVENT DATES (WIN 1, DRAW 1/2, BYE 1).     *
002100*  THE NEXT ROUND IS PAIRED BY SCORE GROUP, TOP HALF AGAINST    *
002200*  BOTTOM HALF, WITH NO PAIR MEETING TWICE, AND WITH X GIVEN    *
002300*  TO THE PLAYER WHO HAS HAD IT LESS.  AN ODD PLAYER OUT GETS   *
002400*  THE BYE - THE LOWEST-PLACED PLAYER WHO HAS NOT HAD ONE.      *
002500*  THE ROUND GOES OUT AS A DECK OF G CARDS NAMED <EVENT>.Rnn    *
002600*  WITH ITS QUEUE CONTROL CARD ON SWISQCTL FOR CF4QMGR, AS      *
002700*  CF4SCHD DOES, AND IS ADDED TO SWISNEW FOR THE JOB TO COPY    *
002800*  OVER SWISEVNT.  SWISRPT CARRIES THE STANDINGS WITH           *
002900*  BUCHHOLZ TIE-BREAKS AND THE PAIRINGS SHEET.                  *
003000*                                                               *
003100*  ENTRANTS ON THE FEES HOLD LIST (FEEHOLD) ARE NOT PAIRED AND  *
003200*  ARE LISTED AT THE FOOT OF THE REPORT.                        *
003300*                                                               *
003400*  BEFORE THE REPLACE, SWISEVNT AS IT STANDS IS SAVED AS ITS    *
003500*  NEXT BACKUP GENERATION (CF4GBAK) SO THE RUN CAN BE ROLLED    *
003600*  BACK BY CF4REST.                                             *
003700*                                                               *
003800*  RETURN CODES:  0 - CLEAN                                     *
003900*                 4 - ENTRY CARDS REJECTED, A REPEAT PAIRING    *
004000*                     COULD NOT BE AVOIDED, OR RESULTS STILL    *
004100*                     OUTSTANDING                               *
004200*                 8 - ROUND NOT PAIRED (RESULTS OUTSTANDING OR  *
004300*                     FEWER THAN TWO ENTRANTS)                  *
004400*                16 - FILE OR PARM ERROR                        *
004500*                                                               *
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID. CF4SWIS.
004800 AUTHOR. LEAGUE SYSTEMS GROUP.
004900 INSTALLATION. CONNECT FOUR LEAGUE.
005000 DATE-WRITTEN. 10/15/26.
005100 DATE-COMPILED.
005200*****************************************************************
005300*  MODIFICATION HISTORY                                         *
005400*  --------------------                                         *
005500*  10/15/26 LSG NEW PROGRAM - SWISS PAIRINGS, DECK AND QUEUE    *
005600*               CONTROL PER ROUND WITH BUCHHOLZ STANDINGS       *
005700*****************************************************************
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT PARM-FILE ASSIGN TO SWISPARM
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS CF-PARM-STATUS.
006400     SELECT ENTRY-FILE ASSIGN TO SWISENTR
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS CF-ENTR-STATUS.
006700     SELECT PLAYER-MAST-FILE ASSIGN TO PLAYERMS
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS CF-PMAST-STATUS.
007000     SELECT OPTIONAL FEE-HOLD-FILE ASSIGN TO FEEHOLD
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS CF-HOLD-STATUS.
007300     SELECT OPTIONAL RATING-FILE ASSIGN TO RATINGS
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS CF-RATE-STATUS.
007600     SELECT GAME-HIST-FILE ASSIGN TO GAMEHIST
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS CF-HIST-STATUS.
007900     SELECT OPTIONAL SWISS-EVENT-FILE ASSIGN TO SWISEVNT
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS CF-EVNT-STATUS.
008200     SELECT SWISS-NEW-FILE ASSIGN TO SWISNEW
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS CF-ENEW-STATUS.
008500     SELECT SWIS-TRAN-FILE ASSIGN TO DYNAMIC CF-DECK-DSN
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS CF-DECK-STATUS.
008800     SELECT SWIS-QCTL-FILE ASSIGN TO SWISQCTL
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS CF-QCTL-STATUS.
009100     SELECT REPORT-FILE ASSIGN TO SWISRPT
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS CF-RPT-STATUS.
009400
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  PARM-FILE
009800     RECORD CONTAINS 80 CHARACTERS.
009900 01  PARM-REC.
010000     05  CF-PARM-EVENT-CODE       PIC X(08).
010100     05  CF-PARM-START-DATE       PIC 9(08).
010200     05  CF-PARM-END-DATE         PIC 9(08).
010300     05  CF-PARM-ROUNDS           PIC 9(02).
010400     05  CF-PARM-FORCE            PIC X(01).
010500         88  CF-PARM-FORCE-PAIRING    VALUE 'F'.
010600     05  CF-PARM-EVENT-NAME       PIC X(30).
010700     05  FILLER                   PIC X(23).
010800
010900 FD  ENTRY-FILE
011000     RECORD CONTAINS 80 CHARACTERS.
011100 01  ENTRY-REC.
011200     05  CF-EN-PLAYER-ID          PIC X(08).
011300     05  FILLER                   PIC X(72).
011400 01  ENTRY-CARD.
011500     05  CF-EN-COL-1              PIC X(01).
011600         88  CF-EN-COMMENT            VALUE '*'.
011700     05  CF-EN-IMAGE              PIC X(39).
011800     05  FILLER                   PIC X(40).
011900
012000 FD  PLAYER-MAST-FILE
012100     RECORD CONTAINS 80 CHARACTERS.
012200 COPY CFPLAYER.
012300
012400 FD  FEE-HOLD-FILE
012500     RECORD CONTAINS 80 CHARACTERS.
012600 COPY CFFEEHLD.
012700
012800 FD  RATING-FILE
012900     RECORD CONTAINS 60 CHARACTERS.
013000 COPY CFRATING.
013100
013200 FD  GAME-HIST-FILE
013300     RECORD CONTAINS 120 CHARACTERS.
013400 COPY CFGAMHST.
013500
013600 FD  SWISS-EVENT-FILE
013700     RECORD CONTAINS 80 CHARACTERS.
013800 01  SWISS-EVENT-IN               PIC X(80).
013900
014000 FD  SWISS-NEW-FILE
014100     RECORD CONTAINS 80 CHARACTERS.
014200 01  SWISS-NEW-REC                PIC X(80).
014300
014400 FD  SWIS-TRAN-FILE
014500     RECORD CONTAINS 80 CHARACTERS.
014600 01  SWIS-TRAN-REC                PIC X(80).
014700
014800 FD  SWIS-QCTL-FILE
014900     RECORD CONTAINS 80 CHARACTERS.
015000 01  SWIS-QCTL-REC                PIC X(80).
015100
015200 FD  REPORT-FILE
015300     RECORD CONTAINS 132 CHARACTERS.
015400 01  REPORT-LINE                  PIC X(132).
015500
015600 WORKING-STORAGE SECTION.
015700 77  CF-PARM-STATUS               PIC X(02).
015800 77  CF-ENTR-STATUS               PIC X(02).
015900 77  CF-PMAST-STATUS              PIC X(02).
016000 77  CF-HOLD-STATUS               PIC X(02).
016100 77  CF-RATE-STATUS               PIC X(02).
016200 77  CF-HIST-STATUS               PIC X(02).
016300 77  CF-EVNT-STATUS               PIC X(02).
016400 77  CF-ENEW-STATUS               PIC X(02).
016500 77  CF-DECK-STATUS               PIC X(02).
016600 77  CF-QCTL-STATUS               PIC X(02).
016700 77  CF-RPT-STATUS                PIC X(02).
016800 77  CF-ENTR-EOF-SW               PIC X(01) VALUE 'N'.
016900     88  CF-ENTR-EOF                  VALUE 'Y'.
017000 77  CF-PMAST-EOF-SW              PIC X(01) VALUE 'N'.
017100     88  CF-PMAST-EOF                 VALUE 'Y'.
017200 77  CF-HOLD-EOF-SW               PIC X(01) VALUE 'N'.
017300     88  CF-HOLD-EOF                  VALUE 'Y'.
017400 77  CF-RATE-EOF-SW               PIC X(01) VALUE 'N'.
017500     88  CF-RATE-EOF                  VALUE 'Y'.
017600 77  CF-HIST-EOF-SW               PIC X(01) VALUE 'N'.
017700     88  CF-HIST-EOF                  VALUE 'Y'.
017800 77  CF-EVNT-EOF-SW               PIC X(01) VALUE 'N'.
017900     88  CF-EVNT-EOF                  VALUE 'Y'.
018000 77  CF-HELD-SW                   PIC X(01) VALUE 'N'.
018100     88  CF-PLAYER-HELD               VALUE 'Y'.
018200 77  CF-FOUND-SW                  PIC X(01) VALUE 'N'.
018300     88  CF-ENTRY-FOUND               VALUE 'Y'.
018400 77  CF-MET-SW                    PIC X(01) VALUE 'N'.
018500     88  CF-ALREADY-MET               VALUE 'Y'.
018600 77  CF-SORT-SWAP-SW              PIC X(01) VALUE 'N'.
018700     88  CF-SORT-SWAPPED              VALUE 'Y'.
018800 77  CF-SORT-MODE-SW              PIC X(01) VALUE 'S'.
018900     88  CF-SORT-STANDINGS            VALUE 'S'.
019000     88  CF-SORT-PAIRING              VALUE 'P'.
019100 77  CF-SEARCH-SW                 PIC X(01) VALUE 'N'.
019200     88  CF-SEARCH-GOING              VALUE 'N'.
019300     88  CF-SEARCH-DONE               VALUE 'Y'.
019400     88  CF-SEARCH-FAILED             VALUE 'F'.
019500 77  CF-UNPAIRED-SW               PIC X(01) VALUE 'N'.
019600     88  CF-ROUND-NOT-PAIRED          VALUE 'Y'.
019700 77  CF-REJECT-HEAD-SW            PIC X(01) VALUE 'N'.
019800     88  CF-REJECT-HEAD-DONE          VALUE 'Y'.
019900 77  CF-DECK-DSN                  PIC X(44).
020000 77  CF-REJECT-REASON             PIC X(30).
020100 77  CF-WORK-ID                   PIC X(08).
020200 77  CF-IX                        PIC S9(04) COMP.
020300 77  CF-JX                        PIC S9(04) COMP.
020400 77  CF-KX                        PIC S9(04) COMP.
020500 77  CF-RX                        PIC S9(04) COMP.
020600 77  CF-SUB-1                     PIC S9(04) COMP.
020700 77  CF-SUB-2                     PIC S9(04) COMP.
020800 77  CF-HOLD-SUB                  PIC S9(04) COMP.
020900 77  CF-WORK-SUB                  PIC S9(04) COMP.
021000 77  CF-ROSTER-SUB                PIC S9(04) COMP.
021100 77  CF-BYE-SUB                   PIC S9(04) COMP VALUE +0.
021200 77  CF-LVL                       PIC S9(04) COMP.
021300 77  CF-TOP                       PIC S9(04) COMP.
021400 77  CF-CAND                      PIC S9(04) COMP.
021500 77  CF-FIRST                     PIC S9(04) COMP.
021600 77  CF-POS                       PIC S9(04) COMP.
021700 77  CF-CNT                       PIC S9(04) COMP.
021800 77  CF-OPEN-COUNT                PIC S9(04) COMP.
021900 77  CF-GROUP-COUNT               PIC S9(04) COMP.
022000 77  CF-START                     PIC S9(04) COMP.
022100 77  CF-TAIL                      PIC S9(04) COMP.
022200 77  CF-NEEDED                    PIC S9(04) COMP VALUE +0.
022300 77  CF-WORK-QUOT                 PIC S9(04) COMP.
022400 77  CF-WORK-REM                  PIC S9(04) COMP.
022500 77  CF-STEPS                     PIC S9(08) COMP VALUE +0.
022600 77  CF-STEP-MAX                  PIC S9(08) COMP VALUE +50000.
022700 77  CF-DIFF-1                    PIC S9(03) COMP-3.
022800 77  CF-DIFF-2                    PIC S9(03) COMP-3.
022900 77  CF-HIGH-ROUND                PIC 9(02) VALUE ZERO.
023000 77  CF-NEXT-ROUND                PIC 9(02) VALUE ZERO.
023100 77  CF-BOARD                     PIC 9(03) VALUE ZERO.
023200 77  CF-ENTRY-CARDS               PIC S9(05) COMP-3 VALUE +0.
023300 77  CF-ENTRY-REJECTED            PIC S9(05) COMP-3 VALUE +0.
023400 77  CF-ENTERED-COUNT             PIC S9(05) COMP-3 VALUE +0.
023500 77  CF-HELD-COUNT                PIC S9(05) COMP-3 VALUE +0.
023600 77  CF-HIST-READ                 PIC S9(05) COMP-3 VALUE +0.
023700 77  CF-GAMES-MATCHED             PIC S9(05) COMP-3 VALUE +0.
023800 77  CF-MISSING-COUNT             PIC S9(05) COMP-3 VALUE +0.
023900 77  CF-PAIRS-WRITTEN             PIC S9(05) COMP-3 VALUE +0.
024000 77  CF-REPEAT-COUNT              PIC S9(05) COMP-3 VALUE +0.
024100 77  CF-EVNT-COPIED               PIC S9(05) COMP-3 VALUE +0.
024200 77  CF-RUN-DATE                  PIC 9(08).
024300 77  CF-SAVE-RETURN               PIC S9(04) COMP.
024400
024500 COPY CFJRPARM.
024600
024700 COPY CFBKPARM.
024800
024900 COPY CFSWISS.
025000
025100 COPY CFTRNREC.
025200
025300 01  CF-ROSTER-TABLE.
025400     05  CF-ROSTER-COUNT          PIC S9(04) COMP VALUE +0.
025500     05  CF-ROSTER-MAX            PIC S9(04) COMP VALUE +500.
025600     05  CF-ROSTER-ENTRY OCCURS 500 TIMES.
025700         10  CF-RO-ID             PIC X(08).
025800         10  CF-RO-NAME           PIC X(20).
025900         10  CF-RO-STATUS         PIC X(01).
026000         10  CF-RO-MERGED-INTO    PIC X(08).
026100
026200 01  CF-FEE-HOLD-TABLE.
026300     05  CF-FEE-HOLD-COUNT        PIC S9(04) COMP VALUE +0.
026400     05  CF-FEE-HOLD-MAX          PIC S9(04) COMP VALUE +500.
026500     05  CF-FEE-HOLD-ENTRY OCCURS 500 TIMES.
026600         10  CF-HT-ID             PIC X(08).
026700         10  CF-HT-NAME           PIC X(20).
026800         10  CF-HT-OWED           PIC 9(05)V99.
026900         10  CF-HT-DAYS           PIC 9(04).
027000         10  CF-HT-HELD-SW        PIC X(01).
027100             88  CF-HT-HELD           VALUE 'Y'.
027200
027300*    EVERY PLAYER IN THE EVENT SO FAR OR ENTERED FOR THE NEXT
027400*    ROUND, WITH THE SCORE AND COLOUR HISTORY BUILT FROM
027500*    GAMEHIST
027600 01  CF-PLAYER-TABLE.
027700     05  CF-PLAYER-COUNT          PIC S9(04) COMP VALUE +0.
027800     05  CF-PLAYER-MAX            PIC S9(04) COMP VALUE +200.
027900     05  CF-PLAYER-ENTRY OCCURS 200 TIMES.
028000         10  CF-PL-ID             PIC X(08).
028100         10  CF-PL-NAME           PIC X(20).
028200         10  CF-PL-RATING         PIC 9(04).
028300         10  CF-PL-ENTERED-SW     PIC X(01).
028400             88  CF-PL-ENTERED        VALUE 'Y'.
028500         10  CF-PL-SCORE          PIC S9(03)V9 COMP-3.
028600         10  CF-PL-BUCHHOLZ       PIC S9(04)V9 COMP-3.
028700         10  CF-PL-WINS           PIC S9(03) COMP-3.
028800         10  CF-PL-DRAWS          PIC S9(03) COMP-3.
028900         10  CF-PL-LOSSES         PIC S9(03) COMP-3.
029000         10  CF-PL-BYES           PIC S9(03) COMP-3.
029100         10  CF-PL-X-GAMES        PIC S9(03) COMP-3.
029200         10  CF-PL-O-GAMES        PIC S9(03) COMP-3.
029300         10  CF-PL-LAST-ROUND     PIC 9(02).
029400         10  CF-PL-LAST-COLOUR    PIC X(01).
029500
029600*    THE EVENT'S PAIRINGS FROM SWISEVNT, MATCHED TO GAMEHIST
029700 01  CF-PAIRING-TABLE.
029800     05  CF-PAIRING-COUNT         PIC S9(04) COMP VALUE +0.
029900     05  CF-PAIRING-MAX           PIC S9(04) COMP VALUE +2000.
030000     05  CF-PAIRING-ENTRY OCCURS 2000 TIMES.
030100         10  CF-PR-ROUND          PIC 9(02).
030200         10  CF-PR-BOARD          PIC 9(03).
030300         10  CF-PR-TYPE           PIC X(01).
030400             88  CF-PR-GAME           VALUE 'G'.
030500             88  CF-PR-BYE            VALUE 'B'.
030600         10  CF-PR-X-ID           PIC X(08).
030700         10  CF-PR-O-ID           PIC X(08).
030800         10  CF-PR-X-SUB          PIC S9(04) COMP.
030900         10  CF-PR-O-SUB          PIC S9(04) COMP.
031000         10  CF-PR-MATCHED-SW     PIC X(01).
031100             88  CF-PR-MATCHED        VALUE 'Y'.
031200         10  CF-PR-RESULT         PIC X(01).
031300         10  CF-PR-GAME-X-ID      PIC X(08).
031400
031500*    PLAYERS IN RANK ORDER (SUBSCRIPTS INTO CF-PLAYER-TABLE)
031600 01  CF-RANK-TABLE.
031700     05  CF-RANK-COUNT            PIC S9(04) COMP VALUE +0.
031800     05  CF-RANK-ENTRY OCCURS 200 TIMES.
031900         10  CF-RK-SUB            PIC S9(04) COMP.
032000         10  CF-RK-PAIRED-SW      PIC X(01).
032100             88  CF-RK-PAIRED         VALUE 'Y'.
032200
032300*    ONE LEVEL PER BOARD OF THE PAIRING SEARCH: THE HIGHEST
032400*    UNPAIRED PLAYER, HOW MANY OPPONENTS HAVE BEEN TRIED, AND
032500*    THE ONE TAKEN (RANK POSITIONS)
032600 01  CF-LEVEL-TABLE.
032700     05  CF-LEVEL-ENTRY OCCURS 100 TIMES.
032800         10  CF-LV-TOP            PIC S9(04) COMP.
032900         10  CF-LV-TRY            PIC S9(04) COMP.
033000         10  CF-LV-MATE           PIC S9(04) COMP.
033100
033200 01  CF-COMMENT-CARD.
033300     05  CF-CC-STAR               PIC X(01) VALUE '*'.
033400     05  FILLER                   PIC X(01) VALUE SPACE.
033500     05  CF-CC-TEXT               PIC X(78) VALUE SPACES.
033600
033700 01  CF-QCTL-CARD.
033800     05  CF-QC-FILE-NAME          PIC X(44).
033900     05  FILLER                   PIC X(36) VALUE SPACES.
034000
034100 01  CF-HEAD-1.
034200     05  FILLER                   PIC X(09) VALUE 'CF4SWIS'.
034300     05  FILLER                   PIC X(40) VALUE
034400         'CONNECT FOUR SWISS EVENT PAIRINGS'.
034500     05  FILLER                   PIC X(05) VALUE 'DATE'.
034600     05  CF-HD-DATE               PIC 9(08).
034700     05  FILLER                   PIC X(70) VALUE SPACES.
034800
034900 01  CF-HEAD-EVENT.
035000     05  FILLER                   PIC X(06) VALUE 'EVENT'.
035100     05  CF-HE-CODE               PIC X(08).
035200     05  FILLER                   PIC X(02) VALUE SPACES.
035300     05  CF-HE-NAME               PIC X(30).
035400     05  FILLER                   PIC X(07) VALUE '  FROM'.
035500     05  CF-HE-START              PIC 9(08).
035600     05  FILLER                   PIC X(04) VALUE ' TO'.
035700     05  CF-HE-END                PIC 9(08).
035800     05  FILLER                   PIC X(09) VALUE '  ROUNDS'.
035900     05  CF-HE-ROUNDS             PIC Z9.
036000     05  FILLER                   PIC X(48) VALUE SPACES.
036100
036200 01  CF-SECTION-LINE.
036300     05  CF-SC-TEXT               PIC X(60).
036400     05  FILLER                   PIC X(72) VALUE SPACES.
036500
036600 01  CF-REJECT-LINE.
036700     05  FILLER                   PIC X(04) VALUE SPACES.
036800     05  CF-RJ-CARD               PIC X(40).
036900     05  FILLER                   PIC X(02) VALUE SPACES.
037000     05  CF-RJ-REASON             PIC X(41).
037100     05  FILLER                   PIC X(45) VALUE SPACES.
037200
037300 01  CF-MISS-LINE.
037400     05  FILLER                   PIC X(04) VALUE SPACES.
037500     05  FILLER                   PIC X(06) VALUE 'ROUND'.
037600     05  CF-MS-ROUND              PIC Z9.
037700     05  FILLER                   PIC X(08) VALUE '  BOARD'.
037800     05  CF-MS-BOARD              PIC ZZ9.
037900     05  FILLER                   PIC X(02) VALUE SPACES.
038000     05  CF-MS-X-ID               PIC X(08).
038100     05  FILLER                   PIC X(02) VALUE SPACES.
038200     05  CF-MS-X-NAME             PIC X(20).
038300     05  FILLER                   PIC X(04) VALUE ' VS '.
038400     05  CF-MS-O-ID               PIC X(08).
038500     05  FILLER                   PIC X(02) VALUE SPACES.
038600     05  CF-MS-O-NAME             PIC X(20).
038700     05  FILLER                   PIC X(43) VALUE SPACES.
038800
038900 01  CF-STAND-HEAD.
039000     05  FILLER                   PIC X(05) VALUE 'RANK'.
039100     05  FILLER                   PIC X(10) VALUE 'PLAYER'.
039200     05  FILLER                   PIC X(22) VALUE 'NAME'.
039300     05  FILLER                   PIC X(08) VALUE 'SCORE'.
039400     05  FILLER                   PIC X(09) VALUE 'BUCHHOLZ'.
039500     05  FILLER                   PIC X(06) VALUE 'WON'.
039600     05  FILLER                   PIC X(06) VALUE 'DRN'.
039700     05  FILLER                   PIC X(06) VALUE 'LST'.
039800     05  FILLER                   PIC X(06) VALUE 'BYE'.
039900     05  FILLER                   PIC X(06) VALUE '  X'.
040000     05  FILLER                   PIC X(06) VALUE '  O'.
040100     05  FILLER                   PIC X(06) VALUE 'RATING'.
040200     05  FILLER                   PIC X(36) VALUE SPACES.
040300
040400 01  CF-STAND-LINE.
040500     05  CF-ST-RANK               PIC ZZ9.
040600     05  FILLER                   PIC X(02) VALUE SPACES.
040700     05  CF-ST-ID                 PIC X(08).
040800     05  FILLER                   PIC X(02) VALUE SPACES.
040900     05  CF-ST-NAME               PIC X(20).
041000     05  FILLER                   PIC X(02) VALUE SPACES.
041100     05  CF-ST-SCORE              PIC ZZ9.9.
041200     05  FILLER                   PIC X(03) VALUE SPACES.
041300     05  CF-ST-BUCHHOLZ           PIC ZZZ9.9.
041400     05  FILLER                   PIC X(03) VALUE SPACES.
041500     05  CF-ST-WINS               PIC ZZ9.
041600     05  FILLER                   PIC X(03) VALUE SPACES.
041700     05  CF-ST-DRAWS              PIC ZZ9.
041800     05  FILLER                   PIC X(03) VALUE SPACES.
041900     05  CF-ST-LOSSES             PIC ZZ9.
042000     05  FILLER                   PIC X(03) VALUE SPACES.
042100     05  CF-ST-BYES               PIC ZZ9.
042200     05  FILLER                   PIC X(03) VALUE SPACES.
042300     05  CF-ST-X-GAMES            PIC ZZ9.
042400     05  FILLER                   PIC X(03) VALUE SPACES.
042500     05  CF-ST-O-GAMES            PIC ZZ9.
042600     05  FILLER                   PIC X(03) VALUE SPACES.
042700     05  CF-ST-RATING             PIC ZZZ9.
042800     05  FILLER                   PIC X(02) VALUE SPACES.
042900     05  CF-ST-REMARK             PIC X(17).
043000     05  FILLER                   PIC X(19) VALUE SPACES.
043100
043200 01  CF-PAIR-HEAD.
043300     05  FILLER                   PIC X(07) VALUE 'BOARD'.
043400     05  FILLER                   PIC X(40) VALUE
043500         'X - MOVES FIRST'.
043600     05  FILLER                   PIC X(85) VALUE
043700         'O'.
043800
043900 01  CF-PAIR-LINE.
044000     05  CF-PL-BOARD              PIC ZZ9.
044100     05  FILLER                   PIC X(04) VALUE SPACES.
044200     05  CF-PL-X-ID               PIC X(08).
044300     05  FILLER                   PIC X(02) VALUE SPACES.
044400     05  CF-PL-X-NAME             PIC X(20).
044500     05  FILLER                   PIC X(02) VALUE ' ('.
044600     05  CF-PL-X-SCORE            PIC Z9.9.
044700     05  FILLER                   PIC X(01) VALUE ')'.
044800     05  FILLER                   PIC X(04) VALUE ' VS '.
044900     05  CF-PL-O-ID               PIC X(08).
045000     05  FILLER                   PIC X(02) VALUE SPACES.
045100     05  CF-PL-O-NAME             PIC X(20).
045200     05  FILLER                   PIC X(02) VALUE ' ('.
045300     05  CF-PL-O-SCORE            PIC Z9.9.
045400     05  FILLER                   PIC X(01) VALUE ')'.
045500     05  FILLER                   PIC X(02) VALUE SPACES.
045600     05  CF-PL-REMARK             PIC X(14).
045700     05  FILLER                   PIC X(35) VALUE SPACES.
045800
045900 01  CF-BYE-LINE.
046000     05  CF-BY-BOARD              PIC ZZ9.
046100     05  FILLER                   PIC X(04) VALUE SPACES.
046200     05  CF-BY-ID                 PIC X(08).
046300     05  FILLER                   PIC X(02) VALUE SPACES.
046400     05  CF-BY-NAME               PIC X(20).
046500     05  FILLER                   PIC X(02) VALUE ' ('.
046600     05  CF-BY-SCORE              PIC Z9.9.
046700     05  FILLER                   PIC X(01) VALUE ')'.
046800     05  FILLER                   PIC X(24) VALUE
046900         ' HAS THE BYE - ONE POINT'.
047000     05  FILLER                   PIC X(64) VALUE SPACES.
047100
047200 01  CF-HELD-LINE.
047300     05  FILLER                   PIC X(04) VALUE SPACES.
047400     05  CF-HL-ID                 PIC X(08).
047500     05  FILLER                   PIC X(02) VALUE SPACES.
047600     05  CF-HL-NAME               PIC X(20).
047700     05  FILLER                   PIC X(07) VALUE '  OWES'.
047800     05  CF-HL-OWED               PIC ZZ,ZZ9.99.
047900     05  FILLER                   PIC X(02) VALUE SPACES.
048000     05  CF-HL-DAYS               PIC ZZZ9.
048100     05  FILLER                   PIC X(14) VALUE
048200         ' DAYS PAST DUE'.
048300     05  FILLER                   PIC X(62) VALUE SPACES.
048400
048500 01  CF-COUNT-LINE.
048600     05  CF-CT-LABEL              PIC X(34).
048700     05  CF-CT-VALUE              PIC ZZZ,ZZ9.
048800     05  FILLER                   PIC X(91) VALUE SPACES.
048900
049000 PROCEDURE DIVISION.
049100*****************************************************************
049200*  0000-MAINLINE - CONTROL THE RUN                              *
049300*****************************************************************
049400 0000-MAINLINE.
049500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
049600     PERFORM 2000-LOAD-EVENT THRU 2000-EXIT
049700     PERFORM 3000-LOAD-ENTRANTS THRU 3000-EXIT
049800     PERFORM 3500-LOAD-RATINGS THRU 3500-EXIT
049900     PERFORM 4000-SCORE-EVENT THRU 4000-EXIT
050000     PERFORM 5000-PRINT-STANDINGS THRU 5000-EXIT
050100     PERFORM 6000-PAIR-ROUND THRU 6000-EXIT
050200     PERFORM 7000-PRINT-HELD THRU 7000-EXIT
050300     PERFORM 9000-TERMINATE THRU 9000-EXIT
050400     STOP RUN.
050500
050600*****************************************************************
050700*  1000-INITIALIZE - READ THE PARM CARD, OPEN THE OUTPUTS AND   *
050800*  TABLE THE PLAYER MASTER AND THE FEES HOLD LIST               *
050900*****************************************************************
051000 1000-INITIALIZE.
051100     ACCEPT CF-RUN-DATE FROM DATE YYYYMMDD
051200     PERFORM 1100-READ-PARM THRU 1100-EXIT
051300     PERFORM 1300-LOG-START THRU 1300-EXIT
051400     OPEN INPUT PLAYER-MAST-FILE
051500     IF CF-PMAST-STATUS NOT = '00'
051600         DISPLAY 'CF4SWIS - CANNOT OPEN PLAYERMS, STATUS '
051700             CF-PMAST-STATUS
051800         GO TO 9999-ABEND
051900     END-IF
052000     PERFORM 8000-READ-PMAST THRU 8000-EXIT
052100     PERFORM 1200-TABLE-ROSTER THRU 1200-EXIT
052200         UNTIL CF-PMAST-EOF
052300     CLOSE PLAYER-MAST-FILE
052400     PERFORM 1050-LOAD-HOLDS THRU 1050-EXIT
052500     OPEN OUTPUT SWISS-NEW-FILE
052600     IF CF-ENEW-STATUS NOT = '00'
052700         DISPLAY 'CF4SWIS - CANNOT OPEN SWISNEW, STATUS '
052800             CF-ENEW-STATUS
052900         GO TO 9999-ABEND
053000     END-IF
053100     OPEN OUTPUT SWIS-QCTL-FILE
053200     IF CF-QCTL-STATUS NOT = '00'
053300         DISPLAY 'CF4SWIS - CANNOT OPEN SWISQCTL, STATUS '
053400             CF-QCTL-STATUS
053500         GO TO 9999-ABEND
053600     END-IF
053700     OPEN OUTPUT REPORT-FILE
053800     IF CF-RPT-STATUS NOT = '00'
053900         DISPLAY 'CF4SWIS - CANNOT OPEN SWISRPT, STATUS '
054000             CF-RPT-STATUS
054100         GO TO 9999-ABEND
054200     END-IF
054300     MOVE CF-RUN-DATE TO CF-HD-DATE
054400     WRITE REPORT-LINE FROM CF-HEAD-1
054500     MOVE SPACES TO REPORT-LINE
054600     WRITE REPORT-LINE
054700     MOVE CF-PARM-EVENT-CODE TO CF-HE-CODE
054800     MOVE CF-PARM-EVENT-NAME TO CF-HE-NAME
054900     MOVE CF-PARM-START-DATE TO CF-HE-START
055000     MOVE CF-PARM-END-DATE TO CF-HE-END
055100     MOVE CF-PARM-ROUNDS TO CF-HE-ROUNDS
055200     WRITE REPORT-LINE FROM CF-HEAD-EVENT
055300     MOVE SPACES TO CF-COMMENT-CARD
055400     MOVE '*' TO CF-CC-STAR
055500     STRING 'CF4SWIS QUEUE OF ' DELIMITED BY SIZE
055600         CF-RUN-DATE DELIMITED BY SIZE
055700         INTO CF-CC-TEXT
055800     WRITE SWIS-QCTL-REC FROM CF-COMMENT-CARD.
055900 1000-EXIT.
056000     EXIT.
056100
056200*****************************************************************
056300*  1050-LOAD-HOLDS - TABLE THE FEES HOLD LIST, IF THERE IS ONE  *
056400*****************************************************************
056500 1050-LOAD-HOLDS.
056600     OPEN INPUT FEE-HOLD-FILE
056700     IF CF-HOLD-STATUS NOT = '00'
056800         CLOSE FEE-HOLD-FILE
056900         GO TO 1050-EXIT
057000     END-IF
057100     PERFORM 8100-READ-HOLD THRU 8100-EXIT
057200     PERFORM 1060-TABLE-HOLD THRU 1060-EXIT
057300         UNTIL CF-HOLD-EOF
057400     CLOSE FEE-HOLD-FILE.
057500 1050-EXIT.
057600     EXIT.
057700
057800 1060-TABLE-HOLD.
057900     IF CF-FEE-HOLD-COUNT < CF-FEE-HOLD-MAX
058000         ADD 1 TO CF-FEE-HOLD-COUNT
058100         MOVE CF-FH-PLAYER-ID TO CF-HT-ID (CF-FEE-HOLD-COUNT)
058200         MOVE CF-FH-PLAYER-NAME TO CF-HT-NAME (CF-FEE-HOLD-COUNT)
058300         MOVE CF-FH-OVERDUE TO CF-HT-OWED (CF-FEE-HOLD-COUNT)
058400         MOVE CF-FH-DAYS-OVER TO CF-HT-DAYS (CF-FEE-HOLD-COUNT)
058500         MOVE 'N' TO CF-HT-HELD-SW (CF-FEE-HOLD-COUNT)
058600     ELSE
058700         DISPLAY 'CF4SWIS - FEE HOLD TABLE FULL AT ID '
058800             CF-FH-PLAYER-ID
058900     END-IF
059000     PERFORM 8100-READ-HOLD THRU 8100-EXIT.
059100 1060-EXIT.
059200     EXIT.
059300
059400*****************************************************************
059500*  1070-CHECK-HOLD - IS THE ENTRANT ON THE HOLD LIST            *
059600*****************************************************************
059700 1070-CHECK-HOLD.
059800     MOVE 'N' TO CF-HELD-SW
059900     PERFORM 1080-SCAN-HOLDS THRU 1080-EXIT
060000         VARYING CF-RX FROM 1 BY 1
060100         UNTIL CF-RX > CF-FEE-HOLD-COUNT
060200            OR CF-PLAYER-HELD.
060300 1070-EXIT.
060400     EXIT.
060500
060600 1080-SCAN-HOLDS.
060700     IF CF-HT-ID (CF-RX) = CF-WORK-ID
060800         MOVE 'Y' TO CF-HELD-SW
060900         IF NOT CF-HT-HELD (CF-RX)
061000             MOVE 'Y' TO CF-HT-HELD-SW (CF-RX)
061100             MOVE CF-RO-NAME (CF-ROSTER-SUB) TO CF-HT-NAME (CF-RX)
061200             ADD 1 TO CF-HELD-COUNT
061300         END-IF
061400     END-IF.
061500 1080-EXIT.
061600     EXIT.
061700
061800*****************************************************************
061900*  1100-READ-PARM - THE EVENT CARD.  A BAD CARD ENDS THE RUN    *
062000*****************************************************************
062100 1100-READ-PARM.
062200     OPEN INPUT PARM-FILE
062300     IF CF-PARM-STATUS NOT = '00'
062400         DISPLAY 'CF4SWIS - CANNOT OPEN SWISPARM, STATUS '
062500             CF-PARM-STATUS
062600         GO TO 9999-ABEND
062700     END-IF
062800     READ PARM-FILE
062900         AT END
063000             DISPLAY 'CF4SWIS - EMPTY EVENT PARM FILE'
063100             GO TO 9999-ABEND
063200     END-READ
063300     CLOSE PARM-FILE
063400     IF CF-PARM-EVENT-CODE = SPACES
063500         DISPLAY 'CF4SWIS - NO EVENT CODE ON THE PARM CARD'
063600         GO TO 9999-ABEND
063700     END-IF
063800     IF CF-PARM-START-DATE IS NOT NUMERIC
063900         OR CF-PARM-END-DATE IS NOT NUMERIC
064000         OR CF-PARM-ROUNDS IS NOT NUMERIC
064100         DISPLAY 'CF4SWIS - NON-NUMERIC FIELD ON THE PARM CARD'
064200         GO TO 9999-ABEND
064300     END-IF
064400     IF CF-PARM-END-DATE < CF-PARM-START-DATE
064500         OR CF-PARM-ROUNDS = ZERO
064600         DISPLAY 'CF4SWIS - BAD DATE RANGE OR ROUND COUNT ON '
064700             'THE PARM CARD'
064800         GO TO 9999-ABEND
064900     END-IF.
065000 1100-EXIT.
065100     EXIT.
065200
065300 1200-TABLE-ROSTER.
065400     IF CF-ROSTER-COUNT < CF-ROSTER-MAX
065500         ADD 1 TO CF-ROSTER-COUNT
065600         MOVE CF-PM-PLAYER-ID TO CF-RO-ID (CF-ROSTER-COUNT)
065700         MOVE CF-PM-PLAYER-NAME TO CF-RO-NAME (CF-ROSTER-COUNT)
065800         MOVE CF-PM-STATUS TO CF-RO-STATUS (CF-ROSTER-COUNT)
065900         MOVE CF-PM-MERGED-INTO
066000             TO CF-RO-MERGED-INTO (CF-ROSTER-COUNT)
066100     ELSE
066200         DISPLAY 'CF4SWIS - ROSTER TABLE FULL AT ID '
066300             CF-PM-PLAYER-ID
066400     END-IF
066500     PERFORM 8000-READ-PMAST THRU 8000-EXIT.
066600 1200-EXIT.
066700     EXIT.
066800
066900*****************************************************************
067000*  1300-LOG-START - STAMP THE JOB-RUN LOG.  THE RUN IS REPEATED *
067100*  FOR EACH ROUND OF AN EVENT, SO THE START IS LOGGED WITHOUT   *
067200*  THE RERUN GUARD.                                             *
067300*****************************************************************
067400 1300-LOG-START.
067500     MOVE 'A' TO CF-JR-FUNCTION
067600     MOVE 'CF4SWIS' TO CF-JR-PROGRAM
067700     MOVE CF-RUN-DATE TO CF-JR-RUN-DATE
067800     MOVE ZEROES TO CF-JR-RECS-READ
067900     MOVE ZEROES TO CF-JR-RECS-WRITTEN
068000     MOVE SPACES TO CF-JR-STATUS
068100     MOVE ZERO TO CF-JR-RETURN
068200     CALL 'CF4JRNL' USING CF-JR-PARMS
068300         ON EXCEPTION
068400             DISPLAY 'CF4SWIS - CF4JRNL IS NOT AVAILABLE'
068500             GO TO 9999-ABEND
068600     END-CALL
068700     IF CF-JR-RETURN NOT = ZERO
068800         DISPLAY 'CF4SWIS - JOB LOG ERROR, RETURN '
068900             CF-JR-RETURN
069000         GO TO 9999-ABEND
069100     END-IF.
069200 1300-EXIT.
069300     EXIT.
069400
069500*****************************************************************
069600*  1400-FIND-ROSTER - PLAYER MASTER ENTRY FOR CF-WORK-ID,       *
069700*  ANSWERED IN CF-ROSTER-SUB (ZERO WHEN NOT ON THE MASTER)      *
069800*****************************************************************
069900 1400-FIND-ROSTER.
070000     MOVE ZERO TO CF-ROSTER-SUB
070100     PERFORM 1410-SCAN-ROSTER THRU 1410-EXIT
070200         VARYING CF-RX FROM 1 BY 1
070300         UNTIL CF-RX > CF-ROSTER-COUNT
070400            OR CF-ROSTER-SUB > ZERO.
070500 1400-EXIT.
070600     EXIT.
070700
070800 1410-SCAN-ROSTER.
070900     IF CF-RO-ID (CF-RX) = CF-WORK-ID
071000         MOVE CF-RX TO CF-ROSTER-SUB
071100     END-IF.
071200 1410-EXIT.
071300     EXIT.
071400
071500*****************************************************************
071600*  2000-LOAD-EVENT - COPY SWISEVNT TO SWISNEW AND TABLE THE     *
071700*  PAIRINGS OF THIS EVENT'S EARLIER ROUNDS.  THERE IS NO FILE   *
071800*  BEFORE THE FIRST EVENT IS PAIRED.                            *
071900*****************************************************************
072000 2000-LOAD-EVENT.
072100     OPEN INPUT SWISS-EVENT-FILE
072110     IF CF-EVNT-STATUS NOT = '00' AND CF-EVNT-STATUS NOT = '05'
072140             AND CF-EVNT-STATUS NOT = '35'
072170         DISPLAY 'CF4SWIS - CANNOT OPEN SWISEVNT, STATUS '
072200             CF-EVNT-STATUS
072230         GO TO 9999-ABEND
072260     END-IF
072290     IF CF-EVNT-STATUS NOT = '00'
072320         CLOSE SWISS-EVENT-FILE
072350         GO TO 2000-EXIT
072380     END-IF
072600     PERFORM 8300-READ-EVNT THRU 8300-EXIT
072700     PERFORM 2100-COPY-ONE THRU 2100-EXIT
072800         UNTIL CF-EVNT-EOF
072900     CLOSE SWISS-EVENT-FILE.
073000 2000-EXIT.
073100     EXIT.
073200
073300 2100-COPY-ONE.
073400     WRITE SWISS-NEW-REC FROM SWISS-EVENT-REC
073500     IF CF-ENEW-STATUS NOT = '00'
073600         DISPLAY 'CF4SWIS - SWISNEW WRITE FAILED, STATUS '
073700             CF-ENEW-STATUS
073800         GO TO 9999-ABEND
073900     END-IF
074000     ADD 1 TO CF-EVNT-COPIED
074100     IF CF-SW-EVENT-CODE = CF-PARM-EVENT-CODE
074200         PERFORM 2200-TABLE-PAIRING THRU 2200-EXIT
074300     END-IF
074400     PERFORM 8300-READ-EVNT THRU 8300-EXIT.
074500 2100-EXIT.
074600     EXIT.
074700
074800 2200-TABLE-PAIRING.
074900     IF CF-SW-START-DATE NOT = CF-PARM-START-DATE
075000         OR CF-SW-END-DATE NOT = CF-PARM-END-DATE
075100         DISPLAY 'CF4SWIS - EVENT ' CF-PARM-EVENT-CODE
075200             ' IS ON SWISEVNT FROM ' CF-SW-START-DATE
075300             ' TO ' CF-SW-END-DATE
075400         GO TO 9999-ABEND
075500     END-IF
075600     IF CF-PAIRING-COUNT NOT < CF-PAIRING-MAX
075700         DISPLAY 'CF4SWIS - PAIRING TABLE FULL, EVENT '
075800             CF-PARM-EVENT-CODE
075900         GO TO 9999-ABEND
076000     END-IF
076100     ADD 1 TO CF-PAIRING-COUNT
076200     MOVE CF-PAIRING-COUNT TO CF-KX
076300     MOVE CF-SW-ROUND TO CF-PR-ROUND (CF-KX)
076400     MOVE CF-SW-BOARD TO CF-PR-BOARD (CF-KX)
076500     MOVE CF-SW-PAIR-TYPE TO CF-PR-TYPE (CF-KX)
076600     MOVE CF-SW-X-PLAYER-ID TO CF-PR-X-ID (CF-KX)
076700     MOVE CF-SW-O-PLAYER-ID TO CF-PR-O-ID (CF-KX)
076800     MOVE 'N' TO CF-PR-MATCHED-SW (CF-KX)
076900     MOVE SPACE TO CF-PR-RESULT (CF-KX)
077000     MOVE SPACES TO CF-PR-GAME-X-ID (CF-KX)
077100     MOVE ZERO TO CF-PR-O-SUB (CF-KX)
077200     MOVE CF-SW-X-PLAYER-ID TO CF-WORK-ID
077300     PERFORM 2300-FIND-PLAYER THRU 2300-EXIT
077400     MOVE CF-WORK-SUB TO CF-PR-X-SUB (CF-KX)
077500     IF CF-SW-GAME
077600         MOVE CF-SW-O-PLAYER-ID TO CF-WORK-ID
077700         PERFORM 2300-FIND-PLAYER THRU 2300-EXIT
077800         MOVE CF-WORK-SUB TO CF-PR-O-SUB (CF-KX)
077900     END-IF
078000     IF CF-SW-ROUND > CF-HIGH-ROUND
078100         MOVE CF-SW-ROUND TO CF-HIGH-ROUND
078200     END-IF.
078300 2200-EXIT.
078400     EXIT.
078500
078600*****************************************************************
078700*  2300-FIND-PLAYER - EVENT TABLE ENTRY FOR CF-WORK-ID, ADDED   *
078800*  IF NEW, ANSWERED IN CF-WORK-SUB                              *
078900*****************************************************************
079000 2300-FIND-PLAYER.
079100     PERFORM 2400-LOOKUP-PLAYER THRU 2400-EXIT
079200     IF CF-WORK-SUB > ZERO
079300         GO TO 2300-EXIT
079400     END-IF
079500     IF CF-PLAYER-COUNT NOT < CF-PLAYER-MAX
079600         DISPLAY 'CF4SWIS - EVENT PLAYER TABLE FULL AT ID '
079700             CF-WORK-ID
079800         GO TO 9999-ABEND
079900     END-IF
080000     ADD 1 TO CF-PLAYER-COUNT
080100     MOVE CF-PLAYER-COUNT TO CF-WORK-SUB
080200     MOVE CF-WORK-ID TO CF-PL-ID (CF-WORK-SUB)
080300     PERFORM 1400-FIND-ROSTER THRU 1400-EXIT
080400     IF CF-ROSTER-SUB > ZERO
080500         MOVE CF-RO-NAME (CF-ROSTER-SUB)
080600             TO CF-PL-NAME (CF-WORK-SUB)
080700     ELSE
080800         MOVE SPACES TO CF-PL-NAME (CF-WORK-SUB)
080900     END-IF
081000     MOVE ZERO TO CF-PL-RATING (CF-WORK-SUB)
081100     MOVE 'N' TO CF-PL-ENTERED-SW (CF-WORK-SUB)
081200     MOVE ZERO TO CF-PL-SCORE (CF-WORK-SUB)
081300     MOVE ZERO TO CF-PL-BUCHHOLZ (CF-WORK-SUB)
081400     MOVE ZERO TO CF-PL-WINS (CF-WORK-SUB)
081500     MOVE ZERO TO CF-PL-DRAWS (CF-WORK-SUB)
081600     MOVE ZERO TO CF-PL-LOSSES (CF-WORK-SUB)
081700     MOVE ZERO TO CF-PL-BYES (CF-WORK-SUB)
081800     MOVE ZERO TO CF-PL-X-GAMES (CF-WORK-SUB)
081900     MOVE ZERO TO CF-PL-O-GAMES (CF-WORK-SUB)
082000     MOVE ZERO TO CF-PL-LAST-ROUND (CF-WORK-SUB)
082100     MOVE SPACE TO CF-PL-LAST-COLOUR (CF-WORK-SUB).
082200 2300-EXIT.
082300     EXIT.
082400
082500 2400-LOOKUP-PLAYER.
082600     MOVE ZERO TO CF-WORK-SUB
082700     PERFORM 2410-SCAN-PLAYER THRU 2410-EXIT
082800         VARYING CF-JX FROM 1 BY 1
082900         UNTIL CF-JX > CF-PLAYER-COUNT
083000            OR CF-WORK-SUB > ZERO.
083100 2400-EXIT.
083200     EXIT.
083300
083400 2410-SCAN-PLAYER.
083500     IF CF-PL-ID (CF-JX) = CF-WORK-ID
083600         MOVE CF-JX TO CF-WORK-SUB
083700     END-IF.
083800 2410-EXIT.
083900     EXIT.
084000
084100*****************************************************************
084200*  3000-LOAD-ENTRANTS - THE ENTRY DECK FOR THE NEXT ROUND       *
084300*****************************************************************
084400 3000-LOAD-ENTRANTS.
084500     OPEN INPUT ENTRY-FILE
084600     IF CF-ENTR-STATUS NOT = '00'
084700         DISPLAY 'CF4SWIS - CANNOT OPEN SWISENTR, STATUS '
084800             CF-ENTR-STATUS
084900         GO TO 9999-ABEND
085000     END-IF
085100     PERFORM 8200-READ-ENTRY THRU 8200-EXIT
085200     PERFORM 3100-ENTER-ONE THRU 3100-EXIT
085300         UNTIL CF-ENTR-EOF
085400     CLOSE ENTRY-FILE.
085500 3000-EXIT.
085600     EXIT.
085700
085800 3100-ENTER-ONE.
085900     IF CF-EN-COMMENT OR ENTRY-REC = SPACES
086000         GO TO 3100-NEXT
086100     END-IF
086200     ADD 1 TO CF-ENTRY-CARDS
086300     PERFORM 3200-EDIT-ENTRY THRU 3200-EXIT
086400     IF CF-REJECT-REASON NOT = SPACES
086500         PERFORM 3300-REJECT-ENTRY THRU 3300-EXIT
086600         GO TO 3100-NEXT
086700     END-IF
086800     PERFORM 1070-CHECK-HOLD THRU 1070-EXIT
086900     IF CF-PLAYER-HELD
087000         GO TO 3100-NEXT
087100     END-IF
087200     PERFORM 2300-FIND-PLAYER THRU 2300-EXIT
087300     MOVE 'Y' TO CF-PL-ENTERED-SW (CF-WORK-SUB)
087400     ADD 1 TO CF-ENTERED-COUNT.
087500 3100-NEXT.
087600     PERFORM 8200-READ-ENTRY THRU 8200-EXIT.
087700 3100-EXIT.
087800     EXIT.
087900
088000*****************************************************************
088100*  3200-EDIT-ENTRY - FIRST FAILURE WINS                         *
088200*****************************************************************
088300 3200-EDIT-ENTRY.
088400     MOVE SPACES TO CF-REJECT-REASON
088500     MOVE CF-EN-PLAYER-ID TO CF-WORK-ID
088600     PERFORM 1400-FIND-ROSTER THRU 1400-EXIT
088700     IF CF-ROSTER-SUB = ZERO
088800         MOVE 'PLAYER NOT ON MASTER' TO CF-REJECT-REASON
088900         GO TO 3200-EXIT
089000     END-IF
089100     IF CF-RO-MERGED-INTO (CF-ROSTER-SUB) NOT = SPACES
089200         STRING 'ID RETIRED - ENTER ' DELIMITED BY SIZE
089300             CF-RO-MERGED-INTO (CF-ROSTER-SUB)
089400                 DELIMITED BY SIZE
089500             INTO CF-REJECT-REASON
089600         GO TO 3200-EXIT
089700     END-IF
089800     IF CF-RO-STATUS (CF-ROSTER-SUB) NOT = 'A'
089900         MOVE 'PLAYER NOT ACTIVE' TO CF-REJECT-REASON
090000         GO TO 3200-EXIT
090100     END-IF
090200     PERFORM 2400-LOOKUP-PLAYER THRU 2400-EXIT
090300     IF CF-WORK-SUB > ZERO
090400         IF CF-PL-ENTERED (CF-WORK-SUB)
090500             MOVE 'ENTERED TWICE IN THE DECK'
090600                 TO CF-REJECT-REASON
090700         END-IF
090800     END-IF.
090900 3200-EXIT.
091000     EXIT.
091100
091200 3300-REJECT-ENTRY.
091300     IF NOT CF-REJECT-HEAD-DONE
091400         MOVE 'Y' TO CF-REJECT-HEAD-SW
091500         MOVE SPACES TO REPORT-LINE
091600         WRITE REPORT-LINE
091700         MOVE 'ENTRY CARDS REJECTED' TO CF-SC-TEXT
091800         WRITE REPORT-LINE FROM CF-SECTION-LINE
091900     END-IF
092000     ADD 1 TO CF-ENTRY-REJECTED
092100     MOVE ENTRY-CARD (1:40) TO CF-RJ-CARD
092200     MOVE SPACES TO CF-RJ-REASON
092300     STRING 'REJECTED - ' DELIMITED BY SIZE
092400         CF-REJECT-REASON DELIMITED BY SIZE
092500         INTO CF-RJ-REASON
092600     WRITE REPORT-LINE FROM CF-REJECT-LINE.
092700 3300-EXIT.
092800     EXIT.
092900
093000*****************************************************************
093100*  3500-LOAD-RATINGS - CURRENT RATINGS, IF THE FILE IS THERE,   *
093200*  TO ORDER PLAYERS LEVEL ON POINTS                             *
093300*****************************************************************
093400 3500-LOAD-RATINGS.
093500     OPEN INPUT RATING-FILE
093600     IF CF-RATE-STATUS NOT = '00'
093700         CLOSE RATING-FILE
093800         GO TO 3500-EXIT
093900     END-IF
094000     PERFORM 8400-READ-RATE THRU 8400-EXIT
094100     PERFORM 3510-RATE-ONE THRU 3510-EXIT
094200         UNTIL CF-RATE-EOF
094300     CLOSE RATING-FILE.
094400 3500-EXIT.
094500     EXIT.
094600
094700 3510-RATE-ONE.
094800     MOVE CF-RT-PLAYER-ID TO CF-WORK-ID
094900     PERFORM 2400-LOOKUP-PLAYER THRU 2400-EXIT
095000     IF CF-WORK-SUB > ZERO
095100         MOVE CF-RT-RATING TO CF-PL-RATING (CF-WORK-SUB)
095200     END-IF
095300     PERFORM 8400-READ-RATE THRU 8400-EXIT.
095400 3510-EXIT.
095500     EXIT.
095600
095700*****************************************************************
095800*  4000-SCORE-EVENT - FIND EACH PAIRING'S GAME ON GAMEHIST,     *
095900*  THEN BUILD SCORES, COLOURS AND BUCHHOLZ (THE SUM OF THE      *
096000*  SCORES OF THE OPPONENTS ACTUALLY PLAYED)                     *
096100*****************************************************************
096200 4000-SCORE-EVENT.
096300     IF CF-PAIRING-COUNT = ZERO
096400         GO TO 4000-EXIT
096500     END-IF
096600     OPEN INPUT GAME-HIST-FILE
096700     IF CF-HIST-STATUS NOT = '00'
096800         DISPLAY 'CF4SWIS - CANNOT OPEN GAMEHIST, STATUS '
096900             CF-HIST-STATUS
097000         GO TO 9999-ABEND
097100     END-IF
097200     PERFORM 8500-READ-HIST THRU 8500-EXIT
097300     PERFORM 4100-MATCH-GAME THRU 4100-EXIT
097400         UNTIL CF-HIST-EOF
097500     CLOSE GAME-HIST-FILE
097600     PERFORM 4200-SCORE-PAIRING THRU 4200-EXIT
097700         VARYING CF-KX FROM 1 BY 1
097800         UNTIL CF-KX > CF-PAIRING-COUNT
097900     PERFORM 4300-ADD-BUCHHOLZ THRU 4300-EXIT
098000         VARYING CF-KX FROM 1 BY 1
098100         UNTIL CF-KX > CF-PAIRING-COUNT
098200     IF CF-MISSING-COUNT > ZERO
098300         MOVE SPACES TO REPORT-LINE
098400         WRITE REPORT-LINE
098500         MOVE 'RESULTS NOT ON GAMEHIST FOR THE EVENT DATES'
098600             TO CF-SC-TEXT
098700         WRITE REPORT-LINE FROM CF-SECTION-LINE
098800         PERFORM 4400-LIST-MISSING THRU 4400-EXIT
098900             VARYING CF-KX FROM 1 BY 1
099000             UNTIL CF-KX > CF-PAIRING-COUNT
099100     END-IF.
099200 4000-EXIT.
099300     EXIT.
099400
099500 4100-MATCH-GAME.
099600     ADD 1 TO CF-HIST-READ
099700     IF CF-GH-GAME-DATE < CF-PARM-START-DATE
099800         OR CF-GH-GAME-DATE > CF-PARM-END-DATE
099900         GO TO 4100-NEXT
100000     END-IF
100100     MOVE 'N' TO CF-FOUND-SW
100200     PERFORM 4110-SCAN-PAIRING THRU 4110-EXIT
100300         VARYING CF-KX FROM 1 BY 1
100400         UNTIL CF-KX > CF-PAIRING-COUNT
100500            OR CF-ENTRY-FOUND.
100600 4100-NEXT.
100700     PERFORM 8500-READ-HIST THRU 8500-EXIT.
100800 4100-EXIT.
100900     EXIT.
101000
101100 4110-SCAN-PAIRING.
101200     IF NOT CF-PR-GAME (CF-KX) OR CF-PR-MATCHED (CF-KX)
101300         GO TO 4110-EXIT
101400     END-IF
101500     IF (CF-PR-X-ID (CF-KX) = CF-GH-X-PLAYER-ID
101600             AND CF-PR-O-ID (CF-KX) = CF-GH-O-PLAYER-ID)
101700         OR (CF-PR-X-ID (CF-KX) = CF-GH-O-PLAYER-ID
101800             AND CF-PR-O-ID (CF-KX) = CF-GH-X-PLAYER-ID)
101900         MOVE 'Y' TO CF-FOUND-SW
102000         MOVE 'Y' TO CF-PR-MATCHED-SW (CF-KX)
102100         MOVE CF-GH-RESULT TO CF-PR-RESULT (CF-KX)
102200         MOVE CF-GH-X-PLAYER-ID TO CF-PR-GAME-X-ID (CF-KX)
102300         ADD 1 TO CF-GAMES-MATCHED
102400     END-IF.
102500 4110-EXIT.
102600     EXIT.
102700
102800*****************************************************************
102900*  4200-SCORE-PAIRING - ONE PAIRING.  COLOURS ARE TAKEN FROM    *
103000*  THE GAME AS PLAYED, IN CASE THE BOARD SWAPPED SIDES.         *
103100*****************************************************************
103200 4200-SCORE-PAIRING.
103300     IF CF-PR-BYE (CF-KX)
103400         MOVE CF-PR-X-SUB (CF-KX) TO CF-SUB-1
103500         ADD 1 TO CF-PL-SCORE (CF-SUB-1)
103600         ADD 1 TO CF-PL-BYES (CF-SUB-1)
103700         GO TO 4200-EXIT
103800     END-IF
103900     IF NOT CF-PR-MATCHED (CF-KX)
104000         ADD 1 TO CF-MISSING-COUNT
104100         GO TO 4200-EXIT
104200     END-IF
104300     IF CF-PR-GAME-X-ID (CF-KX) = CF-PR-X-ID (CF-KX)
104400         MOVE CF-PR-X-SUB (CF-KX) TO CF-SUB-1
104500         MOVE CF-PR-O-SUB (CF-KX) TO CF-SUB-2
104600     ELSE
104700         MOVE CF-PR-O-SUB (CF-KX) TO CF-SUB-1
104800         MOVE CF-PR-X-SUB (CF-KX) TO CF-SUB-2
104900     END-IF
105000     ADD 1 TO CF-PL-X-GAMES (CF-SUB-1)
105100     ADD 1 TO CF-PL-O-GAMES (CF-SUB-2)
105200     IF CF-PR-ROUND (CF-KX) NOT < CF-PL-LAST-ROUND (CF-SUB-1)
105300         MOVE CF-PR-ROUND (CF-KX) TO CF-PL-LAST-ROUND (CF-SUB-1)
105400         MOVE 'X' TO CF-PL-LAST-COLOUR (CF-SUB-1)
105500     END-IF
105600     IF CF-PR-ROUND (CF-KX) NOT < CF-PL-LAST-ROUND (CF-SUB-2)
105700         MOVE CF-PR-ROUND (CF-KX) TO CF-PL-LAST-ROUND (CF-SUB-2)
105800         MOVE 'O' TO CF-PL-LAST-COLOUR (CF-SUB-2)
105900     END-IF
106000     EVALUATE CF-PR-RESULT (CF-KX)
106100         WHEN 'X'
106200             ADD 1 TO CF-PL-SCORE (CF-SUB-1)
106300             ADD 1 TO CF-PL-WINS (CF-SUB-1)
106400             ADD 1 TO CF-PL-LOSSES (CF-SUB-2)
106500         WHEN 'O'
106600             ADD 1 TO CF-PL-SCORE (CF-SUB-2)
106700             ADD 1 TO CF-PL-WINS (CF-SUB-2)
106800             ADD 1 TO CF-PL-LOSSES (CF-SUB-1)
106900         WHEN OTHER
107000             ADD .5 TO CF-PL-SCORE (CF-SUB-1)
107100             ADD .5 TO CF-PL-SCORE (CF-SUB-2)
107200             ADD 1 TO CF-PL-DRAWS (CF-SUB-1)
107300             ADD 1 TO CF-PL-DRAWS (CF-SUB-2)
107400     END-EVALUATE.
107500 4200-EXIT.
107600     EXIT.
107700
107800 4300-ADD-BUCHHOLZ.
107900     IF NOT CF-PR-GAME (CF-KX) OR NOT CF-PR-MATCHED (CF-KX)
108000         GO TO 4300-EXIT
108100     END-IF
108200     MOVE CF-PR-X-SUB (CF-KX) TO CF-SUB-1
108300     MOVE CF-PR-O-SUB (CF-KX) TO CF-SUB-2
108400     ADD CF-PL-SCORE (CF-SUB-2) TO CF-PL-BUCHHOLZ (CF-SUB-1)
108500     ADD CF-PL-SCORE (CF-SUB-1) TO CF-PL-BUCHHOLZ (CF-SUB-2).
108600 4300-EXIT.
108700     EXIT.
108800
108900 4400-LIST-MISSING.
109000     IF NOT CF-PR-GAME (CF-KX) OR CF-PR-MATCHED (CF-KX)
109100         GO TO 4400-EXIT
109200     END-IF
109300     MOVE CF-PR-X-SUB (CF-KX) TO CF-SUB-1
109400     MOVE CF-PR-O-SUB (CF-KX) TO CF-SUB-2
109500     MOVE CF-PR-ROUND (CF-KX) TO CF-MS-ROUND
109600     MOVE CF-PR-BOARD (CF-KX) TO CF-MS-BOARD
109700     MOVE CF-PL-ID (CF-SUB-1) TO CF-MS-X-ID
109800     MOVE CF-PL-NAME (CF-SUB-1) TO CF-MS-X-NAME
109900     MOVE CF-PL-ID (CF-SUB-2) TO CF-MS-O-ID
110000     MOVE CF-PL-NAME (CF-SUB-2) TO CF-MS-O-NAME
110100     WRITE REPORT-LINE FROM CF-MISS-LINE.
110200 4400-EXIT.
110300     EXIT.
110400
110500*****************************************************************
110600*  5000-PRINT-STANDINGS - EVERY PLAYER IN THE EVENT BY SCORE,   *
110700*  THEN BUCHHOLZ, THEN RATING.  BEFORE ROUND 1 THIS IS THE      *
110800*  SEEDING ORDER OF THE ENTRANTS.                               *
110900*****************************************************************
111000 5000-PRINT-STANDINGS.
111100     IF CF-PLAYER-COUNT = ZERO
111200         GO TO 5000-EXIT
111300     END-IF
111400     MOVE ZERO TO CF-RANK-COUNT
111500     PERFORM 5050-RANK-ALL THRU 5050-EXIT
111600         VARYING CF-IX FROM 1 BY 1
111700         UNTIL CF-IX > CF-PLAYER-COUNT
111800     MOVE 'S' TO CF-SORT-MODE-SW
111900     PERFORM 5100-SORT-RANKS THRU 5100-EXIT
112000     MOVE SPACES TO REPORT-LINE
112100     WRITE REPORT-LINE
112200     MOVE SPACES TO CF-SC-TEXT
112300     IF CF-HIGH-ROUND = ZERO
112400         MOVE 'ENTRANTS IN SEEDING ORDER - NO ROUND PLAYED YET'
112500             TO CF-SC-TEXT
112600     ELSE
112700         STRING 'STANDINGS AFTER ROUND ' DELIMITED BY SIZE
112800             CF-HIGH-ROUND DELIMITED BY SIZE
112900             INTO CF-SC-TEXT
113000     END-IF
113100     WRITE REPORT-LINE FROM CF-SECTION-LINE
113200     WRITE REPORT-LINE FROM CF-STAND-HEAD
113300     PERFORM 5200-PRINT-STANDING THRU 5200-EXIT
113400         VARYING CF-IX FROM 1 BY 1
113500         UNTIL CF-IX > CF-RANK-COUNT.
113600 5000-EXIT.
113700     EXIT.
113800
113900 5050-RANK-ALL.
114000     ADD 1 TO CF-RANK-COUNT
114100     MOVE CF-IX TO CF-RK-SUB (CF-RANK-COUNT)
114200     MOVE 'N' TO CF-RK-PAIRED-SW (CF-RANK-COUNT).
114300 5050-EXIT.
114400     EXIT.
114500
114600*****************************************************************
114700*  5100-SORT-RANKS - BUBBLE SORT OF THE RANK TABLE.  THE        *
114800*  STANDINGS ORDER USES BUCHHOLZ; THE PAIRING ORDER DOES NOT    *
114900*****************************************************************
115000 5100-SORT-RANKS.
115100     MOVE 'Y' TO CF-SORT-SWAP-SW
115200     PERFORM 5110-SORT-PASS THRU 5110-EXIT
115300         UNTIL NOT CF-SORT-SWAPPED.
115400 5100-EXIT.
115500     EXIT.
115600
115700 5110-SORT-PASS.
115800     MOVE 'N' TO CF-SORT-SWAP-SW
115900     PERFORM 5120-SORT-COMPARE THRU 5120-EXIT
116000         VARYING CF-IX FROM 1 BY 1
116100         UNTIL CF-IX >= CF-RANK-COUNT.
116200 5110-EXIT.
116300     EXIT.
116400
116500 5120-SORT-COMPARE.
116600     COMPUTE CF-JX = CF-IX + 1
116700     MOVE CF-RK-SUB (CF-IX) TO CF-SUB-1
116800     MOVE CF-RK-SUB (CF-JX) TO CF-SUB-2
116900     IF CF-PL-SCORE (CF-SUB-2) > CF-PL-SCORE (CF-SUB-1)
117000         GO TO 5120-SWAP
117100     END-IF
117200     IF CF-PL-SCORE (CF-SUB-2) < CF-PL-SCORE (CF-SUB-1)
117300         GO TO 5120-EXIT
117400     END-IF
117500     IF CF-SORT-STANDINGS
117600         IF CF-PL-BUCHHOLZ (CF-SUB-2) > CF-PL-BUCHHOLZ (CF-SUB-1)
117700             GO TO 5120-SWAP
117800         END-IF
117900         IF CF-PL-BUCHHOLZ (CF-SUB-2) < CF-PL-BUCHHOLZ (CF-SUB-1)
118000             GO TO 5120-EXIT
118100         END-IF
118200     END-IF
118300     IF CF-PL-RATING (CF-SUB-2) > CF-PL-RATING (CF-SUB-1)
118400         GO TO 5120-SWAP
118500     END-IF
118600     IF CF-PL-RATING (CF-SUB-2) < CF-PL-RATING (CF-SUB-1)
118700         GO TO 5120-EXIT
118800     END-IF
118900     IF CF-PL-ID (CF-SUB-2) NOT < CF-PL-ID (CF-SUB-1)
119000         GO TO 5120-EXIT
119100     END-IF.
119200 5120-SWAP.
119300     MOVE CF-SUB-2 TO CF-RK-SUB (CF-IX)
119400     MOVE CF-SUB-1 TO CF-RK-SUB (CF-JX)
119500     MOVE 'Y' TO CF-SORT-SWAP-SW.
119600 5120-EXIT.
119700     EXIT.
119800
119900 5200-PRINT-STANDING.
120000     MOVE CF-RK-SUB (CF-IX) TO CF-SUB-1
120100     MOVE CF-IX TO CF-ST-RANK
120200     MOVE CF-PL-ID (CF-SUB-1) TO CF-ST-ID
120300     MOVE CF-PL-NAME (CF-SUB-1) TO CF-ST-NAME
120400     MOVE CF-PL-SCORE (CF-SUB-1) TO CF-ST-SCORE
120500     MOVE CF-PL-BUCHHOLZ (CF-SUB-1) TO CF-ST-BUCHHOLZ
120600     MOVE CF-PL-WINS (CF-SUB-1) TO CF-ST-WINS
120700     MOVE CF-PL-DRAWS (CF-SUB-1) TO CF-ST-DRAWS
120800     MOVE CF-PL-LOSSES (CF-SUB-1) TO CF-ST-LOSSES
120900     MOVE CF-PL-BYES (CF-SUB-1) TO CF-ST-BYES
121000     MOVE CF-PL-X-GAMES (CF-SUB-1) TO CF-ST-X-GAMES
121100     MOVE CF-PL-O-GAMES (CF-SUB-1) TO CF-ST-O-GAMES
121200     MOVE CF-PL-RATING (CF-SUB-1) TO CF-ST-RATING
121300     MOVE SPACES TO CF-ST-REMARK
121400     IF NOT CF-PL-ENTERED (CF-SUB-1)
121500         AND CF-HIGH-ROUND < CF-PARM-ROUNDS
121600         MOVE 'NOT IN NEXT ROUND' TO CF-ST-REMARK
121700     END-IF
121800     WRITE REPORT-LINE FROM CF-STAND-LINE.
121900 5200-EXIT.
122000     EXIT.
122100
122200*****************************************************************
122300*  6000-PAIR-ROUND - PAIR THE NEXT ROUND UNLESS THE EVENT IS    *
122400*  OVER OR ITS RESULTS ARE NOT ALL IN                           *
122500*****************************************************************
122600 6000-PAIR-ROUND.
122700     COMPUTE CF-NEXT-ROUND = CF-HIGH-ROUND + 1
122800     MOVE SPACES TO REPORT-LINE
122900     WRITE REPORT-LINE
123000     MOVE SPACES TO CF-SC-TEXT
123100     IF CF-HIGH-ROUND NOT < CF-PARM-ROUNDS
123200         MOVE 'ALL ROUNDS OF THE EVENT PAIRED - NO DECK WRITTEN'
123300             TO CF-SC-TEXT
123400         WRITE REPORT-LINE FROM CF-SECTION-LINE
123500         GO TO 6000-EXIT
123600     END-IF
123700     IF CF-MISSING-COUNT > ZERO
123800         AND NOT CF-PARM-FORCE-PAIRING
123900         STRING 'ROUND ' DELIMITED BY SIZE
124000             CF-NEXT-ROUND DELIMITED BY SIZE
124100             ' NOT PAIRED - RESULTS OUTSTANDING'
124200                 DELIMITED BY SIZE
124300             INTO CF-SC-TEXT
124400         WRITE REPORT-LINE FROM CF-SECTION-LINE
124500         MOVE 'Y' TO CF-UNPAIRED-SW
124600         GO TO 6000-EXIT
124700     END-IF
124800     MOVE ZERO TO CF-RANK-COUNT
124900     PERFORM 6050-RANK-ENTERED THRU 6050-EXIT
125000         VARYING CF-IX FROM 1 BY 1
125100         UNTIL CF-IX > CF-PLAYER-COUNT
125200     IF CF-RANK-COUNT < 2
125300         STRING 'ROUND ' DELIMITED BY SIZE
125400             CF-NEXT-ROUND DELIMITED BY SIZE
125500             ' NOT PAIRED - FEWER THAN TWO ENTRANTS'
125600                 DELIMITED BY SIZE
125700             INTO CF-SC-TEXT
125800         WRITE REPORT-LINE FROM CF-SECTION-LINE
125900         MOVE 'Y' TO CF-UNPAIRED-SW
126000         GO TO 6000-EXIT
126100     END-IF
126200     MOVE 'P' TO CF-SORT-MODE-SW
126300     PERFORM 5100-SORT-RANKS THRU 5100-EXIT
126400     MOVE ZERO TO CF-BYE-SUB
126500     DIVIDE CF-RANK-COUNT BY 2 GIVING CF-NEEDED
126600         REMAINDER CF-WORK-REM
126700     IF CF-WORK-REM = 1
126800         PERFORM 6100-FIND-BYE THRU 6100-EXIT
126900     END-IF
127000     PERFORM 6200-SEARCH THRU 6200-EXIT
127100     IF CF-SEARCH-FAILED
127200         DISPLAY 'CF4SWIS - NO PAIRING WITHOUT A REPEAT, '
127300             'PAIRED DOWN THE ORDER'
127400         PERFORM 6300-PAIR-ADJACENT THRU 6300-EXIT
127500     END-IF
127600     PERFORM 6700-OPEN-DECK THRU 6700-EXIT
127700     STRING 'ROUND ' DELIMITED BY SIZE
127800         CF-NEXT-ROUND DELIMITED BY SIZE
127900         ' PAIRINGS' DELIMITED BY SIZE
128000         INTO CF-SC-TEXT
128100     WRITE REPORT-LINE FROM CF-SECTION-LINE
128200     IF CF-MISSING-COUNT > ZERO
128300         MOVE 'PAIRED ON THE FORCE CODE WITH RESULTS OUTSTANDING'
128400             TO CF-SC-TEXT
128500         WRITE REPORT-LINE FROM CF-SECTION-LINE
128600     END-IF
128700     WRITE REPORT-LINE FROM CF-PAIR-HEAD
128800     PERFORM 6500-WRITE-PAIR THRU 6500-EXIT
128900         VARYING CF-LVL FROM 1 BY 1
129000         UNTIL CF-LVL > CF-NEEDED
129100     IF CF-BYE-SUB > ZERO
129200         PERFORM 6600-WRITE-BYE THRU 6600-EXIT
129300     END-IF
129400     PERFORM 6800-CLOSE-DECK THRU 6800-EXIT.
129500 6000-EXIT.
129600     EXIT.
129700
129800 6050-RANK-ENTERED.
129900     IF CF-PL-ENTERED (CF-IX)
130000         ADD 1 TO CF-RANK-COUNT
130100         MOVE CF-IX TO CF-RK-SUB (CF-RANK-COUNT)
130200         MOVE 'N' TO CF-RK-PAIRED-SW (CF-RANK-COUNT)
130300     END-IF.
130400 6050-EXIT.
130500     EXIT.
130600
130700*****************************************************************
130800*  6100-FIND-BYE - THE LOWEST-PLACED ENTRANT WITHOUT A BYE SO   *
130900*  FAR; THE LAST PLACE IF EVERYONE HAS HAD ONE                  *
131000*****************************************************************
131100 6100-FIND-BYE.
131200     PERFORM 6110-BYE-CANDIDATE THRU 6110-EXIT
131300         VARYING CF-IX FROM CF-RANK-COUNT BY -1
131400         UNTIL CF-IX < 1
131500            OR CF-BYE-SUB > ZERO
131600     IF CF-BYE-SUB = ZERO
131700         MOVE CF-RK-SUB (CF-RANK-COUNT) TO CF-BYE-SUB
131800         MOVE 'Y' TO CF-RK-PAIRED-SW (CF-RANK-COUNT)
131900     END-IF.
132000 6100-EXIT.
132100     EXIT.
132200
132300 6110-BYE-CANDIDATE.
132400     MOVE CF-RK-SUB (CF-IX) TO CF-SUB-1
132500     IF CF-PL-BYES (CF-SUB-1) = ZERO
132600         MOVE CF-SUB-1 TO CF-BYE-SUB
132700         MOVE 'Y' TO CF-RK-PAIRED-SW (CF-IX)
132800     END-IF.
132900 6110-EXIT.
133000     EXIT.
133100
133200*****************************************************************
133300*  6200-SEARCH - PAIR BOARD BY BOARD, TAKING THE HIGHEST        *
133400*  UNPAIRED PLAYER AND TRYING OPPONENTS IN ORDER: THE FIRST OF  *
133500*  THE BOTTOM HALF OF THE SCORE GROUP, THEN ON DOWN THE ORDER,  *
133600*  THEN BACK UP THE ORDER.  AN OPPONENT ALREADY MET IS PASSED   *
133700*  OVER; WHEN A BOARD RUNS OUT OF OPPONENTS THE BOARD ABOVE     *
133800*  TAKES ITS NEXT CHOICE.  THE SEARCH GIVES UP AFTER            *
133900*  CF-STEP-MAX TRIES.                                           *
134000*****************************************************************
134100 6200-SEARCH.
134200     MOVE ZERO TO CF-STEPS
134300     MOVE 'N' TO CF-SEARCH-SW
134400     MOVE 1 TO CF-LVL
134500     PERFORM 6250-NEXT-TOP THRU 6250-EXIT
134600     PERFORM 6210-SEARCH-STEP THRU 6210-EXIT
134700         UNTIL NOT CF-SEARCH-GOING.
134800 6200-EXIT.
134900     EXIT.
135000
135100 6210-SEARCH-STEP.
135200     ADD 1 TO CF-STEPS
135300     IF CF-STEPS > CF-STEP-MAX
135400         MOVE 'F' TO CF-SEARCH-SW
135500         GO TO 6210-EXIT
135600     END-IF
135700     ADD 1 TO CF-LV-TRY (CF-LVL)
135800     PERFORM 6220-NEXT-CANDIDATE THRU 6220-EXIT
135900     IF CF-CAND = ZERO
136000         IF CF-LVL = 1
136100             MOVE 'F' TO CF-SEARCH-SW
136200             GO TO 6210-EXIT
136300         END-IF
136400         SUBTRACT 1 FROM CF-LVL
136500         MOVE CF-LV-TOP (CF-LVL) TO CF-TOP
136600         MOVE 'N' TO CF-RK-PAIRED-SW (CF-TOP)
136700         MOVE CF-LV-MATE (CF-LVL) TO CF-CAND
136800         MOVE 'N' TO CF-RK-PAIRED-SW (CF-CAND)
136900         GO TO 6210-EXIT
137000     END-IF
137100     MOVE CF-RK-SUB (CF-TOP) TO CF-SUB-1
137200     MOVE CF-RK-SUB (CF-CAND) TO CF-SUB-2
137300     PERFORM 6400-CHECK-MET THRU 6400-EXIT
137400     IF CF-ALREADY-MET
137500         GO TO 6210-EXIT
137600     END-IF
137700     MOVE CF-CAND TO CF-LV-MATE (CF-LVL)
137800     MOVE 'Y' TO CF-RK-PAIRED-SW (CF-TOP)
137900     MOVE 'Y' TO CF-RK-PAIRED-SW (CF-CAND)
138000     IF CF-LVL = CF-NEEDED
138100         MOVE 'Y' TO CF-SEARCH-SW
138200         GO TO 6210-EXIT
138300     END-IF
138400     ADD 1 TO CF-LVL
138500     PERFORM 6250-NEXT-TOP THRU 6250-EXIT.
138600 6210-EXIT.
138700     EXIT.
138800
138900*****************************************************************
139000*  6220-NEXT-CANDIDATE - RANK POSITION OF THE OPPONENT FOR TRY  *
139100*  NUMBER CF-LV-TRY AT THIS BOARD, ZERO WHEN ALL ARE TRIED      *
139200*****************************************************************
139300 6220-NEXT-CANDIDATE.
139400     MOVE ZERO TO CF-CAND
139500     MOVE CF-LV-TOP (CF-LVL) TO CF-TOP
139600     MOVE CF-RK-SUB (CF-TOP) TO CF-SUB-1
139700     MOVE ZERO TO CF-OPEN-COUNT
139800     MOVE ZERO TO CF-GROUP-COUNT
139900     COMPUTE CF-FIRST = CF-TOP + 1
140000     PERFORM 6230-COUNT-OPEN THRU 6230-EXIT
140100         VARYING CF-IX FROM CF-FIRST BY 1
140200         UNTIL CF-IX > CF-RANK-COUNT
140300     IF CF-LV-TRY (CF-LVL) > CF-OPEN-COUNT
140400         GO TO 6220-EXIT
140500     END-IF
140600     COMPUTE CF-START = (CF-GROUP-COUNT + 1) / 2
140700     IF CF-START < 1
140800         MOVE 1 TO CF-START
140900     END-IF
141000     COMPUTE CF-TAIL = CF-OPEN-COUNT - CF-START + 1
141100     IF CF-LV-TRY (CF-LVL) NOT > CF-TAIL
141200         COMPUTE CF-POS = CF-START + CF-LV-TRY (CF-LVL) - 1
141300     ELSE
141400         COMPUTE CF-POS = CF-START
141500             - (CF-LV-TRY (CF-LVL) - CF-TAIL)
141600     END-IF
141700     MOVE ZERO TO CF-CNT
141800     PERFORM 6240-LOCATE-OPEN THRU 6240-EXIT
141900         VARYING CF-IX FROM CF-FIRST BY 1
142000         UNTIL CF-IX > CF-RANK-COUNT
142100            OR CF-CAND > ZERO.
142200 6220-EXIT.
142300     EXIT.
142400
142500 6230-COUNT-OPEN.
142600     IF NOT CF-RK-PAIRED (CF-IX)
142700         ADD 1 TO CF-OPEN-COUNT
142800         MOVE CF-RK-SUB (CF-IX) TO CF-SUB-2
142900         IF CF-PL-SCORE (CF-SUB-2) = CF-PL-SCORE (CF-SUB-1)
143000             ADD 1 TO CF-GROUP-COUNT
143100         END-IF
143200     END-IF.
143300 6230-EXIT.
143400     EXIT.
143500
143600 6240-LOCATE-OPEN.
143700     IF NOT CF-RK-PAIRED (CF-IX)
143800         ADD 1 TO CF-CNT
143900         IF CF-CNT = CF-POS
144000             MOVE CF-IX TO CF-CAND
144100         END-IF
144200     END-IF.
144300 6240-EXIT.
144400     EXIT.
144500
144600*****************************************************************
144700*  6250-NEXT-TOP - HIGHEST UNPAIRED PLAYER FOR A NEW BOARD      *
144800*****************************************************************
144900 6250-NEXT-TOP.
145000     MOVE ZERO TO CF-LV-TOP (CF-LVL)
145100     MOVE ZERO TO CF-LV-TRY (CF-LVL)
145200     MOVE ZERO TO CF-LV-MATE (CF-LVL)
145300     PERFORM 6260-FIND-TOP THRU 6260-EXIT
145400         VARYING CF-IX FROM 1 BY 1
145500         UNTIL CF-IX > CF-RANK-COUNT
145600            OR CF-LV-TOP (CF-LVL) > ZERO.
145700 6250-EXIT.
145800     EXIT.
145900
146000 6260-FIND-TOP.
146100     IF NOT CF-RK-PAIRED (CF-IX)
146200         MOVE CF-IX TO CF-LV-TOP (CF-LVL)
146300     END-IF.
146400 6260-EXIT.
146500     EXIT.
146600
146700*****************************************************************
146800*  6300-PAIR-ADJACENT - NO PAIRING AVOIDS EVERY REPEAT, SO PAIR *
146900*  STRAIGHT DOWN THE ORDER; REPEATS ARE MARKED ON THE SHEET     *
147000*****************************************************************
147100 6300-PAIR-ADJACENT.
147200     PERFORM 6310-CLEAR-PAIRED THRU 6310-EXIT
147300         VARYING CF-IX FROM 1 BY 1
147400         UNTIL CF-IX > CF-RANK-COUNT
147500     PERFORM 6320-PAIR-NEXT THRU 6320-EXIT
147600         VARYING CF-LVL FROM 1 BY 1
147700         UNTIL CF-LVL > CF-NEEDED.
147800 6300-EXIT.
147900     EXIT.
148000
148100 6310-CLEAR-PAIRED.
148200     IF CF-RK-SUB (CF-IX) NOT = CF-BYE-SUB
148300         MOVE 'N' TO CF-RK-PAIRED-SW (CF-IX)
148400     END-IF.
148500 6310-EXIT.
148600     EXIT.
148700
148800 6320-PAIR-NEXT.
148900     PERFORM 6250-NEXT-TOP THRU 6250-EXIT
149000     MOVE CF-LV-TOP (CF-LVL) TO CF-TOP
149100     MOVE 'Y' TO CF-RK-PAIRED-SW (CF-TOP)
149200     COMPUTE CF-FIRST = CF-TOP + 1
149300     MOVE 1 TO CF-POS
149400     MOVE ZERO TO CF-CNT
149500     MOVE ZERO TO CF-CAND
149600     PERFORM 6240-LOCATE-OPEN THRU 6240-EXIT
149700         VARYING CF-IX FROM CF-FIRST BY 1
149800         UNTIL CF-IX > CF-RANK-COUNT
149900            OR CF-CAND > ZERO
150000     MOVE CF-CAND TO CF-LV-MATE (CF-LVL)
150100     MOVE 'Y' TO CF-RK-PAIRED-SW (CF-CAND).
150200 6320-EXIT.
150300     EXIT.
150400
150500*****************************************************************
150600*  6400-CHECK-MET - HAVE PLAYERS CF-SUB-1 AND CF-SUB-2 BEEN     *
150700*  PAIRED AGAINST EACH OTHER EARLIER IN THE EVENT               *
150800*****************************************************************
150900 6400-CHECK-MET.
151000     MOVE 'N' TO CF-MET-SW
151100     PERFORM 6410-SCAN-MET THRU 6410-EXIT
151200         VARYING CF-KX FROM 1 BY 1
151300         UNTIL CF-KX > CF-PAIRING-COUNT
151400            OR CF-ALREADY-MET.
151500 6400-EXIT.
151600     EXIT.
151700
151800 6410-SCAN-MET.
151900     IF CF-PR-GAME (CF-KX)
152000         IF (CF-PR-X-SUB (CF-KX) = CF-SUB-1
152100                 AND CF-PR-O-SUB (CF-KX) = CF-SUB-2)
152200             OR (CF-PR-X-SUB (CF-KX) = CF-SUB-2
152300                 AND CF-PR-O-SUB (CF-KX) = CF-SUB-1)
152400             MOVE 'Y' TO CF-MET-SW
152500         END-IF
152600     END-IF.
152700 6410-EXIT.
152800     EXIT.
152900
153000*****************************************************************
153100*  6450-ASSIGN-COLOURS - CF-SUB-1 (THE HIGHER PLACED) AND       *
153200*  CF-SUB-2 COME BACK AS X AND O.  X GOES TO THE PLAYER WHO     *
153300*  HAS HAD IT LESS, THEN TO THE ONE WHO HAD O LAST, THEN TO     *
153400*  THE HIGHER PLACED IN ODD ROUNDS AND THE LOWER IN EVEN.       *
153500*****************************************************************
153600 6450-ASSIGN-COLOURS.
153700     COMPUTE CF-DIFF-1 = CF-PL-X-GAMES (CF-SUB-1)
153800         - CF-PL-O-GAMES (CF-SUB-1)
153900     COMPUTE CF-DIFF-2 = CF-PL-X-GAMES (CF-SUB-2)
154000         - CF-PL-O-GAMES (CF-SUB-2)
154100     IF CF-DIFF-1 < CF-DIFF-2
154200         GO TO 6450-EXIT
154300     END-IF
154400     IF CF-DIFF-1 > CF-DIFF-2
154500         GO TO 6450-SWAP
154600     END-IF
154700     IF CF-PL-LAST-COLOUR (CF-SUB-1) = 'O'
154800         AND CF-PL-LAST-COLOUR (CF-SUB-2) NOT = 'O'
154900         GO TO 6450-EXIT
155000     END-IF
155100     IF CF-PL-LAST-COLOUR (CF-SUB-2) = 'O'
155200         AND CF-PL-LAST-COLOUR (CF-SUB-1) NOT = 'O'
155300         GO TO 6450-SWAP
155400     END-IF
155500     DIVIDE CF-NEXT-ROUND BY 2 GIVING CF-WORK-QUOT
155600         REMAINDER CF-WORK-REM
155700     IF CF-WORK-REM = 1
155800         GO TO 6450-EXIT
155900     END-IF.
156000 6450-SWAP.
156100     MOVE CF-SUB-1 TO CF-HOLD-SUB
156200     MOVE CF-SUB-2 TO CF-SUB-1
156300     MOVE CF-HOLD-SUB TO CF-SUB-2.
156400 6450-EXIT.
156500     EXIT.
156600
156700*****************************************************************
156800*  6500-WRITE-PAIR - ONE BOARD TO THE DECK, SWISNEW AND THE     *
156900*  PAIRINGS SHEET                                               *
157000*****************************************************************
157100 6500-WRITE-PAIR.
157200     MOVE CF-LV-TOP (CF-LVL) TO CF-TOP
157300     MOVE CF-LV-MATE (CF-LVL) TO CF-CAND
157400     MOVE CF-RK-SUB (CF-TOP) TO CF-SUB-1
157500     MOVE CF-RK-SUB (CF-CAND) TO CF-SUB-2
157600     PERFORM 6400-CHECK-MET THRU 6400-EXIT
157700     PERFORM 6450-ASSIGN-COLOURS THRU 6450-EXIT
157800     ADD 1 TO CF-BOARD
157900     MOVE SPACES TO GAME-TRAN-REC
158000     MOVE 'G' TO CF-TR-TYPE
158100     MOVE CF-PL-ID (CF-SUB-1) TO CF-TR-X-PLAYER-ID
158200     MOVE CF-PL-NAME (CF-SUB-1) TO CF-TR-X-PLAYER-NAME
158300     MOVE CF-PL-ID (CF-SUB-2) TO CF-TR-O-PLAYER-ID
158400     MOVE CF-PL-NAME (CF-SUB-2) TO CF-TR-O-PLAYER-NAME
158500     WRITE SWIS-TRAN-REC FROM GAME-TRAN-REC
158600     IF CF-DECK-STATUS NOT = '00'
158700         DISPLAY 'CF4SWIS - DECK WRITE FAILED, STATUS '
158800             CF-DECK-STATUS
158900         GO TO 9999-ABEND
159000     END-IF
159100     ADD 1 TO CF-PAIRS-WRITTEN
159200     MOVE 'G' TO CF-SW-PAIR-TYPE
159300     MOVE CF-PL-ID (CF-SUB-1) TO CF-SW-X-PLAYER-ID
159400     MOVE CF-PL-ID (CF-SUB-2) TO CF-SW-O-PLAYER-ID
159500     PERFORM 6900-WRITE-EVENT THRU 6900-EXIT
159600     MOVE CF-BOARD TO CF-PL-BOARD
159700     MOVE CF-PL-ID (CF-SUB-1) TO CF-PL-X-ID
159800     MOVE CF-PL-NAME (CF-SUB-1) TO CF-PL-X-NAME
159900     MOVE CF-PL-SCORE (CF-SUB-1) TO CF-PL-X-SCORE
160000     MOVE CF-PL-ID (CF-SUB-2) TO CF-PL-O-ID
160100     MOVE CF-PL-NAME (CF-SUB-2) TO CF-PL-O-NAME
160200     MOVE CF-PL-SCORE (CF-SUB-2) TO CF-PL-O-SCORE
160300     MOVE SPACES TO CF-PL-REMARK
160400     IF CF-ALREADY-MET
160500         MOVE 'REPEAT PAIRING' TO CF-PL-REMARK
160600         ADD 1 TO CF-REPEAT-COUNT
160700     END-IF
160800     WRITE REPORT-LINE FROM CF-PAIR-LINE.
160900 6500-EXIT.
161000     EXIT.
161100
161200 6600-WRITE-BYE.
161300     ADD 1 TO CF-BOARD
161400     MOVE 'B' TO CF-SW-PAIR-TYPE
161500     MOVE CF-PL-ID (CF-BYE-SUB) TO CF-SW-X-PLAYER-ID
161600     MOVE SPACES TO CF-SW-O-PLAYER-ID
161700     PERFORM 6900-WRITE-EVENT THRU 6900-EXIT
161800     MOVE CF-BOARD TO CF-BY-BOARD
161900     MOVE CF-PL-ID (CF-BYE-SUB) TO CF-BY-ID
162000     MOVE CF-PL-NAME (CF-BYE-SUB) TO CF-BY-NAME
162100     MOVE CF-PL-SCORE (CF-BYE-SUB) TO CF-BY-SCORE
162200     WRITE REPORT-LINE FROM CF-BYE-LINE.
162300 6600-EXIT.
162400     EXIT.
162500
162600*****************************************************************
162700*  6700-OPEN-DECK - THE ROUND'S DECK IS NAMED <EVENT>.Rnn       *
162800*****************************************************************
162900 6700-OPEN-DECK.
163000     MOVE SPACES TO CF-DECK-DSN
163100     STRING CF-PARM-EVENT-CODE DELIMITED BY SPACE
163200         '.R' DELIMITED BY SIZE
163300         CF-NEXT-ROUND DELIMITED BY SIZE
163400         INTO CF-DECK-DSN
163500     OPEN OUTPUT SWIS-TRAN-FILE
163600     IF CF-DECK-STATUS NOT = '00'
163700         DISPLAY 'CF4SWIS - CANNOT OPEN DECK ' CF-DECK-DSN
163800             ' STATUS ' CF-DECK-STATUS
163900         GO TO 9999-ABEND
164000     END-IF
164100     MOVE SPACES TO CF-COMMENT-CARD
164200     MOVE '*' TO CF-CC-STAR
164300     STRING 'CF4SWIS EVENT ' DELIMITED BY SIZE
164400         CF-PARM-EVENT-CODE DELIMITED BY SPACE
164500         ' ROUND ' DELIMITED BY SIZE
164600         CF-NEXT-ROUND DELIMITED BY SIZE
164700         ' DECK OF ' DELIMITED BY SIZE
164800         CF-RUN-DATE DELIMITED BY SIZE
164900         INTO CF-CC-TEXT
165000     WRITE SWIS-TRAN-REC FROM CF-COMMENT-CARD.
165100 6700-EXIT.
165200     EXIT.
165300
165400 6800-CLOSE-DECK.
165500     CLOSE SWIS-TRAN-FILE
165600     MOVE SPACES TO CF-QCTL-CARD
165700     MOVE CF-DECK-DSN TO CF-QC-FILE-NAME
165800     WRITE SWIS-QCTL-REC FROM CF-QCTL-CARD
165900     IF CF-QCTL-STATUS NOT = '00'
166000         DISPLAY 'CF4SWIS - SWISQCTL WRITE FAILED, STATUS '
166100             CF-QCTL-STATUS
166200         GO TO 9999-ABEND
166300     END-IF.
166400 6800-EXIT.
166500     EXIT.
166600
166700 6900-WRITE-EVENT.
166800     MOVE CF-PARM-EVENT-CODE TO CF-SW-EVENT-CODE
166900     MOVE CF-NEXT-ROUND TO CF-SW-ROUND
167000     MOVE CF-BOARD TO CF-SW-BOARD
167100     MOVE CF-PARM-START-DATE TO CF-SW-START-DATE
167200     MOVE CF-PARM-END-DATE TO CF-SW-END-DATE
167300     MOVE CF-RUN-DATE TO CF-SW-PAIRED-DATE
167400     WRITE SWISS-NEW-REC FROM SWISS-EVENT-REC
167500     IF CF-ENEW-STATUS NOT = '00'
167600         DISPLAY 'CF4SWIS - SWISNEW WRITE FAILED, STATUS '
167700             CF-ENEW-STATUS
167800         GO TO 9999-ABEND
167900     END-IF.
168000 6900-EXIT.
168100     EXIT.
168200
168300*****************************************************************
168400*  7000-PRINT-HELD - ENTRANTS HELD FOR FEES, AT THE FOOT        *
168500*****************************************************************
168600 7000-PRINT-HELD.
168700     IF CF-HELD-COUNT = ZERO
168800         GO TO 7000-EXIT
168900     END-IF
169000     MOVE SPACES TO REPORT-LINE
169100     WRITE REPORT-LINE
169200     MOVE 'PLAYERS HELD - FEES IN ARREARS, NOT PAIRED'
169300         TO CF-SC-TEXT
169400     WRITE REPORT-LINE FROM CF-SECTION-LINE
169500     PERFORM 7100-PRINT-HELD THRU 7100-EXIT
169600         VARYING CF-IX FROM 1 BY 1
169700         UNTIL CF-IX > CF-FEE-HOLD-COUNT.
169800 7000-EXIT.
169900     EXIT.
170000
170100 7100-PRINT-HELD.
170200     IF NOT CF-HT-HELD (CF-IX)
170300         GO TO 7100-EXIT
170400     END-IF
170500     MOVE CF-HT-ID (CF-IX) TO CF-HL-ID
170600     MOVE CF-HT-NAME (CF-IX) TO CF-HL-NAME
170700     MOVE CF-HT-OWED (CF-IX) TO CF-HL-OWED
170800     MOVE CF-HT-DAYS (CF-IX) TO CF-HL-DAYS
170900     WRITE REPORT-LINE FROM CF-HELD-LINE.
171000 7100-EXIT.
171100     EXIT.
171200
171300*****************************************************************
171400*  8000-READ-PMAST / 8100-READ-HOLD / 8200-READ-ENTRY /         *
171500*  8300-READ-EVNT / 8400-READ-RATE / 8500-READ-HIST             *
171600*****************************************************************
171700 8000-READ-PMAST.
171800     READ PLAYER-MAST-FILE
171900         AT END
172000             MOVE 'Y' TO CF-PMAST-EOF-SW
172100     END-READ.
172200 8000-EXIT.
172300     EXIT.
172400
172500 8100-READ-HOLD.
172600     READ FEE-HOLD-FILE
172700         AT END
172800             MOVE 'Y' TO CF-HOLD-EOF-SW
172900     END-READ.
173000 8100-EXIT.
173100     EXIT.
173200
173300 8200-READ-ENTRY.
173400     READ ENTRY-FILE
173500         AT END
173600             MOVE 'Y' TO CF-ENTR-EOF-SW
173700     END-READ.
173800 8200-EXIT.
173900     EXIT.
174000
174100 8300-READ-EVNT.
174200     READ SWISS-EVENT-FILE INTO SWISS-EVENT-REC
174300         AT END
174400             MOVE 'Y' TO CF-EVNT-EOF-SW
174500     END-READ.
174600 8300-EXIT.
174700     EXIT.
174800
174900 8400-READ-RATE.
175000     READ RATING-FILE
175100         AT END
175200             MOVE 'Y' TO CF-RATE-EOF-SW
175300     END-READ.
175400 8400-EXIT.
175500     EXIT.
175600
175700 8500-READ-HIST.
175800     READ GAME-HIST-FILE
175900         AT END
176000             MOVE 'Y' TO CF-HIST-EOF-SW
176100     END-READ.
176200 8500-EXIT.
176300     EXIT.
176400
176500*****************************************************************
176600*  9000-TERMINATE - COUNTS, CLOSE FILES, SET THE RETURN CODE    *
176700*****************************************************************
176800 9000-TERMINATE.
176900     MOVE SPACES TO REPORT-LINE
177000     WRITE REPORT-LINE
177100     MOVE 'ENTRY CARDS READ' TO CF-CT-LABEL
177200     MOVE CF-ENTRY-CARDS TO CF-CT-VALUE
177300     WRITE REPORT-LINE FROM CF-COUNT-LINE
177400     MOVE 'ENTRY CARDS REJECTED' TO CF-CT-LABEL
177500     MOVE CF-ENTRY-REJECTED TO CF-CT-VALUE
177600     WRITE REPORT-LINE FROM CF-COUNT-LINE
177700     MOVE 'PLAYERS HELD FOR FEES' TO CF-CT-LABEL
177800     MOVE CF-HELD-COUNT TO CF-CT-VALUE
177900     WRITE REPORT-LINE FROM CF-COUNT-LINE
178000     MOVE 'PLAYERS ENTERED' TO CF-CT-LABEL
178100     MOVE CF-ENTERED-COUNT TO CF-CT-VALUE
178200     WRITE REPORT-LINE FROM CF-COUNT-LINE
178300     MOVE 'GAMEHIST RECORDS READ' TO CF-CT-LABEL
178400     MOVE CF-HIST-READ TO CF-CT-VALUE
178500     WRITE REPORT-LINE FROM CF-COUNT-LINE
178600     MOVE 'EVENT RESULTS FOUND' TO CF-CT-LABEL
178700     MOVE CF-GAMES-MATCHED TO CF-CT-VALUE
178800     WRITE REPORT-LINE FROM CF-COUNT-LINE
178900     MOVE 'EVENT RESULTS OUTSTANDING' TO CF-CT-LABEL
179000     MOVE CF-MISSING-COUNT TO CF-CT-VALUE
179100     WRITE REPORT-LINE FROM CF-COUNT-LINE
179200     MOVE 'PAIRINGS WRITTEN' TO CF-CT-LABEL
179300     MOVE CF-PAIRS-WRITTEN TO CF-CT-VALUE
179400     WRITE REPORT-LINE FROM CF-COUNT-LINE
179500     MOVE 'REPEAT PAIRINGS' TO CF-CT-LABEL
179600     MOVE CF-REPEAT-COUNT TO CF-CT-VALUE
179700     WRITE REPORT-LINE FROM CF-COUNT-LINE
179800     CLOSE SWISS-NEW-FILE
179900     CLOSE SWIS-QCTL-FILE
180000     CLOSE REPORT-FILE
180100     PERFORM 9200-BACKUP-MASTERS THRU 9200-EXIT
180200     EVALUATE TRUE
180300         WHEN CF-ROUND-NOT-PAIRED
180400             MOVE 8 TO RETURN-CODE
180500         WHEN CF-ENTRY-REJECTED > ZERO
180600           OR CF-REPEAT-COUNT > ZERO
180700           OR CF-MISSING-COUNT > ZERO
180800             MOVE 4 TO RETURN-CODE
180900         WHEN OTHER
181000             MOVE 0 TO RETURN-CODE
181100     END-EVALUATE
181200     PERFORM 9100-LOG-END THRU 9100-EXIT
181300     DISPLAY 'CF4SWIS - NORMAL END, EVENT ' CF-PARM-EVENT-CODE
181400         ' ROUND ' CF-NEXT-ROUND ' PAIRINGS ' CF-PAIRS-WRITTEN.
181500 9000-EXIT.
181600     EXIT.
181700
181800*****************************************************************
181900*  9100-LOG-END - END RECORD ON THE JOB-RUN LOG.  THE RETURN    *
182000*  CODE IS SAVED AROUND THE CALL BECAUSE A CALLED PROGRAM       *
182100*  THAT LEAVES RETURN-CODE ALONE STILL HANDS BACK ZERO.         *
182200*****************************************************************
182300 9100-LOG-END.
182400     MOVE RETURN-CODE TO CF-SAVE-RETURN
182500     MOVE 'E' TO CF-JR-FUNCTION
182600     MOVE CF-ENTRY-CARDS TO CF-JR-RECS-READ
182700     MOVE CF-PAIRS-WRITTEN TO CF-JR-RECS-WRITTEN
182800     EVALUATE RETURN-CODE
182900         WHEN 0
183000             MOVE 'RC00' TO CF-JR-STATUS
183100         WHEN 4
183200             MOVE 'RC04' TO CF-JR-STATUS
183300         WHEN OTHER
183400             MOVE 'RC08' TO CF-JR-STATUS
183500     END-EVALUATE
183600     CALL 'CF4JRNL' USING CF-JR-PARMS
183700         ON EXCEPTION
183800             DISPLAY 'CF4SWIS - END NOT LOGGED'
183900     END-CALL
184000     MOVE CF-SAVE-RETURN TO RETURN-CODE.
184100 9100-EXIT.
184200     EXIT.
184300
184400*****************************************************************
184500*  9200-BACKUP-MASTERS - SAVE THE MASTER AS IT STANDS AS ITS    *
184600*  NEXT BACKUP GENERATION BEFORE THE JOB REPLACES IT.  A        *
184700*  BACKUP THAT CANNOT BE TAKEN ENDS THE RUN IN ERROR SO THE     *
184800*  REPLACE DOES NOT GO AHEAD.                                   *
184900*****************************************************************
185000 9200-BACKUP-MASTERS.
185100     MOVE 'SWISEVNT' TO CF-GB-FILE-NAME
185200     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT.
185300 9200-EXIT.
185400     EXIT.
185500
185600 9210-BACKUP-FILE.
185700     MOVE 'B' TO CF-GB-FUNCTION
185800     MOVE 'CF4SWIS' TO CF-GB-PROGRAM
185900     MOVE CF-RUN-DATE TO CF-GB-RUN-DATE
186000     MOVE ZERO TO CF-GB-GENERATION
186100     MOVE ZERO TO CF-GB-RECORD-COUNT
186200     MOVE ZERO TO CF-GB-SAFETY-GEN
186300     MOVE ZERO TO CF-GB-RETURN
186400     CALL 'CF4GBAK' USING CF-GB-PARMS
186500         ON EXCEPTION
186600             DISPLAY 'CF4SWIS - CF4GBAK IS NOT AVAILABLE'
186700             GO TO 9999-ABEND
186800     END-CALL
186900     IF CF-GB-RETURN NOT = ZERO
187000         DISPLAY 'CF4SWIS - BACKUP OF ' CF-GB-FILE-NAME
187100             ' FAILED, RETURN ' CF-GB-RETURN
187200         GO TO 9999-ABEND
187300     END-IF
187400     DISPLAY 'CF4SWIS - ' CF-GB-FILE-NAME
187500         ' SAVED AS GENERATION ' CF-GB-GENERATION.
187600 9210-EXIT.
187700     EXIT.
187800
187900*****************************************************************
188000*  9999-ABEND - FATAL ERROR, SET RETURN CODE AND STOP           *
188100*****************************************************************
188200 9999-ABEND.
188300     DISPLAY 'CF4SWIS - RUN TERMINATED IN ERROR'
188400     MOVE 16 TO RETURN-CODE
188500     STOP RUN.
188600 9999-EXIT.
188700     EXIT.
