000100*****************************************************************
000200*                                                               *
000300*  CF4CORR - RESULT CORRECTION AND GAME VOID                    *
000400*                                                               *
000500*  APPLIES THE COMMITTEE'S ADJUDICATION CARDS (CORRTRAN) TO     *
000600*  THE GAME HISTORY.  EACH CARD NAMES ONE CF-GH-GAME-ID AND     *
000700*  ONE RULING:                                                  *
000800*    V - VOID THE GAME (FORFEIT RULED INVALID, INTER-CLUB       *
000900*        CARD POSTED TWICE AND THE LIKE)                        *
001000*    R - CHANGE THE RESULT, WIN PATTERN, WIN SQUARE AND,        *
001100*        OPTIONALLY, THE END TYPE                               *
001200*    S - SWAP THE X AND O PLAYER IDS AND NAMES                  *
001300*  GAMEHIST IS REWRITTEN TO GAMENEW, THE MOVE LOG ROWS OF A     *
001400*  VOIDED GAME ARE DROPPED FROM MOVELOG TO MOVENEW, AND         *
001500*  MATCHHST IS REWRITTEN TO MTCHNEW WITH EVERY AFFECTED         *
001600*  MATCH RETALLIED FROM ITS SURVIVING GAMES: GAME NUMBERS,      *
001700*  RUNNING WINS AND DRAWS ON THE G RECORDS, AND THE FINAL       *
001800*  TALLY AND SERIES RESULT ON THE S RECORD.  A MATCH WITH NO    *
001900*  GAMES LEFT LOSES ITS S RECORD.  EVERY CHANGED RECORD IS      *
002000*  LOGGED BEFORE AND AFTER ON THE PERMANENT CORRECTION LOG      *
002100*  (CORRLOG) UNDER THE RULING REFERENCE AND DATE.               *
002200*                                                               *
002300*  AFTER A CLEAN RUN THE JOB REPLACES GAMEHIST, MOVELOG AND     *
002400*  MATCHHST WITH THEIR NEW COUNTERPARTS AND RERUNS CF4GHLD SO   *
002500*  THE KEYED GAMEHIXD MATCHES.  THE SCOREBOARD AND RATINGS      *
002600*  READ THE CORRECTED HISTORY ON THEIR NEXT RUN.                *
002610*  BEFORE THE REPLACE THE THREE MASTERS ARE SAVED AS THEIR NEXT *
002620*  BACKUP GENERATIONS (CF4GBAK) SO A RULING APPLIED IN ERROR    *
002630*  CAN BE ROLLED BACK BY CF4REST.                               *
002700*                                                               *
002800*  ADJUDICATION CARD:                                           *
002900*    COL  1     ACTION  V, R OR S  (* IN COL 1 IS A COMMENT)    *
003000*    COLS 2-15  GAME ID                                         *
003100*    COL  16    NEW RESULT X, O OR D           (R ONLY)         *
003200*    COL  17    NEW WIN PATTERN H V D U/BLANK  (R ONLY)         *
003300*    COLS 18-19 NEW WIN ROW AND COLUMN         (R ONLY)         *
003400*    COL  20    NEW END TYPE N OR F, BLANK     (R ONLY)         *
003500*               LEAVES IT UNCHANGED                             *
003600*    COLS 21-32 RULING REFERENCE                                *
003700*    COLS 33-40 RULING DATE YYYYMMDD                            *
003800*  CARDS FOR THE SAME GAME APPLY IN DECK ORDER.  EVERY CARD     *
003900*  IS ECHOED ON CORRRPT WITH ITS DISPOSITION.                   *
004000*                                                               *
004100*  RETURN CODES:  0 - ALL CARDS APPLIED                         *
004200*                 4 - ONE OR MORE CARDS REJECTED                *
004300*                16 - FILE ERROR                                *
004400*                                                               *
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID. CF4CORR.
004700 AUTHOR. LEAGUE SYSTEMS GROUP.
004800 INSTALLATION. CONNECT FOUR LEAGUE.
004900 DATE-WRITTEN. 10/15/26.
005000 DATE-COMPILED.
005100*****************************************************************
005200*  MODIFICATION HISTORY                                         *
005300*  --------------------                                         *
005400*  10/15/26 LSG NEW PROGRAM - COMMITTEE RESULT CORRECTIONS      *
005500*               AND VOIDS WITH A BEFORE/AFTER AUDIT TRAIL       *
005510*  10/15/26 LSG GAMEHIST, MOVELOG AND MATCHHST SAVED AS BACKUP  *
005520*               GENERATIONS BEFORE THE JOB REPLACES THEM        *
005600*****************************************************************
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT CORR-TRAN-FILE ASSIGN TO CORRTRAN
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS CF-TRAN-STATUS.
006300     SELECT GAME-HIST-FILE ASSIGN TO GAMEHIST
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS CF-HIST-STATUS.
006600     SELECT GAME-NEW-FILE ASSIGN TO GAMENEW
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS CF-GNEW-STATUS.
006900     SELECT OPTIONAL MOVE-LOG-FILE ASSIGN TO MOVELOG
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS CF-MLOG-STATUS.
007200     SELECT MOVE-NEW-FILE ASSIGN TO MOVENEW
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS CF-MNEW-STATUS.
007500     SELECT OPTIONAL MATCH-HIST-FILE ASSIGN TO MATCHHST
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS CF-MTCH-STATUS.
007800     SELECT MATCH-NEW-FILE ASSIGN TO MTCHNEW
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS CF-TNEW-STATUS.
008100     SELECT OPTIONAL CORR-LOG-FILE ASSIGN TO CORRLOG
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS CF-CLOG-STATUS.
008400     SELECT REPORT-FILE ASSIGN TO CORRRPT
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS CF-RPT-STATUS.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  CORR-TRAN-FILE
009100     RECORD CONTAINS 80 CHARACTERS.
009200 01  CORR-TRAN-REC                PIC X(80).
009300
009400 FD  GAME-HIST-FILE
009500     RECORD CONTAINS 120 CHARACTERS.
009600 COPY CFGAMHST.
009700
009800 FD  GAME-NEW-FILE
009900     RECORD CONTAINS 120 CHARACTERS.
010000 01  GAME-NEW-REC                 PIC X(120).
010100
010200 FD  MOVE-LOG-FILE
010300     RECORD CONTAINS 40 CHARACTERS.
010400 COPY CFMOVLOG.
010500
010600 FD  MOVE-NEW-FILE
010700     RECORD CONTAINS 40 CHARACTERS.
010800 01  MOVE-NEW-REC                 PIC X(40).
010900
011000 FD  MATCH-HIST-FILE
011100     RECORD CONTAINS 80 CHARACTERS.
011200 COPY CFMCHHST.
011300
011400 FD  MATCH-NEW-FILE
011500     RECORD CONTAINS 80 CHARACTERS.
011600 01  MATCH-NEW-REC                PIC X(80).
011700
011800 FD  CORR-LOG-FILE
011900     RECORD CONTAINS 180 CHARACTERS.
012000 COPY CFCORLOG.
012100
012200 FD  REPORT-FILE
012300     RECORD CONTAINS 132 CHARACTERS.
012400 01  REPORT-LINE                  PIC X(132).
012500
012600 WORKING-STORAGE SECTION.
012700 77  CF-TRAN-STATUS               PIC X(02).
012800 77  CF-HIST-STATUS               PIC X(02).
012900 77  CF-GNEW-STATUS               PIC X(02).
013000 77  CF-MLOG-STATUS               PIC X(02).
013100 77  CF-MNEW-STATUS               PIC X(02).
013200 77  CF-MTCH-STATUS               PIC X(02).
013300 77  CF-TNEW-STATUS               PIC X(02).
013400 77  CF-CLOG-STATUS               PIC X(02).
013500 77  CF-RPT-STATUS                PIC X(02).
013600 77  CF-TRAN-EOF-SW               PIC X(01) VALUE 'N'.
013700     88  CF-TRAN-EOF                  VALUE 'Y'.
013800 77  CF-HIST-EOF-SW               PIC X(01) VALUE 'N'.
013900     88  CF-HIST-EOF                  VALUE 'Y'.
014000 77  CF-MLOG-EOF-SW               PIC X(01) VALUE 'N'.
014100     88  CF-MLOG-EOF                  VALUE 'Y'.
014200 77  CF-MTCH-EOF-SW               PIC X(01) VALUE 'N'.
014300     88  CF-MTCH-EOF                  VALUE 'Y'.
014400 77  CF-MLOG-PRESENT-SW           PIC X(01) VALUE 'N'.
014500     88  CF-MLOG-PRESENT              VALUE 'Y'.
014600 77  CF-MTCH-PRESENT-SW           PIC X(01) VALUE 'N'.
014700     88  CF-MTCH-PRESENT              VALUE 'Y'.
014800 77  CF-GAME-FIXED-SW             PIC X(01) VALUE 'N'.
014900     88  CF-GAME-FIXED                VALUE 'Y'.
015000 77  CF-GAME-VOID-SW              PIC X(01) VALUE 'N'.
015100     88  CF-GAME-VOID                 VALUE 'Y'.
015200 77  CF-MLOG-DROP-SW              PIC X(01) VALUE 'N'.
015300     88  CF-MLOG-DROP                 VALUE 'Y'.
015400 77  CF-MTCH-DROP-SW              PIC X(01) VALUE 'N'.
015500     88  CF-MTCH-DROP                 VALUE 'Y'.
015600 77  CF-CARDS-READ                PIC S9(05) COMP-3 VALUE +0.
015700 77  CF-CARDS-APPLIED             PIC S9(05) COMP-3 VALUE +0.
015800 77  CF-CARDS-REJECTED            PIC S9(05) COMP-3 VALUE +0.
015900 77  CF-HIST-READ                 PIC S9(07) COMP-3 VALUE +0.
016000 77  CF-HIST-WRITTEN              PIC S9(07) COMP-3 VALUE +0.
016100 77  CF-GAMES-VOIDED              PIC S9(05) COMP-3 VALUE +0.
016200 77  CF-GAMES-CHANGED             PIC S9(05) COMP-3 VALUE +0.
016300 77  CF-MLOG-READ                 PIC S9(07) COMP-3 VALUE +0.
016400 77  CF-MLOG-DROPPED              PIC S9(07) COMP-3 VALUE +0.
016500 77  CF-MTCH-READ                 PIC S9(07) COMP-3 VALUE +0.
016600 77  CF-MTCH-DROPPED              PIC S9(05) COMP-3 VALUE +0.
016700 77  CF-SERIES-RETALLIED          PIC S9(05) COMP-3 VALUE +0.
016800 77  CF-LOG-WRITTEN               PIC S9(07) COMP-3 VALUE +0.
016900 77  CF-IX                        PIC S9(04) COMP.
017000 77  CF-CX                        PIC S9(04) COMP.
017100 77  CF-FIX-SUB                   PIC S9(04) COMP.
017200 77  CF-SER-SUB                   PIC S9(04) COMP.
017300 77  CF-WORK-GAME-ID              PIC 9(14).
017400 77  CF-WORK-MATCH-ID             PIC 9(14).
017500 77  CF-MLOG-LAST-ID              PIC 9(14) VALUE 0.
017600 77  CF-HOLD-ID                   PIC X(08).
017700 77  CF-HOLD-NAME                 PIC X(20).
017800 77  CF-REJECT-REASON             PIC X(30).
017900 77  CF-LAST-ACTION               PIC X(01).
018000 77  CF-LAST-RULING-REF           PIC X(12).
018100 77  CF-LAST-RULING-DATE          PIC 9(08).
018200 77  CF-RUN-DATE                  PIC 9(08).
018300 77  CF-SAVE-RETURN               PIC S9(04) COMP.
018400
018500 01  CF-RUN-TIME.
018600     05  CF-RUN-TIME-HMS          PIC 9(06).
018700     05  FILLER                   PIC 9(02).
018800
018900 COPY CFJRPARM.
018910
018920 COPY CFBKPARM.
019000
019100*****************************************************************
019200*  ADJUDICATION CARD                                            *
019300*****************************************************************
019400 01  CF-ADJ-CARD.
019500     05  CF-AC-ACTION             PIC X(01).
019600         88  CF-AC-VOID               VALUE 'V'.
019700         88  CF-AC-CHANGE             VALUE 'R'.
019800         88  CF-AC-SWAP               VALUE 'S'.
019900         88  CF-AC-COMMENT            VALUE '*'.
020000     05  CF-AC-GAME-ID            PIC X(14).
020100     05  CF-AC-GAME-ID-N REDEFINES CF-AC-GAME-ID
020200                                  PIC 9(14).
020300     05  CF-AC-RESULT             PIC X(01).
020400         88  CF-AC-X-WON              VALUE 'X'.
020500         88  CF-AC-O-WON              VALUE 'O'.
020600         88  CF-AC-DRAW               VALUE 'D'.
020700     05  CF-AC-WIN-PATTERN        PIC X(01).
020800         88  CF-AC-PATTERN-OK         VALUES 'H', 'V', 'D',
020900                                             'U', ' '.
021000     05  CF-AC-WIN-ROW            PIC X(01).
021100     05  CF-AC-WIN-ROW-N REDEFINES CF-AC-WIN-ROW
021200                                  PIC 9(01).
021300     05  CF-AC-WIN-COL            PIC X(01).
021400     05  CF-AC-WIN-COL-N REDEFINES CF-AC-WIN-COL
021500                                  PIC 9(01).
021600     05  CF-AC-END-TYPE           PIC X(01).
021700         88  CF-AC-END-OK             VALUES 'N', 'F', ' '.
021800     05  CF-AC-RULING-REF         PIC X(12).
021900     05  CF-AC-RULING-DATE        PIC X(08).
022000     05  CF-AC-RULING-DATE-N REDEFINES CF-AC-RULING-DATE
022100                                  PIC 9(08).
022200     05  FILLER                   PIC X(40).
022300
022400 01  CF-CARD-TABLE.
022500     05  CF-CARD-COUNT            PIC S9(04) COMP VALUE +0.
022600     05  CF-CARD-MAX              PIC S9(04) COMP VALUE +200.
022700     05  CF-CARD-ENTRY OCCURS 200 TIMES.
022800         10  CF-CD-CARD           PIC X(80).
022900         10  CF-CD-KEY REDEFINES CF-CD-CARD.
023000             15  FILLER           PIC X(01).
023100             15  CF-CD-GAME-ID    PIC 9(14).
023200             15  FILLER           PIC X(65).
023300         10  CF-CD-STATE          PIC X(01).
023400             88  CF-CD-PENDING        VALUE 'P'.
023500             88  CF-CD-APPLIED        VALUE 'A'.
023600             88  CF-CD-REJECTED       VALUE 'R'.
023700         10  CF-CD-DISP           PIC X(50).
023800
023900*****************************************************************
024000*  GAMES CORRECTED THIS RUN, AS LEFT ON GAMENEW                 *
024100*****************************************************************
024200 01  CF-FIX-TABLE.
024300     05  CF-FIX-COUNT             PIC S9(04) COMP VALUE +0.
024400     05  CF-FIX-MAX               PIC S9(04) COMP VALUE +200.
024500     05  CF-FIX-ENTRY OCCURS 200 TIMES.
024600         10  CF-FX-GAME-ID        PIC 9(14).
024700         10  CF-FX-VOID-SW        PIC X(01).
024800             88  CF-FX-VOID           VALUE 'Y'.
024900         10  CF-FX-RESULT         PIC X(01).
025000         10  CF-FX-X-ID           PIC X(08).
025100         10  CF-FX-O-ID           PIC X(08).
025200
025300*****************************************************************
025400*  MATCHES TOUCHED BY A CORRECTION, WITH THE RUNNING TALLY      *
025500*  REBUILT AS THE MATCH HISTORY IS COPIED                       *
025600*****************************************************************
025700 01  CF-SER-TABLE.
025800     05  CF-SER-COUNT             PIC S9(04) COMP VALUE +0.
025900     05  CF-SER-MAX               PIC S9(04) COMP VALUE +100.
026000     05  CF-SER-ENTRY OCCURS 100 TIMES.
026100         10  CF-SE-MATCH-ID       PIC 9(14).
026200         10  CF-SE-SEQ            PIC S9(04) COMP-3.
026300         10  CF-SE-X-WINS         PIC S9(04) COMP-3.
026400         10  CF-SE-O-WINS         PIC S9(04) COMP-3.
026500         10  CF-SE-DRAWS          PIC S9(04) COMP-3.
026600         10  CF-SE-X-ID           PIC X(08).
026700         10  CF-SE-O-ID           PIC X(08).
026800         10  CF-SE-RULING-REF     PIC X(12).
026900         10  CF-SE-RULING-DATE    PIC 9(08).
027000
027100 01  CF-BEFORE-IMAGE              PIC X(120).
027200 01  CF-AFTER-IMAGE               PIC X(120).
027300
027400 01  CF-LOG-KEY.
027500     05  CF-LK-GAME-ID            PIC 9(14).
027600     05  CF-LK-ACTION             PIC X(01).
027700     05  CF-LK-RULING-REF         PIC X(12).
027800     05  CF-LK-RULING-DATE        PIC 9(08).
027900     05  CF-LK-FILE-NAME          PIC X(08).
028000
028100 01  CF-HEAD-1.
028200     05  FILLER                   PIC X(09) VALUE 'CF4CORR'.
028300     05  FILLER                   PIC X(40) VALUE
028400         'RESULT CORRECTION AND VOID REPORT'.
028500     05  FILLER                   PIC X(05) VALUE 'DATE'.
028600     05  CF-HD-DATE               PIC 9(08).
028700     05  FILLER                   PIC X(70) VALUE SPACES.
028800
028900 01  CF-SECTION-LINE.
029000     05  CF-SC-TEXT               PIC X(60).
029100     05  FILLER                   PIC X(72) VALUE SPACES.
029200
029300 01  CF-HEAD-2.
029400     05  FILLER                   PIC X(08) VALUE 'IMAGE'.
029500     05  FILLER                   PIC X(16) VALUE 'GAME-ID'.
029600     05  FILLER                   PIC X(10) VALUE 'X-PLAYER'.
029700     05  FILLER                   PIC X(10) VALUE 'O-PLAYER'.
029800     05  FILLER                   PIC X(05) VALUE 'RES'.
029900     05  FILLER                   PIC X(05) VALUE 'PAT'.
030000     05  FILLER                   PIC X(05) VALUE 'ROW'.
030100     05  FILLER                   PIC X(05) VALUE 'COL'.
030200     05  FILLER                   PIC X(05) VALUE 'END'.
030300     05  FILLER                   PIC X(14) VALUE 'RULING'.
030400     05  FILLER                   PIC X(08) VALUE 'DATE'.
030500     05  FILLER                   PIC X(41) VALUE SPACES.
030600
030700 01  CF-IMAGE-LINE.
030800     05  CF-IM-TYPE               PIC X(06).
030900     05  FILLER                   PIC X(02) VALUE SPACES.
031000     05  CF-IM-GAME-ID            PIC 9(14).
031100     05  FILLER                   PIC X(02) VALUE SPACES.
031200     05  CF-IM-X-ID               PIC X(08).
031300     05  FILLER                   PIC X(02) VALUE SPACES.
031400     05  CF-IM-O-ID               PIC X(08).
031500     05  FILLER                   PIC X(02) VALUE SPACES.
031600     05  CF-IM-RESULT             PIC X(01).
031700     05  FILLER                   PIC X(04) VALUE SPACES.
031800     05  CF-IM-PATTERN            PIC X(01).
031900     05  FILLER                   PIC X(04) VALUE SPACES.
032000     05  CF-IM-ROW                PIC 9(01).
032100     05  FILLER                   PIC X(04) VALUE SPACES.
032200     05  CF-IM-COL                PIC 9(01).
032300     05  FILLER                   PIC X(04) VALUE SPACES.
032400     05  CF-IM-END                PIC X(01).
032500     05  FILLER                   PIC X(04) VALUE SPACES.
032600     05  CF-IM-RULING-REF         PIC X(12).
032700     05  FILLER                   PIC X(02) VALUE SPACES.
032800     05  CF-IM-RULING-DATE        PIC 9(08).
032900     05  FILLER                   PIC X(41) VALUE SPACES.
033000
033100 01  CF-SERIES-LINE.
033200     05  FILLER                   PIC X(06) VALUE 'MATCH'.
033300     05  CF-SR-MATCH-ID           PIC 9(14).
033400     05  FILLER                   PIC X(06) VALUE '  WAS'.
033500     05  CF-SR-OLD-X              PIC Z9.
033600     05  FILLER                   PIC X(01) VALUE '-'.
033700     05  CF-SR-OLD-O              PIC Z9.
033800     05  FILLER                   PIC X(01) VALUE '-'.
033900     05  CF-SR-OLD-D              PIC Z9.
034000     05  FILLER                   PIC X(08) VALUE ' RESULT'.
034100     05  CF-SR-OLD-RESULT         PIC X(01).
034200     05  FILLER                   PIC X(06) VALUE '  NOW'.
034300     05  CF-SR-NEW-X              PIC Z9.
034400     05  FILLER                   PIC X(01) VALUE '-'.
034500     05  CF-SR-NEW-O              PIC Z9.
034600     05  FILLER                   PIC X(01) VALUE '-'.
034700     05  CF-SR-NEW-D              PIC Z9.
034800     05  FILLER                   PIC X(08) VALUE ' RESULT'.
034900     05  CF-SR-NEW-RESULT         PIC X(01).
035000     05  FILLER                   PIC X(02) VALUE SPACES.
035100     05  CF-SR-NOTE               PIC X(30).
035200     05  FILLER                   PIC X(34) VALUE SPACES.
035300
035400 01  CF-DETAIL-LINE.
035500     05  CF-DT-ACTION             PIC X(01).
035600     05  FILLER                   PIC X(02) VALUE SPACES.
035700     05  CF-DT-GAME-ID            PIC X(14).
035800     05  FILLER                   PIC X(02) VALUE SPACES.
035900     05  CF-DT-RULING-REF         PIC X(12).
036000     05  FILLER                   PIC X(02) VALUE SPACES.
036100     05  CF-DT-RULING-DATE        PIC X(08).
036200     05  FILLER                   PIC X(02) VALUE SPACES.
036300     05  CF-DT-DISP               PIC X(50).
036400     05  FILLER                   PIC X(39) VALUE SPACES.
036500
036600 01  CF-COUNT-LINE.
036700     05  CF-CT-LABEL              PIC X(34).
036800     05  CF-CT-VALUE              PIC ZZZ,ZZ9.
036900     05  FILLER                   PIC X(91) VALUE SPACES.
037000
037100 PROCEDURE DIVISION.
037200*****************************************************************
037300*  0000-MAINLINE - CONTROL THE RUN                              *
037400*****************************************************************
037500 0000-MAINLINE.
037600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037700     PERFORM 2000-LOAD-CARD THRU 2000-EXIT
037800         UNTIL CF-TRAN-EOF
037900     PERFORM 3000-CORRECT-GAME THRU 3000-EXIT
038000         UNTIL CF-HIST-EOF
038100     PERFORM 4000-COPY-MOVELOG THRU 4000-EXIT
038200         UNTIL CF-MLOG-EOF
038300     PERFORM 4900-SERIES-HEADING THRU 4900-EXIT
038400     PERFORM 5000-COPY-MATCH THRU 5000-EXIT
038500         UNTIL CF-MTCH-EOF
038600     PERFORM 7000-PRINT-CARDS THRU 7000-EXIT
038700     PERFORM 9000-TERMINATE THRU 9000-EXIT
038800     STOP RUN.
038900
039000*****************************************************************
039100*  1000-INITIALIZE - OPEN EVERYTHING, PRIME FIRST READS         *
039200*****************************************************************
039300 1000-INITIALIZE.
039400     ACCEPT CF-RUN-DATE FROM DATE YYYYMMDD
039500     ACCEPT CF-RUN-TIME FROM TIME
039600     PERFORM 1300-LOG-START THRU 1300-EXIT
039700     OPEN INPUT CORR-TRAN-FILE
039800     IF CF-TRAN-STATUS NOT = '00'
039900         DISPLAY 'CF4CORR - CANNOT OPEN CORRTRAN, STATUS '
040000             CF-TRAN-STATUS
040100         GO TO 9999-ABEND
040200     END-IF
040300     OPEN INPUT GAME-HIST-FILE
040400     IF CF-HIST-STATUS NOT = '00'
040500         DISPLAY 'CF4CORR - CANNOT OPEN GAMEHIST, STATUS '
040600             CF-HIST-STATUS
040700         GO TO 9999-ABEND
040800     END-IF
040900     OPEN OUTPUT GAME-NEW-FILE
041000     IF CF-GNEW-STATUS NOT = '00'
041100         DISPLAY 'CF4CORR - CANNOT OPEN GAMENEW, STATUS '
041200             CF-GNEW-STATUS
041300         GO TO 9999-ABEND
041400     END-IF
041500     OPEN INPUT MOVE-LOG-FILE
041600     IF CF-MLOG-STATUS = '00'
041700         MOVE 'Y' TO CF-MLOG-PRESENT-SW
041800     ELSE
041900         MOVE 'Y' TO CF-MLOG-EOF-SW
042000         CLOSE MOVE-LOG-FILE
042100     END-IF
042200     OPEN OUTPUT MOVE-NEW-FILE
042300     IF CF-MNEW-STATUS NOT = '00'
042400         DISPLAY 'CF4CORR - CANNOT OPEN MOVENEW, STATUS '
042500             CF-MNEW-STATUS
042600         GO TO 9999-ABEND
042700     END-IF
042800     OPEN INPUT MATCH-HIST-FILE
042900     IF CF-MTCH-STATUS = '00'
043000         MOVE 'Y' TO CF-MTCH-PRESENT-SW
043100     ELSE
043200         MOVE 'Y' TO CF-MTCH-EOF-SW
043300         CLOSE MATCH-HIST-FILE
043400     END-IF
043500     OPEN OUTPUT MATCH-NEW-FILE
043600     IF CF-TNEW-STATUS NOT = '00'
043700         DISPLAY 'CF4CORR - CANNOT OPEN MTCHNEW, STATUS '
043800             CF-TNEW-STATUS
043900         GO TO 9999-ABEND
044000     END-IF
044100     OPEN EXTEND CORR-LOG-FILE
044200     IF CF-CLOG-STATUS NOT = '00' AND CF-CLOG-STATUS NOT = '05'
044300         DISPLAY 'CF4CORR - CANNOT OPEN CORRLOG, STATUS '
044400             CF-CLOG-STATUS
044500         GO TO 9999-ABEND
044600     END-IF
044700     OPEN OUTPUT REPORT-FILE
044800     IF CF-RPT-STATUS NOT = '00'
044900         DISPLAY 'CF4CORR - CANNOT OPEN CORRRPT, STATUS '
045000             CF-RPT-STATUS
045100         GO TO 9999-ABEND
045200     END-IF
045300     MOVE CF-RUN-DATE TO CF-HD-DATE
045400     WRITE REPORT-LINE FROM CF-HEAD-1
045500     MOVE SPACES TO REPORT-LINE
045600     WRITE REPORT-LINE
045700     MOVE 'GAMES CORRECTED' TO CF-SC-TEXT
045800     WRITE REPORT-LINE FROM CF-SECTION-LINE
045900     WRITE REPORT-LINE FROM CF-HEAD-2
046000     PERFORM 8000-READ-TRAN THRU 8000-EXIT
046100     PERFORM 8100-READ-HIST THRU 8100-EXIT
046200     IF CF-MLOG-PRESENT
046300         PERFORM 8200-READ-MLOG THRU 8200-EXIT
046400     END-IF
046500     IF CF-MTCH-PRESENT
046600         PERFORM 8300-READ-MTCH THRU 8300-EXIT
046700     END-IF.
046800 1000-EXIT.
046900     EXIT.
047000
047100*****************************************************************
047200*  1300-LOG-START - STAMP THE JOB-RUN LOG.  RULINGS ARRIVE      *
047300*  WHENEVER THE COMMITTEE SITS, SO THE START IS LOGGED          *
047400*  WITHOUT THE RERUN GUARD.                                     *
047500*****************************************************************
047600 1300-LOG-START.
047700     MOVE 'A' TO CF-JR-FUNCTION
047800     MOVE 'CF4CORR' TO CF-JR-PROGRAM
047900     MOVE CF-RUN-DATE TO CF-JR-RUN-DATE
048000     MOVE ZEROES TO CF-JR-RECS-READ
048100     MOVE ZEROES TO CF-JR-RECS-WRITTEN
048200     MOVE SPACES TO CF-JR-STATUS
048300     MOVE ZERO TO CF-JR-RETURN
048400     CALL 'CF4JRNL' USING CF-JR-PARMS
048500         ON EXCEPTION
048600             DISPLAY 'CF4CORR - CF4JRNL IS NOT AVAILABLE'
048700             GO TO 9999-ABEND
048800     END-CALL
048900     IF CF-JR-RETURN NOT = ZERO
049000         DISPLAY 'CF4CORR - JOB LOG ERROR, RETURN '
049100             CF-JR-RETURN
049200         GO TO 9999-ABEND
049300     END-IF.
049400 1300-EXIT.
049500     EXIT.
049600
049700*****************************************************************
049800*  2000-LOAD-CARD - EDIT ONE ADJUDICATION CARD AND TABLE IT     *
049900*  CARDS ARE TABLED FIRST BECAUSE THE HISTORY IS IN DATE        *
050000*  ORDER, NOT CARD ORDER.  A REJECTED CARD IS TABLED TOO SO     *
050100*  THE DISPOSITION LIST FOLLOWS THE DECK.                       *
050200*****************************************************************
050300 2000-LOAD-CARD.
050400     IF CF-AC-COMMENT OR CF-ADJ-CARD = SPACES
050500         GO TO 2000-NEXT
050600     END-IF
050700     ADD 1 TO CF-CARDS-READ
050800     IF CF-CARD-COUNT >= CF-CARD-MAX
050900         DISPLAY 'CF4CORR - CARD TABLE FULL, GAME '
051000             CF-AC-GAME-ID ' NOT APPLIED'
051100         ADD 1 TO CF-CARDS-REJECTED
051200         GO TO 2000-NEXT
051300     END-IF
051400     PERFORM 2100-EDIT-CARD THRU 2100-EXIT
051500     ADD 1 TO CF-CARD-COUNT
051600     MOVE CF-CARD-COUNT TO CF-CX
051700     MOVE CF-ADJ-CARD TO CF-CD-CARD (CF-CX)
051800     MOVE SPACES TO CF-CD-DISP (CF-CX)
051900     IF CF-REJECT-REASON = SPACES
052000         MOVE 'P' TO CF-CD-STATE (CF-CX)
052100     ELSE
052200         MOVE 'R' TO CF-CD-STATE (CF-CX)
052300         STRING 'REJECTED - ' DELIMITED BY SIZE
052400             CF-REJECT-REASON DELIMITED BY SIZE
052500             INTO CF-CD-DISP (CF-CX)
052700         ADD 1 TO CF-CARDS-REJECTED
052800     END-IF.
052900 2000-NEXT.
053000     PERFORM 8000-READ-TRAN THRU 8000-EXIT.
053100 2000-EXIT.
053200     EXIT.
053300
053400*****************************************************************
053500*  2100-EDIT-CARD - FORMAT EDITS, FIRST FAILURE WINS.  A        *
053600*  BLANK WIN ROW OR COLUMN ON AN R CARD IS TAKEN AS ZERO.       *
053700*****************************************************************
053800 2100-EDIT-CARD.
053900     MOVE SPACES TO CF-REJECT-REASON
054000     IF NOT CF-AC-VOID AND NOT CF-AC-CHANGE
054100         AND NOT CF-AC-SWAP
054200         MOVE 'UNKNOWN ACTION CODE' TO CF-REJECT-REASON
054300         GO TO 2100-EXIT
054400     END-IF
054500     IF CF-AC-GAME-ID IS NOT NUMERIC
054600         MOVE 'GAME ID NOT NUMERIC' TO CF-REJECT-REASON
054700         GO TO 2100-EXIT
054800     END-IF
054900     IF CF-AC-GAME-ID-N = ZERO
055000         MOVE 'GAME ID IS ZERO' TO CF-REJECT-REASON
055100         GO TO 2100-EXIT
055200     END-IF
055300     IF CF-AC-RULING-REF = SPACES
055400         MOVE 'MISSING RULING REFERENCE' TO CF-REJECT-REASON
055500         GO TO 2100-EXIT
055600     END-IF
055700     IF CF-AC-RULING-DATE IS NOT NUMERIC
055800         MOVE 'RULING DATE NOT NUMERIC' TO CF-REJECT-REASON
055900         GO TO 2100-EXIT
056000     END-IF
056100     IF CF-AC-RULING-DATE-N > CF-RUN-DATE
056200         MOVE 'RULING DATE IN THE FUTURE' TO CF-REJECT-REASON
056300         GO TO 2100-EXIT
056400     END-IF
056500     IF NOT CF-AC-CHANGE
056600         GO TO 2100-EXIT
056700     END-IF
056800     IF CF-AC-WIN-ROW = SPACE
056900         MOVE '0' TO CF-AC-WIN-ROW
057000     END-IF
057100     IF CF-AC-WIN-COL = SPACE
057200         MOVE '0' TO CF-AC-WIN-COL
057300     END-IF
057400     IF NOT CF-AC-X-WON AND NOT CF-AC-O-WON
057500         AND NOT CF-AC-DRAW
057600         MOVE 'ILLEGAL RESULT CODE' TO CF-REJECT-REASON
057700         GO TO 2100-EXIT
057800     END-IF
057900     IF NOT CF-AC-PATTERN-OK
058000         MOVE 'ILLEGAL WIN PATTERN' TO CF-REJECT-REASON
058100         GO TO 2100-EXIT
058200     END-IF
058300     IF CF-AC-WIN-ROW IS NOT NUMERIC
058400         OR CF-AC-WIN-COL IS NOT NUMERIC
058500         MOVE 'WIN ROW OR COLUMN NOT NUMERIC'
058600             TO CF-REJECT-REASON
058700         GO TO 2100-EXIT
058800     END-IF
058900     IF NOT CF-AC-END-OK
059000         MOVE 'ILLEGAL END TYPE' TO CF-REJECT-REASON
059100         GO TO 2100-EXIT
059200     END-IF
059300     IF CF-AC-DRAW
059400         AND (CF-AC-WIN-PATTERN NOT = SPACE
059500              OR CF-AC-WIN-ROW-N NOT = ZERO
059600              OR CF-AC-WIN-COL-N NOT = ZERO)
059700         MOVE 'A DRAW CARRIES NO WIN LINE' TO CF-REJECT-REASON
059800         GO TO 2100-EXIT
059900     END-IF
060000     IF CF-AC-WIN-PATTERN = SPACE
060100         AND (CF-AC-WIN-ROW-N NOT = ZERO
060200              OR CF-AC-WIN-COL-N NOT = ZERO)
060300         MOVE 'WIN SQUARE WITHOUT A PATTERN'
060400             TO CF-REJECT-REASON
060500         GO TO 2100-EXIT
060600     END-IF
060700     IF CF-AC-WIN-PATTERN NOT = SPACE
060800         AND (CF-AC-WIN-ROW-N < 1 OR CF-AC-WIN-ROW-N > 6
060900              OR CF-AC-WIN-COL-N < 1 OR CF-AC-WIN-COL-N > 7)
061000         MOVE 'WIN SQUARE OFF THE BOARD' TO CF-REJECT-REASON
061100         GO TO 2100-EXIT
061200     END-IF.
061300 2100-EXIT.
061400     EXIT.
061500
061600*****************************************************************
061700*  3000-CORRECT-GAME - ONE HISTORY RECORD.  EVERY PENDING       *
061800*  CARD FOR THE GAME IS APPLIED IN DECK ORDER; A VOIDED GAME    *
061900*  IS NOT COPIED TO GAMENEW.                                    *
062000*****************************************************************
062100 3000-CORRECT-GAME.
062200     ADD 1 TO CF-HIST-READ
062300     MOVE 'N' TO CF-GAME-FIXED-SW
062400     MOVE 'N' TO CF-GAME-VOID-SW
062500     PERFORM 3100-TRY-CARD THRU 3100-EXIT
062600         VARYING CF-CX FROM 1 BY 1
062700         UNTIL CF-CX > CF-CARD-COUNT
062800     IF CF-GAME-FIXED
062900         PERFORM 3500-NOTE-FIX THRU 3500-EXIT
063000     END-IF
063100     IF CF-GAME-VOID
063200         ADD 1 TO CF-GAMES-VOIDED
063300         GO TO 3000-NEXT
063400     END-IF
063500     IF CF-GAME-FIXED
063600         ADD 1 TO CF-GAMES-CHANGED
063700     END-IF
063800     WRITE GAME-NEW-REC FROM GAME-HIST-REC
063900     IF CF-GNEW-STATUS NOT = '00'
064000         DISPLAY 'CF4CORR - GAMENEW WRITE FAILED, STATUS '
064100             CF-GNEW-STATUS
064200         GO TO 9999-ABEND
064300     END-IF
064400     ADD 1 TO CF-HIST-WRITTEN.
064500 3000-NEXT.
064600     PERFORM 8100-READ-HIST THRU 8100-EXIT.
064700 3000-EXIT.
064800     EXIT.
064900
065000*****************************************************************
065100*  3100-TRY-CARD - APPLY TABLED CARD CF-CX IF IT IS PENDING     *
065200*  AND NAMES THIS GAME.  BEFORE AND AFTER IMAGES GO TO THE      *
065300*  REPORT AND THE CORRECTION LOG.                               *
065400*****************************************************************
065500 3100-TRY-CARD.
065600     IF NOT CF-CD-PENDING (CF-CX)
065700         GO TO 3100-EXIT
065800     END-IF
065900     IF CF-CD-GAME-ID (CF-CX) NOT = CF-GH-GAME-ID
066000         GO TO 3100-EXIT
066100     END-IF
066200     MOVE CF-CD-CARD (CF-CX) TO CF-ADJ-CARD
066300     IF CF-GAME-VOID
066400         MOVE 'R' TO CF-CD-STATE (CF-CX)
066500         MOVE 'REJECTED - GAME ALREADY VOIDED BY AN EARLIER CARD'
066600             TO CF-CD-DISP (CF-CX)
066700         ADD 1 TO CF-CARDS-REJECTED
066800         GO TO 3100-EXIT
066900     END-IF
067000     MOVE GAME-HIST-REC TO CF-BEFORE-IMAGE
067100     MOVE 'BEFORE' TO CF-IM-TYPE
067200     PERFORM 6200-PRINT-IMAGE THRU 6200-EXIT
067300     EVALUATE TRUE
067400         WHEN CF-AC-VOID
067500             MOVE 'Y' TO CF-GAME-VOID-SW
067600             MOVE SPACES TO CF-AFTER-IMAGE
067700         WHEN CF-AC-CHANGE
067800             MOVE CF-AC-RESULT TO CF-GH-RESULT
067900             MOVE CF-AC-WIN-PATTERN TO CF-GH-WIN-PATTERN
068000             MOVE CF-AC-WIN-ROW-N TO CF-GH-WIN-ROW
068100             MOVE CF-AC-WIN-COL-N TO CF-GH-WIN-COL
068200             IF CF-AC-END-TYPE NOT = SPACE
068300                 MOVE CF-AC-END-TYPE TO CF-GH-END-TYPE
068400             END-IF
068500             MOVE GAME-HIST-REC TO CF-AFTER-IMAGE
068600         WHEN CF-AC-SWAP
068700             MOVE CF-GH-X-PLAYER-ID TO CF-HOLD-ID
068800             MOVE CF-GH-X-PLAYER-NAME TO CF-HOLD-NAME
068900             MOVE CF-GH-O-PLAYER-ID TO CF-GH-X-PLAYER-ID
069000             MOVE CF-GH-O-PLAYER-NAME TO CF-GH-X-PLAYER-NAME
069100             MOVE CF-HOLD-ID TO CF-GH-O-PLAYER-ID
069200             MOVE CF-HOLD-NAME TO CF-GH-O-PLAYER-NAME
069300             MOVE GAME-HIST-REC TO CF-AFTER-IMAGE
069400     END-EVALUATE
069500     IF CF-GAME-VOID
069600         MOVE 'VOIDED' TO CF-IM-TYPE
069700     ELSE
069800         MOVE 'AFTER' TO CF-IM-TYPE
069900     END-IF
070000     PERFORM 6200-PRINT-IMAGE THRU 6200-EXIT
070100     MOVE 'Y' TO CF-GAME-FIXED-SW
070200     MOVE 'A' TO CF-CD-STATE (CF-CX)
070300     MOVE 'APPLIED' TO CF-CD-DISP (CF-CX)
070400     ADD 1 TO CF-CARDS-APPLIED
070500     MOVE CF-AC-ACTION TO CF-LAST-ACTION
070600     MOVE CF-AC-RULING-REF TO CF-LAST-RULING-REF
070700     MOVE CF-AC-RULING-DATE-N TO CF-LAST-RULING-DATE
070800     MOVE CF-GH-GAME-ID TO CF-LK-GAME-ID
070900     MOVE CF-AC-ACTION TO CF-LK-ACTION
071000     MOVE CF-AC-RULING-REF TO CF-LK-RULING-REF
071100     MOVE CF-AC-RULING-DATE-N TO CF-LK-RULING-DATE
071200     MOVE 'GAMEHIST' TO CF-LK-FILE-NAME
071300     PERFORM 6000-LOG-CHANGE THRU 6000-EXIT.
071400 3100-EXIT.
071500     EXIT.
071600
071700*****************************************************************
071800*  3500-NOTE-FIX - REMEMBER THE CORRECTED GAME FOR THE MOVE     *
071900*  LOG AND MATCH HISTORY PASSES, AND ITS MATCH FOR RETALLY      *
072000*****************************************************************
072100 3500-NOTE-FIX.
072200     IF CF-FIX-COUNT >= CF-FIX-MAX
072300         DISPLAY 'CF4CORR - FIX TABLE FULL, GAME '
072400             CF-GH-GAME-ID
072500         GO TO 9999-ABEND
072600     END-IF
072700     ADD 1 TO CF-FIX-COUNT
072800     MOVE CF-GH-GAME-ID TO CF-FX-GAME-ID (CF-FIX-COUNT)
072900     MOVE CF-GAME-VOID-SW TO CF-FX-VOID-SW (CF-FIX-COUNT)
073000     MOVE CF-GH-RESULT TO CF-FX-RESULT (CF-FIX-COUNT)
073100     MOVE CF-GH-X-PLAYER-ID TO CF-FX-X-ID (CF-FIX-COUNT)
073200     MOVE CF-GH-O-PLAYER-ID TO CF-FX-O-ID (CF-FIX-COUNT)
073300     IF CF-GH-MATCH-ID NOT = ZERO
073400         PERFORM 3600-NOTE-SERIES THRU 3600-EXIT
073500     END-IF.
073600 3500-EXIT.
073700     EXIT.
073800
073900 3600-NOTE-SERIES.
074000     MOVE CF-GH-MATCH-ID TO CF-WORK-MATCH-ID
074100     PERFORM 3800-FIND-SERIES THRU 3800-EXIT
074200     IF CF-SER-SUB = ZERO
074300         IF CF-SER-COUNT >= CF-SER-MAX
074400             DISPLAY 'CF4CORR - SERIES TABLE FULL, MATCH '
074500                 CF-GH-MATCH-ID
074600             GO TO 9999-ABEND
074700         END-IF
074800         ADD 1 TO CF-SER-COUNT
074900         MOVE CF-SER-COUNT TO CF-SER-SUB
075000         MOVE CF-GH-MATCH-ID TO CF-SE-MATCH-ID (CF-SER-SUB)
075100         MOVE ZERO TO CF-SE-SEQ (CF-SER-SUB)
075200         MOVE ZERO TO CF-SE-X-WINS (CF-SER-SUB)
075300         MOVE ZERO TO CF-SE-O-WINS (CF-SER-SUB)
075400         MOVE ZERO TO CF-SE-DRAWS (CF-SER-SUB)
075500         MOVE SPACES TO CF-SE-X-ID (CF-SER-SUB)
075600         MOVE SPACES TO CF-SE-O-ID (CF-SER-SUB)
075700     END-IF
075800     MOVE CF-LAST-RULING-REF TO CF-SE-RULING-REF (CF-SER-SUB)
075900     MOVE CF-LAST-RULING-DATE
076000         TO CF-SE-RULING-DATE (CF-SER-SUB).
076100 3600-EXIT.
076200     EXIT.
076300
076400*****************************************************************
076500*  3700-FIND-FIX - CORRECTED-GAME ENTRY FOR CF-WORK-GAME-ID     *
076600*  SUBSCRIPT IN CF-FIX-SUB, ZERO WHEN THE GAME WAS NOT TOUCHED  *
076700*****************************************************************
076800 3700-FIND-FIX.
076900     MOVE ZERO TO CF-FIX-SUB
077000     PERFORM 3710-SCAN-FIXES THRU 3710-EXIT
077100         VARYING CF-IX FROM 1 BY 1
077200         UNTIL CF-IX > CF-FIX-COUNT
077300            OR CF-FIX-SUB > ZERO.
077400 3700-EXIT.
077500     EXIT.
077600
077700 3710-SCAN-FIXES.
077800     IF CF-FX-GAME-ID (CF-IX) = CF-WORK-GAME-ID
077900         MOVE CF-IX TO CF-FIX-SUB
078000     END-IF.
078100 3710-EXIT.
078200     EXIT.
078300
078400*****************************************************************
078500*  3800-FIND-SERIES - RETALLY ENTRY FOR CF-WORK-MATCH-ID        *
078600*  SUBSCRIPT IN CF-SER-SUB, ZERO WHEN THE MATCH IS UNTOUCHED    *
078700*****************************************************************
078800 3800-FIND-SERIES.
078900     MOVE ZERO TO CF-SER-SUB
079000     PERFORM 3810-SCAN-SERIES THRU 3810-EXIT
079100         VARYING CF-IX FROM 1 BY 1
079200         UNTIL CF-IX > CF-SER-COUNT
079300            OR CF-SER-SUB > ZERO.
079400 3800-EXIT.
079500     EXIT.
079600
079700 3810-SCAN-SERIES.
079800     IF CF-SE-MATCH-ID (CF-IX) = CF-WORK-MATCH-ID
079900         MOVE CF-IX TO CF-SER-SUB
080000     END-IF.
080100 3810-EXIT.
080200     EXIT.
080300
080400*****************************************************************
080500*  4000-COPY-MOVELOG - DROP THE MOVE ROWS OF VOIDED GAMES       *
080600*****************************************************************
080700 4000-COPY-MOVELOG.
080800     ADD 1 TO CF-MLOG-READ
080900     IF CF-ML-GAME-ID NOT = CF-MLOG-LAST-ID
081000         MOVE CF-ML-GAME-ID TO CF-MLOG-LAST-ID
081100         MOVE CF-ML-GAME-ID TO CF-WORK-GAME-ID
081200         MOVE 'N' TO CF-MLOG-DROP-SW
081300         PERFORM 3700-FIND-FIX THRU 3700-EXIT
081400         IF CF-FIX-SUB > ZERO
081500             IF CF-FX-VOID (CF-FIX-SUB)
081600                 MOVE 'Y' TO CF-MLOG-DROP-SW
081700             END-IF
081800         END-IF
081900     END-IF
082000     IF CF-MLOG-DROP
082100         ADD 1 TO CF-MLOG-DROPPED
082200         GO TO 4000-NEXT
082300     END-IF
082400     WRITE MOVE-NEW-REC FROM MOVE-LOG-REC
082500     IF CF-MNEW-STATUS NOT = '00'
082600         DISPLAY 'CF4CORR - MOVENEW WRITE FAILED, STATUS '
082700             CF-MNEW-STATUS
082800         GO TO 9999-ABEND
082900     END-IF.
083000 4000-NEXT.
083100     PERFORM 8200-READ-MLOG THRU 8200-EXIT.
083200 4000-EXIT.
083300     EXIT.
083400
083500 4900-SERIES-HEADING.
083600     MOVE SPACES TO REPORT-LINE
083700     WRITE REPORT-LINE
083800     MOVE 'SERIES RETALLIED  (X WINS-O WINS-DRAWS)'
083900         TO CF-SC-TEXT
084000     WRITE REPORT-LINE FROM CF-SECTION-LINE.
084100 4900-EXIT.
084200     EXIT.
084300
084400*****************************************************************
084500*  5000-COPY-MATCH - ONE MATCH HISTORY RECORD.  RECORDS OF AN   *
084600*  AFFECTED MATCH ARE REBUILT IN FILE ORDER, WHICH IS THE       *
084700*  ORDER THE GAMES WERE PLAYED; ALL OTHERS COPY UNCHANGED.      *
084800*****************************************************************
084900 5000-COPY-MATCH.
085000     ADD 1 TO CF-MTCH-READ
085100     MOVE CF-MH-MATCH-ID TO CF-WORK-MATCH-ID
085200     PERFORM 3800-FIND-SERIES THRU 3800-EXIT
085300     IF CF-SER-SUB = ZERO
085400         GO TO 5000-WRITE
085500     END-IF
085600     MOVE 'N' TO CF-MTCH-DROP-SW
085700     MOVE MATCH-HIST-REC TO CF-BEFORE-IMAGE
085800     IF CF-MH-GAME-REC
085900         PERFORM 5100-RETALLY-GAME THRU 5100-EXIT
086000     ELSE
086100         PERFORM 5200-RETALLY-SERIES THRU 5200-EXIT
086200     END-IF
086300     IF CF-MTCH-DROP
086400         MOVE SPACES TO CF-AFTER-IMAGE
086500     ELSE
086600         MOVE MATCH-HIST-REC TO CF-AFTER-IMAGE
086700     END-IF
086800     IF CF-AFTER-IMAGE NOT = CF-BEFORE-IMAGE
086900         MOVE CF-MH-GAME-ID TO CF-LK-GAME-ID
087000         MOVE 'T' TO CF-LK-ACTION
087100         MOVE CF-SE-RULING-REF (CF-SER-SUB) TO CF-LK-RULING-REF
087200         MOVE CF-SE-RULING-DATE (CF-SER-SUB)
087300             TO CF-LK-RULING-DATE
087400         MOVE 'MATCHHST' TO CF-LK-FILE-NAME
087500         PERFORM 6000-LOG-CHANGE THRU 6000-EXIT
087600     END-IF
087700     IF CF-MTCH-DROP
087800         GO TO 5000-NEXT
087900     END-IF.
088000 5000-WRITE.
088100     WRITE MATCH-NEW-REC FROM MATCH-HIST-REC
088200     IF CF-TNEW-STATUS NOT = '00'
088300         DISPLAY 'CF4CORR - MTCHNEW WRITE FAILED, STATUS '
088400             CF-TNEW-STATUS
088500         GO TO 9999-ABEND
088600     END-IF.
088700 5000-NEXT.
088800     PERFORM 8300-READ-MTCH THRU 8300-EXIT.
088900 5000-EXIT.
089000     EXIT.
089100
089200*****************************************************************
089300*  5100-RETALLY-GAME - G RECORD OF AN AFFECTED MATCH.  A        *
089400*  VOIDED GAME IS DROPPED; A SURVIVING GAME TAKES ITS           *
089500*  CORRECTED RESULT AND PLAYERS, THE NEXT GAME NUMBER AND THE   *
089600*  RUNNING TALLY.  WINS ARE COUNTED BY SIDE, AS THE CONSOLE     *
089700*  COUNTS THEM.                                                 *
089800*****************************************************************
089900 5100-RETALLY-GAME.
090000     MOVE CF-MH-GAME-ID TO CF-WORK-GAME-ID
090100     PERFORM 3700-FIND-FIX THRU 3700-EXIT
090200     IF CF-FIX-SUB > ZERO
090300         IF CF-FX-VOID (CF-FIX-SUB)
090400             MOVE 'Y' TO CF-MTCH-DROP-SW
090500             ADD 1 TO CF-MTCH-DROPPED
090600             GO TO 5100-EXIT
090700         END-IF
090800         MOVE CF-FX-RESULT (CF-FIX-SUB) TO CF-MH-RESULT
090900         MOVE CF-FX-X-ID (CF-FIX-SUB) TO CF-MH-X-PLAYER-ID
091000         MOVE CF-FX-O-ID (CF-FIX-SUB) TO CF-MH-O-PLAYER-ID
091100     END-IF
091200     ADD 1 TO CF-SE-SEQ (CF-SER-SUB)
091300     EVALUATE TRUE
091400         WHEN CF-MH-X-WON
091500             ADD 1 TO CF-SE-X-WINS (CF-SER-SUB)
091600         WHEN CF-MH-O-WON
091700             ADD 1 TO CF-SE-O-WINS (CF-SER-SUB)
091800         WHEN OTHER
091900             ADD 1 TO CF-SE-DRAWS (CF-SER-SUB)
092000     END-EVALUATE
092100     MOVE CF-SE-SEQ (CF-SER-SUB) TO CF-MH-GAME-SEQ
092200     MOVE CF-SE-X-WINS (CF-SER-SUB) TO CF-MH-X-WINS
092300     MOVE CF-SE-O-WINS (CF-SER-SUB) TO CF-MH-O-WINS
092400     MOVE CF-SE-DRAWS (CF-SER-SUB) TO CF-MH-DRAWS
092500     MOVE CF-MH-X-PLAYER-ID TO CF-SE-X-ID (CF-SER-SUB)
092600     MOVE CF-MH-O-PLAYER-ID TO CF-SE-O-ID (CF-SER-SUB).
092700 5100-EXIT.
092800     EXIT.
092900
093000*****************************************************************
093100*  5200-RETALLY-SERIES - S RECORD OF AN AFFECTED MATCH TAKES    *
093200*  THE REBUILT FINAL TALLY.  THE SERIES GOES TO THE SIDE WITH   *
093300*  MORE WINS, OTHERWISE IT IS DRAWN, AS AT THE CONSOLE.  THE    *
093400*  PLAYERS ARE THOSE OF THE LAST SURVIVING GAME.                *
093500*****************************************************************
093600 5200-RETALLY-SERIES.
093700     MOVE SPACES TO CF-SR-NOTE
093750     MOVE SPACE TO CF-SR-NEW-RESULT
093800     MOVE CF-MH-MATCH-ID TO CF-SR-MATCH-ID
093900     MOVE CF-MH-X-WINS TO CF-SR-OLD-X
094000     MOVE CF-MH-O-WINS TO CF-SR-OLD-O
094100     MOVE CF-MH-DRAWS TO CF-SR-OLD-D
094200     MOVE CF-MH-RESULT TO CF-SR-OLD-RESULT
094300     IF CF-SE-SEQ (CF-SER-SUB) = ZERO
094400         MOVE 'Y' TO CF-MTCH-DROP-SW
094500         ADD 1 TO CF-MTCH-DROPPED
094600         MOVE ZERO TO CF-SR-NEW-X
094700         MOVE ZERO TO CF-SR-NEW-O
094800         MOVE ZERO TO CF-SR-NEW-D
094900         MOVE 'SERIES DROPPED - NO GAMES LEFT' TO CF-SR-NOTE
095000         WRITE REPORT-LINE FROM CF-SERIES-LINE
095100         GO TO 5200-EXIT
095200     END-IF
095300     MOVE CF-SE-SEQ (CF-SER-SUB) TO CF-MH-GAME-SEQ
095400     MOVE CF-SE-X-WINS (CF-SER-SUB) TO CF-MH-X-WINS
095500     MOVE CF-SE-O-WINS (CF-SER-SUB) TO CF-MH-O-WINS
095600     MOVE CF-SE-DRAWS (CF-SER-SUB) TO CF-MH-DRAWS
095700     MOVE CF-SE-X-ID (CF-SER-SUB) TO CF-MH-X-PLAYER-ID
095800     MOVE CF-SE-O-ID (CF-SER-SUB) TO CF-MH-O-PLAYER-ID
095900     EVALUATE TRUE
096000         WHEN CF-SE-X-WINS (CF-SER-SUB)
096100                 > CF-SE-O-WINS (CF-SER-SUB)
096200             MOVE 'X' TO CF-MH-RESULT
096300         WHEN CF-SE-O-WINS (CF-SER-SUB)
096400                 > CF-SE-X-WINS (CF-SER-SUB)
096500             MOVE 'O' TO CF-MH-RESULT
096600         WHEN OTHER
096700             MOVE 'D' TO CF-MH-RESULT
096800     END-EVALUATE
096900     ADD 1 TO CF-SERIES-RETALLIED
097000     MOVE CF-MH-X-WINS TO CF-SR-NEW-X
097100     MOVE CF-MH-O-WINS TO CF-SR-NEW-O
097200     MOVE CF-MH-DRAWS TO CF-SR-NEW-D
097300     MOVE CF-MH-RESULT TO CF-SR-NEW-RESULT
097400     IF CF-SR-NEW-RESULT NOT = CF-SR-OLD-RESULT
097500         MOVE 'SERIES RESULT CHANGED' TO CF-SR-NOTE
097600     END-IF
097700     WRITE REPORT-LINE FROM CF-SERIES-LINE.
097800 5200-EXIT.
097900     EXIT.
098000
098100*****************************************************************
098200*  6000-LOG-CHANGE - BEFORE AND AFTER IMAGES TO THE CORRECTION  *
098300*  LOG UNDER THE KEY IN CF-LOG-KEY                              *
098400*****************************************************************
098500 6000-LOG-CHANGE.
098600     MOVE SPACES TO CORR-LOG-REC
098700     MOVE CF-LK-GAME-ID TO CF-CL-GAME-ID
098800     MOVE CF-LK-ACTION TO CF-CL-ACTION
098900     MOVE CF-LK-RULING-REF TO CF-CL-RULING-REF
099000     MOVE CF-LK-RULING-DATE TO CF-CL-RULING-DATE
099100     MOVE CF-RUN-DATE TO CF-CL-RUN-DATE
099200     MOVE CF-RUN-TIME-HMS TO CF-CL-LOG-TIME
099300     MOVE CF-LK-FILE-NAME TO CF-CL-FILE-NAME
099400     MOVE 'B' TO CF-CL-IMAGE-TYPE
099500     MOVE CF-BEFORE-IMAGE TO CF-CL-IMAGE
099600     PERFORM 6100-WRITE-LOG THRU 6100-EXIT
099700     MOVE 'A' TO CF-CL-IMAGE-TYPE
099800     MOVE CF-AFTER-IMAGE TO CF-CL-IMAGE
099900     PERFORM 6100-WRITE-LOG THRU 6100-EXIT.
100000 6000-EXIT.
100100     EXIT.
100200
100300 6100-WRITE-LOG.
100400     WRITE CORR-LOG-REC
100500     IF CF-CLOG-STATUS NOT = '00'
100600         DISPLAY 'CF4CORR - CORRLOG WRITE FAILED, STATUS '
100700             CF-CLOG-STATUS
100800         GO TO 9999-ABEND
100900     END-IF
101000     ADD 1 TO CF-LOG-WRITTEN.
101100 6100-EXIT.
101200     EXIT.
101300
101400*****************************************************************
101500*  6200-PRINT-IMAGE - THE HISTORY RECORD AS IT NOW STANDS,      *
101600*  UNDER THE CARD IN CF-ADJ-CARD                                *
101700*****************************************************************
101800 6200-PRINT-IMAGE.
101900     MOVE CF-GH-GAME-ID TO CF-IM-GAME-ID
102000     MOVE CF-GH-X-PLAYER-ID TO CF-IM-X-ID
102100     MOVE CF-GH-O-PLAYER-ID TO CF-IM-O-ID
102200     MOVE CF-GH-RESULT TO CF-IM-RESULT
102300     MOVE CF-GH-WIN-PATTERN TO CF-IM-PATTERN
102400     MOVE CF-GH-WIN-ROW TO CF-IM-ROW
102500     MOVE CF-GH-WIN-COL TO CF-IM-COL
102600     MOVE CF-GH-END-TYPE TO CF-IM-END
102700     MOVE CF-AC-RULING-REF TO CF-IM-RULING-REF
102800     MOVE CF-AC-RULING-DATE-N TO CF-IM-RULING-DATE
102900     WRITE REPORT-LINE FROM CF-IMAGE-LINE.
103000 6200-EXIT.
103100     EXIT.
103200
103300*****************************************************************
103400*  7000-PRINT-CARDS - EVERY CARD WITH ITS DISPOSITION.  A       *
103500*  CARD STILL PENDING NAMED A GAME NOT ON THE HISTORY.          *
103600*****************************************************************
103700 7000-PRINT-CARDS.
103800     MOVE SPACES TO REPORT-LINE
103900     WRITE REPORT-LINE
104000     MOVE 'ADJUDICATION CARDS' TO CF-SC-TEXT
104100     WRITE REPORT-LINE FROM CF-SECTION-LINE
104200     PERFORM 7100-PRINT-ONE THRU 7100-EXIT
104300         VARYING CF-CX FROM 1 BY 1
104400         UNTIL CF-CX > CF-CARD-COUNT.
104500 7000-EXIT.
104600     EXIT.
104700
104800 7100-PRINT-ONE.
104900     MOVE CF-CD-CARD (CF-CX) TO CF-ADJ-CARD
105000     IF CF-CD-PENDING (CF-CX)
105100         MOVE 'R' TO CF-CD-STATE (CF-CX)
105200         MOVE 'REJECTED - GAME NOT ON THE HISTORY FILE'
105300             TO CF-CD-DISP (CF-CX)
105400         ADD 1 TO CF-CARDS-REJECTED
105500     END-IF
105600     MOVE SPACES TO CF-DETAIL-LINE
105700     MOVE CF-AC-ACTION TO CF-DT-ACTION
105800     MOVE CF-AC-GAME-ID TO CF-DT-GAME-ID
105900     MOVE CF-AC-RULING-REF TO CF-DT-RULING-REF
106000     MOVE CF-AC-RULING-DATE TO CF-DT-RULING-DATE
106100     MOVE CF-CD-DISP (CF-CX) TO CF-DT-DISP
106200     WRITE REPORT-LINE FROM CF-DETAIL-LINE.
106300 7100-EXIT.
106400     EXIT.
106500
106600*****************************************************************
106700*  8000-READ-TRAN / 8100-READ-HIST / 8200-READ-MLOG /           *
106800*  8300-READ-MTCH                                               *
106900*****************************************************************
107000 8000-READ-TRAN.
107100     READ CORR-TRAN-FILE INTO CF-ADJ-CARD
107200         AT END
107300             MOVE 'Y' TO CF-TRAN-EOF-SW
107400     END-READ.
107500 8000-EXIT.
107600     EXIT.
107700
107800 8100-READ-HIST.
107900     READ GAME-HIST-FILE
108000         AT END
108100             MOVE 'Y' TO CF-HIST-EOF-SW
108200     END-READ.
108300 8100-EXIT.
108400     EXIT.
108500
108600 8200-READ-MLOG.
108700     READ MOVE-LOG-FILE
108800         AT END
108900             MOVE 'Y' TO CF-MLOG-EOF-SW
109000     END-READ.
109100 8200-EXIT.
109200     EXIT.
109300
109400 8300-READ-MTCH.
109500     READ MATCH-HIST-FILE
109600         AT END
109700             MOVE 'Y' TO CF-MTCH-EOF-SW
109800     END-READ.
109900 8300-EXIT.
110000     EXIT.
110100
110200*****************************************************************
110300*  9000-TERMINATE - TOTALS, CLOSE FILES, SET RETURN CODE        *
110400*****************************************************************
110500 9000-TERMINATE.
110600     MOVE SPACES TO REPORT-LINE
110700     WRITE REPORT-LINE
110800     MOVE 'CARDS READ' TO CF-CT-LABEL
110900     MOVE CF-CARDS-READ TO CF-CT-VALUE
111000     WRITE REPORT-LINE FROM CF-COUNT-LINE
111100     MOVE 'CARDS APPLIED' TO CF-CT-LABEL
111200     MOVE CF-CARDS-APPLIED TO CF-CT-VALUE
111300     WRITE REPORT-LINE FROM CF-COUNT-LINE
111400     MOVE 'CARDS REJECTED' TO CF-CT-LABEL
111500     MOVE CF-CARDS-REJECTED TO CF-CT-VALUE
111600     WRITE REPORT-LINE FROM CF-COUNT-LINE
111700     MOVE 'GAMES READ' TO CF-CT-LABEL
111800     MOVE CF-HIST-READ TO CF-CT-VALUE
111900     WRITE REPORT-LINE FROM CF-COUNT-LINE
112000     MOVE 'GAMES VOIDED' TO CF-CT-LABEL
112100     MOVE CF-GAMES-VOIDED TO CF-CT-VALUE
112200     WRITE REPORT-LINE FROM CF-COUNT-LINE
112300     MOVE 'GAMES CHANGED' TO CF-CT-LABEL
112400     MOVE CF-GAMES-CHANGED TO CF-CT-VALUE
112500     WRITE REPORT-LINE FROM CF-COUNT-LINE
112600     MOVE 'GAMES WRITTEN' TO CF-CT-LABEL
112700     MOVE CF-HIST-WRITTEN TO CF-CT-VALUE
112800     WRITE REPORT-LINE FROM CF-COUNT-LINE
112900     MOVE 'MOVE LOG ROWS DROPPED' TO CF-CT-LABEL
113000     MOVE CF-MLOG-DROPPED TO CF-CT-VALUE
113100     WRITE REPORT-LINE FROM CF-COUNT-LINE
113200     MOVE 'MATCH RECORDS DROPPED' TO CF-CT-LABEL
113300     MOVE CF-MTCH-DROPPED TO CF-CT-VALUE
113400     WRITE REPORT-LINE FROM CF-COUNT-LINE
113500     MOVE 'SERIES RETALLIED' TO CF-CT-LABEL
113600     MOVE CF-SERIES-RETALLIED TO CF-CT-VALUE
113700     WRITE REPORT-LINE FROM CF-COUNT-LINE
113800     MOVE 'CORRECTION LOG RECORDS WRITTEN' TO CF-CT-LABEL
113900     MOVE CF-LOG-WRITTEN TO CF-CT-VALUE
114000     WRITE REPORT-LINE FROM CF-COUNT-LINE
114100     CLOSE CORR-TRAN-FILE
114200     CLOSE GAME-HIST-FILE
114300     CLOSE GAME-NEW-FILE
114400     IF CF-MLOG-PRESENT
114500         CLOSE MOVE-LOG-FILE
114600     END-IF
114700     CLOSE MOVE-NEW-FILE
114800     IF CF-MTCH-PRESENT
114900         CLOSE MATCH-HIST-FILE
115000     END-IF
115100     CLOSE MATCH-NEW-FILE
115200     CLOSE CORR-LOG-FILE
115300     CLOSE REPORT-FILE
115310     PERFORM 9200-BACKUP-MASTERS THRU 9200-EXIT
115400     IF CF-CARDS-REJECTED > ZERO
115500         MOVE 4 TO RETURN-CODE
115600     ELSE
115700         MOVE 0 TO RETURN-CODE
115800     END-IF
115900     PERFORM 9100-LOG-END THRU 9100-EXIT
116000     DISPLAY 'CF4CORR - NORMAL END, APPLIED ' CF-CARDS-APPLIED
116100         ' REJECTED ' CF-CARDS-REJECTED.
116200 9000-EXIT.
116300     EXIT.
116400
116500*****************************************************************
116600*  9100-LOG-END - END RECORD ON THE JOB-RUN LOG.  THE RETURN    *
116700*  CODE IS SAVED AROUND THE CALL BECAUSE A CALLED PROGRAM       *
116800*  THAT LEAVES RETURN-CODE ALONE STILL HANDS BACK ZERO.         *
116900*****************************************************************
117000 9100-LOG-END.
117100     MOVE RETURN-CODE TO CF-SAVE-RETURN
117200     MOVE 'E' TO CF-JR-FUNCTION
117300     MOVE CF-HIST-READ TO CF-JR-RECS-READ
117400     MOVE CF-HIST-WRITTEN TO CF-JR-RECS-WRITTEN
117500     IF RETURN-CODE = 4
117600         MOVE 'RC04' TO CF-JR-STATUS
117700     ELSE
117800         MOVE 'RC00' TO CF-JR-STATUS
117900     END-IF
118000     CALL 'CF4JRNL' USING CF-JR-PARMS
118100         ON EXCEPTION
118200             DISPLAY 'CF4CORR - END NOT LOGGED'
118300     END-CALL
118400     MOVE CF-SAVE-RETURN TO RETURN-CODE.
118500 9100-EXIT.
118600     EXIT.
118700
118702*****************************************************************
118704*  9200-BACKUP-MASTERS - SAVE EACH MASTER AS IT STANDS AS ITS   *
118706*  NEXT BACKUP GENERATION BEFORE THE JOB REPLACES THEM.  A      *
118708*  BACKUP THAT CANNOT BE TAKEN ENDS THE RUN IN ERROR SO NO      *
118710*  REPLACE GOES AHEAD.                                          *
118712*****************************************************************
118714 9200-BACKUP-MASTERS.
118716     MOVE 'GAMEHIST' TO CF-GB-FILE-NAME
118718     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT
118720     MOVE 'MOVELOG' TO CF-GB-FILE-NAME
118722     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT
118724     MOVE 'MATCHHST' TO CF-GB-FILE-NAME
118726     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT.
118728 9200-EXIT.
118730     EXIT.
118732
118734 9210-BACKUP-FILE.
118736     MOVE 'B' TO CF-GB-FUNCTION
118738     MOVE 'CF4CORR' TO CF-GB-PROGRAM
118740     MOVE CF-RUN-DATE TO CF-GB-RUN-DATE
118742     MOVE ZERO TO CF-GB-GENERATION
118744     MOVE ZERO TO CF-GB-RECORD-COUNT
118746     MOVE ZERO TO CF-GB-SAFETY-GEN
118748     MOVE ZERO TO CF-GB-RETURN
118750     CALL 'CF4GBAK' USING CF-GB-PARMS
118752         ON EXCEPTION
118754             DISPLAY 'CF4CORR - CF4GBAK IS NOT AVAILABLE'
118756             GO TO 9999-ABEND
118758     END-CALL
118760     IF CF-GB-RETURN NOT = ZERO
118762         DISPLAY 'CF4CORR - BACKUP OF ' CF-GB-FILE-NAME
118764             ' FAILED, RETURN ' CF-GB-RETURN
118766         GO TO 9999-ABEND
118768     END-IF
118770     DISPLAY 'CF4CORR - ' CF-GB-FILE-NAME
118772         ' SAVED AS GENERATION ' CF-GB-GENERATION.
118774 9210-EXIT.
118776     EXIT.
118778
118800*****************************************************************
118900*  9999-ABEND - FATAL ERROR, SET RETURN CODE AND STOP           *
119000*****************************************************************
119100 9999-ABEND.
119200     DISPLAY 'CF4CORR - RUN TERMINATED IN ERROR'
119300     MOVE 16 TO RETURN-CODE
119400     STOP RUN.
119500 9999-EXIT.
119600     EXIT.
