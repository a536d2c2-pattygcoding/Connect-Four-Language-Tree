000100*****************************************************************
000200*                                                               *
000300*  CF4MERG - PLAYER ID MERGE                                    *
000400*                                                               *
000500*  FOLDS A DUPLICATE REGISTRATION INTO THE PLAYER'S REAL ID.    *
000600*  EACH MERGE CARD (MERGTRAN) RETIRES ONE PLAYER ID INTO A      *
000700*  SURVIVING ONE, AND EVERY FILE THAT CARRIES PLAYER IDS IS     *
000800*  REWRITTEN WITH THE RETIRED ID RE-KEYED:                      *
000900*    GAMEHIST TO GAMENEW   - X AND O IDS, NAMES FROM MASTER     *
001000*    MATCHHST TO MTCHNEW   - X AND O IDS                        *
001100*    BRACKET  TO BRACKNEW  - HOME, AWAY AND WINNER, NAMES       *
001200*    SEASRSLT TO SEASRNEW  - PLAYER ID AND NAME.  WHERE BOTH    *
001300*                            IDS HAVE A LINE IN THE SAME        *
001400*                            SEASON, THE RETIRED LINE IS        *
001500*                            FOLDED INTO THE SURVIVOR'S (GAMES, *
001600*                            RESULTS AND POINTS ADDED, RANK     *
001700*                            AND RATING AS CERTIFIED)           *
001800*    CLUBSUSP TO SUSPNEW   - X AND O IDS                        *
001810*    FEELEDGR TO FEELNEW   - PLAYER ID ON CHARGES AND PAYMENTS  *
001820*    CLUBPLYR TO CPLYNEW   - VISITING-CLUB PLAYER REGISTER      *
001830*    SWISEVNT TO SWISNEW   - X AND O IDS OF SWISS PAIRINGS      *
001900*    PLAYERMS TO PLAYERNW  - THE RETIRED RECORD IS MADE         *
002000*                            INACTIVE AND POINTS TO THE         *
002100*                            SURVIVING ID                       *
002200*  A MERGE THAT WOULD PUT ONE PLAYER ON BOTH SIDES OF A GAME    *
002300*  OR A BRACKET TIE IS REFUSED, AND EACH GAME OR TIE BEHIND     *
002400*  THE REFUSAL IS PRINTED.  WHEN TWO MERGES INTO THE SAME ID    *
002500*  WOULD DO IT BETWEEN THEM, THE LATER CARD IS REFUSED.         *
002600*                                                               *
002700*  AFTER A CLEAN RUN THE JOB REPLACES EACH FILE WITH ITS NEW    *
002800*  COUNTERPART AND RERUNS CF4GHLD SO THE KEYED GAMEHIXD         *
002900*  MATCHES.                                                     *
002910*  BEFORE THE REPLACE EACH OF THE NINE MASTERS IS SAVED AS ITS  *
002920*  NEXT BACKUP GENERATION (CF4GBAK) SO A MERGE MADE IN ERROR    *
002930*  CAN BE ROLLED BACK BY CF4REST.                               *
003000*                                                               *
003100*  MERGE CARD:  COL  1     M  (* IN COL 1 IS A COMMENT)         *
003200*               COLS 2-9   PLAYER ID TO RETIRE                  *
003300*               COLS 10-17 SURVIVING PLAYER ID                  *
003400*  ONE RUN DOES NOT CHAIN MERGES: AN ID CANNOT BE BOTH          *
003500*  RETIRED AND A SURVIVOR IN THE SAME DECK.                     *
003600*                                                               *
003700*  RETURN CODES:  0 - ALL MERGES APPLIED                        *
003800*                 4 - ONE OR MORE CARDS REJECTED OR REFUSED     *
003900*                16 - FILE ERROR                                *
004000*                                                               *
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. CF4MERG.
004300 AUTHOR. LEAGUE SYSTEMS GROUP.
004400 INSTALLATION. CONNECT FOUR LEAGUE.
004500 DATE-WRITTEN. 10/15/26.
004600 DATE-COMPILED.
004700*****************************************************************
004800*  MODIFICATION HISTORY                                         *
004900*  --------------------                                         *
005000*  10/15/26 LSG NEW PROGRAM - RETIRE DUPLICATE PLAYER IDS       *
005100*               ACROSS EVERY FILE THAT CARRIES ONE              *
005110*  10/15/26 LSG FEES LEDGER RE-KEYED TO FEELNEW                 *
005120*  10/15/26 LSG VISITING-CLUB PLAYER REGISTER RE-KEYED TO       *
005130*               CPLYNEW                                         *
005140*  10/15/26 LSG EVERY RE-KEYED MASTER SAVED AS A BACKUP         *
005150*               GENERATION BEFORE THE JOB REPLACES IT           *
005160*  10/15/26 LSG SWISS EVENT PAIRINGS RE-KEYED TO SWISNEW        *
005200*****************************************************************
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT MERGE-TRAN-FILE ASSIGN TO MERGTRAN
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS CF-TRAN-STATUS.
005900     SELECT PLAYER-MAST-FILE ASSIGN TO PLAYERMS
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS CF-MAST-STATUS.
006200     SELECT PLAYER-NEW-FILE ASSIGN TO PLAYERNW
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS CF-PNEW-STATUS.
006500     SELECT GAME-HIST-FILE ASSIGN TO GAMEHIST
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS CF-HIST-STATUS.
006800     SELECT GAME-NEW-FILE ASSIGN TO GAMENEW
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS CF-GNEW-STATUS.
007100     SELECT OPTIONAL MATCH-HIST-FILE ASSIGN TO MATCHHST
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS CF-MTCH-STATUS.
007400     SELECT MATCH-NEW-FILE ASSIGN TO MTCHNEW
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS CF-TNEW-STATUS.
007700     SELECT OPTIONAL BRACKET-FILE ASSIGN TO BRACKET
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS CF-BRKT-STATUS.
008000     SELECT BRACKET-NEW-FILE ASSIGN TO BRACKNEW
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS CF-BNEW-STATUS.
008300     SELECT OPTIONAL SEAS-RSLT-FILE ASSIGN TO SEASRSLT
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS CF-SRES-STATUS.
008600     SELECT SEAS-RSLT-NEW-FILE ASSIGN TO SEASRNEW
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS CF-SNEW-STATUS.
008900     SELECT OPTIONAL CLUB-SUSP-FILE ASSIGN TO CLUBSUSP
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS CF-SUSP-STATUS.
009200     SELECT CLUB-SUSP-NEW-FILE ASSIGN TO SUSPNEW
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS CF-UNEW-STATUS.
009410     SELECT OPTIONAL FEE-LEDGER-FILE ASSIGN TO FEELEDGR
009420         ORGANIZATION IS SEQUENTIAL
009430         FILE STATUS IS CF-FEEL-STATUS.
009440     SELECT FEE-LEDGER-NEW-FILE ASSIGN TO FEELNEW
009450         ORGANIZATION IS SEQUENTIAL
009460         FILE STATUS IS CF-FNEW-STATUS.
009465     SELECT OPTIONAL CLUB-PLAYER-FILE ASSIGN TO CLUBPLYR
009470         ORGANIZATION IS SEQUENTIAL
009475         FILE STATUS IS CF-CPLY-STATUS.
009480     SELECT CLUB-PLYR-NEW-FILE ASSIGN TO CPLYNEW
009485         ORGANIZATION IS SEQUENTIAL
009490         FILE STATUS IS CF-CNEW-STATUS.
009491     SELECT OPTIONAL SWISS-EVENT-FILE ASSIGN TO SWISEVNT
009492         ORGANIZATION IS SEQUENTIAL
009493         FILE STATUS IS CF-SWIS-STATUS.
009494     SELECT SWISS-NEW-FILE ASSIGN TO SWISNEW
009495         ORGANIZATION IS SEQUENTIAL
009496         FILE STATUS IS CF-WNEW-STATUS.
009500     SELECT REPORT-FILE ASSIGN TO MERGRPT
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS CF-RPT-STATUS.
009800
009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  MERGE-TRAN-FILE
010200     RECORD CONTAINS 80 CHARACTERS.
010300 01  MERGE-TRAN-REC               PIC X(80).
010400
010500 FD  PLAYER-MAST-FILE
010600     RECORD CONTAINS 80 CHARACTERS.
010700 COPY CFPLAYER.
010800
010900 FD  PLAYER-NEW-FILE
011000     RECORD CONTAINS 80 CHARACTERS.
011100 01  PLAYER-NEW-REC               PIC X(80).
011200
011300 FD  GAME-HIST-FILE
011400     RECORD CONTAINS 120 CHARACTERS.
011500 COPY CFGAMHST.
011600
011700 FD  GAME-NEW-FILE
011800     RECORD CONTAINS 120 CHARACTERS.
011900 01  GAME-NEW-REC                 PIC X(120).
012000
012100 FD  MATCH-HIST-FILE
012200     RECORD CONTAINS 80 CHARACTERS.
012300 COPY CFMCHHST.
012400
012500 FD  MATCH-NEW-FILE
012600     RECORD CONTAINS 80 CHARACTERS.
012700 01  MATCH-NEW-REC                PIC X(80).
012800
012900 FD  BRACKET-FILE
013000     RECORD CONTAINS 80 CHARACTERS.
013100 COPY CFBRACKT.
013200
013300 FD  BRACKET-NEW-FILE
013400     RECORD CONTAINS 80 CHARACTERS.
013500 01  BRACKET-NEW-REC              PIC X(80).
013600
013700 FD  SEAS-RSLT-FILE
013800     RECORD CONTAINS 80 CHARACTERS.
013900 COPY CFSEARES.
014000
014100 FD  SEAS-RSLT-NEW-FILE
014200     RECORD CONTAINS 80 CHARACTERS.
014300 01  SEAS-RSLT-NEW-REC            PIC X(80).
014400
014500 FD  CLUB-SUSP-FILE
014600     RECORD CONTAINS 80 CHARACTERS.
014700 COPY CFCLBRES.
014800
014900 FD  CLUB-SUSP-NEW-FILE
015000     RECORD CONTAINS 80 CHARACTERS.
015100 01  CLUB-SUSP-NEW-REC            PIC X(80).
015110
015120 FD  FEE-LEDGER-FILE
015130     RECORD CONTAINS 80 CHARACTERS.
015140 COPY CFFEELED.
015150
015160 FD  FEE-LEDGER-NEW-FILE
015170     RECORD CONTAINS 80 CHARACTERS.
015180 01  FEE-LEDGER-NEW-REC           PIC X(80).
015181
015182 FD  CLUB-PLAYER-FILE
015183     RECORD CONTAINS 80 CHARACTERS.
015184 COPY CFCLBPLY.
015185
015186 FD  CLUB-PLYR-NEW-FILE
015187     RECORD CONTAINS 80 CHARACTERS.
015188 01  CLUB-PLYR-NEW-REC            PIC X(80).
015189
015190 FD  SWISS-EVENT-FILE
015191     RECORD CONTAINS 80 CHARACTERS.
015192 COPY CFSWISS.
015193
015194 FD  SWISS-NEW-FILE
015195     RECORD CONTAINS 80 CHARACTERS.
015196 01  SWISS-NEW-REC                PIC X(80).
015200
015300 FD  REPORT-FILE
015400     RECORD CONTAINS 132 CHARACTERS.
015500 01  REPORT-LINE                  PIC X(132).
015600
015700 WORKING-STORAGE SECTION.
015800 77  CF-TRAN-STATUS               PIC X(02).
015900 77  CF-MAST-STATUS               PIC X(02).
016000 77  CF-PNEW-STATUS               PIC X(02).
016100 77  CF-HIST-STATUS               PIC X(02).
016200 77  CF-GNEW-STATUS               PIC X(02).
016300 77  CF-MTCH-STATUS               PIC X(02).
016400 77  CF-TNEW-STATUS               PIC X(02).
016500 77  CF-BRKT-STATUS               PIC X(02).
016600 77  CF-BNEW-STATUS               PIC X(02).
016700 77  CF-SRES-STATUS               PIC X(02).
016800 77  CF-SNEW-STATUS               PIC X(02).
016900 77  CF-SUSP-STATUS               PIC X(02).
017000 77  CF-UNEW-STATUS               PIC X(02).
017010 77  CF-FEEL-STATUS               PIC X(02).
017020 77  CF-FNEW-STATUS               PIC X(02).
017030 77  CF-CPLY-STATUS               PIC X(02).
017040 77  CF-CNEW-STATUS               PIC X(02).
017050 77  CF-SWIS-STATUS               PIC X(02).
017060 77  CF-WNEW-STATUS               PIC X(02).
017100 77  CF-RPT-STATUS                PIC X(02).
017200 77  CF-TRAN-EOF-SW               PIC X(01) VALUE 'N'.
017300     88  CF-TRAN-EOF                  VALUE 'Y'.
017400 77  CF-MAST-EOF-SW               PIC X(01) VALUE 'N'.
017500     88  CF-MAST-EOF                  VALUE 'Y'.
017600 77  CF-HIST-EOF-SW               PIC X(01) VALUE 'N'.
017700     88  CF-HIST-EOF                  VALUE 'Y'.
017800 77  CF-MTCH-EOF-SW               PIC X(01) VALUE 'N'.
017900     88  CF-MTCH-EOF                  VALUE 'Y'.
018000 77  CF-BRKT-EOF-SW               PIC X(01) VALUE 'N'.
018100     88  CF-BRKT-EOF                  VALUE 'Y'.
018200 77  CF-SRES-EOF-SW               PIC X(01) VALUE 'N'.
018300     88  CF-SRES-EOF                  VALUE 'Y'.
018400 77  CF-SUSP-EOF-SW               PIC X(01) VALUE 'N'.
018500     88  CF-SUSP-EOF                  VALUE 'Y'.
018510 77  CF-FEEL-EOF-SW               PIC X(01) VALUE 'N'.
018520     88  CF-FEEL-EOF                  VALUE 'Y'.
018530 77  CF-CPLY-EOF-SW               PIC X(01) VALUE 'N'.
018540     88  CF-CPLY-EOF                  VALUE 'Y'.
018550 77  CF-SWIS-EOF-SW               PIC X(01) VALUE 'N'.
018560     88  CF-SWIS-EOF                  VALUE 'Y'.
018600 77  CF-MTCH-PRESENT-SW           PIC X(01) VALUE 'N'.
018700     88  CF-MTCH-PRESENT              VALUE 'Y'.
018800 77  CF-BRKT-PRESENT-SW           PIC X(01) VALUE 'N'.
018900     88  CF-BRKT-PRESENT              VALUE 'Y'.
019000 77  CF-SRES-PRESENT-SW           PIC X(01) VALUE 'N'.
019100     88  CF-SRES-PRESENT              VALUE 'Y'.
019200 77  CF-SUSP-PRESENT-SW           PIC X(01) VALUE 'N'.
019300     88  CF-SUSP-PRESENT              VALUE 'Y'.
019310 77  CF-FEEL-PRESENT-SW           PIC X(01) VALUE 'N'.
019320     88  CF-FEEL-PRESENT              VALUE 'Y'.
019330 77  CF-CPLY-PRESENT-SW           PIC X(01) VALUE 'N'.
019340     88  CF-CPLY-PRESENT              VALUE 'Y'.
019350 77  CF-SWIS-PRESENT-SW           PIC X(01) VALUE 'N'.
019360     88  CF-SWIS-PRESENT              VALUE 'Y'.
019400 77  CF-REC-CHANGED-SW            PIC X(01) VALUE 'N'.
019500     88  CF-REC-CHANGED               VALUE 'Y'.
019600 77  CF-REC-DROP-SW               PIC X(01) VALUE 'N'.
019700     88  CF-REC-DROP                  VALUE 'Y'.
019800 77  CF-CARDS-READ                PIC S9(05) COMP-3 VALUE +0.
019900 77  CF-CARDS-APPLIED             PIC S9(05) COMP-3 VALUE +0.
020000 77  CF-CARDS-REJECTED            PIC S9(05) COMP-3 VALUE +0.
020100 77  CF-CONFLICTS                 PIC S9(05) COMP-3 VALUE +0.
020200 77  CF-HIST-READ                 PIC S9(07) COMP-3 VALUE +0.
020300 77  CF-HIST-REKEYED              PIC S9(07) COMP-3 VALUE +0.
020400 77  CF-MTCH-REKEYED              PIC S9(07) COMP-3 VALUE +0.
020500 77  CF-BRKT-REKEYED              PIC S9(05) COMP-3 VALUE +0.
020600 77  CF-SRES-REKEYED              PIC S9(05) COMP-3 VALUE +0.
020700 77  CF-SRES-FOLDED               PIC S9(05) COMP-3 VALUE +0.
020800 77  CF-SUSP-REKEYED              PIC S9(05) COMP-3 VALUE +0.
020810 77  CF-FEEL-REKEYED              PIC S9(05) COMP-3 VALUE +0.
020820 77  CF-CPLY-REKEYED              PIC S9(05) COMP-3 VALUE +0.
020830 77  CF-SWIS-REKEYED              PIC S9(05) COMP-3 VALUE +0.
020900 77  CF-IX                        PIC S9(04) COMP.
021000 77  CF-MX                        PIC S9(04) COMP.
021100 77  CF-WORK-SUB                  PIC S9(04) COMP.
021200 77  CF-MERGE-SUB                 PIC S9(04) COMP.
021300 77  CF-X-MSUB                    PIC S9(04) COMP.
021400 77  CF-O-MSUB                    PIC S9(04) COMP.
021500 77  CF-FOLD-SUB                  PIC S9(04) COMP.
021600 77  CF-WORK-ID                   PIC X(08).
021700 77  CF-MAPPED-X                  PIC X(08).
021800 77  CF-MAPPED-O                  PIC X(08).
021900 77  CF-REJECT-REASON             PIC X(40).
022000 77  CF-RUN-DATE                  PIC 9(08).
022100 77  CF-SAVE-RETURN               PIC S9(04) COMP.
022200
022300 COPY CFJRPARM.
022310
022320 COPY CFBKPARM.
022400
022500*****************************************************************
022600*  MERGE CARD                                                   *
022700*****************************************************************
022800 01  CF-MERGE-CARD.
022900     05  CF-MC-ACTION             PIC X(01).
023000         88  CF-MC-MERGE              VALUE 'M'.
023100         88  CF-MC-COMMENT            VALUE '*'.
023200     05  CF-MC-OLD-ID             PIC X(08).
023300     05  CF-MC-NEW-ID             PIC X(08).
023400     05  FILLER                   PIC X(63).
023500
023600 01  CF-ROSTER-TABLE.
023700     05  CF-ROSTER-COUNT          PIC S9(04) COMP VALUE +0.
023800     05  CF-ROSTER-MAX            PIC S9(04) COMP VALUE +500.
023900     05  CF-ROSTER-ENTRY OCCURS 500 TIMES.
024000         10  CF-RO-RECORD         PIC X(80).
024100         10  CF-RO-KEY REDEFINES CF-RO-RECORD.
024200             15  CF-RO-ID         PIC X(08).
024300             15  CF-RO-NAME       PIC X(20).
024400             15  FILLER           PIC X(40).
024500             15  CF-RO-STATUS     PIC X(01).
024600             15  CF-RO-MERGED-INTO
024700                                  PIC X(08).
024800             15  FILLER           PIC X(03).
024900
025000*****************************************************************
025100*  ONE ENTRY PER MERGE CARD IN DECK ORDER.  STATE A IS A MERGE  *
025200*  STILL TO BE APPLIED; C HAS A CONFLICT ON FILE AND IS REFUSED *
025230*  ONCE EVERY GAME AND TIE HAS BEEN CHECKED; R IS REJECTED OR   *
025260*  REFUSED.                                                     *
025300*****************************************************************
025400 01  CF-MERGE-TABLE.
025500     05  CF-MERGE-COUNT           PIC S9(04) COMP VALUE +0.
025600     05  CF-MERGE-MAX             PIC S9(04) COMP VALUE +50.
025700     05  CF-MERGE-ENTRY OCCURS 50 TIMES.
025800         10  CF-MG-OLD-ID         PIC X(08).
025900         10  CF-MG-NEW-ID         PIC X(08).
026000         10  CF-MG-NEW-NAME       PIC X(20).
026100         10  CF-MG-OLD-SUB        PIC S9(04) COMP.
026200         10  CF-MG-STATE          PIC X(01).
026300             88  CF-MG-ACTIVE         VALUE 'A'.
026350             88  CF-MG-CONFLICT       VALUE 'C'.
026400             88  CF-MG-REJECTED       VALUE 'R'.
026450             88  CF-MG-MAPPABLE       VALUES 'A', 'C'.
026500         10  CF-MG-RECS           PIC S9(07) COMP-3.
026600         10  CF-MG-DISP           PIC X(50).
026700
026800*****************************************************************
026900*  SEASON LINES TO FOLD: ONE ENTRY PER SEASON, LINE TYPE AND    *
027000*  MERGE, CARRYING THE RETIRED LINE'S FIGURES AND WHETHER THE   *
027100*  SURVIVOR HAS A LINE OF ITS OWN THERE                         *
027200*****************************************************************
027300 01  CF-FOLD-TABLE.
027400     05  CF-FOLD-COUNT            PIC S9(04) COMP VALUE +0.
027500     05  CF-FOLD-MAX              PIC S9(04) COMP VALUE +200.
027600     05  CF-FOLD-ENTRY OCCURS 200 TIMES.
027700         10  CF-FO-SEASON-ID      PIC 9(06).
027800         10  CF-FO-REC-TYPE       PIC X(01).
027900         10  CF-FO-MERGE-SUB      PIC S9(04) COMP.
028000         10  CF-FO-RETIRED-SW     PIC X(01).
028100             88  CF-FO-RETIRED-LINE   VALUE 'Y'.
028200         10  CF-FO-SURVIVOR-SW    PIC X(01).
028300             88  CF-FO-SURVIVOR-LINE  VALUE 'Y'.
028400         10  CF-FO-GAMES          PIC S9(05) COMP-3.
028500         10  CF-FO-WINS           PIC S9(05) COMP-3.
028600         10  CF-FO-LOSSES         PIC S9(05) COMP-3.
028700         10  CF-FO-DRAWS          PIC S9(05) COMP-3.
028800         10  CF-FO-POINTS         PIC S9(05) COMP-3.
028900
029000 01  CF-HEAD-1.
029100     05  FILLER                   PIC X(09) VALUE 'CF4MERG'.
029200     05  FILLER                   PIC X(40) VALUE
029300         'PLAYER ID MERGE REPORT'.
029400     05  FILLER                   PIC X(05) VALUE 'DATE'.
029500     05  CF-HD-DATE               PIC 9(08).
029600     05  FILLER                   PIC X(70) VALUE SPACES.
029700
029800 01  CF-SECTION-LINE.
029900     05  CF-SC-TEXT               PIC X(60).
030000     05  FILLER                   PIC X(72) VALUE SPACES.
030100
030200 01  CF-CONFLICT-LINE.
030300     05  FILLER                   PIC X(08) VALUE 'RETIRE'.
030400     05  CF-CF-OLD-ID             PIC X(08).
030500     05  FILLER                   PIC X(06) VALUE ' INTO'.
030600     05  CF-CF-NEW-ID             PIC X(08).
030700     05  FILLER                   PIC X(02) VALUE SPACES.
030800     05  CF-CF-FILE               PIC X(09).
030900     05  CF-CF-KEY                PIC X(14).
031000     05  FILLER                   PIC X(02) VALUE SPACES.
031100     05  CF-CF-X-ID               PIC X(08).
031200     05  FILLER                   PIC X(04) VALUE ' VS '.
031300     05  CF-CF-O-ID               PIC X(08).
031400     05  FILLER                   PIC X(55) VALUE SPACES.
031500
031600 01  CF-DETAIL-LINE.
031700     05  CF-DT-ACTION             PIC X(01).
031800     05  FILLER                   PIC X(02) VALUE SPACES.
031900     05  CF-DT-OLD-ID             PIC X(08).
032000     05  FILLER                   PIC X(02) VALUE SPACES.
032100     05  CF-DT-NEW-ID             PIC X(08).
032200     05  FILLER                   PIC X(02) VALUE SPACES.
032300     05  CF-DT-NEW-NAME           PIC X(20).
032400     05  FILLER                   PIC X(02) VALUE SPACES.
032500     05  CF-DT-RECS               PIC ZZZ,ZZ9.
032600     05  FILLER                   PIC X(02) VALUE SPACES.
032700     05  CF-DT-DISP               PIC X(50).
032800     05  FILLER                   PIC X(28) VALUE SPACES.
032900
033000 01  CF-HEAD-2.
033100     05  FILLER                   PIC X(03) VALUE 'A'.
033200     05  FILLER                   PIC X(10) VALUE 'RETIRED'.
033300     05  FILLER                   PIC X(10) VALUE 'SURVIVOR'.
033400     05  FILLER                   PIC X(22) VALUE 'NAME'.
033500     05  FILLER                   PIC X(09) VALUE 'RECORDS'.
033600     05  FILLER                   PIC X(78) VALUE
033700         'DISPOSITION'.
033800
033900 01  CF-COUNT-LINE.
034000     05  CF-CT-LABEL              PIC X(34).
034100     05  CF-CT-VALUE              PIC ZZZ,ZZ9.
034200     05  FILLER                   PIC X(91) VALUE SPACES.
034300
034400 PROCEDURE DIVISION.
034500*****************************************************************
034600*  0000-MAINLINE - CONTROL THE RUN                              *
034700*****************************************************************
034800 0000-MAINLINE.
034900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
035000     PERFORM 2000-LOAD-CARD THRU 2000-EXIT
035100         UNTIL CF-TRAN-EOF
035200     PERFORM 3000-CHECK-GAMES THRU 3000-EXIT
035300     PERFORM 3500-CHECK-BRACKET THRU 3500-EXIT
035350     PERFORM 2700-REFUSE-CONFLICTS THRU 2700-EXIT
035400     PERFORM 4000-COPY-HISTORY THRU 4000-EXIT
035500     PERFORM 4200-COPY-MATCH THRU 4200-EXIT
035600     PERFORM 4400-COPY-BRACKET THRU 4400-EXIT
035700     PERFORM 4600-COPY-SEASON THRU 4600-EXIT
035800     PERFORM 4800-COPY-SUSPENSE THRU 4800-EXIT
035810     PERFORM 4950-COPY-FEES THRU 4950-EXIT
035820     PERFORM 4970-COPY-REGISTER THRU 4970-EXIT
035830     PERFORM 4990-COPY-SWISS THRU 4990-EXIT
035900     PERFORM 5000-WRITE-MASTER THRU 5000-EXIT
036000     PERFORM 7000-PRINT-CARDS THRU 7000-EXIT
036100     PERFORM 9000-TERMINATE THRU 9000-EXIT
036200     STOP RUN.
036300
036400*****************************************************************
036500*  1000-INITIALIZE - OPEN THE CARDS AND OUTPUTS, TABLE THE      *
036600*  PLAYER MASTER.  THE FILES BEING RE-KEYED ARE OPENED AS       *
036700*  EACH PASS NEEDS THEM.                                        *
036800*****************************************************************
036900 1000-INITIALIZE.
037000     ACCEPT CF-RUN-DATE FROM DATE YYYYMMDD
037100     PERFORM 1300-LOG-START THRU 1300-EXIT
037200     OPEN INPUT MERGE-TRAN-FILE
037300     IF CF-TRAN-STATUS NOT = '00'
037400         DISPLAY 'CF4MERG - CANNOT OPEN MERGTRAN, STATUS '
037500             CF-TRAN-STATUS
037600         GO TO 9999-ABEND
037700     END-IF
037800     OPEN INPUT PLAYER-MAST-FILE
037900     IF CF-MAST-STATUS NOT = '00'
038000         DISPLAY 'CF4MERG - CANNOT OPEN PLAYERMS, STATUS '
038100             CF-MAST-STATUS
038200         GO TO 9999-ABEND
038300     END-IF
038400     OPEN OUTPUT PLAYER-NEW-FILE
038500     IF CF-PNEW-STATUS NOT = '00'
038600         DISPLAY 'CF4MERG - CANNOT OPEN PLAYERNW, STATUS '
038700             CF-PNEW-STATUS
038800         GO TO 9999-ABEND
038900     END-IF
039000     OPEN OUTPUT GAME-NEW-FILE
039100     IF CF-GNEW-STATUS NOT = '00'
039200         DISPLAY 'CF4MERG - CANNOT OPEN GAMENEW, STATUS '
039300             CF-GNEW-STATUS
039400         GO TO 9999-ABEND
039500     END-IF
039600     OPEN OUTPUT MATCH-NEW-FILE
039700     IF CF-TNEW-STATUS NOT = '00'
039800         DISPLAY 'CF4MERG - CANNOT OPEN MTCHNEW, STATUS '
039900             CF-TNEW-STATUS
040000         GO TO 9999-ABEND
040100     END-IF
040200     OPEN OUTPUT BRACKET-NEW-FILE
040300     IF CF-BNEW-STATUS NOT = '00'
040400         DISPLAY 'CF4MERG - CANNOT OPEN BRACKNEW, STATUS '
040500             CF-BNEW-STATUS
040600         GO TO 9999-ABEND
040700     END-IF
040800     OPEN OUTPUT SEAS-RSLT-NEW-FILE
040900     IF CF-SNEW-STATUS NOT = '00'
041000         DISPLAY 'CF4MERG - CANNOT OPEN SEASRNEW, STATUS '
041100             CF-SNEW-STATUS
041200         GO TO 9999-ABEND
041300     END-IF
041400     OPEN OUTPUT CLUB-SUSP-NEW-FILE
041500     IF CF-UNEW-STATUS NOT = '00'
041600         DISPLAY 'CF4MERG - CANNOT OPEN SUSPNEW, STATUS '
041700             CF-UNEW-STATUS
041800         GO TO 9999-ABEND
041900     END-IF
041910     OPEN OUTPUT FEE-LEDGER-NEW-FILE
041920     IF CF-FNEW-STATUS NOT = '00'
041930         DISPLAY 'CF4MERG - CANNOT OPEN FEELNEW, STATUS '
041940             CF-FNEW-STATUS
041950         GO TO 9999-ABEND
041960     END-IF
041961     OPEN OUTPUT CLUB-PLYR-NEW-FILE
041962     IF CF-CNEW-STATUS NOT = '00'
041963         DISPLAY 'CF4MERG - CANNOT OPEN CPLYNEW, STATUS '
041964             CF-CNEW-STATUS
041965         GO TO 9999-ABEND
041966     END-IF
041970     OPEN OUTPUT SWISS-NEW-FILE
041974     IF CF-WNEW-STATUS NOT = '00'
041978         DISPLAY 'CF4MERG - CANNOT OPEN SWISNEW, STATUS '
041982             CF-WNEW-STATUS
041986         GO TO 9999-ABEND
041990     END-IF
042000     OPEN OUTPUT REPORT-FILE
042100     IF CF-RPT-STATUS NOT = '00'
042200         DISPLAY 'CF4MERG - CANNOT OPEN MERGRPT, STATUS '
042300             CF-RPT-STATUS
042400         GO TO 9999-ABEND
042500     END-IF
042600     PERFORM 8100-READ-MAST THRU 8100-EXIT
042700     PERFORM 1100-TABLE-ONE THRU 1100-EXIT
042800         UNTIL CF-MAST-EOF
042900     CLOSE PLAYER-MAST-FILE
043000     MOVE CF-RUN-DATE TO CF-HD-DATE
043100     WRITE REPORT-LINE FROM CF-HEAD-1
043200     MOVE SPACES TO REPORT-LINE
043300     WRITE REPORT-LINE
043400     MOVE 'MERGES REFUSED - ONE PLAYER ON BOTH SIDES'
043500         TO CF-SC-TEXT
043600     WRITE REPORT-LINE FROM CF-SECTION-LINE
043700     PERFORM 8000-READ-TRAN THRU 8000-EXIT.
043800 1000-EXIT.
043900     EXIT.
044000
044100 1100-TABLE-ONE.
044200     IF CF-ROSTER-COUNT < CF-ROSTER-MAX
044300         ADD 1 TO CF-ROSTER-COUNT
044400         MOVE PLAYER-MAST-REC
044500             TO CF-RO-RECORD (CF-ROSTER-COUNT)
044600     ELSE
044700         DISPLAY 'CF4MERG - ROSTER TABLE FULL AT ID '
044800             CF-PM-PLAYER-ID
044900         GO TO 9999-ABEND
045000     END-IF
045100     PERFORM 8100-READ-MAST THRU 8100-EXIT.
045200 1100-EXIT.
045300     EXIT.
045400
045500*****************************************************************
045600*  1300-LOG-START - STAMP THE JOB-RUN LOG.  MERGES ARE RUN AS   *
045700*  DUPLICATES COME TO LIGHT, SO THE START IS LOGGED WITHOUT     *
045800*  THE RERUN GUARD.                                             *
045900*****************************************************************
046000 1300-LOG-START.
046100     MOVE 'A' TO CF-JR-FUNCTION
046200     MOVE 'CF4MERG' TO CF-JR-PROGRAM
046300     MOVE CF-RUN-DATE TO CF-JR-RUN-DATE
046400     MOVE ZEROES TO CF-JR-RECS-READ
046500     MOVE ZEROES TO CF-JR-RECS-WRITTEN
046600     MOVE SPACES TO CF-JR-STATUS
046700     MOVE ZERO TO CF-JR-RETURN
046800     CALL 'CF4JRNL' USING CF-JR-PARMS
046900         ON EXCEPTION
047000             DISPLAY 'CF4MERG - CF4JRNL IS NOT AVAILABLE'
047100             GO TO 9999-ABEND
047200     END-CALL
047300     IF CF-JR-RETURN NOT = ZERO
047400         DISPLAY 'CF4MERG - JOB LOG ERROR, RETURN '
047500             CF-JR-RETURN
047600         GO TO 9999-ABEND
047700     END-IF.
047800 1300-EXIT.
047900     EXIT.
048000
048100*****************************************************************
048200*  2000-LOAD-CARD - EDIT ONE MERGE CARD AND TABLE IT            *
048300*****************************************************************
048400 2000-LOAD-CARD.
048500     IF CF-MC-COMMENT OR CF-MERGE-CARD = SPACES
048600         GO TO 2000-NEXT
048700     END-IF
048800     ADD 1 TO CF-CARDS-READ
048900     IF CF-MERGE-COUNT >= CF-MERGE-MAX
049000         DISPLAY 'CF4MERG - MERGE TABLE FULL, ID '
049100             CF-MC-OLD-ID ' NOT MERGED'
049200         ADD 1 TO CF-CARDS-REJECTED
049300         GO TO 2000-NEXT
049400     END-IF
049500     PERFORM 2100-EDIT-CARD THRU 2100-EXIT
049600     ADD 1 TO CF-MERGE-COUNT
049700     MOVE CF-MERGE-COUNT TO CF-MERGE-SUB
049800     MOVE CF-MC-OLD-ID TO CF-MG-OLD-ID (CF-MERGE-SUB)
049900     MOVE CF-MC-NEW-ID TO CF-MG-NEW-ID (CF-MERGE-SUB)
050000     MOVE ZERO TO CF-MG-RECS (CF-MERGE-SUB)
050100     MOVE SPACES TO CF-MG-DISP (CF-MERGE-SUB)
050200     IF CF-REJECT-REASON = SPACES
050300         MOVE 'A' TO CF-MG-STATE (CF-MERGE-SUB)
050400     ELSE
050500         MOVE 'R' TO CF-MG-STATE (CF-MERGE-SUB)
050600         MOVE SPACES TO CF-MG-NEW-NAME (CF-MERGE-SUB)
050700         MOVE ZERO TO CF-MG-OLD-SUB (CF-MERGE-SUB)
050800         STRING 'REJECTED - ' DELIMITED BY SIZE
050900             CF-REJECT-REASON DELIMITED BY SIZE
051000             INTO CF-MG-DISP (CF-MERGE-SUB)
051200         ADD 1 TO CF-CARDS-REJECTED
051300     END-IF.
051400 2000-NEXT.
051500     PERFORM 8000-READ-TRAN THRU 8000-EXIT.
051600 2000-EXIT.
051700     EXIT.
051800
051900*****************************************************************
052000*  2100-EDIT-CARD - FIRST FAILURE WINS.  ON SUCCESS THE NEXT    *
052100*  MERGE ENTRY GETS THE SURVIVOR'S NAME AND THE RETIRED ID'S    *
052200*  ROSTER SUBSCRIPT.                                            *
052300*****************************************************************
052400 2100-EDIT-CARD.
052500     MOVE SPACES TO CF-REJECT-REASON
052600     IF NOT CF-MC-MERGE
052700         MOVE 'UNKNOWN ACTION CODE' TO CF-REJECT-REASON
052800         GO TO 2100-EXIT
052900     END-IF
053000     IF CF-MC-OLD-ID = SPACES OR CF-MC-NEW-ID = SPACES
053100         MOVE 'MISSING PLAYER ID' TO CF-REJECT-REASON
053200         GO TO 2100-EXIT
053300     END-IF
053400     IF CF-MC-OLD-ID = CF-MC-NEW-ID
053500         MOVE 'PLAYER MERGED INTO SELF' TO CF-REJECT-REASON
053600         GO TO 2100-EXIT
053700     END-IF
053800     MOVE CF-MC-OLD-ID TO CF-WORK-ID
053900     PERFORM 2200-FIND-PLAYER THRU 2200-EXIT
054000     IF CF-WORK-SUB = ZERO
054100         MOVE 'RETIRED ID NOT ON MASTER' TO CF-REJECT-REASON
054200         GO TO 2100-EXIT
054300     END-IF
054400     IF CF-RO-MERGED-INTO (CF-WORK-SUB) NOT = SPACES
054500         MOVE 'RETIRED ID ALREADY MERGED' TO CF-REJECT-REASON
054600         GO TO 2100-EXIT
054700     END-IF
054800     MOVE CF-WORK-SUB TO CF-MG-OLD-SUB (CF-MERGE-COUNT + 1)
054900     MOVE CF-MC-NEW-ID TO CF-WORK-ID
055000     PERFORM 2200-FIND-PLAYER THRU 2200-EXIT
055100     IF CF-WORK-SUB = ZERO
055200         MOVE 'SURVIVING ID NOT ON MASTER' TO CF-REJECT-REASON
055300         GO TO 2100-EXIT
055400     END-IF
055500     IF CF-RO-STATUS (CF-WORK-SUB) NOT = 'A'
055600         MOVE 'SURVIVING ID NOT ACTIVE' TO CF-REJECT-REASON
055700         GO TO 2100-EXIT
055800     END-IF
055900     MOVE CF-RO-NAME (CF-WORK-SUB)
056000         TO CF-MG-NEW-NAME (CF-MERGE-COUNT + 1)
056100     PERFORM 2300-CHECK-CHAIN THRU 2300-EXIT
056200         VARYING CF-MX FROM 1 BY 1
056300         UNTIL CF-MX > CF-MERGE-COUNT
056400            OR CF-REJECT-REASON NOT = SPACES.
056500 2100-EXIT.
056600     EXIT.
056700
056800*****************************************************************
056900*  2200-FIND-PLAYER - LOCATE CF-WORK-ID ON THE ROSTER TABLE     *
057000*  RETURNS THE ENTRY SUBSCRIPT IN CF-WORK-SUB, ZERO IF NOT.     *
057100*****************************************************************
057200 2200-FIND-PLAYER.
057300     MOVE ZERO TO CF-WORK-SUB
057400     PERFORM 2210-SCAN-ROSTER THRU 2210-EXIT
057500         VARYING CF-IX FROM 1 BY 1
057600         UNTIL CF-IX > CF-ROSTER-COUNT
057700            OR CF-WORK-SUB > ZERO.
057800 2200-EXIT.
057900     EXIT.
058000
058100 2210-SCAN-ROSTER.
058200     IF CF-RO-ID (CF-IX) = CF-WORK-ID
058300         MOVE CF-IX TO CF-WORK-SUB
058400     END-IF.
058500 2210-EXIT.
058600     EXIT.
058700
058800*****************************************************************
058900*  2300-CHECK-CHAIN - THE CARD AGAINST EARLIER GOOD CARDS.  AN  *
059000*  ID MAY BE RETIRED ONCE, AND A RETIRED ID MAY NOT ALSO BE A   *
059100*  SURVIVOR IN THE SAME RUN.                                    *
059200*****************************************************************
059300 2300-CHECK-CHAIN.
059400     IF NOT CF-MG-ACTIVE (CF-MX)
059500         GO TO 2300-EXIT
059600     END-IF
059700     IF CF-MG-OLD-ID (CF-MX) = CF-MC-OLD-ID
059800         MOVE 'ID ALREADY RETIRED BY AN EARLIER CARD'
059900             TO CF-REJECT-REASON
060000         GO TO 2300-EXIT
060100     END-IF
060200     IF CF-MG-NEW-ID (CF-MX) = CF-MC-OLD-ID
060300         OR CF-MG-OLD-ID (CF-MX) = CF-MC-NEW-ID
060400         MOVE 'CHAINED MERGE - RUN IT SEPARATELY'
060500             TO CF-REJECT-REASON
060600     END-IF.
060700 2300-EXIT.
060800     EXIT.
060900
061000*****************************************************************
061100*  2400-FIND-MERGE - GOOD MERGE RETIRING CF-WORK-ID             *
061200*  RETURNS THE SUBSCRIPT IN CF-MERGE-SUB, ZERO IF NONE.         *
061300*****************************************************************
061400 2400-FIND-MERGE.
061500     MOVE ZERO TO CF-MERGE-SUB
061600     IF CF-WORK-ID = SPACES
061700         GO TO 2400-EXIT
061800     END-IF
061900     PERFORM 2410-SCAN-MERGES THRU 2410-EXIT
062000         VARYING CF-MX FROM 1 BY 1
062100         UNTIL CF-MX > CF-MERGE-COUNT
062200            OR CF-MERGE-SUB > ZERO.
062300 2400-EXIT.
062400     EXIT.
062500
062600 2410-SCAN-MERGES.
062700     IF CF-MG-MAPPABLE (CF-MX)
062800         AND CF-MG-OLD-ID (CF-MX) = CF-WORK-ID
062900         MOVE CF-MX TO CF-MERGE-SUB
063000     END-IF.
063100 2410-EXIT.
063200     EXIT.
063300
063400*****************************************************************
063500*  2500-MAP-PAIR - MAP THE TWO SIDES IN CF-MAPPED-X AND         *
063600*  CF-MAPPED-O THROUGH THE GOOD MERGES.  THE MERGE USED FOR     *
063700*  EACH SIDE COMES BACK IN CF-X-MSUB AND CF-O-MSUB.             *
063800*****************************************************************
063900 2500-MAP-PAIR.
064000     MOVE CF-MAPPED-X TO CF-WORK-ID
064100     PERFORM 2400-FIND-MERGE THRU 2400-EXIT
064200     MOVE CF-MERGE-SUB TO CF-X-MSUB
064300     IF CF-X-MSUB > ZERO
064400         MOVE CF-MG-NEW-ID (CF-X-MSUB) TO CF-MAPPED-X
064500     END-IF
064600     MOVE CF-MAPPED-O TO CF-WORK-ID
064700     PERFORM 2400-FIND-MERGE THRU 2400-EXIT
064800     MOVE CF-MERGE-SUB TO CF-O-MSUB
064900     IF CF-O-MSUB > ZERO
065000         MOVE CF-MG-NEW-ID (CF-O-MSUB) TO CF-MAPPED-O
065100     END-IF.
065200 2500-EXIT.
065300     EXIT.
065400
065500*****************************************************************
065600*  2600-REFUSE - A GAME OR TIE WOULD PIT THE MERGED PLAYER      *
065700*  AGAINST THEMSELF.  THE LATER OF THE MERGES INVOLVED IS       *
065800*  FLAGGED FOR REFUSAL AND THE CONFLICT PRINTED.  THE MERGE     *
065900*  STILL MAPS, SO EVERY GAME OR TIE BEHIND IT IS PRINTED;       *
065930*  CF-CF-FILE, CF-CF-KEY AND THE PLAYER IDS ON THE LINE ARE     *
065960*  SET BY THE CALLER.                                           *
066000*****************************************************************
066100 2600-REFUSE.
066200     ADD 1 TO CF-CONFLICTS
066300     IF CF-X-MSUB > CF-O-MSUB
066400         MOVE CF-X-MSUB TO CF-MERGE-SUB
066500     ELSE
066600         MOVE CF-O-MSUB TO CF-MERGE-SUB
066700     END-IF
066800     MOVE CF-MG-OLD-ID (CF-MERGE-SUB) TO CF-CF-OLD-ID
066900     MOVE CF-MG-NEW-ID (CF-MERGE-SUB) TO CF-CF-NEW-ID
067000     WRITE REPORT-LINE FROM CF-CONFLICT-LINE
067100     IF CF-MG-ACTIVE (CF-MERGE-SUB)
067200         MOVE 'C' TO CF-MG-STATE (CF-MERGE-SUB)
067300         MOVE 'REFUSED - WOULD PLAY BOTH SIDES, SEE ABOVE'
067400             TO CF-MG-DISP (CF-MERGE-SUB)
067450     END-IF.
067500 2600-EXIT.
067600     EXIT.
067604
067608*****************************************************************
067612*  2700-REFUSE-CONFLICTS - AFTER BOTH CHECK PASSES, REFUSE      *
067616*  EACH FLAGGED MERGE, COUNTING THE CARD ONCE HOWEVER MANY      *
067620*  GAMES AND TIES IT CLASHED ON                                 *
067624*****************************************************************
067628 2700-REFUSE-CONFLICTS.
067632     PERFORM 2710-REFUSE-ONE THRU 2710-EXIT
067636         VARYING CF-MX FROM 1 BY 1
067640         UNTIL CF-MX > CF-MERGE-COUNT.
067644 2700-EXIT.
067648     EXIT.
067652
067656 2710-REFUSE-ONE.
067660     IF CF-MG-CONFLICT (CF-MX)
067664         MOVE 'R' TO CF-MG-STATE (CF-MX)
067668         ADD 1 TO CF-CARDS-REJECTED
067672     END-IF.
067676 2710-EXIT.
067680     EXIT.
067700
067800*****************************************************************
067900*  3000-CHECK-GAMES - FIRST PASS OF THE GAME HISTORY, LOOKING   *
068000*  FOR GAMES THE MERGES WOULD TURN INTO A PLAYER VERSUS         *
068100*  THEMSELF                                                     *
068200*****************************************************************
068300 3000-CHECK-GAMES.
068400     OPEN INPUT GAME-HIST-FILE
068500     IF CF-HIST-STATUS NOT = '00'
068600         DISPLAY 'CF4MERG - CANNOT OPEN GAMEHIST, STATUS '
068700             CF-HIST-STATUS
068800         GO TO 9999-ABEND
068900     END-IF
069000     MOVE 'N' TO CF-HIST-EOF-SW
069100     PERFORM 8200-READ-HIST THRU 8200-EXIT
069200     PERFORM 3100-CHECK-ONE-GAME THRU 3100-EXIT
069300         UNTIL CF-HIST-EOF
069400     CLOSE GAME-HIST-FILE.
069500 3000-EXIT.
069600     EXIT.
069700
069800 3100-CHECK-ONE-GAME.
069900     IF CF-GH-X-PLAYER-ID = CF-GH-O-PLAYER-ID
070000         GO TO 3100-NEXT
070100     END-IF
070200     MOVE CF-GH-X-PLAYER-ID TO CF-MAPPED-X
070300     MOVE CF-GH-O-PLAYER-ID TO CF-MAPPED-O
070400     PERFORM 2500-MAP-PAIR THRU 2500-EXIT
070500     IF CF-MAPPED-X = CF-MAPPED-O
070600         MOVE 'GAMEHIST' TO CF-CF-FILE
070700         MOVE CF-GH-GAME-ID TO CF-CF-KEY
070800         MOVE CF-GH-X-PLAYER-ID TO CF-CF-X-ID
070900         MOVE CF-GH-O-PLAYER-ID TO CF-CF-O-ID
071000         PERFORM 2600-REFUSE THRU 2600-EXIT
071100     END-IF.
071200 3100-NEXT.
071300     PERFORM 8200-READ-HIST THRU 8200-EXIT.
071400 3100-EXIT.
071500     EXIT.
071600
071700*****************************************************************
071800*  3500-CHECK-BRACKET - THE SAME TEST FOR KNOCKOUT TIES         *
071900*****************************************************************
072000 3500-CHECK-BRACKET.
072100     OPEN INPUT BRACKET-FILE
072200     IF CF-BRKT-STATUS NOT = '00'
072300         CLOSE BRACKET-FILE
072400         GO TO 3500-EXIT
072500     END-IF
072600     MOVE 'Y' TO CF-BRKT-PRESENT-SW
072700     MOVE 'N' TO CF-BRKT-EOF-SW
072800     PERFORM 8400-READ-BRKT THRU 8400-EXIT
072900     PERFORM 3600-CHECK-ONE-TIE THRU 3600-EXIT
073000         UNTIL CF-BRKT-EOF
073100     CLOSE BRACKET-FILE.
073200 3500-EXIT.
073300     EXIT.
073400
073500 3600-CHECK-ONE-TIE.
073600     IF CF-BK-BYE OR CF-BK-HOME-ID = CF-BK-AWAY-ID
073700         GO TO 3600-NEXT
073800     END-IF
073900     MOVE CF-BK-HOME-ID TO CF-MAPPED-X
074000     MOVE CF-BK-AWAY-ID TO CF-MAPPED-O
074100     PERFORM 2500-MAP-PAIR THRU 2500-EXIT
074200     IF CF-MAPPED-X = CF-MAPPED-O
074300         MOVE 'BRACKET' TO CF-CF-FILE
074400         MOVE SPACES TO CF-CF-KEY
074500         STRING 'RD ' CF-BK-ROUND ' TIE ' CF-BK-TIE
074600             DELIMITED BY SIZE INTO CF-CF-KEY
074800         MOVE CF-BK-HOME-ID TO CF-CF-X-ID
074900         MOVE CF-BK-AWAY-ID TO CF-CF-O-ID
075000         PERFORM 2600-REFUSE THRU 2600-EXIT
075100     END-IF.
075200 3600-NEXT.
075300     PERFORM 8400-READ-BRKT THRU 8400-EXIT.
075400 3600-EXIT.
075500     EXIT.
075600
075700*****************************************************************
075800*  4000-COPY-HISTORY - SECOND PASS, GAMEHIST TO GAMENEW WITH    *
075900*  RETIRED IDS AND NAMES REPLACED BY THE SURVIVOR'S             *
076000*****************************************************************
076100 4000-COPY-HISTORY.
076200     OPEN INPUT GAME-HIST-FILE
076300     IF CF-HIST-STATUS NOT = '00'
076400         DISPLAY 'CF4MERG - CANNOT REOPEN GAMEHIST, STATUS '
076500             CF-HIST-STATUS
076600         GO TO 9999-ABEND
076700     END-IF
076800     MOVE 'N' TO CF-HIST-EOF-SW
076900     PERFORM 8200-READ-HIST THRU 8200-EXIT
077000     PERFORM 4100-COPY-ONE-GAME THRU 4100-EXIT
077100         UNTIL CF-HIST-EOF
077200     CLOSE GAME-HIST-FILE.
077300 4000-EXIT.
077400     EXIT.
077500
077600 4100-COPY-ONE-GAME.
077700     ADD 1 TO CF-HIST-READ
077800     MOVE 'N' TO CF-REC-CHANGED-SW
077900     MOVE CF-GH-X-PLAYER-ID TO CF-WORK-ID
078000     PERFORM 2400-FIND-MERGE THRU 2400-EXIT
078100     IF CF-MERGE-SUB > ZERO
078200         MOVE CF-MG-NEW-ID (CF-MERGE-SUB) TO CF-GH-X-PLAYER-ID
078300         MOVE CF-MG-NEW-NAME (CF-MERGE-SUB)
078400             TO CF-GH-X-PLAYER-NAME
078500         PERFORM 6000-COUNT-REKEY THRU 6000-EXIT
078600     END-IF
078700     MOVE CF-GH-O-PLAYER-ID TO CF-WORK-ID
078800     PERFORM 2400-FIND-MERGE THRU 2400-EXIT
078900     IF CF-MERGE-SUB > ZERO
079000         MOVE CF-MG-NEW-ID (CF-MERGE-SUB) TO CF-GH-O-PLAYER-ID
079100         MOVE CF-MG-NEW-NAME (CF-MERGE-SUB)
079200             TO CF-GH-O-PLAYER-NAME
079300         PERFORM 6000-COUNT-REKEY THRU 6000-EXIT
079400     END-IF
079500     IF CF-REC-CHANGED
079600         ADD 1 TO CF-HIST-REKEYED
079700     END-IF
079800     WRITE GAME-NEW-REC FROM GAME-HIST-REC
079900     IF CF-GNEW-STATUS NOT = '00'
080000         DISPLAY 'CF4MERG - GAMENEW WRITE FAILED, STATUS '
080100             CF-GNEW-STATUS
080200         GO TO 9999-ABEND
080300     END-IF
080400     PERFORM 8200-READ-HIST THRU 8200-EXIT.
080500 4100-EXIT.
080600     EXIT.
080700
080800*****************************************************************
080900*  4200-COPY-MATCH - MATCHHST TO MTCHNEW                        *
081000*****************************************************************
081100 4200-COPY-MATCH.
081200     OPEN INPUT MATCH-HIST-FILE
081300     IF CF-MTCH-STATUS NOT = '00'
081400         CLOSE MATCH-HIST-FILE
081500         GO TO 4200-EXIT
081600     END-IF
081700     MOVE 'Y' TO CF-MTCH-PRESENT-SW
081800     PERFORM 8300-READ-MTCH THRU 8300-EXIT
081900     PERFORM 4300-COPY-ONE-MATCH THRU 4300-EXIT
082000         UNTIL CF-MTCH-EOF
082100     CLOSE MATCH-HIST-FILE.
082200 4200-EXIT.
082300     EXIT.
082400
082500 4300-COPY-ONE-MATCH.
082600     MOVE 'N' TO CF-REC-CHANGED-SW
082700     MOVE CF-MH-X-PLAYER-ID TO CF-WORK-ID
082800     PERFORM 2400-FIND-MERGE THRU 2400-EXIT
082900     IF CF-MERGE-SUB > ZERO
083000         MOVE CF-MG-NEW-ID (CF-MERGE-SUB) TO CF-MH-X-PLAYER-ID
083100         PERFORM 6000-COUNT-REKEY THRU 6000-EXIT
083200     END-IF
083300     MOVE CF-MH-O-PLAYER-ID TO CF-WORK-ID
083400     PERFORM 2400-FIND-MERGE THRU 2400-EXIT
083500     IF CF-MERGE-SUB > ZERO
083600         MOVE CF-MG-NEW-ID (CF-MERGE-SUB) TO CF-MH-O-PLAYER-ID
083700         PERFORM 6000-COUNT-REKEY THRU 6000-EXIT
083800     END-IF
083900     IF CF-REC-CHANGED
084000         ADD 1 TO CF-MTCH-REKEYED
084100     END-IF
084200     WRITE MATCH-NEW-REC FROM MATCH-HIST-REC
084300     IF CF-TNEW-STATUS NOT = '00'
084400         DISPLAY 'CF4MERG - MTCHNEW WRITE FAILED, STATUS '
084500             CF-TNEW-STATUS
084600         GO TO 9999-ABEND
084700     END-IF
084800     PERFORM 8300-READ-MTCH THRU 8300-EXIT.
084900 4300-EXIT.
085000     EXIT.
085100
085200*****************************************************************
085300*  4400-COPY-BRACKET - BRACKET TO BRACKNEW                      *
085400*****************************************************************
085500 4400-COPY-BRACKET.
085600     IF NOT CF-BRKT-PRESENT
085700         GO TO 4400-EXIT
085800     END-IF
085900     OPEN INPUT BRACKET-FILE
086000     IF CF-BRKT-STATUS NOT = '00'
086100         DISPLAY 'CF4MERG - CANNOT REOPEN BRACKET, STATUS '
086200             CF-BRKT-STATUS
086300         GO TO 9999-ABEND
086400     END-IF
086500     MOVE 'N' TO CF-BRKT-EOF-SW
086600     PERFORM 8400-READ-BRKT THRU 8400-EXIT
086700     PERFORM 4500-COPY-ONE-TIE THRU 4500-EXIT
086800         UNTIL CF-BRKT-EOF
086900     CLOSE BRACKET-FILE.
087000 4400-EXIT.
087100     EXIT.
087200
087300 4500-COPY-ONE-TIE.
087400     MOVE 'N' TO CF-REC-CHANGED-SW
087500     MOVE CF-BK-HOME-ID TO CF-WORK-ID
087600     PERFORM 2400-FIND-MERGE THRU 2400-EXIT
087700     IF CF-MERGE-SUB > ZERO
087800         MOVE CF-MG-NEW-ID (CF-MERGE-SUB) TO CF-BK-HOME-ID
087900         MOVE CF-MG-NEW-NAME (CF-MERGE-SUB) TO CF-BK-HOME-NAME
088000         PERFORM 6000-COUNT-REKEY THRU 6000-EXIT
088100     END-IF
088200     MOVE CF-BK-AWAY-ID TO CF-WORK-ID
088300     PERFORM 2400-FIND-MERGE THRU 2400-EXIT
088400     IF CF-MERGE-SUB > ZERO
088500         MOVE CF-MG-NEW-ID (CF-MERGE-SUB) TO CF-BK-AWAY-ID
088600         MOVE CF-MG-NEW-NAME (CF-MERGE-SUB) TO CF-BK-AWAY-NAME
088700         PERFORM 6000-COUNT-REKEY THRU 6000-EXIT
088800     END-IF
088900     MOVE CF-BK-WINNER-ID TO CF-WORK-ID
089000     PERFORM 2400-FIND-MERGE THRU 2400-EXIT
089100     IF CF-MERGE-SUB > ZERO
089200         MOVE CF-MG-NEW-ID (CF-MERGE-SUB) TO CF-BK-WINNER-ID
089300         MOVE 'Y' TO CF-REC-CHANGED-SW
089400     END-IF
089500     IF CF-REC-CHANGED
089600         ADD 1 TO CF-BRKT-REKEYED
089700     END-IF
089800     WRITE BRACKET-NEW-REC FROM BRACKET-REC
089900     IF CF-BNEW-STATUS NOT = '00'
090000         DISPLAY 'CF4MERG - BRACKNEW WRITE FAILED, STATUS '
090100             CF-BNEW-STATUS
090200         GO TO 9999-ABEND
090300     END-IF
090400     PERFORM 8400-READ-BRKT THRU 8400-EXIT.
090500 4500-EXIT.
090600     EXIT.
090700
090800*****************************************************************
090900*  4600-COPY-SEASON - SEASRSLT TO SEASRNEW.  A FIRST PASS       *
091000*  GATHERS THE RETIRED LINES AND NOTES WHERE THE SURVIVOR HAS   *
091100*  A LINE OF ITS OWN; THE SECOND PASS FOLDS OR RE-KEYS.         *
091200*****************************************************************
091300 4600-COPY-SEASON.
091400     OPEN INPUT SEAS-RSLT-FILE
091500     IF CF-SRES-STATUS NOT = '00'
091600         CLOSE SEAS-RSLT-FILE
091700         GO TO 4600-EXIT
091800     END-IF
091900     MOVE 'Y' TO CF-SRES-PRESENT-SW
092000     MOVE 'N' TO CF-SRES-EOF-SW
092100     PERFORM 8500-READ-SRES THRU 8500-EXIT
092200     PERFORM 4610-GATHER-ONE THRU 4610-EXIT
092300         UNTIL CF-SRES-EOF
092400     CLOSE SEAS-RSLT-FILE
092500     OPEN INPUT SEAS-RSLT-FILE
092600     IF CF-SRES-STATUS NOT = '00'
092700         DISPLAY 'CF4MERG - CANNOT REOPEN SEASRSLT, STATUS '
092800             CF-SRES-STATUS
092900         GO TO 9999-ABEND
093000     END-IF
093100     MOVE 'N' TO CF-SRES-EOF-SW
093200     PERFORM 8500-READ-SRES THRU 8500-EXIT
093300     PERFORM 4700-COPY-ONE-LINE THRU 4700-EXIT
093400         UNTIL CF-SRES-EOF
093500     CLOSE SEAS-RSLT-FILE.
093600 4600-EXIT.
093700     EXIT.
093800
093900 4610-GATHER-ONE.
094000     MOVE CF-SR-PLAYER-ID TO CF-WORK-ID
094100     PERFORM 2400-FIND-MERGE THRU 2400-EXIT
094200     IF CF-MERGE-SUB > ZERO
094300         PERFORM 4650-FIND-FOLD THRU 4650-EXIT
094400         MOVE 'Y' TO CF-FO-RETIRED-SW (CF-FOLD-SUB)
094500         MOVE CF-SR-GAMES TO CF-FO-GAMES (CF-FOLD-SUB)
094600         MOVE CF-SR-WINS TO CF-FO-WINS (CF-FOLD-SUB)
094700         MOVE CF-SR-LOSSES TO CF-FO-LOSSES (CF-FOLD-SUB)
094800         MOVE CF-SR-DRAWS TO CF-FO-DRAWS (CF-FOLD-SUB)
094900         MOVE CF-SR-POINTS TO CF-FO-POINTS (CF-FOLD-SUB)
095000     ELSE
095100         PERFORM 4620-NOTE-SURVIVOR THRU 4620-EXIT
095200             VARYING CF-MERGE-SUB FROM 1 BY 1
095300             UNTIL CF-MERGE-SUB > CF-MERGE-COUNT
095400     END-IF
095500     PERFORM 8500-READ-SRES THRU 8500-EXIT.
095600 4610-EXIT.
095700     EXIT.
095800
095900 4620-NOTE-SURVIVOR.
096000     IF CF-MG-ACTIVE (CF-MERGE-SUB)
096100         AND CF-MG-NEW-ID (CF-MERGE-SUB) = CF-SR-PLAYER-ID
096200         PERFORM 4650-FIND-FOLD THRU 4650-EXIT
096300         MOVE 'Y' TO CF-FO-SURVIVOR-SW (CF-FOLD-SUB)
096400     END-IF.
096500 4620-EXIT.
096600     EXIT.
096700
096800*****************************************************************
096900*  4650-FIND-FOLD - LOCATE OR ADD THE FOLD ENTRY FOR THIS       *
097000*  LINE'S SEASON AND TYPE UNDER MERGE CF-MERGE-SUB              *
097100*****************************************************************
097200 4650-FIND-FOLD.
097300     MOVE ZERO TO CF-FOLD-SUB
097400     PERFORM 4660-SCAN-FOLDS THRU 4660-EXIT
097500         VARYING CF-IX FROM 1 BY 1
097600         UNTIL CF-IX > CF-FOLD-COUNT
097700            OR CF-FOLD-SUB > ZERO
097800     IF CF-FOLD-SUB > ZERO
097900         GO TO 4650-EXIT
098000     END-IF
098100     IF CF-FOLD-COUNT >= CF-FOLD-MAX
098200         DISPLAY 'CF4MERG - FOLD TABLE FULL, SEASON '
098300             CF-SR-SEASON-ID
098400         GO TO 9999-ABEND
098500     END-IF
098600     ADD 1 TO CF-FOLD-COUNT
098700     MOVE CF-FOLD-COUNT TO CF-FOLD-SUB
098800     MOVE CF-SR-SEASON-ID TO CF-FO-SEASON-ID (CF-FOLD-SUB)
098900     MOVE CF-SR-REC-TYPE TO CF-FO-REC-TYPE (CF-FOLD-SUB)
099000     MOVE CF-MERGE-SUB TO CF-FO-MERGE-SUB (CF-FOLD-SUB)
099100     MOVE 'N' TO CF-FO-RETIRED-SW (CF-FOLD-SUB)
099200     MOVE 'N' TO CF-FO-SURVIVOR-SW (CF-FOLD-SUB)
099300     MOVE ZERO TO CF-FO-GAMES (CF-FOLD-SUB)
099400     MOVE ZERO TO CF-FO-WINS (CF-FOLD-SUB)
099500     MOVE ZERO TO CF-FO-LOSSES (CF-FOLD-SUB)
099600     MOVE ZERO TO CF-FO-DRAWS (CF-FOLD-SUB)
099700     MOVE ZERO TO CF-FO-POINTS (CF-FOLD-SUB).
099800 4650-EXIT.
099900     EXIT.
100000
100100 4660-SCAN-FOLDS.
100200     IF CF-FO-SEASON-ID (CF-IX) = CF-SR-SEASON-ID
100300         AND CF-FO-REC-TYPE (CF-IX) = CF-SR-REC-TYPE
100400         AND CF-FO-MERGE-SUB (CF-IX) = CF-MERGE-SUB
100500         MOVE CF-IX TO CF-FOLD-SUB
100600     END-IF.
100700 4660-EXIT.
100800     EXIT.
100900
101000 4700-COPY-ONE-LINE.
101100     MOVE 'N' TO CF-REC-CHANGED-SW
101200     MOVE 'N' TO CF-REC-DROP-SW
101300     MOVE CF-SR-PLAYER-ID TO CF-WORK-ID
101400     PERFORM 2400-FIND-MERGE THRU 2400-EXIT
101500     IF CF-MERGE-SUB > ZERO
101600         PERFORM 4650-FIND-FOLD THRU 4650-EXIT
101700         IF CF-FO-SURVIVOR-LINE (CF-FOLD-SUB)
101800             MOVE 'Y' TO CF-REC-DROP-SW
101900             ADD 1 TO CF-SRES-FOLDED
102000         ELSE
102100             MOVE CF-MG-NEW-ID (CF-MERGE-SUB)
102200                 TO CF-SR-PLAYER-ID
102300             MOVE CF-MG-NEW-NAME (CF-MERGE-SUB)
102400                 TO CF-SR-PLAYER-NAME
102500         END-IF
102600         PERFORM 6000-COUNT-REKEY THRU 6000-EXIT
102700     ELSE
102800         PERFORM 4710-ADD-FOLDED THRU 4710-EXIT
102900             VARYING CF-MERGE-SUB FROM 1 BY 1
103000             UNTIL CF-MERGE-SUB > CF-MERGE-COUNT
103100     END-IF
103200     IF CF-REC-DROP
103300         GO TO 4700-NEXT
103400     END-IF
103500     IF CF-REC-CHANGED
103600         ADD 1 TO CF-SRES-REKEYED
103700     END-IF
103800     WRITE SEAS-RSLT-NEW-REC FROM SEASON-RSLT-REC
103900     IF CF-SNEW-STATUS NOT = '00'
104000         DISPLAY 'CF4MERG - SEASRNEW WRITE FAILED, STATUS '
104100             CF-SNEW-STATUS
104200         GO TO 9999-ABEND
104300     END-IF.
104400 4700-NEXT.
104500     PERFORM 8500-READ-SRES THRU 8500-EXIT.
104600 4700-EXIT.
104700     EXIT.
104800
104900*****************************************************************
105000*  4710-ADD-FOLDED - SURVIVOR'S LINE TAKES ON THE FIGURES OF    *
105100*  A RETIRED LINE FROM THE SAME SEASON AND TYPE                 *
105200*****************************************************************
105300 4710-ADD-FOLDED.
105400     IF NOT CF-MG-ACTIVE (CF-MERGE-SUB)
105500         OR CF-MG-NEW-ID (CF-MERGE-SUB) NOT = CF-SR-PLAYER-ID
105600         GO TO 4710-EXIT
105700     END-IF
105800     PERFORM 4650-FIND-FOLD THRU 4650-EXIT
105900     IF NOT CF-FO-RETIRED-LINE (CF-FOLD-SUB)
106000         GO TO 4710-EXIT
106100     END-IF
106200     ADD CF-FO-GAMES (CF-FOLD-SUB) TO CF-SR-GAMES
106300     ADD CF-FO-WINS (CF-FOLD-SUB) TO CF-SR-WINS
106400     ADD CF-FO-LOSSES (CF-FOLD-SUB) TO CF-SR-LOSSES
106500     ADD CF-FO-DRAWS (CF-FOLD-SUB) TO CF-SR-DRAWS
106600     ADD CF-FO-POINTS (CF-FOLD-SUB) TO CF-SR-POINTS
106700     MOVE 'Y' TO CF-REC-CHANGED-SW.
106800 4710-EXIT.
106900     EXIT.
107000
107100*****************************************************************
107200*  4800-COPY-SUSPENSE - CLUBSUSP TO SUSPNEW                     *
107300*****************************************************************
107400 4800-COPY-SUSPENSE.
107500     OPEN INPUT CLUB-SUSP-FILE
107600     IF CF-SUSP-STATUS NOT = '00'
107700         CLOSE CLUB-SUSP-FILE
107800         GO TO 4800-EXIT
107900     END-IF
108000     MOVE 'Y' TO CF-SUSP-PRESENT-SW
108100     PERFORM 8600-READ-SUSP THRU 8600-EXIT
108200     PERFORM 4900-COPY-ONE-CARD THRU 4900-EXIT
108300         UNTIL CF-SUSP-EOF
108400     CLOSE CLUB-SUSP-FILE.
108500 4800-EXIT.
108600     EXIT.
108700
108800 4900-COPY-ONE-CARD.
108900     MOVE 'N' TO CF-REC-CHANGED-SW
109000     MOVE CF-CR-X-PLAYER-ID TO CF-WORK-ID
109100     PERFORM 2400-FIND-MERGE THRU 2400-EXIT
109200     IF CF-MERGE-SUB > ZERO
109300         MOVE CF-MG-NEW-ID (CF-MERGE-SUB) TO CF-CR-X-PLAYER-ID
109400         PERFORM 6000-COUNT-REKEY THRU 6000-EXIT
109500     END-IF
109600     MOVE CF-CR-O-PLAYER-ID TO CF-WORK-ID
109700     PERFORM 2400-FIND-MERGE THRU 2400-EXIT
109800     IF CF-MERGE-SUB > ZERO
109900         MOVE CF-MG-NEW-ID (CF-MERGE-SUB) TO CF-CR-O-PLAYER-ID
110000         PERFORM 6000-COUNT-REKEY THRU 6000-EXIT
110100     END-IF
110200     IF CF-REC-CHANGED
110300         ADD 1 TO CF-SUSP-REKEYED
110400     END-IF
110500     WRITE CLUB-SUSP-NEW-REC FROM CLUB-RSLT-REC
110600     IF CF-UNEW-STATUS NOT = '00'
110700         DISPLAY 'CF4MERG - SUSPNEW WRITE FAILED, STATUS '
110800             CF-UNEW-STATUS
110900         GO TO 9999-ABEND
111000     END-IF
111100     PERFORM 8600-READ-SUSP THRU 8600-EXIT.
111200 4900-EXIT.
111300     EXIT.
111301
111302*****************************************************************
111303*  4950-COPY-FEES - FEELEDGR TO FEELNEW                         *
111304*****************************************************************
111305 4950-COPY-FEES.
111306     OPEN INPUT FEE-LEDGER-FILE
111307     IF CF-FEEL-STATUS NOT = '00'
111308         CLOSE FEE-LEDGER-FILE
111309         GO TO 4950-EXIT
111310     END-IF
111311     MOVE 'Y' TO CF-FEEL-PRESENT-SW
111312     PERFORM 8700-READ-FEEL THRU 8700-EXIT
111313     PERFORM 4960-COPY-ONE-FEE THRU 4960-EXIT
111314         UNTIL CF-FEEL-EOF
111315     CLOSE FEE-LEDGER-FILE.
111316 4950-EXIT.
111317     EXIT.
111318
111319 4960-COPY-ONE-FEE.
111320     MOVE CF-FL-PLAYER-ID TO CF-WORK-ID
111321     PERFORM 2400-FIND-MERGE THRU 2400-EXIT
111322     IF CF-MERGE-SUB > ZERO
111323         MOVE CF-MG-NEW-ID (CF-MERGE-SUB) TO CF-FL-PLAYER-ID
111324         PERFORM 6000-COUNT-REKEY THRU 6000-EXIT
111325         ADD 1 TO CF-FEEL-REKEYED
111326     END-IF
111327     WRITE FEE-LEDGER-NEW-REC FROM FEE-LEDGER-REC
111328     IF CF-FNEW-STATUS NOT = '00'
111329         DISPLAY 'CF4MERG - FEELNEW WRITE FAILED, STATUS '
111330             CF-FNEW-STATUS
111331         GO TO 9999-ABEND
111332     END-IF
111333     PERFORM 8700-READ-FEEL THRU 8700-EXIT.
111334 4960-EXIT.
111335     EXIT.
111336
111337*****************************************************************
111338*  4970-COPY-REGISTER - CLUBPLYR TO CPLYNEW                     *
111339*****************************************************************
111340 4970-COPY-REGISTER.
111341     OPEN INPUT CLUB-PLAYER-FILE
111342     IF CF-CPLY-STATUS NOT = '00'
111343         CLOSE CLUB-PLAYER-FILE
111344         GO TO 4970-EXIT
111345     END-IF
111346     MOVE 'Y' TO CF-CPLY-PRESENT-SW
111347     PERFORM 8800-READ-CPLY THRU 8800-EXIT
111348     PERFORM 4980-COPY-ONE-PLAYER THRU 4980-EXIT
111349         UNTIL CF-CPLY-EOF
111350     CLOSE CLUB-PLAYER-FILE.
111351 4970-EXIT.
111352     EXIT.
111353
111354 4980-COPY-ONE-PLAYER.
111355     MOVE CF-CP-PLAYER-ID TO CF-WORK-ID
111356     PERFORM 2400-FIND-MERGE THRU 2400-EXIT
111357     IF CF-MERGE-SUB > ZERO
111358         MOVE CF-MG-NEW-ID (CF-MERGE-SUB) TO CF-CP-PLAYER-ID
111359         PERFORM 6000-COUNT-REKEY THRU 6000-EXIT
111360         ADD 1 TO CF-CPLY-REKEYED
111361     END-IF
111362     WRITE CLUB-PLYR-NEW-REC FROM CLUB-PLAYER-REC
111363     IF CF-CNEW-STATUS NOT = '00'
111364         DISPLAY 'CF4MERG - CPLYNEW WRITE FAILED, STATUS '
111365             CF-CNEW-STATUS
111366         GO TO 9999-ABEND
111367     END-IF
111368     PERFORM 8800-READ-CPLY THRU 8800-EXIT.
111369 4980-EXIT.
111370     EXIT.
111400
111402*****************************************************************
111404*  4990-COPY-SWISS - SWISEVNT TO SWISNEW                        *
111406*****************************************************************
111408 4990-COPY-SWISS.
111410     OPEN INPUT SWISS-EVENT-FILE
111412     IF CF-SWIS-STATUS NOT = '00'
111414         CLOSE SWISS-EVENT-FILE
111416         GO TO 4990-EXIT
111418     END-IF
111420     MOVE 'Y' TO CF-SWIS-PRESENT-SW
111422     PERFORM 8900-READ-SWIS THRU 8900-EXIT
111424     PERFORM 4995-COPY-ONE-PAIRING THRU 4995-EXIT
111426         UNTIL CF-SWIS-EOF
111428     CLOSE SWISS-EVENT-FILE.
111430 4990-EXIT.
111432     EXIT.
111434
111436 4995-COPY-ONE-PAIRING.
111438     MOVE 'N' TO CF-REC-CHANGED-SW
111440     MOVE CF-SW-X-PLAYER-ID TO CF-WORK-ID
111442     PERFORM 2400-FIND-MERGE THRU 2400-EXIT
111444     IF CF-MERGE-SUB > ZERO
111446         MOVE CF-MG-NEW-ID (CF-MERGE-SUB) TO CF-SW-X-PLAYER-ID
111448         PERFORM 6000-COUNT-REKEY THRU 6000-EXIT
111450         MOVE 'Y' TO CF-REC-CHANGED-SW
111452     END-IF
111454     IF CF-SW-GAME
111456         MOVE CF-SW-O-PLAYER-ID TO CF-WORK-ID
111458         PERFORM 2400-FIND-MERGE THRU 2400-EXIT
111460         IF CF-MERGE-SUB > ZERO
111462             MOVE CF-MG-NEW-ID (CF-MERGE-SUB) TO CF-SW-O-PLAYER-ID
111464             PERFORM 6000-COUNT-REKEY THRU 6000-EXIT
111466             MOVE 'Y' TO CF-REC-CHANGED-SW
111468         END-IF
111470     END-IF
111472     IF CF-REC-CHANGED
111474         ADD 1 TO CF-SWIS-REKEYED
111476     END-IF
111478     WRITE SWISS-NEW-REC FROM SWISS-EVENT-REC
111480     IF CF-WNEW-STATUS NOT = '00'
111482         DISPLAY 'CF4MERG - SWISNEW WRITE FAILED, STATUS '
111484             CF-WNEW-STATUS
111486         GO TO 9999-ABEND
111488     END-IF
111490     PERFORM 8900-READ-SWIS THRU 8900-EXIT.
111492 4995-EXIT.
111494     EXIT.
111496
111500*****************************************************************
111600*  5000-WRITE-MASTER - RETIRE EACH MERGED ID AND WRITE THE NEW  *
111700*  MASTER IN THE ORDER IT WAS READ                              *
111800*****************************************************************
111900 5000-WRITE-MASTER.
112000     PERFORM 5100-RETIRE-ONE THRU 5100-EXIT
112100         VARYING CF-MERGE-SUB FROM 1 BY 1
112200         UNTIL CF-MERGE-SUB > CF-MERGE-COUNT
112300     PERFORM 5200-WRITE-ONE THRU 5200-EXIT
112400         VARYING CF-IX FROM 1 BY 1
112500         UNTIL CF-IX > CF-ROSTER-COUNT.
112600 5000-EXIT.
112700     EXIT.
112800
112900 5100-RETIRE-ONE.
113000     IF NOT CF-MG-ACTIVE (CF-MERGE-SUB)
113100         GO TO 5100-EXIT
113200     END-IF
113300     MOVE CF-MG-OLD-SUB (CF-MERGE-SUB) TO CF-WORK-SUB
113400     MOVE 'I' TO CF-RO-STATUS (CF-WORK-SUB)
113500     MOVE CF-MG-NEW-ID (CF-MERGE-SUB)
113600         TO CF-RO-MERGED-INTO (CF-WORK-SUB)
113700     MOVE 'APPLIED' TO CF-MG-DISP (CF-MERGE-SUB)
113800     ADD 1 TO CF-CARDS-APPLIED.
113900 5100-EXIT.
114000     EXIT.
114100
114200 5200-WRITE-ONE.
114300     WRITE PLAYER-NEW-REC FROM CF-RO-RECORD (CF-IX)
114400     IF CF-PNEW-STATUS NOT = '00'
114500         DISPLAY 'CF4MERG - PLAYERNW WRITE FAILED, STATUS '
114600             CF-PNEW-STATUS
114700         GO TO 9999-ABEND
114800     END-IF.
114900 5200-EXIT.
115000     EXIT.
115100
115200*****************************************************************
115300*  6000-COUNT-REKEY - ONE ID REPLACED UNDER MERGE CF-MERGE-SUB  *
115400*****************************************************************
115500 6000-COUNT-REKEY.
115600     MOVE 'Y' TO CF-REC-CHANGED-SW
115700     ADD 1 TO CF-MG-RECS (CF-MERGE-SUB).
115800 6000-EXIT.
115900     EXIT.
116000
116100*****************************************************************
116200*  7000-PRINT-CARDS - EVERY CARD WITH ITS DISPOSITION AND THE   *
116300*  NUMBER OF IDS IT RE-KEYED                                    *
116400*****************************************************************
116500 7000-PRINT-CARDS.
116600     IF CF-CONFLICTS = ZERO
116700         MOVE 'NONE' TO CF-SC-TEXT
116800         WRITE REPORT-LINE FROM CF-SECTION-LINE
116900     END-IF
117000     MOVE SPACES TO REPORT-LINE
117100     WRITE REPORT-LINE
117200     MOVE 'MERGE CARDS' TO CF-SC-TEXT
117300     WRITE REPORT-LINE FROM CF-SECTION-LINE
117400     WRITE REPORT-LINE FROM CF-HEAD-2
117500     PERFORM 7100-PRINT-ONE THRU 7100-EXIT
117600         VARYING CF-MERGE-SUB FROM 1 BY 1
117700         UNTIL CF-MERGE-SUB > CF-MERGE-COUNT.
117800 7000-EXIT.
117900     EXIT.
118000
118100 7100-PRINT-ONE.
118200     MOVE SPACES TO CF-DETAIL-LINE
118300     MOVE 'M' TO CF-DT-ACTION
118400     MOVE CF-MG-OLD-ID (CF-MERGE-SUB) TO CF-DT-OLD-ID
118500     MOVE CF-MG-NEW-ID (CF-MERGE-SUB) TO CF-DT-NEW-ID
118600     MOVE CF-MG-NEW-NAME (CF-MERGE-SUB) TO CF-DT-NEW-NAME
118700     MOVE CF-MG-RECS (CF-MERGE-SUB) TO CF-DT-RECS
118800     MOVE CF-MG-DISP (CF-MERGE-SUB) TO CF-DT-DISP
118900     WRITE REPORT-LINE FROM CF-DETAIL-LINE.
119000 7100-EXIT.
119100     EXIT.
119200
119300*****************************************************************
119400*  8000-READ-TRAN THRU 8900-READ-SWIS                           *
119500*****************************************************************
119600 8000-READ-TRAN.
119700     READ MERGE-TRAN-FILE INTO CF-MERGE-CARD
119800         AT END
119900             MOVE 'Y' TO CF-TRAN-EOF-SW
120000     END-READ.
120100 8000-EXIT.
120200     EXIT.
120300
120400 8100-READ-MAST.
120500     READ PLAYER-MAST-FILE
120600         AT END
120700             MOVE 'Y' TO CF-MAST-EOF-SW
120800     END-READ.
120900 8100-EXIT.
121000     EXIT.
121100
121200 8200-READ-HIST.
121300     READ GAME-HIST-FILE
121400         AT END
121500             MOVE 'Y' TO CF-HIST-EOF-SW
121600     END-READ.
121700 8200-EXIT.
121800     EXIT.
121900
122000 8300-READ-MTCH.
122100     READ MATCH-HIST-FILE
122200         AT END
122300             MOVE 'Y' TO CF-MTCH-EOF-SW
122400     END-READ.
122500 8300-EXIT.
122600     EXIT.
122700
122800 8400-READ-BRKT.
122900     READ BRACKET-FILE
123000         AT END
123100             MOVE 'Y' TO CF-BRKT-EOF-SW
123200     END-READ.
123300 8400-EXIT.
123400     EXIT.
123500
123600 8500-READ-SRES.
123700     READ SEAS-RSLT-FILE
123800         AT END
123900             MOVE 'Y' TO CF-SRES-EOF-SW
124000     END-READ.
124100 8500-EXIT.
124200     EXIT.
124300
124400 8600-READ-SUSP.
124500     READ CLUB-SUSP-FILE
124600         AT END
124700             MOVE 'Y' TO CF-SUSP-EOF-SW
124800     END-READ.
124900 8600-EXIT.
125000     EXIT.
125010
125020 8700-READ-FEEL.
125030     READ FEE-LEDGER-FILE
125040         AT END
125050             MOVE 'Y' TO CF-FEEL-EOF-SW
125060     END-READ.
125070 8700-EXIT.
125080     EXIT.
125082
125084 8800-READ-CPLY.
125086     READ CLUB-PLAYER-FILE
125088         AT END
125090             MOVE 'Y' TO CF-CPLY-EOF-SW
125092     END-READ.
125094 8800-EXIT.
125096     EXIT.
125100
125110 8900-READ-SWIS.
125120     READ SWISS-EVENT-FILE
125130         AT END
125140             MOVE 'Y' TO CF-SWIS-EOF-SW
125150     END-READ.
125160 8900-EXIT.
125170     EXIT.
125180
125200*****************************************************************
125300*  9000-TERMINATE - TOTALS, CLOSE FILES, SET RETURN CODE        *
125400*****************************************************************
125500 9000-TERMINATE.
125600     MOVE SPACES TO REPORT-LINE
125700     WRITE REPORT-LINE
125800     MOVE 'CARDS READ' TO CF-CT-LABEL
125900     MOVE CF-CARDS-READ TO CF-CT-VALUE
126000     WRITE REPORT-LINE FROM CF-COUNT-LINE
126100     MOVE 'MERGES APPLIED' TO CF-CT-LABEL
126200     MOVE CF-CARDS-APPLIED TO CF-CT-VALUE
126300     WRITE REPORT-LINE FROM CF-COUNT-LINE
126400     MOVE 'CARDS REJECTED OR REFUSED' TO CF-CT-LABEL
126500     MOVE CF-CARDS-REJECTED TO CF-CT-VALUE
126600     WRITE REPORT-LINE FROM CF-COUNT-LINE
126700     MOVE 'GAMEHIST RECORDS RE-KEYED' TO CF-CT-LABEL
126800     MOVE CF-HIST-REKEYED TO CF-CT-VALUE
126900     WRITE REPORT-LINE FROM CF-COUNT-LINE
127000     MOVE 'MATCHHST RECORDS RE-KEYED' TO CF-CT-LABEL
127100     MOVE CF-MTCH-REKEYED TO CF-CT-VALUE
127200     WRITE REPORT-LINE FROM CF-COUNT-LINE
127300     MOVE 'BRACKET TIES RE-KEYED' TO CF-CT-LABEL
127400     MOVE CF-BRKT-REKEYED TO CF-CT-VALUE
127500     WRITE REPORT-LINE FROM CF-COUNT-LINE
127600     MOVE 'SEASRSLT LINES RE-KEYED' TO CF-CT-LABEL
127700     MOVE CF-SRES-REKEYED TO CF-CT-VALUE
127800     WRITE REPORT-LINE FROM CF-COUNT-LINE
127900     MOVE 'SEASRSLT LINES FOLDED' TO CF-CT-LABEL
128000     MOVE CF-SRES-FOLDED TO CF-CT-VALUE
128100     WRITE REPORT-LINE FROM CF-COUNT-LINE
128200     MOVE 'CLUBSUSP CARDS RE-KEYED' TO CF-CT-LABEL
128300     MOVE CF-SUSP-REKEYED TO CF-CT-VALUE
128400     WRITE REPORT-LINE FROM CF-COUNT-LINE
128410     MOVE 'FEELEDGR RECORDS RE-KEYED' TO CF-CT-LABEL
128420     MOVE CF-FEEL-REKEYED TO CF-CT-VALUE
128430     WRITE REPORT-LINE FROM CF-COUNT-LINE
128440     MOVE 'CLUBPLYR ENTRIES RE-KEYED' TO CF-CT-LABEL
128450     MOVE CF-CPLY-REKEYED TO CF-CT-VALUE
128460     WRITE REPORT-LINE FROM CF-COUNT-LINE
128470     MOVE 'SWISEVNT PAIRINGS RE-KEYED' TO CF-CT-LABEL
128480     MOVE CF-SWIS-REKEYED TO CF-CT-VALUE
128490     WRITE REPORT-LINE FROM CF-COUNT-LINE
128500     CLOSE MERGE-TRAN-FILE
128600     CLOSE PLAYER-NEW-FILE
128700     CLOSE GAME-NEW-FILE
128800     CLOSE MATCH-NEW-FILE
128900     CLOSE BRACKET-NEW-FILE
129000     CLOSE SEAS-RSLT-NEW-FILE
129100     CLOSE CLUB-SUSP-NEW-FILE
129110     CLOSE FEE-LEDGER-NEW-FILE
129120     CLOSE CLUB-PLYR-NEW-FILE
129130     CLOSE SWISS-NEW-FILE
129200     CLOSE REPORT-FILE
129210     PERFORM 9200-BACKUP-MASTERS THRU 9200-EXIT
129300     IF CF-CARDS-REJECTED > ZERO
129400         MOVE 4 TO RETURN-CODE
129500     ELSE
129600         MOVE 0 TO RETURN-CODE
129700     END-IF
129800     PERFORM 9100-LOG-END THRU 9100-EXIT
129900     DISPLAY 'CF4MERG - NORMAL END, MERGES APPLIED '
130000         CF-CARDS-APPLIED.
130100 9000-EXIT.
130200     EXIT.
130300
130400*****************************************************************
130500*  9100-LOG-END - END RECORD ON THE JOB-RUN LOG.  THE RETURN    *
130600*  CODE IS SAVED AROUND THE CALL BECAUSE A CALLED PROGRAM       *
130700*  THAT LEAVES RETURN-CODE ALONE STILL HANDS BACK ZERO.         *
130800*****************************************************************
130900 9100-LOG-END.
131000     MOVE RETURN-CODE TO CF-SAVE-RETURN
131100     MOVE 'E' TO CF-JR-FUNCTION
131200     MOVE CF-HIST-READ TO CF-JR-RECS-READ
131300     MOVE CF-HIST-REKEYED TO CF-JR-RECS-WRITTEN
131400     IF RETURN-CODE = 4
131500         MOVE 'RC04' TO CF-JR-STATUS
131600     ELSE
131700         MOVE 'RC00' TO CF-JR-STATUS
131800     END-IF
131900     CALL 'CF4JRNL' USING CF-JR-PARMS
132000         ON EXCEPTION
132100             DISPLAY 'CF4MERG - END NOT LOGGED'
132200     END-CALL
132300     MOVE CF-SAVE-RETURN TO RETURN-CODE.
132400 9100-EXIT.
132500     EXIT.
132600
132602*****************************************************************
132604*  9200-BACKUP-MASTERS - SAVE EACH MASTER AS IT STANDS AS ITS   *
132606*  NEXT BACKUP GENERATION BEFORE THE JOB REPLACES THEM.  A      *
132608*  BACKUP THAT CANNOT BE TAKEN ENDS THE RUN IN ERROR SO NO      *
132610*  REPLACE GOES AHEAD.                                          *
132612*****************************************************************
132614 9200-BACKUP-MASTERS.
132615     MOVE 'PLAYERMS' TO CF-GB-FILE-NAME
132616     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT
132617     MOVE 'GAMEHIST' TO CF-GB-FILE-NAME
132618     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT
132619     MOVE 'MATCHHST' TO CF-GB-FILE-NAME
132620     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT
132621     MOVE 'BRACKET' TO CF-GB-FILE-NAME
132622     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT
132623     MOVE 'SEASRSLT' TO CF-GB-FILE-NAME
132624     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT
132625     MOVE 'CLUBSUSP' TO CF-GB-FILE-NAME
132626     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT
132627     MOVE 'FEELEDGR' TO CF-GB-FILE-NAME
132628     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT
132629     MOVE 'CLUBPLYR' TO CF-GB-FILE-NAME
132630     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT
132631     MOVE 'SWISEVNT' TO CF-GB-FILE-NAME
132632     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT.
132633 9200-EXIT.
132634     EXIT.
132652
132654 9210-BACKUP-FILE.
132656     MOVE 'B' TO CF-GB-FUNCTION
132658     MOVE 'CF4MERG' TO CF-GB-PROGRAM
132660     MOVE CF-RUN-DATE TO CF-GB-RUN-DATE
132662     MOVE ZERO TO CF-GB-GENERATION
132664     MOVE ZERO TO CF-GB-RECORD-COUNT
132666     MOVE ZERO TO CF-GB-SAFETY-GEN
132668     MOVE ZERO TO CF-GB-RETURN
132670     CALL 'CF4GBAK' USING CF-GB-PARMS
132672         ON EXCEPTION
132674             DISPLAY 'CF4MERG - CF4GBAK IS NOT AVAILABLE'
132676             GO TO 9999-ABEND
132678     END-CALL
132680     IF CF-GB-RETURN NOT = ZERO
132682         DISPLAY 'CF4MERG - BACKUP OF ' CF-GB-FILE-NAME
132684             ' FAILED, RETURN ' CF-GB-RETURN
132686         GO TO 9999-ABEND
132688     END-IF
132690     DISPLAY 'CF4MERG - ' CF-GB-FILE-NAME
132692         ' SAVED AS GENERATION ' CF-GB-GENERATION.
132694 9210-EXIT.
132696     EXIT.
132698
132700*****************************************************************
132800*  9999-ABEND - FATAL ERROR, SET RETURN CODE AND STOP           *
132900*****************************************************************
133000 9999-ABEND.
133100     DISPLAY 'CF4MERG - RUN TERMINATED IN ERROR'
133200     MOVE 16 TO RETURN-CODE
133300     STOP RUN.
133400 9999-EXIT.
133500     EXIT.
