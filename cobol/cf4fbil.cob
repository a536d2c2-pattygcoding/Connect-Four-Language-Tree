000100*****************************************************************
000200*                                                               *
000300*  CF4FBIL - FEES BILLING RUN                                   *
000400*                                                               *
000500*  RAISES CHARGES ON THE FEES LEDGER (FEELEDGR) FOR THE OPEN    *
000600*  SEASON ON THE SEASON CONTROL FILE (SEASONCT):                *
000700*    DUES      - ONE CHARGE PER ACTIVE PLAYER ON THE MASTER     *
000800*                (PLAYERMS) AT THE RATE FOR THE PLAYER'S TIER   *
000900*    ENTRY FEE - ONE CHARGE PER PLAYER DRAWN IN ROUND 1 OF THE  *
001000*                CURRENT KNOCKOUT (BRACKET), REFERENCED BY THE  *
001100*                DRAW'S SEED DATE AND DUE ON THAT DATE          *
001120*                A DRAWN PLAYER NOT ON THE MASTER, INACTIVE     *
001140*                OR MERGED INTO ANOTHER ID IS REPORTED AND      *
001160*                NOT BILLED                                     *
001200*  A CHARGE ALREADY ON THE LEDGER FOR THE SAME PLAYER, SEASON   *
001300*  OR DRAW IS NOT RAISED AGAIN, SO THE RUN MAY BE REPEATED      *
001400*  WHEN PLAYERS JOIN MID-SEASON.  A TIER RATE OF ZERO RAISES    *
001500*  NO DUES FOR THAT TIER.  EVERY CHARGE PRINTS ON FBILRPT.      *
001600*                                                               *
001700*  PARAMETER CARD (FBILPARM):                                   *
001800*               COLS  1-7  TIER A DUES       9(5)V99            *
001900*               COLS  8-14 TIER B DUES       9(5)V99            *
002000*               COLS 15-21 TIER C DUES       9(5)V99            *
002100*               COLS 22-28 TIER D DUES       9(5)V99            *
002200*               COLS 29-35 KNOCKOUT ENTRY    9(5)V99            *
002300*               COLS 36-43 DUES DUE DATE     YYYYMMDD, ZERO     *
002400*                          FOR THE SEASON START DATE            *
002500*                                                               *
002600*  RETURN CODES:  0 - CLEAN                                     *
002700*                 4 - PLAYERS WITH NO DUES TIER, OR DRAWN       *
002750*                     PLAYERS NOT BILLABLE, REPORTED            *
002800*                16 - BAD PARM, NO OPEN SEASON OR FILE ERROR    *
002900*                                                               *
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. CF4FBIL.
003200 AUTHOR. LEAGUE SYSTEMS GROUP.
003300 INSTALLATION. CONNECT FOUR LEAGUE.
003400 DATE-WRITTEN. 10/15/26.
003500 DATE-COMPILED.
003600*****************************************************************
003700*  MODIFICATION HISTORY                                         *
003800*  --------------------                                         *
003900*  10/15/26 LSG NEW PROGRAM - SEASON DUES AND KNOCKOUT ENTRY    *
004000*               FEES RAISED ON THE FEES LEDGER                  *
004100*****************************************************************
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT PARM-FILE ASSIGN TO FBILPARM
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS CF-PARM-STATUS.
004800     SELECT SEASON-CTL-FILE ASSIGN TO SEASONCT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS CF-SEAS-STATUS.
005100     SELECT PLAYER-MAST-FILE ASSIGN TO PLAYERMS
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS CF-PMAST-STATUS.
005400     SELECT OPTIONAL BRACKET-FILE ASSIGN TO BRACKET
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS CF-BRKT-STATUS.
005700     SELECT OPTIONAL FEE-LEDGER-FILE ASSIGN TO FEELEDGR
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS CF-FEEL-STATUS.
006000     SELECT REPORT-FILE ASSIGN TO FBILRPT
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS CF-RPT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  PARM-FILE
006700     RECORD CONTAINS 80 CHARACTERS.
006800 01  PARM-REC.
006900     05  CF-PARM-DUES-A           PIC 9(05)V99.
007000     05  CF-PARM-DUES-B           PIC 9(05)V99.
007100     05  CF-PARM-DUES-C           PIC 9(05)V99.
007200     05  CF-PARM-DUES-D           PIC 9(05)V99.
007300     05  CF-PARM-ENTRY-FEE        PIC 9(05)V99.
007400     05  CF-PARM-DUE-DATE         PIC 9(08).
007500     05  FILLER                   PIC X(37).
007600
007700 FD  SEASON-CTL-FILE
007800     RECORD CONTAINS 80 CHARACTERS.
007900 COPY CFSEASON.
008000
008100 FD  PLAYER-MAST-FILE
008200     RECORD CONTAINS 80 CHARACTERS.
008300 COPY CFPLAYER.
008400
008500 FD  BRACKET-FILE
008600     RECORD CONTAINS 80 CHARACTERS.
008700 COPY CFBRACKT.
008800
008900 FD  FEE-LEDGER-FILE
009000     RECORD CONTAINS 80 CHARACTERS.
009100 COPY CFFEELED.
009200
009300 FD  REPORT-FILE
009400     RECORD CONTAINS 132 CHARACTERS.
009500 01  REPORT-LINE                  PIC X(132).
009600
009700 WORKING-STORAGE SECTION.
009800 77  CF-PARM-STATUS               PIC X(02).
009900 77  CF-SEAS-STATUS               PIC X(02).
010000 77  CF-PMAST-STATUS              PIC X(02).
010100 77  CF-BRKT-STATUS               PIC X(02).
010200 77  CF-FEEL-STATUS               PIC X(02).
010300 77  CF-RPT-STATUS                PIC X(02).
010400 77  CF-SEAS-EOF-SW               PIC X(01) VALUE 'N'.
010500     88  CF-SEAS-EOF                  VALUE 'Y'.
010600 77  CF-PMAST-EOF-SW              PIC X(01) VALUE 'N'.
010700     88  CF-PMAST-EOF                 VALUE 'Y'.
010800 77  CF-BRKT-EOF-SW               PIC X(01) VALUE 'N'.
010900     88  CF-BRKT-EOF                  VALUE 'Y'.
011000 77  CF-FEEL-EOF-SW               PIC X(01) VALUE 'N'.
011100     88  CF-FEEL-EOF                  VALUE 'Y'.
011200 77  CF-OPEN-FOUND-SW             PIC X(01) VALUE 'N'.
011300     88  CF-OPEN-FOUND                VALUE 'Y'.
011400 77  CF-SEASON-ID                 PIC 9(06) VALUE 0.
011500 77  CF-SEASON-START              PIC 9(08) VALUE 0.
011600 77  CF-DUES-DUE-DATE             PIC 9(08) VALUE 0.
011700 77  CF-SEED-DATE                 PIC 9(08) VALUE 0.
011800 77  CF-DRAW-REF                  PIC X(12) VALUE SPACES.
011900 77  CF-PLAYERS-READ              PIC S9(05) COMP-3 VALUE +0.
012000 77  CF-DUES-RAISED               PIC S9(05) COMP-3 VALUE +0.
012100 77  CF-ENTRY-RAISED              PIC S9(05) COMP-3 VALUE +0.
012200 77  CF-ALREADY-BILLED            PIC S9(05) COMP-3 VALUE +0.
012300 77  CF-NO-TIER                   PIC S9(05) COMP-3 VALUE +0.
012350 77  CF-ENTRY-REFUSED             PIC S9(05) COMP-3 VALUE +0.
012400 77  CF-CHARGES-WRITTEN           PIC S9(05) COMP-3 VALUE +0.
012500 77  CF-DUES-TOTAL                PIC S9(07)V99 COMP-3
012600                                  VALUE +0.
012700 77  CF-ENTRY-TOTAL               PIC S9(07)V99 COMP-3
012800                                  VALUE +0.
012900 77  CF-IX                        PIC S9(04) COMP.
013000 77  CF-BX                        PIC S9(04) COMP.
013100 77  CF-WORK-SUB                  PIC S9(04) COMP.
013150 77  CF-ROSTER-SUB                PIC S9(04) COMP.
013200 77  CF-WORK-ID                   PIC X(08).
013300 77  CF-WORK-NAME                 PIC X(20).
013400 77  CF-WORK-TIER                 PIC X(01).
013500 77  CF-WORK-FEE-TYPE             PIC X(01).
013600 77  CF-WORK-AMOUNT               PIC 9(05)V99.
013700 77  CF-RUN-DATE                  PIC 9(08).
013800 77  CF-SAVE-RETURN               PIC S9(04) COMP.
013900
014000 COPY CFJRPARM.
014100
014200*****************************************************************
014300*  CHARGES ALREADY ON THE LEDGER FOR THIS SEASON'S DUES OR      *
014400*  THIS DRAW'S ENTRY FEES, AND THE ONES RAISED THIS RUN         *
014500*****************************************************************
014600 01  CF-BILLED-TABLE.
014700     05  CF-BILLED-COUNT          PIC S9(04) COMP VALUE +0.
014800     05  CF-BILLED-MAX            PIC S9(04) COMP VALUE +1000.
014900     05  CF-BILLED-ENTRY OCCURS 1000 TIMES.
015000         10  CF-BD-PLAYER-ID      PIC X(08).
015100         10  CF-BD-FEE-TYPE       PIC X(01).
015200
015300 01  CF-ROSTER-TABLE.
015400     05  CF-ROSTER-COUNT          PIC S9(04) COMP VALUE +0.
015500     05  CF-ROSTER-MAX            PIC S9(04) COMP VALUE +500.
015600     05  CF-ROSTER-ENTRY OCCURS 500 TIMES.
015700         10  CF-RO-ID             PIC X(08).
015800         10  CF-RO-NAME           PIC X(20).
015900         10  CF-RO-TIER           PIC X(01).
015950         10  CF-RO-MERGED-INTO    PIC X(08).
016000
016100 01  CF-HEAD-1.
016200     05  FILLER                   PIC X(09) VALUE 'CF4FBIL'.
016300     05  FILLER                   PIC X(40) VALUE
016400         'FEES BILLING RUN'.
016500     05  FILLER                   PIC X(05) VALUE 'DATE'.
016600     05  CF-HD-DATE               PIC 9(08).
016700     05  FILLER                   PIC X(70) VALUE SPACES.
016800
016900 01  CF-HEAD-SEAS.
017000     05  FILLER                   PIC X(07) VALUE 'SEASON'.
017100     05  CF-HS-ID                 PIC 9(06).
017200     05  FILLER                   PIC X(02) VALUE SPACES.
017300     05  CF-HS-NAME               PIC X(20).
017400     05  FILLER                   PIC X(10) VALUE ' DUES DUE'.
017500     05  CF-HS-DUE                PIC 9(08).
017600     05  FILLER                   PIC X(79) VALUE SPACES.
017700
017800 01  CF-SECTION-LINE.
017900     05  CF-SC-TEXT               PIC X(60).
018000     05  FILLER                   PIC X(72) VALUE SPACES.
018100
018200 01  CF-HEAD-2.
018300     05  FILLER                   PIC X(10) VALUE 'PLAYER-ID'.
018400     05  FILLER                   PIC X(22) VALUE 'PLAYER NAME'.
018500     05  FILLER                   PIC X(06) VALUE 'TIER'.
018600     05  FILLER                   PIC X(14) VALUE 'REFERENCE'.
018700     05  FILLER                   PIC X(10) VALUE 'DUE DATE'.
018800     05  FILLER                   PIC X(11) VALUE '   AMOUNT'.
018900     05  FILLER                   PIC X(59) VALUE
019000         'DISPOSITION'.
019100
019200 01  CF-DETAIL-LINE.
019300     05  CF-DT-ID                 PIC X(08).
019400     05  FILLER                   PIC X(02) VALUE SPACES.
019500     05  CF-DT-NAME               PIC X(20).
019600     05  FILLER                   PIC X(02) VALUE SPACES.
019700     05  CF-DT-TIER               PIC X(01).
019800     05  FILLER                   PIC X(05) VALUE SPACES.
019900     05  CF-DT-REF                PIC X(12).
020000     05  FILLER                   PIC X(02) VALUE SPACES.
020100     05  CF-DT-DUE                PIC 9(08).
020200     05  FILLER                   PIC X(02) VALUE SPACES.
020300     05  CF-DT-AMOUNT             PIC ZZ,ZZ9.99.
020400     05  FILLER                   PIC X(02) VALUE SPACES.
020500     05  CF-DT-DISP               PIC X(30).
020600     05  FILLER                   PIC X(29) VALUE SPACES.
020700
020800 01  CF-COUNT-LINE.
020900     05  CF-CT-LABEL              PIC X(34).
021000     05  CF-CT-VALUE              PIC ZZZ,ZZ9.
021100     05  FILLER                   PIC X(02) VALUE SPACES.
021200     05  CF-CT-AMOUNT             PIC Z,ZZZ,ZZ9.99.
021300     05  FILLER                   PIC X(77) VALUE SPACES.
021400
021500 PROCEDURE DIVISION.
021600*****************************************************************
021700*  0000-MAINLINE - CONTROL THE RUN                              *
021800*****************************************************************
021900 0000-MAINLINE.
022000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022100     PERFORM 2000-BILL-DUES THRU 2000-EXIT
022200     PERFORM 3000-BILL-ENTRIES THRU 3000-EXIT
022300     PERFORM 9000-TERMINATE THRU 9000-EXIT
022400     STOP RUN.
022500
022600*****************************************************************
022700*  1000-INITIALIZE - PARM, OPEN SEASON, ROSTER, CHARGES         *
022800*  ALREADY RAISED, THEN OPEN THE LEDGER FOR EXTEND              *
022900*****************************************************************
023000 1000-INITIALIZE.
023100     ACCEPT CF-RUN-DATE FROM DATE YYYYMMDD
023200     OPEN INPUT PARM-FILE
023300     IF CF-PARM-STATUS NOT = '00'
023400         DISPLAY 'CF4FBIL - CANNOT OPEN FBILPARM, STATUS '
023500             CF-PARM-STATUS
023600         GO TO 9999-ABEND
023700     END-IF
023800     READ PARM-FILE
023900         AT END
024000             DISPLAY 'CF4FBIL - EMPTY PARAMETER FILE'
024100             GO TO 9999-ABEND
024200     END-READ
024300     CLOSE PARM-FILE
024400     IF CF-PARM-DUES-A IS NOT NUMERIC
024500         OR CF-PARM-DUES-B IS NOT NUMERIC
024600         OR CF-PARM-DUES-C IS NOT NUMERIC
024700         OR CF-PARM-DUES-D IS NOT NUMERIC
024800         OR CF-PARM-ENTRY-FEE IS NOT NUMERIC
024900         OR CF-PARM-DUE-DATE IS NOT NUMERIC
025000         DISPLAY 'CF4FBIL - NON-NUMERIC RATE OR DATE ON PARM'
025100         GO TO 9999-ABEND
025200     END-IF
025300     IF CF-PARM-DUE-DATE NOT = ZERO
025400         AND CF-PARM-DUE-DATE < 19000101
025500         DISPLAY 'CF4FBIL - BAD DUE DATE ON PARM CARD'
025600         GO TO 9999-ABEND
025700     END-IF
025800     PERFORM 1300-LOG-START THRU 1300-EXIT
025900     PERFORM 1100-FIND-SEASON THRU 1100-EXIT
026000     IF CF-PARM-DUE-DATE = ZERO
026100         MOVE CF-SEASON-START TO CF-DUES-DUE-DATE
026200     ELSE
026300         MOVE CF-PARM-DUE-DATE TO CF-DUES-DUE-DATE
026400     END-IF
026500     OPEN INPUT PLAYER-MAST-FILE
026600     IF CF-PMAST-STATUS NOT = '00'
026700         DISPLAY 'CF4FBIL - CANNOT OPEN PLAYERMS, STATUS '
026800             CF-PMAST-STATUS
026900         GO TO 9999-ABEND
027000     END-IF
027100     PERFORM 8100-READ-PMAST THRU 8100-EXIT
027200     PERFORM 1200-TABLE-PLAYER THRU 1200-EXIT
027300         UNTIL CF-PMAST-EOF
027400     CLOSE PLAYER-MAST-FILE
027500     PERFORM 1400-FIND-DRAW THRU 1400-EXIT
027600     PERFORM 1500-LOAD-BILLED THRU 1500-EXIT
027700     OPEN EXTEND FEE-LEDGER-FILE
027800     IF CF-FEEL-STATUS NOT = '00' AND CF-FEEL-STATUS NOT = '05'
027900         DISPLAY 'CF4FBIL - CANNOT EXTEND FEELEDGR, STATUS '
028000             CF-FEEL-STATUS
028100         GO TO 9999-ABEND
028200     END-IF
028300     OPEN OUTPUT REPORT-FILE
028400     IF CF-RPT-STATUS NOT = '00'
028500         DISPLAY 'CF4FBIL - CANNOT OPEN FBILRPT, STATUS '
028600             CF-RPT-STATUS
028700         GO TO 9999-ABEND
028800     END-IF
028900     MOVE CF-RUN-DATE TO CF-HD-DATE
029000     WRITE REPORT-LINE FROM CF-HEAD-1
029100     MOVE SPACES TO REPORT-LINE
029200     WRITE REPORT-LINE
029300     MOVE CF-DUES-DUE-DATE TO CF-HS-DUE
029400     WRITE REPORT-LINE FROM CF-HEAD-SEAS.
029500 1000-EXIT.
029600     EXIT.
029700
029800*****************************************************************
029900*  1100-FIND-SEASON - THE OPEN RECORD ON SEASONCT               *
030000*****************************************************************
030100 1100-FIND-SEASON.
030200     OPEN INPUT SEASON-CTL-FILE
030300     IF CF-SEAS-STATUS NOT = '00'
030400         DISPLAY 'CF4FBIL - CANNOT OPEN SEASONCT, STATUS '
030500             CF-SEAS-STATUS
030600         GO TO 9999-ABEND
030700     END-IF
030800     PERFORM 8000-READ-SEAS THRU 8000-EXIT
030900     PERFORM 1110-CHECK-SEASON THRU 1110-EXIT
031000         UNTIL CF-SEAS-EOF OR CF-OPEN-FOUND
031100     CLOSE SEASON-CTL-FILE
031200     IF NOT CF-OPEN-FOUND
031300         DISPLAY 'CF4FBIL - NO OPEN SEASON ON SEASONCT'
031400         GO TO 9999-ABEND
031500     END-IF.
031600 1100-EXIT.
031700     EXIT.
031800
031900 1110-CHECK-SEASON.
032000     IF CF-SE-OPEN
032100         MOVE 'Y' TO CF-OPEN-FOUND-SW
032200         MOVE CF-SE-SEASON-ID TO CF-SEASON-ID
032300         MOVE CF-SE-SEASON-ID TO CF-HS-ID
032400         MOVE CF-SE-SEASON-NAME TO CF-HS-NAME
032500         MOVE CF-SE-START-DATE TO CF-SEASON-START
032600     ELSE
032700         PERFORM 8000-READ-SEAS THRU 8000-EXIT
032800     END-IF.
032900 1110-EXIT.
033000     EXIT.
033100
033200 1200-TABLE-PLAYER.
033300     ADD 1 TO CF-PLAYERS-READ
033400     IF CF-ROSTER-COUNT < CF-ROSTER-MAX
033500         ADD 1 TO CF-ROSTER-COUNT
033600         MOVE CF-PM-PLAYER-ID TO CF-RO-ID (CF-ROSTER-COUNT)
033700         MOVE CF-PM-PLAYER-NAME
033800             TO CF-RO-NAME (CF-ROSTER-COUNT)
033900         IF CF-PM-ACTIVE
034000             MOVE CF-PM-TIER TO CF-RO-TIER (CF-ROSTER-COUNT)
034100         ELSE
034200             MOVE 'I' TO CF-RO-TIER (CF-ROSTER-COUNT)
034300         END-IF
034320         MOVE CF-PM-MERGED-INTO
034340             TO CF-RO-MERGED-INTO (CF-ROSTER-COUNT)
034400     ELSE
034500         DISPLAY 'CF4FBIL - ROSTER TABLE FULL, ID '
034600             CF-PM-PLAYER-ID ' NOT BILLED'
034700     END-IF
034800     PERFORM 8100-READ-PMAST THRU 8100-EXIT.
034900 1200-EXIT.
035000     EXIT.
035100
035200*****************************************************************
035300*  1300-LOG-START - STAMP THE JOB-RUN LOG.  THE RUN IS REPEATED *
035400*  AS PLAYERS JOIN, SO THE START IS LOGGED WITHOUT THE RERUN    *
035500*  GUARD; THE LEDGER CHECK KEEPS A CHARGE FROM BEING RAISED     *
035600*  TWICE.                                                       *
035700*****************************************************************
035800 1300-LOG-START.
035900     MOVE 'A' TO CF-JR-FUNCTION
036000     MOVE 'CF4FBIL' TO CF-JR-PROGRAM
036100     MOVE CF-RUN-DATE TO CF-JR-RUN-DATE
036200     MOVE ZEROES TO CF-JR-RECS-READ
036300     MOVE ZEROES TO CF-JR-RECS-WRITTEN
036400     MOVE SPACES TO CF-JR-STATUS
036500     MOVE ZERO TO CF-JR-RETURN
036600     CALL 'CF4JRNL' USING CF-JR-PARMS
036700         ON EXCEPTION
036800             DISPLAY 'CF4FBIL - CF4JRNL IS NOT AVAILABLE'
036900             GO TO 9999-ABEND
037000     END-CALL
037100     IF CF-JR-RETURN NOT = ZERO
037200         DISPLAY 'CF4FBIL - JOB LOG ERROR, RETURN '
037300             CF-JR-RETURN
037400         GO TO 9999-ABEND
037500     END-IF.
037600 1300-EXIT.
037700     EXIT.
037800
037900*****************************************************************
038000*  1400-FIND-DRAW - SEED DATE OF THE KNOCKOUT ON BRACKET, IF    *
038100*  THERE IS ONE AND AN ENTRY FEE IS BEING CHARGED               *
038200*****************************************************************
038300 1400-FIND-DRAW.
038400     IF CF-PARM-ENTRY-FEE = ZERO
038500         GO TO 1400-EXIT
038600     END-IF
038700     OPEN INPUT BRACKET-FILE
038800     IF CF-BRKT-STATUS NOT = '00'
038900         CLOSE BRACKET-FILE
039000         GO TO 1400-EXIT
039100     END-IF
039200     PERFORM 8200-READ-BRKT THRU 8200-EXIT
039300     IF NOT CF-BRKT-EOF
039400         AND CF-BK-SEED-DATE IS NUMERIC
039500         AND CF-BK-SEED-DATE > ZERO
039600         MOVE CF-BK-SEED-DATE TO CF-SEED-DATE
039700         STRING 'KO ' DELIMITED BY SIZE
039800             CF-SEED-DATE DELIMITED BY SIZE
039900             INTO CF-DRAW-REF
040100     END-IF
040200     CLOSE BRACKET-FILE.
040300 1400-EXIT.
040400     EXIT.
040500
040600*****************************************************************
040700*  1500-LOAD-BILLED - CHARGES ALREADY RAISED FOR THIS SEASON'S  *
040800*  DUES OR THIS DRAW'S ENTRY FEES                               *
040900*****************************************************************
041000 1500-LOAD-BILLED.
041100     OPEN INPUT FEE-LEDGER-FILE
041150     IF CF-FEEL-STATUS NOT = '00' AND CF-FEEL-STATUS NOT = '05'
041220         DISPLAY 'CF4FBIL - CANNOT OPEN FEELEDGR, STATUS '
041290             CF-FEEL-STATUS
041360         GO TO 9999-ABEND
041430     END-IF
041500     IF CF-FEEL-STATUS = '00'
041570         PERFORM 8300-READ-FEEL THRU 8300-EXIT
041640         PERFORM 1510-NOTE-CHARGE THRU 1510-EXIT
041710             UNTIL CF-FEEL-EOF
041780     END-IF
041850     CLOSE FEE-LEDGER-FILE.
042000 1500-EXIT.
042100     EXIT.
042200
042300 1510-NOTE-CHARGE.
042400     IF CF-FL-CHARGE
042500         AND ((CF-FL-DUES AND CF-FL-SEASON-ID = CF-SEASON-ID)
042600           OR (CF-FL-ENTRY-FEE AND CF-DRAW-REF NOT = SPACES
042700               AND CF-FL-REFERENCE = CF-DRAW-REF))
042800         MOVE CF-FL-PLAYER-ID TO CF-WORK-ID
042900         MOVE CF-FL-FEE-TYPE TO CF-WORK-FEE-TYPE
043000         PERFORM 4100-NOTE-BILLED THRU 4100-EXIT
043100     END-IF
043200     PERFORM 8300-READ-FEEL THRU 8300-EXIT.
043300 1510-EXIT.
043400     EXIT.
043500
043600*****************************************************************
043700*  2000-BILL-DUES - ONE DUES CHARGE PER ACTIVE PLAYER           *
043800*****************************************************************
043900 2000-BILL-DUES.
044000     MOVE SPACES TO REPORT-LINE
044100     WRITE REPORT-LINE
044200     MOVE 'SEASON DUES' TO CF-SC-TEXT
044300     WRITE REPORT-LINE FROM CF-SECTION-LINE
044400     WRITE REPORT-LINE FROM CF-HEAD-2
044500     PERFORM 2100-DUES-ONE THRU 2100-EXIT
044600         VARYING CF-IX FROM 1 BY 1
044700         UNTIL CF-IX > CF-ROSTER-COUNT.
044800 2000-EXIT.
044900     EXIT.
045000
045100 2100-DUES-ONE.
045200     IF CF-RO-TIER (CF-IX) = 'I'
045300         GO TO 2100-EXIT
045400     END-IF
045500     MOVE CF-RO-ID (CF-IX) TO CF-WORK-ID
045600     MOVE CF-RO-NAME (CF-IX) TO CF-WORK-NAME
045700     MOVE CF-RO-TIER (CF-IX) TO CF-WORK-TIER
045800     MOVE 'D' TO CF-WORK-FEE-TYPE
045900     MOVE SPACES TO CF-DETAIL-LINE
046000     MOVE CF-WORK-ID TO CF-DT-ID
046100     MOVE CF-WORK-NAME TO CF-DT-NAME
046200     MOVE CF-WORK-TIER TO CF-DT-TIER
046300     MOVE CF-DUES-DUE-DATE TO CF-DT-DUE
046400     STRING 'DUES ' DELIMITED BY SIZE
046500         CF-SEASON-ID DELIMITED BY SIZE
046600         INTO CF-DT-REF
046800     EVALUATE CF-WORK-TIER
046900         WHEN 'A'
047000             MOVE CF-PARM-DUES-A TO CF-WORK-AMOUNT
047100         WHEN 'B'
047200             MOVE CF-PARM-DUES-B TO CF-WORK-AMOUNT
047300         WHEN 'C'
047400             MOVE CF-PARM-DUES-C TO CF-WORK-AMOUNT
047500         WHEN 'D'
047600             MOVE CF-PARM-DUES-D TO CF-WORK-AMOUNT
047700         WHEN OTHER
047800             ADD 1 TO CF-NO-TIER
047900             MOVE ZERO TO CF-DT-AMOUNT
048000             MOVE 'NOT BILLED - NO DUES TIER' TO CF-DT-DISP
048100             WRITE REPORT-LINE FROM CF-DETAIL-LINE
048200             GO TO 2100-EXIT
048300     END-EVALUATE
048400     IF CF-WORK-AMOUNT = ZERO
048500         GO TO 2100-EXIT
048600     END-IF
048700     MOVE CF-WORK-AMOUNT TO CF-DT-AMOUNT
048800     PERFORM 4000-FIND-BILLED THRU 4000-EXIT
048900     IF CF-WORK-SUB > ZERO
049000         ADD 1 TO CF-ALREADY-BILLED
049100         MOVE 'ALREADY BILLED' TO CF-DT-DISP
049200         WRITE REPORT-LINE FROM CF-DETAIL-LINE
049300         GO TO 2100-EXIT
049400     END-IF
049450     MOVE SPACES TO FEE-LEDGER-REC
049500     MOVE CF-SEASON-ID TO CF-FL-SEASON-ID
049600     MOVE CF-DT-REF TO CF-FL-REFERENCE
049700     MOVE CF-DUES-DUE-DATE TO CF-FL-DUE-DATE
049800     PERFORM 5000-WRITE-CHARGE THRU 5000-EXIT
049900     ADD 1 TO CF-DUES-RAISED
050000     ADD CF-WORK-AMOUNT TO CF-DUES-TOTAL
050100     MOVE 'BILLED' TO CF-DT-DISP
050200     WRITE REPORT-LINE FROM CF-DETAIL-LINE.
050300 2100-EXIT.
050400     EXIT.
050500
050600*****************************************************************
050700*  3000-BILL-ENTRIES - ONE ENTRY FEE PER PLAYER IN ROUND 1 OF   *
050800*  THE CURRENT DRAW.  THE AWAY SIDE OF A BYE IS BLANK.          *
050900*****************************************************************
051000 3000-BILL-ENTRIES.
051100     IF CF-DRAW-REF = SPACES
051200         GO TO 3000-EXIT
051300     END-IF
051400     MOVE SPACES TO REPORT-LINE
051500     WRITE REPORT-LINE
051600     MOVE 'KNOCKOUT ENTRY FEES' TO CF-SC-TEXT
051700     WRITE REPORT-LINE FROM CF-SECTION-LINE
051800     WRITE REPORT-LINE FROM CF-HEAD-2
051900     OPEN INPUT BRACKET-FILE
052000     IF CF-BRKT-STATUS NOT = '00'
052100         DISPLAY 'CF4FBIL - CANNOT REOPEN BRACKET, STATUS '
052200             CF-BRKT-STATUS
052300         GO TO 9999-ABEND
052400     END-IF
052500     MOVE 'N' TO CF-BRKT-EOF-SW
052600     PERFORM 8200-READ-BRKT THRU 8200-EXIT
052700     PERFORM 3100-ENTRY-TIE THRU 3100-EXIT
052800         UNTIL CF-BRKT-EOF
052900     CLOSE BRACKET-FILE.
053000 3000-EXIT.
053100     EXIT.
053200
053300 3100-ENTRY-TIE.
053400     IF CF-BK-ROUND = 1
053500         MOVE CF-BK-HOME-ID TO CF-WORK-ID
053600         MOVE CF-BK-HOME-NAME TO CF-WORK-NAME
053700         PERFORM 3200-ENTRY-ONE THRU 3200-EXIT
053800         MOVE CF-BK-AWAY-ID TO CF-WORK-ID
053900         MOVE CF-BK-AWAY-NAME TO CF-WORK-NAME
054000         PERFORM 3200-ENTRY-ONE THRU 3200-EXIT
054100     END-IF
054200     PERFORM 8200-READ-BRKT THRU 8200-EXIT.
054300 3100-EXIT.
054400     EXIT.
054500
054600 3200-ENTRY-ONE.
054700     IF CF-WORK-ID = SPACES
054800         GO TO 3200-EXIT
054900     END-IF
055000     MOVE 'E' TO CF-WORK-FEE-TYPE
055100     MOVE ZERO TO CF-ROSTER-SUB
055200     PERFORM 3300-SCAN-ROSTER THRU 3300-EXIT
055300         VARYING CF-WORK-SUB FROM 1 BY 1
055400         UNTIL CF-WORK-SUB > CF-ROSTER-COUNT
055450            OR CF-ROSTER-SUB > ZERO
055500     MOVE CF-PARM-ENTRY-FEE TO CF-WORK-AMOUNT
055600     MOVE SPACES TO CF-DETAIL-LINE
055700     MOVE CF-WORK-ID TO CF-DT-ID
055800     MOVE CF-WORK-NAME TO CF-DT-NAME
055900     MOVE SPACE TO CF-WORK-TIER
056000     MOVE CF-DRAW-REF TO CF-DT-REF
056100     MOVE CF-SEED-DATE TO CF-DT-DUE
056200     MOVE CF-WORK-AMOUNT TO CF-DT-AMOUNT
056204     EVALUATE TRUE
056208         WHEN CF-ROSTER-SUB = ZERO
056212             MOVE 'NOT BILLED - NOT ON MASTER' TO CF-DT-DISP
056216         WHEN CF-RO-MERGED-INTO (CF-ROSTER-SUB) NOT = SPACES
056220             STRING 'NOT BILLED - MERGED, ' DELIMITED BY SIZE
056224                 CF-RO-MERGED-INTO (CF-ROSTER-SUB)
056228                     DELIMITED BY SIZE
056232                 INTO CF-DT-DISP
056240         WHEN CF-RO-TIER (CF-ROSTER-SUB) = 'I'
056244             MOVE 'NOT BILLED - INACTIVE' TO CF-DT-DISP
056248         WHEN OTHER
056252             MOVE CF-RO-TIER (CF-ROSTER-SUB) TO CF-WORK-TIER
056256             MOVE CF-RO-NAME (CF-ROSTER-SUB) TO CF-WORK-NAME
056260             MOVE CF-WORK-TIER TO CF-DT-TIER
056264             MOVE CF-WORK-NAME TO CF-DT-NAME
056268     END-EVALUATE
056272     IF CF-DT-DISP NOT = SPACES
056276         ADD 1 TO CF-ENTRY-REFUSED
056280         MOVE ZERO TO CF-DT-AMOUNT
056284         WRITE REPORT-LINE FROM CF-DETAIL-LINE
056288         GO TO 3200-EXIT
056292     END-IF
056300     PERFORM 4000-FIND-BILLED THRU 4000-EXIT
056400     IF CF-WORK-SUB > ZERO
056500         ADD 1 TO CF-ALREADY-BILLED
056600         MOVE 'ALREADY BILLED' TO CF-DT-DISP
056700         WRITE REPORT-LINE FROM CF-DETAIL-LINE
056800         GO TO 3200-EXIT
056900     END-IF
056950     MOVE SPACES TO FEE-LEDGER-REC
057000     MOVE CF-SEASON-ID TO CF-FL-SEASON-ID
057100     MOVE CF-DRAW-REF TO CF-FL-REFERENCE
057200     MOVE CF-SEED-DATE TO CF-FL-DUE-DATE
057300     PERFORM 5000-WRITE-CHARGE THRU 5000-EXIT
057400     ADD 1 TO CF-ENTRY-RAISED
057500     ADD CF-WORK-AMOUNT TO CF-ENTRY-TOTAL
057600     MOVE 'BILLED' TO CF-DT-DISP
057700     WRITE REPORT-LINE FROM CF-DETAIL-LINE.
057800 3200-EXIT.
057900     EXIT.
058000
058100 3300-SCAN-ROSTER.
058200     IF CF-RO-ID (CF-WORK-SUB) = CF-WORK-ID
058300         MOVE CF-WORK-SUB TO CF-ROSTER-SUB
058400     END-IF.
058600 3300-EXIT.
058700     EXIT.
058800
058900*****************************************************************
059000*  4000-FIND-BILLED - CF-WORK-ID ALREADY CHARGED CF-WORK-FEE-   *
059100*  TYPE?  ANSWERS THE SUBSCRIPT IN CF-WORK-SUB, ZERO IF NOT.    *
059200*****************************************************************
059300 4000-FIND-BILLED.
059400     MOVE ZERO TO CF-WORK-SUB
059500     PERFORM 4010-SCAN-BILLED THRU 4010-EXIT
059600         VARYING CF-BX FROM 1 BY 1
059700         UNTIL CF-BX > CF-BILLED-COUNT
059800            OR CF-WORK-SUB > ZERO.
059900 4000-EXIT.
060000     EXIT.
060100
060200 4010-SCAN-BILLED.
060300     IF CF-BD-PLAYER-ID (CF-BX) = CF-WORK-ID
060400         AND CF-BD-FEE-TYPE (CF-BX) = CF-WORK-FEE-TYPE
060500         MOVE CF-BX TO CF-WORK-SUB
060600     END-IF.
060700 4010-EXIT.
060800     EXIT.
060900
061000 4100-NOTE-BILLED.
061100     IF CF-BILLED-COUNT < CF-BILLED-MAX
061200         ADD 1 TO CF-BILLED-COUNT
061300         MOVE CF-WORK-ID TO CF-BD-PLAYER-ID (CF-BILLED-COUNT)
061400         MOVE CF-WORK-FEE-TYPE
061500             TO CF-BD-FEE-TYPE (CF-BILLED-COUNT)
061600     ELSE
061700         DISPLAY 'CF4FBIL - BILLED TABLE FULL'
061800         GO TO 9999-ABEND
061900     END-IF.
062000 4100-EXIT.
062100     EXIT.
062200
062300*****************************************************************
062400*  5000-WRITE-CHARGE - ONE CHARGE ONTO THE LEDGER.  SEASON,     *
062500*  REFERENCE AND DUE DATE ARE SET BY THE CALLER, WHICH CLEARS   *
062550*  THE RECORD FIRST.                                            *
062600*****************************************************************
062700 5000-WRITE-CHARGE.
062800     MOVE CF-WORK-ID TO CF-FL-PLAYER-ID
062900     MOVE 'C' TO CF-FL-ENTRY-TYPE
063000     MOVE CF-WORK-FEE-TYPE TO CF-FL-FEE-TYPE
063100     MOVE CF-RUN-DATE TO CF-FL-ENTRY-DATE
063200     MOVE CF-WORK-AMOUNT TO CF-FL-AMOUNT
063300     MOVE CF-WORK-TIER TO CF-FL-TIER
063400     MOVE CF-RUN-DATE TO CF-FL-RUN-DATE
063500     WRITE FEE-LEDGER-REC
063600     IF CF-FEEL-STATUS NOT = '00'
063700         DISPLAY 'CF4FBIL - FEELEDGR WRITE FAILED, STATUS '
063800             CF-FEEL-STATUS
063900         GO TO 9999-ABEND
064000     END-IF
064100     ADD 1 TO CF-CHARGES-WRITTEN
064200     PERFORM 4100-NOTE-BILLED THRU 4100-EXIT.
064300 5000-EXIT.
064400     EXIT.
064500
064600*****************************************************************
064700*  8000-READ-SEAS THRU 8300-READ-FEEL                           *
064800*****************************************************************
064900 8000-READ-SEAS.
065000     READ SEASON-CTL-FILE
065100         AT END
065200             MOVE 'Y' TO CF-SEAS-EOF-SW
065300     END-READ.
065400 8000-EXIT.
065500     EXIT.
065600
065700 8100-READ-PMAST.
065800     READ PLAYER-MAST-FILE
065900         AT END
066000             MOVE 'Y' TO CF-PMAST-EOF-SW
066100     END-READ.
066200 8100-EXIT.
066300     EXIT.
066400
066500 8200-READ-BRKT.
066600     READ BRACKET-FILE
066700         AT END
066800             MOVE 'Y' TO CF-BRKT-EOF-SW
066900     END-READ.
067000 8200-EXIT.
067100     EXIT.
067200
067300 8300-READ-FEEL.
067400     READ FEE-LEDGER-FILE
067500         AT END
067600             MOVE 'Y' TO CF-FEEL-EOF-SW
067700     END-READ.
067800 8300-EXIT.
067900     EXIT.
068000
068100*****************************************************************
068200*  9000-TERMINATE - TOTALS, CLOSE FILES, SET RETURN CODE        *
068300*****************************************************************
068400 9000-TERMINATE.
068500     MOVE SPACES TO REPORT-LINE
068600     WRITE REPORT-LINE
068700     MOVE 'DUES CHARGES RAISED' TO CF-CT-LABEL
068800     MOVE CF-DUES-RAISED TO CF-CT-VALUE
068900     MOVE CF-DUES-TOTAL TO CF-CT-AMOUNT
069000     WRITE REPORT-LINE FROM CF-COUNT-LINE
069100     MOVE 'ENTRY FEE CHARGES RAISED' TO CF-CT-LABEL
069200     MOVE CF-ENTRY-RAISED TO CF-CT-VALUE
069300     MOVE CF-ENTRY-TOTAL TO CF-CT-AMOUNT
069400     WRITE REPORT-LINE FROM CF-COUNT-LINE
069500     MOVE ZERO TO CF-CT-AMOUNT
069600     MOVE 'ALREADY BILLED, NOT RAISED' TO CF-CT-LABEL
069700     MOVE CF-ALREADY-BILLED TO CF-CT-VALUE
069800     WRITE REPORT-LINE FROM CF-COUNT-LINE
069900     MOVE 'ACTIVE PLAYERS WITH NO DUES TIER' TO CF-CT-LABEL
070000     MOVE CF-NO-TIER TO CF-CT-VALUE
070100     WRITE REPORT-LINE FROM CF-COUNT-LINE
070120     MOVE 'DRAWN PLAYERS REFUSED AN ENTRY FEE' TO CF-CT-LABEL
070140     MOVE CF-ENTRY-REFUSED TO CF-CT-VALUE
070160     WRITE REPORT-LINE FROM CF-COUNT-LINE
070200     CLOSE FEE-LEDGER-FILE
070300     CLOSE REPORT-FILE
070400     IF CF-NO-TIER > ZERO OR CF-ENTRY-REFUSED > ZERO
070500         MOVE 4 TO RETURN-CODE
070600     ELSE
070700         MOVE 0 TO RETURN-CODE
070800     END-IF
070900     PERFORM 9100-LOG-END THRU 9100-EXIT
071000     DISPLAY 'CF4FBIL - NORMAL END, CHARGES RAISED '
071100         CF-CHARGES-WRITTEN.
071200 9000-EXIT.
071300     EXIT.
071400
071500*****************************************************************
071600*  9100-LOG-END - END RECORD ON THE JOB-RUN LOG.  THE RETURN    *
071700*  CODE IS SAVED AROUND THE CALL BECAUSE A CALLED PROGRAM       *
071800*  THAT LEAVES RETURN-CODE ALONE STILL HANDS BACK ZERO.         *
071900*****************************************************************
072000 9100-LOG-END.
072100     MOVE RETURN-CODE TO CF-SAVE-RETURN
072200     MOVE 'E' TO CF-JR-FUNCTION
072300     MOVE CF-PLAYERS-READ TO CF-JR-RECS-READ
072400     MOVE CF-CHARGES-WRITTEN TO CF-JR-RECS-WRITTEN
072500     IF RETURN-CODE = 4
072600         MOVE 'RC04' TO CF-JR-STATUS
072700     ELSE
072800         MOVE 'RC00' TO CF-JR-STATUS
072900     END-IF
073000     CALL 'CF4JRNL' USING CF-JR-PARMS
073100         ON EXCEPTION
073200             DISPLAY 'CF4FBIL - END NOT LOGGED'
073300     END-CALL
073400     MOVE CF-SAVE-RETURN TO RETURN-CODE.
073500 9100-EXIT.
073600     EXIT.
073700
073800*****************************************************************
073900*  9999-ABEND - FATAL ERROR, SET RETURN CODE AND STOP           *
074000*****************************************************************
074100 9999-ABEND.
074200     DISPLAY 'CF4FBIL - RUN TERMINATED IN ERROR'
074300     MOVE 16 TO RETURN-CODE
074400     STOP RUN.
074500 9999-EXIT.
074600     EXIT.
