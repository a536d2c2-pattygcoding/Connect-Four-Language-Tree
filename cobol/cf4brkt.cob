001710*        WHOSE MATCH ID POSTDATES THE SEED DATE STAMPED ON      *
001720*        THE BRACKET COUNT - OLDER SERIES STILL ON THE          *
001730*        CUMULATIVE FILE ARE SKIPPED AS STALE                   *
001740*  A SEED RUN LEAVES OUT ACTIVE PLAYERS ON THE FEES HOLD LIST   *
001750*  (FEEHOLD, WRITTEN BY CF4FAGE) AND LISTS THEM ON BRKTRPT.     *
001800*  EITHER RUN WRITES THE UPDATED BRACKET TO BRACKNEW (THE JOB   *
001900*  REPLACES BRACKET AFTER A CLEAN RUN) AND PRINTS THE WHOLE     *
002000*  BRACKET PLUS THE NEXT ROUND'S PAIRINGS ON BRKTRPT.           *
002010*  BEFORE THE REPLACE BRACKET IS SAVED AS ITS NEXT BACKUP       *
002020*  GENERATION (CF4GBAK) SO EITHER RUN CAN BE ROLLED BACK BY     *
002030*  CF4REST.                                                     *
002100*                                                               *
002200*  RETURN CODES:  0 - CLEAN                                     *
002300*                 4 - UNSCHEDULED OR DRAWN SERIES REPORTED      *
003600*               ROUND-BY-ROUND ADVANCE OFF MATCH SERIES         *
003610*  09/02/26 LSG SEED DATE STAMPED ON THE BRACKET; SERIES        *
003620*               OLDER THAN THE DRAW ARE SKIPPED AS STALE        *
003630*  10/15/26 LSG SEED RUN HOLDS PLAYERS IN FEES ARREARS          *
003640*               (FEEHOLD) OUT OF THE DRAW AND LISTS THEM        *
003650*  10/15/26 LSG BRACKET SAVED AS A BACKUP GENERATION BEFORE     *
003660*               THE JOB REPLACES IT                             *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
005900     SELECT REPORT-FILE ASSIGN TO BRKTRPT
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS CF-RPT-STATUS.
006110     SELECT OPTIONAL FEE-HOLD-FILE ASSIGN TO FEEHOLD
006120         ORGANIZATION IS SEQUENTIAL
006130         FILE STATUS IS CF-HOLD-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
009100 FD  REPORT-FILE
009200     RECORD CONTAINS 132 CHARACTERS.
009300 01  REPORT-LINE                  PIC X(132).
009310
009320 FD  FEE-HOLD-FILE
009330     RECORD CONTAINS 80 CHARACTERS.
009340 COPY CFFEEHLD.
009400
009500 WORKING-STORAGE SECTION.
009600 77  CF-PARM-STATUS               PIC X(02).
010000 77  CF-BNEW-STATUS               PIC X(02).
010100 77  CF-MTCH-STATUS               PIC X(02).
010200 77  CF-RPT-STATUS                PIC X(02).
010210 77  CF-HOLD-STATUS               PIC X(02).
010300 77  CF-PMAST-EOF-SW              PIC X(01) VALUE 'N'.
010400     88  CF-PMAST-EOF                 VALUE 'Y'.
010500 77  CF-RATE-EOF-SW               PIC X(01) VALUE 'N'.
010800     88  CF-BRKT-EOF                  VALUE 'Y'.
010900 77  CF-MTCH-EOF-SW               PIC X(01) VALUE 'N'.
011000     88  CF-MTCH-EOF                  VALUE 'Y'.
011010 77  CF-HOLD-EOF-SW               PIC X(01) VALUE 'N'.
011020     88  CF-HOLD-EOF                  VALUE 'Y'.
011030 77  CF-HELD-SW                   PIC X(01) VALUE 'N'.
011040     88  CF-PLAYER-HELD               VALUE 'Y'.
011100 77  CF-FUNCTION                  PIC X(01).
011200     88  CF-SEED-RUN                  VALUE 'S'.
011300     88  CF-RESULT-RUN                VALUE 'R'.
011500 77  CF-TIES-SETTLED              PIC S9(05) COMP-3 VALUE +0.
011600 77  CF-SERIES-FLAGGED            PIC S9(05) COMP-3 VALUE +0.
011610 77  CF-SERIES-STALE              PIC S9(05) COMP-3 VALUE +0.
011615 77  CF-HELD-COUNT                PIC S9(05) COMP-3 VALUE +0.
011620 77  CF-SEED-DATE                 PIC 9(08) VALUE 0.
011630 77  CF-CUTOFF-ID                 PIC 9(14) VALUE 0.
011700 77  CF-IX                        PIC S9(04) COMP.
013500 77  CF-RUN-DATE                  PIC 9(08).
013600
013700 COPY CFJRPARM.
013710
013720 COPY CFBKPARM.
013800
013900 01  CF-SEED-TABLE.
014000     05  CF-SEED-COUNT            PIC S9(04) COMP VALUE +0.
015000         10  CF-RO-ID             PIC X(08).
015100         10  CF-RO-NAME           PIC X(20).
015200         10  CF-RO-SEEDED-SW      PIC X(01).
015210
015220 01  CF-FEE-HOLD-TABLE.
015230     05  CF-FEE-HOLD-COUNT        PIC S9(04) COMP VALUE +0.
015240     05  CF-FEE-HOLD-MAX          PIC S9(04) COMP VALUE +500.
015250     05  CF-FEE-HOLD-ENTRY OCCURS 500 TIMES.
015260         10  CF-HT-ID             PIC X(08).
015270         10  CF-HT-NAME           PIC X(20).
015280         10  CF-HT-OWED           PIC 9(05)V99.
015290         10  CF-HT-DAYS           PIC 9(04).
015291         10  CF-HT-HELD-SW        PIC X(01).
015292             88  CF-HT-HELD           VALUE 'Y'.
015300
015400 01  CF-TIE-TABLE.
015500     05  CF-TIE-COUNT             PIC S9(04) COMP VALUE +0.
022410     05  FILLER                   PIC X(08) VALUE ' STALE'.
022420     05  CF-TT-STALE              PIC ZZZZ9.
022500     05  FILLER                   PIC X(66) VALUE SPACES.
022510
022520 01  CF-HELD-LINE.
022530     05  FILLER                   PIC X(02) VALUE SPACES.
022540     05  CF-HL-ID                 PIC X(08).
022550     05  FILLER                   PIC X(01) VALUE SPACE.
022560     05  CF-HL-NAME               PIC X(20).
022570     05  FILLER                   PIC X(07) VALUE '  OWES'.
022580     05  CF-HL-OWED               PIC ZZ,ZZ9.99.
022585     05  FILLER                   PIC X(02) VALUE SPACES.
022590     05  CF-HL-DAYS               PIC ZZZ9.
022592     05  FILLER                   PIC X(14) VALUE
022594         ' DAYS PAST DUE'.
022596     05  FILLER                   PIC X(65) VALUE SPACES.
022600
022700 PROCEDURE DIVISION.
022800*****************************************************************
033100         UNTIL CF-IX > CF-TIES-THIS-ROUND.
033200 2000-EXIT.
033300     EXIT.
033301
033302*****************************************************************
033303*  2050-LOAD-HOLDS - TABLE THE FEES HOLD LIST, IF THERE IS ONE  *
033304*****************************************************************
033305 2050-LOAD-HOLDS.
033306     OPEN INPUT FEE-HOLD-FILE
033307     IF CF-HOLD-STATUS NOT = '00'
033308         CLOSE FEE-HOLD-FILE
033309         GO TO 2050-EXIT
033310     END-IF
033311     PERFORM 8400-READ-HOLD THRU 8400-EXIT
033312     PERFORM 2060-TABLE-HOLD THRU 2060-EXIT
033313         UNTIL CF-HOLD-EOF
033314     CLOSE FEE-HOLD-FILE.
033315 2050-EXIT.
033316     EXIT.
033317
033318 2060-TABLE-HOLD.
033319     IF CF-FEE-HOLD-COUNT < CF-FEE-HOLD-MAX
033320         ADD 1 TO CF-FEE-HOLD-COUNT
033321         MOVE CF-FH-PLAYER-ID TO CF-HT-ID (CF-FEE-HOLD-COUNT)
033322         MOVE CF-FH-PLAYER-NAME TO CF-HT-NAME (CF-FEE-HOLD-COUNT)
033323         MOVE CF-FH-OVERDUE TO CF-HT-OWED (CF-FEE-HOLD-COUNT)
033324         MOVE CF-FH-DAYS-OVER TO CF-HT-DAYS (CF-FEE-HOLD-COUNT)
033325         MOVE 'N' TO CF-HT-HELD-SW (CF-FEE-HOLD-COUNT)
033326     ELSE
033327         DISPLAY 'CF4BRKT - FEE HOLD TABLE FULL AT ID '
033328             CF-FH-PLAYER-ID
033329     END-IF
033330     PERFORM 8400-READ-HOLD THRU 8400-EXIT.
033331 2060-EXIT.
033332     EXIT.
033333
033334*****************************************************************
033335*  2070-CHECK-HOLD - IS THE ACTIVE PLAYER ON THE HOLD LIST      *
033336*****************************************************************
033337 2070-CHECK-HOLD.
033338     PERFORM 2080-SCAN-HOLDS THRU 2080-EXIT
033339         VARYING CF-JX FROM 1 BY 1
033340         UNTIL CF-JX > CF-FEE-HOLD-COUNT
033341            OR CF-PLAYER-HELD.
033342 2070-EXIT.
033343     EXIT.
033344
033345 2080-SCAN-HOLDS.
033346     IF CF-HT-ID (CF-JX) = CF-PM-PLAYER-ID
033347         MOVE 'Y' TO CF-HELD-SW
033348         MOVE 'Y' TO CF-HT-HELD-SW (CF-JX)
033349         MOVE CF-PM-PLAYER-NAME TO CF-HT-NAME (CF-JX)
033350         ADD 1 TO CF-HELD-COUNT
033351     END-IF.
033352 2080-EXIT.
033353     EXIT.
033400
033500*****************************************************************
033600*  2100-LOAD-ROSTER - ACTIVE PLAYERS OFF THE MASTER             *
033700*****************************************************************
033800 2100-LOAD-ROSTER.
033810     PERFORM 2050-LOAD-HOLDS THRU 2050-EXIT
033900     OPEN INPUT PLAYER-MAST-FILE
034000     IF CF-PMAST-STATUS NOT = '00'
034100         DISPLAY 'CF4BRKT - CANNOT OPEN PLAYERMS, STATUS '
035000     EXIT.
035100
035200 2110-TABLE-ONE.
035210     MOVE 'N' TO CF-HELD-SW
035220     IF CF-PM-ACTIVE
035230         PERFORM 2070-CHECK-HOLD THRU 2070-EXIT
035240     END-IF
035300     IF CF-PM-ACTIVE AND NOT CF-PLAYER-HELD
035400         IF CF-ROSTER-COUNT < CF-ROSTER-MAX
035500             ADD 1 TO CF-ROSTER-COUNT
035600             MOVE CF-PM-PLAYER-ID
076700     MOVE CF-TIES-SETTLED TO CF-TT-SETTLED
076800     MOVE CF-SERIES-FLAGGED TO CF-TT-FLAGGED
076810     MOVE CF-SERIES-STALE TO CF-TT-STALE
076900     WRITE REPORT-LINE FROM CF-TOTAL-LINE
076910     IF CF-HELD-COUNT > ZERO
076920         MOVE SPACES TO REPORT-LINE
076930         WRITE REPORT-LINE
076940         MOVE 'PLAYERS HELD - FEES IN ARREARS, NOT DRAWN'
076950             TO CF-SC-TEXT
076960         WRITE REPORT-LINE FROM CF-SECTION-LINE
076970         PERFORM 7300-PRINT-HELD THRU 7300-EXIT
076980             VARYING CF-IX FROM 1 BY 1
076990             UNTIL CF-IX > CF-FEE-HOLD-COUNT
076995     END-IF.
077000 7000-EXIT.
077100     EXIT.
077200
081700     WRITE REPORT-LINE FROM CF-TIE-LINE.
081800 7200-EXIT.
081900     EXIT.
081910
081920 7300-PRINT-HELD.
081930     IF NOT CF-HT-HELD (CF-IX)
081940         GO TO 7300-EXIT
081950     END-IF
081960     MOVE CF-HT-ID (CF-IX) TO CF-HL-ID
081970     MOVE CF-HT-NAME (CF-IX) TO CF-HL-NAME
081980     MOVE CF-HT-OWED (CF-IX) TO CF-HL-OWED
081985     MOVE CF-HT-DAYS (CF-IX) TO CF-HL-DAYS
081990     WRITE REPORT-LINE FROM CF-HELD-LINE.
081995 7300-EXIT.
081999     EXIT.
082000
082100*****************************************************************
082200*  8000-READ-PMAST / 8100-READ-RATE / 8200-READ-BRKT /          *
082300*  8300-READ-MTCH / 8400-READ-HOLD                              *
082400*****************************************************************
082500 8000-READ-PMAST.
082600     READ PLAYER-MAST-FILE
085300     END-READ.
085400 8300-EXIT.
085500     EXIT.
085510
085520 8400-READ-HOLD.
085530     READ FEE-HOLD-FILE
085540         AT END
085550             MOVE 'Y' TO CF-HOLD-EOF-SW
085560     END-READ.
085570 8400-EXIT.
085580     EXIT.
085600
085700*****************************************************************
085800*  9000-TERMINATE - CLOSE FILES, SET RETURN CODE                *
086000 9000-TERMINATE.
086100     CLOSE BRACKET-NEW-FILE
086200     CLOSE REPORT-FILE
086210     PERFORM 9200-BACKUP-MASTERS THRU 9200-EXIT
086300     IF CF-SERIES-FLAGGED > ZERO
086400         MOVE 4 TO RETURN-CODE
086500     ELSE
089400 9100-EXIT.
089500     EXIT.
089600
089602*****************************************************************
089604*  9200-BACKUP-MASTERS - SAVE THE MASTER AS IT STANDS AS ITS    *
089606*  NEXT BACKUP GENERATION BEFORE THE JOB REPLACES IT.  A        *
089608*  BACKUP THAT CANNOT BE TAKEN ENDS THE RUN IN ERROR SO THE     *
089610*  REPLACE DOES NOT GO AHEAD.                                   *
089612*****************************************************************
089614 9200-BACKUP-MASTERS.
089616     MOVE 'BRACKET' TO CF-GB-FILE-NAME
089618     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT.
089620 9200-EXIT.
089622     EXIT.
089624
089626 9210-BACKUP-FILE.
089628     MOVE 'B' TO CF-GB-FUNCTION
089630     MOVE 'CF4BRKT' TO CF-GB-PROGRAM
089632     MOVE CF-RUN-DATE TO CF-GB-RUN-DATE
089634     MOVE ZERO TO CF-GB-GENERATION
089636     MOVE ZERO TO CF-GB-RECORD-COUNT
089638     MOVE ZERO TO CF-GB-SAFETY-GEN
089640     MOVE ZERO TO CF-GB-RETURN
089642     CALL 'CF4GBAK' USING CF-GB-PARMS
089644         ON EXCEPTION
089646             DISPLAY 'CF4BRKT - CF4GBAK IS NOT AVAILABLE'
089648             GO TO 9999-ABEND
089650     END-CALL
089652     IF CF-GB-RETURN NOT = ZERO
089654         DISPLAY 'CF4BRKT - BACKUP OF ' CF-GB-FILE-NAME
089656             ' FAILED, RETURN ' CF-GB-RETURN
089658         GO TO 9999-ABEND
089660     END-IF
089662     DISPLAY 'CF4BRKT - ' CF-GB-FILE-NAME
089664         ' SAVED AS GENERATION ' CF-GB-GENERATION.
089666 9210-EXIT.
089668     EXIT.
089670
089700*****************************************************************
089800*  9999-ABEND - FATAL ERROR, SET RETURN CODE AND STOP           *
089900*****************************************************************
