001500*  COLOURS ALTERNATE BY ROUND SO NEITHER SIDE OF A PAIRING      *
001600*  ALWAYS MOVES FIRST ACROSS THE SEASON.                        *
001700*                                                               *
001710*  ACTIVE PLAYERS ON THE FEES HOLD LIST (FEEHOLD, WRITTEN BY    *
001720*  CF4FAGE) ARE LEFT OUT OF THE DECKS AND LISTED AT THE FOOT    *
001730*  OF THE SCHEDULE SO THE TREASURER CAN CHASE THEM.             *
001740*                                                               *
001800*  RETURN CODES:  0 - CLEAN                                     *
001900*                16 - FILE ERROR                                *
002000*                                                               *
002900*  --------------------                                         *
003000*  09/02/26 LSG NEW PROGRAM - PER-TIER ROUND-ROBIN DECKS AND    *
003100*               QUEUE CONTROL FOR THE OVERNIGHT STREAM          *
003110*  10/15/26 LSG HOLD PLAYERS IN FEES ARREARS (FEEHOLD) OUT OF   *
003120*               THE DECKS AND LIST THEM ON SCHDRPT              *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
004500     SELECT REPORT-FILE ASSIGN TO SCHDRPT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS CF-RPT-STATUS.
004710     SELECT OPTIONAL FEE-HOLD-FILE ASSIGN TO FEEHOLD
004720         ORGANIZATION IS SEQUENTIAL
004730         FILE STATUS IS CF-HOLD-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
006300 FD  REPORT-FILE
006400     RECORD CONTAINS 132 CHARACTERS.
006500 01  REPORT-LINE                  PIC X(132).
006510
006520 FD  FEE-HOLD-FILE
006530     RECORD CONTAINS 80 CHARACTERS.
006540 COPY CFFEEHLD.
006600
006700 WORKING-STORAGE SECTION.
006800 77  CF-PMAST-STATUS              PIC X(02).
006900 77  CF-DECK-STATUS               PIC X(02).
007000 77  CF-QCTL-STATUS               PIC X(02).
007100 77  CF-RPT-STATUS                PIC X(02).
007110 77  CF-HOLD-STATUS               PIC X(02).
007200 77  CF-PMAST-EOF-SW              PIC X(01) VALUE 'N'.
007300     88  CF-PMAST-EOF                 VALUE 'Y'.
007310 77  CF-HOLD-EOF-SW               PIC X(01) VALUE 'N'.
007320     88  CF-HOLD-EOF                  VALUE 'Y'.
007330 77  CF-HELD-SW                   PIC X(01) VALUE 'N'.
007340     88  CF-PLAYER-HELD               VALUE 'Y'.
007400 77  CF-DECK-DSN                  PIC X(44).
007500 77  CF-TIER-SUB                  PIC S9(04) COMP.
007600 77  CF-TIER                      PIC X(01).
008700 77  CF-ACTIVE-COUNT              PIC S9(05) COMP-3 VALUE +0.
008800 77  CF-PAIRS-WRITTEN             PIC S9(05) COMP-3 VALUE +0.
008900 77  CF-DECKS-WRITTEN             PIC S9(05) COMP-3 VALUE +0.
008910 77  CF-HELD-COUNT                PIC S9(05) COMP-3 VALUE +0.
009000 77  CF-RUN-DATE                  PIC 9(08).
009010
009020 COPY CFJRPARM.
010000         10  CF-RO-ID             PIC X(08).
010100         10  CF-RO-NAME           PIC X(20).
010200         10  CF-RO-TIER           PIC X(01).
010210
010220 01  CF-FEE-HOLD-TABLE.
010230     05  CF-FEE-HOLD-COUNT        PIC S9(04) COMP VALUE +0.
010240     05  CF-FEE-HOLD-MAX          PIC S9(04) COMP VALUE +500.
010250     05  CF-FEE-HOLD-ENTRY OCCURS 500 TIMES.
010260         10  CF-HT-ID             PIC X(08).
010270         10  CF-HT-NAME           PIC X(20).
010280         10  CF-HT-OWED           PIC 9(05)V99.
010290         10  CF-HT-DAYS           PIC 9(04).
010291         10  CF-HT-HELD-SW        PIC X(01).
010292             88  CF-HT-HELD           VALUE 'Y'.
010300
010400 01  CF-LIST-TABLE.
010500     05  CF-LIST-COUNT            PIC S9(04) COMP VALUE +0.
017100     05  FILLER                   PIC X(08) VALUE ' DECKS'.
017200     05  CF-TL-DECKS              PIC ZZZZ9.
017300     05  FILLER                   PIC X(82) VALUE SPACES.
017305
017310 01  CF-SECTION-LINE.
017315     05  CF-SC-TEXT               PIC X(60).
017320     05  FILLER                   PIC X(72) VALUE SPACES.
017325
017330 01  CF-HELD-LINE.
017335     05  FILLER                   PIC X(04) VALUE SPACES.
017340     05  CF-HL-ID                 PIC X(08).
017345     05  FILLER                   PIC X(02) VALUE SPACES.
017350     05  CF-HL-NAME               PIC X(20).
017355     05  FILLER                   PIC X(07) VALUE '  OWES'.
017360     05  CF-HL-OWED               PIC ZZ,ZZ9.99.
017365     05  FILLER                   PIC X(02) VALUE SPACES.
017370     05  CF-HL-DAYS               PIC ZZZ9.
017375     05  FILLER                   PIC X(14) VALUE
017380         ' DAYS PAST DUE'.
017385     05  FILLER                   PIC X(62) VALUE SPACES.
017400
017500 PROCEDURE DIVISION.
017600*****************************************************************
021600         CF-RUN-DATE DELIMITED BY SIZE
021700         INTO CF-CC-TEXT
021800     WRITE SCHD-QCTL-REC FROM CF-COMMENT-CARD
021810     PERFORM 1050-LOAD-HOLDS THRU 1050-EXIT
021900     PERFORM 8000-READ-PMAST THRU 8000-EXIT
022000     PERFORM 1100-TABLE-ONE THRU 1100-EXIT
022100         UNTIL CF-PMAST-EOF
022200     CLOSE PLAYER-MAST-FILE.
022300 1000-EXIT.
022400     EXIT.
022401
022402*****************************************************************
022403*  1050-LOAD-HOLDS - TABLE THE FEES HOLD LIST, IF THERE IS ONE  *
022404*****************************************************************
022405 1050-LOAD-HOLDS.
022406     OPEN INPUT FEE-HOLD-FILE
022407     IF CF-HOLD-STATUS NOT = '00'
022408         CLOSE FEE-HOLD-FILE
022409         GO TO 1050-EXIT
022410     END-IF
022411     PERFORM 8100-READ-HOLD THRU 8100-EXIT
022412     PERFORM 1060-TABLE-HOLD THRU 1060-EXIT
022413         UNTIL CF-HOLD-EOF
022414     CLOSE FEE-HOLD-FILE.
022415 1050-EXIT.
022416     EXIT.
022417
022418 1060-TABLE-HOLD.
022419     IF CF-FEE-HOLD-COUNT < CF-FEE-HOLD-MAX
022420         ADD 1 TO CF-FEE-HOLD-COUNT
022421         MOVE CF-FH-PLAYER-ID TO CF-HT-ID (CF-FEE-HOLD-COUNT)
022422         MOVE CF-FH-PLAYER-NAME TO CF-HT-NAME (CF-FEE-HOLD-COUNT)
022423         MOVE CF-FH-OVERDUE TO CF-HT-OWED (CF-FEE-HOLD-COUNT)
022424         MOVE CF-FH-DAYS-OVER TO CF-HT-DAYS (CF-FEE-HOLD-COUNT)
022425         MOVE 'N' TO CF-HT-HELD-SW (CF-FEE-HOLD-COUNT)
022426     ELSE
022427         DISPLAY 'CF4SCHD - FEE HOLD TABLE FULL AT ID '
022428             CF-FH-PLAYER-ID
022429     END-IF
022430     PERFORM 8100-READ-HOLD THRU 8100-EXIT.
022431 1060-EXIT.
022432     EXIT.
022433
022434*****************************************************************
022435*  1070-CHECK-HOLD - IS THE ACTIVE PLAYER ON THE HOLD LIST      *
022436*****************************************************************
022437 1070-CHECK-HOLD.
022438     PERFORM 1080-SCAN-HOLDS THRU 1080-EXIT
022439         VARYING CF-IX FROM 1 BY 1
022440         UNTIL CF-IX > CF-FEE-HOLD-COUNT
022441            OR CF-PLAYER-HELD.
022442 1070-EXIT.
022443     EXIT.
022444
022445 1080-SCAN-HOLDS.
022446     IF CF-HT-ID (CF-IX) = CF-PM-PLAYER-ID
022447         MOVE 'Y' TO CF-HELD-SW
022448         MOVE 'Y' TO CF-HT-HELD-SW (CF-IX)
022449         MOVE CF-PM-PLAYER-NAME TO CF-HT-NAME (CF-IX)
022450         ADD 1 TO CF-HELD-COUNT
022451     END-IF.
022452 1080-EXIT.
022453     EXIT.
022500
022600 1100-TABLE-ONE.
022610     MOVE 'N' TO CF-HELD-SW
022620     IF CF-PM-ACTIVE
022630         PERFORM 1070-CHECK-HOLD THRU 1070-EXIT
022640     END-IF
022700     IF CF-PM-ACTIVE AND NOT CF-PLAYER-HELD
022800         IF CF-ROSTER-COUNT < CF-ROSTER-MAX
022900             ADD 1 TO CF-ROSTER-COUNT
023000             ADD 1 TO CF-ACTIVE-COUNT
043600     MOVE CF-ACTIVE-COUNT TO CF-TL-ACTIVE
043700     MOVE CF-PAIRS-WRITTEN TO CF-TL-PAIRS
043800     MOVE CF-DECKS-WRITTEN TO CF-TL-DECKS
043900     WRITE REPORT-LINE FROM CF-TOTAL-LINE
043910     IF CF-HELD-COUNT > ZERO
043920         MOVE SPACES TO REPORT-LINE
043930         WRITE REPORT-LINE
043940         MOVE 'PLAYERS HELD - FEES IN ARREARS, NOT SCHEDULED'
043950             TO CF-SC-TEXT
043960         WRITE REPORT-LINE FROM CF-SECTION-LINE
043970         PERFORM 7100-PRINT-HELD THRU 7100-EXIT
043980             VARYING CF-IX FROM 1 BY 1
043990             UNTIL CF-IX > CF-FEE-HOLD-COUNT
043995     END-IF.
044000 7000-EXIT.
044100     EXIT.
044110
044120 7100-PRINT-HELD.
044130     IF NOT CF-HT-HELD (CF-IX)
044140         GO TO 7100-EXIT
044150     END-IF
044160     MOVE CF-HT-ID (CF-IX) TO CF-HL-ID
044170     MOVE CF-HT-NAME (CF-IX) TO CF-HL-NAME
044180     MOVE CF-HT-OWED (CF-IX) TO CF-HL-OWED
044190     MOVE CF-HT-DAYS (CF-IX) TO CF-HL-DAYS
044191     WRITE REPORT-LINE FROM CF-HELD-LINE.
044192 7100-EXIT.
044193     EXIT.
044200
044300*****************************************************************
044400*  8000-READ-PMAST - READ THE NEXT PLAYER MASTER RECORD         *
045000     END-READ.
045100 8000-EXIT.
045200     EXIT.
045210
045220 8100-READ-HOLD.
045230     READ FEE-HOLD-FILE
045240         AT END
045250             MOVE 'Y' TO CF-HOLD-EOF-SW
045260     END-READ.
045270 8100-EXIT.
045280     EXIT.
045300
045400*****************************************************************
045500*  9000-TERMINATE - CLOSE FILES                                 *
