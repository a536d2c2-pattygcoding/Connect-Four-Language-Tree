000100*****************************************************************
000200*                                                               *
000300*  CF4FAGE - FEES ARREARS AGING AND PLAY HOLDS                  *
000400*                                                               *
000500*  READS THE FEES LEDGER (FEELEDGR) AND, FOR EACH PLAYER,       *
000600*  APPLIES THE PAYMENTS TO THE OLDEST CHARGES FIRST (BY DUE     *
000700*  DATE).  WHAT IS LEFT OPEN IS AGED AGAINST THE AS-OF DATE     *
000800*  INTO CURRENT, 1-30, 31-60, 61-90 AND OVER 90 DAYS PAST DUE   *
000900*  AND PRINTED ON FAGERPT, ONE LINE PER PLAYER WITH A NON-ZERO  *
001000*  BALANCE.  A PLAYER WITH ANY CHARGE STILL OPEN MORE THAN THE  *
001100*  HOLD CUTOFF DAYS PAST DUE IS MARKED HOLD AND WRITTEN TO THE  *
001200*  HOLD FILE (FEEHOLD), WHICH CF4SCHD AND CF4BRKT READ TO KEEP  *
001300*  THE PLAYER OUT OF NEW DECKS AND DRAWS.  FEEHOLD IS REWRITTEN *
001400*  EVERY RUN, SO A PLAYER WHO PAYS UP IS RELEASED BY THE NEXT   *
001500*  AGING RUN.                                                   *
001600*                                                               *
001700*  PARAMETER CARD (FAGEPARM):                                   *
001800*               COLS  1-8  AS-OF DATE  YYYYMMDD, ZERO FOR THE   *
001900*                          RUN DATE                             *
002000*               COLS  9-11 HOLD CUTOFF - DAYS PAST DUE, ZERO    *
002100*                          FOR 60                               *
002200*                                                               *
002300*  RETURN CODES:  0 - CLEAN                                     *
002400*                16 - BAD PARM OR FILE ERROR                    *
002500*                                                               *
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. CF4FAGE.
002800 AUTHOR. LEAGUE SYSTEMS GROUP.
002900 INSTALLATION. CONNECT FOUR LEAGUE.
003000 DATE-WRITTEN. 10/15/26.
003100 DATE-COMPILED.
003200*****************************************************************
003300*  MODIFICATION HISTORY                                         *
003400*  --------------------                                         *
003500*  10/15/26 LSG NEW PROGRAM - ARREARS AGING AND THE FEES HOLD   *
003600*               LIST FOR SCHEDULING AND SEEDING                 *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PARM-FILE ASSIGN TO FAGEPARM
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS CF-PARM-STATUS.
004400     SELECT PLAYER-MAST-FILE ASSIGN TO PLAYERMS
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS CF-PMAST-STATUS.
004700     SELECT OPTIONAL FEE-LEDGER-FILE ASSIGN TO FEELEDGR
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS CF-FEEL-STATUS.
005000     SELECT FEE-HOLD-FILE ASSIGN TO FEEHOLD
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS CF-HOLD-STATUS.
005300     SELECT REPORT-FILE ASSIGN TO FAGERPT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS CF-RPT-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  PARM-FILE
006000     RECORD CONTAINS 80 CHARACTERS.
006100 01  PARM-REC.
006200     05  CF-PARM-AS-OF            PIC 9(08).
006300     05  CF-PARM-HOLD-DAYS        PIC 9(03).
006400     05  FILLER                   PIC X(69).
006500
006600 FD  PLAYER-MAST-FILE
006700     RECORD CONTAINS 80 CHARACTERS.
006800 COPY CFPLAYER.
006900
007000 FD  FEE-LEDGER-FILE
007100     RECORD CONTAINS 80 CHARACTERS.
007200 COPY CFFEELED.
007300
007400 FD  FEE-HOLD-FILE
007500     RECORD CONTAINS 80 CHARACTERS.
007600 COPY CFFEEHLD.
007700
007800 FD  REPORT-FILE
007900     RECORD CONTAINS 132 CHARACTERS.
008000 01  REPORT-LINE                  PIC X(132).
008100
008200 WORKING-STORAGE SECTION.
008300 77  CF-PARM-STATUS               PIC X(02).
008400 77  CF-PMAST-STATUS              PIC X(02).
008500 77  CF-FEEL-STATUS               PIC X(02).
008600 77  CF-HOLD-STATUS               PIC X(02).
008700 77  CF-RPT-STATUS                PIC X(02).
008800 77  CF-PMAST-EOF-SW              PIC X(01) VALUE 'N'.
008900     88  CF-PMAST-EOF                 VALUE 'Y'.
009000 77  CF-FEEL-EOF-SW               PIC X(01) VALUE 'N'.
009100     88  CF-FEEL-EOF                  VALUE 'Y'.
009200 77  CF-SORT-SWAP-SW              PIC X(01) VALUE 'Y'.
009300     88  CF-SORT-SWAPPED              VALUE 'Y'.
009400 77  CF-AS-OF-DATE                PIC 9(08).
009500 77  CF-AS-OF-DAYS                PIC S9(07) COMP-3.
009600 77  CF-HOLD-DAYS                 PIC S9(04) COMP.
009700 77  CF-LEDGER-READ               PIC S9(05) COMP-3 VALUE +0.
009800 77  CF-PLAYERS-LISTED            PIC S9(05) COMP-3 VALUE +0.
009900 77  CF-PLAYERS-HELD              PIC S9(05) COMP-3 VALUE +0.
010000 77  CF-IX                        PIC S9(04) COMP.
010100 77  CF-CX                        PIC S9(04) COMP.
010200 77  CF-WORK-SUB                  PIC S9(04) COMP.
010300 77  CF-WORK-ID                   PIC X(08).
010400 77  CF-DAYS-PAST                 PIC S9(07) COMP-3.
010500 77  CF-CREDIT-LEFT               PIC S9(07)V99 COMP-3.
010600 77  CF-OPEN-AMOUNT               PIC S9(07)V99 COMP-3.
010700 77  CF-RUN-DATE                  PIC 9(08).
010800
010900 COPY CFJRPARM.
011000
011100*****************************************************************
011200*  DAY NUMBER WORK AREA - DAYS SINCE 01/01/0001 FOR A YYYYMMDD  *
011300*  DATE, SO TWO DATES CAN BE SUBTRACTED                         *
011400*****************************************************************
011500 01  CF-DN-DATE                   PIC 9(08).
011600 01  CF-DN-PARTS REDEFINES CF-DN-DATE.
011700     05  CF-DN-YYYY               PIC 9(04).
011800     05  CF-DN-MM                 PIC 9(02).
011900     05  CF-DN-DD                 PIC 9(02).
012000 01  CF-DN-WORK.
012100     05  CF-DN-DAYS               PIC S9(07) COMP-3.
012200     05  CF-DN-PRIOR-YEARS        PIC S9(05) COMP-3.
012300     05  CF-DN-QUOT               PIC S9(05) COMP-3.
012400     05  CF-DN-REM-4              PIC S9(05) COMP-3.
012500     05  CF-DN-REM-100            PIC S9(05) COMP-3.
012600     05  CF-DN-REM-400            PIC S9(05) COMP-3.
012700     05  CF-DN-MONTH              PIC S9(04) COMP.
012800
012900 01  CF-MONTH-LIST                PIC X(36) VALUE
013000     '000031059090120151181212243273304334'.
013100 01  CF-MONTH-DAYS REDEFINES CF-MONTH-LIST.
013200     05  CF-MONTH-BEFORE          PIC 9(03) OCCURS 12 TIMES.
013300
013400 01  CF-ROSTER-TABLE.
013500     05  CF-ROSTER-COUNT          PIC S9(04) COMP VALUE +0.
013600     05  CF-ROSTER-MAX            PIC S9(04) COMP VALUE +500.
013700     05  CF-ROSTER-ENTRY OCCURS 500 TIMES.
013800         10  CF-RO-ID             PIC X(08).
013900         10  CF-RO-NAME           PIC X(20).
014000
014100*****************************************************************
014200*  ONE ENTRY PER PLAYER ON THE LEDGER, SORTED INTO ID ORDER     *
014300*****************************************************************
014400 01  CF-ACCOUNT-TABLE.
014500     05  CF-ACCOUNT-COUNT         PIC S9(04) COMP VALUE +0.
014600     05  CF-ACCOUNT-MAX           PIC S9(04) COMP VALUE +600.
014700     05  CF-ACCOUNT-ENTRY OCCURS 600 TIMES.
014800         10  CF-AC-ID             PIC X(08).
014900         10  CF-AC-CHARGED        PIC S9(07)V99 COMP-3.
015000         10  CF-AC-PAID           PIC S9(07)V99 COMP-3.
015100 01  CF-HOLD-ACCOUNT              PIC X(18).
015200
015300*****************************************************************
015400*  EVERY CHARGE, SORTED INTO PLAYER AND DUE DATE ORDER          *
015500*****************************************************************
015600 01  CF-CHARGE-TABLE.
015700     05  CF-CHARGE-COUNT          PIC S9(04) COMP VALUE +0.
015800     05  CF-CHARGE-MAX            PIC S9(04) COMP VALUE +3000.
015900     05  CF-CHARGE-ENTRY OCCURS 3000 TIMES.
016000         10  CF-CH-KEY.
016100             15  CF-CH-PLAYER-ID  PIC X(08).
016200             15  CF-CH-DUE-DATE   PIC 9(08).
016300         10  CF-CH-AMOUNT         PIC S9(05)V99 COMP-3.
016400 01  CF-HOLD-CHARGE               PIC X(20).
016500
016600*****************************************************************
016700*  ONE PLAYER'S AGED BALANCE, THEN THE REPORT TOTALS            *
016800*****************************************************************
016900 01  CF-AGED-PLAYER.
017000     05  CF-AP-BALANCE            PIC S9(07)V99 COMP-3.
017100     05  CF-AP-CURRENT            PIC S9(07)V99 COMP-3.
017200     05  CF-AP-30                 PIC S9(07)V99 COMP-3.
017300     05  CF-AP-60                 PIC S9(07)V99 COMP-3.
017400     05  CF-AP-90                 PIC S9(07)V99 COMP-3.
017500     05  CF-AP-OVER-90            PIC S9(07)V99 COMP-3.
017600     05  CF-AP-OVERDUE            PIC S9(07)V99 COMP-3.
017700     05  CF-AP-OLDEST-DUE         PIC 9(08).
017800     05  CF-AP-MOST-DAYS          PIC S9(07) COMP-3.
017900 01  CF-AGED-TOTAL.
018000     05  CF-AT-BALANCE            PIC S9(07)V99 COMP-3
018100                                  VALUE +0.
018200     05  CF-AT-CURRENT            PIC S9(07)V99 COMP-3
018300                                  VALUE +0.
018400     05  CF-AT-30                 PIC S9(07)V99 COMP-3
018500                                  VALUE +0.
018600     05  CF-AT-60                 PIC S9(07)V99 COMP-3
018700                                  VALUE +0.
018800     05  CF-AT-90                 PIC S9(07)V99 COMP-3
018900                                  VALUE +0.
019000     05  CF-AT-OVER-90            PIC S9(07)V99 COMP-3
019100                                  VALUE +0.
019200     05  CF-AT-OVERDUE            PIC S9(07)V99 COMP-3
019300                                  VALUE +0.
019400
019500 01  CF-HEAD-1.
019600     05  FILLER                   PIC X(09) VALUE 'CF4FAGE'.
019700     05  FILLER                   PIC X(40) VALUE
019800         'FEES ARREARS AGING REPORT'.
019900     05  FILLER                   PIC X(05) VALUE 'DATE'.
020000     05  CF-HD-DATE               PIC 9(08).
020100     05  FILLER                   PIC X(70) VALUE SPACES.
020200
020300 01  CF-HEAD-PARM.
020400     05  FILLER                   PIC X(06) VALUE 'AS OF'.
020500     05  CF-HP-AS-OF              PIC 9(08).
020600     05  FILLER                   PIC X(23) VALUE
020700         '   HOLD WHEN MORE THAN'.
020800     05  CF-HP-DAYS               PIC ZZ9.
020900     05  FILLER                   PIC X(14) VALUE
021000         ' DAYS PAST DUE'.
021100     05  FILLER                   PIC X(78) VALUE SPACES.
021200
021300 01  CF-HEAD-2.
021400     05  FILLER                   PIC X(10) VALUE 'PLAYER-ID'.
021500     05  FILLER                   PIC X(21) VALUE 'PLAYER NAME'.
021600     05  FILLER                   PIC X(12) VALUE
021700         '    BALANCE'.
021800     05  FILLER                   PIC X(12) VALUE
021900         '    CURRENT'.
022000     05  FILLER                   PIC X(12) VALUE
022100         '       1-30'.
022200     05  FILLER                   PIC X(12) VALUE
022300         '      31-60'.
022400     05  FILLER                   PIC X(12) VALUE
022500         '      61-90'.
022600     05  FILLER                   PIC X(12) VALUE
022700         '    OVER 90'.
022800     05  FILLER                   PIC X(29) VALUE 'STATUS'.
022900
023000 01  CF-DETAIL-LINE.
023100     05  CF-DT-ID                 PIC X(08).
023200     05  FILLER                   PIC X(02) VALUE SPACES.
023300     05  CF-DT-NAME               PIC X(20).
023400     05  FILLER                   PIC X(01) VALUE SPACE.
023500     05  CF-DT-BALANCE            PIC ZZZ,ZZ9.99-.
023600     05  FILLER                   PIC X(01) VALUE SPACE.
023700     05  CF-DT-CURRENT            PIC ZZZ,ZZ9.99-.
023800     05  FILLER                   PIC X(01) VALUE SPACE.
023900     05  CF-DT-30                 PIC ZZZ,ZZ9.99-.
024000     05  FILLER                   PIC X(01) VALUE SPACE.
024100     05  CF-DT-60                 PIC ZZZ,ZZ9.99-.
024200     05  FILLER                   PIC X(01) VALUE SPACE.
024300     05  CF-DT-90                 PIC ZZZ,ZZ9.99-.
024400     05  FILLER                   PIC X(01) VALUE SPACE.
024500     05  CF-DT-OVER-90            PIC ZZZ,ZZ9.99-.
024600     05  FILLER                   PIC X(01) VALUE SPACE.
024700     05  CF-DT-STATUS             PIC X(29).
024800
024900 01  CF-COUNT-LINE.
025000     05  CF-CT-LABEL              PIC X(34).
025100     05  CF-CT-VALUE              PIC ZZZ,ZZ9.
025200     05  FILLER                   PIC X(02) VALUE SPACES.
025300     05  CF-CT-AMOUNT             PIC Z,ZZZ,ZZ9.99-.
025400     05  FILLER                   PIC X(76) VALUE SPACES.
025500
025600 PROCEDURE DIVISION.
025700*****************************************************************
025800*  0000-MAINLINE - CONTROL THE RUN                              *
025900*****************************************************************
026000 0000-MAINLINE.
026100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026200     PERFORM 2000-LOAD-LEDGER THRU 2000-EXIT
026300     PERFORM 3000-SORT-ACCOUNTS THRU 3000-EXIT
026400     PERFORM 3200-SORT-CHARGES THRU 3200-EXIT
026500     MOVE 1 TO CF-CX
026600     PERFORM 4000-AGE-ACCOUNT THRU 4000-EXIT
026700         VARYING CF-IX FROM 1 BY 1
026800         UNTIL CF-IX > CF-ACCOUNT-COUNT
026900     PERFORM 9000-TERMINATE THRU 9000-EXIT
027000     STOP RUN.
027100
027200*****************************************************************
027300*  1000-INITIALIZE - PARM, ROSTER, OPEN OUTPUTS                 *
027400*****************************************************************
027500 1000-INITIALIZE.
027600     ACCEPT CF-RUN-DATE FROM DATE YYYYMMDD
027700     OPEN INPUT PARM-FILE
027800     IF CF-PARM-STATUS NOT = '00'
027900         DISPLAY 'CF4FAGE - CANNOT OPEN FAGEPARM, STATUS '
028000             CF-PARM-STATUS
028100         GO TO 9999-ABEND
028200     END-IF
028300     READ PARM-FILE
028400         AT END
028500             DISPLAY 'CF4FAGE - EMPTY PARAMETER FILE'
028600             GO TO 9999-ABEND
028700     END-READ
028800     CLOSE PARM-FILE
028900     IF CF-PARM-AS-OF IS NOT NUMERIC
029000         OR CF-PARM-HOLD-DAYS IS NOT NUMERIC
029100         DISPLAY 'CF4FAGE - NON-NUMERIC DATE OR DAYS ON PARM'
029200         GO TO 9999-ABEND
029300     END-IF
029400     IF CF-PARM-AS-OF = ZERO
029500         MOVE CF-RUN-DATE TO CF-AS-OF-DATE
029600     ELSE
029700         MOVE CF-PARM-AS-OF TO CF-AS-OF-DATE
029800     END-IF
029900     IF CF-AS-OF-DATE < 19000101
030000         DISPLAY 'CF4FAGE - BAD AS-OF DATE ON PARM CARD'
030100         GO TO 9999-ABEND
030200     END-IF
030300     IF CF-PARM-HOLD-DAYS = ZERO
030400         MOVE 60 TO CF-HOLD-DAYS
030500     ELSE
030600         MOVE CF-PARM-HOLD-DAYS TO CF-HOLD-DAYS
030700     END-IF
030800     MOVE CF-AS-OF-DATE TO CF-DN-DATE
030900     PERFORM 6000-DAY-NUMBER THRU 6000-EXIT
031000     MOVE CF-DN-DAYS TO CF-AS-OF-DAYS
031100     PERFORM 1300-LOG-START THRU 1300-EXIT
031200     OPEN INPUT PLAYER-MAST-FILE
031300     IF CF-PMAST-STATUS NOT = '00'
031400         DISPLAY 'CF4FAGE - CANNOT OPEN PLAYERMS, STATUS '
031500             CF-PMAST-STATUS
031600         GO TO 9999-ABEND
031700     END-IF
031800     PERFORM 8000-READ-PMAST THRU 8000-EXIT
031900     PERFORM 1100-TABLE-PLAYER THRU 1100-EXIT
032000         UNTIL CF-PMAST-EOF
032100     CLOSE PLAYER-MAST-FILE
032200     OPEN OUTPUT FEE-HOLD-FILE
032300     IF CF-HOLD-STATUS NOT = '00'
032400         DISPLAY 'CF4FAGE - CANNOT OPEN FEEHOLD, STATUS '
032500             CF-HOLD-STATUS
032600         GO TO 9999-ABEND
032700     END-IF
032800     OPEN OUTPUT REPORT-FILE
032900     IF CF-RPT-STATUS NOT = '00'
033000         DISPLAY 'CF4FAGE - CANNOT OPEN FAGERPT, STATUS '
033100             CF-RPT-STATUS
033200         GO TO 9999-ABEND
033300     END-IF
033400     MOVE CF-RUN-DATE TO CF-HD-DATE
033500     WRITE REPORT-LINE FROM CF-HEAD-1
033600     MOVE CF-AS-OF-DATE TO CF-HP-AS-OF
033700     MOVE CF-HOLD-DAYS TO CF-HP-DAYS
033800     WRITE REPORT-LINE FROM CF-HEAD-PARM
033900     MOVE SPACES TO REPORT-LINE
034000     WRITE REPORT-LINE
034100     WRITE REPORT-LINE FROM CF-HEAD-2.
034200 1000-EXIT.
034300     EXIT.
034400
034500 1100-TABLE-PLAYER.
034600     IF CF-ROSTER-COUNT < CF-ROSTER-MAX
034700         ADD 1 TO CF-ROSTER-COUNT
034800         MOVE CF-PM-PLAYER-ID TO CF-RO-ID (CF-ROSTER-COUNT)
034900         MOVE CF-PM-PLAYER-NAME
035000             TO CF-RO-NAME (CF-ROSTER-COUNT)
035100     ELSE
035200         DISPLAY 'CF4FAGE - ROSTER TABLE FULL AT ID '
035300             CF-PM-PLAYER-ID
035400     END-IF
035500     PERFORM 8000-READ-PMAST THRU 8000-EXIT.
035600 1100-EXIT.
035700     EXIT.
035800
035900*****************************************************************
036000*  1300-LOG-START - STAMP THE JOB-RUN LOG.  THE TREASURER RUNS  *
036100*  THE AGING WHENEVER NEEDED, SO THE START IS LOGGED WITHOUT    *
036200*  THE RERUN GUARD.                                             *
036300*****************************************************************
036400 1300-LOG-START.
036500     MOVE 'A' TO CF-JR-FUNCTION
036600     MOVE 'CF4FAGE' TO CF-JR-PROGRAM
036700     MOVE CF-RUN-DATE TO CF-JR-RUN-DATE
036800     MOVE ZEROES TO CF-JR-RECS-READ
036900     MOVE ZEROES TO CF-JR-RECS-WRITTEN
037000     MOVE SPACES TO CF-JR-STATUS
037100     MOVE ZERO TO CF-JR-RETURN
037200     CALL 'CF4JRNL' USING CF-JR-PARMS
037300         ON EXCEPTION
037400             DISPLAY 'CF4FAGE - CF4JRNL IS NOT AVAILABLE'
037500             GO TO 9999-ABEND
037600     END-CALL
037700     IF CF-JR-RETURN NOT = ZERO
037800         DISPLAY 'CF4FAGE - JOB LOG ERROR, RETURN '
037900             CF-JR-RETURN
038000         GO TO 9999-ABEND
038100     END-IF.
038200 1300-EXIT.
038300     EXIT.
038400
038500*****************************************************************
038600*  2000-LOAD-LEDGER - CHARGES INTO THE CHARGE TABLE, CHARGE     *
038700*  AND PAYMENT TOTALS ONTO EACH PLAYER'S ACCOUNT                *
038800*****************************************************************
038900 2000-LOAD-LEDGER.
039000     OPEN INPUT FEE-LEDGER-FILE
039150     IF CF-FEEL-STATUS NOT = '00' AND CF-FEEL-STATUS NOT = '05'
039220         DISPLAY 'CF4FAGE - CANNOT OPEN FEELEDGR, STATUS '
039290             CF-FEEL-STATUS
039360         GO TO 9999-ABEND
039430     END-IF
039500     IF CF-FEEL-STATUS = '00'
039570         PERFORM 8100-READ-FEEL THRU 8100-EXIT
039640         PERFORM 2100-LOAD-ONE THRU 2100-EXIT
039710             UNTIL CF-FEEL-EOF
039780     END-IF
039850     CLOSE FEE-LEDGER-FILE.
039900 2000-EXIT.
040000     EXIT.
040100
040200 2100-LOAD-ONE.
040300     ADD 1 TO CF-LEDGER-READ
040400     MOVE CF-FL-PLAYER-ID TO CF-WORK-ID
040500     PERFORM 2200-FIND-ACCOUNT THRU 2200-EXIT
040600     IF CF-FL-PAYMENT
040700         ADD CF-FL-AMOUNT TO CF-AC-PAID (CF-WORK-SUB)
040800         GO TO 2100-NEXT
040900     END-IF
041000     IF NOT CF-FL-CHARGE
041100         GO TO 2100-NEXT
041200     END-IF
041300     ADD CF-FL-AMOUNT TO CF-AC-CHARGED (CF-WORK-SUB)
041400     IF CF-CHARGE-COUNT >= CF-CHARGE-MAX
041500         DISPLAY 'CF4FAGE - CHARGE TABLE FULL'
041600         GO TO 9999-ABEND
041700     END-IF
041800     ADD 1 TO CF-CHARGE-COUNT
041900     MOVE CF-FL-PLAYER-ID TO CF-CH-PLAYER-ID (CF-CHARGE-COUNT)
042000     MOVE CF-FL-DUE-DATE TO CF-CH-DUE-DATE (CF-CHARGE-COUNT)
042100     MOVE CF-FL-AMOUNT TO CF-CH-AMOUNT (CF-CHARGE-COUNT).
042200 2100-NEXT.
042300     PERFORM 8100-READ-FEEL THRU 8100-EXIT.
042400 2100-EXIT.
042500     EXIT.
042600
042700*****************************************************************
042800*  2200-FIND-ACCOUNT - ACCOUNT ENTRY FOR CF-WORK-ID, ADDED IF   *
042900*  NEW.  ANSWERS THE SUBSCRIPT IN CF-WORK-SUB.                  *
043000*****************************************************************
043100 2200-FIND-ACCOUNT.
043200     MOVE ZERO TO CF-WORK-SUB
043300     PERFORM 2210-SCAN-ACCOUNTS THRU 2210-EXIT
043400         VARYING CF-IX FROM 1 BY 1
043500         UNTIL CF-IX > CF-ACCOUNT-COUNT
043600            OR CF-WORK-SUB > ZERO
043700     IF CF-WORK-SUB > ZERO
043800         GO TO 2200-EXIT
043900     END-IF
044000     IF CF-ACCOUNT-COUNT >= CF-ACCOUNT-MAX
044100         DISPLAY 'CF4FAGE - ACCOUNT TABLE FULL AT ID '
044200             CF-WORK-ID
044300         GO TO 9999-ABEND
044400     END-IF
044500     ADD 1 TO CF-ACCOUNT-COUNT
044600     MOVE CF-ACCOUNT-COUNT TO CF-WORK-SUB
044700     MOVE CF-WORK-ID TO CF-AC-ID (CF-WORK-SUB)
044800     MOVE ZERO TO CF-AC-CHARGED (CF-WORK-SUB)
044900     MOVE ZERO TO CF-AC-PAID (CF-WORK-SUB).
045000 2200-EXIT.
045100     EXIT.
045200
045300 2210-SCAN-ACCOUNTS.
045400     IF CF-AC-ID (CF-IX) = CF-WORK-ID
045500         MOVE CF-IX TO CF-WORK-SUB
045600     END-IF.
045700 2210-EXIT.
045800     EXIT.
045900
046000*****************************************************************
046100*  3000-SORT-ACCOUNTS - PLAYER ID ORDER FOR THE REPORT          *
046200*****************************************************************
046300 3000-SORT-ACCOUNTS.
046400     MOVE 'Y' TO CF-SORT-SWAP-SW
046500     PERFORM 3100-ACCOUNT-PASS THRU 3100-EXIT
046600         UNTIL NOT CF-SORT-SWAPPED.
046700 3000-EXIT.
046800     EXIT.
046900
047000 3100-ACCOUNT-PASS.
047100     MOVE 'N' TO CF-SORT-SWAP-SW
047200     PERFORM 3110-ACCOUNT-COMPARE THRU 3110-EXIT
047300         VARYING CF-IX FROM 1 BY 1
047400         UNTIL CF-IX >= CF-ACCOUNT-COUNT.
047500 3100-EXIT.
047600     EXIT.
047700
047800 3110-ACCOUNT-COMPARE.
047900     COMPUTE CF-WORK-SUB = CF-IX + 1
048000     IF CF-AC-ID (CF-WORK-SUB) < CF-AC-ID (CF-IX)
048100         MOVE CF-ACCOUNT-ENTRY (CF-IX) TO CF-HOLD-ACCOUNT
048200         MOVE CF-ACCOUNT-ENTRY (CF-WORK-SUB)
048300             TO CF-ACCOUNT-ENTRY (CF-IX)
048400         MOVE CF-HOLD-ACCOUNT
048500             TO CF-ACCOUNT-ENTRY (CF-WORK-SUB)
048600         MOVE 'Y' TO CF-SORT-SWAP-SW
048700     END-IF.
048800 3110-EXIT.
048900     EXIT.
049000
049100*****************************************************************
049200*  3200-SORT-CHARGES - PLAYER ID, THEN DUE DATE, SO EACH        *
049300*  PLAYER'S CHARGES ARE TOGETHER AND OLDEST FIRST               *
049400*****************************************************************
049500 3200-SORT-CHARGES.
049600     MOVE 'Y' TO CF-SORT-SWAP-SW
049700     PERFORM 3300-CHARGE-PASS THRU 3300-EXIT
049800         UNTIL NOT CF-SORT-SWAPPED.
049900 3200-EXIT.
050000     EXIT.
050100
050200 3300-CHARGE-PASS.
050300     MOVE 'N' TO CF-SORT-SWAP-SW
050400     PERFORM 3310-CHARGE-COMPARE THRU 3310-EXIT
050500         VARYING CF-IX FROM 1 BY 1
050600         UNTIL CF-IX >= CF-CHARGE-COUNT.
050700 3300-EXIT.
050800     EXIT.
050900
051000 3310-CHARGE-COMPARE.
051100     COMPUTE CF-WORK-SUB = CF-IX + 1
051200     IF CF-CH-KEY (CF-WORK-SUB) < CF-CH-KEY (CF-IX)
051300         MOVE CF-CHARGE-ENTRY (CF-IX) TO CF-HOLD-CHARGE
051400         MOVE CF-CHARGE-ENTRY (CF-WORK-SUB)
051500             TO CF-CHARGE-ENTRY (CF-IX)
051600         MOVE CF-HOLD-CHARGE TO CF-CHARGE-ENTRY (CF-WORK-SUB)
051700         MOVE 'Y' TO CF-SORT-SWAP-SW
051800     END-IF.
051900 3310-EXIT.
052000     EXIT.
052100
052200*****************************************************************
052300*  4000-AGE-ACCOUNT - APPLY THE PLAYER'S PAYMENTS TO THE        *
052400*  OLDEST CHARGES, AGE WHAT IS LEFT, PRINT AND HOLD.  BOTH      *
052500*  TABLES ARE IN ID ORDER, SO CF-CX WALKS THE CHARGES ALONGSIDE *
052600*  THE ACCOUNTS.                                                *
052700*****************************************************************
052800 4000-AGE-ACCOUNT.
052900     INITIALIZE CF-AGED-PLAYER
053000     MOVE CF-AC-PAID (CF-IX) TO CF-CREDIT-LEFT
053100     COMPUTE CF-AP-BALANCE =
053200         CF-AC-CHARGED (CF-IX) - CF-AC-PAID (CF-IX)
053300     PERFORM 4100-AGE-CHARGE THRU 4100-EXIT
053400         UNTIL CF-CX > CF-CHARGE-COUNT
053500            OR CF-CH-PLAYER-ID (CF-CX) NOT = CF-AC-ID (CF-IX)
053600     IF CF-AP-BALANCE = ZERO
053700         GO TO 4000-EXIT
053800     END-IF
053900     PERFORM 4200-PRINT-ACCOUNT THRU 4200-EXIT
054000     IF CF-AP-OVERDUE > ZERO
054100         PERFORM 4300-WRITE-HOLD THRU 4300-EXIT
054200     END-IF.
054300 4000-EXIT.
054400     EXIT.
054500
054600 4100-AGE-CHARGE.
054700     IF CF-CREDIT-LEFT >= CF-CH-AMOUNT (CF-CX)
054800         SUBTRACT CF-CH-AMOUNT (CF-CX) FROM CF-CREDIT-LEFT
054900         GO TO 4100-NEXT
055000     END-IF
055100     COMPUTE CF-OPEN-AMOUNT =
055200         CF-CH-AMOUNT (CF-CX) - CF-CREDIT-LEFT
055300     MOVE ZERO TO CF-CREDIT-LEFT
055400     MOVE CF-CH-DUE-DATE (CF-CX) TO CF-DN-DATE
055500     PERFORM 6000-DAY-NUMBER THRU 6000-EXIT
055600     COMPUTE CF-DAYS-PAST = CF-AS-OF-DAYS - CF-DN-DAYS
055700     EVALUATE TRUE
055800         WHEN CF-DAYS-PAST <= 0
055900             ADD CF-OPEN-AMOUNT TO CF-AP-CURRENT
056000         WHEN CF-DAYS-PAST <= 30
056100             ADD CF-OPEN-AMOUNT TO CF-AP-30
056200         WHEN CF-DAYS-PAST <= 60
056300             ADD CF-OPEN-AMOUNT TO CF-AP-60
056400         WHEN CF-DAYS-PAST <= 90
056500             ADD CF-OPEN-AMOUNT TO CF-AP-90
056600         WHEN OTHER
056700             ADD CF-OPEN-AMOUNT TO CF-AP-OVER-90
056800     END-EVALUATE
056900     IF CF-DAYS-PAST > CF-HOLD-DAYS
057000         ADD CF-OPEN-AMOUNT TO CF-AP-OVERDUE
057100         IF CF-AP-OLDEST-DUE = ZERO
057200             MOVE CF-CH-DUE-DATE (CF-CX) TO CF-AP-OLDEST-DUE
057300             MOVE CF-DAYS-PAST TO CF-AP-MOST-DAYS
057400         END-IF
057500     END-IF.
057600 4100-NEXT.
057700     ADD 1 TO CF-CX.
057800 4100-EXIT.
057900     EXIT.
058000
058100 4200-PRINT-ACCOUNT.
058200     ADD 1 TO CF-PLAYERS-LISTED
058300     MOVE SPACES TO CF-DETAIL-LINE
058400     MOVE CF-AC-ID (CF-IX) TO CF-DT-ID
058500     MOVE CF-AC-ID (CF-IX) TO CF-WORK-ID
058600     PERFORM 4210-FIND-NAME THRU 4210-EXIT
058700     MOVE CF-AP-BALANCE TO CF-DT-BALANCE
058800     MOVE CF-AP-CURRENT TO CF-DT-CURRENT
058900     MOVE CF-AP-30 TO CF-DT-30
059000     MOVE CF-AP-60 TO CF-DT-60
059100     MOVE CF-AP-90 TO CF-DT-90
059200     MOVE CF-AP-OVER-90 TO CF-DT-OVER-90
059300     EVALUATE TRUE
059400         WHEN CF-AP-OVERDUE > ZERO
059500             MOVE 'HOLD - IN ARREARS' TO CF-DT-STATUS
059600         WHEN CF-AP-BALANCE < ZERO
059700             MOVE 'IN CREDIT' TO CF-DT-STATUS
059800         WHEN OTHER
059900             MOVE SPACES TO CF-DT-STATUS
060000     END-EVALUATE
060100     WRITE REPORT-LINE FROM CF-DETAIL-LINE
060200     ADD CF-AP-BALANCE TO CF-AT-BALANCE
060300     ADD CF-AP-CURRENT TO CF-AT-CURRENT
060400     ADD CF-AP-30 TO CF-AT-30
060500     ADD CF-AP-60 TO CF-AT-60
060600     ADD CF-AP-90 TO CF-AT-90
060700     ADD CF-AP-OVER-90 TO CF-AT-OVER-90
060800     ADD CF-AP-OVERDUE TO CF-AT-OVERDUE.
060900 4200-EXIT.
061000     EXIT.
061100
061200 4210-FIND-NAME.
061300     MOVE '** NOT ON MASTER **' TO CF-DT-NAME
061400     PERFORM 4220-SCAN-ROSTER THRU 4220-EXIT
061500         VARYING CF-WORK-SUB FROM 1 BY 1
061600         UNTIL CF-WORK-SUB > CF-ROSTER-COUNT.
061700 4210-EXIT.
061800     EXIT.
061900
062000 4220-SCAN-ROSTER.
062100     IF CF-RO-ID (CF-WORK-SUB) = CF-WORK-ID
062200         MOVE CF-RO-NAME (CF-WORK-SUB) TO CF-DT-NAME
062300     END-IF.
062400 4220-EXIT.
062500     EXIT.
062600
062700 4300-WRITE-HOLD.
062800     ADD 1 TO CF-PLAYERS-HELD
062900     MOVE SPACES TO FEE-HOLD-REC
063000     MOVE CF-AC-ID (CF-IX) TO CF-FH-PLAYER-ID
063100     MOVE CF-DT-NAME TO CF-FH-PLAYER-NAME
063200     MOVE CF-AP-OVERDUE TO CF-FH-OVERDUE
063300     MOVE CF-AP-BALANCE TO CF-FH-BALANCE
063400     MOVE CF-AP-OLDEST-DUE TO CF-FH-OLDEST-DUE
063500     MOVE CF-AP-MOST-DAYS TO CF-FH-DAYS-OVER
063600     MOVE CF-AS-OF-DATE TO CF-FH-AS-OF-DATE
063700     WRITE FEE-HOLD-REC
063800     IF CF-HOLD-STATUS NOT = '00'
063900         DISPLAY 'CF4FAGE - FEEHOLD WRITE FAILED, STATUS '
064000             CF-HOLD-STATUS
064100         GO TO 9999-ABEND
064200     END-IF.
064300 4300-EXIT.
064400     EXIT.
064500
064600*****************************************************************
064700*  6000-DAY-NUMBER - CF-DN-DATE TO A DAY COUNT IN CF-DN-DAYS    *
064800*  365 PER PRIOR YEAR PLUS ONE PER PRIOR LEAP YEAR, THE DAYS    *
064900*  BEFORE THE MONTH, THE DAY, AND ONE MORE PAST FEBRUARY OF A   *
065000*  LEAP YEAR.                                                   *
065100*****************************************************************
065200 6000-DAY-NUMBER.
065300     MOVE CF-DN-MM TO CF-DN-MONTH
065400     IF CF-DN-MONTH < 1 OR CF-DN-MONTH > 12
065500         MOVE 1 TO CF-DN-MONTH
065600     END-IF
065700     COMPUTE CF-DN-PRIOR-YEARS = CF-DN-YYYY - 1
065800     COMPUTE CF-DN-DAYS = CF-DN-PRIOR-YEARS * 365
065900         + CF-MONTH-BEFORE (CF-DN-MONTH) + CF-DN-DD
066000     DIVIDE CF-DN-PRIOR-YEARS BY 4 GIVING CF-DN-QUOT
066100     ADD CF-DN-QUOT TO CF-DN-DAYS
066200     DIVIDE CF-DN-PRIOR-YEARS BY 100 GIVING CF-DN-QUOT
066300     SUBTRACT CF-DN-QUOT FROM CF-DN-DAYS
066400     DIVIDE CF-DN-PRIOR-YEARS BY 400 GIVING CF-DN-QUOT
066500     ADD CF-DN-QUOT TO CF-DN-DAYS
066600     IF CF-DN-MONTH > 2
066700         DIVIDE CF-DN-YYYY BY 4 GIVING CF-DN-QUOT
066800             REMAINDER CF-DN-REM-4
066900         DIVIDE CF-DN-YYYY BY 100 GIVING CF-DN-QUOT
067000             REMAINDER CF-DN-REM-100
067100         DIVIDE CF-DN-YYYY BY 400 GIVING CF-DN-QUOT
067200             REMAINDER CF-DN-REM-400
067300         IF CF-DN-REM-4 = ZERO
067400             AND (CF-DN-REM-100 NOT = ZERO
067500               OR CF-DN-REM-400 = ZERO)
067600             ADD 1 TO CF-DN-DAYS
067700         END-IF
067800     END-IF.
067900 6000-EXIT.
068000     EXIT.
068100
068200*****************************************************************
068300*  8000-READ-PMAST / 8100-READ-FEEL                             *
068400*****************************************************************
068500 8000-READ-PMAST.
068600     READ PLAYER-MAST-FILE
068700         AT END
068800             MOVE 'Y' TO CF-PMAST-EOF-SW
068900     END-READ.
069000 8000-EXIT.
069100     EXIT.
069200
069300 8100-READ-FEEL.
069400     READ FEE-LEDGER-FILE
069500         AT END
069600             MOVE 'Y' TO CF-FEEL-EOF-SW
069700     END-READ.
069800 8100-EXIT.
069900     EXIT.
070000
070100*****************************************************************
070200*  9000-TERMINATE - TOTALS, CLOSE FILES                         *
070300*****************************************************************
070400 9000-TERMINATE.
070500     MOVE SPACES TO CF-DETAIL-LINE
070600     MOVE 'TOTAL' TO CF-DT-ID
070700     MOVE CF-AT-BALANCE TO CF-DT-BALANCE
070800     MOVE CF-AT-CURRENT TO CF-DT-CURRENT
070900     MOVE CF-AT-30 TO CF-DT-30
071000     MOVE CF-AT-60 TO CF-DT-60
071100     MOVE CF-AT-90 TO CF-DT-90
071200     MOVE CF-AT-OVER-90 TO CF-DT-OVER-90
071300     MOVE SPACES TO REPORT-LINE
071400     WRITE REPORT-LINE
071500     WRITE REPORT-LINE FROM CF-DETAIL-LINE
071600     MOVE SPACES TO REPORT-LINE
071700     WRITE REPORT-LINE
071800     MOVE 'LEDGER RECORDS READ' TO CF-CT-LABEL
071900     MOVE CF-LEDGER-READ TO CF-CT-VALUE
072000     MOVE ZERO TO CF-CT-AMOUNT
072100     WRITE REPORT-LINE FROM CF-COUNT-LINE
072200     MOVE 'PLAYERS WITH A BALANCE' TO CF-CT-LABEL
072300     MOVE CF-PLAYERS-LISTED TO CF-CT-VALUE
072400     MOVE CF-AT-BALANCE TO CF-CT-AMOUNT
072500     WRITE REPORT-LINE FROM CF-COUNT-LINE
072600     MOVE 'PLAYERS HELD, AMOUNT PAST CUTOFF' TO CF-CT-LABEL
072700     MOVE CF-PLAYERS-HELD TO CF-CT-VALUE
072800     MOVE CF-AT-OVERDUE TO CF-CT-AMOUNT
072900     WRITE REPORT-LINE FROM CF-COUNT-LINE
073000     CLOSE FEE-HOLD-FILE
073100     CLOSE REPORT-FILE
073200     PERFORM 9100-LOG-END THRU 9100-EXIT
073300     DISPLAY 'CF4FAGE - NORMAL END, PLAYERS HELD '
073400         CF-PLAYERS-HELD.
073500 9000-EXIT.
073600     EXIT.
073700
073800 9100-LOG-END.
073900     MOVE 'E' TO CF-JR-FUNCTION
074000     MOVE CF-LEDGER-READ TO CF-JR-RECS-READ
074100     MOVE CF-PLAYERS-HELD TO CF-JR-RECS-WRITTEN
074200     MOVE 'RC00' TO CF-JR-STATUS
074300     CALL 'CF4JRNL' USING CF-JR-PARMS
074400         ON EXCEPTION
074500             DISPLAY 'CF4FAGE - END NOT LOGGED'
074600     END-CALL.
074700 9100-EXIT.
074800     EXIT.
074900
075000*****************************************************************
075100*  9999-ABEND - FATAL ERROR, SET RETURN CODE AND STOP           *
075200*****************************************************************
075300 9999-ABEND.
075400     DISPLAY 'CF4FAGE - RUN TERMINATED IN ERROR'
075500     MOVE 16 TO RETURN-CODE
075600     STOP RUN.
075700 9999-EXIT.
075800     EXIT.
