000100*****************************************************************
000200*                                                               *
000300*  CF4FPAY - FEES PAYMENT POSTING                               *
000400*                                                               *
000500*  POSTS THE TREASURER'S PAYMENT CARDS (FPAYTRAN) TO THE FEES   *
000600*  LEDGER (FEELEDGR) AS PAYMENT RECORDS.  PAYMENTS ARE NOT      *
000700*  TIED TO A CHARGE - THE AGING RUN (CF4FAGE) APPLIES THEM TO   *
000800*  THE PLAYER'S OLDEST CHARGES FIRST.                           *
000900*                                                               *
001000*  PAYMENT CARD: COL  1     P  (* IN COL 1 IS A COMMENT)        *
001100*                COLS 2-9   PLAYER ID                           *
001200*                COLS 10-17 DATE PAID    YYYYMMDD               *
001300*                COLS 18-24 AMOUNT       9(5)V99                *
001400*                COLS 25-36 RECEIPT NUMBER                      *
001500*  A RECEIPT NUMBER ALREADY POSTED FOR THE PLAYER, ON THE       *
001600*  LEDGER OR EARLIER IN THE DECK, IS REJECTED SO A DECK         *
001700*  SUBMITTED TWICE IS NOT POSTED TWICE.  EVERY CARD IS ECHOED   *
001800*  ON FPAYRPT WITH ITS DISPOSITION.  REJECTS DO NOT STOP THE    *
001900*  RUN.                                                         *
002000*                                                               *
002100*  RETURN CODES:  0 - ALL CARDS POSTED                          *
002200*                 4 - ONE OR MORE CARDS REJECTED                *
002300*                16 - FILE ERROR                                *
002400*                                                               *
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. CF4FPAY.
002700 AUTHOR. LEAGUE SYSTEMS GROUP.
002800 INSTALLATION. CONNECT FOUR LEAGUE.
002900 DATE-WRITTEN. 10/15/26.
003000 DATE-COMPILED.
003100*****************************************************************
003200*  MODIFICATION HISTORY                                         *
003300*  --------------------                                         *
003400*  10/15/26 LSG NEW PROGRAM - PAYMENTS POSTED TO THE FEES       *
003500*               LEDGER                                          *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PAY-TRAN-FILE ASSIGN TO FPAYTRAN
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS CF-TRAN-STATUS.
004300     SELECT PLAYER-MAST-FILE ASSIGN TO PLAYERMS
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS CF-PMAST-STATUS.
004600     SELECT OPTIONAL FEE-LEDGER-FILE ASSIGN TO FEELEDGR
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS CF-FEEL-STATUS.
004900     SELECT REPORT-FILE ASSIGN TO FPAYRPT
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS CF-RPT-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  PAY-TRAN-FILE
005600     RECORD CONTAINS 80 CHARACTERS.
005700 01  PAY-TRAN-REC.
005800     05  CF-PY-ACTION             PIC X(01).
005900         88  CF-PY-PAYMENT            VALUE 'P'.
006000         88  CF-PY-COMMENT            VALUE '*'.
006100     05  CF-PY-PLAYER-ID          PIC X(08).
006200     05  CF-PY-DATE               PIC 9(08).
006300     05  CF-PY-AMOUNT             PIC 9(05)V99.
006400     05  CF-PY-AMOUNT-X REDEFINES CF-PY-AMOUNT
006500                                  PIC X(07).
006600     05  CF-PY-RECEIPT            PIC X(12).
006700     05  FILLER                   PIC X(44).
006800
006900 FD  PLAYER-MAST-FILE
007000     RECORD CONTAINS 80 CHARACTERS.
007100 COPY CFPLAYER.
007200
007300 FD  FEE-LEDGER-FILE
007400     RECORD CONTAINS 80 CHARACTERS.
007500 COPY CFFEELED.
007600
007700 FD  REPORT-FILE
007800     RECORD CONTAINS 132 CHARACTERS.
007900 01  REPORT-LINE                  PIC X(132).
008000
008100 WORKING-STORAGE SECTION.
008200 77  CF-TRAN-STATUS               PIC X(02).
008300 77  CF-PMAST-STATUS              PIC X(02).
008400 77  CF-FEEL-STATUS               PIC X(02).
008500 77  CF-RPT-STATUS                PIC X(02).
008600 77  CF-TRAN-EOF-SW               PIC X(01) VALUE 'N'.
008700     88  CF-TRAN-EOF                  VALUE 'Y'.
008800 77  CF-PMAST-EOF-SW              PIC X(01) VALUE 'N'.
008900     88  CF-PMAST-EOF                 VALUE 'Y'.
009000 77  CF-FEEL-EOF-SW               PIC X(01) VALUE 'N'.
009100     88  CF-FEEL-EOF                  VALUE 'Y'.
009200 77  CF-CARDS-READ                PIC S9(05) COMP-3 VALUE +0.
009300 77  CF-CARDS-POSTED              PIC S9(05) COMP-3 VALUE +0.
009400 77  CF-CARDS-REJECTED            PIC S9(05) COMP-3 VALUE +0.
009500 77  CF-POSTED-TOTAL              PIC S9(07)V99 COMP-3
009600                                  VALUE +0.
009700 77  CF-IX                        PIC S9(04) COMP.
009800 77  CF-WORK-SUB                  PIC S9(04) COMP.
009900 77  CF-REJECT-REASON             PIC X(40).
010000 77  CF-RUN-DATE                  PIC 9(08).
010100 77  CF-SAVE-RETURN               PIC S9(04) COMP.
010200
010300 COPY CFJRPARM.
010400
010500 01  CF-ROSTER-TABLE.
010600     05  CF-ROSTER-COUNT          PIC S9(04) COMP VALUE +0.
010700     05  CF-ROSTER-MAX            PIC S9(04) COMP VALUE +500.
010800     05  CF-ROSTER-ENTRY OCCURS 500 TIMES.
010900         10  CF-RO-ID             PIC X(08).
011000         10  CF-RO-NAME           PIC X(20).
011100         10  CF-RO-TIER           PIC X(01).
011200         10  CF-RO-MERGED-INTO    PIC X(08).
011300
011400*****************************************************************
011500*  RECEIPTS ALREADY POSTED, FROM THE LEDGER AND THIS DECK       *
011600*****************************************************************
011700 01  CF-RECEIPT-TABLE.
011800     05  CF-RECEIPT-COUNT         PIC S9(04) COMP VALUE +0.
011900     05  CF-RECEIPT-MAX           PIC S9(04) COMP VALUE +3000.
012000     05  CF-RECEIPT-ENTRY OCCURS 3000 TIMES.
012100         10  CF-RC-PLAYER-ID      PIC X(08).
012200         10  CF-RC-RECEIPT        PIC X(12).
012300
012400 01  CF-HEAD-1.
012500     05  FILLER                   PIC X(09) VALUE 'CF4FPAY'.
012600     05  FILLER                   PIC X(40) VALUE
012700         'FEES PAYMENT POSTING REPORT'.
012800     05  FILLER                   PIC X(05) VALUE 'DATE'.
012900     05  CF-HD-DATE               PIC 9(08).
013000     05  FILLER                   PIC X(70) VALUE SPACES.
013100
013200 01  CF-HEAD-2.
013300     05  FILLER                   PIC X(03) VALUE 'A'.
013400     05  FILLER                   PIC X(10) VALUE 'PLAYER-ID'.
013500     05  FILLER                   PIC X(22) VALUE 'PLAYER NAME'.
013600     05  FILLER                   PIC X(10) VALUE 'DATE PAID'.
013700     05  FILLER                   PIC X(11) VALUE '   AMOUNT'.
013800     05  FILLER                   PIC X(14) VALUE 'RECEIPT'.
013900     05  FILLER                   PIC X(62) VALUE
014000         'DISPOSITION'.
014100
014200 01  CF-DETAIL-LINE.
014300     05  CF-DT-ACTION             PIC X(01).
014400     05  FILLER                   PIC X(02) VALUE SPACES.
014500     05  CF-DT-ID                 PIC X(08).
014600     05  FILLER                   PIC X(02) VALUE SPACES.
014700     05  CF-DT-NAME               PIC X(20).
014800     05  FILLER                   PIC X(02) VALUE SPACES.
014900     05  CF-DT-DATE               PIC X(08).
015000     05  FILLER                   PIC X(02) VALUE SPACES.
015100     05  CF-DT-AMOUNT             PIC X(09).
015200     05  CF-DT-AMOUNT-ED REDEFINES CF-DT-AMOUNT
015300                                  PIC ZZ,ZZ9.99.
015400     05  FILLER                   PIC X(02) VALUE SPACES.
015500     05  CF-DT-RECEIPT            PIC X(12).
015600     05  FILLER                   PIC X(02) VALUE SPACES.
015700     05  CF-DT-DISP               PIC X(50).
015800     05  FILLER                   PIC X(12) VALUE SPACES.
015900
016000 01  CF-COUNT-LINE.
016100     05  CF-CT-LABEL              PIC X(34).
016200     05  CF-CT-VALUE              PIC ZZZ,ZZ9.
016300     05  FILLER                   PIC X(02) VALUE SPACES.
016400     05  CF-CT-AMOUNT             PIC Z,ZZZ,ZZ9.99.
016500     05  FILLER                   PIC X(77) VALUE SPACES.
016600
016700 PROCEDURE DIVISION.
016800*****************************************************************
016900*  0000-MAINLINE - CONTROL THE RUN                              *
017000*****************************************************************
017100 0000-MAINLINE.
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017300     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
017400         UNTIL CF-TRAN-EOF
017500     PERFORM 9000-TERMINATE THRU 9000-EXIT
017600     STOP RUN.
017700
017800*****************************************************************
017900*  1000-INITIALIZE - ROSTER, RECEIPTS ON FILE, THEN OPEN THE    *
018000*  LEDGER FOR EXTEND                                            *
018100*****************************************************************
018200 1000-INITIALIZE.
018300     ACCEPT CF-RUN-DATE FROM DATE YYYYMMDD
018400     PERFORM 1300-LOG-START THRU 1300-EXIT
018500     OPEN INPUT PAY-TRAN-FILE
018600     IF CF-TRAN-STATUS NOT = '00'
018700         DISPLAY 'CF4FPAY - CANNOT OPEN FPAYTRAN, STATUS '
018800             CF-TRAN-STATUS
018900         GO TO 9999-ABEND
019000     END-IF
019100     OPEN INPUT PLAYER-MAST-FILE
019200     IF CF-PMAST-STATUS NOT = '00'
019300         DISPLAY 'CF4FPAY - CANNOT OPEN PLAYERMS, STATUS '
019400             CF-PMAST-STATUS
019500         GO TO 9999-ABEND
019600     END-IF
019700     PERFORM 8100-READ-PMAST THRU 8100-EXIT
019800     PERFORM 1100-TABLE-PLAYER THRU 1100-EXIT
019900         UNTIL CF-PMAST-EOF
020000     CLOSE PLAYER-MAST-FILE
020100     OPEN INPUT FEE-LEDGER-FILE
020110     IF CF-FEEL-STATUS NOT = '00' AND CF-FEEL-STATUS NOT = '05'
020120         DISPLAY 'CF4FPAY - CANNOT OPEN FEELEDGR, STATUS '
020130             CF-FEEL-STATUS
020140         GO TO 9999-ABEND
020150     END-IF
020200     IF CF-FEEL-STATUS = '00'
020300         PERFORM 8200-READ-FEEL THRU 8200-EXIT
020400         PERFORM 1200-NOTE-RECEIPT THRU 1200-EXIT
020500             UNTIL CF-FEEL-EOF
020600     END-IF
020700     CLOSE FEE-LEDGER-FILE
020800     OPEN EXTEND FEE-LEDGER-FILE
020900     IF CF-FEEL-STATUS NOT = '00' AND CF-FEEL-STATUS NOT = '05'
021000         DISPLAY 'CF4FPAY - CANNOT EXTEND FEELEDGR, STATUS '
021100             CF-FEEL-STATUS
021200         GO TO 9999-ABEND
021300     END-IF
021400     OPEN OUTPUT REPORT-FILE
021500     IF CF-RPT-STATUS NOT = '00'
021600         DISPLAY 'CF4FPAY - CANNOT OPEN FPAYRPT, STATUS '
021700             CF-RPT-STATUS
021800         GO TO 9999-ABEND
021900     END-IF
022000     MOVE CF-RUN-DATE TO CF-HD-DATE
022100     WRITE REPORT-LINE FROM CF-HEAD-1
022200     MOVE SPACES TO REPORT-LINE
022300     WRITE REPORT-LINE
022400     WRITE REPORT-LINE FROM CF-HEAD-2
022500     PERFORM 8000-READ-TRAN THRU 8000-EXIT.
022600 1000-EXIT.
022700     EXIT.
022800
022900 1100-TABLE-PLAYER.
023000     IF CF-ROSTER-COUNT < CF-ROSTER-MAX
023100         ADD 1 TO CF-ROSTER-COUNT
023200         MOVE CF-PM-PLAYER-ID TO CF-RO-ID (CF-ROSTER-COUNT)
023300         MOVE CF-PM-PLAYER-NAME
023400             TO CF-RO-NAME (CF-ROSTER-COUNT)
023500         MOVE CF-PM-TIER TO CF-RO-TIER (CF-ROSTER-COUNT)
023600         MOVE CF-PM-MERGED-INTO
023700             TO CF-RO-MERGED-INTO (CF-ROSTER-COUNT)
023800     ELSE
023900         DISPLAY 'CF4FPAY - ROSTER TABLE FULL AT ID '
024000             CF-PM-PLAYER-ID
024100         GO TO 9999-ABEND
024200     END-IF
024300     PERFORM 8100-READ-PMAST THRU 8100-EXIT.
024400 1100-EXIT.
024500     EXIT.
024600
024700 1200-NOTE-RECEIPT.
024800     IF CF-FL-PAYMENT
024900         IF CF-RECEIPT-COUNT < CF-RECEIPT-MAX
025000             ADD 1 TO CF-RECEIPT-COUNT
025100             MOVE CF-FL-PLAYER-ID
025200                 TO CF-RC-PLAYER-ID (CF-RECEIPT-COUNT)
025300             MOVE CF-FL-REFERENCE
025400                 TO CF-RC-RECEIPT (CF-RECEIPT-COUNT)
025500         ELSE
025600             DISPLAY 'CF4FPAY - RECEIPT TABLE FULL'
025700             GO TO 9999-ABEND
025800         END-IF
025900     END-IF
026000     PERFORM 8200-READ-FEEL THRU 8200-EXIT.
026100 1200-EXIT.
026200     EXIT.
026300
026400*****************************************************************
026500*  1300-LOG-START - STAMP THE JOB-RUN LOG.  PAYMENTS ARE        *
026600*  POSTED AS THEY COME IN, SO THE START IS LOGGED WITHOUT THE   *
026700*  RERUN GUARD.                                                 *
026800*****************************************************************
026900 1300-LOG-START.
027000     MOVE 'A' TO CF-JR-FUNCTION
027100     MOVE 'CF4FPAY' TO CF-JR-PROGRAM
027200     MOVE CF-RUN-DATE TO CF-JR-RUN-DATE
027300     MOVE ZEROES TO CF-JR-RECS-READ
027400     MOVE ZEROES TO CF-JR-RECS-WRITTEN
027500     MOVE SPACES TO CF-JR-STATUS
027600     MOVE ZERO TO CF-JR-RETURN
027700     CALL 'CF4JRNL' USING CF-JR-PARMS
027800         ON EXCEPTION
027900             DISPLAY 'CF4FPAY - CF4JRNL IS NOT AVAILABLE'
028000             GO TO 9999-ABEND
028100     END-CALL
028200     IF CF-JR-RETURN NOT = ZERO
028300         DISPLAY 'CF4FPAY - JOB LOG ERROR, RETURN '
028400             CF-JR-RETURN
028500         GO TO 9999-ABEND
028600     END-IF.
028700 1300-EXIT.
028800     EXIT.
028900
029000*****************************************************************
029100*  2000-PROCESS-CARD - EDIT, POST AND ECHO ONE PAYMENT CARD     *
029200*****************************************************************
029300 2000-PROCESS-CARD.
029400     IF CF-PY-COMMENT OR PAY-TRAN-REC = SPACES
029500         GO TO 2000-NEXT
029600     END-IF
029700     ADD 1 TO CF-CARDS-READ
029800     MOVE SPACES TO CF-DETAIL-LINE
029900     MOVE CF-PY-ACTION TO CF-DT-ACTION
030000     MOVE CF-PY-PLAYER-ID TO CF-DT-ID
030100     MOVE CF-PY-DATE TO CF-DT-DATE
030200     MOVE CF-PY-RECEIPT TO CF-DT-RECEIPT
030300     IF CF-PY-AMOUNT IS NUMERIC
030400         MOVE CF-PY-AMOUNT TO CF-DT-AMOUNT-ED
030500     ELSE
030600         MOVE CF-PY-AMOUNT-X TO CF-DT-AMOUNT
030700     END-IF
030800     PERFORM 3000-EDIT-CARD THRU 3000-EXIT
030900     IF CF-REJECT-REASON NOT = SPACES
031000         ADD 1 TO CF-CARDS-REJECTED
031100         STRING 'REJECTED - ' DELIMITED BY SIZE
031200             CF-REJECT-REASON DELIMITED BY SIZE
031300             INTO CF-DT-DISP
031500         WRITE REPORT-LINE FROM CF-DETAIL-LINE
031600         GO TO 2000-NEXT
031700     END-IF
031800     MOVE CF-RO-NAME (CF-WORK-SUB) TO CF-DT-NAME
031900     PERFORM 4000-POST-PAYMENT THRU 4000-EXIT
032000     MOVE 'POSTED' TO CF-DT-DISP
032100     WRITE REPORT-LINE FROM CF-DETAIL-LINE.
032200 2000-NEXT.
032300     PERFORM 8000-READ-TRAN THRU 8000-EXIT.
032400 2000-EXIT.
032500     EXIT.
032600
032700*****************************************************************
032800*  3000-EDIT-CARD - FIRST FAILURE WINS.  ON SUCCESS CF-WORK-SUB *
032900*  HOLDS THE PLAYER'S ROSTER ENTRY.                             *
033000*****************************************************************
033100 3000-EDIT-CARD.
033200     MOVE SPACES TO CF-REJECT-REASON
033300     IF NOT CF-PY-PAYMENT
033400         MOVE 'UNKNOWN ACTION CODE' TO CF-REJECT-REASON
033500         GO TO 3000-EXIT
033600     END-IF
033700     IF CF-PY-PLAYER-ID = SPACES
033800         MOVE 'MISSING PLAYER ID' TO CF-REJECT-REASON
033900         GO TO 3000-EXIT
034000     END-IF
034100     MOVE ZERO TO CF-WORK-SUB
034200     PERFORM 3100-SCAN-ROSTER THRU 3100-EXIT
034300         VARYING CF-IX FROM 1 BY 1
034400         UNTIL CF-IX > CF-ROSTER-COUNT
034500            OR CF-WORK-SUB > ZERO
034600     IF CF-WORK-SUB = ZERO
034700         MOVE 'PLAYER NOT ON MASTER' TO CF-REJECT-REASON
034800         GO TO 3000-EXIT
034900     END-IF
035000     IF CF-RO-MERGED-INTO (CF-WORK-SUB) NOT = SPACES
035100         STRING 'ID RETIRED - POST TO ' DELIMITED BY SIZE
035200             CF-RO-MERGED-INTO (CF-WORK-SUB) DELIMITED BY SIZE
035300             INTO CF-REJECT-REASON
035500         GO TO 3000-EXIT
035600     END-IF
035700     IF CF-PY-DATE IS NOT NUMERIC
035800         OR CF-PY-DATE < 19000101
035900         MOVE 'BAD PAYMENT DATE' TO CF-REJECT-REASON
036000         GO TO 3000-EXIT
036100     END-IF
036200     IF CF-PY-DATE > CF-RUN-DATE
036300         MOVE 'PAYMENT DATED AFTER TODAY' TO CF-REJECT-REASON
036400         GO TO 3000-EXIT
036500     END-IF
036600     IF CF-PY-AMOUNT IS NOT NUMERIC
036700         OR CF-PY-AMOUNT = ZERO
036800         MOVE 'BAD PAYMENT AMOUNT' TO CF-REJECT-REASON
036900         GO TO 3000-EXIT
037000     END-IF
037100     IF CF-PY-RECEIPT = SPACES
037200         MOVE 'MISSING RECEIPT NUMBER' TO CF-REJECT-REASON
037300         GO TO 3000-EXIT
037400     END-IF
037500     PERFORM 3200-SCAN-RECEIPTS THRU 3200-EXIT
037600         VARYING CF-IX FROM 1 BY 1
037700         UNTIL CF-IX > CF-RECEIPT-COUNT
037800            OR CF-REJECT-REASON NOT = SPACES.
037900 3000-EXIT.
038000     EXIT.
038100
038200 3100-SCAN-ROSTER.
038300     IF CF-RO-ID (CF-IX) = CF-PY-PLAYER-ID
038400         MOVE CF-IX TO CF-WORK-SUB
038500     END-IF.
038600 3100-EXIT.
038700     EXIT.
038800
038900 3200-SCAN-RECEIPTS.
039000     IF CF-RC-PLAYER-ID (CF-IX) = CF-PY-PLAYER-ID
039100         AND CF-RC-RECEIPT (CF-IX) = CF-PY-RECEIPT
039200         MOVE 'RECEIPT ALREADY POSTED' TO CF-REJECT-REASON
039300     END-IF.
039400 3200-EXIT.
039500     EXIT.
039600
039700*****************************************************************
039800*  4000-POST-PAYMENT - PAYMENT RECORD ONTO THE LEDGER           *
039900*****************************************************************
040000 4000-POST-PAYMENT.
040100     MOVE SPACES TO FEE-LEDGER-REC
040200     MOVE CF-PY-PLAYER-ID TO CF-FL-PLAYER-ID
040300     MOVE 'P' TO CF-FL-ENTRY-TYPE
040400     MOVE ZERO TO CF-FL-SEASON-ID
040500     MOVE CF-PY-RECEIPT TO CF-FL-REFERENCE
040600     MOVE CF-PY-DATE TO CF-FL-ENTRY-DATE
040700     MOVE ZERO TO CF-FL-DUE-DATE
040800     MOVE CF-PY-AMOUNT TO CF-FL-AMOUNT
040900     MOVE CF-RO-TIER (CF-WORK-SUB) TO CF-FL-TIER
041000     MOVE CF-RUN-DATE TO CF-FL-RUN-DATE
041100     WRITE FEE-LEDGER-REC
041200     IF CF-FEEL-STATUS NOT = '00'
041300         DISPLAY 'CF4FPAY - FEELEDGR WRITE FAILED, STATUS '
041400             CF-FEEL-STATUS
041500         GO TO 9999-ABEND
041600     END-IF
041700     ADD 1 TO CF-CARDS-POSTED
041800     ADD CF-PY-AMOUNT TO CF-POSTED-TOTAL
041900     IF CF-RECEIPT-COUNT < CF-RECEIPT-MAX
042000         ADD 1 TO CF-RECEIPT-COUNT
042100         MOVE CF-PY-PLAYER-ID
042200             TO CF-RC-PLAYER-ID (CF-RECEIPT-COUNT)
042300         MOVE CF-PY-RECEIPT TO CF-RC-RECEIPT (CF-RECEIPT-COUNT)
042400     END-IF.
042500 4000-EXIT.
042600     EXIT.
042700
042800*****************************************************************
042900*  8000-READ-TRAN / 8100-READ-PMAST / 8200-READ-FEEL            *
043000*****************************************************************
043100 8000-READ-TRAN.
043200     READ PAY-TRAN-FILE
043300         AT END
043400             MOVE 'Y' TO CF-TRAN-EOF-SW
043500     END-READ.
043600 8000-EXIT.
043700     EXIT.
043800
043900 8100-READ-PMAST.
044000     READ PLAYER-MAST-FILE
044100         AT END
044200             MOVE 'Y' TO CF-PMAST-EOF-SW
044300     END-READ.
044400 8100-EXIT.
044500     EXIT.
044600
044700 8200-READ-FEEL.
044800     READ FEE-LEDGER-FILE
044900         AT END
045000             MOVE 'Y' TO CF-FEEL-EOF-SW
045100     END-READ.
045200 8200-EXIT.
045300     EXIT.
045400
045500*****************************************************************
045600*  9000-TERMINATE - TOTALS, CLOSE FILES, SET RETURN CODE        *
045700*****************************************************************
045800 9000-TERMINATE.
045900     MOVE SPACES TO REPORT-LINE
046000     WRITE REPORT-LINE
046100     MOVE 'CARDS READ' TO CF-CT-LABEL
046200     MOVE CF-CARDS-READ TO CF-CT-VALUE
046300     MOVE ZERO TO CF-CT-AMOUNT
046400     WRITE REPORT-LINE FROM CF-COUNT-LINE
046500     MOVE 'PAYMENTS POSTED' TO CF-CT-LABEL
046600     MOVE CF-CARDS-POSTED TO CF-CT-VALUE
046700     MOVE CF-POSTED-TOTAL TO CF-CT-AMOUNT
046800     WRITE REPORT-LINE FROM CF-COUNT-LINE
046900     MOVE 'CARDS REJECTED' TO CF-CT-LABEL
047000     MOVE CF-CARDS-REJECTED TO CF-CT-VALUE
047100     MOVE ZERO TO CF-CT-AMOUNT
047200     WRITE REPORT-LINE FROM CF-COUNT-LINE
047300     CLOSE PAY-TRAN-FILE
047400     CLOSE FEE-LEDGER-FILE
047500     CLOSE REPORT-FILE
047600     IF CF-CARDS-REJECTED > ZERO
047700         MOVE 4 TO RETURN-CODE
047800     ELSE
047900         MOVE 0 TO RETURN-CODE
048000     END-IF
048100     PERFORM 9100-LOG-END THRU 9100-EXIT
048200     DISPLAY 'CF4FPAY - NORMAL END, PAYMENTS POSTED '
048300         CF-CARDS-POSTED.
048400 9000-EXIT.
048500     EXIT.
048600
048700*****************************************************************
048800*  9100-LOG-END - END RECORD ON THE JOB-RUN LOG.  THE RETURN    *
048900*  CODE IS SAVED AROUND THE CALL BECAUSE A CALLED PROGRAM       *
049000*  THAT LEAVES RETURN-CODE ALONE STILL HANDS BACK ZERO.         *
049100*****************************************************************
049200 9100-LOG-END.
049300     MOVE RETURN-CODE TO CF-SAVE-RETURN
049400     MOVE 'E' TO CF-JR-FUNCTION
049500     MOVE CF-CARDS-READ TO CF-JR-RECS-READ
049600     MOVE CF-CARDS-POSTED TO CF-JR-RECS-WRITTEN
049700     IF RETURN-CODE = 4
049800         MOVE 'RC04' TO CF-JR-STATUS
049900     ELSE
050000         MOVE 'RC00' TO CF-JR-STATUS
050100     END-IF
050200     CALL 'CF4JRNL' USING CF-JR-PARMS
050300         ON EXCEPTION
050400             DISPLAY 'CF4FPAY - END NOT LOGGED'
050500     END-CALL
050600     MOVE CF-SAVE-RETURN TO RETURN-CODE.
050700 9100-EXIT.
050800     EXIT.
050900
051000*****************************************************************
051100*  9999-ABEND - FATAL ERROR, SET RETURN CODE AND STOP           *
051200*****************************************************************
051300 9999-ABEND.
051400     DISPLAY 'CF4FPAY - RUN TERMINATED IN ERROR'
051500     MOVE 16 TO RETURN-CODE
051600     STOP RUN.
051700 9999-EXIT.
051800     EXIT.
