000100*****************************************************************
000200*                                                               *
000300*  CF4REST - MASTER FILE ROLLBACK FROM A BACKUP GENERATION      *
000400*                                                               *
000500*  ROLLS A MASTER FILE BACK TO ONE OF THE GENERATIONS TAKEN     *
000600*  BY CF4GBAK WHEN THE FILE WAS LAST REPLACED.  EACH RESTORE    *
000700*  CARD (RESTTRAN) NAMES THE FILE BY ITS DD NAME AND THE        *
000800*  GENERATION WANTED, WITH THE REFERENCE OF WHOEVER ASKED FOR   *
000900*  THE ROLLBACK.  CF4GBAK PROVES THE GENERATION'S RECORD COUNT  *
001000*  AGAINST THE CATALOG, SAVES THE FILE AS IT STANDS AS A NEW    *
001100*  GENERATION SO THE ROLLBACK CAN ITSELF BE UNDONE, AND COPIES  *
001200*  THE GENERATION OVER THE MASTER.                              *
001300*                                                               *
001400*  RESTORE CARD: COL  1     R  (* IN COL 1 IS A COMMENT)        *
001500*                COLS 2-9   FILE DD NAME  (GAMEHIST ETC.)       *
001600*                COLS 10-13 GENERATION NUMBER                   *
001700*                COLS 14-43 REQUESTED BY / REFERENCE            *
001800*  CARDS ARE APPLIED IN DECK ORDER.  EVERY CARD IS ECHOED ON    *
001900*  RESTRPT WITH ITS DISPOSITION, FOLLOWED BY THE BACKUP         *
002000*  CATALOG AS IT STANDS AFTER THE RUN.  AN EMPTY DECK JUST      *
002100*  LISTS THE CATALOG.  THE RUN IS LOGGED ON JOBRUNLG WITH THE   *
002200*  CARDS READ AND THE RECORDS RESTORED.                         *
002300*                                                               *
002400*  ANY DERIVED FILE BUILT FROM A RESTORED MASTER (GAMEHIXD,     *
002500*  STANDINGS, RATINGS AND THE LIKE) MUST BE REBUILT BY ITS      *
002600*  OWN JOB AFTER THE ROLLBACK.                                  *
002700*                                                               *
002800*  RETURN CODES:  0 - ALL CARDS APPLIED                         *
002900*                 4 - ONE OR MORE CARDS REJECTED                *
003000*                16 - FILE OR CATALOG ERROR                     *
003100*                                                               *
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. CF4REST.
003400 AUTHOR. LEAGUE SYSTEMS GROUP.
003500 INSTALLATION. CONNECT FOUR LEAGUE.
003600 DATE-WRITTEN. 10/15/26.
003700 DATE-COMPILED.
003800*****************************************************************
003900*  MODIFICATION HISTORY                                         *
004000*  --------------------                                         *
004100*  10/15/26 LSG NEW PROGRAM - ROLLBACK OF A REPLACED MASTER     *
004200*               TO A CATALOGED BACKUP GENERATION                *
004300*****************************************************************
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT REST-TRAN-FILE ASSIGN TO RESTTRAN
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS CF-TRAN-STATUS.
005000     SELECT OPTIONAL BACK-CAT-FILE ASSIGN TO BACKCAT
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS CF-CAT-STATUS.
005300     SELECT REPORT-FILE ASSIGN TO RESTRPT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS CF-RPT-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  REST-TRAN-FILE
006000     RECORD CONTAINS 80 CHARACTERS.
006100 01  REST-TRAN-REC.
006200     05  CF-RS-ACTION             PIC X(01).
006300         88  CF-RS-RESTORE            VALUE 'R'.
006400         88  CF-RS-COMMENT            VALUE '*'.
006500     05  CF-RS-FILE-NAME          PIC X(08).
006600     05  CF-RS-GENERATION         PIC 9(04).
006700     05  CF-RS-GENERATION-X REDEFINES CF-RS-GENERATION
006800                                  PIC X(04).
006900     05  CF-RS-REFERENCE          PIC X(30).
007000     05  FILLER                   PIC X(37).
007100
007200 FD  BACK-CAT-FILE
007300     RECORD CONTAINS 80 CHARACTERS.
007400 COPY CFBKCAT.
007500
007600 FD  REPORT-FILE
007700     RECORD CONTAINS 132 CHARACTERS.
007800 01  REPORT-LINE                  PIC X(132).
007900
008000 WORKING-STORAGE SECTION.
008100 77  CF-TRAN-STATUS               PIC X(02).
008200 77  CF-CAT-STATUS                PIC X(02).
008300 77  CF-RPT-STATUS                PIC X(02).
008400 77  CF-TRAN-EOF-SW               PIC X(01) VALUE 'N'.
008500     88  CF-TRAN-EOF                  VALUE 'Y'.
008600 77  CF-CAT-EOF-SW                PIC X(01) VALUE 'N'.
008700     88  CF-CAT-EOF                   VALUE 'Y'.
008800 77  CF-CARDS-READ                PIC S9(05) COMP-3 VALUE +0.
008900 77  CF-CARDS-APPLIED             PIC S9(05) COMP-3 VALUE +0.
009000 77  CF-CARDS-REJECTED            PIC S9(05) COMP-3 VALUE +0.
009100 77  CF-RECS-RESTORED             PIC S9(07) COMP-3 VALUE +0.
009200 77  CF-CAT-LISTED                PIC S9(05) COMP-3 VALUE +0.
009300 77  CF-REJECT-REASON             PIC X(30).
009400 77  CF-RUN-DATE                  PIC 9(08).
009500 77  CF-SAVE-RETURN               PIC S9(04) COMP.
009600
009700 COPY CFJRPARM.
009800
009900 COPY CFBKPARM.
010000
010100 01  CF-HEAD-1.
010200     05  FILLER                   PIC X(09) VALUE 'CF4REST'.
010300     05  FILLER                   PIC X(40) VALUE
010400         'MASTER FILE ROLLBACK REPORT'.
010500     05  FILLER                   PIC X(05) VALUE 'DATE'.
010600     05  CF-HD-DATE               PIC 9(08).
010700     05  FILLER                   PIC X(70) VALUE SPACES.
010800
010900 01  CF-HEAD-2.
011000     05  FILLER                   PIC X(03) VALUE 'A'.
011100     05  FILLER                   PIC X(10) VALUE 'FILE'.
011200     05  FILLER                   PIC X(06) VALUE 'GEN'.
011300     05  FILLER                   PIC X(32) VALUE
011400         'REQUESTED BY / REFERENCE'.
011500     05  FILLER                   PIC X(09) VALUE 'RECORDS'.
011600     05  FILLER                   PIC X(07) VALUE 'SAVED'.
011700     05  FILLER                   PIC X(65) VALUE
011800         'DISPOSITION'.
011900
012000 01  CF-DETAIL-LINE.
012100     05  CF-DT-ACTION             PIC X(01).
012200     05  FILLER                   PIC X(02) VALUE SPACES.
012300     05  CF-DT-FILE-NAME          PIC X(08).
012400     05  FILLER                   PIC X(02) VALUE SPACES.
012500     05  CF-DT-GENERATION         PIC X(04).
012600     05  FILLER                   PIC X(02) VALUE SPACES.
012700     05  CF-DT-REFERENCE          PIC X(30).
012800     05  FILLER                   PIC X(02) VALUE SPACES.
012900     05  CF-DT-RECORDS            PIC X(07).
013000     05  CF-DT-RECORDS-ED REDEFINES CF-DT-RECORDS
013100                                  PIC ZZZ,ZZ9.
013200     05  FILLER                   PIC X(02) VALUE SPACES.
013300     05  CF-DT-SAVED-GEN          PIC X(05).
013400     05  CF-DT-SAVED-GEN-ED REDEFINES CF-DT-SAVED-GEN
013500                                  PIC Z,ZZ9.
013600     05  FILLER                   PIC X(02) VALUE SPACES.
013700     05  CF-DT-DISP               PIC X(50).
013800     05  FILLER                   PIC X(15) VALUE SPACES.
013900
014000 01  CF-SECTION-LINE.
014100     05  CF-SC-TEXT               PIC X(60).
014200     05  FILLER                   PIC X(72) VALUE SPACES.
014300
014400 01  CF-CAT-HEAD.
014500     05  FILLER                   PIC X(10) VALUE 'FILE'.
014600     05  FILLER                   PIC X(06) VALUE 'GEN'.
014700     05  FILLER                   PIC X(06) VALUE 'SLOT'.
014800     05  FILLER                   PIC X(10) VALUE 'PROGRAM'.
014900     05  FILLER                   PIC X(10) VALUE 'BUS DATE'.
015000     05  FILLER                   PIC X(10) VALUE 'TAKEN'.
015100     05  FILLER                   PIC X(08) VALUE 'TIME'.
015200     05  FILLER                   PIC X(09) VALUE 'RECORDS'.
015300     05  FILLER                   PIC X(14) VALUE 'DATASET'.
015400     05  FILLER                   PIC X(49) VALUE 'RESTORED'.
015500
015600 01  CF-CAT-LINE.
015700     05  CF-CL-FILE-NAME          PIC X(08).
015800     05  FILLER                   PIC X(02) VALUE SPACES.
015900     05  CF-CL-GENERATION         PIC ZZZ9.
016000     05  FILLER                   PIC X(02) VALUE SPACES.
016100     05  CF-CL-SLOT               PIC 9(02).
016200     05  FILLER                   PIC X(04) VALUE SPACES.
016300     05  CF-CL-PROGRAM            PIC X(08).
016400     05  FILLER                   PIC X(02) VALUE SPACES.
016500     05  CF-CL-BUSINESS-DATE      PIC 9(08).
016600     05  FILLER                   PIC X(02) VALUE SPACES.
016700     05  CF-CL-BACKUP-DATE        PIC 9(08).
016800     05  FILLER                   PIC X(02) VALUE SPACES.
016900     05  CF-CL-BACKUP-TIME        PIC 9(06).
017000     05  FILLER                   PIC X(02) VALUE SPACES.
017100     05  CF-CL-RECORDS            PIC ZZZ,ZZ9.
017200     05  FILLER                   PIC X(02) VALUE SPACES.
017300     05  CF-CL-DSN                PIC X(12).
017400     05  FILLER                   PIC X(02) VALUE SPACES.
017500     05  CF-CL-RESTORE-DATE       PIC X(08).
017600     05  FILLER                   PIC X(49) VALUE SPACES.
017700
017800 01  CF-COUNT-LINE.
017900     05  CF-CT-LABEL              PIC X(34).
018000     05  CF-CT-VALUE              PIC ZZZ,ZZ9.
018100     05  FILLER                   PIC X(91) VALUE SPACES.
018200
018300 PROCEDURE DIVISION.
018400*****************************************************************
018500*  0000-MAINLINE - CONTROL THE RUN                              *
018600*****************************************************************
018700 0000-MAINLINE.
018800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018900     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
019000         UNTIL CF-TRAN-EOF
019100     PERFORM 5000-LIST-CATALOG THRU 5000-EXIT
019200     PERFORM 9000-TERMINATE THRU 9000-EXIT
019300     STOP RUN.
019400
019500*****************************************************************
019600*  1000-INITIALIZE - OPEN THE DECK AND REPORT                   *
019700*****************************************************************
019800 1000-INITIALIZE.
019900     ACCEPT CF-RUN-DATE FROM DATE YYYYMMDD
020000     PERFORM 1300-LOG-START THRU 1300-EXIT
020100     OPEN INPUT REST-TRAN-FILE
020200     IF CF-TRAN-STATUS NOT = '00'
020300         DISPLAY 'CF4REST - CANNOT OPEN RESTTRAN, STATUS '
020400             CF-TRAN-STATUS
020500         GO TO 9999-ABEND
020600     END-IF
020700     OPEN OUTPUT REPORT-FILE
020800     IF CF-RPT-STATUS NOT = '00'
020900         DISPLAY 'CF4REST - CANNOT OPEN RESTRPT, STATUS '
021000             CF-RPT-STATUS
021100         GO TO 9999-ABEND
021200     END-IF
021300     MOVE CF-RUN-DATE TO CF-HD-DATE
021400     WRITE REPORT-LINE FROM CF-HEAD-1
021500     MOVE SPACES TO REPORT-LINE
021600     WRITE REPORT-LINE
021700     WRITE REPORT-LINE FROM CF-HEAD-2
021800     PERFORM 8000-READ-TRAN THRU 8000-EXIT.
021900 1000-EXIT.
022000     EXIT.
022100
022200*****************************************************************
022300*  1300-LOG-START - STAMP THE JOB-RUN LOG.  A ROLLBACK IS RUN   *
022400*  WHENEVER ONE IS CALLED FOR, SO THE START IS LOGGED WITHOUT   *
022500*  THE RERUN GUARD.                                             *
022600*****************************************************************
022700 1300-LOG-START.
022800     MOVE 'A' TO CF-JR-FUNCTION
022900     MOVE 'CF4REST' TO CF-JR-PROGRAM
023000     MOVE CF-RUN-DATE TO CF-JR-RUN-DATE
023100     MOVE ZEROES TO CF-JR-RECS-READ
023200     MOVE ZEROES TO CF-JR-RECS-WRITTEN
023300     MOVE SPACES TO CF-JR-STATUS
023400     MOVE ZERO TO CF-JR-RETURN
023500     CALL 'CF4JRNL' USING CF-JR-PARMS
023600         ON EXCEPTION
023700             DISPLAY 'CF4REST - CF4JRNL IS NOT AVAILABLE'
023800             GO TO 9999-ABEND
023900     END-CALL
024000     IF CF-JR-RETURN NOT = ZERO
024100         DISPLAY 'CF4REST - JOB LOG ERROR, RETURN '
024200             CF-JR-RETURN
024300         GO TO 9999-ABEND
024400     END-IF.
024500 1300-EXIT.
024600     EXIT.
024700
024800*****************************************************************
024900*  2000-PROCESS-CARD - EDIT, APPLY AND ECHO ONE RESTORE CARD    *
025000*****************************************************************
025100 2000-PROCESS-CARD.
025200     IF CF-RS-COMMENT OR REST-TRAN-REC = SPACES
025300         GO TO 2000-NEXT
025400     END-IF
025500     ADD 1 TO CF-CARDS-READ
025600     MOVE SPACES TO CF-DETAIL-LINE
025700     MOVE CF-RS-ACTION TO CF-DT-ACTION
025800     MOVE CF-RS-FILE-NAME TO CF-DT-FILE-NAME
025900     MOVE CF-RS-GENERATION-X TO CF-DT-GENERATION
026000     MOVE CF-RS-REFERENCE TO CF-DT-REFERENCE
026100     PERFORM 3000-EDIT-CARD THRU 3000-EXIT
026200     IF CF-REJECT-REASON = SPACES
026300         PERFORM 4000-RESTORE-FILE THRU 4000-EXIT
026400     END-IF
026500     IF CF-REJECT-REASON NOT = SPACES
026600         ADD 1 TO CF-CARDS-REJECTED
026700         STRING 'REJECTED - ' DELIMITED BY SIZE
026800             CF-REJECT-REASON DELIMITED BY SIZE
026900             INTO CF-DT-DISP
027100         WRITE REPORT-LINE FROM CF-DETAIL-LINE
027200         GO TO 2000-NEXT
027300     END-IF
027400     MOVE CF-GB-RECORD-COUNT TO CF-DT-RECORDS-ED
027500     MOVE CF-GB-SAFETY-GEN TO CF-DT-SAVED-GEN-ED
027600     MOVE 'RESTORED - PRIOR FILE SAVED AS GENERATION SHOWN'
027700         TO CF-DT-DISP
027800     WRITE REPORT-LINE FROM CF-DETAIL-LINE.
027900 2000-NEXT.
028000     PERFORM 8000-READ-TRAN THRU 8000-EXIT.
028100 2000-EXIT.
028200     EXIT.
028300
028400*****************************************************************
028500*  3000-EDIT-CARD - FIRST FAILURE WINS                          *
028600*****************************************************************
028700 3000-EDIT-CARD.
028800     MOVE SPACES TO CF-REJECT-REASON
028900     IF NOT CF-RS-RESTORE
029000         MOVE 'UNKNOWN ACTION CODE' TO CF-REJECT-REASON
029100         GO TO 3000-EXIT
029200     END-IF
029300     IF CF-RS-FILE-NAME = SPACES
029400         MOVE 'MISSING FILE NAME' TO CF-REJECT-REASON
029500         GO TO 3000-EXIT
029600     END-IF
029700     IF CF-RS-GENERATION IS NOT NUMERIC
029800         OR CF-RS-GENERATION = ZERO
029900         MOVE 'BAD GENERATION NUMBER' TO CF-REJECT-REASON
030000         GO TO 3000-EXIT
030100     END-IF
030200     IF CF-RS-REFERENCE = SPACES
030300         MOVE 'MISSING REFERENCE' TO CF-REJECT-REASON
030400     END-IF.
030500 3000-EXIT.
030600     EXIT.
030700
030800*****************************************************************
030900*  4000-RESTORE-FILE - HAVE CF4GBAK ROLL THE FILE BACK.  A      *
031000*  FILE THAT IS NOT BACKED UP, A GENERATION NO LONGER ON THE    *
031100*  CATALOG OR ONE WHOSE COUNT DOES NOT AGREE REJECTS THE CARD   *
031200*  WITH THE MASTER UNTOUCHED; ANYTHING ELSE STOPS THE RUN.      *
031300*****************************************************************
031400 4000-RESTORE-FILE.
031500     MOVE 'R' TO CF-GB-FUNCTION
031600     MOVE 'CF4REST' TO CF-GB-PROGRAM
031700     MOVE CF-RUN-DATE TO CF-GB-RUN-DATE
031800     MOVE CF-RS-FILE-NAME TO CF-GB-FILE-NAME
031900     MOVE CF-RS-GENERATION TO CF-GB-GENERATION
032000     MOVE ZERO TO CF-GB-RECORD-COUNT
032100     MOVE ZERO TO CF-GB-SAFETY-GEN
032200     MOVE ZERO TO CF-GB-RETURN
032300     CALL 'CF4GBAK' USING CF-GB-PARMS
032400         ON EXCEPTION
032500             DISPLAY 'CF4REST - CF4GBAK IS NOT AVAILABLE'
032600             GO TO 9999-ABEND
032700     END-CALL
032800     EVALUATE CF-GB-RETURN
032900         WHEN 00
033000             ADD 1 TO CF-CARDS-APPLIED
033100             ADD CF-GB-RECORD-COUNT TO CF-RECS-RESTORED
033200         WHEN 04
033300             MOVE 'FILE NOT IN THE BACKUP TABLE'
033400                 TO CF-REJECT-REASON
033500         WHEN 08
033600             MOVE 'GENERATION NOT ON THE CATALOG'
033700                 TO CF-REJECT-REASON
033800         WHEN 12
033900             MOVE 'GENERATION COUNT DOES NOT AGREE'
034000                 TO CF-REJECT-REASON
034100         WHEN OTHER
034200             DISPLAY 'CF4REST - ROLLBACK OF ' CF-RS-FILE-NAME
034300                 ' FAILED, RETURN ' CF-GB-RETURN
034400             GO TO 9999-ABEND
034500     END-EVALUATE.
034600 4000-EXIT.
034700     EXIT.
034800
034900*****************************************************************
035000*  5000-LIST-CATALOG - THE BACKUP CATALOG AFTER THE RUN         *
035100*****************************************************************
035200 5000-LIST-CATALOG.
035300     MOVE SPACES TO REPORT-LINE
035400     WRITE REPORT-LINE
035500     MOVE 'BACKUP CATALOG' TO CF-SC-TEXT
035600     WRITE REPORT-LINE FROM CF-SECTION-LINE
035700     WRITE REPORT-LINE FROM CF-CAT-HEAD
035800     OPEN INPUT BACK-CAT-FILE
035900     IF CF-CAT-STATUS NOT = '00'
036000         CLOSE BACK-CAT-FILE
036100         MOVE 'NO BACKUPS ON THE CATALOG' TO CF-SC-TEXT
036200         WRITE REPORT-LINE FROM CF-SECTION-LINE
036300         GO TO 5000-EXIT
036400     END-IF
036500     PERFORM 8100-READ-CAT THRU 8100-EXIT
036600     PERFORM 5100-LIST-ENTRY THRU 5100-EXIT
036700         UNTIL CF-CAT-EOF
036800     CLOSE BACK-CAT-FILE.
036900 5000-EXIT.
037000     EXIT.
037100
037200 5100-LIST-ENTRY.
037300     ADD 1 TO CF-CAT-LISTED
037400     MOVE CF-BC-FILE-NAME TO CF-CL-FILE-NAME
037500     MOVE CF-BC-GENERATION TO CF-CL-GENERATION
037600     MOVE CF-BC-SLOT TO CF-CL-SLOT
037700     MOVE CF-BC-PROGRAM TO CF-CL-PROGRAM
037800     MOVE CF-BC-BUSINESS-DATE TO CF-CL-BUSINESS-DATE
037900     MOVE CF-BC-BACKUP-DATE TO CF-CL-BACKUP-DATE
038000     MOVE CF-BC-BACKUP-TIME TO CF-CL-BACKUP-TIME
038100     MOVE CF-BC-RECORD-COUNT TO CF-CL-RECORDS
038200     MOVE CF-BC-DSN TO CF-CL-DSN
038300     IF CF-BC-RESTORE-DATE = ZERO
038400         MOVE SPACES TO CF-CL-RESTORE-DATE
038500     ELSE
038600         MOVE CF-BC-RESTORE-DATE TO CF-CL-RESTORE-DATE
038700     END-IF
038800     WRITE REPORT-LINE FROM CF-CAT-LINE
038900     PERFORM 8100-READ-CAT THRU 8100-EXIT.
039000 5100-EXIT.
039100     EXIT.
039200
039300*****************************************************************
039400*  8000-READ-TRAN / 8100-READ-CAT                               *
039500*****************************************************************
039600 8000-READ-TRAN.
039700     READ REST-TRAN-FILE
039800         AT END
039900             MOVE 'Y' TO CF-TRAN-EOF-SW
040000     END-READ.
040100 8000-EXIT.
040200     EXIT.
040300
040400 8100-READ-CAT.
040500     READ BACK-CAT-FILE
040600         AT END
040700             MOVE 'Y' TO CF-CAT-EOF-SW
040800     END-READ.
040900 8100-EXIT.
041000     EXIT.
041100
041200*****************************************************************
041300*  9000-TERMINATE - TOTALS, CLOSE FILES, SET RETURN CODE        *
041400*****************************************************************
041500 9000-TERMINATE.
041600     MOVE SPACES TO REPORT-LINE
041700     WRITE REPORT-LINE
041800     MOVE 'CARDS READ' TO CF-CT-LABEL
041900     MOVE CF-CARDS-READ TO CF-CT-VALUE
042000     WRITE REPORT-LINE FROM CF-COUNT-LINE
042100     MOVE 'FILES RESTORED' TO CF-CT-LABEL
042200     MOVE CF-CARDS-APPLIED TO CF-CT-VALUE
042300     WRITE REPORT-LINE FROM CF-COUNT-LINE
042400     MOVE 'RECORDS RESTORED' TO CF-CT-LABEL
042500     MOVE CF-RECS-RESTORED TO CF-CT-VALUE
042600     WRITE REPORT-LINE FROM CF-COUNT-LINE
042700     MOVE 'CARDS REJECTED' TO CF-CT-LABEL
042800     MOVE CF-CARDS-REJECTED TO CF-CT-VALUE
042900     WRITE REPORT-LINE FROM CF-COUNT-LINE
043000     MOVE 'CATALOG ENTRIES LISTED' TO CF-CT-LABEL
043100     MOVE CF-CAT-LISTED TO CF-CT-VALUE
043200     WRITE REPORT-LINE FROM CF-COUNT-LINE
043300     CLOSE REST-TRAN-FILE
043400     CLOSE REPORT-FILE
043500     IF CF-CARDS-REJECTED > ZERO
043600         MOVE 4 TO RETURN-CODE
043700     ELSE
043800         MOVE 0 TO RETURN-CODE
043900     END-IF
044000     PERFORM 9100-LOG-END THRU 9100-EXIT
044100     DISPLAY 'CF4REST - NORMAL END, FILES RESTORED '
044200         CF-CARDS-APPLIED.
044300 9000-EXIT.
044400     EXIT.
044500
044600*****************************************************************
044700*  9100-LOG-END - END RECORD ON THE JOB-RUN LOG.  THE RETURN    *
044800*  CODE IS SAVED AROUND THE CALL BECAUSE A CALLED PROGRAM       *
044900*  THAT LEAVES RETURN-CODE ALONE STILL HANDS BACK ZERO.         *
045000*****************************************************************
045100 9100-LOG-END.
045200     MOVE RETURN-CODE TO CF-SAVE-RETURN
045300     MOVE 'E' TO CF-JR-FUNCTION
045400     MOVE CF-CARDS-READ TO CF-JR-RECS-READ
045500     MOVE CF-RECS-RESTORED TO CF-JR-RECS-WRITTEN
045600     IF RETURN-CODE = 4
045700         MOVE 'RC04' TO CF-JR-STATUS
045800     ELSE
045900         MOVE 'RC00' TO CF-JR-STATUS
046000     END-IF
046100     CALL 'CF4JRNL' USING CF-JR-PARMS
046200         ON EXCEPTION
046300             DISPLAY 'CF4REST - END NOT LOGGED'
046400     END-CALL
046500     MOVE CF-SAVE-RETURN TO RETURN-CODE.
046600 9100-EXIT.
046700     EXIT.
046800
046900*****************************************************************
047000*  9999-ABEND - FATAL ERROR, SET RETURN CODE AND STOP           *
047100*****************************************************************
047200 9999-ABEND.
047300     DISPLAY 'CF4REST - RUN TERMINATED IN ERROR'
047400     MOVE 16 TO RETURN-CODE
047500     STOP RUN.
047600 9999-EXIT.
047700     EXIT.
