000100*****************************************************************
000200*                                                               *
000300*  CF4CMNT - CLUB MASTER FILE MAINTENANCE                       *
000400*                                                               *
000500*  APPLIES CLUB TRANSACTION CARDS (CLUBTRAN) TO THE CLUB        *
000600*  MASTER (CLUBMAST) AND WRITES THE NEW MASTER (CLUBNEW) IN     *
000700*  CLUB CODE ORDER.  AFTER A CLEAN RUN THE JOB REPLACES         *
000800*  CLUBMAST WITH CLUBNEW.                                       *
000900*  BEFORE THE REPLACE CLUBMAST IS SAVED AS ITS NEXT BACKUP      *
001000*  GENERATION (CF4GBAK) SO THE RUN CAN BE ROLLED BACK BY        *
001100*  CF4REST.                                                     *
001200*                                                               *
001300*  TRANSACTION CARD:  COL 1     A ADD, U UPDATE, D DEACTIVATE   *
001400*                     COLS 2-71 CLUB MASTER FIELDS              *
001500*                               (CODE, NAME, CONTACT NAME,      *
001600*                                CONTACT PHONE - D NEEDS CODE   *
001700*                                ONLY)                          *
001800*  AN ADD OR UPDATE LEAVES THE CLUB ACTIVE, SO A U CARD         *
001900*  REINSTATES A DEACTIVATED CLUB.  A CLUB IS NEVER DELETED -    *
002000*  GAMES ALREADY POSTED UNDER ITS CODE STAY ON GAMEHIST.        *
002100*                                                               *
002200*  EVERY CARD IS ECHOED ON THE MAINTENANCE REPORT (CMNTRPT)     *
002300*  WITH ITS DISPOSITION.  REJECTS DO NOT STOP THE RUN.          *
002400*                                                               *
002500*  RETURN CODES:  0 - ALL CARDS APPLIED                         *
002600*                 4 - ONE OR MORE CARDS REJECTED                *
002700*                16 - FILE ERROR                                *
002800*                                                               *
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. CF4CMNT.
003100 AUTHOR. LEAGUE SYSTEMS GROUP.
003200 INSTALLATION. CONNECT FOUR LEAGUE.
003300 DATE-WRITTEN. 10/15/26.
003400 DATE-COMPILED.
003500*****************************************************************
003600*  MODIFICATION HISTORY                                         *
003700*  --------------------                                         *
003800*  10/15/26 LSG NEW PROGRAM - CLUB MASTER MAINTENANCE           *
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT OPTIONAL CLUB-MAST-FILE ASSIGN TO CLUBMAST
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS CF-MAST-STATUS.
004600     SELECT CLUB-TRAN-FILE ASSIGN TO CLUBTRAN
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS CF-TRAN-STATUS.
004900     SELECT CLUB-NEW-FILE ASSIGN TO CLUBNEW
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS CF-NEW-STATUS.
005200     SELECT REPORT-FILE ASSIGN TO CMNTRPT
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS CF-RPT-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CLUB-MAST-FILE
005900     RECORD CONTAINS 80 CHARACTERS.
006000 COPY CFCLBMST.
006100
006200 FD  CLUB-TRAN-FILE
006300     RECORD CONTAINS 80 CHARACTERS.
006400 01  CLUB-TRAN-REC.
006500     05  CF-CT-ACTION             PIC X(01).
006600         88  CF-CT-ADD                VALUE 'A'.
006700         88  CF-CT-UPDATE             VALUE 'U'.
006800         88  CF-CT-DEACTIVATE         VALUE 'D'.
006900         88  CF-CT-COMMENT            VALUE '*'.
007000     05  CF-CT-CLUB-CODE          PIC X(08).
007100     05  CF-CT-CLUB-NAME          PIC X(30).
007200     05  CF-CT-CONTACT-NAME       PIC X(20).
007300     05  CF-CT-CONTACT-PHONE      PIC X(12).
007400     05  FILLER                   PIC X(09).
007500
007600 FD  CLUB-NEW-FILE
007700     RECORD CONTAINS 80 CHARACTERS.
007800 01  CLUB-NEW-REC                 PIC X(80).
007900
008000 FD  REPORT-FILE
008100     RECORD CONTAINS 132 CHARACTERS.
008200 01  REPORT-LINE                  PIC X(132).
008300
008400 WORKING-STORAGE SECTION.
008500 77  CF-MAST-STATUS               PIC X(02).
008600 77  CF-TRAN-STATUS               PIC X(02).
008700 77  CF-NEW-STATUS                PIC X(02).
008800 77  CF-RPT-STATUS                PIC X(02).
008900 77  CF-MAST-EOF-SW               PIC X(01) VALUE 'N'.
009000     88  CF-MAST-EOF                  VALUE 'Y'.
009100 77  CF-TRAN-EOF-SW               PIC X(01) VALUE 'N'.
009200     88  CF-TRAN-EOF                  VALUE 'Y'.
009300 77  CF-SORT-SWAP-SW              PIC X(01) VALUE 'Y'.
009400     88  CF-SORT-SWAPPED              VALUE 'Y'.
009500 77  CF-CARDS-READ                PIC S9(05) COMP-3 VALUE +0.
009600 77  CF-CARDS-APPLIED             PIC S9(05) COMP-3 VALUE +0.
009700 77  CF-CARDS-REJECTED            PIC S9(05) COMP-3 VALUE +0.
009800 77  CF-IX                        PIC S9(04) COMP.
009900 77  CF-WORK-SUB                  PIC S9(04) COMP.
010000 77  CF-RUN-DATE                  PIC 9(08).
010100
010200 COPY CFBKPARM.
010300
010400 01  CF-CLUB-TABLE.
010500     05  CF-CLUB-COUNT            PIC S9(04) COMP VALUE +0.
010600     05  CF-CLUB-MAX              PIC S9(04) COMP VALUE +200.
010700     05  CF-CLUB-ENTRY OCCURS 200 TIMES.
010800         10  CF-CB-RECORD         PIC X(80).
010900         10  CF-CB-KEY REDEFINES CF-CB-RECORD.
011000             15  CF-CB-CODE       PIC X(08).
011100             15  FILLER           PIC X(72).
011200
011300 01  CF-HOLD-RECORD               PIC X(80).
011400
011500 01  CF-HEAD-1.
011600     05  FILLER                   PIC X(09) VALUE 'CF4CMNT'.
011700     05  FILLER                   PIC X(40) VALUE
011800         'CLUB MASTER MAINTENANCE REPORT'.
011900     05  FILLER                   PIC X(05) VALUE 'DATE'.
012000     05  CF-HD-DATE               PIC 9(08).
012100     05  FILLER                   PIC X(70) VALUE SPACES.
012200
012300 01  CF-DETAIL-LINE.
012400     05  CF-DT-ACTION             PIC X(01).
012500     05  FILLER                   PIC X(02) VALUE SPACES.
012600     05  CF-DT-CODE               PIC X(08).
012700     05  FILLER                   PIC X(02) VALUE SPACES.
012800     05  CF-DT-NAME               PIC X(30).
012900     05  FILLER                   PIC X(02) VALUE SPACES.
013000     05  CF-DT-DISP               PIC X(40).
013100     05  FILLER                   PIC X(47) VALUE SPACES.
013200
013300 01  CF-TOTAL-LINE.
013400     05  FILLER                   PIC X(13) VALUE 'CARDS READ'.
013500     05  CF-TL-READ               PIC ZZZZ9.
013600     05  FILLER                   PIC X(10) VALUE ' APPLIED'.
013700     05  CF-TL-APPLIED            PIC ZZZZ9.
013800     05  FILLER                   PIC X(11) VALUE ' REJECTED'.
013900     05  CF-TL-REJECTED           PIC ZZZZ9.
014000     05  FILLER                   PIC X(83) VALUE SPACES.
014100
014200 PROCEDURE DIVISION.
014300*****************************************************************
014400*  0000-MAINLINE - CONTROL THE RUN                              *
014500*****************************************************************
014600 0000-MAINLINE.
014700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014800     PERFORM 2000-LOAD-MASTER THRU 2000-EXIT
014900         UNTIL CF-MAST-EOF
015000     PERFORM 3000-APPLY-CARD THRU 3000-EXIT
015100         UNTIL CF-TRAN-EOF
015200     PERFORM 5000-SORT-CLUBS THRU 5000-EXIT
015300     PERFORM 6000-WRITE-MASTER THRU 6000-EXIT
015400     PERFORM 9000-TERMINATE THRU 9000-EXIT
015500     STOP RUN.
015600
015700*****************************************************************
015800*  1000-INITIALIZE - OPEN FILES, PRIME FIRST READS              *
015900*****************************************************************
016000 1000-INITIALIZE.
016100     ACCEPT CF-RUN-DATE FROM DATE YYYYMMDD
016200     OPEN INPUT CLUB-MAST-FILE
016300     IF CF-MAST-STATUS = '35' OR CF-MAST-STATUS = '05'
016400         MOVE 'Y' TO CF-MAST-EOF-SW
016500     ELSE
016600         IF CF-MAST-STATUS NOT = '00'
016700             DISPLAY 'CF4CMNT - CANNOT OPEN CLUBMAST, STATUS '
016800                 CF-MAST-STATUS
016900             GO TO 9999-ABEND
017000         END-IF
017100     END-IF
017200     OPEN INPUT CLUB-TRAN-FILE
017300     IF CF-TRAN-STATUS NOT = '00'
017400         DISPLAY 'CF4CMNT - CANNOT OPEN CLUBTRAN, STATUS '
017500             CF-TRAN-STATUS
017600         GO TO 9999-ABEND
017700     END-IF
017800     OPEN OUTPUT CLUB-NEW-FILE
017900     IF CF-NEW-STATUS NOT = '00'
018000         DISPLAY 'CF4CMNT - CANNOT OPEN CLUBNEW, STATUS '
018100             CF-NEW-STATUS
018200         GO TO 9999-ABEND
018300     END-IF
018400     OPEN OUTPUT REPORT-FILE
018500     IF CF-RPT-STATUS NOT = '00'
018600         DISPLAY 'CF4CMNT - CANNOT OPEN CMNTRPT, STATUS '
018700             CF-RPT-STATUS
018800         GO TO 9999-ABEND
018900     END-IF
019000     MOVE CF-RUN-DATE TO CF-HD-DATE
019100     WRITE REPORT-LINE FROM CF-HEAD-1
019200     MOVE SPACES TO REPORT-LINE
019300     WRITE REPORT-LINE
019400     IF NOT CF-MAST-EOF
019500         PERFORM 8000-READ-MAST THRU 8000-EXIT
019600     END-IF
019700     PERFORM 8100-READ-TRAN THRU 8100-EXIT.
019800 1000-EXIT.
019900     EXIT.
020000
020100*****************************************************************
020200*  2000-LOAD-MASTER - TABLE THE OLD MASTER                      *
020300*****************************************************************
020400 2000-LOAD-MASTER.
020500     IF CF-CLUB-COUNT < CF-CLUB-MAX
020600         ADD 1 TO CF-CLUB-COUNT
020700         MOVE CLUB-MAST-REC
020800             TO CF-CB-RECORD (CF-CLUB-COUNT)
020900     ELSE
021000         DISPLAY 'CF4CMNT - CLUB TABLE FULL, CODE '
021100             CF-CM-CLUB-CODE ' DROPPED'
021200     END-IF
021300     PERFORM 8000-READ-MAST THRU 8000-EXIT.
021400 2000-EXIT.
021500     EXIT.
021600
021700*****************************************************************
021800*  3000-APPLY-CARD - ONE TRANSACTION CARD                       *
021900*****************************************************************
022000 3000-APPLY-CARD.
022100     IF CF-CT-COMMENT OR CLUB-TRAN-REC = SPACES
022200         GO TO 3000-NEXT
022300     END-IF
022400     ADD 1 TO CF-CARDS-READ
022500     PERFORM 3500-FIND-CODE THRU 3500-EXIT
022600     EVALUATE TRUE
022700         WHEN CF-CT-ADD
022800             PERFORM 3100-ADD-CLUB THRU 3100-EXIT
022900         WHEN CF-CT-UPDATE
023000             PERFORM 3200-UPDATE-CLUB THRU 3200-EXIT
023100         WHEN CF-CT-DEACTIVATE
023200             PERFORM 3300-DEACT-CLUB THRU 3300-EXIT
023300         WHEN OTHER
023400             PERFORM 7100-REJECT-CARD THRU 7100-EXIT
023500     END-EVALUATE.
023600 3000-NEXT.
023700     PERFORM 8100-READ-TRAN THRU 8100-EXIT.
023800 3000-EXIT.
023900     EXIT.
024000
024100 3100-ADD-CLUB.
024200     IF CF-WORK-SUB > ZERO
024300         PERFORM 7100-REJECT-CARD THRU 7100-EXIT
024400         GO TO 3100-EXIT
024500     END-IF
024600     IF CF-CT-CLUB-CODE = SPACES
024700         OR CF-CT-CLUB-NAME = SPACES
024800         PERFORM 7100-REJECT-CARD THRU 7100-EXIT
024900         GO TO 3100-EXIT
025000     END-IF
025100     IF CF-CLUB-COUNT >= CF-CLUB-MAX
025200         PERFORM 7100-REJECT-CARD THRU 7100-EXIT
025300         GO TO 3100-EXIT
025400     END-IF
025500     ADD 1 TO CF-CLUB-COUNT
025600     MOVE CF-CLUB-COUNT TO CF-WORK-SUB
025700     PERFORM 3400-BUILD-RECORD THRU 3400-EXIT
025800     PERFORM 7000-ACCEPT-CARD THRU 7000-EXIT.
025900 3100-EXIT.
026000     EXIT.
026100
026200 3200-UPDATE-CLUB.
026300     IF CF-WORK-SUB = ZERO
026400         OR CF-CT-CLUB-NAME = SPACES
026500         PERFORM 7100-REJECT-CARD THRU 7100-EXIT
026600         GO TO 3200-EXIT
026700     END-IF
026800     PERFORM 3400-BUILD-RECORD THRU 3400-EXIT
026900     PERFORM 7000-ACCEPT-CARD THRU 7000-EXIT.
027000 3200-EXIT.
027100     EXIT.
027200
027300 3300-DEACT-CLUB.
027400     IF CF-WORK-SUB = ZERO
027500         PERFORM 7100-REJECT-CARD THRU 7100-EXIT
027600         GO TO 3300-EXIT
027700     END-IF
027800     MOVE CF-CB-RECORD (CF-WORK-SUB) TO CLUB-MAST-REC
027900     MOVE 'I' TO CF-CM-STATUS
028000     MOVE CLUB-MAST-REC TO CF-CB-RECORD (CF-WORK-SUB)
028100     PERFORM 7000-ACCEPT-CARD THRU 7000-EXIT.
028200 3300-EXIT.
028300     EXIT.
028400
028500*****************************************************************
028600*  3400-BUILD-RECORD - MASTER RECORD FROM THE CARD FIELDS       *
028700*****************************************************************
028800 3400-BUILD-RECORD.
028900     MOVE SPACES TO CLUB-MAST-REC
029000     MOVE CF-CT-CLUB-CODE TO CF-CM-CLUB-CODE
029100     MOVE CF-CT-CLUB-NAME TO CF-CM-CLUB-NAME
029200     MOVE CF-CT-CONTACT-NAME TO CF-CM-CONTACT-NAME
029300     MOVE CF-CT-CONTACT-PHONE TO CF-CM-CONTACT-PHONE
029400     MOVE 'A' TO CF-CM-STATUS
029500     MOVE CLUB-MAST-REC TO CF-CB-RECORD (CF-WORK-SUB).
029600 3400-EXIT.
029700     EXIT.
029800
029900*****************************************************************
030000*  3500-FIND-CODE - LOCATE THE CARD'S CLUB IN THE TABLE         *
030100*****************************************************************
030200 3500-FIND-CODE.
030300     MOVE ZERO TO CF-WORK-SUB
030400     PERFORM 3510-SCAN-CLUBS THRU 3510-EXIT
030500         VARYING CF-IX FROM 1 BY 1
030600         UNTIL CF-IX > CF-CLUB-COUNT
030700            OR CF-WORK-SUB > ZERO.
030800 3500-EXIT.
030900     EXIT.
031000
031100 3510-SCAN-CLUBS.
031200     IF CF-CB-CODE (CF-IX) = CF-CT-CLUB-CODE
031300         MOVE CF-IX TO CF-WORK-SUB
031400     END-IF.
031500 3510-EXIT.
031600     EXIT.
031700
031800*****************************************************************
031900*  5000-SORT-CLUBS - CLUB CODE ORDER FOR THE NEW MASTER         *
032000*****************************************************************
032100 5000-SORT-CLUBS.
032200     MOVE 'Y' TO CF-SORT-SWAP-SW
032300     PERFORM 5100-SORT-PASS THRU 5100-EXIT
032400         UNTIL NOT CF-SORT-SWAPPED.
032500 5000-EXIT.
032600     EXIT.
032700
032800 5100-SORT-PASS.
032900     MOVE 'N' TO CF-SORT-SWAP-SW
033000     PERFORM 5110-SORT-COMPARE THRU 5110-EXIT
033100         VARYING CF-IX FROM 1 BY 1
033200         UNTIL CF-IX >= CF-CLUB-COUNT.
033300 5100-EXIT.
033400     EXIT.
033500
033600 5110-SORT-COMPARE.
033700     COMPUTE CF-WORK-SUB = CF-IX + 1
033800     IF CF-CB-CODE (CF-WORK-SUB) < CF-CB-CODE (CF-IX)
033900         MOVE CF-CB-RECORD (CF-IX) TO CF-HOLD-RECORD
034000         MOVE CF-CB-RECORD (CF-WORK-SUB)
034100             TO CF-CB-RECORD (CF-IX)
034200         MOVE CF-HOLD-RECORD TO CF-CB-RECORD (CF-WORK-SUB)
034300         MOVE 'Y' TO CF-SORT-SWAP-SW
034400     END-IF.
034500 5110-EXIT.
034600     EXIT.
034700
034800*****************************************************************
034900*  6000-WRITE-MASTER - WRITE THE NEW MASTER FILE                *
035000*****************************************************************
035100 6000-WRITE-MASTER.
035200     PERFORM 6100-WRITE-ONE THRU 6100-EXIT
035300         VARYING CF-IX FROM 1 BY 1
035400         UNTIL CF-IX > CF-CLUB-COUNT.
035500 6000-EXIT.
035600     EXIT.
035700
035800 6100-WRITE-ONE.
035900     WRITE CLUB-NEW-REC FROM CF-CB-RECORD (CF-IX)
036000     IF CF-NEW-STATUS NOT = '00'
036100         DISPLAY 'CF4CMNT - CLUBNEW WRITE FAILED, STATUS '
036200             CF-NEW-STATUS
036300         GO TO 9999-ABEND
036400     END-IF.
036500 6100-EXIT.
036600     EXIT.
036700
036800*****************************************************************
036900*  7000-ACCEPT-CARD / 7100-REJECT-CARD - REPORT DISPOSITIONS    *
037000*****************************************************************
037100 7000-ACCEPT-CARD.
037200     ADD 1 TO CF-CARDS-APPLIED
037300     MOVE SPACES TO CF-DETAIL-LINE
037400     MOVE CF-CT-ACTION TO CF-DT-ACTION
037500     MOVE CF-CT-CLUB-CODE TO CF-DT-CODE
037600     MOVE CF-CT-CLUB-NAME TO CF-DT-NAME
037700     MOVE 'APPLIED' TO CF-DT-DISP
037800     WRITE REPORT-LINE FROM CF-DETAIL-LINE.
037900 7000-EXIT.
038000     EXIT.
038100
038200 7100-REJECT-CARD.
038300     ADD 1 TO CF-CARDS-REJECTED
038400     MOVE SPACES TO CF-DETAIL-LINE
038500     MOVE CF-CT-ACTION TO CF-DT-ACTION
038600     MOVE CF-CT-CLUB-CODE TO CF-DT-CODE
038700     MOVE CF-CT-CLUB-NAME TO CF-DT-NAME
038800     EVALUATE TRUE
038900         WHEN CF-CT-ADD AND CF-WORK-SUB > ZERO
039000             MOVE 'REJECTED - CODE ALREADY ON FILE'
039100                 TO CF-DT-DISP
039200         WHEN CF-CT-ADD
039300             MOVE 'REJECTED - MISSING CODE OR NAME, OR FULL'
039400                 TO CF-DT-DISP
039500         WHEN CF-CT-UPDATE AND CF-WORK-SUB > ZERO
039600             MOVE 'REJECTED - MISSING CLUB NAME'
039700                 TO CF-DT-DISP
039800         WHEN CF-CT-UPDATE OR CF-CT-DEACTIVATE
039900             MOVE 'REJECTED - CODE NOT ON FILE' TO CF-DT-DISP
040000         WHEN OTHER
040100             MOVE 'REJECTED - UNKNOWN ACTION CODE'
040200                 TO CF-DT-DISP
040300     END-EVALUATE
040400     WRITE REPORT-LINE FROM CF-DETAIL-LINE.
040500 7100-EXIT.
040600     EXIT.
040700
040800*****************************************************************
040900*  8000-READ-MAST / 8100-READ-TRAN                              *
041000*****************************************************************
041100 8000-READ-MAST.
041200     READ CLUB-MAST-FILE
041300         AT END
041400             MOVE 'Y' TO CF-MAST-EOF-SW
041500     END-READ.
041600 8000-EXIT.
041700     EXIT.
041800
041900 8100-READ-TRAN.
042000     READ CLUB-TRAN-FILE
042100         AT END
042200             MOVE 'Y' TO CF-TRAN-EOF-SW
042300     END-READ.
042400 8100-EXIT.
042500     EXIT.
042600
042700*****************************************************************
042800*  9000-TERMINATE - TOTALS, CLOSE FILES, SET RETURN CODE        *
042900*****************************************************************
043000 9000-TERMINATE.
043100     MOVE SPACES TO REPORT-LINE
043200     WRITE REPORT-LINE
043300     MOVE CF-CARDS-READ TO CF-TL-READ
043400     MOVE CF-CARDS-APPLIED TO CF-TL-APPLIED
043500     MOVE CF-CARDS-REJECTED TO CF-TL-REJECTED
043600     WRITE REPORT-LINE FROM CF-TOTAL-LINE
043700     CLOSE CLUB-MAST-FILE
043800     CLOSE CLUB-TRAN-FILE
043900     CLOSE CLUB-NEW-FILE
044000     CLOSE REPORT-FILE
044100     PERFORM 9200-BACKUP-MASTERS THRU 9200-EXIT
044200     IF CF-CARDS-REJECTED > ZERO
044300         MOVE 4 TO RETURN-CODE
044400     ELSE
044500         MOVE 0 TO RETURN-CODE
044600     END-IF
044700     DISPLAY 'CF4CMNT - NORMAL END, CLUBS ON FILE '
044800         CF-CLUB-COUNT.
044900 9000-EXIT.
045000     EXIT.
045100
045200*****************************************************************
045300*  9200-BACKUP-MASTERS - SAVE THE MASTER AS IT STANDS AS ITS    *
045400*  NEXT BACKUP GENERATION BEFORE THE JOB REPLACES IT.  A        *
045500*  BACKUP THAT CANNOT BE TAKEN ENDS THE RUN IN ERROR SO THE     *
045600*  REPLACE DOES NOT GO AHEAD.                                   *
045700*****************************************************************
045800 9200-BACKUP-MASTERS.
045900     MOVE 'CLUBMAST' TO CF-GB-FILE-NAME
046000     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT.
046100 9200-EXIT.
046200     EXIT.
046300
046400 9210-BACKUP-FILE.
046500     MOVE 'B' TO CF-GB-FUNCTION
046600     MOVE 'CF4CMNT' TO CF-GB-PROGRAM
046700     MOVE CF-RUN-DATE TO CF-GB-RUN-DATE
046800     MOVE ZERO TO CF-GB-GENERATION
046900     MOVE ZERO TO CF-GB-RECORD-COUNT
047000     MOVE ZERO TO CF-GB-SAFETY-GEN
047100     MOVE ZERO TO CF-GB-RETURN
047200     CALL 'CF4GBAK' USING CF-GB-PARMS
047300         ON EXCEPTION
047400             DISPLAY 'CF4CMNT - CF4GBAK IS NOT AVAILABLE'
047500             GO TO 9999-ABEND
047600     END-CALL
047700     IF CF-GB-RETURN NOT = ZERO
047800         DISPLAY 'CF4CMNT - BACKUP OF ' CF-GB-FILE-NAME
047900             ' FAILED, RETURN ' CF-GB-RETURN
048000         GO TO 9999-ABEND
048100     END-IF
048200     DISPLAY 'CF4CMNT - ' CF-GB-FILE-NAME
048300         ' SAVED AS GENERATION ' CF-GB-GENERATION.
048400 9210-EXIT.
048500     EXIT.
048600
048700*****************************************************************
048800*  9999-ABEND - FATAL ERROR, SET RETURN CODE AND STOP           *
048900*****************************************************************
049000 9999-ABEND.
049100     DISPLAY 'CF4CMNT - RUN TERMINATED IN ERROR'
049200     MOVE 16 TO RETURN-CODE
049300     STOP RUN.
049400 9999-EXIT.
049500     EXIT.
