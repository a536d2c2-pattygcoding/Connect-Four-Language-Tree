001200*  COMMITTEE ADDS NEXT SEASON'S OPEN RECORD THROUGH THE USUAL   *
001300*  CARD EDIT.  THE CERTIFIED FINAL TABLES PRINT ON SEASRPT      *
001400*  FOR TROPHY AWARDS AND NEXT YEAR'S TIER SETTING.              *
001410*  BEFORE THE REPLACE SEASONCT IS SAVED AS ITS NEXT BACKUP      *
001420*  GENERATION (CF4GBAK) SO THE CLOSE CAN BE ROLLED BACK BY      *
001430*  CF4REST.                                                     *
001500*                                                               *
001600*  RUN ORDER:  CF4SCOR AND CF4RATE MUST RUN FIRST SO THE        *
001700*  STANDINGS AND RATINGS FILES COVER THE FULL SEASON.           *
001710*  CF4LEGL SHOULD RUN FIRST AS WELL.  ITS CERTIFICATES          *
001720*  (LEGLCERT) GIVE THE COUNT OF THE SEASON'S GAMES CERTIFIED    *
001730*  LEGAL, QUOTED AT THE FOOT OF SEASRPT.                        *
001800*                                                               *
001900*  RETURN CODES:  0 - SEASON CLOSED CLEAN                       *
002000*                16 - NO OPEN SEASON OR FILE ERROR              *
003000*  --------------------                                         *
003100*  09/02/26 LSG NEW PROGRAM - END OF SEASON CLOSE AND           *
003200*               PERMANENT RESULT SNAPSHOT                       *
003210*  10/15/26 LSG QUOTE THE LEGALITY AUDIT'S CERTIFIED GAMES FOR  *
003220*               THE SEASON AT THE FOOT OF SEASRPT               *
003230*  10/15/26 LSG SEASONCT SAVED AS A BACKUP GENERATION BEFORE    *
003240*               THE JOB REPLACES IT                             *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
005200     SELECT REPORT-FILE ASSIGN TO SEASRPT
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS CF-RPT-STATUS.
005410     SELECT OPTIONAL LEGAL-CERT-FILE ASSIGN TO LEGLCERT
005420         ORGANIZATION IS SEQUENTIAL
005430         FILE STATUS IS CF-CERT-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
007800 FD  REPORT-FILE
007900     RECORD CONTAINS 132 CHARACTERS.
008000 01  REPORT-LINE                  PIC X(132).
008010
008020 FD  LEGAL-CERT-FILE
008030     RECORD CONTAINS 80 CHARACTERS.
008040 COPY CFLEGCRT.
008100
008200 WORKING-STORAGE SECTION.
008300 77  CF-SEAS-STATUS               PIC X(02).
008600 77  CF-RATE-STATUS               PIC X(02).
008700 77  CF-RSLT-STATUS               PIC X(02).
008800 77  CF-RPT-STATUS                PIC X(02).
008810 77  CF-CERT-STATUS               PIC X(02).
008900 77  CF-SEAS-EOF-SW               PIC X(01) VALUE 'N'.
009000     88  CF-SEAS-EOF                  VALUE 'Y'.
009100 77  CF-STAND-EOF-SW              PIC X(01) VALUE 'N'.
009200     88  CF-STAND-EOF                 VALUE 'Y'.
009300 77  CF-RATE-EOF-SW               PIC X(01) VALUE 'N'.
009400     88  CF-RATE-EOF                  VALUE 'Y'.
009410 77  CF-CERT-EOF-SW               PIC X(01) VALUE 'N'.
009420     88  CF-CERT-EOF                  VALUE 'Y'.
009500 77  CF-OPEN-FOUND-SW             PIC X(01) VALUE 'N'.
009600     88  CF-OPEN-FOUND                VALUE 'Y'.
009700 77  CF-SEASON-ID                 PIC 9(06) VALUE 0.
010000 77  CF-SEASON-END                PIC 9(08) VALUE 0.
010100 77  CF-STAND-COUNT               PIC S9(05) COMP-3 VALUE +0.
010200 77  CF-RATE-COUNT                PIC S9(05) COMP-3 VALUE +0.
010210 77  CF-SEAS-CERTIFIED            PIC S9(05) COMP-3 VALUE +0.
010220 77  CF-SEAS-FLAGGED              PIC S9(05) COMP-3 VALUE +0.
010230 77  CF-SEAS-EXEMPT               PIC S9(05) COMP-3 VALUE +0.
010240 77  CF-AUDIT-DATE                PIC 9(08) VALUE 0.
010300 77  CF-RANK                      PIC S9(04) COMP.
010400 77  CF-RUN-DATE                  PIC 9(08).
010410
010420 COPY CFJRPARM.
010430
010440 COPY CFBKPARM.
010500
010600 01  CF-HEAD-1.
010700     05  FILLER                   PIC X(09) VALUE 'CF4SEAS'.
016600         ' RATINGS LINES'.
016700     05  CF-TL-RATE               PIC ZZZZ9.
016800     05  FILLER                   PIC X(90) VALUE SPACES.
016810
016820 01  CF-AUDIT-LINE.
016830     05  FILLER                   PIC X(34) VALUE
016840         'LEGALITY AUDIT RUN ON'.
016850     05  CF-AU-DATE               PIC 9(08).
016860     05  FILLER                   PIC X(90) VALUE SPACES.
016870
016880 01  CF-COUNT-LINE.
016890     05  CF-CT-LABEL              PIC X(34).
016891     05  CF-CT-VALUE              PIC ZZZ,ZZ9.
016892     05  FILLER                   PIC X(91) VALUE SPACES.
016900
017000 PROCEDURE DIVISION.
017100*****************************************************************
038000     WRITE REPORT-LINE
038100     MOVE CF-STAND-COUNT TO CF-TL-STAND
038200     MOVE CF-RATE-COUNT TO CF-TL-RATE
038300     WRITE REPORT-LINE FROM CF-TOTAL-LINE
038310     PERFORM 7100-PRINT-AUDIT THRU 7100-EXIT.
038400 7000-EXIT.
038500     EXIT.
038501
038502*****************************************************************
038503*  7100-PRINT-AUDIT - THE LEGALITY AUDIT'S CERTIFICATES FOR     *
038504*  GAMES PLAYED IN THE SEASON.  WITH NO AUDIT ON FILE THE       *
038505*  REPORT SAYS SO AND THE CLOSE GOES AHEAD.                     *
038506*****************************************************************
038507 7100-PRINT-AUDIT.
038508     MOVE SPACES TO REPORT-LINE
038509     WRITE REPORT-LINE
038510     MOVE 'MOVE LOG LEGALITY AUDIT' TO CF-SC-TEXT
038511     WRITE REPORT-LINE FROM CF-SECTION-LINE
038512     OPEN INPUT LEGAL-CERT-FILE
038513     IF CF-CERT-STATUS NOT = '00' AND CF-CERT-STATUS NOT = '05'
038514         DISPLAY 'CF4SEAS - CANNOT OPEN LEGLCERT, STATUS '
038515             CF-CERT-STATUS
038516         GO TO 9999-ABEND
038517     END-IF
038518     IF CF-CERT-STATUS = '05'
038519         CLOSE LEGAL-CERT-FILE
038520         MOVE 'NO LEGALITY AUDIT ON FILE' TO CF-SC-TEXT
038521         WRITE REPORT-LINE FROM CF-SECTION-LINE
038522         GO TO 7100-EXIT
038523     END-IF
038524     PERFORM 8300-READ-CERT THRU 8300-EXIT
038525     PERFORM 7110-TALLY-CERT THRU 7110-EXIT
038526         UNTIL CF-CERT-EOF
038527     CLOSE LEGAL-CERT-FILE
038528     IF CF-AUDIT-DATE = ZERO
038529         MOVE 'NO LEGALITY AUDIT ON FILE' TO CF-SC-TEXT
038530         WRITE REPORT-LINE FROM CF-SECTION-LINE
038531         GO TO 7100-EXIT
038532     END-IF
038533     MOVE CF-AUDIT-DATE TO CF-AU-DATE
038534     WRITE REPORT-LINE FROM CF-AUDIT-LINE
038535     MOVE 'SEASON GAMES CERTIFIED' TO CF-CT-LABEL
038536     MOVE CF-SEAS-CERTIFIED TO CF-CT-VALUE
038537     WRITE REPORT-LINE FROM CF-COUNT-LINE
038538     MOVE 'SEASON GAMES FLAGGED' TO CF-CT-LABEL
038539     MOVE CF-SEAS-FLAGGED TO CF-CT-VALUE
038540     WRITE REPORT-LINE FROM CF-COUNT-LINE
038541     MOVE 'SEASON INTER-CLUB GAMES EXEMPT' TO CF-CT-LABEL
038542     MOVE CF-SEAS-EXEMPT TO CF-CT-VALUE
038543     WRITE REPORT-LINE FROM CF-COUNT-LINE.
038544 7100-EXIT.
038545     EXIT.
038546
038547 7110-TALLY-CERT.
038548     IF CF-LC-TOTAL-REC
038549         MOVE CF-LC-AUDIT-DATE TO CF-AUDIT-DATE
038550         GO TO 7110-NEXT
038551     END-IF
038552     IF CF-LC-GAME-DATE < CF-SEASON-START
038553         OR CF-LC-GAME-DATE > CF-SEASON-END
038554         GO TO 7110-NEXT
038555     END-IF
038556     EVALUATE TRUE
038557         WHEN CF-LC-CERTIFIED
038558             ADD 1 TO CF-SEAS-CERTIFIED
038559         WHEN CF-LC-EXEMPT
038560             ADD 1 TO CF-SEAS-EXEMPT
038561         WHEN OTHER
038562             ADD 1 TO CF-SEAS-FLAGGED
038563     END-EVALUATE.
038564 7110-NEXT.
038565     PERFORM 8300-READ-CERT THRU 8300-EXIT.
038566 7110-EXIT.
038567     EXIT.
038600
038700*****************************************************************
038800*  8000-READ-SEASON THRU 8300-READ-CERT                         *
038900*****************************************************************
039000 8000-READ-SEASON.
039100     READ SEASON-CTL-FILE
041000     END-READ.
041100 8200-EXIT.
041200     EXIT.
041210
041220 8300-READ-CERT.
041230     READ LEGAL-CERT-FILE
041240         AT END
041250             MOVE 'Y' TO CF-CERT-EOF-SW
041260     END-READ.
041270 8300-EXIT.
041280     EXIT.
041300
041400*****************************************************************
041500*  9000-TERMINATE - CLOSE FILES                                 *
042100     CLOSE RATING-FILE
042200     CLOSE SEASON-RSLT-FILE
042300     CLOSE REPORT-FILE
042305     PERFORM 9200-BACKUP-MASTERS THRU 9200-EXIT
042310     PERFORM 9100-LOG-END THRU 9100-EXIT
042400     DISPLAY 'CF4SEAS - NORMAL END, SEASON ' CF-SEASON-ID
042500         ' CLOSED'.
042794 9100-EXIT.
042795     EXIT.
042800
042802*****************************************************************
042804*  9200-BACKUP-MASTERS - SAVE THE MASTER AS IT STANDS AS ITS    *
042806*  NEXT BACKUP GENERATION BEFORE THE JOB REPLACES IT.  A        *
042808*  BACKUP THAT CANNOT BE TAKEN ENDS THE RUN IN ERROR SO THE     *
042810*  REPLACE DOES NOT GO AHEAD.                                   *
042812*****************************************************************
042814 9200-BACKUP-MASTERS.
042816     MOVE 'SEASONCT' TO CF-GB-FILE-NAME
042818     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT.
042820 9200-EXIT.
042822     EXIT.
042824
042826 9210-BACKUP-FILE.
042828     MOVE 'B' TO CF-GB-FUNCTION
042830     MOVE 'CF4SEAS' TO CF-GB-PROGRAM
042832     MOVE CF-RUN-DATE TO CF-GB-RUN-DATE
042834     MOVE ZERO TO CF-GB-GENERATION
042836     MOVE ZERO TO CF-GB-RECORD-COUNT
042838     MOVE ZERO TO CF-GB-SAFETY-GEN
042840     MOVE ZERO TO CF-GB-RETURN
042842     CALL 'CF4GBAK' USING CF-GB-PARMS
042844         ON EXCEPTION
042846             DISPLAY 'CF4SEAS - CF4GBAK IS NOT AVAILABLE'
042848             GO TO 9999-ABEND
042850     END-CALL
042852     IF CF-GB-RETURN NOT = ZERO
042854         DISPLAY 'CF4SEAS - BACKUP OF ' CF-GB-FILE-NAME
042856             ' FAILED, RETURN ' CF-GB-RETURN
042858         GO TO 9999-ABEND
042860     END-IF
042862     DISPLAY 'CF4SEAS - ' CF-GB-FILE-NAME
042864         ' SAVED AS GENERATION ' CF-GB-GENERATION.
042866 9210-EXIT.
042868     EXIT.
042870
042900*****************************************************************
043000*  9999-ABEND - FATAL ERROR, SET RETURN CODE AND STOP           *
043100*****************************************************************
