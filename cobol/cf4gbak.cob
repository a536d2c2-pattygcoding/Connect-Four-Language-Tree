000100*****************************************************************
000200*                                                               *
000300*  CF4GBAK - GENERATION BACKUP AND ROLLBACK (SUBPROGRAM)        *
000400*                                                               *
000500*  CALLED BY EVERY PROGRAM WHOSE NEW FILE THE JOB COPIES OVER   *
000600*  A MASTER, AT THE END OF A RUN THAT LETS THE REPLACE GO       *
000700*  AHEAD.  A B CALL COPIES THE MASTER AS IT STANDS TO THE NEXT  *
000800*  GENERATION DATASET AND CATALOGS IT ON BACKCAT WITH THE       *
000900*  CALLER, THE BUSINESS DATE AND THE RECORD COUNT.  EACH FILE   *
001000*  KEEPS THE NUMBER OF GENERATIONS SET IN THE FILE TABLE        *
001100*  BELOW; TAKING ONE MORE ROLLS THE OLDEST OFF THE CATALOG AND  *
001200*  REUSES ITS DATASET.                                          *
001300*                                                               *
001400*  AN R CALL (FROM THE RESTORE RUN, CF4REST) ROLLS THE MASTER   *
001500*  BACK TO A CATALOGED GENERATION.  THE GENERATION IS COPIED    *
001600*  TO A WORK DATASET AND ITS COUNT PROVED AGAINST THE CATALOG,  *
001700*  THE MASTER AS IT STANDS IS SAVED AS A NEW GENERATION SO THE  *
001800*  ROLLBACK CAN ITSELF BE UNDONE, AND THE WORK COPY IS THEN     *
001900*  COPIED OVER THE MASTER.  THE RESTORED GENERATION IS STAMPED  *
002000*  WITH THE RESTORE DATE IF IT IS STILL ON THE CATALOG.         *
002100*                                                               *
002200*  LINKAGE:  SEE CFBKPARM.                                      *
002300*                                                               *
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CF4GBAK.
002600 AUTHOR. LEAGUE SYSTEMS GROUP.
002700 INSTALLATION. CONNECT FOUR LEAGUE.
002800 DATE-WRITTEN. 10/15/26.
002900 DATE-COMPILED.
003000*****************************************************************
003100*  MODIFICATION HISTORY                                         *
003200*  --------------------                                         *
003300*  10/15/26 LSG NEW PROGRAM - GENERATION BACKUPS OF REPLACED    *
003400*               MASTER FILES WITH CATALOG AND ROLLBACK          *
003410*  10/15/26 LSG SWISS EVENT PAIRING FILE (SWISEVNT) ADDED TO    *
003420*               THE FILE TABLE                                  *
003430*  10/15/26 LSG CLUB MASTER (CLUBMAST) ADDED TO THE FILE TABLE  *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL BACK-CAT-FILE ASSIGN TO BACKCAT
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS CF-CAT-STATUS.
004200     SELECT OPTIONAL COPY-IN-040 ASSIGN TO DYNAMIC CF-FROM-DSN
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS CF-IN-STATUS.
004500     SELECT COPY-OUT-040 ASSIGN TO DYNAMIC CF-TO-DSN
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS CF-OUT-STATUS.
004800     SELECT OPTIONAL COPY-IN-080 ASSIGN TO DYNAMIC CF-FROM-DSN
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS CF-IN-STATUS.
005100     SELECT COPY-OUT-080 ASSIGN TO DYNAMIC CF-TO-DSN
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS CF-OUT-STATUS.
005400     SELECT OPTIONAL COPY-IN-120 ASSIGN TO DYNAMIC CF-FROM-DSN
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS CF-IN-STATUS.
005700     SELECT COPY-OUT-120 ASSIGN TO DYNAMIC CF-TO-DSN
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS CF-OUT-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  BACK-CAT-FILE
006400     RECORD CONTAINS 80 CHARACTERS.
006500 COPY CFBKCAT.
006600
006700 FD  COPY-IN-040
006800     RECORD CONTAINS 40 CHARACTERS.
006900 01  COPY-IN-040-REC              PIC X(40).
007000
007100 FD  COPY-OUT-040
007200     RECORD CONTAINS 40 CHARACTERS.
007300 01  COPY-OUT-040-REC             PIC X(40).
007400
007500 FD  COPY-IN-080
007600     RECORD CONTAINS 80 CHARACTERS.
007700 01  COPY-IN-080-REC              PIC X(80).
007800
007900 FD  COPY-OUT-080
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  COPY-OUT-080-REC             PIC X(80).
008200
008300 FD  COPY-IN-120
008400     RECORD CONTAINS 120 CHARACTERS.
008500 01  COPY-IN-120-REC              PIC X(120).
008600
008700 FD  COPY-OUT-120
008800     RECORD CONTAINS 120 CHARACTERS.
008900 01  COPY-OUT-120-REC             PIC X(120).
009000
009100 WORKING-STORAGE SECTION.
009200 77  CF-CAT-STATUS                PIC X(02).
009300 77  CF-IN-STATUS                 PIC X(02).
009400 77  CF-OUT-STATUS                PIC X(02).
009500 77  CF-CAT-EOF-SW                PIC X(01).
009600     88  CF-CAT-EOF                   VALUE 'Y'.
009700 77  CF-COPY-EOF-SW               PIC X(01).
009800     88  CF-COPY-EOF                  VALUE 'Y'.
009900 77  CF-COPY-OK-SW                PIC X(01).
010000     88  CF-COPY-OK                   VALUE 'Y'.
010100 77  CF-FROM-DSN                  PIC X(44).
010200 77  CF-TO-DSN                    PIC X(44).
010300 77  CF-WORK-DSN                  PIC X(44).
010400 77  CF-COPY-COUNT                PIC S9(07) COMP-3 VALUE +0.
010500 77  CF-FILE-SUB                  PIC S9(04) COMP.
010600 77  CF-CAT-SUB                   PIC S9(04) COMP.
010700 77  CF-IX                        PIC S9(04) COMP.
010800 77  CF-LRECL                     PIC 9(03).
010900 77  CF-KEEP                      PIC 9(02).
011000 77  CF-HIGH-GEN                  PIC 9(04).
011100 77  CF-NEW-GEN                   PIC 9(04).
011200 77  CF-NEW-SLOT                  PIC 9(02).
011300 77  CF-ROLL-GEN                  PIC S9(05) COMP-3.
011400 77  CF-QUOTIENT                  PIC S9(05) COMP-3.
011500 77  CF-REMAINDER                 PIC S9(05) COMP-3.
011600 77  CF-WANT-GEN                  PIC 9(04).
011700 77  CF-WANT-COUNT                PIC 9(07).
011800 77  CF-LOG-DATE                  PIC 9(08).
011900 77  CF-FILE-COUNT                PIC S9(04) COMP VALUE +13.
012000
012100 01  CF-LOG-TIME.
012200     05  CF-LOG-TIME-HMS          PIC 9(06).
012300     05  FILLER                   PIC 9(02).
012400
012500*****************************************************************
012600*  FILES ELIGIBLE FOR GENERATION BACKUP - DD NAME, RECORD       *
012700*  LENGTH AND THE NUMBER OF GENERATIONS KEPT (AT MOST 99)       *
012800*****************************************************************
012900 01  CF-FILE-VALUES.
013000     05  FILLER                   PIC X(13) VALUE
013100         'GAMEHIST12005'.
013200     05  FILLER                   PIC X(13) VALUE
013300         'MOVELOG 04005'.
013400     05  FILLER                   PIC X(13) VALUE
013500         'MATCHHST08005'.
013600     05  FILLER                   PIC X(13) VALUE
013700         'PLAYERMS08005'.
013800     05  FILLER                   PIC X(13) VALUE
013900         'BRACKET 08005'.
014000     05  FILLER                   PIC X(13) VALUE
014100         'SEASONCT08010'.
014200     05  FILLER                   PIC X(13) VALUE
014300         'SEASRSLT08005'.
014400     05  FILLER                   PIC X(13) VALUE
014500         'CLUBSUSP08005'.
014600     05  FILLER                   PIC X(13) VALUE
014700         'FEELEDGR08005'.
014800     05  FILLER                   PIC X(13) VALUE
014900         'CLUBPLYR08005'.
015000     05  FILLER                   PIC X(13) VALUE
015100         'CLUBSENT08005'.
015110     05  FILLER                   PIC X(13) VALUE
015120         'SWISEVNT08005'.
015130     05  FILLER                   PIC X(13) VALUE
015140         'CLUBMAST08005'.
015200 01  CF-FILE-TABLE REDEFINES CF-FILE-VALUES.
015300     05  CF-FILE-ENTRY OCCURS 13 TIMES.
015400         10  CF-FT-NAME           PIC X(08).
015500         10  CF-FT-LRECL          PIC 9(03).
015600         10  CF-FT-KEEP           PIC 9(02).
015700
015800*****************************************************************
015900*  THE CATALOG IS HELD HERE WHILE IT IS UPDATED, THEN WRITTEN   *
016000*  BACK WHOLE WITHOUT THE GENERATIONS THAT HAVE ROLLED OFF      *
016100*****************************************************************
016200 01  CF-CAT-TABLE.
016300     05  CF-CAT-COUNT             PIC S9(04) COMP VALUE +0.
016400     05  CF-CAT-MAX               PIC S9(04) COMP VALUE +1000.
016500     05  CF-CAT-ENTRY OCCURS 1000 TIMES.
016600         10  CF-CT-REC            PIC X(80).
016700         10  CF-CT-FIELDS REDEFINES CF-CT-REC.
016800             15  CF-CT-FILE-NAME  PIC X(08).
016900             15  CF-CT-GENERATION PIC 9(04).
017000             15  CF-CT-SLOT       PIC 9(02).
017100             15  FILLER           PIC X(66).
017200         10  CF-CT-KEEP-SW        PIC X(01).
017300
017400 LINKAGE SECTION.
017500 COPY CFBKPARM.
017600
017700 PROCEDURE DIVISION USING CF-GB-PARMS.
017800*****************************************************************
017900*  0000-MAINLINE - ROUTE ON THE FUNCTION CODE                   *
018000*****************************************************************
018100 0000-MAINLINE.
018200     MOVE 00 TO CF-GB-RETURN
018300     PERFORM 1000-FIND-FILE THRU 1000-EXIT
018400     IF CF-GB-RETURN NOT = ZERO
018500         GOBACK
018600     END-IF
018700     EVALUATE TRUE
018800         WHEN CF-GB-BACKUP
018900             PERFORM 2000-BACKUP THRU 2000-EXIT
019000         WHEN CF-GB-RESTORE
019100             PERFORM 3000-RESTORE THRU 3000-EXIT
019200         WHEN OTHER
019300             MOVE 16 TO CF-GB-RETURN
019400     END-EVALUATE
019500     GOBACK.
019600
019700*****************************************************************
019800*  1000-FIND-FILE - THE FILE MUST BE IN THE TABLE ABOVE         *
019900*****************************************************************
020000 1000-FIND-FILE.
020100     MOVE ZERO TO CF-FILE-SUB
020200     PERFORM 1100-SCAN-FILES THRU 1100-EXIT
020300         VARYING CF-IX FROM 1 BY 1
020400         UNTIL CF-IX > CF-FILE-COUNT
020500            OR CF-FILE-SUB > ZERO
020600     IF CF-FILE-SUB = ZERO
020700         MOVE 04 TO CF-GB-RETURN
020800         GO TO 1000-EXIT
020900     END-IF
021000     MOVE CF-FT-LRECL (CF-FILE-SUB) TO CF-LRECL
021100     MOVE CF-FT-KEEP (CF-FILE-SUB) TO CF-KEEP.
021200 1000-EXIT.
021300     EXIT.
021400
021500 1100-SCAN-FILES.
021600     IF CF-FT-NAME (CF-IX) = CF-GB-FILE-NAME
021700         MOVE CF-IX TO CF-FILE-SUB
021800     END-IF.
021900 1100-EXIT.
022000     EXIT.
022100
022200*****************************************************************
022300*  2000-BACKUP - COPY THE MASTER TO ITS NEXT GENERATION AND     *
022400*  CATALOG IT.  A MASTER NOT YET CREATED IS SAVED AS AN EMPTY   *
022500*  GENERATION SO A ROLLBACK CAN RETURN TO IT.                   *
022600*****************************************************************
022700 2000-BACKUP.
022800     PERFORM 5000-LOAD-CATALOG THRU 5000-EXIT
022900     IF CF-GB-RETURN NOT = ZERO
023000         GO TO 2000-EXIT
023100     END-IF
023200     MOVE ZERO TO CF-HIGH-GEN
023300     PERFORM 2100-HIGH-GEN THRU 2100-EXIT
023400         VARYING CF-IX FROM 1 BY 1
023500         UNTIL CF-IX > CF-CAT-COUNT
023600     COMPUTE CF-NEW-GEN = CF-HIGH-GEN + 1
023700     DIVIDE CF-HIGH-GEN BY CF-KEEP GIVING CF-QUOTIENT
023800         REMAINDER CF-REMAINDER
023900     COMPUTE CF-NEW-SLOT = CF-REMAINDER + 1
024000     MOVE SPACES TO CF-TO-DSN
024100     STRING CF-GB-FILE-NAME DELIMITED BY SPACE
024200            '.G' DELIMITED BY SIZE
024300            CF-NEW-SLOT DELIMITED BY SIZE
024400         INTO CF-TO-DSN
024600     MOVE CF-GB-FILE-NAME TO CF-FROM-DSN
024700     PERFORM 7000-COPY-FILE THRU 7000-EXIT
024800     IF NOT CF-COPY-OK
024900         MOVE 16 TO CF-GB-RETURN
025000         GO TO 2000-EXIT
025100     END-IF
025200     IF CF-CAT-COUNT NOT < CF-CAT-MAX
025300         MOVE 16 TO CF-GB-RETURN
025400         GO TO 2000-EXIT
025500     END-IF
025600     COMPUTE CF-ROLL-GEN = CF-NEW-GEN - CF-KEEP
025700     PERFORM 2200-ROLL-OFF THRU 2200-EXIT
025800         VARYING CF-IX FROM 1 BY 1
025900         UNTIL CF-IX > CF-CAT-COUNT
026000     ACCEPT CF-LOG-DATE FROM DATE YYYYMMDD
026100     ACCEPT CF-LOG-TIME FROM TIME
026200     MOVE SPACES TO BACK-CAT-REC
026300     MOVE CF-GB-FILE-NAME TO CF-BC-FILE-NAME
026400     MOVE CF-NEW-GEN TO CF-BC-GENERATION
026500     MOVE CF-NEW-SLOT TO CF-BC-SLOT
026600     MOVE CF-GB-PROGRAM TO CF-BC-PROGRAM
026700     MOVE CF-GB-RUN-DATE TO CF-BC-BUSINESS-DATE
026800     MOVE CF-LOG-DATE TO CF-BC-BACKUP-DATE
026900     MOVE CF-LOG-TIME-HMS TO CF-BC-BACKUP-TIME
027000     MOVE CF-COPY-COUNT TO CF-BC-RECORD-COUNT
027100     MOVE CF-LRECL TO CF-BC-LRECL
027200     MOVE CF-TO-DSN TO CF-BC-DSN
027300     MOVE ZERO TO CF-BC-RESTORE-DATE
027400     ADD 1 TO CF-CAT-COUNT
027500     MOVE BACK-CAT-REC TO CF-CT-REC (CF-CAT-COUNT)
027600     MOVE 'Y' TO CF-CT-KEEP-SW (CF-CAT-COUNT)
027700     PERFORM 6000-WRITE-CATALOG THRU 6000-EXIT
027800     IF CF-GB-RETURN NOT = ZERO
027900         GO TO 2000-EXIT
028000     END-IF
028100     MOVE CF-NEW-GEN TO CF-GB-GENERATION
028200     MOVE CF-COPY-COUNT TO CF-GB-RECORD-COUNT.
028300 2000-EXIT.
028400     EXIT.
028500
028600 2100-HIGH-GEN.
028700     IF CF-CT-FILE-NAME (CF-IX) = CF-GB-FILE-NAME
028800         AND CF-CT-GENERATION (CF-IX) > CF-HIGH-GEN
028900         MOVE CF-CT-GENERATION (CF-IX) TO CF-HIGH-GEN
029000     END-IF.
029100 2100-EXIT.
029200     EXIT.
029300
029400*****************************************************************
029500*  2200-ROLL-OFF - DROP THE GENERATIONS THE NEW ONE PUSHES OUT, *
029600*  AND ANY ENTRY STILL NAMING THE SLOT THE NEW ONE REUSES       *
029700*****************************************************************
029800 2200-ROLL-OFF.
029900     IF CF-CT-FILE-NAME (CF-IX) NOT = CF-GB-FILE-NAME
030000         GO TO 2200-EXIT
030100     END-IF
030200     IF CF-CT-GENERATION (CF-IX) NOT > CF-ROLL-GEN
030300         OR CF-CT-SLOT (CF-IX) = CF-NEW-SLOT
030400         MOVE 'N' TO CF-CT-KEEP-SW (CF-IX)
030500     END-IF.
030600 2200-EXIT.
030700     EXIT.
030800
030900*****************************************************************
031000*  3000-RESTORE - ROLL THE MASTER BACK TO CF-GB-GENERATION      *
031100*****************************************************************
031200 3000-RESTORE.
031300     MOVE CF-GB-GENERATION TO CF-WANT-GEN
031400     MOVE ZERO TO CF-GB-SAFETY-GEN
031500     MOVE ZERO TO CF-GB-RECORD-COUNT
031600     PERFORM 5000-LOAD-CATALOG THRU 5000-EXIT
031700     IF CF-GB-RETURN NOT = ZERO
031800         GO TO 3000-EXIT
031900     END-IF
032000     PERFORM 3100-FIND-GEN THRU 3100-EXIT
032100     IF CF-CAT-SUB = ZERO
032200         MOVE 08 TO CF-GB-RETURN
032300         GO TO 3000-EXIT
032400     END-IF
032500     MOVE CF-CT-REC (CF-CAT-SUB) TO BACK-CAT-REC
032600     MOVE CF-BC-RECORD-COUNT TO CF-WANT-COUNT
032700     MOVE CF-BC-DSN TO CF-FROM-DSN
032800     MOVE SPACES TO CF-WORK-DSN
032900     STRING CF-GB-FILE-NAME DELIMITED BY SPACE
033000            '.GWK' DELIMITED BY SIZE
033100         INTO CF-WORK-DSN
033300     MOVE CF-WORK-DSN TO CF-TO-DSN
033400     PERFORM 7000-COPY-FILE THRU 7000-EXIT
033500     IF NOT CF-COPY-OK
033600         MOVE 16 TO CF-GB-RETURN
033700         GO TO 3000-EXIT
033800     END-IF
033900     IF CF-COPY-COUNT NOT = CF-WANT-COUNT
034000         MOVE 12 TO CF-GB-RETURN
034100         GO TO 3000-EXIT
034200     END-IF
034300     PERFORM 2000-BACKUP THRU 2000-EXIT
034400     IF CF-GB-RETURN NOT = ZERO
034500         GO TO 3000-EXIT
034600     END-IF
034700     MOVE CF-GB-GENERATION TO CF-GB-SAFETY-GEN
034800     MOVE CF-WANT-GEN TO CF-GB-GENERATION
034900     MOVE CF-WORK-DSN TO CF-FROM-DSN
035000     MOVE CF-GB-FILE-NAME TO CF-TO-DSN
035100     PERFORM 7000-COPY-FILE THRU 7000-EXIT
035200     IF NOT CF-COPY-OK
035300         MOVE 16 TO CF-GB-RETURN
035400         GO TO 3000-EXIT
035500     END-IF
035600     IF CF-COPY-COUNT NOT = CF-WANT-COUNT
035700         MOVE 12 TO CF-GB-RETURN
035800         GO TO 3000-EXIT
035900     END-IF
036000     MOVE CF-COPY-COUNT TO CF-GB-RECORD-COUNT
036100     PERFORM 3200-STAMP-RESTORE THRU 3200-EXIT.
036200 3000-EXIT.
036300     EXIT.
036400
036500 3100-FIND-GEN.
036600     MOVE ZERO TO CF-CAT-SUB
036700     PERFORM 3110-SCAN-GEN THRU 3110-EXIT
036800         VARYING CF-IX FROM 1 BY 1
036900         UNTIL CF-IX > CF-CAT-COUNT
037000            OR CF-CAT-SUB > ZERO.
037100 3100-EXIT.
037200     EXIT.
037300
037400 3110-SCAN-GEN.
037500     IF CF-CT-FILE-NAME (CF-IX) = CF-GB-FILE-NAME
037600         AND CF-CT-GENERATION (CF-IX) = CF-WANT-GEN
037700         MOVE CF-IX TO CF-CAT-SUB
037800     END-IF.
037900 3110-EXIT.
038000     EXIT.
038100
038200*****************************************************************
038300*  3200-STAMP-RESTORE - THE SAFETY BACKUP MAY HAVE ROLLED THE   *
038400*  RESTORED GENERATION OFF; IF NOT, DATE IT AS RESTORED         *
038500*****************************************************************
038600 3200-STAMP-RESTORE.
038700     PERFORM 5000-LOAD-CATALOG THRU 5000-EXIT
038800     IF CF-GB-RETURN NOT = ZERO
038900         GO TO 3200-EXIT
039000     END-IF
039100     PERFORM 3100-FIND-GEN THRU 3100-EXIT
039200     IF CF-CAT-SUB = ZERO
039300         GO TO 3200-EXIT
039400     END-IF
039500     MOVE CF-CT-REC (CF-CAT-SUB) TO BACK-CAT-REC
039600     MOVE CF-GB-RUN-DATE TO CF-BC-RESTORE-DATE
039700     MOVE BACK-CAT-REC TO CF-CT-REC (CF-CAT-SUB)
039800     PERFORM 6000-WRITE-CATALOG THRU 6000-EXIT.
039900 3200-EXIT.
040000     EXIT.
040100
040200*****************************************************************
040300*  5000-LOAD-CATALOG - TABLE THE WHOLE CATALOG                  *
040400*****************************************************************
040500 5000-LOAD-CATALOG.
040600     MOVE ZERO TO CF-CAT-COUNT
040700     MOVE 'N' TO CF-CAT-EOF-SW
040800     OPEN INPUT BACK-CAT-FILE
040900     IF CF-CAT-STATUS NOT = '00' AND CF-CAT-STATUS NOT = '05'
041000         MOVE 16 TO CF-GB-RETURN
041100         GO TO 5000-EXIT
041200     END-IF
041300     PERFORM 8000-READ-CATALOG THRU 8000-EXIT
041400     PERFORM 5100-TABLE-ENTRY THRU 5100-EXIT
041500         UNTIL CF-CAT-EOF
041600     CLOSE BACK-CAT-FILE.
041700 5000-EXIT.
041800     EXIT.
041900
042000 5100-TABLE-ENTRY.
042100     IF CF-CAT-COUNT NOT < CF-CAT-MAX
042200         MOVE 16 TO CF-GB-RETURN
042300         MOVE 'Y' TO CF-CAT-EOF-SW
042400         GO TO 5100-EXIT
042500     END-IF
042600     ADD 1 TO CF-CAT-COUNT
042700     MOVE BACK-CAT-REC TO CF-CT-REC (CF-CAT-COUNT)
042800     MOVE 'Y' TO CF-CT-KEEP-SW (CF-CAT-COUNT)
042900     PERFORM 8000-READ-CATALOG THRU 8000-EXIT.
043000 5100-EXIT.
043100     EXIT.
043200
043300*****************************************************************
043400*  6000-WRITE-CATALOG - WRITE BACK EVERY ENTRY STILL KEPT       *
043500*****************************************************************
043600 6000-WRITE-CATALOG.
043700     OPEN OUTPUT BACK-CAT-FILE
043800     IF CF-CAT-STATUS NOT = '00'
043900         MOVE 16 TO CF-GB-RETURN
044000         GO TO 6000-EXIT
044100     END-IF
044200     PERFORM 6100-WRITE-ENTRY THRU 6100-EXIT
044300         VARYING CF-IX FROM 1 BY 1
044400         UNTIL CF-IX > CF-CAT-COUNT
044500     CLOSE BACK-CAT-FILE.
044600 6000-EXIT.
044700     EXIT.
044800
044900 6100-WRITE-ENTRY.
045000     IF CF-CT-KEEP-SW (CF-IX) NOT = 'Y'
045100         GO TO 6100-EXIT
045200     END-IF
045300     MOVE CF-CT-REC (CF-IX) TO BACK-CAT-REC
045400     WRITE BACK-CAT-REC
045500     IF CF-CAT-STATUS NOT = '00'
045600         MOVE 16 TO CF-GB-RETURN
045700     END-IF.
045800 6100-EXIT.
045900     EXIT.
046000
046100*****************************************************************
046200*  7000-COPY-FILE - COPY CF-FROM-DSN TO CF-TO-DSN RECORD FOR    *
046300*  RECORD AT THE FILE'S RECORD LENGTH, COUNTING AS IT GOES.     *
046400*  A MISSING INPUT COPIES AS AN EMPTY FILE.                     *
046500*****************************************************************
046600 7000-COPY-FILE.
046700     MOVE ZERO TO CF-COPY-COUNT
046800     MOVE 'N' TO CF-COPY-OK-SW
046900     MOVE 'N' TO CF-COPY-EOF-SW
047000     EVALUATE CF-LRECL
047100         WHEN 040
047200             PERFORM 7100-COPY-040 THRU 7100-EXIT
047300         WHEN 080
047400             PERFORM 7200-COPY-080 THRU 7200-EXIT
047500         WHEN 120
047600             PERFORM 7300-COPY-120 THRU 7300-EXIT
047700         WHEN OTHER
047800             CONTINUE
047900     END-EVALUATE.
048000 7000-EXIT.
048100     EXIT.
048200
048300 7100-COPY-040.
048400     OPEN INPUT COPY-IN-040
048500     IF CF-IN-STATUS NOT = '00' AND CF-IN-STATUS NOT = '05'
048600         GO TO 7100-EXIT
048700     END-IF
048800     OPEN OUTPUT COPY-OUT-040
048900     IF CF-OUT-STATUS NOT = '00'
049000         CLOSE COPY-IN-040
049100         GO TO 7100-EXIT
049200     END-IF
049300     MOVE 'Y' TO CF-COPY-OK-SW
049400     PERFORM 7110-COPY-ONE-040 THRU 7110-EXIT
049500         UNTIL CF-COPY-EOF
049600     CLOSE COPY-IN-040
049700     CLOSE COPY-OUT-040.
049800 7100-EXIT.
049900     EXIT.
050000
050100 7110-COPY-ONE-040.
050200     READ COPY-IN-040
050300         AT END
050400             MOVE 'Y' TO CF-COPY-EOF-SW
050500             GO TO 7110-EXIT
050600     END-READ
050700     WRITE COPY-OUT-040-REC FROM COPY-IN-040-REC
050800     IF CF-OUT-STATUS NOT = '00'
050900         MOVE 'N' TO CF-COPY-OK-SW
051000         MOVE 'Y' TO CF-COPY-EOF-SW
051100         GO TO 7110-EXIT
051200     END-IF
051300     ADD 1 TO CF-COPY-COUNT.
051400 7110-EXIT.
051500     EXIT.
051600
051700 7200-COPY-080.
051800     OPEN INPUT COPY-IN-080
051900     IF CF-IN-STATUS NOT = '00' AND CF-IN-STATUS NOT = '05'
052000         GO TO 7200-EXIT
052100     END-IF
052200     OPEN OUTPUT COPY-OUT-080
052300     IF CF-OUT-STATUS NOT = '00'
052400         CLOSE COPY-IN-080
052500         GO TO 7200-EXIT
052600     END-IF
052700     MOVE 'Y' TO CF-COPY-OK-SW
052800     PERFORM 7210-COPY-ONE-080 THRU 7210-EXIT
052900         UNTIL CF-COPY-EOF
053000     CLOSE COPY-IN-080
053100     CLOSE COPY-OUT-080.
053200 7200-EXIT.
053300     EXIT.
053400
053500 7210-COPY-ONE-080.
053600     READ COPY-IN-080
053700         AT END
053800             MOVE 'Y' TO CF-COPY-EOF-SW
053900             GO TO 7210-EXIT
054000     END-READ
054100     WRITE COPY-OUT-080-REC FROM COPY-IN-080-REC
054200     IF CF-OUT-STATUS NOT = '00'
054300         MOVE 'N' TO CF-COPY-OK-SW
054400         MOVE 'Y' TO CF-COPY-EOF-SW
054500         GO TO 7210-EXIT
054600     END-IF
054700     ADD 1 TO CF-COPY-COUNT.
054800 7210-EXIT.
054900     EXIT.
055000
055100 7300-COPY-120.
055200     OPEN INPUT COPY-IN-120
055300     IF CF-IN-STATUS NOT = '00' AND CF-IN-STATUS NOT = '05'
055400         GO TO 7300-EXIT
055500     END-IF
055600     OPEN OUTPUT COPY-OUT-120
055700     IF CF-OUT-STATUS NOT = '00'
055800         CLOSE COPY-IN-120
055900         GO TO 7300-EXIT
056000     END-IF
056100     MOVE 'Y' TO CF-COPY-OK-SW
056200     PERFORM 7310-COPY-ONE-120 THRU 7310-EXIT
056300         UNTIL CF-COPY-EOF
056400     CLOSE COPY-IN-120
056500     CLOSE COPY-OUT-120.
056600 7300-EXIT.
056700     EXIT.
056800
056900 7310-COPY-ONE-120.
057000     READ COPY-IN-120
057100         AT END
057200             MOVE 'Y' TO CF-COPY-EOF-SW
057300             GO TO 7310-EXIT
057400     END-READ
057500     WRITE COPY-OUT-120-REC FROM COPY-IN-120-REC
057600     IF CF-OUT-STATUS NOT = '00'
057700         MOVE 'N' TO CF-COPY-OK-SW
057800         MOVE 'Y' TO CF-COPY-EOF-SW
057900         GO TO 7310-EXIT
058000     END-IF
058100     ADD 1 TO CF-COPY-COUNT.
058200 7310-EXIT.
058300     EXIT.
058400
058500*****************************************************************
058600*  8000-READ-CATALOG - READ THE NEXT CATALOG RECORD             *
058700*****************************************************************
058800 8000-READ-CATALOG.
058900     READ BACK-CAT-FILE
059000         AT END
059100             MOVE 'Y' TO CF-CAT-EOF-SW
059200     END-READ.
059300 8000-EXIT.
059400     EXIT.
