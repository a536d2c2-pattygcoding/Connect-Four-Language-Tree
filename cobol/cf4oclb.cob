000100*****************************************************************
000200*                                                               *
000300*  CF4OCLB - OUTBOUND INTER-CLUB RESULTS EXTRACT                *
000400*                                                               *
000500*  THE OUTBOUND SIDE OF CF4ICLB.  SELECTS EVERY LOCAL GAME ON   *
000600*  THE GAME HISTORY (GAMEHIST) THAT INVOLVES A PLAYER FROM      *
000700*  ANOTHER CLUB, AS LISTED ON THE VISITING-CLUB PLAYER          *
000800*  REGISTER (CLUBPLYR), AND WRITES IT IN THE CFCLBRES CARD      *
000900*  LAYOUT TO A FILE FOR THAT CLUB - ONE FILE PER DESTINATION    *
001000*  CLUB, NAMED OCLB FOLLOWED BY THE CLUB CODE.  A GAME WITH     *
001100*  PLAYERS FROM TWO VISITING CLUBS GOES TO BOTH.                *
001200*                                                               *
001300*  EVERY GAME SENT IS RECORDED ON THE SENT-RESULTS CONTROL      *
001400*  FILE (CLUBSENT) BY GAME ID AND CLUB, SO A GAME IS NEVER      *
001500*  SENT TO THE SAME CLUB TWICE, AND ANY GAME NOT YET ON IT IS   *
001600*  PICKED UP BY THE NEXT RUN HOWEVER OLD IT IS.  BEFORE THE     *
001700*  EXTRACT THE CLUBS' ACKNOWLEDGEMENT AND REJECT CARDS          *
001800*  (CLUBACK) ARE APPLIED TO THE CONTROL FILE.  THE UPDATED      *
001900*  CONTROL FILE IS WRITTEN TO SENTNEW (THE JOB REPLACES         *
002000*  CLUBSENT AFTER A CLEAN RUN), AND OCLBRPT LISTS THE           *
002100*  ACKNOWLEDGEMENTS, THE RESULTS SENT, AND EVERY RESULT STILL   *
002200*  AWAITING ACKNOWLEDGEMENT OR REJECTED, FOR FOLLOW-UP.         *
002210*  BEFORE THE REPLACE CLUBSENT IS SAVED AS ITS NEXT BACKUP      *
002220*  GENERATION (CF4GBAK) SO THE RUN CAN BE ROLLED BACK BY        *
002230*  CF4REST.                                                     *
002300*                                                               *
002400*  PARAMETER CARD (OCLBPARM):                                   *
002500*               COLS 1-8   OUR OWN CLUB CODE, PUNCHED AS THE    *
002600*                          CLUB CODE ON EVERY CARD SENT         *
002700*                                                               *
002800*  RETURN CODES:  0 - CLEAN                                     *
002900*                 4 - ONE OR MORE ACKNOWLEDGEMENT CARDS         *
003000*                     COULD NOT BE APPLIED                      *
003100*                16 - BAD PARM OR FILE ERROR                    *
003200*                                                               *
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. CF4OCLB.
003500 AUTHOR. LEAGUE SYSTEMS GROUP.
003600 INSTALLATION. CONNECT FOUR LEAGUE.
003700 DATE-WRITTEN. 10/15/26.
003800 DATE-COMPILED.
003900*****************************************************************
004000*  MODIFICATION HISTORY                                         *
004100*  --------------------                                         *
004200*  10/15/26 LSG NEW PROGRAM - SEND HOME RESULTS TO THE VISITING *
004300*               CLUBS AND TRACK THEIR ACKNOWLEDGEMENTS          *
004310*  10/15/26 LSG CLUBSENT SAVED AS A BACKUP GENERATION BEFORE    *
004320*               THE JOB REPLACES IT                             *
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT PARM-FILE ASSIGN TO OCLBPARM
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS CF-PARM-STATUS.
005100     SELECT CLUB-PLAYER-FILE ASSIGN TO CLUBPLYR
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS CF-CPLY-STATUS.
005400     SELECT GAME-HIST-FILE ASSIGN TO GAMEHIST
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS CF-HIST-STATUS.
005700     SELECT OPTIONAL CLUB-SENT-FILE ASSIGN TO CLUBSENT
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS CF-SENT-STATUS.
006000     SELECT CLUB-SENT-NEW-FILE ASSIGN TO SENTNEW
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS CF-SNEW-STATUS.
006300     SELECT OPTIONAL CLUB-ACK-FILE ASSIGN TO CLUBACK
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS CF-ACK-STATUS.
006600     SELECT CLUB-OUT-FILE ASSIGN TO DYNAMIC CF-CLUB-DSN
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS CF-COUT-STATUS.
006900     SELECT REPORT-FILE ASSIGN TO OCLBRPT
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS CF-RPT-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  PARM-FILE
007600     RECORD CONTAINS 80 CHARACTERS.
007700 01  PARM-REC.
007800     05  CF-PARM-HOME-CLUB        PIC X(08).
007900     05  FILLER                   PIC X(72).
008000
008100 FD  CLUB-PLAYER-FILE
008200     RECORD CONTAINS 80 CHARACTERS.
008300 COPY CFCLBPLY.
008400
008500 FD  GAME-HIST-FILE
008600     RECORD CONTAINS 120 CHARACTERS.
008700 COPY CFGAMHST.
008800
008900 FD  CLUB-SENT-FILE
009000     RECORD CONTAINS 80 CHARACTERS.
009100 COPY CFCLBSNT.
009200
009300 FD  CLUB-SENT-NEW-FILE
009400     RECORD CONTAINS 80 CHARACTERS.
009500 01  CLUB-SENT-NEW-REC            PIC X(80).
009600
009700 FD  CLUB-ACK-FILE
009800     RECORD CONTAINS 80 CHARACTERS.
009900 COPY CFCLBACK.
010000
010100 FD  CLUB-OUT-FILE
010200     RECORD CONTAINS 80 CHARACTERS.
010300 01  CLUB-OUT-REC                 PIC X(80).
010400
010500 FD  REPORT-FILE
010600     RECORD CONTAINS 132 CHARACTERS.
010700 01  REPORT-LINE                  PIC X(132).
010800
010900 WORKING-STORAGE SECTION.
011000 77  CF-PARM-STATUS               PIC X(02).
011100 77  CF-CPLY-STATUS               PIC X(02).
011200 77  CF-HIST-STATUS               PIC X(02).
011300 77  CF-SENT-STATUS               PIC X(02).
011400 77  CF-SNEW-STATUS               PIC X(02).
011500 77  CF-ACK-STATUS                PIC X(02).
011600 77  CF-COUT-STATUS               PIC X(02).
011700 77  CF-RPT-STATUS                PIC X(02).
011800 77  CF-CPLY-EOF-SW               PIC X(01) VALUE 'N'.
011900     88  CF-CPLY-EOF                  VALUE 'Y'.
012000 77  CF-HIST-EOF-SW               PIC X(01) VALUE 'N'.
012100     88  CF-HIST-EOF                  VALUE 'Y'.
012200 77  CF-SENT-EOF-SW               PIC X(01) VALUE 'N'.
012300     88  CF-SENT-EOF                  VALUE 'Y'.
012400 77  CF-ACK-EOF-SW                PIC X(01) VALUE 'N'.
012500     88  CF-ACK-EOF                   VALUE 'Y'.
012600 77  CF-SORT-SWAP-SW              PIC X(01) VALUE 'Y'.
012700     88  CF-SORT-SWAPPED              VALUE 'Y'.
012800 77  CF-CLUB-DSN                  PIC X(44).
012900 77  CF-HOME-CLUB                 PIC X(08).
013000 77  CF-OPEN-CLUB                 PIC X(08) VALUE SPACES.
013100 77  CF-WORK-CLUB                 PIC X(08).
013200 77  CF-X-CLUB                    PIC X(08).
013300 77  CF-O-CLUB                    PIC X(08).
013400 77  CF-WORK-ID                   PIC X(08).
013500 77  CF-WORK-GAME-ID              PIC 9(14).
013600 77  CF-REJECT-REASON             PIC X(40).
013700 77  CF-HIST-READ                 PIC S9(07) COMP-3 VALUE +0.
013800 77  CF-ALREADY-SENT              PIC S9(05) COMP-3 VALUE +0.
013900 77  CF-RESULTS-SENT              PIC S9(05) COMP-3 VALUE +0.
014000 77  CF-FILES-WRITTEN             PIC S9(05) COMP-3 VALUE +0.
014100 77  CF-ACKS-READ                 PIC S9(05) COMP-3 VALUE +0.
014200 77  CF-ACKS-APPLIED              PIC S9(05) COMP-3 VALUE +0.
014300 77  CF-ACKS-REJECTED             PIC S9(05) COMP-3 VALUE +0.
014400 77  CF-OUTSTANDING               PIC S9(05) COMP-3 VALUE +0.
014500 77  CF-REJECTED                  PIC S9(05) COMP-3 VALUE +0.
014600 77  CF-IX                        PIC S9(04) COMP.
014700 77  CF-JX                        PIC S9(04) COMP.
014800 77  CF-WORK-SUB                  PIC S9(04) COMP.
014900 77  CF-SENT-SUB                  PIC S9(04) COMP.
015000 77  CF-SAVE-RETURN               PIC S9(04) COMP.
015100 77  CF-RUN-DATE                  PIC 9(08).
015200
015300 COPY CFJRPARM.
015310
015320 COPY CFBKPARM.
015400
015500 COPY CFCLBRES.
015600
015700 01  CF-REGISTER-TABLE.
015800     05  CF-REGISTER-COUNT        PIC S9(04) COMP VALUE +0.
015900     05  CF-REGISTER-MAX          PIC S9(04) COMP VALUE +500.
016000     05  CF-REGISTER-ENTRY OCCURS 500 TIMES.
016100         10  CF-RG-PLAYER-ID      PIC X(08).
016200         10  CF-RG-CLUB-CODE      PIC X(08).
016300
016400*****************************************************************
016500*  THE SENT-RESULTS CONTROL FILE, IN FILE ORDER, WITH THIS      *
016600*  RUN'S SENDINGS ADDED AT THE END                              *
016700*****************************************************************
016800 01  CF-SENT-TABLE.
016900     05  CF-SENT-COUNT            PIC S9(04) COMP VALUE +0.
017000     05  CF-SENT-MAX              PIC S9(04) COMP VALUE +5000.
017100     05  CF-SENT-ENTRY OCCURS 5000 TIMES.
017200         10  CF-SN-GAME-ID        PIC 9(14).
017300         10  CF-SN-CLUB-CODE      PIC X(08).
017400         10  CF-SN-GAME-DATE      PIC 9(08).
017500         10  CF-SN-SENT-DATE      PIC 9(08).
017600         10  CF-SN-STATUS         PIC X(01).
017700             88  CF-SN-SENT           VALUE 'S'.
017800             88  CF-SN-ACKNOWLEDGED   VALUE 'A'.
017900             88  CF-SN-REJECTED       VALUE 'R'.
018000         10  CF-SN-ACK-DATE       PIC 9(08).
018100         10  CF-SN-REASON         PIC X(30).
018200         10  FILLER               PIC X(03).
018300
018400*****************************************************************
018500*  THIS RUN'S CARDS, SORTED INTO CLUB ORDER FOR WRITING         *
018600*****************************************************************
018700 01  CF-QUEUE-TABLE.
018800     05  CF-QUEUE-COUNT           PIC S9(04) COMP VALUE +0.
018900     05  CF-QUEUE-MAX             PIC S9(04) COMP VALUE +2000.
019000     05  CF-QUEUE-ENTRY OCCURS 2000 TIMES.
019100         10  CF-QU-CLUB-CODE      PIC X(08).
019200         10  CF-QU-CARD           PIC X(80).
019300 01  CF-HOLD-QUEUE                PIC X(88).
019400
019500 01  CF-COMMENT-CARD.
019600     05  CF-CC-STAR               PIC X(01) VALUE '*'.
019700     05  FILLER                   PIC X(01) VALUE SPACE.
019800     05  CF-CC-TEXT               PIC X(78) VALUE SPACES.
019900
020000 01  CF-HEAD-1.
020100     05  FILLER                   PIC X(09) VALUE 'CF4OCLB'.
020200     05  FILLER                   PIC X(40) VALUE
020300         'OUTBOUND INTER-CLUB RESULTS'.
020400     05  FILLER                   PIC X(05) VALUE 'DATE'.
020500     05  CF-HD-DATE               PIC 9(08).
020600     05  FILLER                   PIC X(70) VALUE SPACES.
020700
020800 01  CF-SECTION-LINE.
020900     05  CF-SC-TEXT               PIC X(60).
021000     05  FILLER                   PIC X(72) VALUE SPACES.
021100
021200 01  CF-ACK-HEAD.
021300     05  FILLER                   PIC X(10) VALUE 'CLUB'.
021400     05  FILLER                   PIC X(16) VALUE 'GAME ID'.
021500     05  FILLER                   PIC X(04) VALUE 'ACT'.
021600     05  FILLER                   PIC X(10) VALUE 'ACK DATE'.
021700     05  FILLER                   PIC X(92) VALUE 'DISPOSITION'.
021800
021900 01  CF-ACK-LINE.
022000     05  CF-AL-CLUB               PIC X(08).
022100     05  FILLER                   PIC X(02) VALUE SPACES.
022200     05  CF-AL-GAME-REF           PIC X(14).
022300     05  FILLER                   PIC X(02) VALUE SPACES.
022400     05  CF-AL-ACTION             PIC X(01).
022500     05  FILLER                   PIC X(03) VALUE SPACES.
022600     05  CF-AL-DATE               PIC X(08).
022700     05  FILLER                   PIC X(02) VALUE SPACES.
022800     05  CF-AL-DISP               PIC X(60).
022900     05  FILLER                   PIC X(32) VALUE SPACES.
023000
023100 01  CF-SENT-HEAD.
023200     05  FILLER                   PIC X(10) VALUE 'CLUB'.
023300     05  FILLER                   PIC X(14) VALUE 'FILE'.
023400     05  FILLER                   PIC X(16) VALUE 'GAME ID'.
023500     05  FILLER                   PIC X(10) VALUE 'DATE'.
023600     05  FILLER                   PIC X(10) VALUE 'X-PLAYER'.
023700     05  FILLER                   PIC X(10) VALUE 'O-PLAYER'.
023800     05  FILLER                   PIC X(62) VALUE 'RES'.
023900
024000 01  CF-SENT-LINE.
024100     05  CF-SL-CLUB               PIC X(08).
024200     05  FILLER                   PIC X(02) VALUE SPACES.
024300     05  CF-SL-FILE               PIC X(12).
024400     05  FILLER                   PIC X(02) VALUE SPACES.
024500     05  CF-SL-GAME-ID            PIC X(14).
024600     05  FILLER                   PIC X(02) VALUE SPACES.
024700     05  CF-SL-DATE               PIC X(08).
024800     05  FILLER                   PIC X(02) VALUE SPACES.
024900     05  CF-SL-X-ID               PIC X(08).
025000     05  FILLER                   PIC X(02) VALUE SPACES.
025100     05  CF-SL-O-ID               PIC X(08).
025200     05  FILLER                   PIC X(02) VALUE SPACES.
025300     05  CF-SL-RESULT             PIC X(01).
025400     05  FILLER                   PIC X(61) VALUE SPACES.
025500
025600 01  CF-OUT-HEAD.
025700     05  FILLER                   PIC X(10) VALUE 'CLUB'.
025800     05  FILLER                   PIC X(16) VALUE 'GAME ID'.
025900     05  FILLER                   PIC X(10) VALUE 'GAME DATE'.
026000     05  FILLER                   PIC X(10) VALUE 'SENT'.
026100     05  FILLER                   PIC X(86) VALUE 'STATUS'.
026200
026300 01  CF-OUT-LINE.
026400     05  CF-OL-CLUB               PIC X(08).
026500     05  FILLER                   PIC X(02) VALUE SPACES.
026600     05  CF-OL-GAME-ID            PIC 9(14).
026700     05  FILLER                   PIC X(02) VALUE SPACES.
026800     05  CF-OL-GAME-DATE          PIC 9(08).
026900     05  FILLER                   PIC X(02) VALUE SPACES.
027000     05  CF-OL-SENT-DATE          PIC 9(08).
027100     05  FILLER                   PIC X(02) VALUE SPACES.
027200     05  CF-OL-STATUS             PIC X(60).
027300     05  FILLER                   PIC X(26) VALUE SPACES.
027400
027500 01  CF-COUNT-LINE.
027600     05  CF-CT-LABEL              PIC X(34).
027700     05  CF-CT-VALUE              PIC ZZZ,ZZ9.
027800     05  FILLER                   PIC X(91) VALUE SPACES.
027900
028000 PROCEDURE DIVISION.
028100*****************************************************************
028200*  0000-MAINLINE - CONTROL THE RUN                              *
028300*****************************************************************
028400 0000-MAINLINE.
028500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
028600     PERFORM 2000-APPLY-ACKS THRU 2000-EXIT
028700     PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT
028800     PERFORM 4000-SORT-QUEUE THRU 4000-EXIT
028900     PERFORM 5000-WRITE-CLUB-FILES THRU 5000-EXIT
029000     PERFORM 6000-WRITE-CONTROL THRU 6000-EXIT
029100     PERFORM 7000-PRINT-OUTSTANDING THRU 7000-EXIT
029200     PERFORM 9000-TERMINATE THRU 9000-EXIT
029300     STOP RUN.
029400
029500*****************************************************************
029600*  1000-INITIALIZE - PARM, REGISTER AND CONTROL FILE TABLES,    *
029700*  OPEN THE OUTPUTS                                             *
029800*****************************************************************
029900 1000-INITIALIZE.
030000     ACCEPT CF-RUN-DATE FROM DATE YYYYMMDD
030100     OPEN INPUT PARM-FILE
030200     IF CF-PARM-STATUS NOT = '00'
030300         DISPLAY 'CF4OCLB - CANNOT OPEN OCLBPARM, STATUS '
030400             CF-PARM-STATUS
030500         GO TO 9999-ABEND
030600     END-IF
030700     READ PARM-FILE
030800         AT END
030900             DISPLAY 'CF4OCLB - EMPTY PARAMETER FILE'
031000             GO TO 9999-ABEND
031100     END-READ
031200     CLOSE PARM-FILE
031300     IF CF-PARM-HOME-CLUB = SPACES
031400         DISPLAY 'CF4OCLB - NO CLUB CODE ON THE PARM CARD'
031500         GO TO 9999-ABEND
031600     END-IF
031700     MOVE CF-PARM-HOME-CLUB TO CF-HOME-CLUB
031800     PERFORM 1300-LOG-START THRU 1300-EXIT
031900     OPEN INPUT CLUB-PLAYER-FILE
032000     IF CF-CPLY-STATUS NOT = '00'
032100         DISPLAY 'CF4OCLB - CANNOT OPEN CLUBPLYR, STATUS '
032200             CF-CPLY-STATUS
032300         GO TO 9999-ABEND
032400     END-IF
032500     PERFORM 8000-READ-CPLY THRU 8000-EXIT
032600     PERFORM 1100-TABLE-PLAYER THRU 1100-EXIT
032700         UNTIL CF-CPLY-EOF
032800     CLOSE CLUB-PLAYER-FILE
032900     OPEN INPUT CLUB-SENT-FILE
032910     IF CF-SENT-STATUS NOT = '00' AND CF-SENT-STATUS NOT = '05'
032920         DISPLAY 'CF4OCLB - CANNOT OPEN CLUBSENT, STATUS '
032930             CF-SENT-STATUS
032940         GO TO 9999-ABEND
032950     END-IF
033000     IF CF-SENT-STATUS = '00'
033100         PERFORM 8200-READ-SENT THRU 8200-EXIT
033200         PERFORM 1200-TABLE-SENT THRU 1200-EXIT
033300             UNTIL CF-SENT-EOF
033400     END-IF
033500     CLOSE CLUB-SENT-FILE
033600     OPEN OUTPUT CLUB-SENT-NEW-FILE
033700     IF CF-SNEW-STATUS NOT = '00'
033800         DISPLAY 'CF4OCLB - CANNOT OPEN SENTNEW, STATUS '
033900             CF-SNEW-STATUS
034000         GO TO 9999-ABEND
034100     END-IF
034200     OPEN OUTPUT REPORT-FILE
034300     IF CF-RPT-STATUS NOT = '00'
034400         DISPLAY 'CF4OCLB - CANNOT OPEN OCLBRPT, STATUS '
034500             CF-RPT-STATUS
034600         GO TO 9999-ABEND
034700     END-IF
034800     MOVE CF-RUN-DATE TO CF-HD-DATE
034900     WRITE REPORT-LINE FROM CF-HEAD-1.
035000 1000-EXIT.
035100     EXIT.
035200
035300 1100-TABLE-PLAYER.
035400     IF CLUB-PLAYER-REC = SPACES
035500         OR CLUB-PLAYER-REC (1:1) = '*'
035600         GO TO 1100-NEXT
035700     END-IF
035800     IF CF-REGISTER-COUNT < CF-REGISTER-MAX
035900         ADD 1 TO CF-REGISTER-COUNT
036000         MOVE CF-CP-PLAYER-ID
036100             TO CF-RG-PLAYER-ID (CF-REGISTER-COUNT)
036200         MOVE CF-CP-CLUB-CODE
036300             TO CF-RG-CLUB-CODE (CF-REGISTER-COUNT)
036400     ELSE
036500         DISPLAY 'CF4OCLB - REGISTER TABLE FULL AT ID '
036600             CF-CP-PLAYER-ID
036700     END-IF.
036800 1100-NEXT.
036900     PERFORM 8000-READ-CPLY THRU 8000-EXIT.
037000 1100-EXIT.
037100     EXIT.
037200
037300 1200-TABLE-SENT.
037400     IF CF-SENT-COUNT >= CF-SENT-MAX
037500         DISPLAY 'CF4OCLB - SENT-RESULTS TABLE FULL'
037600         GO TO 9999-ABEND
037700     END-IF
037800     ADD 1 TO CF-SENT-COUNT
037900     MOVE CLUB-SENT-REC TO CF-SENT-ENTRY (CF-SENT-COUNT)
038000     PERFORM 8200-READ-SENT THRU 8200-EXIT.
038100 1200-EXIT.
038200     EXIT.
038300
038400*****************************************************************
038500*  1300-LOG-START - STAMP THE JOB-RUN LOG, GUARD RERUNS         *
038600*****************************************************************
038700 1300-LOG-START.
038800     MOVE 'S' TO CF-JR-FUNCTION
038900     MOVE 'CF4OCLB' TO CF-JR-PROGRAM
039000     MOVE CF-RUN-DATE TO CF-JR-RUN-DATE
039100     MOVE ZEROES TO CF-JR-RECS-READ
039200     MOVE ZEROES TO CF-JR-RECS-WRITTEN
039300     MOVE SPACES TO CF-JR-STATUS
039400     MOVE ZERO TO CF-JR-RETURN
039500     CALL 'CF4JRNL' USING CF-JR-PARMS
039600         ON EXCEPTION
039700             DISPLAY 'CF4OCLB - CF4JRNL IS NOT AVAILABLE'
039800             GO TO 9999-ABEND
039900     END-CALL
040000     IF CF-JR-RETURN = 08
040100         DISPLAY 'CF4OCLB - ALREADY RAN CLEAN FOR '
040200             CF-RUN-DATE ' - STOPPED BY THE RERUN GUARD'
040300         GO TO 9999-ABEND
040400     END-IF
040500     IF CF-JR-RETURN NOT = ZERO
040600         DISPLAY 'CF4OCLB - JOB LOG ERROR, RETURN '
040700             CF-JR-RETURN
040800         GO TO 9999-ABEND
040900     END-IF.
041000 1300-EXIT.
041100     EXIT.
041200
041300*****************************************************************
041400*  2000-APPLY-ACKS - THE CLUBS' ACKNOWLEDGEMENT AND REJECT      *
041500*  CARDS ONTO THE CONTROL TABLE                                 *
041600*****************************************************************
041700 2000-APPLY-ACKS.
041800     OPEN INPUT CLUB-ACK-FILE
041810     IF CF-ACK-STATUS NOT = '00' AND CF-ACK-STATUS NOT = '05'
041820         DISPLAY 'CF4OCLB - CANNOT OPEN CLUBACK, STATUS '
041830             CF-ACK-STATUS
041840         GO TO 9999-ABEND
041850     END-IF
041900     IF CF-ACK-STATUS NOT = '00'
042000         CLOSE CLUB-ACK-FILE
042100         GO TO 2000-EXIT
042200     END-IF
042300     MOVE SPACES TO REPORT-LINE
042400     WRITE REPORT-LINE
042500     MOVE 'ACKNOWLEDGEMENTS RECEIVED' TO CF-SC-TEXT
042600     WRITE REPORT-LINE FROM CF-SECTION-LINE
042700     WRITE REPORT-LINE FROM CF-ACK-HEAD
042800     PERFORM 8300-READ-ACK THRU 8300-EXIT
042900     PERFORM 2100-ACK-ONE THRU 2100-EXIT
043000         UNTIL CF-ACK-EOF
043100     CLOSE CLUB-ACK-FILE.
043200 2000-EXIT.
043300     EXIT.
043400
043500 2100-ACK-ONE.
043600     IF CLUB-ACK-REC = SPACES
043700         OR CLUB-ACK-REC (1:1) = '*'
043800         GO TO 2100-NEXT
043900     END-IF
044000     ADD 1 TO CF-ACKS-READ
044100     PERFORM 2200-EDIT-ACK THRU 2200-EXIT
044200     MOVE SPACES TO CF-ACK-LINE
044300     MOVE CF-AK-CLUB-CODE TO CF-AL-CLUB
044400     MOVE CF-AK-GAME-REF TO CF-AL-GAME-REF
044500     MOVE CF-AK-ACTION TO CF-AL-ACTION
044600     MOVE CF-AK-ACK-DATE TO CF-AL-DATE
044700     IF CF-REJECT-REASON NOT = SPACES
044800         ADD 1 TO CF-ACKS-REJECTED
044900         STRING 'NOT APPLIED - ' DELIMITED BY SIZE
045000             CF-REJECT-REASON DELIMITED BY SIZE
045100             INTO CF-AL-DISP
045200         WRITE REPORT-LINE FROM CF-ACK-LINE
045300         GO TO 2100-NEXT
045400     END-IF
045500     ADD 1 TO CF-ACKS-APPLIED
045600     MOVE CF-AK-ACTION TO CF-SN-STATUS (CF-SENT-SUB)
045700     IF CF-AK-ACK-DATE IS NUMERIC
045800         AND CF-AK-ACK-DATE-N > ZERO
045900         MOVE CF-AK-ACK-DATE-N TO CF-SN-ACK-DATE (CF-SENT-SUB)
046000     ELSE
046100         MOVE CF-RUN-DATE TO CF-SN-ACK-DATE (CF-SENT-SUB)
046200     END-IF
046300     IF CF-AK-ACCEPT
046400         MOVE SPACES TO CF-SN-REASON (CF-SENT-SUB)
046500         MOVE 'ACKNOWLEDGED' TO CF-AL-DISP
046600     ELSE
046700         MOVE CF-AK-REASON TO CF-SN-REASON (CF-SENT-SUB)
046800         IF CF-AK-REASON = SPACES
046900             MOVE 'NO REASON GIVEN'
047000                 TO CF-SN-REASON (CF-SENT-SUB)
047100         END-IF
047200         STRING 'REJECTED BY CLUB - ' DELIMITED BY SIZE
047300             CF-SN-REASON (CF-SENT-SUB) DELIMITED BY SIZE
047400             INTO CF-AL-DISP
047500     END-IF
047600     WRITE REPORT-LINE FROM CF-ACK-LINE.
047700 2100-NEXT.
047800     PERFORM 8300-READ-ACK THRU 8300-EXIT.
047900 2100-EXIT.
048000     EXIT.
048100
048200*****************************************************************
048300*  2200-EDIT-ACK - FIRST FAILURE WINS.  A GOOD CARD LEAVES THE  *
048400*  CONTROL ENTRY IT ANSWERS IN CF-SENT-SUB.                     *
048500*****************************************************************
048600 2200-EDIT-ACK.
048700     MOVE SPACES TO CF-REJECT-REASON
048800     IF CF-AK-CLUB-CODE = SPACES
048900         MOVE 'MISSING CLUB CODE' TO CF-REJECT-REASON
049000         GO TO 2200-EXIT
049100     END-IF
049200     IF CF-AK-GAME-REF IS NOT NUMERIC
049300         MOVE 'GAME ID NOT NUMERIC' TO CF-REJECT-REASON
049400         GO TO 2200-EXIT
049500     END-IF
049600     IF NOT CF-AK-ACCEPT AND NOT CF-AK-REJECT
049700         MOVE 'ILLEGAL ACTION CODE' TO CF-REJECT-REASON
049800         GO TO 2200-EXIT
049900     END-IF
050000     MOVE CF-AK-GAME-REF-N TO CF-WORK-GAME-ID
050100     MOVE CF-AK-CLUB-CODE TO CF-WORK-CLUB
050200     PERFORM 3300-FIND-SENT THRU 3300-EXIT
050300     IF CF-SENT-SUB = ZERO
050400         MOVE 'GAME NOT SENT TO THAT CLUB'
050500             TO CF-REJECT-REASON
050600         GO TO 2200-EXIT
050700     END-IF
050800     IF CF-SN-ACKNOWLEDGED (CF-SENT-SUB)
050900         MOVE 'ALREADY ACKNOWLEDGED' TO CF-REJECT-REASON
051000         GO TO 2200-EXIT
051100     END-IF.
051200 2200-EXIT.
051300     EXIT.
051400
051500*****************************************************************
051600*  3000-SCAN-HISTORY - LOCAL GAMES WITH A VISITING PLAYER THAT  *
051700*  HAVE NOT YET GONE TO THE PLAYER'S CLUB                       *
051800*****************************************************************
051900 3000-SCAN-HISTORY.
052000     OPEN INPUT GAME-HIST-FILE
052100     IF CF-HIST-STATUS NOT = '00'
052200         DISPLAY 'CF4OCLB - CANNOT OPEN GAMEHIST, STATUS '
052300             CF-HIST-STATUS
052400         GO TO 9999-ABEND
052500     END-IF
052600     PERFORM 8100-READ-HIST THRU 8100-EXIT
052700     PERFORM 3100-CHECK-GAME THRU 3100-EXIT
052800         UNTIL CF-HIST-EOF
052900     CLOSE GAME-HIST-FILE.
053000 3000-EXIT.
053100     EXIT.
053200
053300 3100-CHECK-GAME.
053400     ADD 1 TO CF-HIST-READ
053500     IF NOT CF-GH-LOCAL-GAME
053600         GO TO 3100-NEXT
053700     END-IF
053800     MOVE CF-GH-X-PLAYER-ID TO CF-WORK-ID
053900     PERFORM 3200-FIND-CLUB THRU 3200-EXIT
054000     MOVE CF-WORK-CLUB TO CF-X-CLUB
054100     MOVE CF-GH-O-PLAYER-ID TO CF-WORK-ID
054200     PERFORM 3200-FIND-CLUB THRU 3200-EXIT
054300     MOVE CF-WORK-CLUB TO CF-O-CLUB
054400     IF CF-X-CLUB NOT = SPACES
054500         MOVE CF-X-CLUB TO CF-WORK-CLUB
054600         PERFORM 3400-QUEUE-GAME THRU 3400-EXIT
054700     END-IF
054800     IF CF-O-CLUB NOT = SPACES
054900         AND CF-O-CLUB NOT = CF-X-CLUB
055000         MOVE CF-O-CLUB TO CF-WORK-CLUB
055100         PERFORM 3400-QUEUE-GAME THRU 3400-EXIT
055200     END-IF.
055300 3100-NEXT.
055400     PERFORM 8100-READ-HIST THRU 8100-EXIT.
055500 3100-EXIT.
055600     EXIT.
055700
055800*****************************************************************
055900*  3200-FIND-CLUB - CLUB OF PLAYER CF-WORK-ID INTO              *
056000*  CF-WORK-CLUB, SPACES FOR ONE OF OUR OWN PLAYERS              *
056100*****************************************************************
056200 3200-FIND-CLUB.
056300     MOVE SPACES TO CF-WORK-CLUB
056400     PERFORM 3210-SCAN-REGISTER THRU 3210-EXIT
056500         VARYING CF-IX FROM 1 BY 1
056600         UNTIL CF-IX > CF-REGISTER-COUNT
056700            OR CF-WORK-CLUB NOT = SPACES.
056800 3200-EXIT.
056900     EXIT.
057000
057100 3210-SCAN-REGISTER.
057200     IF CF-RG-PLAYER-ID (CF-IX) = CF-WORK-ID
057300         MOVE CF-RG-CLUB-CODE (CF-IX) TO CF-WORK-CLUB
057400     END-IF.
057500 3210-EXIT.
057600     EXIT.
057700
057800*****************************************************************
057900*  3300-FIND-SENT - CONTROL ENTRY FOR CF-WORK-GAME-ID AND       *
058000*  CF-WORK-CLUB INTO CF-SENT-SUB, ZERO IF NEVER SENT            *
058100*****************************************************************
058200 3300-FIND-SENT.
058300     MOVE ZERO TO CF-SENT-SUB
058400     PERFORM 3310-SCAN-SENT THRU 3310-EXIT
058500         VARYING CF-JX FROM 1 BY 1
058600         UNTIL CF-JX > CF-SENT-COUNT
058700            OR CF-SENT-SUB > ZERO.
058800 3300-EXIT.
058900     EXIT.
059000
059100 3310-SCAN-SENT.
059200     IF CF-SN-GAME-ID (CF-JX) = CF-WORK-GAME-ID
059300         AND CF-SN-CLUB-CODE (CF-JX) = CF-WORK-CLUB
059400         MOVE CF-JX TO CF-SENT-SUB
059500     END-IF.
059600 3310-EXIT.
059700     EXIT.
059800
059900*****************************************************************
060000*  3400-QUEUE-GAME - THE GAME FOR CLUB CF-WORK-CLUB, UNLESS IT  *
060100*  HAS ALREADY GONE THERE: RESULT CARD ONTO THE QUEUE, ENTRY    *
060200*  ONTO THE CONTROL TABLE                                       *
060300*****************************************************************
060400 3400-QUEUE-GAME.
060500     MOVE CF-GH-GAME-ID TO CF-WORK-GAME-ID
060600     PERFORM 3300-FIND-SENT THRU 3300-EXIT
060700     IF CF-SENT-SUB > ZERO
060800         ADD 1 TO CF-ALREADY-SENT
060900         GO TO 3400-EXIT
061000     END-IF
061100     IF CF-QUEUE-COUNT >= CF-QUEUE-MAX
061200         DISPLAY 'CF4OCLB - QUEUE FULL, GAME ' CF-GH-GAME-ID
061300             ' LEFT FOR THE NEXT RUN'
061400         GO TO 3400-EXIT
061500     END-IF
061600     IF CF-SENT-COUNT >= CF-SENT-MAX
061700         DISPLAY 'CF4OCLB - SENT-RESULTS TABLE FULL'
061800         GO TO 9999-ABEND
061900     END-IF
062000     MOVE SPACES TO CLUB-RSLT-REC
062100     MOVE CF-HOME-CLUB TO CF-CR-CLUB-CODE
062200     MOVE CF-GH-GAME-DATE TO CF-CR-GAME-DATE-N
062300     MOVE CF-GH-X-PLAYER-ID TO CF-CR-X-PLAYER-ID
062400     MOVE CF-GH-O-PLAYER-ID TO CF-CR-O-PLAYER-ID
062500     MOVE CF-GH-RESULT TO CF-CR-RESULT
062600     IF NOT CF-GH-DRAW
062700         MOVE CF-GH-WIN-PATTERN TO CF-CR-WIN-PATTERN
062800     END-IF
062900     MOVE CF-GH-MOVE-COUNT TO CF-CR-MOVE-COUNT-N
063000     MOVE CF-GH-GAME-ID TO CF-CR-SOURCE-REF
063100     ADD 1 TO CF-QUEUE-COUNT
063200     MOVE CF-WORK-CLUB TO CF-QU-CLUB-CODE (CF-QUEUE-COUNT)
063300     MOVE CLUB-RSLT-REC TO CF-QU-CARD (CF-QUEUE-COUNT)
063400     ADD 1 TO CF-SENT-COUNT
063500     MOVE SPACES TO CF-SENT-ENTRY (CF-SENT-COUNT)
063600     MOVE CF-GH-GAME-ID TO CF-SN-GAME-ID (CF-SENT-COUNT)
063700     MOVE CF-WORK-CLUB TO CF-SN-CLUB-CODE (CF-SENT-COUNT)
063800     MOVE CF-GH-GAME-DATE TO CF-SN-GAME-DATE (CF-SENT-COUNT)
063900     MOVE CF-RUN-DATE TO CF-SN-SENT-DATE (CF-SENT-COUNT)
064000     MOVE 'S' TO CF-SN-STATUS (CF-SENT-COUNT)
064100     MOVE ZERO TO CF-SN-ACK-DATE (CF-SENT-COUNT).
064200 3400-EXIT.
064300     EXIT.
064400
064500*****************************************************************
064600*  4000-SORT-QUEUE - CLUB ORDER, GAMEHIST ORDER WITHIN A CLUB   *
064700*****************************************************************
064800 4000-SORT-QUEUE.
064900     MOVE 'Y' TO CF-SORT-SWAP-SW
065000     PERFORM 4100-SORT-PASS THRU 4100-EXIT
065100         UNTIL NOT CF-SORT-SWAPPED.
065200 4000-EXIT.
065300     EXIT.
065400
065500 4100-SORT-PASS.
065600     MOVE 'N' TO CF-SORT-SWAP-SW
065700     PERFORM 4110-SORT-COMPARE THRU 4110-EXIT
065800         VARYING CF-IX FROM 1 BY 1
065900         UNTIL CF-IX >= CF-QUEUE-COUNT.
066000 4100-EXIT.
066100     EXIT.
066200
066300 4110-SORT-COMPARE.
066400     COMPUTE CF-WORK-SUB = CF-IX + 1
066500     IF CF-QU-CLUB-CODE (CF-WORK-SUB)
066600         < CF-QU-CLUB-CODE (CF-IX)
066700         MOVE CF-QUEUE-ENTRY (CF-IX) TO CF-HOLD-QUEUE
066800         MOVE CF-QUEUE-ENTRY (CF-WORK-SUB)
066900             TO CF-QUEUE-ENTRY (CF-IX)
067000         MOVE CF-HOLD-QUEUE TO CF-QUEUE-ENTRY (CF-WORK-SUB)
067100         MOVE 'Y' TO CF-SORT-SWAP-SW
067200     END-IF.
067300 4110-EXIT.
067400     EXIT.
067500
067600*****************************************************************
067700*  5000-WRITE-CLUB-FILES - ONE FILE PER CLUB, OPENED ON THE     *
067800*  CLUB'S FIRST CARD AND CLOSED AT THE CHANGE OF CLUB           *
067900*****************************************************************
068000 5000-WRITE-CLUB-FILES.
068100     MOVE SPACES TO REPORT-LINE
068200     WRITE REPORT-LINE
068300     MOVE 'RESULTS SENT THIS RUN' TO CF-SC-TEXT
068400     WRITE REPORT-LINE FROM CF-SECTION-LINE
068500     IF CF-QUEUE-COUNT = ZERO
068600         MOVE 'NONE' TO CF-SC-TEXT
068700         WRITE REPORT-LINE FROM CF-SECTION-LINE
068800         GO TO 5000-EXIT
068900     END-IF
069000     WRITE REPORT-LINE FROM CF-SENT-HEAD
069100     PERFORM 5100-WRITE-CARD THRU 5100-EXIT
069200         VARYING CF-IX FROM 1 BY 1
069300         UNTIL CF-IX > CF-QUEUE-COUNT
069400     CLOSE CLUB-OUT-FILE.
069500 5000-EXIT.
069600     EXIT.
069700
069800 5100-WRITE-CARD.
069900     IF CF-QU-CLUB-CODE (CF-IX) NOT = CF-OPEN-CLUB
070000         PERFORM 5200-OPEN-CLUB THRU 5200-EXIT
070100     END-IF
070200     MOVE CF-QU-CARD (CF-IX) TO CLUB-RSLT-REC
070300     WRITE CLUB-OUT-REC FROM CLUB-RSLT-REC
070400     IF CF-COUT-STATUS NOT = '00'
070500         DISPLAY 'CF4OCLB - WRITE FAILED ON ' CF-CLUB-DSN
070600             ' STATUS ' CF-COUT-STATUS
070700         GO TO 9999-ABEND
070800     END-IF
070900     ADD 1 TO CF-RESULTS-SENT
071000     MOVE CF-OPEN-CLUB TO CF-SL-CLUB
071100     MOVE CF-CLUB-DSN TO CF-SL-FILE
071200     MOVE CF-CR-SOURCE-REF TO CF-SL-GAME-ID
071300     MOVE CF-CR-GAME-DATE TO CF-SL-DATE
071400     MOVE CF-CR-X-PLAYER-ID TO CF-SL-X-ID
071500     MOVE CF-CR-O-PLAYER-ID TO CF-SL-O-ID
071600     MOVE CF-CR-RESULT TO CF-SL-RESULT
071700     WRITE REPORT-LINE FROM CF-SENT-LINE.
071800 5100-EXIT.
071900     EXIT.
072000
072100 5200-OPEN-CLUB.
072200     IF CF-OPEN-CLUB NOT = SPACES
072300         CLOSE CLUB-OUT-FILE
072400     END-IF
072500     MOVE CF-QU-CLUB-CODE (CF-IX) TO CF-OPEN-CLUB
072600     MOVE SPACES TO CF-CLUB-DSN
072700     STRING 'OCLB' DELIMITED BY SIZE
072800         CF-OPEN-CLUB DELIMITED BY SPACE
072900         INTO CF-CLUB-DSN
073000     OPEN OUTPUT CLUB-OUT-FILE
073100     IF CF-COUT-STATUS NOT = '00'
073200         DISPLAY 'CF4OCLB - CANNOT OPEN ' CF-CLUB-DSN
073300             ' STATUS ' CF-COUT-STATUS
073400         GO TO 9999-ABEND
073500     END-IF
073600     ADD 1 TO CF-FILES-WRITTEN
073700     MOVE SPACES TO CF-COMMENT-CARD
073800     MOVE '*' TO CF-CC-STAR
073900     STRING 'RESULTS FROM ' DELIMITED BY SIZE
074000         CF-HOME-CLUB DELIMITED BY SPACE
074100         ' FOR ' DELIMITED BY SIZE
074200         CF-OPEN-CLUB DELIMITED BY SPACE
074300         ' SENT ' DELIMITED BY SIZE
074400         CF-RUN-DATE DELIMITED BY SIZE
074500         INTO CF-CC-TEXT
074600     WRITE CLUB-OUT-REC FROM CF-COMMENT-CARD.
074700 5200-EXIT.
074800     EXIT.
074900
075000*****************************************************************
075100*  6000-WRITE-CONTROL - THE UPDATED CONTROL FILE TO SENTNEW     *
075200*****************************************************************
075300 6000-WRITE-CONTROL.
075400     PERFORM 6100-WRITE-ONE THRU 6100-EXIT
075500         VARYING CF-IX FROM 1 BY 1
075600         UNTIL CF-IX > CF-SENT-COUNT.
075700 6000-EXIT.
075800     EXIT.
075900
076000 6100-WRITE-ONE.
076100     WRITE CLUB-SENT-NEW-REC FROM CF-SENT-ENTRY (CF-IX)
076200     IF CF-SNEW-STATUS NOT = '00'
076300         DISPLAY 'CF4OCLB - SENTNEW WRITE FAILED, STATUS '
076400             CF-SNEW-STATUS
076500         GO TO 9999-ABEND
076600     END-IF.
076700 6100-EXIT.
076800     EXIT.
076900
077000*****************************************************************
077100*  7000-PRINT-OUTSTANDING - RESULTS SENT ON AN EARLIER RUN AND  *
077200*  NOT YET ACKNOWLEDGED, AND RESULTS A CLUB HAS REJECTED        *
077300*****************************************************************
077400 7000-PRINT-OUTSTANDING.
077500     MOVE SPACES TO REPORT-LINE
077600     WRITE REPORT-LINE
077700     MOVE 'RESULTS OUTSTANDING OR REJECTED' TO CF-SC-TEXT
077800     WRITE REPORT-LINE FROM CF-SECTION-LINE
077900     WRITE REPORT-LINE FROM CF-OUT-HEAD
078000     PERFORM 7100-PRINT-ONE THRU 7100-EXIT
078100         VARYING CF-IX FROM 1 BY 1
078200         UNTIL CF-IX > CF-SENT-COUNT
078300     IF CF-OUTSTANDING = ZERO AND CF-REJECTED = ZERO
078400         MOVE 'NONE' TO CF-SC-TEXT
078500         WRITE REPORT-LINE FROM CF-SECTION-LINE
078600     END-IF.
078700 7000-EXIT.
078800     EXIT.
078900
079000 7100-PRINT-ONE.
079100     EVALUATE TRUE
079200         WHEN CF-SN-REJECTED (CF-IX)
079300             ADD 1 TO CF-REJECTED
079400             MOVE SPACES TO CF-OL-STATUS
079500             STRING 'REJECTED ' DELIMITED BY SIZE
079600                 CF-SN-ACK-DATE (CF-IX) DELIMITED BY SIZE
079700                 ' - ' DELIMITED BY SIZE
079800                 CF-SN-REASON (CF-IX) DELIMITED BY SIZE
079900                 INTO CF-OL-STATUS
080000         WHEN CF-SN-SENT (CF-IX)
080100             AND CF-SN-SENT-DATE (CF-IX) < CF-RUN-DATE
080200             ADD 1 TO CF-OUTSTANDING
080300             MOVE 'AWAITING ACKNOWLEDGEMENT' TO CF-OL-STATUS
080400         WHEN OTHER
080500             GO TO 7100-EXIT
080600     END-EVALUATE
080700     MOVE CF-SN-CLUB-CODE (CF-IX) TO CF-OL-CLUB
080800     MOVE CF-SN-GAME-ID (CF-IX) TO CF-OL-GAME-ID
080900     MOVE CF-SN-GAME-DATE (CF-IX) TO CF-OL-GAME-DATE
081000     MOVE CF-SN-SENT-DATE (CF-IX) TO CF-OL-SENT-DATE
081100     WRITE REPORT-LINE FROM CF-OUT-LINE.
081200 7100-EXIT.
081300     EXIT.
081400
081500*****************************************************************
081600*  8000-READ-CPLY / 8100-READ-HIST / 8200-READ-SENT /           *
081700*  8300-READ-ACK                                                *
081800*****************************************************************
081900 8000-READ-CPLY.
082000     READ CLUB-PLAYER-FILE
082100         AT END
082200             MOVE 'Y' TO CF-CPLY-EOF-SW
082300     END-READ.
082400 8000-EXIT.
082500     EXIT.
082600
082700 8100-READ-HIST.
082800     READ GAME-HIST-FILE
082900         AT END
083000             MOVE 'Y' TO CF-HIST-EOF-SW
083100     END-READ.
083200 8100-EXIT.
083300     EXIT.
083400
083500 8200-READ-SENT.
083600     READ CLUB-SENT-FILE
083700         AT END
083800             MOVE 'Y' TO CF-SENT-EOF-SW
083900     END-READ.
084000 8200-EXIT.
084100     EXIT.
084200
084300 8300-READ-ACK.
084400     READ CLUB-ACK-FILE
084500         AT END
084600             MOVE 'Y' TO CF-ACK-EOF-SW
084700     END-READ.
084800 8300-EXIT.
084900     EXIT.
085000
085100*****************************************************************
085200*  9000-TERMINATE - TOTALS, CLOSE FILES, SET RETURN CODE        *
085300*****************************************************************
085400 9000-TERMINATE.
085500     MOVE SPACES TO REPORT-LINE
085600     WRITE REPORT-LINE
085700     MOVE 'GAMEHIST RECORDS READ' TO CF-CT-LABEL
085800     MOVE CF-HIST-READ TO CF-CT-VALUE
085900     WRITE REPORT-LINE FROM CF-COUNT-LINE
086000     MOVE 'RESULTS SENT THIS RUN' TO CF-CT-LABEL
086100     MOVE CF-RESULTS-SENT TO CF-CT-VALUE
086200     WRITE REPORT-LINE FROM CF-COUNT-LINE
086300     MOVE 'CLUB FILES WRITTEN' TO CF-CT-LABEL
086400     MOVE CF-FILES-WRITTEN TO CF-CT-VALUE
086500     WRITE REPORT-LINE FROM CF-COUNT-LINE
086600     MOVE 'RESULTS ALREADY SENT, SKIPPED' TO CF-CT-LABEL
086700     MOVE CF-ALREADY-SENT TO CF-CT-VALUE
086800     WRITE REPORT-LINE FROM CF-COUNT-LINE
086900     MOVE 'ACKNOWLEDGEMENT CARDS READ' TO CF-CT-LABEL
087000     MOVE CF-ACKS-READ TO CF-CT-VALUE
087100     WRITE REPORT-LINE FROM CF-COUNT-LINE
087200     MOVE 'ACKNOWLEDGEMENTS APPLIED' TO CF-CT-LABEL
087300     MOVE CF-ACKS-APPLIED TO CF-CT-VALUE
087400     WRITE REPORT-LINE FROM CF-COUNT-LINE
087500     MOVE 'ACKNOWLEDGEMENTS NOT APPLIED' TO CF-CT-LABEL
087600     MOVE CF-ACKS-REJECTED TO CF-CT-VALUE
087700     WRITE REPORT-LINE FROM CF-COUNT-LINE
087800     MOVE 'RESULTS AWAITING ACKNOWLEDGEMENT' TO CF-CT-LABEL
087900     MOVE CF-OUTSTANDING TO CF-CT-VALUE
088000     WRITE REPORT-LINE FROM CF-COUNT-LINE
088100     MOVE 'RESULTS REJECTED BY A CLUB' TO CF-CT-LABEL
088200     MOVE CF-REJECTED TO CF-CT-VALUE
088300     WRITE REPORT-LINE FROM CF-COUNT-LINE
088400     CLOSE CLUB-SENT-NEW-FILE
088500     CLOSE REPORT-FILE
088510     PERFORM 9200-BACKUP-MASTERS THRU 9200-EXIT
088600     IF CF-ACKS-REJECTED > ZERO
088700         MOVE 4 TO RETURN-CODE
088800     ELSE
088900         MOVE 0 TO RETURN-CODE
089000     END-IF
089100     PERFORM 9100-LOG-END THRU 9100-EXIT
089200     DISPLAY 'CF4OCLB - NORMAL END, RESULTS SENT '
089300         CF-RESULTS-SENT ' CLUB FILES ' CF-FILES-WRITTEN.
089400 9000-EXIT.
089500     EXIT.
089600
089700*****************************************************************
089800*  9100-LOG-END - END RECORD ON THE JOB-RUN LOG.  THE RETURN    *
089900*  CODE IS SAVED AROUND THE CALL BECAUSE A CALLED PROGRAM       *
090000*  THAT LEAVES RETURN-CODE ALONE STILL HANDS BACK ZERO.         *
090100*****************************************************************
090200 9100-LOG-END.
090300     MOVE RETURN-CODE TO CF-SAVE-RETURN
090400     MOVE 'E' TO CF-JR-FUNCTION
090500     MOVE CF-HIST-READ TO CF-JR-RECS-READ
090600     MOVE CF-RESULTS-SENT TO CF-JR-RECS-WRITTEN
090700     IF RETURN-CODE = 4
090800         MOVE 'RC04' TO CF-JR-STATUS
090900     ELSE
091000         MOVE 'RC00' TO CF-JR-STATUS
091100     END-IF
091200     CALL 'CF4JRNL' USING CF-JR-PARMS
091300         ON EXCEPTION
091400             DISPLAY 'CF4OCLB - END NOT LOGGED'
091500     END-CALL
091600     MOVE CF-SAVE-RETURN TO RETURN-CODE.
091700 9100-EXIT.
091800     EXIT.
091900
091902*****************************************************************
091904*  9200-BACKUP-MASTERS - SAVE THE MASTER AS IT STANDS AS ITS    *
091906*  NEXT BACKUP GENERATION BEFORE THE JOB REPLACES IT.  A        *
091908*  BACKUP THAT CANNOT BE TAKEN ENDS THE RUN IN ERROR SO THE     *
091910*  REPLACE DOES NOT GO AHEAD.                                   *
091912*****************************************************************
091914 9200-BACKUP-MASTERS.
091916     MOVE 'CLUBSENT' TO CF-GB-FILE-NAME
091918     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT.
091920 9200-EXIT.
091922     EXIT.
091924
091926 9210-BACKUP-FILE.
091928     MOVE 'B' TO CF-GB-FUNCTION
091930     MOVE 'CF4OCLB' TO CF-GB-PROGRAM
091932     MOVE CF-RUN-DATE TO CF-GB-RUN-DATE
091934     MOVE ZERO TO CF-GB-GENERATION
091936     MOVE ZERO TO CF-GB-RECORD-COUNT
091938     MOVE ZERO TO CF-GB-SAFETY-GEN
091940     MOVE ZERO TO CF-GB-RETURN
091942     CALL 'CF4GBAK' USING CF-GB-PARMS
091944         ON EXCEPTION
091946             DISPLAY 'CF4OCLB - CF4GBAK IS NOT AVAILABLE'
091948             GO TO 9999-ABEND
091950     END-CALL
091952     IF CF-GB-RETURN NOT = ZERO
091954         DISPLAY 'CF4OCLB - BACKUP OF ' CF-GB-FILE-NAME
091956             ' FAILED, RETURN ' CF-GB-RETURN
091958         GO TO 9999-ABEND
091960     END-IF
091962     DISPLAY 'CF4OCLB - ' CF-GB-FILE-NAME
091964         ' SAVED AS GENERATION ' CF-GB-GENERATION.
091966 9210-EXIT.
091968     EXIT.
091970
092000*****************************************************************
092100*  9999-ABEND - FATAL ERROR, SET RETURN CODE AND STOP           *
092200*****************************************************************
092300 9999-ABEND.
092400     DISPLAY 'CF4OCLB - RUN TERMINATED IN ERROR'
092500     MOVE 16 TO RETURN-CODE
092600     STOP RUN.
092700 9999-EXIT.
092800     EXIT.
