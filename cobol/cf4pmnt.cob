000600*  PLAYER MASTER (PLAYERMS) AND WRITES THE NEW MASTER           *
000700*  (PLAYERNW) IN PLAYER ID ORDER.  AFTER A CLEAN RUN THE JOB    *
000800*  REPLACES PLAYERMS WITH PLAYERNW.                             *
000810*  BEFORE THE REPLACE PLAYERMS IS SAVED AS ITS NEXT BACKUP      *
000820*  GENERATION (CF4GBAK) SO THE RUN CAN BE ROLLED BACK BY        *
000830*  CF4REST.                                                     *
000900*                                                               *
001000*  TRANSACTION CARD:  COL 1     A ADD, U UPDATE, D DEACTIVATE   *
001100*                     COLS 2-70 PLAYER MASTER FIELDS            *
002900*  MODIFICATION HISTORY                                         *
003000*  --------------------                                         *
003100*  08/21/26 LSG NEW PROGRAM - PLAYER ROSTER MAINTENANCE         *
003110*  10/15/26 LSG U CARD REJECTED FOR AN ID RETIRED BY CF4MERG    *
003120*  10/15/26 LSG PLAYERMS SAVED AS A BACKUP GENERATION BEFORE    *
003130*               THE JOB REPLACES IT                             *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
009300 77  CF-IX                        PIC S9(04) COMP.
009400 77  CF-WORK-SUB                  PIC S9(04) COMP.
009500 77  CF-RUN-DATE                  PIC 9(08).
009510
009520 COPY CFBKPARM.
009600
009700 01  CF-ROSTER-TABLE.
009800     05  CF-ROSTER-COUNT          PIC S9(04) COMP VALUE +0.
025700         PERFORM 7100-REJECT-CARD THRU 7100-EXIT
025800         GO TO 3200-EXIT
025900     END-IF
025910     MOVE CF-RO-RECORD (CF-WORK-SUB) TO PLAYER-MAST-REC
025920     IF NOT CF-PM-NOT-MERGED
025930         PERFORM 7100-REJECT-CARD THRU 7100-EXIT
025940         GO TO 3200-EXIT
025950     END-IF
026000     PERFORM 3400-BUILD-RECORD THRU 3400-EXIT
026100     PERFORM 7000-ACCEPT-CARD THRU 7000-EXIT.
026200 3200-EXIT.
039400         WHEN CF-PT-ADD
039500             MOVE 'REJECTED - MISSING ID OR NAME, OR FULL'
039600                 TO CF-DT-DISP
039610         WHEN CF-PT-UPDATE AND CF-WORK-SUB > ZERO
039620             MOVE 'REJECTED - ID RETIRED BY A PLAYER MERGE'
039630                 TO CF-DT-DISP
039700         WHEN CF-PT-UPDATE OR CF-PT-DEACTIVATE
039800             MOVE 'REJECTED - ID NOT ON FILE' TO CF-DT-DISP
039900         WHEN OTHER
043700     CLOSE PLAYER-TRAN-FILE
043800     CLOSE PLAYER-NEW-FILE
043900     CLOSE REPORT-FILE
043910     PERFORM 9200-BACKUP-MASTERS THRU 9200-EXIT
044000     IF CF-CARDS-REJECTED > ZERO
044100         MOVE 4 TO RETURN-CODE
044200     ELSE
044700 9000-EXIT.
044800     EXIT.
044900
044902*****************************************************************
044904*  9200-BACKUP-MASTERS - SAVE THE MASTER AS IT STANDS AS ITS    *
044906*  NEXT BACKUP GENERATION BEFORE THE JOB REPLACES IT.  A        *
044908*  BACKUP THAT CANNOT BE TAKEN ENDS THE RUN IN ERROR SO THE     *
044910*  REPLACE DOES NOT GO AHEAD.                                   *
044912*****************************************************************
044914 9200-BACKUP-MASTERS.
044916     MOVE 'PLAYERMS' TO CF-GB-FILE-NAME
044918     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT.
044920 9200-EXIT.
044922     EXIT.
044924
044926 9210-BACKUP-FILE.
044928     MOVE 'B' TO CF-GB-FUNCTION
044930     MOVE 'CF4PMNT' TO CF-GB-PROGRAM
044932     MOVE CF-RUN-DATE TO CF-GB-RUN-DATE
044934     MOVE ZERO TO CF-GB-GENERATION
044936     MOVE ZERO TO CF-GB-RECORD-COUNT
044938     MOVE ZERO TO CF-GB-SAFETY-GEN
044940     MOVE ZERO TO CF-GB-RETURN
044942     CALL 'CF4GBAK' USING CF-GB-PARMS
044944         ON EXCEPTION
044946             DISPLAY 'CF4PMNT - CF4GBAK IS NOT AVAILABLE'
044948             GO TO 9999-ABEND
044950     END-CALL
044952     IF CF-GB-RETURN NOT = ZERO
044954         DISPLAY 'CF4PMNT - BACKUP OF ' CF-GB-FILE-NAME
044956             ' FAILED, RETURN ' CF-GB-RETURN
044958         GO TO 9999-ABEND
044960     END-IF
044962     DISPLAY 'CF4PMNT - ' CF-GB-FILE-NAME
044964         ' SAVED AS GENERATION ' CF-GB-GENERATION.
044966 9210-EXIT.
044968     EXIT.
044970
045000*****************************************************************
045100*  9999-ABEND - FATAL ERROR, SET RETURN CODE AND STOP           *
045200*****************************************************************
