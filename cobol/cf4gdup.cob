001400*  NEW GAME.  AFTER A CLEAN RUN THE JOB REPLACES EACH FILE      *
001500*  WITH ITS NEW COUNTERPART.  EVERY RENUMBER PRINTS ON          *
001600*  GDUPRPT.                                                     *
001610*  BEFORE THE REPLACE EACH OF THE THREE MASTERS IS SAVED AS ITS *
001620*  NEXT BACKUP GENERATION (CF4GBAK) SO THE RUN CAN BE ROLLED    *
001630*  BACK BY CF4REST.                                             *
001700*                                                               *
001800*  RETURN CODES:  0 - NO DUPLICATES FOUND                       *
001900*                 4 - DUPLICATES RENUMBERED                     *
003000*  --------------------                                         *
003100*  09/02/26 LSG NEW PROGRAM - RENUMBER DUPLICATE GAME IDS       *
003200*               ACROSS GAMEHIST, MOVELOG AND MATCHHST           *
003210*  10/15/26 LSG GAMEHIST, MOVELOG AND MATCHHST SAVED AS BACKUP  *
003220*               GENERATIONS BEFORE THE JOB REPLACES THEM        *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
012200 COPY CFGSPARM.
012300
012400 COPY CFJRPARM.
012410
012420 COPY CFBKPARM.
012500
012600 01  CF-ID-TABLE.
012700     05  CF-ID-COUNT              PIC S9(04) COMP VALUE +0.
062000     END-IF
062100     CLOSE MATCH-NEW-FILE
062200     CLOSE REPORT-FILE
062210     PERFORM 9200-BACKUP-MASTERS THRU 9200-EXIT
062300     IF CF-HIST-RENUMBERED > ZERO
062400         MOVE 4 TO RETURN-CODE
062500     ELSE
064700 9100-EXIT.
064800     EXIT.
064900
064902*****************************************************************
064904*  9200-BACKUP-MASTERS - SAVE EACH MASTER AS IT STANDS AS ITS   *
064906*  NEXT BACKUP GENERATION BEFORE THE JOB REPLACES THEM.  A      *
064908*  BACKUP THAT CANNOT BE TAKEN ENDS THE RUN IN ERROR SO NO      *
064910*  REPLACE GOES AHEAD.                                          *
064912*****************************************************************
064914 9200-BACKUP-MASTERS.
064916     MOVE 'GAMEHIST' TO CF-GB-FILE-NAME
064918     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT
064920     MOVE 'MOVELOG' TO CF-GB-FILE-NAME
064922     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT
064924     MOVE 'MATCHHST' TO CF-GB-FILE-NAME
064926     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT.
064928 9200-EXIT.
064930     EXIT.
064932
064934 9210-BACKUP-FILE.
064936     MOVE 'B' TO CF-GB-FUNCTION
064938     MOVE 'CF4GDUP' TO CF-GB-PROGRAM
064940     MOVE CF-RUN-DATE TO CF-GB-RUN-DATE
064942     MOVE ZERO TO CF-GB-GENERATION
064944     MOVE ZERO TO CF-GB-RECORD-COUNT
064946     MOVE ZERO TO CF-GB-SAFETY-GEN
064948     MOVE ZERO TO CF-GB-RETURN
064950     CALL 'CF4GBAK' USING CF-GB-PARMS
064952         ON EXCEPTION
064954             DISPLAY 'CF4GDUP - CF4GBAK IS NOT AVAILABLE'
064956             GO TO 9999-ABEND
064958     END-CALL
064960     IF CF-GB-RETURN NOT = ZERO
064962         DISPLAY 'CF4GDUP - BACKUP OF ' CF-GB-FILE-NAME
064964             ' FAILED, RETURN ' CF-GB-RETURN
064966         GO TO 9999-ABEND
064968     END-IF
064970     DISPLAY 'CF4GDUP - ' CF-GB-FILE-NAME
064972         ' SAVED AS GENERATION ' CF-GB-GENERATION.
064974 9210-EXIT.
064976     EXIT.
064978
065000*****************************************************************
065100*  9999-ABEND - FATAL ERROR, SET RETURN CODE AND STOP           *
065200*****************************************************************
