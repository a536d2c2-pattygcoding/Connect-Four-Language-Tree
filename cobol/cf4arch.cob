001000*  REPLACES GAMEHIST WITH GAMENEW, KEEPING THE ACTIVE FILE      *
001100*  LEAN FOR THE DAILY SCOREBOARD WHILE SEASON-OVER-SEASON       *
001200*  HISTORY STAYS AVAILABLE ON THE ARCHIVE.                      *
001210*  BEFORE THE REPLACE, GAMEHIST IS SAVED AS ITS NEXT BACKUP     *
001220*  GENERATION (CF4GBAK) SO THE SPLIT CAN BE ROLLED BACK BY      *
001230*  CF4REST.                                                     *
001300*                                                               *
001400*  RETURN CODES:  0 - CLEAN                                     *
001500*                16 - BAD PARM OR FILE ERROR, NOTHING REPLACED  *
002600*  08/21/26 LSG NEW PROGRAM - PERIODIC GAME HISTORY ARCHIVAL    *
002610*  09/02/26 LSG JOB-RUN LOGGING THROUGH CF4JRNL WITH THE        *
002620*               DOUBLE-RUN GUARD ON THE BUSINESS DATE           *
002630*  10/15/26 LSG GAMEHIST SAVED AS A BACKUP GENERATION BEFORE    *
002640*               THE JOB REPLACES IT                             *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
007410 77  CF-RUN-DATE                  PIC 9(08).
007420
007430 COPY CFJRPARM.
007440
007450 COPY CFBKPARM.
007500
007600 PROCEDURE DIVISION.
007700*****************************************************************
017400     CLOSE GAME-HIST-FILE
017500     CLOSE GAME-ARCH-FILE
017600     CLOSE GAME-NEW-FILE
017605     PERFORM 9200-BACKUP-MASTERS THRU 9200-EXIT
017610     PERFORM 9100-LOG-END THRU 9100-EXIT
017700     DISPLAY 'CF4ARCH - RECORDS READ     ' CF-READ-COUNT
017800     DISPLAY 'CF4ARCH - RECORDS ARCHIVED ' CF-ARCH-COUNT
018292 9100-EXIT.
018293     EXIT.
018300
018302*****************************************************************
018304*  9200-BACKUP-MASTERS - SAVE THE MASTER AS IT STANDS AS ITS    *
018306*  NEXT BACKUP GENERATION BEFORE THE JOB REPLACES IT.  A        *
018308*  BACKUP THAT CANNOT BE TAKEN ENDS THE RUN IN ERROR SO THE     *
018310*  REPLACE DOES NOT GO AHEAD.                                   *
018312*****************************************************************
018314 9200-BACKUP-MASTERS.
018316     MOVE 'GAMEHIST' TO CF-GB-FILE-NAME
018318     PERFORM 9210-BACKUP-FILE THRU 9210-EXIT.
018320 9200-EXIT.
018322     EXIT.
018324
018326 9210-BACKUP-FILE.
018328     MOVE 'B' TO CF-GB-FUNCTION
018330     MOVE 'CF4ARCH' TO CF-GB-PROGRAM
018332     MOVE CF-RUN-DATE TO CF-GB-RUN-DATE
018334     MOVE ZERO TO CF-GB-GENERATION
018336     MOVE ZERO TO CF-GB-RECORD-COUNT
018338     MOVE ZERO TO CF-GB-SAFETY-GEN
018340     MOVE ZERO TO CF-GB-RETURN
018342     CALL 'CF4GBAK' USING CF-GB-PARMS
018344         ON EXCEPTION
018346             DISPLAY 'CF4ARCH - CF4GBAK IS NOT AVAILABLE'
018348             GO TO 9999-ABEND
018350     END-CALL
018352     IF CF-GB-RETURN NOT = ZERO
018354         DISPLAY 'CF4ARCH - BACKUP OF ' CF-GB-FILE-NAME
018356             ' FAILED, RETURN ' CF-GB-RETURN
018358         GO TO 9999-ABEND
018360     END-IF
018362     DISPLAY 'CF4ARCH - ' CF-GB-FILE-NAME
018364         ' SAVED AS GENERATION ' CF-GB-GENERATION.
018366 9210-EXIT.
018368     EXIT.
018370
018400*****************************************************************
018500*  9999-ABEND - FATAL ERROR, SET RETURN CODE AND STOP           *
018600*****************************************************************
