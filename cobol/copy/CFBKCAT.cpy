000100*****************************************************************
000200*  CFBKCAT - GENERATION BACKUP CATALOG RECORD (BACKCAT FILE)    *
000300*  ONE RECORD PER GENERATION HELD FOR A MASTER FILE, WRITTEN    *
000400*  BY CF4GBAK.  THE GENERATION DATASET IS THE DD NAME PLUS      *
000500*  .GNN, WHERE NN IS A SLOT REUSED ONCE THE FILE HAS ITS FULL   *
000600*  SET OF GENERATIONS, SO THE OLDEST GENERATION ROLLS OFF THE   *
000700*  CATALOG AS THE NEWEST IS TAKEN.  THE PROGRAM AND BUSINESS    *
000800*  DATE ARE THOSE OF THE RUN WHOSE NEW FILE WAS ABOUT TO        *
000900*  REPLACE THE MASTER.  LRECL 80.                               *
001000*****************************************************************
001100 01  BACK-CAT-REC.
001200     05  CF-BC-FILE-NAME          PIC X(08).
001300     05  CF-BC-GENERATION         PIC 9(04).
001400     05  CF-BC-SLOT               PIC 9(02).
001500     05  CF-BC-PROGRAM            PIC X(08).
001600     05  CF-BC-BUSINESS-DATE      PIC 9(08).
001700     05  CF-BC-BACKUP-DATE        PIC 9(08).
001800     05  CF-BC-BACKUP-TIME        PIC 9(06).
001900     05  CF-BC-RECORD-COUNT       PIC 9(07).
002000     05  CF-BC-LRECL              PIC 9(03).
002100     05  CF-BC-DSN                PIC X(12).
002200     05  CF-BC-RESTORE-DATE       PIC 9(08).
002300     05  FILLER                   PIC X(06).
