000100*****************************************************************
000200*  CFFEELED - FEES LEDGER RECORD (FEELEDGR FILE)                *
000300*  ONE RECORD PER CHARGE OR PAYMENT AGAINST A PLAYER.  CHARGES  *
000400*  ARE RAISED BY CF4FBIL (SEASON DUES BY TIER, KNOCKOUT ENTRY   *
000500*  FEES) AND PAYMENTS ARE POSTED BY CF4FPAY.  BOTH EXTEND THE   *
000600*  FILE, SO IT RUNS IN POSTING ORDER.  CF4FAGE APPLIES EACH     *
000700*  PLAYER'S PAYMENTS TO THE OLDEST CHARGES FIRST.  LRECL 80.    *
000800*****************************************************************
000900 01  FEE-LEDGER-REC.
001000     05  CF-FL-PLAYER-ID          PIC X(08).
001100     05  CF-FL-ENTRY-TYPE         PIC X(01).
001200         88  CF-FL-CHARGE             VALUE 'C'.
001300         88  CF-FL-PAYMENT            VALUE 'P'.
001400     05  CF-FL-FEE-TYPE           PIC X(01).
001500         88  CF-FL-DUES               VALUE 'D'.
001600         88  CF-FL-ENTRY-FEE          VALUE 'E'.
001700     05  CF-FL-SEASON-ID          PIC 9(06).
001800     05  CF-FL-REFERENCE          PIC X(12).
001900     05  CF-FL-ENTRY-DATE         PIC 9(08).
002000     05  CF-FL-DUE-DATE           PIC 9(08).
002100     05  CF-FL-AMOUNT             PIC 9(05)V99.
002200     05  CF-FL-TIER               PIC X(01).
002300     05  CF-FL-RUN-DATE           PIC 9(08).
002400     05  FILLER                   PIC X(20).
