001400*    DATE       INIT  DESCRIPTION                                *
001500*    -------    ----  ------------------------------------------ *
001600*    2026-09-02 GMS   ORIGINAL COPYBOOK                          *
001610*    2026-10-15 GMS   ADDED THE RETURNED-ITEM REVERSAL TYPE AND  *
001620*                     THE LOCKBOX BATCH A PAYMENT ARRIVED IN, SO *
001630*                     COBNSFRV CAN FIND THE POSTING THE BANK     *
001640*                     RETURNED AND BACK IT OUT.                  *
001650*    2026-10-15 GMS   ADDED THE PMI PREMIUM PORTION OF A POSTED  *
001660*                     PAYMENT OR REVERSAL.                       *
001700*                                                                *
001800******************************************************************
001900 01  PAYMENT-HISTORY-REC.
002400         88  PH-TYPE-PAYMENT                 VALUE 'P'.
002500         88  PH-TYPE-DISBURSEMENT            VALUE 'D'.
002600         88  PH-TYPE-ADJUSTMENT              VALUE 'A'.
002610         88  PH-TYPE-REVERSAL                VALUE 'R'.
002700     05  PH-TRAN-AMT                 PIC S9(9)V99    COMP-3.
002800     05  PH-PRINCIPAL-AMT            PIC S9(7)V99    COMP-3.
002900     05  PH-INTEREST-AMT             PIC S9(7)V99    COMP-3.
003000     05  PH-ESCROW-AMT               PIC S9(7)V99    COMP-3.
003100     05  PH-RESULTING-UPB            PIC S9(9)V99    COMP-3.
003200     05  PH-TRAN-DESC                PIC X(25).
003300     05  PH-LOCKBOX-BATCH            PIC X(06).
003400     05  PH-PMI-AMT                  PIC S9(5)V99    COMP-3.
