000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    RTNITEM                                       *
000400*    DESCRIPTION: RETURNED-ITEM RECORD SUPPLIED BY THE LOCKBOX   *
000500*                 BANK, ONE RECORD PER PAYMENT THE BANK COULD    *
000600*                 NOT COLLECT (NSF, STOP PAYMENT, CLOSED         *
000700*                 ACCOUNT) AFTER IT WAS DEPOSITED, IN LOAN       *
000800*                 NUMBER SEQUENCE.  THE PAYMENT DATE AND LOCKBOX *
000900*                 BATCH ARE THOSE OF THE ORIGINAL DEPOSIT, SO    *
001000*                 COBNSFRV CAN FIND THE POSTING ON THE PAYMENT-  *
001100*                 HISTORY LEDGER AND BACK IT OUT.                *
001200*    RECORD LENGTH: 50                                           *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    -------    ----  ------------------------------------------ *
001700*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
001800*                                                                *
001900******************************************************************
002000 01  RETURNED-ITEM-REC.
002100     05  RI-LOAN-NUMBER              PIC X(10).
002200     05  RI-PAYMENT-DATE             PIC X(08).
002300     05  RI-LOCKBOX-BATCH            PIC X(06).
002400     05  RI-RETURN-AMT               PIC S9(7)V99.
002500     05  RI-RETURN-REASON            PIC X(02).
002600         88  RI-REASON-NSF                   VALUE 'NS'.
002700         88  RI-REASON-STOP-PAYMENT          VALUE 'SP'.
002800         88  RI-REASON-ACCOUNT-CLOSED        VALUE 'AC'.
002900     05  RI-RETURN-DATE              PIC X(08).
003000     05  RI-FILLER                   PIC X(07).
