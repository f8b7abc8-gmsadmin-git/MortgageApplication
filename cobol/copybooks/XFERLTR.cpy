000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    XFERLTR                                       *
000400*    DESCRIPTION: RESPA SERVICING TRANSFER (GOODBYE) LETTER      *
000500*                 RECORD, ONE PER LOAN, FOR THE PRINT VENDOR.    *
000600*                 WRITTEN BY COBSXFER NO LATER THAN 15 DAYS      *
000700*                 BEFORE THE TRANSFER EFFECTIVE DATE.  THE       *
000800*                 VENDOR MERGES THE TRANSFEREE'S NAME, ADDRESS   *
000900*                 AND TOLL-FREE NUMBER FROM ITS TRANSFEREE ID.   *
001000*                 THE LAST ACCEPT DATE IS THE LAST DAY THIS      *
001100*                 SERVICER ACCEPTS PAYMENTS; THE FIRST DUE DATE  *
001200*                 IS THE FIRST INSTALLMENT THE BORROWER PAYS TO  *
001300*                 THE TRANSFEREE.                                *
001400*    RECORD LENGTH: 220                                          *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    -------    ----  ------------------------------------------ *
001900*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
002000*                                                                *
002100******************************************************************
002200 01  TRANSFER-LETTER-REC.
002300     05  XL-LOAN-NUMBER              PIC X(10).
002400     05  XL-BORROWER-NAME            PIC X(30).
002500     05  XL-LETTER-DATE              PIC X(08).
002600     05  XL-TRANSFEREE-ID            PIC X(10).
002700     05  XL-EFFECTIVE-DATE           PIC X(08).
002800     05  XL-LAST-ACCEPT-DATE         PIC X(08).
002900     05  XL-FIRST-DUE-DATE           PIC X(08).
003000     05  XL-MONTHLY-PAYMENT          PIC S9(7)V99.
003100     05  XL-MAILING-ADDRESS.
003200         10  XL-MAIL-LINE-1          PIC X(40).
003300         10  XL-MAIL-LINE-2          PIC X(40).
003400         10  XL-MAIL-CITY            PIC X(25).
003500         10  XL-MAIL-STATE           PIC X(02).
003600         10  XL-MAIL-ZIP             PIC X(09).
003700     05  XL-FILLER                   PIC X(13).
