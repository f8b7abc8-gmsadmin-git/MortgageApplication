000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    PMICANC                                       *
000400*    DESCRIPTION: PMI CANCELLATION RECORD SENT TO THE MORTGAGE   *
000500*                 INSURANCE CARRIER, WRITTEN BY COBPMI FOR EACH  *
000600*                 CERTIFICATE WHOSE COVERAGE ENDED THIS RUN:     *
000700*                 'B' CANCELLED AT THE BORROWER'S REQUEST AT THE *
000800*                 80 PERCENT LTV POINT, 'A' TERMINATED           *
000900*                 AUTOMATICALLY AT THE 78 PERCENT POINT, 'M'     *
001000*                 TERMINATED AT THE MIDPOINT OF THE AMORTIZATION *
001100*                 PERIOD.  THE CARRIER STOPS BILLING THE         *
001200*                 CERTIFICATE FROM THE EFFECTIVE DATE.           *
001300*    RECORD LENGTH: 100                                          *
001400*                                                                *
001500*    MODIFICATION HISTORY                                       *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    -------    ----  ------------------------------------------ *
001800*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
001900*                                                                *
002000******************************************************************
002100 01  PMI-CANCELLATION-REC.
002200     05  PC-CARRIER-CODE             PIC X(04).
002300     05  PC-CERT-NUMBER              PIC X(15).
002400     05  PC-LOAN-NUMBER              PIC X(10).
002500     05  PC-BORROWER-NAME            PIC X(30).
002600     05  PC-CANCEL-REASON            PIC X(01).
002700         88  PC-REASON-BORROWER              VALUE 'B'.
002800         88  PC-REASON-AUTOMATIC             VALUE 'A'.
002900         88  PC-REASON-MIDPOINT              VALUE 'M'.
003000     05  PC-EFFECTIVE-DATE           PIC X(08).
003100     05  PC-CURRENT-UPB              PIC S9(9)V99.
003200     05  PC-ORIG-PROPERTY-VALUE      PIC S9(9)V99.
003300     05  PC-FILLER                   PIC X(10).
