000500*                 WRITTEN BY COBBILLS FOR THE PRINT VENDOR, ONE  *
000600*                 RECORD PER ACTIVE LOAN ON THE LOAN-MASTER      *
000700*                 EXTRACT.  THE CURRENT PAYMENT DUE IS THE       *
000800*                 SCHEDULED P&I PLUS THE MONTHLY ESCROW AND PMI, *
000900*                 THE PAST-DUE FIGURES FOLLOW THE DELINQUENCY    *
001000*                 STATUS COBDLQUP COMPUTED THIS CYCLE, AND THE   *
001100*                 RUNNING UPB IS SHOWN FOR THE BORROWER.  FIXED  *
001200*                 LENGTH, DISPLAY USAGE THROUGHOUT, PER THE      *
001300*                 PRINT VENDOR'S INTERFACE CONVENTION.           *
001320*                 A LOAN UNDER AN ACTIVE CHAPTER 13 BANKRUPTCY   *
001340*                 CASE GETS AN INFORMATIONAL STATEMENT INSTEAD   *
001360*                 OF A BILL: BL-STATEMENT-TYPE IS 'I' AND NO     *
001380*                 PAST-DUE AMOUNT IS DEMANDED.                   *
001400*    RECORD LENGTH: 228                                          *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    -------    ----  ------------------------------------------ *
001900*    2026-09-02 GMS   ORIGINAL COPYBOOK                          *
001910*    2026-10-15 GMS   ADDED THE BORROWER MAILING ADDRESS FROM    *
001920*                     SYSMTG.BORROWER_CONTACT (THE PROPERTY      *
001930*                     ADDRESS WHEN THE LOAN HAS NO CONTACT ROW), *
001940*                     AHEAD OF THE FILLER.  RECORD LENGTH NOW    *
001950*                     228.                                       *
001960*    2026-10-15 GMS   ADDED BL-PMI-AMT, THE PMI PREMIUM INCLUDED *
001970*                     IN THE CURRENT PAYMENT DUE, CARVED FROM    *
001980*                     THE FILLER.  RECORD LENGTH UNCHANGED.      *
001984*    2026-10-15 GMS   ADDED BL-STATEMENT-TYPE, 'B' A REGULAR     *
001988*                     BILL OR 'I' A CHAPTER 13 INFORMATIONAL     *
001992*                     STATEMENT, CARVED FROM THE FILLER.         *
001996*                     RECORD LENGTH UNCHANGED.                   *
002000*                                                                *
002100******************************************************************
002200 01  BILLING-STATEMENT-REC.
003000     05  BL-TOTAL-AMOUNT-DUE         PIC S9(9)V99.
003100     05  BL-CURRENT-UPB              PIC S9(9)V99.
003200     05  BL-DELINQUENCY-STATUS       PIC X(02).
003210     05  BL-MAILING-ADDRESS.
003220         10  BL-MAIL-LINE-1          PIC X(40).
003230         10  BL-MAIL-LINE-2          PIC X(40).
003240         10  BL-MAIL-CITY            PIC X(25).
003250         10  BL-MAIL-STATE           PIC X(02).
003260         10  BL-MAIL-ZIP             PIC X(09).
003300     05  BL-PMI-AMT                  PIC S9(5)V99.
003400     05  BL-STATEMENT-TYPE           PIC X(01).
003500         88  BL-TYPE-BILL                    VALUE 'B'.
003600         88  BL-TYPE-INFORMATIONAL           VALUE 'I'.
003700     05  BL-FILLER                   PIC X(04).
