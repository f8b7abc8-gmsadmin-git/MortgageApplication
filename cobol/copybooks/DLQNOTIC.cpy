001100*                 UNPAID LATE CHARGES.  FIXED LENGTH, DISPLAY    *
001200*                 USAGE THROUGHOUT, PER THE PRINT VENDOR'S       *
001300*                 INTERFACE CONVENTION.                          *
001400*    RECORD LENGTH: 216                                          *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    -------    ----  ------------------------------------------ *
001900*    2026-09-02 GMS   ORIGINAL COPYBOOK                          *
001910*    2026-10-15 GMS   ADDED THE BORROWER MAILING ADDRESS FROM    *
001920*                     SYSMTG.BORROWER_CONTACT (THE PROPERTY      *
001930*                     ADDRESS WHEN THE LOAN HAS NO CONTACT ROW), *
001940*                     AHEAD OF THE FILLER.  RECORD LENGTH NOW    *
001950*                     216.                                       *
002000*                                                                *
002100******************************************************************
002200 01  DELINQUENCY-NOTICE-REC.
003200     05  DN-MONTHLY-PAYMENT          PIC S9(7)V99.
003300     05  DN-TOTAL-DUE                PIC S9(9)V99.
003400     05  DN-LATE-CHARGE-BALANCE      PIC S9(7)V99.
003410     05  DN-MAILING-ADDRESS.
003420         10  DN-MAIL-LINE-1          PIC X(40).
003430         10  DN-MAIL-LINE-2          PIC X(40).
003440         10  DN-MAIL-CITY            PIC X(25).
003450         10  DN-MAIL-STATE           PIC X(02).
003460         10  DN-MAIL-ZIP             PIC X(09).
003500     05  DN-FILLER                   PIC X(12).
