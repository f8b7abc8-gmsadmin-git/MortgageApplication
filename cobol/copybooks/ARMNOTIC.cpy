000600*                 DAYS AHEAD OF A RESET.  CARRIES THE OLD AND    *
000700*                 NEW NOTE RATES AND THE OLD AND NEW SCHEDULED   *
000800*                 P&I PAYMENTS THAT PRINT ON THE NOTICE.         *
000900*    RECORD LENGTH: 206                                          *
001000*                                                                *
001100*    MODIFICATION HISTORY                                       *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    -------    ----  ------------------------------------------ *
001400*    2026-08-22 GMS   ORIGINAL COPYBOOK                          *
001410*    2026-10-15 GMS   ADDED THE BORROWER MAILING ADDRESS FROM    *
001420*                     SYSMTG.BORROWER_CONTACT (THE PROPERTY      *
001430*                     ADDRESS WHEN THE LOAN HAS NO CONTACT ROW), *
001440*                     AHEAD OF THE FILLER.  RECORD LENGTH NOW    *
001450*                     206.                                       *
001500*                                                                *
001600******************************************************************
001700 01  ARM-RATE-NOTICE-REC.
002200     05  RN-NEW-RATE                 PIC S9(3)V9(4).
002300     05  RN-OLD-PI-AMT               PIC S9(7)V99.
002400     05  RN-NEW-PI-AMT               PIC S9(7)V99.
002410     05  RN-MAILING-ADDRESS.
002420         10  RN-MAIL-LINE-1          PIC X(40).
002430         10  RN-MAIL-LINE-2          PIC X(40).
002440         10  RN-MAIL-CITY            PIC X(25).
002450         10  RN-MAIL-STATE           PIC X(02).
002460         10  RN-MAIL-ZIP             PIC X(09).
002500     05  RN-FILLER                   PIC X(10).
