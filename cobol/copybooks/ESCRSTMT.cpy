000600*                 THE REG X 12-MONTH PROJECTION RESULT, ANY      *
000700*                 SHORTAGE OR SURPLUS, AND THE RESULTING NEW     *
000800*                 MONTHLY ESCROW PAYMENT.                       *
000900*    RECORD LENGTH: 234                                         *
001000*                                                                *
001100*    MODIFICATION HISTORY                                       *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    -------    ----  ------------------------------------------ *
001400*    2026-08-09 GMS   ORIGINAL COPYBOOK                          *
001410*    2026-10-15 GMS   ADDED THE BORROWER MAILING ADDRESS FROM    *
001420*                     SYSMTG.BORROWER_CONTACT (THE PROPERTY      *
001430*                     ADDRESS WHEN THE LOAN HAS NO CONTACT ROW), *
001440*                     AHEAD OF THE FILLER.  RECORD LENGTH NOW    *
001450*                     234.                                       *
001500*                                                                *
001600******************************************************************
001700 01  ESCROW-STATEMENT-REC.
002400     05  EA-SURPLUS-AMT              PIC S9(7)V99.
002500     05  EA-CURRENT-MONTHLY-AMT      PIC S9(7)V99.
002600     05  EA-NEW-MONTHLY-AMT          PIC S9(7)V99.
002610     05  EA-MAILING-ADDRESS.
002620         10  EA-MAIL-LINE-1          PIC X(40).
002630         10  EA-MAIL-LINE-2          PIC X(40).
002640         10  EA-MAIL-CITY            PIC X(25).
002650         10  EA-MAIL-STATE           PIC X(02).
002660         10  EA-MAIL-ZIP             PIC X(09).
002700     05  EA-FILLER                   PIC X(15).
