000800*                 TAXES PAID FROM ESCROW, OUTSTANDING            *
000900*                 PRINCIPAL AND ORIGINATION DATE THAT PRINT ON   *
001000*                 THE BORROWER'S STATEMENT.                      *
001100*    RECORD LENGTH: 276                                          *
001200*                                                                *
001300*    MODIFICATION HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    -------    ----  ------------------------------------------ *
001600*    2026-08-22 GMS   ORIGINAL COPYBOOK                          *
001610*    2026-10-15 GMS   ADDED THE BORROWER MAILING ADDRESS FROM    *
001620*                     SYSMTG.BORROWER_CONTACT (THE PROPERTY      *
001630*                     ADDRESS WHEN THE LOAN HAS NO CONTACT ROW), *
001640*                     AHEAD OF THE FILLER.  THE PROPERTY ADDRESS *
001650*                     STILL PRINTS AS THE ADDRESS OF THE         *
001660*                     SECURING PROPERTY.  RECORD LENGTH NOW 276. *
001700*                                                                *
001800******************************************************************
001900 01  BORROWER-1098-STMT-REC.
002600     05  BS-TAXES-PAID               PIC S9(7)V99.
002700     05  BS-OUTSTANDING-PRINCIPAL    PIC S9(9)V99.
002800     05  BS-ORIGINATION-DATE         PIC X(08).
002810     05  BS-MAILING-ADDRESS.
002820         10  BS-MAIL-LINE-1          PIC X(40).
002830         10  BS-MAIL-LINE-2          PIC X(40).
002840         10  BS-MAIL-CITY            PIC X(25).
002850         10  BS-MAIL-STATE           PIC X(02).
002860         10  BS-MAIL-ZIP             PIC X(09).
002900     05  BS-FILLER                   PIC X(28).
