000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    MAILEXC                                       *
000400*    DESCRIPTION: RETURNED-MAIL EXCEPTION RECORD.  WRITTEN BY    *
000500*                 EVERY PROGRAM THAT PRODUCES BORROWER           *
000600*                 CORRESPONDENCE, ONE RECORD FOR EACH DOCUMENT   *
000700*                 HELD BACK FROM THE PRINT FILE BECAUSE THE      *
000800*                 LOAN'S MAILING ADDRESS IS FLAGGED RETURNED     *
000900*                 MAIL ON SYSMTG.BORROWER_CONTACT.  THE          *
001000*                 CORRESPONDENCE UNIT WORKS THE LIST TO SKIP-    *
001100*                 TRACE THE BORROWER.  EACH PROGRAM WRITES ITS   *
001200*                 OWN FILE, SO THE DOCUMENT TYPE NAMES WHAT WAS  *
001300*                 HELD.                                          *
001400*    RECORD LENGTH: 130                                          *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    -------    ----  ------------------------------------------ *
001900*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
002000*                                                                *
002100******************************************************************
002200 01  MAIL-EXCEPTION-REC.
002300     05  MX-PROGRAM-ID               PIC X(08).
002400     05  MX-DOCUMENT-TYPE            PIC X(20).
002500     05  MX-LOAN-NUMBER              PIC X(10).
002600     05  MX-BORROWER-NAME            PIC X(30).
002700     05  MX-RUN-DATE                 PIC X(08).
002800     05  MX-RETURNED-MAIL-DATE       PIC X(08).
002900     05  MX-MAIL-LINE-1              PIC X(40).
003000     05  MX-FILLER                   PIC X(06).
