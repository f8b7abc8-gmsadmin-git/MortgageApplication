000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    BCONTREC                                      *
000400*    DESCRIPTION: DB2 HOST VARIABLE RECORD FOR THE BORROWER-     *
000500*                 CONTACT TABLE.  USED BY COBBCON TO MAINTAIN    *
000600*                 THE BORROWER'S MAILING ADDRESS, PHONE AND      *
000700*                 EMAIL, AND BY EVERY PROGRAM THAT MAILS THE     *
000800*                 BORROWER TO PICK UP THE ADDRESS AND THE        *
000900*                 RETURNED-MAIL FLAG.  THE RETURNED-MAIL DATE IS *
001000*                 SPACES WHILE THE FLAG IS 'N'.                  *
001100*                                                                *
001200*    MODIFICATION HISTORY                                       *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    -------    ----  ------------------------------------------ *
001500*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
001600*                                                                *
001700******************************************************************
001800 01  BORROWER-CONTACT-REC.
001900     05  BC-LOAN-NUMBER              PIC X(10).
002000     05  BC-MAIL-LINE-1              PIC X(40).
002100     05  BC-MAIL-LINE-2              PIC X(40).
002200     05  BC-MAIL-CITY                PIC X(25).
002300     05  BC-MAIL-STATE               PIC X(02).
002400     05  BC-MAIL-ZIP                 PIC X(09).
002500     05  BC-PHONE-NUMBER             PIC X(10).
002600     05  BC-EMAIL-ADDRESS            PIC X(50).
002700     05  BC-RETURNED-MAIL-FLAG       PIC X(01).
002800         88  BC-MAIL-RETURNED                VALUE 'Y'.
002900         88  BC-MAIL-DELIVERABLE             VALUE 'N'.
003000     05  BC-RETURNED-MAIL-DATE       PIC X(08).
003100     05  BC-LAST-MAINT-DATE          PIC X(08).
003200     05  BC-LAST-MAINT-USER          PIC X(08).
