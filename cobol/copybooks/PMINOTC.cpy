000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    PMINOTC                                       *
000400*    DESCRIPTION: BORROWER PRIVATE MORTGAGE INSURANCE NOTICE     *
000500*                 RECORD, WRITTEN BY COBPMI FOR THE PRINT        *
000600*                 VENDOR.  PN-NOTICE-TYPE SELECTS THE LETTER:    *
000700*                 'E' THE LOAN HAS REACHED THE 80 PERCENT LTV    *
000800*                 POINT AND THE BORROWER MAY ASK TO CANCEL, 'C'  *
000900*                 COVERAGE CANCELLED AT THE BORROWER'S REQUEST,  *
001000*                 'D' THE REQUEST IS DENIED FOR THE REASON       *
001100*                 GIVEN, 'T' COVERAGE TERMINATED AUTOMATICALLY,  *
001200*                 AND 'H' THE ANNUAL HOMEOWNERS PROTECTION ACT   *
001300*                 DISCLOSURE OF THE BORROWER'S CANCELLATION AND  *
001400*                 TERMINATION RIGHTS.  THE LTV IS THE CURRENT    *
001500*                 UPB OVER THE ORIGINAL PROPERTY VALUE; THE 80   *
001600*                 AND 78 PERCENT DATES ARE FROM THE ORIGINAL     *
001700*                 AMORTIZATION SCHEDULE.                         *
001800*    RECORD LENGTH: 285                                          *
001900*                                                                *
002000*    MODIFICATION HISTORY                                       *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    -------    ----  ------------------------------------------ *
002300*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
002400*                                                                *
002500******************************************************************
002600 01  PMI-NOTICE-REC.
002700     05  PN-LOAN-NUMBER              PIC X(10).
002800     05  PN-NOTICE-TYPE              PIC X(01).
002900         88  PN-TYPE-ELIGIBLE                VALUE 'E'.
003000         88  PN-TYPE-CANCELLED               VALUE 'C'.
003100         88  PN-TYPE-DENIED                  VALUE 'D'.
003200         88  PN-TYPE-TERMINATED              VALUE 'T'.
003300         88  PN-TYPE-ANNUAL                  VALUE 'H'.
003400     05  PN-BORROWER-NAME            PIC X(30).
003500     05  PN-NOTICE-DATE              PIC X(08).
003600     05  PN-CARRIER-CODE             PIC X(04).
003700     05  PN-CERT-NUMBER              PIC X(15).
003800     05  PN-ORIG-PROPERTY-VALUE      PIC S9(9)V99.
003900     05  PN-CURRENT-UPB              PIC S9(9)V99.
004000     05  PN-CURRENT-LTV              PIC S9(3)V99.
004100     05  PN-SCHED-80-DATE            PIC X(08).
004200     05  PN-SCHED-78-DATE            PIC X(08).
004300     05  PN-MIDPOINT-DATE            PIC X(08).
004400     05  PN-EFFECTIVE-DATE           PIC X(08).
004500     05  PN-MONTHLY-PREMIUM          PIC S9(5)V99.
004600     05  PN-DENIAL-REASON            PIC X(25).
004700     05  PN-MAILING-ADDRESS.
004800         10  PN-MAIL-LINE-1          PIC X(40).
004900         10  PN-MAIL-LINE-2          PIC X(40).
005000         10  PN-MAIL-CITY            PIC X(25).
005100         10  PN-MAIL-STATE           PIC X(02).
005200         10  PN-MAIL-ZIP             PIC X(09).
005300     05  PN-FILLER                   PIC X(10).
