000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    BKCASREC                                      *
000400*    DESCRIPTION: DB2 HOST VARIABLE RECORD FOR THE BANKRUPTCY-   *
000500*                 CASE TABLE.  USED BY COBBKCY, WHICH OPENS AND  *
000600*                 MAINTAINS THE CASE FROM BANKRUPTCY COUNSEL'S   *
000700*                 FILE, AND BY EVERY PROGRAM THAT MUST HONOR THE *
000800*                 AUTOMATIC STAY.  A CASE IS ACTIVE ('A') FROM   *
000900*                 THE FILING UNTIL IT IS DISCHARGED ('D') OR     *
001000*                 DISMISSED ('X').  AN INSTALLMENT DUE BEFORE    *
001100*                 THE FILING DATE IS PRE-PETITION AND ANY LATER  *
001200*                 ONE POST-PETITION; BK-POSTPET-DUE-DATE IS THE  *
001300*                 FIRST POST-PETITION INSTALLMENT.               *
001400*                 A DATE NOT YET REACHED IS SPACES.              *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    -------    ----  ------------------------------------------ *
001900*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
002000*                                                                *
002100******************************************************************
002200 01  BANKRUPTCY-CASE-REC.
002300     05  BK-LOAN-NUMBER              PIC X(10).
002400     05  BK-CASE-NUMBER              PIC X(15).
002500     05  BK-CHAPTER                  PIC X(02).
002600         88  BK-CHAPTER-7                    VALUE '07'.
002700         88  BK-CHAPTER-11                   VALUE '11'.
002800         88  BK-CHAPTER-12                   VALUE '12'.
002900         88  BK-CHAPTER-13                   VALUE '13'.
003000         88  BK-CHAPTER-VALID                VALUE '07' '11'
003100                                                   '12' '13'.
003200     05  BK-CASE-STATUS              PIC X(01).
003300         88  BK-STATUS-ACTIVE                VALUE 'A'.
003400         88  BK-STATUS-DISCHARGED            VALUE 'D'.
003500         88  BK-STATUS-DISMISSED             VALUE 'X'.
003600     05  BK-FILING-DATE              PIC X(08).
003700     05  BK-TRUSTEE-NAME             PIC X(30).
003800     05  BK-PLAN-PAYMENT-AMT         PIC S9(7)V99 COMP-3.
003900     05  BK-CLOSE-DATE               PIC X(08).
004000     05  BK-POSTPET-DUE-DATE         PIC X(08).
004100     05  BK-PREPET-ARREARS-AMT       PIC S9(9)V99 COMP-3.
004200     05  BK-PREPET-PAID-AMT          PIC S9(9)V99 COMP-3.
004300     05  BK-POSTPET-PAID-AMT         PIC S9(9)V99 COMP-3.
004400     05  BK-LAST-UPDATE-DATE         PIC X(08).
