000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    FCCASREC                                      *
000400*    DESCRIPTION: DB2 HOST VARIABLE RECORD FOR THE FORECLOSURE-  *
000500*                 CASE TABLE.  USED BY ANY PROGRAM THAT REFERS A *
000600*                 LOAN TO FORECLOSURE, RECORDS A MILESTONE, OR   *
000700*                 CANCELS AN ACTIVE CASE.  A CASE IS ACTIVE      *
000800*                 ('A') FROM REFERRAL UNTIL IT IS CANCELLED      *
000900*                 ('X') BY A REINSTATEMENT, PAYOFF OR WORKOUT    *
001000*                 PLAN, OR COMPLETED ('C') BY THE SALE.  A       *
001100*                 MILESTONE DATE NOT YET REACHED IS SPACES.      *
001200*                                                                *
001300*    MODIFICATION HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    -------    ----  ------------------------------------------ *
001600*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
001700*                                                                *
001800******************************************************************
001900 01  FORECLOSURE-CASE-REC.
002000     05  FC-LOAN-NUMBER              PIC X(10).
002100     05  FC-CASE-STATUS              PIC X(01).
002200         88  FC-STATUS-ACTIVE                VALUE 'A'.
002300         88  FC-STATUS-CANCELLED             VALUE 'X'.
002400         88  FC-STATUS-COMPLETED             VALUE 'C'.
002500     05  FC-REFERRAL-DATE            PIC X(08).
002600     05  FC-ATTORNEY-ID              PIC X(06).
002700     05  FC-ATTORNEY-DATE            PIC X(08).
002800     05  FC-FIRST-LEGAL-DATE         PIC X(08).
002900     05  FC-SALE-SCHED-DATE          PIC X(08).
003000     05  FC-SALE-HELD-DATE           PIC X(08).
003100     05  FC-SALE-RESULT              PIC X(01).
003200         88  FC-RESULT-REO                   VALUE 'R'.
003300         88  FC-RESULT-THIRD-PARTY           VALUE 'T'.
003400     05  FC-CLOSE-DATE               PIC X(08).
003500     05  FC-CLOSE-REASON             PIC X(20).
