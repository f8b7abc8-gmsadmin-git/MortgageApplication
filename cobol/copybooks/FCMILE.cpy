000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    FCMILE                                        *
000400*    DESCRIPTION: FORECLOSURE MILESTONE RECORD RECEIVED FROM THE *
000500*                 ATTORNEY NETWORK, ONE RECORD PER MILESTONE     *
000600*                 REACHED, IN LOAN NUMBER SEQUENCE.  'A' IS THE  *
000700*                 ATTORNEY ACCEPTING THE REFERRAL (ATTORNEY ID   *
000800*                 REQUIRED), 'L' THE FIRST LEGAL ACTION FILED,   *
000900*                 'S' THE SALE SCHEDULED (A RESCHEDULED SALE     *
001000*                 SIMPLY REPLACES THE DATE) AND 'H' THE SALE     *
001100*                 HELD, WITH THE RESULT: 'R' REVERTED TO THE     *
001200*                 INVESTOR AS REO OR 'T' SOLD TO A THIRD PARTY.  *
001300*                 READ BY COBFCLS.                               *
001400*    RECORD LENGTH: 40                                           *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    -------    ----  ------------------------------------------ *
001900*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
002000*                                                                *
002100******************************************************************
002200 01  FC-MILESTONE-REC.
002300     05  FM-LOAN-NUMBER              PIC X(10).
002400     05  FM-MILESTONE-CODE           PIC X(01).
002500         88  FM-ATTORNEY-ASSIGNED            VALUE 'A'.
002600         88  FM-FIRST-LEGAL                  VALUE 'L'.
002700         88  FM-SALE-SCHEDULED               VALUE 'S'.
002800         88  FM-SALE-HELD                    VALUE 'H'.
002900     05  FM-ATTORNEY-ID              PIC X(06).
003000     05  FM-EVENT-DATE               PIC X(08).
003100     05  FM-SALE-RESULT              PIC X(01).
003200         88  FM-RESULT-REO                   VALUE 'R'.
003300         88  FM-RESULT-THIRD-PARTY           VALUE 'T'.
003400     05  FM-FILLER                   PIC X(14).
