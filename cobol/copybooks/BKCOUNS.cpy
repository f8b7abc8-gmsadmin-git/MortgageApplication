000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    BKCOUNS                                       *
000400*    DESCRIPTION: BANKRUPTCY CASE RECORD RECEIVED FROM           *
000500*                 BANKRUPTCY COUNSEL, ONE RECORD PER CASE        *
000600*                 EVENT, IN LOAN NUMBER SEQUENCE.  'F' IS A NEW  *
000700*                 FILING (CASE NUMBER, CHAPTER AND FILING DATE   *
000800*                 REQUIRED; TRUSTEE AND PLAN PAYMENT WHEN        *
000900*                 KNOWN), 'U' AN UPDATE TO AN ACTIVE CASE -- A   *
001000*                 TRUSTEE APPOINTED, A PLAN CONFIRMED OR         *
001100*                 AMENDED, OR A CONVERSION TO ANOTHER CHAPTER    *
001200*                 (A FIELD LEFT BLANK OR ZERO IS NOT CHANGED)    *
001300*                 -- 'D' THE DISCHARGE AND 'X' THE DISMISSAL,    *
001400*                 EACH WITH THE COURT'S DATE.  THE CASE NUMBER   *
001500*                 MUST MATCH THE ACTIVE CASE ON ALL BUT A        *
001600*                 FILING.  READ BY COBBKCY.                      *
001700*    RECORD LENGTH: 100                                          *
001800*                                                                *
001900*    MODIFICATION HISTORY                                       *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    -------    ----  ------------------------------------------ *
002200*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
002300*                                                                *
002400******************************************************************
002500 01  BK-COUNSEL-REC.
002600     05  BT-LOAN-NUMBER              PIC X(10).
002700     05  BT-ACTION-CODE              PIC X(01).
002800         88  BT-FILING                       VALUE 'F'.
002900         88  BT-UPDATE                       VALUE 'U'.
003000         88  BT-DISCHARGE                    VALUE 'D'.
003100         88  BT-DISMISSAL                    VALUE 'X'.
003200     05  BT-CASE-NUMBER              PIC X(15).
003300     05  BT-CHAPTER                  PIC X(02).
003400     05  BT-EVENT-DATE               PIC X(08).
003500     05  BT-TRUSTEE-NAME             PIC X(30).
003600     05  BT-PLAN-PAYMENT-AMT         PIC S9(7)V99.
003700     05  BT-FILLER                   PIC X(25).
