000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    XFERREQ                                       *
000400*    DESCRIPTION: SERVICING TRANSFER REQUEST, KEYED BY           *
000500*                 OPERATIONS WHEN THE SERVICING RIGHTS ON A LOAN *
000600*                 ARE SOLD: THE LOAN, THE TRANSFEREE SERVICER    *
000700*                 AND THE TRANSFER EFFECTIVE DATE (YYYYMMDD),    *
000800*                 ONE RECORD PER LOAN, IN LOAN NUMBER SEQUENCE.  *
000900*                 READ BY COBSXFER, WHICH SCHEDULES THE TRANSFER *
001000*                 ON SYSMTG.SERVICING_TRANSFER.  A REQUEST FOR A *
001100*                 LOAN WHOSE TRANSFER IS ALREADY SCHEDULED       *
001200*                 RESCHEDULES IT, AND A NEW GOODBYE LETTER GOES  *
001300*                 OUT WITH THE NEW DATE.                         *
001400*    RECORD LENGTH: 40                                           *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    -------    ----  ------------------------------------------ *
001900*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
002000*                                                                *
002100******************************************************************
002200 01  TRANSFER-REQUEST-REC.
002300     05  XQ-LOAN-NUMBER              PIC X(10).
002400     05  XQ-TRANSFEREE-ID            PIC X(10).
002500     05  XQ-EFFECTIVE-DATE           PIC X(08).
002600     05  XQ-FILLER                   PIC X(12).
