000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    FCALLOW                                       *
000400*    DESCRIPTION: FORECLOSURE TIMELINE PARAMETER RECORD, ONE PER *
000500*                 INVESTOR, KEPT BY DEFAULT MANAGEMENT FROM EACH *
000600*                 INVESTOR'S SERVICING GUIDE.  CARRIES THE DAYS  *
000700*                 THE INVESTOR ALLOWS FROM REFERRAL TO EACH      *
000800*                 MILESTONE: ATTORNEY ASSIGNED, FIRST LEGAL      *
000900*                 ACTION, SALE SCHEDULED AND SALE HELD.  ZERO    *
001000*                 DAYS MEANS THE INVESTOR SETS NO LIMIT FOR THAT *
001100*                 MILESTONE.  READ BY COBFCLS FOR THE TIMELINE   *
001200*                 REPORT.                                        *
001300*    RECORD LENGTH: 30                                           *
001400*                                                                *
001500*    MODIFICATION HISTORY                                       *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    -------    ----  ------------------------------------------ *
001800*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
001900*                                                                *
002000******************************************************************
002100 01  FC-ALLOWANCE-REC.
002200     05  FA-INVESTOR-CODE            PIC X(04).
002300     05  FA-ATTORNEY-DAYS            PIC 9(04).
002400     05  FA-FIRST-LEGAL-DAYS         PIC 9(04).
002500     05  FA-SALE-SCHED-DAYS          PIC 9(04).
002600     05  FA-SALE-HELD-DAYS           PIC 9(04).
002700     05  FA-FILLER                   PIC X(10).
