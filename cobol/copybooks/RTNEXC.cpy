000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    RTNEXC                                        *
000400*    DESCRIPTION: RETURNED-ITEM EXCEPTION RECORD, WRITTEN BY     *
000500*                 COBNSFRV FOR EACH RETURNED ITEM IT COULD NOT   *
000600*                 BACK OUT AUTOMATICALLY -- NO MATCHING LOAN OR  *
000700*                 POSTING, A LOAN SINCE PAID IN FULL, A PAYMENT  *
000800*                 ALREADY REMITTED TO THE INVESTOR, OR AN ITEM   *
000900*                 ALREADY REVERSED.  THE FILE GOES TO CASH       *
001000*                 MANAGEMENT FOR MANUAL RECOVERY.                *
001100*    RECORD LENGTH: 70                                           *
001200*                                                                *
001300*    MODIFICATION HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    -------    ----  ------------------------------------------ *
001600*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
001700*                                                                *
001800******************************************************************
001900 01  RETURNED-ITEM-EXCEPTION-REC.
002000     05  RE-LOAN-NUMBER              PIC X(10).
002100     05  RE-PAYMENT-DATE             PIC X(08).
002200     05  RE-LOCKBOX-BATCH            PIC X(06).
002300     05  RE-RETURN-AMT               PIC S9(7)V99.
002400     05  RE-RETURN-REASON            PIC X(02).
002500     05  RE-EXCEPTION-REASON         PIC X(25).
002600     05  RE-FILLER                   PIC X(10).
