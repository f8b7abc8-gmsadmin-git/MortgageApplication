001200*                 BREACH LETTER DATE IS PROVABLE WHEN A          *
001300*                 FORECLOSURE REFERRAL NEEDS IT.  A CURED LOAN   *
001400*                 DROPS OFF; A LOAN IN FORECLOSURE IS CARRIED    *
001500*                 SO THE DEMAND DATE SURVIVES.  A LOAN THAT      *
001510*                 LEAVES THE EXTRACT (PAID OFF, TRANSFERRED) HAS *
001520*                 ITS RECORD WRITTEN IN THIS SAME LAYOUT TO THE  *
001530*                 RETIRED HISTORY FILE, NOTHRET, WHICH COBARCH   *
001540*                 WORKS MONTHLY, ARCHIVING THE RECORD OF A LOAN  *
001550*                 NO LONGER ON THE MASTER TO THE NOTHARCH        *
001560*                 GENERATION AND CARRYING THE REST FORWARD.      *
001600*    RECORD LENGTH: 50                                           *
001700*                                                                *
001800*    MODIFICATION HISTORY                                       *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    -------    ----  ------------------------------------------ *
002100*    2026-09-02 GMS   ORIGINAL COPYBOOK                          *
002110*    2026-10-15 GMS   ALSO THE LAYOUT OF THE RETIRED HISTORY     *
002120*                     (NOTHRET) AND ITS ARCHIVE (NOTHARCH).      *
002200*                                                                *
002300******************************************************************
002400 01  NOTICE-HISTORY-REC.
