000700*                 PLAN (TYPE, PAYMENT AND PAYMENT COUNT          *
000800*                 REQUIRED), 'P' RECORDS A PLAN PAYMENT, 'C'     *
000900*                 CLOSES A PLAN COMPLETED AND 'B' CLOSES IT      *
001000*                 BROKEN.  READ BY COBWKOUT, WHICH SENDS A LOAN  *
001100*                 WHOSE PLAN BREAKS TO FORECLOSURE AND PULLS AN  *
001200*                 FC LOAN BACK OUT WHEN A PLAN OPENS.            *
001300*    RECORD LENGTH: 40                                           *
001400*                                                                *
001500*    MODIFICATION HISTORY                                       *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    -------    ----  ------------------------------------------ *
001800*    2026-09-02 GMS   ORIGINAL COPYBOOK                          *
001810*    2026-10-15 GMS   DESCRIPTION NO LONGER CALLS COBWKOUT THE   *
001820*                     ONLY PLACE THE FC FLAG IS SET; COBFCLS     *
001830*                     REFERS LOANS TO FORECLOSURE AS WELL.       *
001900*                                                                *
002000******************************************************************
002100 01  WORKOUT-TXN-REC.
