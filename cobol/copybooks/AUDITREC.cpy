000800*                 TRANSACTION.  ONE RECORD PER FIELD CHANGED SO  *
000900*                 THE BEFORE AND AFTER VALUE OF EACH CORRECTION  *
001000*                 IS INDEPENDENTLY TRACEABLE BACK TO THE OPERATOR*
001100*                 AND TERMINAL THAT MADE IT.  COBBCON WRITES THE *
001110*                 SAME RECORD FOR EACH BORROWER CONTACT FIELD    *
001120*                 IT CHANGES; ADDRESS, PHONE AND EMAIL VALUES    *
001130*                 LONGER THAN AU-OLD-VALUE/AU-NEW-VALUE ARE      *
001140*                 TRUNCATED TO THEIR FIRST 15 CHARACTERS.        *
001200*    RECORD LENGTH: 98                                           *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    -------    ----  ------------------------------------------ *
001700*    2026-08-09 GMS   ORIGINAL COPYBOOK                          *
001710*    2026-10-15 GMS   NOW ALSO WRITTEN BY COBBCON, THE BORROWER  *
001720*                     CONTACT MAINTENANCE TRANSACTION.           *
001800*                                                                *
001900******************************************************************
002000 01  LOAN-AUDIT-REC.
