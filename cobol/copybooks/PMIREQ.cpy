000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    PMIREQ                                        *
000400*    DESCRIPTION: BORROWER REQUEST TO CANCEL PRIVATE MORTGAGE    *
000500*                 INSURANCE, KEYED BY CUSTOMER SERVICE FROM THE  *
000600*                 BORROWER'S WRITTEN REQUEST, ONE RECORD PER     *
000700*                 REQUEST, IN LOAN NUMBER SEQUENCE.  READ BY     *
000800*                 COBPMI, WHICH CANCELS THE COVERAGE WHEN THE    *
000900*                 LOAN HAS REACHED THE 80 PERCENT LTV POINT AND  *
001000*                 IS CURRENT, AND OTHERWISE SENDS THE BORROWER   *
001100*                 A DENIAL NOTICE.                               *
001200*    RECORD LENGTH: 30                                           *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    -------    ----  ------------------------------------------ *
001700*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
001800*                                                                *
001900******************************************************************
002000 01  PMI-REQUEST-REC.
002100     05  PQ-LOAN-NUMBER              PIC X(10).
002200     05  PQ-REQUEST-DATE             PIC X(08).
002300     05  PQ-FILLER                   PIC X(12).
