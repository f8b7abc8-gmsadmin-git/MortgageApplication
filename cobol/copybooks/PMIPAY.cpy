000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    PMIPAY                                        *
000400*    DESCRIPTION: PMI PREMIUM PAYABLE FILE RECORD, WRITTEN BY    *
000500*                 COBPMI FOR EACH LOAN WITH COVERAGE STILL IN    *
000600*                 FORCE AT MONTH END, IN CARRIER SEQUENCE, SO    *
000700*                 ACCOUNTS PAYABLE CAN REMIT THE MONTH'S PREMIUM *
000800*                 TO THE MORTGAGE INSURANCE CARRIER -- THE SAME  *
000900*                 HAND-OFF AS THE ESCROW DISBURSEMENT FILE.      *
001000*    RECORD LENGTH: 60                                           *
001100*                                                                *
001200*    MODIFICATION HISTORY                                       *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    -------    ----  ------------------------------------------ *
001500*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
001600*                                                                *
001700******************************************************************
001800 01  PMI-PAYABLE-REC.
001900     05  PP-LOAN-NUMBER              PIC X(10).
002000     05  PP-CARRIER-CODE             PIC X(04).
002100     05  PP-CERT-NUMBER              PIC X(15).
002200     05  PP-DUE-DATE                 PIC X(08).
002300     05  PP-PREMIUM-AMT              PIC S9(7)V99.
002400     05  PP-FILLER                   PIC X(14).
