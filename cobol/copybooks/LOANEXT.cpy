000600*                 SERVICING/REPORTING PROGRAM THAT DOES NOT      *
000700*                 TALK TO DB2 DIRECTLY.  FIXED LENGTH, DISPLAY   *
000800*                 USAGE THROUGHOUT SO THE FILE CAN BE BROWSED.   *
000900*    RECORD LENGTH: 171                                          *
001000*                                                                *
001100*    MODIFICATION HISTORY                                       *
001200*    DATE       INIT  DESCRIPTION                                *
001420*                     OF THE TRAILING FILLER SO THE RECORD       *
001430*                     LENGTH AND EVERY EXISTING FIELD OFFSET     *
001440*                     ARE UNCHANGED.                             *
001441*    2026-10-15 GMS   ADDED LX-PMI-MONTHLY-AMT, THE PRIVATE      *
001442*                     MORTGAGE INSURANCE PREMIUM BILLED WITH     *
001443*                     EACH INSTALLMENT (ZERO WITHOUT PMI OR      *
001444*                     ONCE COVERAGE ENDS).  THE RECORD GROWS     *
001445*                     FROM 164 TO 171 BYTES; EXISTING OFFSETS    *
001446*                     ARE UNCHANGED.  THE PRIOR-MONTH EXTRACT    *
001447*                     KEPT FOR COBRECON IS PADDED TO THE NEW     *
001448*                     LENGTH ONCE AT CUTOVER.                    *
001500*                                                                *
001600******************************************************************
001700 01  LOAN-EXTRACT-REC.
003400     05  LX-REMIT-TYPE               PIC X(01).
003500     05  LX-SERVICER-BRANCH          PIC X(04).
003510     05  LX-LATE-CHARGE-BALANCE      PIC S9(7)V99.
003520     05  LX-PMI-MONTHLY-AMT          PIC S9(5)V99.
003600     05  LX-FILLER                   PIC X(01).
