001200*    DATE       INIT  DESCRIPTION                                *
001300*    -------    ----  ------------------------------------------ *
001400*    2026-08-09 GMS   ORIGINAL COPYBOOK                          *
001410*    2026-10-15 GMS   ADDED THE PMI CARRIER, CERTIFICATE NUMBER  *
001420*                     AND MONTHLY PREMIUM FROM THE CLOSING DESK, *
001430*                     WHICH COBBOARD CARRIES ONTO THE LOAN.      *
001500*                                                                *
001600******************************************************************
001700 01  LOAN-APPLICATION-REC.
005200     05  LA-CO-APPL-ETHNICITY        PIC X(01).
005300     05  LA-CO-APPL-RACE             PIC X(02).
005400     05  LA-CO-APPL-SEX              PIC X(01).
005410     05  LA-PMI-CARRIER-CODE         PIC X(04).
005420     05  LA-PMI-CERT-NUMBER          PIC X(15).
005430     05  LA-PMI-MONTHLY-PREMIUM      PIC S9(5)V99    COMP-3.
005500     05  FILLER                      PIC X(10).
