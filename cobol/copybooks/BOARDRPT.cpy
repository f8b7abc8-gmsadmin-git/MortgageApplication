001200*    DATE       INIT  DESCRIPTION                                *
001300*    -------    ----  ------------------------------------------ *
001400*    2026-08-22 GMS   ORIGINAL COPYBOOK                          *
001410*    2026-10-15 GMS   PMI CARRIER CODE ON THE BOARDED LINE,      *
001420*                     CARVED FROM THE DETAIL FILLER.             *
001500*                                                                *
001600******************************************************************
001700 01  BOARDING-REPORT-REC.
002700         10  BR-NOTE-RATE            PIC ZZ9.9999.
002800         10  BR-PI-AMT               PIC ZZZ,ZZ9.99.
002900         10  BR-FIRST-DUE-DATE       PIC X(08).
003000         10  BR-DETAIL-FILLER        PIC X(01).
003010         10  BR-PMI-CARRIER-CODE     PIC X(04).
003020         10  BR-PMI-FILLER           PIC X(04).
003100     05  BR-REJECT-AREA REDEFINES BR-DETAIL-AREA.
003200         10  BR-REJ-APPL-NUMBER      PIC X(10).
003300         10  BR-REJ-BORROWER-NAME    PIC X(30).
