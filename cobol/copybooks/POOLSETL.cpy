000900*                 FIXED LAYOUT TREASURY FEEDS THE WIRE SYSTEM;   *
001000*                 THE TOTAL RECORD IS THE FEE INCOME SUMMARY     *
001100*                 FOR ACCOUNTING.  PE-LINE-TYPE TELLS WHICH      *
001200*                 REDEFINED LAYOUT IS PRESENT.  PE-REMIT-DATE IS *
001210*                 THE BUSINESS DAY THE POOL'S REMITTANCE IS TO   *
001220*                 BE WIRED.                                      *
001300*    RECORD LENGTH: 90                                           *
001400*                                                                *
001500*    MODIFICATION HISTORY                                       *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    -------    ----  ------------------------------------------ *
001800*    2026-09-02 GMS   ORIGINAL COPYBOOK                          *
001810*    2026-10-15 GMS   ADDED PE-REMIT-DATE TO THE DETAIL LAYOUT,  *
001820*                     TAKEN FROM PE-DETAIL-FILLER.               *
001900*                                                                *
002000******************************************************************
002100 01  POOL-SETTLEMENT-REC.
003100         10  PE-REMIT-INTEREST-NET   PIC S9(9)V99.
003200         10  PE-SVC-FEE-AMT          PIC S9(9)V99.
003300         10  PE-GTY-FEE-AMT          PIC S9(9)V99.
003400         10  PE-REMIT-DATE           PIC X(08).
003410         10  PE-DETAIL-FILLER        PIC X(09).
003500     05  PE-TOTAL-AREA REDEFINES PE-DETAIL-AREA.
003600         10  PE-TOT-LABEL            PIC X(20).
003700         10  PE-TOT-SVC-FEE-AMT      PIC S9(11)V99.
