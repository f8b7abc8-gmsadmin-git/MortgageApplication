000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    UNDWRPT                                       *
000400*    DESCRIPTION: UNDERWRITING DECISION REPORT LINE, WRITTEN BY  *
000500*                 COBUNDWR.  UW-LINE-TYPE TELLS WHICH OF THE     *
000600*                 REDEFINED LAYOUTS IS PRESENT: A DECISION       *
000700*                 DETAIL LINE (ONE PER APPLICATION SCORED) OR A  *
000800*                 TOTAL LINE.  THE DETAIL LINE CARRIES THE RATIOS*
000900*                 THE DECISION WAS MADE ON AND THE PRINCIPAL     *
001000*                 REASON FOR A DENIAL OR A MANUAL REFERRAL.      *
001100*    RECORD LENGTH: 130                                         *
001200*                                                                *
001300*    MODIFICATION HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    -------    ----  ------------------------------------------ *
001600*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
001700*                                                                *
001800******************************************************************
001900 01  UNDERWRITING-REPORT-REC.
002000     05  UW-LINE-TYPE                PIC X(01).
002100         88  UW-TYPE-DECISION                VALUE 'D'.
002200         88  UW-TYPE-TOTAL                   VALUE 'T'.
002300     05  UW-DETAIL-AREA.
002400         10  UW-APPLICATION-NUMBER   PIC X(10).
002500         10  UW-BORROWER-NAME        PIC X(30).
002600         10  UW-DECISION             PIC X(08).
002700         10  UW-LTV-PCT              PIC ZZ9.99.
002800         10  UW-DTI-PCT              PIC ZZ9.99.
002900         10  UW-LOAN-AMT             PIC ZZZ,ZZZ,ZZ9.99.
003000         10  UW-RATE-SPREAD          PIC ZZ9.999.
003100         10  UW-REASON-TEXT          PIC X(40).
003200         10  UW-DETAIL-FILLER        PIC X(08).
003300     05  UW-TOTAL-AREA REDEFINES UW-DETAIL-AREA.
003400         10  UW-TOT-LABEL            PIC X(20).
003500         10  UW-TOT-COUNT            PIC ZZZ,ZZ9.
003600         10  UW-TOT-FILLER           PIC X(102).
