000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    XFERRPT                                       *
000400*    DESCRIPTION: SERVICING TRANSFER REPORT LINE, WRITTEN BY     *
000500*                 COBSXFER.  AN ACTIVITY LINE PER TRANSFER       *
000600*                 SCHEDULED OR RESCHEDULED, GOODBYE LETTER SENT  *
000700*                 AND LOAN TRANSFERRED, AN EXCEPTION LINE PER    *
000800*                 REQUEST REJECTED AND PER TRANSFER WHOSE LETTER *
000900*                 DEADLINE HAS PASSED, AND THE RUN TOTALS.       *
001000*                 XR-LINE-TYPE TELLS WHICH REDEFINED LAYOUT IS   *
001100*                 PRESENT.                                       *
001200*    RECORD LENGTH: 80                                           *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    -------    ----  ------------------------------------------ *
001700*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
001800*                                                                *
001900******************************************************************
002000 01  TRANSFER-REPORT-REC.
002100     05  XR-LINE-TYPE                PIC X(01).
002200         88  XR-TYPE-ACTIVITY                VALUE 'A'.
002300         88  XR-TYPE-EXCEPTION               VALUE 'E'.
002400         88  XR-TYPE-TOTAL                   VALUE 'T'.
002500     05  XR-ACTIVITY-AREA.
002600         10  XR-LOAN-NUMBER          PIC X(10).
002700         10  XR-ACTION               PIC X(20).
002800         10  XR-TRANSFEREE-ID        PIC X(10).
002900         10  XR-EFFECTIVE-DATE       PIC X(08).
003000         10  XR-REASON               PIC X(25).
003100         10  XR-ACT-FILLER           PIC X(06).
003200     05  XR-TOTAL-AREA REDEFINES XR-ACTIVITY-AREA.
003300         10  XR-TOT-LABEL            PIC X(25).
003400         10  XR-TOT-COUNT            PIC ZZZ,ZZ9.
003500         10  XR-TOT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
003600         10  XR-TOT-FILLER           PIC X(33).
