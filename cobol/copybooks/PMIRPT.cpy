000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    PMIRPT                                        *
000400*    DESCRIPTION: PRIVATE MORTGAGE INSURANCE REPORT LINE,        *
000500*                 WRITTEN BY COBPMI.  AN ACTIVITY LINE PER       *
000600*                 CANCELLATION, TERMINATION, ELIGIBILITY NOTICE  *
000700*                 AND TERMINATION HELD FOR DELINQUENCY, AN       *
000800*                 EXCEPTION LINE PER BORROWER REQUEST REJECTED,  *
000900*                 A DISCLOSURE LINE PER LOAN IN THE MONTH'S      *
001000*                 ANNUAL HOMEOWNERS PROTECTION ACT DISCLOSURE    *
001100*                 POPULATION, A PREMIUM TOTAL LINE PER CARRIER   *
001200*                 AND THE RUN TOTALS.  PR-LINE-TYPE TELLS WHICH  *
001300*                 REDEFINED LAYOUT IS PRESENT.                   *
001400*    RECORD LENGTH: 80                                           *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    -------    ----  ------------------------------------------ *
001900*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
002000*                                                                *
002100******************************************************************
002200 01  PMI-REPORT-REC.
002300     05  PR-LINE-TYPE                PIC X(01).
002400         88  PR-TYPE-ACTIVITY                VALUE 'A'.
002500         88  PR-TYPE-EXCEPTION               VALUE 'E'.
002600         88  PR-TYPE-DISCLOSURE              VALUE 'H'.
002700         88  PR-TYPE-CARRIER                 VALUE 'C'.
002800         88  PR-TYPE-TOTAL                   VALUE 'T'.
002900     05  PR-ACTIVITY-AREA.
003000         10  PR-LOAN-NUMBER          PIC X(10).
003100         10  PR-ACTION               PIC X(20).
003200         10  PR-EVENT-DATE           PIC X(08).
003300         10  PR-CARRIER-CODE         PIC X(04).
003400         10  PR-REASON               PIC X(25).
003500         10  PR-ACT-FILLER           PIC X(12).
003600     05  PR-DISCLOSURE-AREA REDEFINES PR-ACTIVITY-AREA.
003700         10  PR-HP-LOAN-NUMBER       PIC X(10).
003800         10  PR-HP-CARRIER-CODE      PIC X(04).
003900         10  PR-HP-CERT-NUMBER       PIC X(15).
004000         10  PR-HP-ORIGINATION-DATE  PIC X(08).
004100         10  PR-HP-CURRENT-LTV       PIC ZZ9.99.
004200         10  PR-HP-SCHED-80-DATE     PIC X(08).
004300         10  PR-HP-SCHED-78-DATE     PIC X(08).
004400         10  PR-HP-FILLER            PIC X(20).
004500     05  PR-CARRIER-AREA REDEFINES PR-ACTIVITY-AREA.
004600         10  PR-CT-CARRIER-CODE      PIC X(04).
004700         10  PR-CT-LABEL             PIC X(20).
004800         10  PR-CT-COUNT             PIC ZZZ,ZZ9.
004900         10  PR-CT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
005000         10  PR-CT-FILLER            PIC X(34).
005100     05  PR-TOTAL-AREA REDEFINES PR-ACTIVITY-AREA.
005200         10  PR-TOT-LABEL            PIC X(25).
005300         10  PR-TOT-COUNT            PIC ZZZ,ZZ9.
005400         10  PR-TOT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
005500         10  PR-TOT-FILLER           PIC X(33).
