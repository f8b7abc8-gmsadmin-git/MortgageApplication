000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    FCLRPT                                        *
000400*    DESCRIPTION: FORECLOSURE ACTIVITY AND TIMELINE REPORT LINE, *
000500*                 WRITTEN BY COBFCLS.  AN ACTIVITY LINE PER      *
000600*                 REFERRAL AND PER MILESTONE APPLIED, AN         *
000700*                 EXCEPTION LINE PER MILESTONE REJECTED, A       *
000800*                 TIMELINE LINE PER ACTIVE CASE -- WITH A '*'    *
000900*                 UNDER EACH MILESTONE PAST THE INVESTOR'S       *
001000*                 ALLOWABLE DAYS -- AND THE RUN TOTALS.  THE     *
001100*                 TIMELINE LINES ARE THE MONTHLY FORECLOSURE     *
001200*                 TIMELINE REPORT WHEN RUN AT MONTH END.         *
001300*                 FR-LINE-TYPE TELLS WHICH REDEFINED LAYOUT IS   *
001400*                 PRESENT.                                       *
001500*    RECORD LENGTH: 80                                           *
001600*                                                                *
001700*    MODIFICATION HISTORY                                       *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    -------    ----  ------------------------------------------ *
002000*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
002100*                                                                *
002200******************************************************************
002300 01  FC-REPORT-REC.
002400     05  FR-LINE-TYPE                PIC X(01).
002500         88  FR-TYPE-ACTIVITY                VALUE 'A'.
002600         88  FR-TYPE-EXCEPTION               VALUE 'E'.
002700         88  FR-TYPE-TIMELINE                VALUE 'D'.
002800         88  FR-TYPE-TOTAL                   VALUE 'T'.
002900     05  FR-ACTIVITY-AREA.
003000         10  FR-LOAN-NUMBER          PIC X(10).
003100         10  FR-ACTION               PIC X(20).
003200         10  FR-EVENT-DATE           PIC X(08).
003300         10  FR-ATTORNEY-ID          PIC X(06).
003400         10  FR-REASON               PIC X(25).
003500         10  FR-ACT-FILLER           PIC X(10).
003600     05  FR-TIMELINE-AREA REDEFINES FR-ACTIVITY-AREA.
003700         10  FR-TL-LOAN-NUMBER       PIC X(10).
003800         10  FR-TL-INVESTOR-CODE     PIC X(04).
003900         10  FR-TL-ATTORNEY-ID       PIC X(06).
004000         10  FR-TL-REFERRAL-DATE     PIC X(08).
004100         10  FR-TL-DAYS-IN-FC        PIC ZZZZ9.
004200         10  FR-TL-ATTORNEY-FLAG     PIC X(01).
004300         10  FR-TL-LEGAL-FLAG        PIC X(01).
004400         10  FR-TL-SCHED-FLAG        PIC X(01).
004500         10  FR-TL-HELD-FLAG         PIC X(01).
004600         10  FR-TL-PAST-MILESTONE    PIC X(15).
004700         10  FR-TL-DAYS-PAST         PIC ZZZZ9.
004800         10  FR-TL-FILLER            PIC X(22).
004900     05  FR-TOTAL-AREA REDEFINES FR-ACTIVITY-AREA.
005000         10  FR-TOT-LABEL            PIC X(25).
005100         10  FR-TOT-COUNT            PIC ZZZ,ZZ9.
005200         10  FR-TOT-FILLER           PIC X(47).
