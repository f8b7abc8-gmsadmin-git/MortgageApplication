000600*                 THE NIGHTLY CYCLE.  ONE LEG LINE PER           *
000700*                 RECONCILIATION LEG SHOWING THE EXPECTED AND    *
000800*                 ACTUAL SIDES, THE DIFFERENCE AND WHETHER THE   *
000880*                 LEG BALANCED, SOMETIMES FOLLOWED BY TERM LINES *
000960*                 SHOWING A TERM OF THE LEG ON ITS OWN, THEN THE *
001040*                 RUN SUMMARY.  TB-LINE-TYPE TELLS WHICH         *
001120*                 REDEFINED LAYOUT IS PRESENT.                   *
001200*    RECORD LENGTH: 90                                           *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    -------    ----  ------------------------------------------ *
001700*    2026-09-02 GMS   ORIGINAL COPYBOOK                          *
001720*    2026-10-15 GMS   ADD THE TERM LINE ('D'), WHICH SHOWS ONE   *
001740*                     TERM OF THE LEG ABOVE IT, SUCH AS THE UPB  *
001760*                     TRANSFERRED OUT.                           *
001800*                                                                *
001900******************************************************************
002000 01  TRIAL-BALANCE-REC.
002100     05  TB-LINE-TYPE                PIC X(01).
002200         88  TB-TYPE-LEG                     VALUE 'L'.
002300         88  TB-TYPE-TOTAL                   VALUE 'T'.
002350         88  TB-TYPE-TERM                    VALUE 'D'.
002400     05  TB-LEG-AREA.
002500         10  TB-LEG-LABEL            PIC X(30).
002600         10  TB-EXPECTED-AMT         PIC S9(11)V99.
003200         10  TB-TOT-LABEL            PIC X(30).
003300         10  TB-TOT-COUNT            PIC ZZZ,ZZ9.
003400         10  TB-TOT-FILLER           PIC X(52).
003500     05  TB-TERM-AREA REDEFINES TB-LEG-AREA.
003600         10  TB-TERM-LABEL           PIC X(30).
003700         10  TB-TERM-AMT             PIC S9(11)V99.
003800         10  TB-TERM-FILLER          PIC X(46).
