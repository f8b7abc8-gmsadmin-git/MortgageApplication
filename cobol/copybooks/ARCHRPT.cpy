000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    ARCHRPT                                       *
000400*    DESCRIPTION: ARCHIVE AND PURGE CONTROL REPORT LINE, WRITTEN *
000500*                 BY COBARCH.  A LOAN LINE PER PAID-IN-FULL LOAN *
000600*                 ARCHIVED, A CONTROL LINE PER TABLE (AND FOR    *
000700*                 THE NOTICE HISTORY FILE) SHOWING THE ROWS      *
000800*                 ARCHIVED AGAINST THE ROWS DELETED, AND THE RUN *
000900*                 LINES -- RETENTION CUTOFF, RESTART POINT,      *
001000*                 COMMITS TAKEN.  AR-LINE-TYPE TELLS WHICH       *
001100*                 REDEFINED LAYOUT IS PRESENT.                   *
001200*    RECORD LENGTH: 80                                           *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    -------    ----  ------------------------------------------ *
001700*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
001800*                                                                *
001900******************************************************************
002000 01  ARCHIVE-REPORT-REC.
002100     05  AR-LINE-TYPE                PIC X(01).
002200         88  AR-TYPE-LOAN                    VALUE 'L'.
002300         88  AR-TYPE-CONTROL                 VALUE 'C'.
002400         88  AR-TYPE-RUN                     VALUE 'R'.
002500     05  AR-LOAN-AREA.
002600         10  AR-LOAN-NUMBER          PIC X(10).
002700         10  AR-BORROWER-NAME        PIC X(30).
002800         10  AR-PAYOFF-DATE          PIC X(08).
002900         10  AR-HIST-ROWS            PIC ZZZ,ZZ9.
003000         10  AR-PLAN-ROWS            PIC ZZ9.
003100         10  AR-LOAN-FILLER          PIC X(21).
003200     05  AR-CONTROL-AREA REDEFINES AR-LOAN-AREA.
003300         10  AR-CT-TABLE-NAME        PIC X(25).
003400         10  AR-CT-ARCHIVED          PIC ZZZ,ZZZ,ZZ9.
003500         10  AR-CT-DELETED           PIC ZZZ,ZZZ,ZZ9.
003600         10  AR-CT-STATUS            PIC X(14).
003700         10  AR-CT-FILLER            PIC X(18).
003800     05  AR-RUN-AREA REDEFINES AR-LOAN-AREA.
003900         10  AR-RUN-LABEL            PIC X(25).
004000         10  AR-RUN-VALUE            PIC X(10).
004100         10  AR-RUN-COUNT            PIC ZZZ,ZZ9.
004200         10  AR-RUN-FILLER           PIC X(37).
