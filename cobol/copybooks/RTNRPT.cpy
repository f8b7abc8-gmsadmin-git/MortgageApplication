000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    RTNRPT                                        *
000400*    DESCRIPTION: RETURNED-ITEM REVERSAL REGISTER LINE, WRITTEN  *
000500*                 BY COBNSFRV.  ONE DETAIL LINE PER PAYMENT      *
000600*                 BACKED OUT, SHOWING WHAT WAS RESTORED TO THE   *
000700*                 LOAN AND THE RETURNED-ITEM FEE ASSESSED,       *
000800*                 FOLLOWED BY THE RUN TOTALS.  COBRECON READS    *
000900*                 THE LATE CHARGES RESTORED TOTAL FOR THE CASH   *
001000*                 LEG.  RR-LINE-TYPE TELLS WHICH REDEFINED       *
001100*                 LAYOUT IS PRESENT.                             *
001200*    RECORD LENGTH: 113                                          *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    -------    ----  ------------------------------------------ *
001700*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
001720*    2026-10-15 GMS   ADDED RR-FC-REOPENED, CARVED OUT OF THE    *
001740*                     DETAIL FILLER, FLAGGING A RETURN THAT      *
001760*                     REOPENED A FORECLOSURE CASE.               *
001800*                                                                *
001900******************************************************************
002000 01  RETURNED-ITEM-REPORT-REC.
002100     05  RR-LINE-TYPE                PIC X(01).
002200         88  RR-TYPE-DETAIL                  VALUE 'D'.
002300         88  RR-TYPE-TOTAL                   VALUE 'T'.
002400     05  RR-DETAIL-AREA.
002500         10  RR-LOAN-NUMBER          PIC X(10).
002600         10  RR-PAYMENT-DATE         PIC X(08).
002700         10  RR-LOCKBOX-BATCH        PIC X(06).
002800         10  RR-RETURN-REASON        PIC X(02).
002900         10  RR-RETURN-AMT           PIC ZZZ,ZZZ,ZZ9.99.
003000         10  RR-PRINCIPAL-AMT        PIC ZZZ,ZZ9.99.
003100         10  RR-ESCROW-AMT           PIC ZZZ,ZZ9.99.
003200         10  RR-LATE-RESTORED-AMT    PIC ZZZ,ZZ9.99.
003300         10  RR-FEE-AMT              PIC ZZZ,ZZ9.99.
003400         10  RR-RESTORED-UPB         PIC ZZZ,ZZZ,ZZ9.99.
003500         10  RR-RESTORED-DUE-DATE    PIC X(08).
003550         10  RR-FC-REOPENED          PIC X(01).
003600             88  RR-FC-CASE-REOPENED         VALUE 'Y'.
003650         10  RR-DETAIL-FILLER        PIC X(09).
003700     05  RR-TOTAL-AREA REDEFINES RR-DETAIL-AREA.
003800         10  RR-TOT-LABEL            PIC X(25).
003900         10  RR-TOT-COUNT            PIC ZZZ,ZZ9.
004000         10  RR-TOT-AMT              PIC ZZZ,ZZZ,ZZ9.99.
004100         10  RR-TOT-FILLER           PIC X(66).
