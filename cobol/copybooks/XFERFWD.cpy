000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    XFERFWD                                       *
000400*    DESCRIPTION: PAYMENT FORWARDING REPORT LINE.  ONCE A LOAN'S *
000500*                 SERVICING HAS TRANSFERRED, A PAYMENT RECEIVED  *
000600*                 FOR IT IS NOT POSTED OR HELD HERE BUT LISTED   *
000700*                 FOR FORWARDING TO THE TRANSFEREE, AS IS ANY    *
000800*                 SUSPENSE BALANCE STILL HELD ON THE LOAN.       *
000900*                 WRITTEN BY COBSUSP (PAYMENTS AND SUSPENSE      *
001000*                 BALANCES) AND BY COBPPOST (PAYMENTS THAT REACH *
001100*                 POSTING).  A DETAIL LINE PER ITEM AND A TOTAL  *
001200*                 LINE PER RUN.  FW-LINE-TYPE TELLS WHICH        *
001300*                 REDEFINED LAYOUT IS PRESENT.                   *
001400*    RECORD LENGTH: 80                                           *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    -------    ----  ------------------------------------------ *
001900*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
002000*                                                                *
002100******************************************************************
002200 01  FORWARD-REPORT-REC.
002300     05  FW-LINE-TYPE                PIC X(01).
002400         88  FW-TYPE-DETAIL                  VALUE 'D'.
002500         88  FW-TYPE-TOTAL                   VALUE 'T'.
002600     05  FW-DETAIL-AREA.
002700         10  FW-LOAN-NUMBER          PIC X(10).
002800         10  FW-TRANSFEREE-ID        PIC X(10).
002900         10  FW-EFFECTIVE-DATE       PIC X(08).
003000         10  FW-ITEM-DATE            PIC X(08).
003100         10  FW-ITEM-AMT             PIC ZZZ,ZZ9.99-.
003200         10  FW-LOCKBOX-BATCH        PIC X(06).
003300         10  FW-ITEM-TYPE            PIC X(20).
003400         10  FW-DTL-FILLER           PIC X(06).
003500     05  FW-TOTAL-AREA REDEFINES FW-DETAIL-AREA.
003600         10  FW-TOT-LABEL            PIC X(25).
003700         10  FW-TOT-COUNT            PIC ZZZ,ZZ9.
003800         10  FW-TOT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
003900         10  FW-TOT-FILLER           PIC X(33).
