000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    BKRPT                                         *
000400*    DESCRIPTION: BANKRUPTCY CASE REPORT LINE, WRITTEN BY        *
000500*                 COBBKCY.  AN ACTIVITY LINE PER COUNSEL RECORD  *
000600*                 APPLIED, AN EXCEPTION LINE PER RECORD          *
000700*                 REJECTED, A CASE LINE PER ACTIVE CASE WITH     *
000800*                 THE POST-PETITION INSTALLMENTS DELINQUENT AND  *
000900*                 THE PRE-PETITION ARREARS STILL UNPAID, A       *
001000*                 RELEASE LINE PER CASE DISCHARGED OR DISMISSED  *
001100*                 IN THE LAST WEEK -- COLLECTIONS MAY RESUME     *
001200*                 NORMAL ACTIVITY ON THOSE LOANS -- AND THE RUN  *
001300*                 TOTALS.  THE CASE AND RELEASE LINES ARE THE    *
001400*                 WEEKLY BANKRUPTCY REPORT WHEN RUN ON THE LAST  *
001500*                 BUSINESS DAY OF THE WEEK.  BR-LINE-TYPE TELLS  *
001600*                 WHICH REDEFINED LAYOUT IS PRESENT.             *
001700*    RECORD LENGTH: 80                                           *
001800*                                                                *
001900*    MODIFICATION HISTORY                                       *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    -------    ----  ------------------------------------------ *
002200*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
002300*                                                                *
002400******************************************************************
002500 01  BK-REPORT-REC.
002600     05  BR-LINE-TYPE                PIC X(01).
002700         88  BR-TYPE-ACTIVITY                VALUE 'A'.
002800         88  BR-TYPE-EXCEPTION               VALUE 'E'.
002900         88  BR-TYPE-CASE                    VALUE 'C'.
003000         88  BR-TYPE-RELEASE                 VALUE 'R'.
003100         88  BR-TYPE-TOTAL                   VALUE 'T'.
003200     05  BR-ACTIVITY-AREA.
003300         10  BR-LOAN-NUMBER          PIC X(10).
003400         10  BR-ACTION               PIC X(12).
003500         10  BR-EVENT-DATE           PIC X(08).
003600         10  BR-CASE-NUMBER          PIC X(15).
003700         10  BR-CHAPTER              PIC X(02).
003800         10  BR-REASON               PIC X(25).
003900         10  BR-ACT-FILLER           PIC X(07).
004000     05  BR-CASE-AREA REDEFINES BR-ACTIVITY-AREA.
004100         10  BR-CS-LOAN-NUMBER       PIC X(10).
004200         10  BR-CS-CHAPTER           PIC X(02).
004300         10  BR-CS-CASE-NUMBER       PIC X(15).
004400         10  BR-CS-FILING-DATE       PIC X(08).
004500         10  BR-CS-NEXT-DUE-DATE     PIC X(08).
004600         10  BR-CS-POSTPET-DUE       PIC ZZ9.
004700         10  BR-CS-PREPET-UNPAID     PIC ZZZ,ZZZ,ZZ9.99-.
004800         10  BR-CS-POSTPET-PAID      PIC ZZZ,ZZZ,ZZ9.99-.
004900         10  BR-CS-FILLER            PIC X(03).
005000     05  BR-RELEASE-AREA REDEFINES BR-ACTIVITY-AREA.
005100         10  BR-RL-LOAN-NUMBER       PIC X(10).
005200         10  BR-RL-CHAPTER           PIC X(02).
005300         10  BR-RL-CASE-NUMBER       PIC X(15).
005400         10  BR-RL-OUTCOME           PIC X(10).
005500         10  BR-RL-CLOSE-DATE        PIC X(08).
005600         10  BR-RL-DELINQ-STATUS     PIC X(02).
005700         10  BR-RL-NEXT-DUE-DATE     PIC X(08).
005800         10  BR-RL-FILLER            PIC X(24).
005900     05  BR-TOTAL-AREA REDEFINES BR-ACTIVITY-AREA.
006000         10  BR-TOT-LABEL            PIC X(25).
006100         10  BR-TOT-COUNT            PIC ZZZ,ZZ9.
006200         10  BR-TOT-FILLER           PIC X(47).
