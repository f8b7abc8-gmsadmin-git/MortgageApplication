000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    XFERDATA                                      *
000400*    DESCRIPTION: SERVICING TRANSFER DATA FILE RECORD, CUT BY    *
000500*                 COBSXFER ON THE TRANSFER EFFECTIVE DATE FOR    *
000600*                 THE TRANSFEREE SERVICER.  FOR EACH LOAN        *
000700*                 TRANSFERRED THE FILE CARRIES THE LOAN MASTER   *
000800*                 ('L'), THE ESCROW TAX AND INSURANCE SCHEDULE   *
000900*                 ('E'), ANY SUSPENSE BALANCE HELD ('S'), THE    *
001000*                 WORKOUT PLAN ('W') AND THE FULL PAYMENT        *
001100*                 HISTORY ('P'), IN THAT ORDER.  A RECORD TYPE   *
001200*                 WITH NOTHING TO CARRY FOR THE LOAN IS NOT      *
001300*                 WRITTEN.  ONE TRAILER ('T') ENDS THE FILE WITH *
001400*                 THE LOAN COUNT, THE RECORD COUNT AND THE UPB   *
001500*                 TOTAL FOR THE TRANSFEREE TO BALANCE TO.        *
001600*                 XD-RECORD-TYPE TELLS WHICH REDEFINED LAYOUT IS *
001700*                 PRESENT.  AMOUNTS ARE UNPACKED FOR THE         *
001800*                 RECEIVING SYSTEM.                              *
001900*    RECORD LENGTH: 260                                          *
002000*                                                                *
002100*    MODIFICATION HISTORY                                       *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    -------    ----  ------------------------------------------ *
002400*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
002500*                                                                *
002600******************************************************************
002700 01  TRANSFER-DATA-REC.
002800     05  XD-RECORD-TYPE              PIC X(01).
002900         88  XD-TYPE-LOAN                    VALUE 'L'.
003000         88  XD-TYPE-ESCROW                  VALUE 'E'.
003100         88  XD-TYPE-SUSPENSE                VALUE 'S'.
003200         88  XD-TYPE-WORKOUT                 VALUE 'W'.
003300         88  XD-TYPE-HISTORY                 VALUE 'P'.
003400         88  XD-TYPE-TRAILER                 VALUE 'T'.
003500     05  XD-LOAN-NUMBER              PIC X(10).
003600     05  XD-TRANSFEREE-ID            PIC X(10).
003700     05  XD-LOAN-AREA.
003800         10  XD-BORROWER-SSN         PIC X(09).
003900         10  XD-BORROWER-NAME        PIC X(30).
004000         10  XD-PROPERTY-ADDRESS     PIC X(40).
004100         10  XD-ORIGINAL-LOAN-AMT    PIC S9(9)V99.
004200         10  XD-ORIGINATION-DATE     PIC X(08).
004300         10  XD-MATURITY-DATE        PIC X(08).
004400         10  XD-NOTE-RATE            PIC S9(3)V9(4).
004500         10  XD-CURRENT-UPB          PIC S9(9)V99.
004600         10  XD-NEXT-DUE-DATE        PIC X(08).
004700         10  XD-LAST-PAID-DATE       PIC X(08).
004800         10  XD-SCHEDULED-PI-AMT     PIC S9(7)V99.
004900         10  XD-ESCROW-BALANCE       PIC S9(7)V99.
005000         10  XD-ESCROW-MONTHLY-AMT   PIC S9(7)V99.
005100         10  XD-DELINQUENCY-STATUS   PIC X(02).
005200         10  XD-INVESTOR-CODE        PIC X(04).
005300         10  XD-POOL-NUMBER          PIC X(06).
005400         10  XD-REMIT-TYPE           PIC X(01).
005500         10  XD-SERVICER-BRANCH      PIC X(04).
005600         10  XD-LATE-CHARGE-BALANCE  PIC S9(7)V99.
005700         10  XD-PMI-CARRIER-CODE     PIC X(04).
005800         10  XD-PMI-CERT-NUMBER      PIC X(15).
005900         10  XD-PMI-MONTHLY-PREMIUM  PIC S9(5)V99.
006000         10  XD-ORIG-PROPERTY-VALUE  PIC S9(9)V99.
006100         10  XD-PMI-STATUS           PIC X(01).
006200         10  XD-PMI-STATUS-DATE      PIC X(08).
006300     05  XD-ESCROW-AREA REDEFINES XD-LOAN-AREA.
006400         10  XD-TAX-DUE-MONTH        PIC 9(02).
006500         10  XD-TAX-ANNUAL-AMT       PIC 9(7)V99.
006600         10  XD-INS-DUE-MONTH        PIC 9(02).
006700         10  XD-INS-ANNUAL-AMT       PIC 9(7)V99.
006800         10  XD-ESC-FILLER           PIC X(217).
006900     05  XD-SUSPENSE-AREA REDEFINES XD-LOAN-AREA.
007000         10  XD-SUSPENSE-BALANCE     PIC S9(7)V99.
007100         10  XD-FIRST-HELD-DATE      PIC X(08).
007200         10  XD-LAST-ACTIVITY-DATE   PIC X(08).
007300         10  XD-SUS-FILLER           PIC X(214).
007400     05  XD-WORKOUT-AREA REDEFINES XD-LOAN-AREA.
007500         10  XD-PLAN-TYPE            PIC X(01).
007600         10  XD-PLAN-STATUS          PIC X(01).
007700         10  XD-PLAN-START-DATE      PIC X(08).
007800         10  XD-SCHEDULED-PLAN-PMT   PIC S9(7)V99.
007900         10  XD-PMTS-SCHEDULED       PIC 9(04).
008000         10  XD-PMTS-MADE            PIC 9(04).
008100         10  XD-LAST-PMT-DATE        PIC X(08).
008200         10  XD-PLAN-CLOSE-DATE      PIC X(08).
008300         10  XD-WKP-FILLER           PIC X(196).
008400     05  XD-HISTORY-AREA REDEFINES XD-LOAN-AREA.
008500         10  XD-TRAN-DATE            PIC X(08).
008600         10  XD-TRAN-TIME            PIC X(08).
008700         10  XD-TRAN-TYPE            PIC X(01).
008800         10  XD-TRAN-AMT             PIC S9(9)V99.
008900         10  XD-PRINCIPAL-AMT        PIC S9(7)V99.
009000         10  XD-INTEREST-AMT         PIC S9(7)V99.
009100         10  XD-ESCROW-AMT           PIC S9(7)V99.
009200         10  XD-RESULTING-UPB        PIC S9(9)V99.
009300         10  XD-TRAN-DESC            PIC X(25).
009400         10  XD-LOCKBOX-BATCH        PIC X(06).
009500         10  XD-PMI-AMT              PIC S9(5)V99.
009600         10  XD-HST-FILLER           PIC X(134).
009700     05  XD-TRAILER-AREA REDEFINES XD-LOAN-AREA.
009800         10  XD-TRL-RUN-DATE         PIC X(08).
009900         10  XD-TRL-LOAN-COUNT       PIC 9(07).
010000         10  XD-TRL-RECORD-COUNT     PIC 9(09).
010100         10  XD-TRL-UPB-TOTAL        PIC S9(11)V99.
010200         10  XD-TRL-FILLER           PIC X(202).
