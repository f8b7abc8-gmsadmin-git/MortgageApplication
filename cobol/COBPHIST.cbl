001800*                 MASTER, ONE DETAIL PER TRANSACTION SHOWING     *
001900*                 THE AMOUNT, THE PRINCIPAL/INTEREST/ESCROW      *
002000*                 SPLIT AND THE RESULTING UPB, AND A CLOSING     *
002100*                 TOTAL.  A PAID-OFF LOAN THAT COBARCH HAS       *
002110*                 MOVED OFF THE ACTIVE TABLES IS READ FROM THE   *
002120*                 LOAN MASTER AND PAYMENT HISTORY ARCHIVE        *
002130*                 TABLES INSTEAD, SO RESEARCH REQUESTS ON OLD    *
002140*                 LOANS ARE STILL ANSWERED.  A REQUEST FOR A     *
002150*                 LOAN ON NEITHER THE MASTER NOR THE ARCHIVE IS  *
002200*                 REPORTED ON THE JOB LOG AND SKIPPED.           *
002300*                 FOLLOWS THE SQLCA/EXEC SQL STYLE ESTABLISHED   *
002400*                 BY COBDDB2.                                    *
002500*                                                                *
002600*    MODIFICATION HISTORY                                       *
002700*    DATE       INIT  DESCRIPTION                                *
002800*    -------    ----  ------------------------------------------ *
002900*    2026-09-02 GMS   ORIGINAL PROGRAM                           *
002910*    2026-10-15 GMS   FALL BACK TO LOAN_MASTER_ARCHIVE FOR THE   *
002920*                     BORROWER NAME AND UNION THE LEDGER CURSOR  *
002930*                     WITH PAYMENT_HISTORY_ARCHIVE FOR LOANS     *
002940*                     ARCHIVED BY COBARCH.                       *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
014100******************************************************************
014200*    3100-FETCH-LOAN                                             *
014300*    THE BORROWER NAME FOR THE STATEMENT HEADER COMES FROM THE   *
014400*    MASTER, OR FROM THE ARCHIVE FOR A PAID-OFF LOAN THAT HAS    *
014410*    BEEN MOVED THERE.  A REQUEST FOR A LOAN ON NEITHER IS       *
014500*    REPORTED AND SKIPPED, NOT ABENDED.                          *
014600******************************************************************
014700 3100-FETCH-LOAN.
015400           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
015500     END-EXEC.
015600     IF SQLCODE = 100
015610         PERFORM 3110-FETCH-ARCHIVED-LOAN THRU 3110-EXIT
015620     END-IF.
015630     IF SQLCODE = 100
015640         DISPLAY 'COBPHIST - NO LOAN ON FILE FOR REQUEST '
015800                 HQ-LOAN-NUMBER
015900         ADD 1 TO WS-UNMATCHED-COUNT
016000         GO TO 3100-EXIT
016700     END-IF.
016800     SET WS-LOAN-FOUND TO TRUE.
016900 3100-EXIT.
016905     EXIT.
016910******************************************************************
016915*    3110-FETCH-ARCHIVED-LOAN                                    *
016920*    A PAID-OFF LOAN PAST ITS RETENTION PERIOD IS ON THE LOAN    *
016925*    MASTER ARCHIVE RATHER THAN THE MASTER.  SQLCODE IS LEFT     *
016930*    FOR 3100-FETCH-LOAN TO TEST.                                *
016935******************************************************************
016940 3110-FETCH-ARCHIVED-LOAN.
016945     EXEC SQL
016950          SELECT BORROWER_NAME
016955            INTO :LM-BORROWER-NAME
016960            FROM SYSMTG.LOAN_MASTER_ARCHIVE
016965           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
016970     END-EXEC.
016975 3110-EXIT.
017000     EXIT.
017100******************************************************************
017200*    3200-WRITE-HEADER                                           *
018600*    OPENS THE LEDGER CURSOR FOR THE REQUESTED LOAN AND DATE     *
018700*    RANGE, WRITES ONE DETAIL PER ROW, AND CLOSES IT.  THE       *
018800*    CURSOR IS REOPENED FOR EACH REQUEST WITH FRESH HOST         *
018900*    VARIABLE VALUES.  ARCHIVED LEDGER ROWS ARE UNIONED IN; A    *
018910*    LOAN'S ROWS ARE ON ONE TABLE OR THE OTHER, NEVER BOTH.      *
019000******************************************************************
019100 3300-WALK-HISTORY.
019200     MOVE ZERO TO WS-TRAN-COUNT.
019900                 PRINCIPAL_AMT, INTEREST_AMT, ESCROW_AMT,
020000                 RESULTING_UPB, TRAN_DESC
020100            FROM SYSMTG.PAYMENT_HISTORY
020110           WHERE LOAN_NUMBER = :PH-LOAN-NUMBER
020120             AND TRAN_DATE >= :WS-FROM-DATE
020130             AND TRAN_DATE <= :WS-THRU-DATE
020140          UNION ALL
020150          SELECT TRAN_DATE, TRAN_TIME, TRAN_TYPE, TRAN_AMT,
020160                 PRINCIPAL_AMT, INTEREST_AMT, ESCROW_AMT,
020170                 RESULTING_UPB, TRAN_DESC
020180            FROM SYSMTG.PAYMENT_HISTORY_ARCHIVE
020200           WHERE LOAN_NUMBER = :PH-LOAN-NUMBER
020300             AND TRAN_DATE >= :WS-FROM-DATE
020400             AND TRAN_DATE <= :WS-THRU-DATE
