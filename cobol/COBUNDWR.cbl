000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBUNDWR.
000300 AUTHOR.        G SADLER.
000400 INSTALLATION.  MORTGAGE SERVICING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     COBUNDWR                                      *
001000*    DESCRIPTION: AUTOMATED UNDERWRITING DECISION.  SELECTS      *
001100*                 EVERY APPLICATION ON SYSMTG.LOAN_APPLICATION   *
001200*                 THAT COBLAPPL TOOK IN AS PENDING AND THAT HAS  *
001300*                 NO ACTION TAKEN YET, AND SCORES IT AGAINST THE *
001400*                 SHOP'S CREDIT GUIDELINES: LOAN-TO-VALUE BY     *
001500*                 LOAN TYPE, DEBT-TO-INCOME (THE DERIVED MONTHLY *
001600*                 P&I AGAINST ONE TWELFTH OF ANNUAL INCOME),     *
001700*                 LOAN AMOUNT LIMITS BY LOAN TYPE AND LOAN       *
001800*                 PURPOSE, AND THE HMDA RATE SPREAD THRESHOLD    *
001900*                 FOR A HIGHER-PRICED LOAN.  EACH APPLICATION IS *
002000*                 EITHER APPROVED (ACTION TAKEN '1', SO COBBOARD *
002100*                 BOARDS IT), DENIED (ACTION TAKEN '3'), OR      *
002200*                 REFERRED TO AN UNDERWRITER, IN WHICH CASE THE  *
002300*                 ACTION TAKEN IS LEFT BLANK FOR THE MANUAL      *
002400*                 DECISION AND ONLY THE STATUS IS CHANGED SO     *
002500*                 THE APPLICATION IS NOT RESCORED.  WRITES AN    *
002600*                 UNDERWRITING DECISION REPORT FOR EVERY         *
002700*                 APPLICATION SCORED AND A REG B ADVERSE ACTION  *
002800*                 NOTICE RECORD, WITH ITS PRINCIPAL REASONS, FOR *
002900*                 EVERY APPLICATION DENIED.  RUNS AS A STEP IN   *
003000*                 THE NIGHTLY CYCLE AHEAD OF LOAN BOARDING.      *
003100*                 FOLLOWS THE SQLCA/EXEC SQL STYLE ESTABLISHED   *
003200*                 BY COBDDB2.                                    *
003300*                                                                *
003400*    MODIFICATION HISTORY                                       *
003500*    DATE       INIT  DESCRIPTION                                *
003600*    -------    ----  ------------------------------------------ *
003700*    2026-10-15 GMS   ORIGINAL PROGRAM                           *
003800*                                                                *
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT UNDERWRITING-REPORT-FILE ASSIGN TO UNDWRPT
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-UNDWRPT-FILE-STATUS.
004600     SELECT ADVERSE-ACTION-FILE ASSIGN TO AANOTICE
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-AANOTICE-FILE-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  UNDERWRITING-REPORT-FILE
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400     COPY UNDWRPT.
005500 FD  ADVERSE-ACTION-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800     COPY AANOTICE.
005900 WORKING-STORAGE SECTION.
006000******************************************************************
006100*    CURSOR CONTROL AND COUNTERS                                 *
006200******************************************************************
006300 01  WS-EOF-SWITCH                   PIC X(01)       VALUE 'N'.
006400     88  WS-END-OF-CURSOR                            VALUE 'Y'.
006500 01  WS-READ-COUNT                PIC S9(07) COMP-3 VALUE 0.
006600 01  WS-APPROVED-COUNT            PIC S9(07) COMP-3 VALUE 0.
006700 01  WS-DENIED-COUNT              PIC S9(07) COMP-3 VALUE 0.
006800 01  WS-REFERRED-COUNT            PIC S9(07) COMP-3 VALUE 0.
006900 01  WS-NOTICE-COUNT              PIC S9(07) COMP-3 VALUE 0.
007000 01  WS-UNDWRPT-FILE-STATUS       PIC X(02)       VALUE '00'.
007100 01  WS-AANOTICE-FILE-STATUS      PIC X(02)       VALUE '00'.
007200 01  WS-RUN-DATE                     PIC X(08)       VALUE SPACES.
007300******************************************************************
007400*    DECISION WORK AREAS                                         *
007500*    ANY DENIAL REASON FOUND DENIES THE APPLICATION.  WITH NO    *
007600*    DENIAL REASON, ANY REFERRAL REASON SENDS IT TO MANUAL       *
007700*    UNDERWRITING.  AN APPLICATION WITH NEITHER IS APPROVED.     *
007800*    UP TO FOUR DENIAL REASONS ARE KEPT FOR THE ADVERSE ACTION   *
007900*    NOTICE; ONLY THE FIRST REFERRAL REASON IS KEPT, FOR THE     *
008000*    REPORT.                                                     *
008100******************************************************************
008200 01  WS-REFER-SWITCH                 PIC X(01)       VALUE 'N'.
008300     88  WS-REFER-TO-MANUAL                          VALUE 'Y'.
008400 01  WS-REFER-REASON                 PIC X(40)       VALUE SPACES.
008500 01  WS-DENY-COUNT                   PIC S9(04) COMP VALUE 0.
008600 01  WS-DENY-SUB                     PIC S9(04) COMP VALUE 0.
008700 01  WS-DENY-FOUND-SWITCH            PIC X(01)       VALUE 'N'.
008800     88  WS-DENY-REASON-FOUND                        VALUE 'Y'.
008900 01  WS-DENY-TABLE.
009000     05  WS-DENY-ENTRY OCCURS 4 TIMES.
009100         10  WS-DENY-CODE            PIC X(02).
009200         10  WS-DENY-TEXT            PIC X(40).
009300 01  WS-REASON-CODE                  PIC X(02)       VALUE SPACES.
009400 01  WS-REASON-TEXT                  PIC X(40)       VALUE SPACES.
009500 01  WS-DECISION                     PIC X(08)       VALUE SPACES.
009600******************************************************************
009700*    CREDIT GUIDELINE LIMITS                                     *
009800*    MAXIMUM LTV AND MAXIMUM LOAN AMOUNT BY LOAN TYPE, THE CAP   *
009900*    ON A HOME-IMPROVEMENT LOAN, THE DTI REFERRAL AND DENIAL     *
010000*    POINTS, AND THE HMDA HIGHER-PRICED FIRST-LIEN RATE SPREAD.  *
010100*    THE CONVENTIONAL AMOUNT LIMIT IS THE AGENCY CONFORMING      *
010200*    LIMIT; ANYTHING ABOVE IT IS JUMBO AND GOES TO AN            *
010300*    UNDERWRITER RATHER THAN BEING DENIED.                       *
010400******************************************************************
010500 77  WS-MAX-LTV-CONV          PIC S9(3)V99 COMP-3 VALUE 97.00.
010600 77  WS-MAX-LTV-FHA           PIC S9(3)V99 COMP-3 VALUE 96.50.
010700 77  WS-MAX-LTV-VA            PIC S9(3)V99 COMP-3 VALUE 100.00.
010800 77  WS-MAX-LTV-RHS           PIC S9(3)V99 COMP-3 VALUE 100.00.
010900 77  WS-MAX-AMT-CONV          PIC S9(9)V99 COMP-3 VALUE 766550.00.
011000 77  WS-MAX-AMT-FHA           PIC S9(9)V99 COMP-3 VALUE 498257.00.
011100 77  WS-MAX-AMT-VA         PIC S9(9)V99 COMP-3 VALUE 1500000.00.
011200 77  WS-MAX-AMT-RHS           PIC S9(9)V99 COMP-3 VALUE 498257.00.
011300 77  WS-MAX-AMT-HOME-IMPR     PIC S9(9)V99 COMP-3 VALUE 100000.00.
011400 77  WS-REFER-DTI-PCT         PIC S9(3)V99 COMP-3 VALUE 36.00.
011500 77  WS-DENY-DTI-PCT          PIC S9(3)V99 COMP-3 VALUE 45.00.
011600 77  WS-HPML-SPREAD           PIC S9(2)V999 COMP-3 VALUE 1.500.
011700 01  WS-MAX-LTV-PCT           PIC S9(3)V99 COMP-3 VALUE 0.
011800 01  WS-MAX-LOAN-AMT          PIC S9(9)V99 COMP-3 VALUE 0.
011900******************************************************************
012000*    DEBT-TO-INCOME WORK AREAS                                   *
012100******************************************************************
012200 01  WS-MONTHLY-INCOME         PIC S9(07)V99 COMP-3 VALUE 0.
012300 01  WS-DTI-PCT               PIC S9(5)V99 COMP-3 VALUE 0.
012400******************************************************************
012500*    PAYMENT DERIVATION WORK AREAS                               *
012600*    THE SAME LEVEL-PAYMENT ANNUITY OVER THE 360-MONTH TERM THAT *
012700*    COBBOARD BOARDS THE LOAN WITH, SO THE PAYMENT UNDERWRITTEN  *
012800*    IS THE PAYMENT BILLED.  A ZERO-RATE LOAN AMORTIZES          *
012900*    STRAIGHT-LINE.                                              *
013000******************************************************************
013100 77  WS-TERM-MONTHS               PIC S9(05) COMP-3 VALUE 360.
013200 77  WS-FACTOR-COUNT              PIC S9(05) COMP-3 VALUE 0.
013300 01  WS-MONTHLY-RATE        PIC S9(01)V9(06) COMP-3 VALUE 0.
013400 01  WS-MONTHLY-FACTOR      PIC S9(01)V9(06) COMP-3 VALUE 0.
013500 01  WS-ANNUITY-FACTOR      PIC S9(07)V9(08) COMP-3 VALUE 0.
013600 01  WS-FACTOR-LESS-1       PIC S9(07)V9(08) COMP-3 VALUE 0.
013700 01  WS-PERIOD-INTEREST     PIC S9(07)V9(04) COMP-3 VALUE 0.
013800 01  WS-PI-NUMERATOR        PIC S9(09)V9(04) COMP-3 VALUE 0.
013900 01  WS-PI-AMT                 PIC S9(07)V99 COMP-3 VALUE 0.
014000******************************************************************
014100*    DB2 HOST VARIABLE RECORD FOR LOAN-APPLICATION               *
014200******************************************************************
014300     COPY LOANAPPR.
014400*    INCLUDING SQLCA COPYBOOK FOR SQLCODE AND THE REST OF THE
014500*    DB2 COMMUNICATIONS AREA.
014600     EXEC SQL
014700          INCLUDE SQLCA
014800     END-EXEC.
014900 PROCEDURE DIVISION.
015000******************************************************************
015100*    0000-MAINLINE                                               *
015200******************************************************************
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015500     PERFORM 2000-OPEN-CURSOR THRU 2000-EXIT.
015600     PERFORM 3000-PROCESS-APPLICATION THRU 3000-EXIT
015700         UNTIL WS-END-OF-CURSOR.
015800     PERFORM 4000-CLOSE-CURSOR THRU 4000-EXIT.
015900     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
016000     PERFORM 9000-NORMAL-TERMINATE THRU 9000-EXIT.
016100     GOBACK.
016200******************************************************************
016300*    1000-INITIALIZE                                             *
016400*    OPENS THE REPORT AND NOTICE FILES AND ESTABLISHES THE RUN   *
016500*    DATE, WHICH BECOMES THE ACTION DATE OF EVERY DECISION.      *
016600******************************************************************
016700 1000-INITIALIZE.
016800     DISPLAY 'COBUNDWR - UNDERWRITING DECISION STARTING'.
016900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017000     OPEN OUTPUT UNDERWRITING-REPORT-FILE.
017100     IF WS-UNDWRPT-FILE-STATUS NOT = '00'
017200         DISPLAY 'COBUNDWR - REPORT FILE OPEN FAILED, STATUS = '
017300                 WS-UNDWRPT-FILE-STATUS
017400         MOVE 16 TO RETURN-CODE
017500         GO TO 9900-ABEND-TERMINATE
017600     END-IF.
017700     OPEN OUTPUT ADVERSE-ACTION-FILE.
017800     IF WS-AANOTICE-FILE-STATUS NOT = '00'
017900         DISPLAY 'COBUNDWR - NOTICE FILE OPEN FAILED, STATUS = '
018000                 WS-AANOTICE-FILE-STATUS
018100         MOVE 16 TO RETURN-CODE
018200         GO TO 9900-ABEND-TERMINATE
018300     END-IF.
018400 1000-EXIT.
018500     EXIT.
018600******************************************************************
018700*    2000-OPEN-CURSOR                                            *
018800*    DECLARES AND OPENS THE CURSOR OVER PENDING, UNDECIDED       *
018900*    APPLICATIONS, THEN PRIMES THE FETCH-AHEAD LOOP WITH THE     *
019000*    FIRST FETCH.  A REFERRED APPLICATION NO LONGER CARRIES A    *
019100*    PENDING STATUS, SO IT WAITS FOR ITS UNDERWRITER INSTEAD OF  *
019200*    BEING RESCORED EVERY NIGHT.                                 *
019300******************************************************************
019400 2000-OPEN-CURSOR.
019500     EXEC SQL
019600          DECLARE UNDWR-CURSOR CURSOR FOR
019700          SELECT APPLICATION_NUMBER, BORROWER_NAME,
019800                 CO_BORROWER_NAME, PROPERTY_ADDRESS,
019900                 PROPERTY_VALUE, REQUESTED_LOAN_AMT,
020000                 LOAN_TO_VALUE_PCT, LOAN_PURPOSE, LOAN_TYPE,
020100                 REQUESTED_RATE, ANNUAL_INCOME, APPLICATION_DATE,
020200                 RATE_SPREAD
020300            FROM SYSMTG.LOAN_APPLICATION
020400           WHERE ACTION_TAKEN = ' '
020500             AND APPLICATION_STATUS = 'PENDING'
020600           ORDER BY APPLICATION_NUMBER
020700     END-EXEC.
020800     EXEC SQL
020900          OPEN UNDWR-CURSOR
021000     END-EXEC.
021100     IF SQLCODE NOT = ZERO
021200         DISPLAY 'COBUNDWR - OPEN CURSOR FAILED, SQLCODE = '
021300                 SQLCODE
021400         MOVE 16 TO RETURN-CODE
021500         GO TO 9900-ABEND-TERMINATE
021600     END-IF.
021700     PERFORM 3100-FETCH-APPLICATION THRU 3100-EXIT.
021800 2000-EXIT.
021900     EXIT.
022000******************************************************************
022100*    3000-PROCESS-APPLICATION                                    *
022200*    SCORES THE CURRENT APPLICATION, RECORDS THE DECISION ON THE *
022300*    TABLE, REPORTS IT, AND CUTS THE ADVERSE ACTION NOTICE FOR A *
022400*    DENIAL, THEN FETCHES THE NEXT ONE.                          *
022500******************************************************************
022600 3000-PROCESS-APPLICATION.
022700     ADD 1 TO WS-READ-COUNT.
022800     MOVE 'N'    TO WS-REFER-SWITCH.
022900     MOVE SPACES TO WS-REFER-REASON.
023000     MOVE ZERO   TO WS-DENY-COUNT.
023100     MOVE SPACES TO WS-DENY-TABLE.
023200     MOVE ZERO   TO WS-PI-AMT.
023300     MOVE ZERO   TO WS-DTI-PCT.
023400     PERFORM 3200-CHECK-COMPLETENESS THRU 3200-EXIT.
023500     PERFORM 3300-CHECK-LTV THRU 3300-EXIT.
023600     PERFORM 3400-CHECK-DTI THRU 3400-EXIT.
023700     PERFORM 3500-CHECK-LOAN-AMOUNT THRU 3500-EXIT.
023800     PERFORM 3600-CHECK-RATE-SPREAD THRU 3600-EXIT.
023900     IF WS-DENY-COUNT > ZERO
024000         MOVE 'DENIED'       TO WS-DECISION
024100         SET LA-ACTION-DENIED TO TRUE
024200         MOVE WS-RUN-DATE    TO LA-ACTION-DATE
024300         MOVE 'DENIED'       TO LA-APPLICATION-STATUS
024400         ADD 1 TO WS-DENIED-COUNT
024500     ELSE
024600         IF WS-REFER-TO-MANUAL
024700             MOVE 'REFERRED'     TO WS-DECISION
024800             MOVE SPACES         TO LA-ACTION-TAKEN
024900             MOVE SPACES         TO LA-ACTION-DATE
025000             MOVE 'REFERRED'     TO LA-APPLICATION-STATUS
025100             ADD 1 TO WS-REFERRED-COUNT
025200         ELSE
025300             MOVE 'APPROVED'     TO WS-DECISION
025400             SET LA-ACTION-ORIGINATED TO TRUE
025500             MOVE WS-RUN-DATE    TO LA-ACTION-DATE
025600             MOVE 'APPROVED'     TO LA-APPLICATION-STATUS
025700             ADD 1 TO WS-APPROVED-COUNT
025800         END-IF
025900     END-IF.
026000     PERFORM 3800-UPDATE-APPLICATION THRU 3800-EXIT.
026100     PERFORM 8100-WRITE-DECISION-LINE THRU 8100-EXIT.
026200     IF LA-ACTION-DENIED
026300         PERFORM 8300-WRITE-ADVERSE-ACTION THRU 8300-EXIT
026400     END-IF.
026500     PERFORM 3100-FETCH-APPLICATION THRU 3100-EXIT.
026600 3000-EXIT.
026700     EXIT.
026800******************************************************************
026900*    3100-FETCH-APPLICATION                                      *
027000******************************************************************
027100 3100-FETCH-APPLICATION.
027200     EXEC SQL
027300          FETCH UNDWR-CURSOR
027400          INTO :LA-APPLICATION-NUMBER, :LA-BORROWER-NAME,
027500               :LA-CO-BORROWER-NAME, :LA-PROPERTY-ADDRESS,
027600               :LA-PROPERTY-VALUE, :LA-REQUESTED-LOAN-AMT,
027700               :LA-LOAN-TO-VALUE-PCT, :LA-LOAN-PURPOSE,
027800               :LA-LOAN-TYPE, :LA-REQUESTED-RATE,
027900               :LA-ANNUAL-INCOME, :LA-APPLICATION-DATE,
028000               :LA-RATE-SPREAD
028100     END-EXEC.
028200     IF SQLCODE = 100
028300         SET WS-END-OF-CURSOR TO TRUE
028400     ELSE
028500         IF SQLCODE NOT = ZERO
028600             DISPLAY 'COBUNDWR - FETCH FAILED, SQLCODE = ' SQLCODE
028700             MOVE 16 TO RETURN-CODE
028800             GO TO 9900-ABEND-TERMINATE
028900         END-IF
029000     END-IF.
029100 3100-EXIT.
029200     EXIT.
029300******************************************************************
029400*    3200-CHECK-COMPLETENESS                                     *
029500*    AN APPLICATION MISSING AN AMOUNT, A RATE, A PROPERTY VALUE, *
029600*    OR A RECOGNIZED LOAN TYPE OR PURPOSE CANNOT BE SCORED BY    *
029700*    MACHINE AND GOES TO AN UNDERWRITER.  ZERO INCOME IS A       *
029800*    DENIAL REASON IN ITS OWN RIGHT.                             *
029900******************************************************************
030000 3200-CHECK-COMPLETENESS.
030100     IF LA-REQUESTED-LOAN-AMT = ZERO
030200         OR LA-REQUESTED-RATE = ZERO
030300         OR LA-PROPERTY-VALUE = ZERO
030400         MOVE 'INCOMPLETE LOAN OR PROPERTY DATA'
030500             TO WS-REASON-TEXT
030600         PERFORM 3710-ADD-REFER-REASON THRU 3710-EXIT
030700     END-IF.
030800     IF NOT LA-TYPE-CONVENTIONAL AND NOT LA-TYPE-FHA
030900         AND NOT LA-TYPE-VA AND NOT LA-TYPE-RHS
031000         MOVE 'UNRECOGNIZED LOAN TYPE' TO WS-REASON-TEXT
031100         PERFORM 3710-ADD-REFER-REASON THRU 3710-EXIT
031200     END-IF.
031300     IF NOT LA-PURPOSE-PURCHASE AND NOT LA-PURPOSE-REFINANCE
031400         AND NOT LA-PURPOSE-HOME-IMPROVEMENT
031500         MOVE 'UNRECOGNIZED LOAN PURPOSE' TO WS-REASON-TEXT
031600         PERFORM 3710-ADD-REFER-REASON THRU 3710-EXIT
031700     END-IF.
031800     IF LA-ANNUAL-INCOME NOT > ZERO
031900         MOVE '02' TO WS-REASON-CODE
032000         MOVE 'INSUFFICIENT INCOME' TO WS-REASON-TEXT
032100         PERFORM 3700-ADD-DENY-REASON THRU 3700-EXIT
032200     END-IF.
032300 3200-EXIT.
032400     EXIT.
032500******************************************************************
032600*    3300-CHECK-LTV                                              *
032700*    THE LTV COBLAPPL STORED IS HELD TO THE MAXIMUM FOR THE LOAN *
032800*    TYPE.  AN UNRECOGNIZED TYPE WAS ALREADY REFERRED ABOVE.     *
032900******************************************************************
033000 3300-CHECK-LTV.
033100     EVALUATE TRUE
033200         WHEN LA-TYPE-CONVENTIONAL
033300             MOVE WS-MAX-LTV-CONV TO WS-MAX-LTV-PCT
033400         WHEN LA-TYPE-FHA
033500             MOVE WS-MAX-LTV-FHA  TO WS-MAX-LTV-PCT
033600         WHEN LA-TYPE-VA
033700             MOVE WS-MAX-LTV-VA   TO WS-MAX-LTV-PCT
033800         WHEN LA-TYPE-RHS
033900             MOVE WS-MAX-LTV-RHS  TO WS-MAX-LTV-PCT
034000         WHEN OTHER
034100             GO TO 3300-EXIT
034200     END-EVALUATE.
034300     IF LA-LOAN-TO-VALUE-PCT > WS-MAX-LTV-PCT
034400         MOVE '03' TO WS-REASON-CODE
034500         MOVE 'INSUFFICIENT COLLATERAL VALUE' TO WS-REASON-TEXT
034600         PERFORM 3700-ADD-DENY-REASON THRU 3700-EXIT
034700     END-IF.
034800 3300-EXIT.
034900     EXIT.
035000******************************************************************
035100*    3400-CHECK-DTI                                              *
035200*    DERIVES THE MONTHLY P&I THE LOAN WOULD BOARD WITH AND       *
035300*    EXPRESSES IT AS A PERCENT OF GROSS MONTHLY INCOME.  ABOVE   *
035400*    THE DENIAL POINT IS A DENIAL; BETWEEN THE REFERRAL AND      *
035500*    DENIAL POINTS GOES TO AN UNDERWRITER.  ZERO INCOME WAS      *
035600*    ALREADY DENIED ABOVE AND IS NOT DIVIDED BY HERE.            *
035700******************************************************************
035800 3400-CHECK-DTI.
035900     IF LA-ANNUAL-INCOME NOT > ZERO
036000         OR LA-REQUESTED-LOAN-AMT = ZERO
036100         GO TO 3400-EXIT
036200     END-IF.
036300     PERFORM 3420-DERIVE-PI-AMT THRU 3420-EXIT.
036400     COMPUTE WS-MONTHLY-INCOME ROUNDED = LA-ANNUAL-INCOME / 12.
036500     IF WS-MONTHLY-INCOME = ZERO
036600         GO TO 3400-EXIT
036700     END-IF.
036800     COMPUTE WS-DTI-PCT ROUNDED =
036900         (WS-PI-AMT * 100) / WS-MONTHLY-INCOME
037000         ON SIZE ERROR
037100             MOVE 999.99 TO WS-DTI-PCT
037200     END-COMPUTE.
037300     IF WS-DTI-PCT > WS-DENY-DTI-PCT
037400         MOVE '01' TO WS-REASON-CODE
037500         MOVE 'EXCESSIVE OBLIGATIONS RELATIVE TO INCOME'
037600             TO WS-REASON-TEXT
037700         PERFORM 3700-ADD-DENY-REASON THRU 3700-EXIT
037800     ELSE
037900         IF WS-DTI-PCT > WS-REFER-DTI-PCT
038000             MOVE 'DTI ABOVE AUTOMATED APPROVAL LIMIT'
038100                 TO WS-REASON-TEXT
038200             PERFORM 3710-ADD-REFER-REASON THRU 3710-EXIT
038300         END-IF
038400     END-IF.
038500 3400-EXIT.
038600     EXIT.
038700******************************************************************
038800*    3420-DERIVE-PI-AMT                                          *
038900*    LEVEL-PAYMENT ANNUITY: PI = L * R * F / (F - 1) WHERE       *
039000*    F IS (1 + R) COMPOUNDED OVER THE TERM AND R IS THE MONTHLY  *
039100*    RATE (NOTE RATE / 1200), BUILT EXACTLY AS COBBOARD BUILDS   *
039200*    IT -- ITERATED MULTIPLICATION IN 3430, ONE OPERATION PER    *
039300*    WORK FIELD.                                                 *
039400******************************************************************
039500 3420-DERIVE-PI-AMT.
039600     IF LA-REQUESTED-RATE = ZERO
039700         COMPUTE WS-PI-AMT ROUNDED =
039800             LA-REQUESTED-LOAN-AMT / WS-TERM-MONTHS
039900         GO TO 3420-EXIT
040000     END-IF.
040100     COMPUTE WS-MONTHLY-RATE ROUNDED = LA-REQUESTED-RATE / 1200.
040200     COMPUTE WS-MONTHLY-FACTOR = 1 + WS-MONTHLY-RATE.
040300     MOVE 1 TO WS-ANNUITY-FACTOR.
040400     PERFORM 3430-COMPOUND-FACTOR THRU 3430-EXIT
040500         VARYING WS-FACTOR-COUNT FROM 1 BY 1
040600         UNTIL WS-FACTOR-COUNT > WS-TERM-MONTHS.
040700     COMPUTE WS-PERIOD-INTEREST ROUNDED =
040800         LA-REQUESTED-LOAN-AMT * WS-MONTHLY-RATE.
040900     COMPUTE WS-PI-NUMERATOR ROUNDED =
041000         WS-PERIOD-INTEREST * WS-ANNUITY-FACTOR.
041100     COMPUTE WS-FACTOR-LESS-1 = WS-ANNUITY-FACTOR - 1.
041200     COMPUTE WS-PI-AMT ROUNDED =
041300         WS-PI-NUMERATOR / WS-FACTOR-LESS-1.
041400 3420-EXIT.
041500     EXIT.
041600******************************************************************
041700*    3430-COMPOUND-FACTOR                                        *
041800******************************************************************
041900 3430-COMPOUND-FACTOR.
042000     COMPUTE WS-ANNUITY-FACTOR ROUNDED =
042100         WS-ANNUITY-FACTOR * WS-MONTHLY-FACTOR.
042200 3430-EXIT.
042300     EXIT.
042400******************************************************************
042500*    3500-CHECK-LOAN-AMOUNT                                      *
042600*    A HOME-IMPROVEMENT LOAN OVER ITS CAP IS DENIED.  A LOAN     *
042700*    OVER ITS LOAN TYPE'S PROGRAM LIMIT IS DENIED, EXCEPT THAT A *
042800*    CONVENTIONAL LOAN OVER THE CONFORMING LIMIT IS JUMBO AND    *
042900*    GOES TO AN UNDERWRITER INSTEAD.                             *
043000******************************************************************
043100 3500-CHECK-LOAN-AMOUNT.
043200     IF LA-PURPOSE-HOME-IMPROVEMENT
043300         AND LA-REQUESTED-LOAN-AMT > WS-MAX-AMT-HOME-IMPR
043400         MOVE '04' TO WS-REASON-CODE
043500         MOVE 'LOAN AMOUNT EXCEEDS PROGRAM LIMIT'
043600             TO WS-REASON-TEXT
043700         PERFORM 3700-ADD-DENY-REASON THRU 3700-EXIT
043800         GO TO 3500-EXIT
043900     END-IF.
044000     EVALUATE TRUE
044100         WHEN LA-TYPE-CONVENTIONAL
044200             MOVE WS-MAX-AMT-CONV TO WS-MAX-LOAN-AMT
044300         WHEN LA-TYPE-FHA
044400             MOVE WS-MAX-AMT-FHA  TO WS-MAX-LOAN-AMT
044500         WHEN LA-TYPE-VA
044600             MOVE WS-MAX-AMT-VA   TO WS-MAX-LOAN-AMT
044700         WHEN LA-TYPE-RHS
044800             MOVE WS-MAX-AMT-RHS  TO WS-MAX-LOAN-AMT
044900         WHEN OTHER
045000             GO TO 3500-EXIT
045100     END-EVALUATE.
045200     IF LA-REQUESTED-LOAN-AMT > WS-MAX-LOAN-AMT
045300         IF LA-TYPE-CONVENTIONAL
045400             MOVE 'JUMBO LOAN AMOUNT' TO WS-REASON-TEXT
045500             PERFORM 3710-ADD-REFER-REASON THRU 3710-EXIT
045600         ELSE
045700             MOVE '04' TO WS-REASON-CODE
045800             MOVE 'LOAN AMOUNT EXCEEDS PROGRAM LIMIT'
045900                 TO WS-REASON-TEXT
046000             PERFORM 3700-ADD-DENY-REASON THRU 3700-EXIT
046100         END-IF
046200     END-IF.
046300 3500-EXIT.
046400     EXIT.
046500******************************************************************
046600*    3600-CHECK-RATE-SPREAD                                      *
046700*    A SPREAD AT OR ABOVE THE HIGHER-PRICED THRESHOLD MEANS THE  *
046800*    LOAN CARRIES HPML ESCROW AND APPRAISAL REQUIREMENTS THAT AN *
046900*    UNDERWRITER MUST CLEAR BY HAND.                             *
047000******************************************************************
047100 3600-CHECK-RATE-SPREAD.
047200     IF LA-RATE-SPREAD NOT < WS-HPML-SPREAD
047300         MOVE 'HIGHER-PRICED RATE SPREAD' TO WS-REASON-TEXT
047400         PERFORM 3710-ADD-REFER-REASON THRU 3710-EXIT
047500     END-IF.
047600 3600-EXIT.
047700     EXIT.
047800******************************************************************
047900*    3700-ADD-DENY-REASON                                        *
048000*    KEEPS THE FIRST FOUR DISTINCT DENIAL REASONS FOUND -- REG B *
048100*    NEEDS NO MORE THAN FOUR PRINCIPAL REASONS ON THE NOTICE.    *
048200******************************************************************
048300 3700-ADD-DENY-REASON.
048400     MOVE 'N' TO WS-DENY-FOUND-SWITCH.
048500     PERFORM 3720-FIND-DENY-REASON THRU 3720-EXIT
048600         VARYING WS-DENY-SUB FROM 1 BY 1
048700         UNTIL WS-DENY-SUB > WS-DENY-COUNT
048800            OR WS-DENY-REASON-FOUND.
048900     IF WS-DENY-REASON-FOUND
049000         GO TO 3700-EXIT
049100     END-IF.
049200     IF WS-DENY-COUNT < 4
049300         ADD 1 TO WS-DENY-COUNT
049400         MOVE WS-REASON-CODE TO WS-DENY-CODE(WS-DENY-COUNT)
049500         MOVE WS-REASON-TEXT TO WS-DENY-TEXT(WS-DENY-COUNT)
049600     END-IF.
049700 3700-EXIT.
049800     EXIT.
049900******************************************************************
050000*    3710-ADD-REFER-REASON                                       *
050100******************************************************************
050200 3710-ADD-REFER-REASON.
050300     IF NOT WS-REFER-TO-MANUAL
050400         MOVE WS-REASON-TEXT TO WS-REFER-REASON
050500     END-IF.
050600     SET WS-REFER-TO-MANUAL TO TRUE.
050700 3710-EXIT.
050800     EXIT.
050900******************************************************************
051000*    3720-FIND-DENY-REASON                                       *
051100******************************************************************
051200 3720-FIND-DENY-REASON.
051300     IF WS-DENY-CODE(WS-DENY-SUB) = WS-REASON-CODE
051400         SET WS-DENY-REASON-FOUND TO TRUE
051500     END-IF.
051600 3720-EXIT.
051700     EXIT.
051800******************************************************************
051900*    3800-UPDATE-APPLICATION                                     *
052000*    RECORDS THE DECISION ON THE APPLICATION.  THE ACTION TAKEN  *
052100*    AND ACTION DATE ARE WHAT COBBOARD AND COBHMDA READ; A       *
052200*    REFERRAL LEAVES BOTH BLANK FOR THE UNDERWRITER.             *
052300******************************************************************
052400 3800-UPDATE-APPLICATION.
052500     EXEC SQL
052600          UPDATE SYSMTG.LOAN_APPLICATION
052700             SET ACTION_TAKEN = :LA-ACTION-TAKEN,
052800                 ACTION_DATE = :LA-ACTION-DATE,
052900                 APPLICATION_STATUS = :LA-APPLICATION-STATUS
053000           WHERE APPLICATION_NUMBER = :LA-APPLICATION-NUMBER
053100     END-EXEC.
053200     IF SQLCODE NOT = ZERO
053300         DISPLAY 'COBUNDWR - APPL UPDATE FAILED, SQLCODE = '
053400                 SQLCODE ' APPL ' LA-APPLICATION-NUMBER
053500         MOVE 16 TO RETURN-CODE
053600         GO TO 9900-ABEND-TERMINATE
053700     END-IF.
053800 3800-EXIT.
053900     EXIT.
054000******************************************************************
054100*    4000-CLOSE-CURSOR                                           *
054200******************************************************************
054300 4000-CLOSE-CURSOR.
054400     EXEC SQL
054500          CLOSE UNDWR-CURSOR
054600     END-EXEC.
054700 4000-EXIT.
054800     EXIT.
054900******************************************************************
055000*    8000-WRITE-TOTALS                                           *
055100******************************************************************
055200 8000-WRITE-TOTALS.
055300     MOVE SPACES TO UNDERWRITING-REPORT-REC.
055400     SET UW-TYPE-TOTAL TO TRUE.
055500     MOVE 'APPLS SCORED'        TO UW-TOT-LABEL.
055600     MOVE WS-READ-COUNT         TO UW-TOT-COUNT.
055700     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
055800     MOVE SPACES TO UNDERWRITING-REPORT-REC.
055900     SET UW-TYPE-TOTAL TO TRUE.
056000     MOVE 'APPLS APPROVED'      TO UW-TOT-LABEL.
056100     MOVE WS-APPROVED-COUNT     TO UW-TOT-COUNT.
056200     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
056300     MOVE SPACES TO UNDERWRITING-REPORT-REC.
056400     SET UW-TYPE-TOTAL TO TRUE.
056500     MOVE 'APPLS DENIED'        TO UW-TOT-LABEL.
056600     MOVE WS-DENIED-COUNT       TO UW-TOT-COUNT.
056700     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
056800     MOVE SPACES TO UNDERWRITING-REPORT-REC.
056900     SET UW-TYPE-TOTAL TO TRUE.
057000     MOVE 'APPLS REFERRED'      TO UW-TOT-LABEL.
057100     MOVE WS-REFERRED-COUNT     TO UW-TOT-COUNT.
057200     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
057300 8000-EXIT.
057400     EXIT.
057500******************************************************************
057600*    8100-WRITE-DECISION-LINE                                    *
057700*    THE REASON SHOWN IS THE FIRST DENIAL REASON FOR A DENIAL,   *
057800*    THE FIRST REFERRAL REASON FOR A REFERRAL, AND BLANK FOR AN  *
057900*    APPROVAL.                                                   *
058000******************************************************************
058100 8100-WRITE-DECISION-LINE.
058200     MOVE SPACES TO UNDERWRITING-REPORT-REC.
058300     SET UW-TYPE-DECISION TO TRUE.
058400     MOVE LA-APPLICATION-NUMBER  TO UW-APPLICATION-NUMBER.
058500     MOVE LA-BORROWER-NAME       TO UW-BORROWER-NAME.
058600     MOVE WS-DECISION            TO UW-DECISION.
058700     MOVE LA-LOAN-TO-VALUE-PCT   TO UW-LTV-PCT.
058800     MOVE WS-DTI-PCT             TO UW-DTI-PCT.
058900     MOVE LA-REQUESTED-LOAN-AMT  TO UW-LOAN-AMT.
059000     MOVE LA-RATE-SPREAD         TO UW-RATE-SPREAD.
059100     IF WS-DENY-COUNT > ZERO
059200         MOVE WS-DENY-TEXT(1)    TO UW-REASON-TEXT
059300     ELSE
059400         MOVE WS-REFER-REASON    TO UW-REASON-TEXT
059500     END-IF.
059600     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
059700 8100-EXIT.
059800     EXIT.
059900******************************************************************
060000*    8200-WRITE-REPORT-LINE                                      *
060100******************************************************************
060200 8200-WRITE-REPORT-LINE.
060300     WRITE UNDERWRITING-REPORT-REC.
060400     IF WS-UNDWRPT-FILE-STATUS NOT = '00'
060500         DISPLAY 'COBUNDWR - REPORT FILE WRITE FAILED, STATUS = '
060600                 WS-UNDWRPT-FILE-STATUS
060700         MOVE 16 TO RETURN-CODE
060800         GO TO 9900-ABEND-TERMINATE
060900     END-IF.
061000 8200-EXIT.
061100     EXIT.
061200******************************************************************
061300*    8300-WRITE-ADVERSE-ACTION                                   *
061400*    ONE NOTICE PER DENIED APPLICATION, CARRYING EVERY DENIAL    *
061500*    REASON FOUND (UP TO FOUR) IN THE ORDER THEY WERE FOUND.     *
061600******************************************************************
061700 8300-WRITE-ADVERSE-ACTION.
061800     MOVE SPACES TO ADVERSE-ACTION-NOTICE-REC.
061900     MOVE LA-APPLICATION-NUMBER  TO AN-APPLICATION-NUMBER.
062000     MOVE LA-BORROWER-NAME       TO AN-BORROWER-NAME.
062100     MOVE LA-CO-BORROWER-NAME    TO AN-CO-BORROWER-NAME.
062200     MOVE LA-PROPERTY-ADDRESS    TO AN-PROPERTY-ADDRESS.
062300     MOVE LA-APPLICATION-DATE    TO AN-APPLICATION-DATE.
062400     MOVE LA-ACTION-DATE         TO AN-ACTION-DATE.
062500     MOVE LA-REQUESTED-LOAN-AMT  TO AN-REQUESTED-LOAN-AMT.
062600     MOVE WS-DENY-COUNT          TO AN-REASON-COUNT.
062700     PERFORM 8310-MOVE-NOTICE-REASON THRU 8310-EXIT
062800         VARYING WS-DENY-SUB FROM 1 BY 1
062900         UNTIL WS-DENY-SUB > WS-DENY-COUNT.
063000     WRITE ADVERSE-ACTION-NOTICE-REC.
063100     IF WS-AANOTICE-FILE-STATUS NOT = '00'
063200         DISPLAY 'COBUNDWR - NOTICE FILE WRITE FAILED, STATUS = '
063300                 WS-AANOTICE-FILE-STATUS
063400         MOVE 16 TO RETURN-CODE
063500         GO TO 9900-ABEND-TERMINATE
063600     END-IF.
063700     ADD 1 TO WS-NOTICE-COUNT.
063800 8300-EXIT.
063900     EXIT.
064000******************************************************************
064100*    8310-MOVE-NOTICE-REASON                                     *
064200******************************************************************
064300 8310-MOVE-NOTICE-REASON.
064400     MOVE WS-DENY-CODE(WS-DENY-SUB)
064500         TO AN-REASON-CODE(WS-DENY-SUB).
064600     MOVE WS-DENY-TEXT(WS-DENY-SUB)
064700         TO AN-REASON-TEXT(WS-DENY-SUB).
064800 8310-EXIT.
064900     EXIT.
065000******************************************************************
065100*    9000-NORMAL-TERMINATE                                       *
065200******************************************************************
065300 9000-NORMAL-TERMINATE.
065400     CLOSE UNDERWRITING-REPORT-FILE.
065500     CLOSE ADVERSE-ACTION-FILE.
065600     DISPLAY 'COBUNDWR - APPLICATIONS SCORED: ' WS-READ-COUNT.
065700     DISPLAY 'COBUNDWR - APPROVED:            ' WS-APPROVED-COUNT.
065800     DISPLAY 'COBUNDWR - DENIED:              ' WS-DENIED-COUNT.
065900     DISPLAY 'COBUNDWR - REFERRED TO MANUAL:  ' WS-REFERRED-COUNT.
066000     DISPLAY 'COBUNDWR - ADVERSE ACTION NOTICES: '
066100             WS-NOTICE-COUNT.
066200     DISPLAY 'COBUNDWR - NORMAL COMPLETION'.
066300     MOVE 0 TO RETURN-CODE.
066400 9000-EXIT.
066500     EXIT.
066600******************************************************************
066700*    9900-ABEND-TERMINATE                                       *
066800*    REACHED ONLY VIA GO TO WHEN A FILE OPEN OR WRITE OR AN SQL  *
066900*    CALL FAILS.  RETURN-CODE IS ALREADY SET BY THE CALLER.      *
067000******************************************************************
067100 9900-ABEND-TERMINATE.
067200     CLOSE UNDERWRITING-REPORT-FILE.
067300     CLOSE ADVERSE-ACTION-FILE.
067400     DISPLAY 'COBUNDWR - ABENDING, RETURN CODE = ' RETURN-CODE.
067500     GOBACK.
