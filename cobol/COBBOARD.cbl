003710*    2026-09-02 GMS   BOARD THE NEW LATE_CHARGE_BALANCE COLUMN   *
003720*                     AT ZERO -- A FRESHLY BOARDED LOAN HAS NO   *
003730*                     LATE CHARGES.                              *
003731*    2026-10-15 GMS   BOARD PRIVATE MORTGAGE INSURANCE: THE      *
003732*                     ORIGINAL PROPERTY VALUE FROM THE           *
003733*                     APPLICATION, AND THE CARRIER, CERTIFICATE  *
003734*                     AND MONTHLY PREMIUM THE CLOSING DESK       *
003735*                     RECORDED, WITH THE PMI ACTIVE FROM THE     *
003736*                     ORIGINATION DATE.  A CONVENTIONAL LOAN     *
003737*                     OVER 80 PERCENT LTV WITH NO CERTIFICATE,   *
003738*                     OR A CERTIFICATE WITH NO PREMIUM OR NO     *
003739*                     PROPERTY VALUE, IS REJECTED FOR THE        *
003740*                     CLOSING DESK TO COMPLETE.                  *
003800*                                                                *
003900******************************************************************
004000 ENVIRONMENT DIVISION.
008600 01  WS-PERIOD-INTEREST     PIC S9(07)V9(04) COMP-3 VALUE 0.
008700 01  WS-PI-NUMERATOR        PIC S9(09)V9(04) COMP-3 VALUE 0.
008800 01  WS-PI-AMT                 PIC S9(07)V99 COMP-3 VALUE 0.
008810******************************************************************
008820*    PRIVATE MORTGAGE INSURANCE                                  *
008830*    A CONVENTIONAL LOAN FOR MORE THAN THIS SHARE OF THE         *
008840*    PROPERTY VALUE MUST BOARD WITH ITS MI CERTIFICATE.          *
008850******************************************************************
008860 77  WS-PMI-LTV-LIMIT          PIC S9(01)V9(02) COMP-3 VALUE .80.
008870 01  WS-PMI-LIMIT-AMT          PIC S9(09)V99 COMP-3 VALUE 0.
008900******************************************************************
009000*    DATE WORK AREAS                                             *
009100******************************************************************
016000          DECLARE BOARD-CURSOR CURSOR FOR
016100          SELECT APPLICATION_NUMBER, BORROWER_SSN, BORROWER_NAME,
016200                 PROPERTY_ADDRESS, REQUESTED_LOAN_AMT,
016300                 REQUESTED_RATE, ACTION_DATE, PROPERTY_VALUE,
016310                 LOAN_TYPE, PMI_CARRIER_CODE, PMI_CERT_NUMBER,
016320                 PMI_MONTHLY_PREMIUM
016400            FROM SYSMTG.LOAN_APPLICATION
016500           WHERE ACTION_TAKEN = '1'
016600             AND LOAN_NUMBER = ' '
021100          INTO :LA-APPLICATION-NUMBER, :LA-BORROWER-SSN,
021200               :LA-BORROWER-NAME, :LA-PROPERTY-ADDRESS,
021300               :LA-REQUESTED-LOAN-AMT, :LA-REQUESTED-RATE,
021400               :LA-ACTION-DATE, :LA-PROPERTY-VALUE,
021410               :LA-LOAN-TYPE, :LA-PMI-CARRIER-CODE,
021420               :LA-PMI-CERT-NUMBER, :LA-PMI-MONTHLY-PREMIUM
021500     END-EXEC.
021600     IF SQLCODE = 100
021700         SET WS-END-OF-CURSOR TO TRUE
022800*    3200-VALIDATE-APPLICATION                                   *
022900*    AN ORIGINATED APPLICATION STILL NEEDS AN AMOUNT, A RATE     *
023000*    AND AN ACTION DATE BEFORE A SERVICEABLE LOAN CAN BE BUILT   *
023100*    FROM IT, AND ANY MI CERTIFICATE IT NEEDS, COMPLETE WITH     *
023110*    ITS PREMIUM AND THE PROPERTY VALUE THE HOMEOWNERS           *
023120*    PROTECTION ACT POINTS ARE MEASURED FROM.  THE FIRST         *
023130*    FAILURE FOUND IS REPORTED.                                  *
023200******************************************************************
023300 3200-VALIDATE-APPLICATION.
023400     IF LA-REQUESTED-LOAN-AMT = ZERO
024500         SET WS-APPL-REJECTED TO TRUE
024600         MOVE 'MISSING ACTION DATE' TO WS-REJECT-REASON
024700         GO TO 3200-EXIT
024701     END-IF.
024702     IF LA-PMI-CARRIER-CODE NOT = SPACES
024703         IF LA-PMI-MONTHLY-PREMIUM = ZERO
024704                 OR LA-PROPERTY-VALUE = ZERO
024705             SET WS-APPL-REJECTED TO TRUE
024706             MOVE 'INCOMPLETE PMI DATA' TO WS-REJECT-REASON
024707         END-IF
024708         GO TO 3200-EXIT
024709     END-IF.
024710     COMPUTE WS-PMI-LIMIT-AMT ROUNDED =
024711         LA-PROPERTY-VALUE * WS-PMI-LTV-LIMIT.
024712     IF LA-TYPE-CONVENTIONAL
024713             AND LA-REQUESTED-LOAN-AMT > WS-PMI-LIMIT-AMT
024714         SET WS-APPL-REJECTED TO TRUE
024715         MOVE 'PMI CERTIFICATE MISSING' TO WS-REJECT-REASON
024800     END-IF.
024900 3200-EXIT.
025000     EXIT.
027900     MOVE 'A'                    TO LM-REMIT-TYPE.
028000     MOVE '0001'                 TO LM-SERVICER-BRANCH.
028010     MOVE ZERO                   TO LM-LATE-CHARGE-BALANCE.
028011     MOVE LA-PROPERTY-VALUE      TO LM-ORIG-PROPERTY-VALUE.
028012     MOVE LA-PMI-CARRIER-CODE    TO LM-PMI-CARRIER-CODE.
028013     MOVE LA-PMI-CERT-NUMBER     TO LM-PMI-CERT-NUMBER.
028014     MOVE LA-PMI-MONTHLY-PREMIUM TO LM-PMI-MONTHLY-PREMIUM.
028015     IF LA-PMI-CARRIER-CODE = SPACES
028016         SET LM-PMI-NONE TO TRUE
028017         MOVE SPACES             TO LM-PMI-STATUS-DATE
028018     ELSE
028019         SET LM-PMI-ACTIVE TO TRUE
028020         MOVE LM-ORIGINATION-DATE TO LM-PMI-STATUS-DATE
028021     END-IF.
028100 3300-EXIT.
028200     EXIT.
028300******************************************************************
037300                SCHEDULED_PI_AMT, ESCROW_BALANCE,
037400                ESCROW_MONTHLY_AMT, DELINQUENCY_STATUS,
037500                INVESTOR_CODE, POOL_NUMBER, REMIT_TYPE,
037600                SERVICER_BRANCH, LATE_CHARGE_BALANCE,
037610                PMI_CARRIER_CODE, PMI_CERT_NUMBER,
037620                PMI_MONTHLY_PREMIUM, ORIG_PROPERTY_VALUE,
037630                PMI_STATUS, PMI_STATUS_DATE)
037700          VALUES
037800               (:LM-LOAN-NUMBER, :LM-BORROWER-SSN,
037900                :LM-BORROWER-NAME, :LM-PROPERTY-ADDRESS,
038400                :LM-ESCROW-BALANCE, :LM-ESCROW-MONTHLY-AMT,
038500                :LM-DELINQUENCY-STATUS, :LM-INVESTOR-CODE,
038600                :LM-POOL-NUMBER, :LM-REMIT-TYPE,
038700                :LM-SERVICER-BRANCH, :LM-LATE-CHARGE-BALANCE,
038710                :LM-PMI-CARRIER-CODE, :LM-PMI-CERT-NUMBER,
038720                :LM-PMI-MONTHLY-PREMIUM, :LM-ORIG-PROPERTY-VALUE,
038730                :LM-PMI-STATUS, :LM-PMI-STATUS-DATE)
038800     END-EXEC.
038900     IF SQLCODE = -803
039000         SET WS-APPL-REJECTED TO TRUE
043200     MOVE LM-NOTE-RATE           TO BR-NOTE-RATE.
043300     MOVE LM-SCHEDULED-PI-AMT    TO BR-PI-AMT.
043400     MOVE LM-NEXT-DUE-DATE       TO BR-FIRST-DUE-DATE.
043410     MOVE LM-PMI-CARRIER-CODE    TO BR-PMI-CARRIER-CODE.
043500     PERFORM 3800-WRITE-REPORT-LINE THRU 3800-EXIT.
043600 3600-EXIT.
043700     EXIT.
