000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBPMI.
000300 AUTHOR.        G SADLER.
000400 INSTALLATION.  MORTGAGE SERVICING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     COBPMI                                        *
001000*    DESCRIPTION: MONTHLY PRIVATE MORTGAGE INSURANCE PROCESSING  *
001100*                 UNDER THE HOMEOWNERS PROTECTION ACT.  FIRST    *
001200*                 WORKS THE BORROWERS' WRITTEN REQUESTS TO       *
001300*                 CANCEL (THE PMIREQ FILE): A LOAN THAT IS       *
001400*                 CURRENT AND HAS REACHED THE 80 PERCENT LTV     *
001500*                 POINT -- ON THE ORIGINAL AMORTIZATION SCHEDULE *
001600*                 OR ON ITS ACTUAL CURRENT UPB, MEASURED AGAINST *
001700*                 THE ORIGINAL PROPERTY VALUE -- HAS ITS         *
001800*                 COVERAGE CANCELLED; ANY OTHER REQUEST IS       *
001900*                 DENIED WITH A NOTICE GIVING THE REASON.  THEN  *
002000*                 REVIEWS EVERY LOAN WITH COVERAGE IN FORCE: A   *
002100*                 CURRENT LOAN AT THE 78 PERCENT POINT, OR PAST  *
002200*                 THE MIDPOINT OF ITS AMORTIZATION PERIOD, HAS   *
002300*                 ITS COVERAGE TERMINATED AUTOMATICALLY (A LOAN  *
002400*                 NOT CURRENT IS HELD AND REPORTED UNTIL IT IS); *
002500*                 A LOAN NEWLY AT THE 80 PERCENT POINT IS SENT   *
002600*                 AN ELIGIBILITY NOTICE; A LOAN IN ITS           *
002700*                 ORIGINATION ANNIVERSARY MONTH IS SENT THE      *
002800*                 ANNUAL HPA DISCLOSURE AND LISTED IN THE        *
002900*                 DISCLOSURE POPULATION; AND THE MONTH'S PREMIUM *
003000*                 ON EVERY LOAN STILL COVERED IS WRITTEN TO THE  *
003100*                 PAYABLE FILE FOR ACCOUNTS PAYABLE TO REMIT TO  *
003200*                 THE CARRIER, TOTALLED BY CARRIER ON THE        *
003300*                 REPORT.  ENDED COVERAGE GOES TO THE CARRIER ON *
003400*                 THE CANCELLATION FILE AND THE PREMIUM ON THE   *
003500*                 LOAN MASTER IS ZEROED, SO BILLING AND POSTING  *
003600*                 STOP COLLECTING IT.  BORROWER NOTICES ARE      *
003700*                 ADDRESSED FROM SYSMTG.BORROWER_CONTACT, WITH   *
003800*                 RETURNED MAIL HELD ON THE PMIMEXC EXCEPTION    *
003900*                 FILE.  FOLLOWS THE SQLCA/EXEC SQL STYLE        *
004000*                 ESTABLISHED BY COBDDB2.                        *
004100*                                                                *
004200*    MODIFICATION HISTORY                                       *
004300*    DATE       INIT  DESCRIPTION                                *
004400*    -------    ----  ------------------------------------------ *
004500*    2026-10-15 GMS   ORIGINAL PROGRAM                           *
004510*    2026-10-15 GMS   LEAVE OUT LOANS TRANSFERRED OUT ('TR') BY  *
004520*                     COBSXFER: THE TRANSFEREE PAYS THE PREMIUM  *
004530*                     AND ANSWERS CANCELLATION REQUESTS FROM THE *
004540*                     EFFECTIVE DATE ON.                         *
004600*                                                                *
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT PMI-REQUEST-FILE ASSIGN TO PMIREQ
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-PMIREQ-FILE-STATUS.
005400     SELECT PMI-NOTICE-FILE ASSIGN TO PMINOTC
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-PMINOTC-FILE-STATUS.
005700     SELECT MAIL-EXCEPTION-FILE ASSIGN TO PMIMEXC
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-PMIMEXC-FILE-STATUS.
006000     SELECT PMI-CANCELLATION-FILE ASSIGN TO PMICANC
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-PMICANC-FILE-STATUS.
006300     SELECT PMI-PAYABLE-FILE ASSIGN TO PMIPAY
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-PMIPAY-FILE-STATUS.
006600     SELECT PMI-REPORT-FILE ASSIGN TO PMIRPT
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-PMIRPT-FILE-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  PMI-REQUEST-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400     COPY PMIREQ.
007500 FD  PMI-NOTICE-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800     COPY PMINOTC.
007900 FD  MAIL-EXCEPTION-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200     COPY MAILEXC.
008300 FD  PMI-CANCELLATION-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600     COPY PMICANC.
008700 FD  PMI-PAYABLE-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000     COPY PMIPAY.
009100 FD  PMI-REPORT-FILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400     COPY PMIRPT.
009500 WORKING-STORAGE SECTION.
009600******************************************************************
009700*    FILE CONTROL, CURSOR CONTROL AND COUNTERS                   *
009800******************************************************************
009900 01  WS-EOF-SWITCH                   PIC X(01)       VALUE 'N'.
010000     88  WS-END-OF-FILE                              VALUE 'Y'.
010100 01  WS-PMI-EOF-SWITCH               PIC X(01)       VALUE 'N'.
010200     88  WS-PMI-AT-END                               VALUE 'Y'.
010300 01  WS-VALID-SWITCH                 PIC X(01)       VALUE 'Y'.
010400     88  WS-TXN-VALID                                VALUE 'Y'.
010500     88  WS-TXN-REJECTED                             VALUE 'N'.
010600 01  WS-MAIL-RETURNED-SWITCH         PIC X(01)       VALUE 'N'.
010700     88  WS-MAIL-RETURNED                            VALUE 'Y'.
010800 01  WS-CARRIER-SWITCH               PIC X(01)       VALUE 'N'.
010900     88  WS-CARRIER-STARTED                          VALUE 'Y'.
011000 01  WS-READ-COUNT                PIC S9(07) COMP-3 VALUE 0.
011100 01  WS-CANCELLED-COUNT           PIC S9(07) COMP-3 VALUE 0.
011200 01  WS-DENIED-COUNT              PIC S9(07) COMP-3 VALUE 0.
011300 01  WS-REJECT-COUNT              PIC S9(07) COMP-3 VALUE 0.
011400 01  WS-IN-FORCE-COUNT            PIC S9(07) COMP-3 VALUE 0.
011500 01  WS-TERMINATED-COUNT          PIC S9(07) COMP-3 VALUE 0.
011600 01  WS-HELD-COUNT                PIC S9(07) COMP-3 VALUE 0.
011700 01  WS-ELIGIBLE-COUNT            PIC S9(07) COMP-3 VALUE 0.
011800 01  WS-DISCLOSURE-COUNT          PIC S9(07) COMP-3 VALUE 0.
011900 01  WS-NOTICE-COUNT              PIC S9(07) COMP-3 VALUE 0.
012000 01  WS-MAIL-HELD-COUNT           PIC S9(07) COMP-3 VALUE 0.
012100 01  WS-PAYABLE-COUNT             PIC S9(07) COMP-3 VALUE 0.
012200 01  WS-PAYABLE-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
012300 01  WS-PMIREQ-FILE-STATUS        PIC X(02)       VALUE '00'.
012400 01  WS-PMINOTC-FILE-STATUS       PIC X(02)       VALUE '00'.
012500 01  WS-PMIMEXC-FILE-STATUS       PIC X(02)       VALUE '00'.
012600 01  WS-PMICANC-FILE-STATUS       PIC X(02)       VALUE '00'.
012700 01  WS-PMIPAY-FILE-STATUS        PIC X(02)       VALUE '00'.
012800 01  WS-PMIRPT-FILE-STATUS        PIC X(02)       VALUE '00'.
012900 01  WS-REJECT-REASON                PIC X(25)       VALUE SPACES.
013000 01  WS-ACTION-TEXT                  PIC X(20)       VALUE SPACES.
013100 01  WS-ACTIVITY-DATE                PIC X(08)       VALUE SPACES.
013200 01  WS-NOTICE-TYPE                  PIC X(01)       VALUE SPACE.
013300 01  WS-CANCEL-REASON                PIC X(01)       VALUE SPACE.
013400 01  WS-EFFECTIVE-DATE               PIC X(08)       VALUE SPACES.
013500******************************************************************
013600*    CARRIER CONTROL BREAK                                       *
013700*    THE IN-FORCE CURSOR IS IN CARRIER ORDER, SO THE PREMIUM     *
013800*    PAYABLE TO EACH CARRIER IS TOTALLED AS ITS LOANS GO BY.     *
013900******************************************************************
014000 01  WS-PREV-CARRIER                 PIC X(04)       VALUE SPACES.
014100 01  WS-CARRIER-COUNT             PIC S9(07) COMP-3 VALUE 0.
014200 01  WS-CARRIER-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
014300******************************************************************
014400*    HOMEOWNERS PROTECTION ACT LTV POINTS                        *
014500*    THE BORROWER MAY ASK TO CANCEL AT 80 PERCENT OF THE         *
014600*    ORIGINAL PROPERTY VALUE; COVERAGE TERMINATES AUTOMATICALLY  *
014700*    AT 78 PERCENT, OR FINALLY AT THE MIDPOINT OF THE            *
014800*    AMORTIZATION PERIOD, ONCE THE LOAN IS CURRENT.              *
014900******************************************************************
015000 77  WS-REQUEST-LTV         PIC S9(01)V9(02) COMP-3 VALUE .80.
015100 77  WS-TERMINATE-LTV       PIC S9(01)V9(02) COMP-3 VALUE .78.
015200 77  WS-DEFAULT-TERM              PIC S9(05) COMP-3 VALUE 360.
015300 01  WS-REQUEST-LIMIT-AMT      PIC S9(09)V99 COMP-3 VALUE 0.
015400 01  WS-TERMINATE-LIMIT-AMT    PIC S9(09)V99 COMP-3 VALUE 0.
015500 01  WS-CURRENT-LTV            PIC S9(03)V99 COMP-3 VALUE 0.
015600 01  WS-REQUEST-SWITCH               PIC X(01)       VALUE 'N'.
015700     88  WS-REQUEST-POINT-REACHED                    VALUE 'Y'.
015800 01  WS-TERMINATE-SWITCH             PIC X(01)       VALUE 'N'.
015900     88  WS-TERMINATE-POINT-REACHED                  VALUE 'Y'.
016000 01  WS-MIDPOINT-SWITCH              PIC X(01)       VALUE 'N'.
016100     88  WS-MIDPOINT-REACHED                         VALUE 'Y'.
016200******************************************************************
016300*    ORIGINAL AMORTIZATION SCHEDULE WORK AREAS                   *
016400*    THE SCHEDULE IS REBUILT FROM THE ORIGINAL LOAN AMOUNT, NOTE *
016500*    RATE AND SCHEDULED P&I, ONE MONTH AT A TIME FROM THE FIRST  *
016600*    DUE DATE, THE SAME ARITHMETIC AS COBAMORT, UNTIL THE        *
016700*    SCHEDULED BALANCE REACHES THE 78 PERCENT POINT.             *
016800******************************************************************
016900 01  WS-MONTHLY-RATE        PIC S9(01)V9(06) COMP-3 VALUE 0.
017000 01  WS-SCHED-BALANCE          PIC S9(09)V99 COMP-3 VALUE 0.
017100 01  WS-SCHED-INTEREST         PIC S9(07)V99 COMP-3 VALUE 0.
017200 01  WS-SCHED-PRINCIPAL        PIC S9(07)V99 COMP-3 VALUE 0.
017300 01  WS-SCHED-COUNT               PIC S9(05) COMP-3 VALUE 0.
017400 01  WS-TERM-MONTHS               PIC S9(05) COMP-3 VALUE 0.
017500 01  WS-HALF-TERM                 PIC S9(05) COMP-3 VALUE 0.
017600 01  WS-MONTH-INDEX               PIC S9(07) COMP-3 VALUE 0.
017700 01  WS-MONTH-REMAINDER           PIC S9(03) COMP-3 VALUE 0.
017800 01  WS-SCHED-DONE-SWITCH            PIC X(01)       VALUE 'N'.
017900     88  WS-SCHED-DONE                               VALUE 'Y'.
018000 01  WS-SCHED-80-DATE                PIC X(08)       VALUE SPACES.
018100 01  WS-SCHED-78-DATE                PIC X(08)       VALUE SPACES.
018200 01  WS-MIDPOINT-DATE                PIC X(08)       VALUE SPACES.
018300 01  WS-SCHED-DATE.
018400     05  WS-SCHED-YYYY               PIC 9(04).
018500     05  WS-SCHED-MM                 PIC 9(02).
018600     05  WS-SCHED-DD                 PIC 9(02).
018700 01  WS-MID-DATE.
018800     05  WS-MID-YYYY                 PIC 9(04).
018900     05  WS-MID-MM                   PIC 9(02).
019000     05  WS-MID-DD                   PIC 9(02).
019100 01  WS-ORIG-DATE.
019200     05  WS-ORIG-YYYY                PIC 9(04).
019300     05  WS-ORIG-MM                  PIC 9(02).
019400     05  WS-ORIG-DD                  PIC 9(02).
019500 01  WS-MAT-DATE.
019600     05  WS-MAT-YYYY                 PIC 9(04).
019700     05  WS-MAT-MM                   PIC 9(02).
019800     05  WS-MAT-DD                   PIC 9(02).
019900******************************************************************
020000*    RUN DATE AND PAYABLE DUE DATE                               *
020100*    THE MONTH'S PREMIUM IS PAYABLE ON THE FIRST OF THE RUN      *
020200*    MONTH, AS COBESCRW DATES ITS DISBURSEMENTS.                 *
020300******************************************************************
020400 01  WS-RUN-DATE                     PIC X(08)       VALUE SPACES.
020500 01  WS-PAYABLE-DUE-DATE             PIC X(08)       VALUE SPACES.
020600******************************************************************
020700*    DB2 HOST VARIABLE RECORD FOR THE LOAN MASTER TABLE          *
020800******************************************************************
020900     COPY LOANREC.
021000******************************************************************
021100*    DB2 HOST VARIABLE RECORD FOR THE BORROWER CONTACT TABLE     *
021200******************************************************************
021300     COPY BCONTREC.
021400*    INCLUDING SQLCA COPYBOOK FOR SQLCODE AND THE REST OF THE
021500*    DB2 COMMUNICATIONS AREA.
021600     EXEC SQL
021700          INCLUDE SQLCA
021800     END-EXEC.
021900 PROCEDURE DIVISION.
022000******************************************************************
022100*    0000-MAINLINE                                               *
022200******************************************************************
022300 0000-MAINLINE.
022400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022500     PERFORM 2000-READ-REQUEST THRU 2000-EXIT.
022600     PERFORM 3000-APPLY-REQUEST THRU 3000-EXIT
022700         UNTIL WS-END-OF-FILE.
022800     PERFORM 4000-OPEN-PMI-CURSOR THRU 4000-EXIT.
022900     PERFORM 4100-REVIEW-LOAN THRU 4100-EXIT
023000         UNTIL WS-PMI-AT-END.
023100     PERFORM 4900-CLOSE-PMI-CURSOR THRU 4900-EXIT.
023200     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT.
023300     PERFORM 9000-NORMAL-TERMINATE THRU 9000-EXIT.
023400     STOP RUN.
023500******************************************************************
023600*    1000-INITIALIZE                                             *
023700******************************************************************
023800 1000-INITIALIZE.
023900     DISPLAY 'COBPMI - PMI PROCESSING STARTING'.
024000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024100     MOVE WS-RUN-DATE(1:6) TO WS-PAYABLE-DUE-DATE(1:6).
024200     MOVE '01'             TO WS-PAYABLE-DUE-DATE(7:2).
024300     OPEN INPUT PMI-REQUEST-FILE.
024400     IF WS-PMIREQ-FILE-STATUS NOT = '00'
024500         DISPLAY 'COBPMI - REQUEST FILE OPEN FAILED, STATUS = '
024600                 WS-PMIREQ-FILE-STATUS
024700         MOVE 16 TO RETURN-CODE
024800         GO TO 9900-ABEND-TERMINATE
024900     END-IF.
025000     OPEN OUTPUT PMI-NOTICE-FILE.
025100     IF WS-PMINOTC-FILE-STATUS NOT = '00'
025200         DISPLAY 'COBPMI - NOTICE FILE OPEN FAILED, STATUS = '
025300                 WS-PMINOTC-FILE-STATUS
025400         MOVE 16 TO RETURN-CODE
025500         GO TO 9900-ABEND-TERMINATE
025600     END-IF.
025700     OPEN OUTPUT MAIL-EXCEPTION-FILE.
025800     IF WS-PMIMEXC-FILE-STATUS NOT = '00'
025900         DISPLAY 'COBPMI - MAIL EXC FILE OPEN FAILED, STATUS = '
026000                 WS-PMIMEXC-FILE-STATUS
026100         MOVE 16 TO RETURN-CODE
026200         GO TO 9900-ABEND-TERMINATE
026300     END-IF.
026400     OPEN OUTPUT PMI-CANCELLATION-FILE.
026500     IF WS-PMICANC-FILE-STATUS NOT = '00'
026600         DISPLAY 'COBPMI - CANCEL FILE OPEN FAILED, STATUS = '
026700                 WS-PMICANC-FILE-STATUS
026800         MOVE 16 TO RETURN-CODE
026900         GO TO 9900-ABEND-TERMINATE
027000     END-IF.
027100     OPEN OUTPUT PMI-PAYABLE-FILE.
027200     IF WS-PMIPAY-FILE-STATUS NOT = '00'
027300         DISPLAY 'COBPMI - PAYABLE FILE OPEN FAILED, STATUS = '
027400                 WS-PMIPAY-FILE-STATUS
027500         MOVE 16 TO RETURN-CODE
027600         GO TO 9900-ABEND-TERMINATE
027700     END-IF.
027800     OPEN OUTPUT PMI-REPORT-FILE.
027900     IF WS-PMIRPT-FILE-STATUS NOT = '00'
028000         DISPLAY 'COBPMI - REPORT FILE OPEN FAILED, STATUS = '
028100                 WS-PMIRPT-FILE-STATUS
028200         MOVE 16 TO RETURN-CODE
028300         GO TO 9900-ABEND-TERMINATE
028400     END-IF.
028500 1000-EXIT.
028600     EXIT.
028700******************************************************************
028800*    2000-READ-REQUEST                                           *
028900******************************************************************
029000 2000-READ-REQUEST.
029100     READ PMI-REQUEST-FILE
029200         AT END
029300             SET WS-END-OF-FILE TO TRUE
029400     END-READ.
029500 2000-EXIT.
029600     EXIT.
029700******************************************************************
029800*    3000-APPLY-REQUEST                                          *
029900*    FETCHES THE LOAN, CONFIRMS IT STILL CARRIES PMI AND JUDGES  *
030000*    THE BORROWER'S REQUEST TO CANCEL, THEN READS THE NEXT       *
030100*    REQUEST.  A REQUEST FOR A LOAN NOT ON FILE, PAID OFF OR     *
030200*    WITHOUT COVERAGE IN FORCE GOES TO THE EXCEPTION SIDE OF THE *
030300*    REPORT FOR CUSTOMER SERVICE; EVERY OTHER REQUEST IS ANSWERED*
030400*    WITH A NOTICE.                                              *
030500******************************************************************
030600 3000-APPLY-REQUEST.
030700     ADD 1 TO WS-READ-COUNT.
030800     SET WS-TXN-VALID TO TRUE.
030900     MOVE SPACES TO WS-REJECT-REASON.
031000     MOVE SPACES TO WS-EFFECTIVE-DATE.
031100     PERFORM 3100-FETCH-LOAN THRU 3100-EXIT.
031200     IF WS-TXN-VALID
031300         MOVE PQ-REQUEST-DATE TO WS-ACTIVITY-DATE
031400         PERFORM 5000-FIND-LTV-POINTS THRU 5000-EXIT
031500         PERFORM 3200-JUDGE-REQUEST THRU 3200-EXIT
031600     ELSE
031700         PERFORM 8100-WRITE-EXCEPTION-LINE THRU 8100-EXIT
031800         ADD 1 TO WS-REJECT-COUNT
031900     END-IF.
032000     PERFORM 2000-READ-REQUEST THRU 2000-EXIT.
032100 3000-EXIT.
032200     EXIT.
032300******************************************************************
032400*    3100-FETCH-LOAN                                             *
032500******************************************************************
032600 3100-FETCH-LOAN.
032700     MOVE PQ-LOAN-NUMBER TO LM-LOAN-NUMBER.
032800     EXEC SQL
032900          SELECT BORROWER_NAME, PROPERTY_ADDRESS,
033000                 ORIGINAL_LOAN_AMT, ORIGINATION_DATE,
033100                 MATURITY_DATE, NOTE_RATE, CURRENT_UPB,
033200                 SCHEDULED_PI_AMT, DELINQUENCY_STATUS,
033300                 PMI_CARRIER_CODE, PMI_CERT_NUMBER,
033400                 PMI_MONTHLY_PREMIUM, ORIG_PROPERTY_VALUE,
033500                 PMI_STATUS
033600            INTO :LM-BORROWER-NAME, :LM-PROPERTY-ADDRESS,
033700                 :LM-ORIGINAL-LOAN-AMT, :LM-ORIGINATION-DATE,
033800                 :LM-MATURITY-DATE, :LM-NOTE-RATE,
033900                 :LM-CURRENT-UPB,
034000                 :LM-SCHEDULED-PI-AMT, :LM-DELINQUENCY-STATUS,
034100                 :LM-PMI-CARRIER-CODE, :LM-PMI-CERT-NUMBER,
034200                 :LM-PMI-MONTHLY-PREMIUM, :LM-ORIG-PROPERTY-VALUE,
034300                 :LM-PMI-STATUS
034400            FROM SYSMTG.LOAN_MASTER
034500           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
034600     END-EXEC.
034700     IF SQLCODE = 100
034800         SET WS-TXN-REJECTED TO TRUE
034900         MOVE 'LOAN NOT ON FILE' TO WS-REJECT-REASON
035000         GO TO 3100-EXIT
035100     END-IF.
035200     IF SQLCODE NOT = ZERO
035300         DISPLAY 'COBPMI - LOAN SELECT FAILED, SQLCODE = '
035400                 SQLCODE ' LOAN ' LM-LOAN-NUMBER
035500         MOVE 16 TO RETURN-CODE
035600         GO TO 9900-ABEND-TERMINATE
035700     END-IF.
035800     IF LM-STAT-PAID-OFF
035900         SET WS-TXN-REJECTED TO TRUE
036000         MOVE 'LOAN PAID IN FULL' TO WS-REJECT-REASON
036100         GO TO 3100-EXIT
036200     END-IF.
036210     IF LM-STAT-TRANSFERRED
036220         SET WS-TXN-REJECTED TO TRUE
036230         MOVE 'LOAN TRANSFERRED' TO WS-REJECT-REASON
036240         GO TO 3100-EXIT
036250     END-IF.
036300     IF NOT LM-PMI-IN-FORCE
036400         SET WS-TXN-REJECTED TO TRUE
036500         MOVE 'NO PMI IN FORCE' TO WS-REJECT-REASON
036600     END-IF.
036700 3100-EXIT.
036800     EXIT.
036900******************************************************************
037000*    3200-JUDGE-REQUEST                                          *
037100*    A CURRENT LOAN AT THE 80 PERCENT POINT IS CANCELLED AS OF   *
037200*    THE RUN DATE AND THE CARRIER TOLD; OTHERWISE THE BORROWER   *
037300*    IS SENT A DENIAL NAMING THE TEST THE LOAN FAILED.           *
037400******************************************************************
037500 3200-JUDGE-REQUEST.
037600     IF NOT LM-STAT-CURRENT
037700         MOVE 'LOAN NOT CURRENT' TO WS-REJECT-REASON
037800         GO TO 3200-DENY
037900     END-IF.
038000     IF NOT WS-REQUEST-POINT-REACHED
038100         MOVE '80 PCT LTV NOT REACHED' TO WS-REJECT-REASON
038200         GO TO 3200-DENY
038300     END-IF.
038400     MOVE 'C' TO WS-NOTICE-TYPE.
038500     MOVE 'B' TO WS-CANCEL-REASON.
038600     PERFORM 6000-END-COVERAGE THRU 6000-EXIT.
038700     MOVE 'CANCELLED ON REQUEST' TO WS-ACTION-TEXT.
038800     PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT.
038900     ADD 1 TO WS-CANCELLED-COUNT.
039000     GO TO 3200-EXIT.
039100 3200-DENY.
039200     MOVE 'D' TO WS-NOTICE-TYPE.
039300     PERFORM 7000-WRITE-NOTICE THRU 7000-EXIT.
039400     MOVE 'REQUEST DENIED' TO WS-ACTION-TEXT.
039500     PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT.
039600     ADD 1 TO WS-DENIED-COUNT.
039700 3200-EXIT.
039800     EXIT.
039900******************************************************************
040000*    4000-OPEN-PMI-CURSOR                                        *
040100*    EVERY ACTIVE LOAN WITH COVERAGE IN FORCE, IN CARRIER ORDER  *
040200*    FOR THE PREMIUM CONTROL BREAK.  A LOAN CANCELLED ON REQUEST *
040300*    ABOVE HAS ALREADY LEFT THE POPULATION.                      *
040400******************************************************************
040500 4000-OPEN-PMI-CURSOR.
040600     EXEC SQL
040700          DECLARE PMI-CURSOR CURSOR FOR
040800          SELECT LOAN_NUMBER, BORROWER_NAME, PROPERTY_ADDRESS,
040900                 ORIGINAL_LOAN_AMT, ORIGINATION_DATE,
041000                 MATURITY_DATE, NOTE_RATE, CURRENT_UPB,
041100                 SCHEDULED_PI_AMT, DELINQUENCY_STATUS,
041200                 PMI_CARRIER_CODE, PMI_CERT_NUMBER,
041300                 PMI_MONTHLY_PREMIUM, ORIG_PROPERTY_VALUE,
041400                 PMI_STATUS
041500            FROM SYSMTG.LOAN_MASTER
041600           WHERE PMI_STATUS IN ('A', 'E')
041700             AND DELINQUENCY_STATUS NOT IN ('PF', 'TR')
041800            ORDER BY PMI_CARRIER_CODE, LOAN_NUMBER
041900     END-EXEC.
042000     EXEC SQL
042100          OPEN PMI-CURSOR
042200     END-EXEC.
042300     IF SQLCODE NOT = ZERO
042400         DISPLAY 'COBPMI - OPEN PMI CURSOR FAILED, SQLCODE = '
042500                 SQLCODE
042600         MOVE 16 TO RETURN-CODE
042700         GO TO 9900-ABEND-TERMINATE
042800     END-IF.
042900     PERFORM 4200-FETCH-LOAN THRU 4200-EXIT.
043000 4000-EXIT.
043100     EXIT.
043200******************************************************************
043300*    4100-REVIEW-LOAN                                            *
043400*    A CURRENT LOAN AT THE 78 PERCENT POINT OR PAST THE MIDPOINT *
043500*    IS TERMINATED AND DROPS OUT OF THE PAYABLE; ONE NOT CURRENT *
043600*    IS HELD, REPORTED, AND STAYS COVERED.  A LOAN NEWLY AT THE  *
043700*    80 PERCENT POINT IS TOLD IT MAY ASK TO CANCEL AND MARKED SO *
043800*    THE NOTICE GOES ONCE.  THE ANNUAL DISCLOSURE GOES OUT IN    *
043900*    THE ORIGINATION ANNIVERSARY MONTH.                          *
044000******************************************************************
044100 4100-REVIEW-LOAN.
044200     ADD 1 TO WS-IN-FORCE-COUNT.
044300     MOVE SPACES TO WS-REJECT-REASON.
044400     MOVE SPACES TO WS-EFFECTIVE-DATE.
044500     MOVE WS-RUN-DATE TO WS-ACTIVITY-DATE.
044600     PERFORM 4150-CHECK-CARRIER-BREAK THRU 4150-EXIT.
044700     PERFORM 5000-FIND-LTV-POINTS THRU 5000-EXIT.
044800     IF WS-TERMINATE-POINT-REACHED OR WS-MIDPOINT-REACHED
044900         IF LM-STAT-CURRENT
045000             PERFORM 4300-TERMINATE-COVERAGE THRU 4300-EXIT
045100             GO TO 4100-NEXT
045200         END-IF
045300         MOVE 'TERMINATION HELD' TO WS-ACTION-TEXT
045400         MOVE 'LOAN NOT CURRENT' TO WS-REJECT-REASON
045500         PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT
045600         MOVE SPACES TO WS-REJECT-REASON
045700         ADD 1 TO WS-HELD-COUNT
045800     ELSE
045900         IF WS-REQUEST-POINT-REACHED AND LM-PMI-ACTIVE
046000             PERFORM 4400-NOTIFY-ELIGIBLE THRU 4400-EXIT
046100         END-IF
046200     END-IF.
046300     IF WS-RUN-DATE(5:2) = LM-ORIGINATION-DATE(5:2)
046400             AND WS-RUN-DATE(1:4) > LM-ORIGINATION-DATE(1:4)
046500         PERFORM 4500-ANNUAL-DISCLOSURE THRU 4500-EXIT
046600     END-IF.
046700     PERFORM 4600-WRITE-PAYABLE THRU 4600-EXIT.
046800 4100-NEXT.
046900     PERFORM 4200-FETCH-LOAN THRU 4200-EXIT.
047000 4100-EXIT.
047100     EXIT.
047200******************************************************************
047300*    4150-CHECK-CARRIER-BREAK                                    *
047400******************************************************************
047500 4150-CHECK-CARRIER-BREAK.
047600     IF WS-CARRIER-STARTED
047700             AND LM-PMI-CARRIER-CODE = WS-PREV-CARRIER
047800         GO TO 4150-EXIT
047900     END-IF.
048000     IF WS-CARRIER-STARTED
048100         PERFORM 8200-WRITE-CARRIER-LINE THRU 8200-EXIT
048200     END-IF.
048300     SET WS-CARRIER-STARTED TO TRUE.
048400     MOVE LM-PMI-CARRIER-CODE TO WS-PREV-CARRIER.
048500     MOVE ZERO TO WS-CARRIER-COUNT.
048600     MOVE ZERO TO WS-CARRIER-TOTAL.
048700 4150-EXIT.
048800     EXIT.
048900******************************************************************
049000*    4200-FETCH-LOAN                                             *
049100******************************************************************
049200 4200-FETCH-LOAN.
049300     EXEC SQL
049400          FETCH PMI-CURSOR
049500          INTO :LM-LOAN-NUMBER, :LM-BORROWER-NAME,
049600               :LM-PROPERTY-ADDRESS, :LM-ORIGINAL-LOAN-AMT,
049700               :LM-ORIGINATION-DATE, :LM-MATURITY-DATE,
049800               :LM-NOTE-RATE, :LM-CURRENT-UPB,
049900               :LM-SCHEDULED-PI-AMT, :LM-DELINQUENCY-STATUS,
050000               :LM-PMI-CARRIER-CODE, :LM-PMI-CERT-NUMBER,
050100               :LM-PMI-MONTHLY-PREMIUM, :LM-ORIG-PROPERTY-VALUE,
050200               :LM-PMI-STATUS
050300     END-EXEC.
050400     IF SQLCODE = 100
050500         SET WS-PMI-AT-END TO TRUE
050600     ELSE
050700         IF SQLCODE NOT = ZERO
050800             DISPLAY 'COBPMI - PMI FETCH FAILED, SQLCODE = '
050900                     SQLCODE
051000             MOVE 16 TO RETURN-CODE
051100             GO TO 9900-ABEND-TERMINATE
051200         END-IF
051300     END-IF.
051400 4200-EXIT.
051500     EXIT.
051600******************************************************************
051700*    4300-TERMINATE-COVERAGE                                     *
051800******************************************************************
051900 4300-TERMINATE-COVERAGE.
052000     MOVE 'T' TO WS-NOTICE-TYPE.
052100     IF WS-TERMINATE-POINT-REACHED
052200         MOVE 'A' TO WS-CANCEL-REASON
052300         MOVE 'TERMINATED AT 78 PCT' TO WS-ACTION-TEXT
052400     ELSE
052500         MOVE 'M' TO WS-CANCEL-REASON
052600         MOVE 'TERMINATED MIDPOINT' TO WS-ACTION-TEXT
052700     END-IF.
052800     PERFORM 6000-END-COVERAGE THRU 6000-EXIT.
052900     PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT.
053000     ADD 1 TO WS-TERMINATED-COUNT.
053100 4300-EXIT.
053200     EXIT.
053300******************************************************************
053400*    4400-NOTIFY-ELIGIBLE                                        *
053500******************************************************************
053600 4400-NOTIFY-ELIGIBLE.
053700     MOVE 'E' TO WS-NOTICE-TYPE.
053800     PERFORM 7000-WRITE-NOTICE THRU 7000-EXIT.
053900     IF WS-MAIL-RETURNED
054000         GO TO 4400-EXIT
054100     END-IF.
054200     SET LM-PMI-ELIGIBLE-NOTIFIED TO TRUE.
054300     MOVE WS-RUN-DATE TO LM-PMI-STATUS-DATE.
054400     PERFORM 6100-UPDATE-PMI-STATUS THRU 6100-EXIT.
054500     MOVE 'ELIGIBLE TO CANCEL' TO WS-ACTION-TEXT.
054600     PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT.
054700     ADD 1 TO WS-ELIGIBLE-COUNT.
054800 4400-EXIT.
054900     EXIT.
055000******************************************************************
055100*    4500-ANNUAL-DISCLOSURE                                      *
055200*    THE YEARLY STATEMENT OF THE BORROWER'S RIGHT TO CANCEL AND  *
055300*    OF THE AUTOMATIC TERMINATION DATE, WITH A REPORT LINE FOR   *
055400*    EACH LOAN IN THE MONTH'S DISCLOSURE POPULATION.             *
055500******************************************************************
055600 4500-ANNUAL-DISCLOSURE.
055700     MOVE 'H' TO WS-NOTICE-TYPE.
055800     PERFORM 7000-WRITE-NOTICE THRU 7000-EXIT.
055900     PERFORM 8300-WRITE-DISCLOSURE-LINE THRU 8300-EXIT.
056000     ADD 1 TO WS-DISCLOSURE-COUNT.
056100 4500-EXIT.
056200     EXIT.
056300******************************************************************
056400*    4600-WRITE-PAYABLE                                          *
056500*    THE MONTH'S PREMIUM FOR A LOAN STILL COVERED, FOR ACCOUNTS  *
056600*    PAYABLE TO REMIT TO THE CARRIER.                            *
056700******************************************************************
056800 4600-WRITE-PAYABLE.
056900     MOVE SPACES TO PMI-PAYABLE-REC.
057000     MOVE LM-LOAN-NUMBER         TO PP-LOAN-NUMBER.
057100     MOVE LM-PMI-CARRIER-CODE    TO PP-CARRIER-CODE.
057200     MOVE LM-PMI-CERT-NUMBER     TO PP-CERT-NUMBER.
057300     MOVE WS-PAYABLE-DUE-DATE    TO PP-DUE-DATE.
057400     MOVE LM-PMI-MONTHLY-PREMIUM TO PP-PREMIUM-AMT.
057500     WRITE PMI-PAYABLE-REC.
057600     IF WS-PMIPAY-FILE-STATUS NOT = '00'
057700         DISPLAY 'COBPMI - PAYABLE WRITE FAILED, STATUS = '
057800                 WS-PMIPAY-FILE-STATUS
057900         MOVE 16 TO RETURN-CODE
058000         GO TO 9900-ABEND-TERMINATE
058100     END-IF.
058200     ADD 1 TO WS-PAYABLE-COUNT.
058300     ADD LM-PMI-MONTHLY-PREMIUM TO WS-PAYABLE-TOTAL.
058400     ADD 1 TO WS-CARRIER-COUNT.
058500     ADD LM-PMI-MONTHLY-PREMIUM TO WS-CARRIER-TOTAL.
058600 4600-EXIT.
058700     EXIT.
058800******************************************************************
058900*    4900-CLOSE-PMI-CURSOR                                       *
059000*    CLOSES THE CURSOR AND WRITES THE LAST CARRIER'S TOTAL.      *
059100******************************************************************
059200 4900-CLOSE-PMI-CURSOR.
059300     EXEC SQL
059400          CLOSE PMI-CURSOR
059500     END-EXEC.
059600     IF WS-CARRIER-STARTED
059700         PERFORM 8200-WRITE-CARRIER-LINE THRU 8200-EXIT
059800     END-IF.
059900 4900-EXIT.
060000     EXIT.
060100******************************************************************
060200*    5000-FIND-LTV-POINTS                                        *
060300*    SETS THE 80 AND 78 PERCENT LIMITS FROM THE ORIGINAL         *
060400*    PROPERTY VALUE, THE CURRENT LTV, THE DATES THE ORIGINAL     *
060500*    SCHEDULE REACHES EACH LIMIT AND THE MIDPOINT DATE -- THE    *
060600*    FIRST OF THE MONTH FOLLOWING THE MIDPOINT OF THE TERM FROM  *
060700*    THE FIRST DUE DATE.  A POINT IS REACHED WHEN ITS SCHEDULED  *
060800*    DATE HAS COME OR THE ACTUAL UPB IS ALREADY AT THE LIMIT.    *
060900*    THE FIRST DUE DATE IS THE FIRST OF THE MONTH AFTER          *
061000*    ORIGINATION, AS COBBOARD SETS IT.                           *
061100******************************************************************
061200 5000-FIND-LTV-POINTS.
061300     MOVE 'N' TO WS-REQUEST-SWITCH.
061400     MOVE 'N' TO WS-TERMINATE-SWITCH.
061500     MOVE 'N' TO WS-MIDPOINT-SWITCH.
061600     MOVE SPACES TO WS-SCHED-80-DATE.
061700     MOVE SPACES TO WS-SCHED-78-DATE.
061800     COMPUTE WS-REQUEST-LIMIT-AMT ROUNDED =
061900         LM-ORIG-PROPERTY-VALUE * WS-REQUEST-LTV.
062000     COMPUTE WS-TERMINATE-LIMIT-AMT ROUNDED =
062100         LM-ORIG-PROPERTY-VALUE * WS-TERMINATE-LTV.
062200     IF LM-ORIG-PROPERTY-VALUE > ZERO
062300         COMPUTE WS-CURRENT-LTV ROUNDED =
062400             LM-CURRENT-UPB * 100 / LM-ORIG-PROPERTY-VALUE
062500     ELSE
062600         MOVE ZERO TO WS-CURRENT-LTV
062700     END-IF.
062800     MOVE LM-ORIGINATION-DATE TO WS-ORIG-DATE.
062900     MOVE LM-MATURITY-DATE    TO WS-MAT-DATE.
063000     COMPUTE WS-TERM-MONTHS =
063100         (WS-MAT-YYYY - WS-ORIG-YYYY) * 12
063200         + WS-MAT-MM - WS-ORIG-MM.
063300     IF WS-TERM-MONTHS NOT > ZERO
063400         MOVE WS-DEFAULT-TERM TO WS-TERM-MONTHS
063500     END-IF.
063600     MOVE WS-ORIG-YYYY TO WS-SCHED-YYYY.
063700     MOVE WS-ORIG-MM   TO WS-SCHED-MM.
063800     MOVE 1            TO WS-SCHED-DD.
063900     PERFORM 5200-ADVANCE-MONTH THRU 5200-EXIT.
064000     DIVIDE WS-TERM-MONTHS BY 2 GIVING WS-HALF-TERM.
064100     COMPUTE WS-MONTH-INDEX =
064200         WS-SCHED-YYYY * 12 + WS-SCHED-MM - 1 + WS-HALF-TERM.
064300     DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-MID-YYYY
064400         REMAINDER WS-MONTH-REMAINDER.
064500     COMPUTE WS-MID-MM = WS-MONTH-REMAINDER + 1.
064600     MOVE 1 TO WS-MID-DD.
064700     MOVE WS-MID-DATE TO WS-MIDPOINT-DATE.
064800     MOVE LM-ORIGINAL-LOAN-AMT TO WS-SCHED-BALANCE.
064900     MOVE ZERO TO WS-SCHED-COUNT.
065000     COMPUTE WS-MONTHLY-RATE ROUNDED = LM-NOTE-RATE / 1200.
065100     MOVE 'N' TO WS-SCHED-DONE-SWITCH.
065200     PERFORM 5100-AMORTIZE-ONE-MONTH THRU 5100-EXIT
065300         UNTIL WS-SCHED-DONE.
065400     IF (WS-SCHED-80-DATE NOT = SPACES
065500             AND WS-SCHED-80-DATE NOT > WS-RUN-DATE)
065600             OR LM-CURRENT-UPB NOT > WS-REQUEST-LIMIT-AMT
065700         SET WS-REQUEST-POINT-REACHED TO TRUE
065800     END-IF.
065900     IF (WS-SCHED-78-DATE NOT = SPACES
066000             AND WS-SCHED-78-DATE NOT > WS-RUN-DATE)
066100             OR LM-CURRENT-UPB NOT > WS-TERMINATE-LIMIT-AMT
066200         SET WS-TERMINATE-POINT-REACHED TO TRUE
066300     END-IF.
066400     IF WS-MIDPOINT-DATE NOT > WS-RUN-DATE
066500         SET WS-MIDPOINT-REACHED TO TRUE
066600     END-IF.
066700 5000-EXIT.
066800     EXIT.
066900******************************************************************
067000*    5100-AMORTIZE-ONE-MONTH                                     *
067100*    APPLIES ONE SCHEDULED PAYMENT DUE ON WS-SCHED-DATE AND      *
067200*    NOTES THE DUE DATE OF THE PAYMENT THAT FIRST TAKES THE      *
067300*    BALANCE TO EACH LIMIT.  STOPS AT THE 78 PERCENT POINT, AT   *
067400*    THE END OF THE TERM, OR IF THE PAYMENT WOULD NOT AMORTIZE.  *
067500******************************************************************
067600 5100-AMORTIZE-ONE-MONTH.
067700     ADD 1 TO WS-SCHED-COUNT.
067800     COMPUTE WS-SCHED-INTEREST ROUNDED =
067900         WS-SCHED-BALANCE * WS-MONTHLY-RATE.
068000     COMPUTE WS-SCHED-PRINCIPAL =
068100         LM-SCHEDULED-PI-AMT - WS-SCHED-INTEREST.
068200     IF WS-SCHED-PRINCIPAL NOT > ZERO
068300         SET WS-SCHED-DONE TO TRUE
068400         GO TO 5100-EXIT
068500     END-IF.
068600     IF WS-SCHED-PRINCIPAL > WS-SCHED-BALANCE
068700         MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
068800     END-IF.
068900     SUBTRACT WS-SCHED-PRINCIPAL FROM WS-SCHED-BALANCE.
069000     IF WS-SCHED-80-DATE = SPACES
069100             AND WS-SCHED-BALANCE NOT > WS-REQUEST-LIMIT-AMT
069200         MOVE WS-SCHED-DATE TO WS-SCHED-80-DATE
069300     END-IF.
069400     IF WS-SCHED-BALANCE NOT > WS-TERMINATE-LIMIT-AMT
069500         MOVE WS-SCHED-DATE TO WS-SCHED-78-DATE
069600         SET WS-SCHED-DONE TO TRUE
069700         GO TO 5100-EXIT
069800     END-IF.
069900     IF WS-SCHED-COUNT NOT < WS-TERM-MONTHS
070000         SET WS-SCHED-DONE TO TRUE
070100         GO TO 5100-EXIT
070200     END-IF.
070300     PERFORM 5200-ADVANCE-MONTH THRU 5200-EXIT.
070400 5100-EXIT.
070500     EXIT.
070600******************************************************************
070700*    5200-ADVANCE-MONTH                                          *
070800******************************************************************
070900 5200-ADVANCE-MONTH.
071000     IF WS-SCHED-MM = 12
071100         MOVE 1 TO WS-SCHED-MM
071200         ADD 1 TO WS-SCHED-YYYY
071300     ELSE
071400         ADD 1 TO WS-SCHED-MM
071500     END-IF.
071600 5200-EXIT.
071700     EXIT.
071800******************************************************************
071900*    6000-END-COVERAGE                                           *
072000*    TELLS THE CARRIER, SENDS THE BORROWER THE NOTICE THE CALLER *
072100*    CHOSE, AND CLOSES THE COVERAGE ON THE LOAN MASTER WITH THE  *
072200*    PREMIUM ZEROED SO IT IS NO LONGER BILLED OR COLLECTED.      *
072300******************************************************************
072400 6000-END-COVERAGE.
072500     MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE.
072600     MOVE SPACES TO PMI-CANCELLATION-REC.
072700     MOVE LM-PMI-CARRIER-CODE    TO PC-CARRIER-CODE.
072800     MOVE LM-PMI-CERT-NUMBER     TO PC-CERT-NUMBER.
072900     MOVE LM-LOAN-NUMBER         TO PC-LOAN-NUMBER.
073000     MOVE LM-BORROWER-NAME       TO PC-BORROWER-NAME.
073100     MOVE WS-CANCEL-REASON       TO PC-CANCEL-REASON.
073200     MOVE WS-EFFECTIVE-DATE      TO PC-EFFECTIVE-DATE.
073300     MOVE LM-CURRENT-UPB         TO PC-CURRENT-UPB.
073400     MOVE LM-ORIG-PROPERTY-VALUE TO PC-ORIG-PROPERTY-VALUE.
073500     WRITE PMI-CANCELLATION-REC.
073600     IF WS-PMICANC-FILE-STATUS NOT = '00'
073700         DISPLAY 'COBPMI - CANCEL FILE WRITE FAILED, STATUS = '
073800                 WS-PMICANC-FILE-STATUS
073900         MOVE 16 TO RETURN-CODE
074000         GO TO 9900-ABEND-TERMINATE
074100     END-IF.
074200     PERFORM 7000-WRITE-NOTICE THRU 7000-EXIT.
074300     IF PC-REASON-BORROWER
074400         SET LM-PMI-CANCELLED TO TRUE
074500     ELSE
074600         SET LM-PMI-TERMINATED TO TRUE
074700     END-IF.
074800     MOVE WS-EFFECTIVE-DATE TO LM-PMI-STATUS-DATE.
074900     MOVE ZERO TO LM-PMI-MONTHLY-PREMIUM.
075000     PERFORM 6100-UPDATE-PMI-STATUS THRU 6100-EXIT.
075100 6000-EXIT.
075200     EXIT.
075300******************************************************************
075400*    6100-UPDATE-PMI-STATUS                                      *
075500******************************************************************
075600 6100-UPDATE-PMI-STATUS.
075700     EXEC SQL
075800          UPDATE SYSMTG.LOAN_MASTER
075900             SET PMI_STATUS = :LM-PMI-STATUS,
076000                 PMI_STATUS_DATE = :LM-PMI-STATUS-DATE,
076100                 PMI_MONTHLY_PREMIUM = :LM-PMI-MONTHLY-PREMIUM
076200           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
076300     END-EXEC.
076400     IF SQLCODE NOT = ZERO
076500         DISPLAY 'COBPMI - LOAN UPDATE FAILED, SQLCODE = '
076600                 SQLCODE ' LOAN ' LM-LOAN-NUMBER
076700         MOVE 16 TO RETURN-CODE
076800         GO TO 9900-ABEND-TERMINATE
076900     END-IF.
077000 6100-EXIT.
077100     EXIT.
077200******************************************************************
077300*    7000-WRITE-NOTICE                                           *
077400*    A LOAN FLAGGED RETURNED MAIL GETS AN EXCEPTION RECORD       *
077500*    INSTEAD; 4400 TESTS WS-MAIL-RETURNED BEFORE MARKING THE     *
077600*    ELIGIBILITY NOTICE SENT.  THE DENIAL REASON PRINTS ONLY ON  *
077700*    A DENIAL.                                                   *
077800******************************************************************
077900 7000-WRITE-NOTICE.
078000     PERFORM 7100-GET-MAILING-ADDRESS THRU 7100-EXIT.
078100     IF WS-MAIL-RETURNED
078200         PERFORM 7200-WRITE-MAIL-EXCEPTION THRU 7200-EXIT
078300         GO TO 7000-EXIT
078400     END-IF.
078500     MOVE SPACES TO PMI-NOTICE-REC.
078600     MOVE LM-LOAN-NUMBER         TO PN-LOAN-NUMBER.
078700     MOVE WS-NOTICE-TYPE         TO PN-NOTICE-TYPE.
078800     MOVE LM-BORROWER-NAME       TO PN-BORROWER-NAME.
078900     MOVE WS-RUN-DATE            TO PN-NOTICE-DATE.
079000     MOVE LM-PMI-CARRIER-CODE    TO PN-CARRIER-CODE.
079100     MOVE LM-PMI-CERT-NUMBER     TO PN-CERT-NUMBER.
079200     MOVE LM-ORIG-PROPERTY-VALUE TO PN-ORIG-PROPERTY-VALUE.
079300     MOVE LM-CURRENT-UPB         TO PN-CURRENT-UPB.
079400     MOVE WS-CURRENT-LTV         TO PN-CURRENT-LTV.
079500     MOVE WS-SCHED-80-DATE       TO PN-SCHED-80-DATE.
079600     MOVE WS-SCHED-78-DATE       TO PN-SCHED-78-DATE.
079700     MOVE WS-MIDPOINT-DATE       TO PN-MIDPOINT-DATE.
079800     MOVE WS-EFFECTIVE-DATE      TO PN-EFFECTIVE-DATE.
079900     MOVE LM-PMI-MONTHLY-PREMIUM TO PN-MONTHLY-PREMIUM.
080000     IF PN-TYPE-DENIED
080100         MOVE WS-REJECT-REASON   TO PN-DENIAL-REASON
080200     END-IF.
080300     MOVE BC-MAIL-LINE-1         TO PN-MAIL-LINE-1.
080400     MOVE BC-MAIL-LINE-2         TO PN-MAIL-LINE-2.
080500     MOVE BC-MAIL-CITY           TO PN-MAIL-CITY.
080600     MOVE BC-MAIL-STATE          TO PN-MAIL-STATE.
080700     MOVE BC-MAIL-ZIP            TO PN-MAIL-ZIP.
080800     WRITE PMI-NOTICE-REC.
080900     IF WS-PMINOTC-FILE-STATUS NOT = '00'
081000         DISPLAY 'COBPMI - NOTICE WRITE FAILED, STATUS = '
081100                 WS-PMINOTC-FILE-STATUS
081200         MOVE 16 TO RETURN-CODE
081300         GO TO 9900-ABEND-TERMINATE
081400     END-IF.
081500     ADD 1 TO WS-NOTICE-COUNT.
081600 7000-EXIT.
081700     EXIT.
081800******************************************************************
081900*    7100-GET-MAILING-ADDRESS                                    *
082000*    PICKS UP THE BORROWER'S MAILING ADDRESS AND RETURNED-MAIL   *
082100*    FLAG FROM SYSMTG.BORROWER_CONTACT.  A LOAN WITH NO CONTACT  *
082200*    ROW IS MAILED AT THE PROPERTY ADDRESS ON THE LOAN MASTER.   *
082300******************************************************************
082400 7100-GET-MAILING-ADDRESS.
082500     MOVE 'N' TO WS-MAIL-RETURNED-SWITCH.
082600     MOVE LM-LOAN-NUMBER TO BC-LOAN-NUMBER.
082700     EXEC SQL
082800          SELECT MAIL_LINE_1, MAIL_LINE_2, MAIL_CITY,
082900                 MAIL_STATE, MAIL_ZIP, RETURNED_MAIL_FLAG,
083000                 RETURNED_MAIL_DATE
083100            INTO :BC-MAIL-LINE-1, :BC-MAIL-LINE-2,
083200                 :BC-MAIL-CITY, :BC-MAIL-STATE, :BC-MAIL-ZIP,
083300                 :BC-RETURNED-MAIL-FLAG, :BC-RETURNED-MAIL-DATE
083400            FROM SYSMTG.BORROWER_CONTACT
083500           WHERE LOAN_NUMBER = :BC-LOAN-NUMBER
083600     END-EXEC.
083700     IF SQLCODE = ZERO
083800         IF BC-MAIL-RETURNED
083900             SET WS-MAIL-RETURNED TO TRUE
084000         END-IF
084100         GO TO 7100-EXIT
084200     END-IF.
084300     IF SQLCODE NOT = 100
084400         DISPLAY 'COBPMI - CONTACT SELECT FAILED, SQLCODE = '
084500                 SQLCODE ' LOAN ' BC-LOAN-NUMBER
084600         MOVE 16 TO RETURN-CODE
084700         GO TO 9900-ABEND-TERMINATE
084800     END-IF.
084900     MOVE SPACES TO BC-MAIL-LINE-2 BC-MAIL-CITY BC-MAIL-STATE
085000                    BC-MAIL-ZIP BC-RETURNED-MAIL-DATE.
085100     SET BC-MAIL-DELIVERABLE TO TRUE.
085200     MOVE LM-PROPERTY-ADDRESS TO BC-MAIL-LINE-1.
085300 7100-EXIT.
085400     EXIT.
085500******************************************************************
085600*    7200-WRITE-MAIL-EXCEPTION                                   *
085700*    HOLDS THE NOTICE BACK FROM THE PRINT VENDOR AND LISTS THE   *
085800*    LOAN FOR THE CORRESPONDENCE UNIT TO SKIP-TRACE.             *
085900******************************************************************
086000 7200-WRITE-MAIL-EXCEPTION.
086100     MOVE SPACES TO MAIL-EXCEPTION-REC.
086200     MOVE 'COBPMI'               TO MX-PROGRAM-ID.
086300     MOVE 'PMI NOTICE'           TO MX-DOCUMENT-TYPE.
086400     MOVE LM-LOAN-NUMBER         TO MX-LOAN-NUMBER.
086500     MOVE LM-BORROWER-NAME       TO MX-BORROWER-NAME.
086600     MOVE WS-RUN-DATE            TO MX-RUN-DATE.
086700     MOVE BC-RETURNED-MAIL-DATE  TO MX-RETURNED-MAIL-DATE.
086800     MOVE BC-MAIL-LINE-1         TO MX-MAIL-LINE-1.
086900     WRITE MAIL-EXCEPTION-REC.
087000     IF WS-PMIMEXC-FILE-STATUS NOT = '00'
087100         DISPLAY 'COBPMI - MAIL EXC WRITE FAILED, STATUS = '
087200                 WS-PMIMEXC-FILE-STATUS
087300         MOVE 16 TO RETURN-CODE
087400         GO TO 9900-ABEND-TERMINATE
087500     END-IF.
087600     ADD 1 TO WS-MAIL-HELD-COUNT.
087700 7200-EXIT.
087800     EXIT.
087900******************************************************************
088000*    8000-WRITE-ACTIVITY-LINE                                    *
088100******************************************************************
088200 8000-WRITE-ACTIVITY-LINE.
088300     MOVE SPACES TO PMI-REPORT-REC.
088400     SET PR-TYPE-ACTIVITY TO TRUE.
088500     MOVE LM-LOAN-NUMBER         TO PR-LOAN-NUMBER.
088600     MOVE WS-ACTION-TEXT         TO PR-ACTION.
088700     MOVE WS-ACTIVITY-DATE       TO PR-EVENT-DATE.
088800     MOVE LM-PMI-CARRIER-CODE    TO PR-CARRIER-CODE.
088900     MOVE WS-REJECT-REASON       TO PR-REASON.
089000     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
089100 8000-EXIT.
089200     EXIT.
089300******************************************************************
089400*    8100-WRITE-EXCEPTION-LINE                                   *
089500******************************************************************
089600 8100-WRITE-EXCEPTION-LINE.
089700     MOVE SPACES TO PMI-REPORT-REC.
089800     SET PR-TYPE-EXCEPTION TO TRUE.
089900     MOVE PQ-LOAN-NUMBER         TO PR-LOAN-NUMBER.
090000     MOVE 'CANCEL REQUEST'       TO PR-ACTION.
090100     MOVE PQ-REQUEST-DATE        TO PR-EVENT-DATE.
090200     MOVE WS-REJECT-REASON       TO PR-REASON.
090300     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
090400 8100-EXIT.
090500     EXIT.
090600******************************************************************
090700*    8200-WRITE-CARRIER-LINE                                     *
090800******************************************************************
090900 8200-WRITE-CARRIER-LINE.
091000     MOVE SPACES TO PMI-REPORT-REC.
091100     SET PR-TYPE-CARRIER TO TRUE.
091200     MOVE WS-PREV-CARRIER        TO PR-CT-CARRIER-CODE.
091300     MOVE 'PREMIUM PAYABLE'      TO PR-CT-LABEL.
091400     MOVE WS-CARRIER-COUNT       TO PR-CT-COUNT.
091500     MOVE WS-CARRIER-TOTAL       TO PR-CT-AMOUNT.
091600     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
091700 8200-EXIT.
091800     EXIT.
091900******************************************************************
092000*    8300-WRITE-DISCLOSURE-LINE                                  *
092100******************************************************************
092200 8300-WRITE-DISCLOSURE-LINE.
092300     MOVE SPACES TO PMI-REPORT-REC.
092400     SET PR-TYPE-DISCLOSURE TO TRUE.
092500     MOVE LM-LOAN-NUMBER         TO PR-HP-LOAN-NUMBER.
092600     MOVE LM-PMI-CARRIER-CODE    TO PR-HP-CARRIER-CODE.
092700     MOVE LM-PMI-CERT-NUMBER     TO PR-HP-CERT-NUMBER.
092800     MOVE LM-ORIGINATION-DATE    TO PR-HP-ORIGINATION-DATE.
092900     MOVE WS-CURRENT-LTV         TO PR-HP-CURRENT-LTV.
093000     MOVE WS-SCHED-80-DATE       TO PR-HP-SCHED-80-DATE.
093100     MOVE WS-SCHED-78-DATE       TO PR-HP-SCHED-78-DATE.
093200     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
093300 8300-EXIT.
093400     EXIT.
093500******************************************************************
093600*    8500-WRITE-TOTALS                                           *
093700******************************************************************
093800 8500-WRITE-TOTALS.
093900     MOVE SPACES TO PMI-REPORT-REC.
094000     SET PR-TYPE-TOTAL TO TRUE.
094100     MOVE 'CANCELLED ON REQUEST'    TO PR-TOT-LABEL.
094200     MOVE WS-CANCELLED-COUNT        TO PR-TOT-COUNT.
094300     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
094400     MOVE SPACES TO PMI-REPORT-REC.
094500     SET PR-TYPE-TOTAL TO TRUE.
094600     MOVE 'REQUESTS DENIED'         TO PR-TOT-LABEL.
094700     MOVE WS-DENIED-COUNT           TO PR-TOT-COUNT.
094800     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
094900     MOVE SPACES TO PMI-REPORT-REC.
095000     SET PR-TYPE-TOTAL TO TRUE.
095100     MOVE 'REQUESTS REJECTED'       TO PR-TOT-LABEL.
095200     MOVE WS-REJECT-COUNT           TO PR-TOT-COUNT.
095300     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
095400     MOVE SPACES TO PMI-REPORT-REC.
095500     SET PR-TYPE-TOTAL TO TRUE.
095600     MOVE 'LOANS REVIEWED'          TO PR-TOT-LABEL.
095700     MOVE WS-IN-FORCE-COUNT         TO PR-TOT-COUNT.
095800     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
095900     MOVE SPACES TO PMI-REPORT-REC.
096000     SET PR-TYPE-TOTAL TO TRUE.
096100     MOVE 'COVERAGE TERMINATED'     TO PR-TOT-LABEL.
096200     MOVE WS-TERMINATED-COUNT       TO PR-TOT-COUNT.
096300     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
096400     MOVE SPACES TO PMI-REPORT-REC.
096500     SET PR-TYPE-TOTAL TO TRUE.
096600     MOVE 'TERMINATIONS HELD'       TO PR-TOT-LABEL.
096700     MOVE WS-HELD-COUNT             TO PR-TOT-COUNT.
096800     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
096900     MOVE SPACES TO PMI-REPORT-REC.
097000     SET PR-TYPE-TOTAL TO TRUE.
097100     MOVE 'ELIGIBILITY NOTICES'     TO PR-TOT-LABEL.
097200     MOVE WS-ELIGIBLE-COUNT         TO PR-TOT-COUNT.
097300     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
097400     MOVE SPACES TO PMI-REPORT-REC.
097500     SET PR-TYPE-TOTAL TO TRUE.
097600     MOVE 'HPA DISCLOSURE POPULATION' TO PR-TOT-LABEL.
097700     MOVE WS-DISCLOSURE-COUNT       TO PR-TOT-COUNT.
097800     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
097900     MOVE SPACES TO PMI-REPORT-REC.
098000     SET PR-TYPE-TOTAL TO TRUE.
098100     MOVE 'PREMIUMS PAYABLE'        TO PR-TOT-LABEL.
098200     MOVE WS-PAYABLE-COUNT          TO PR-TOT-COUNT.
098300     MOVE WS-PAYABLE-TOTAL          TO PR-TOT-AMOUNT.
098400     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
098500 8500-EXIT.
098600     EXIT.
098700******************************************************************
098800*    8600-WRITE-REPORT-LINE                                      *
098900******************************************************************
099000 8600-WRITE-REPORT-LINE.
099100     WRITE PMI-REPORT-REC.
099200     IF WS-PMIRPT-FILE-STATUS NOT = '00'
099300         DISPLAY 'COBPMI - REPORT WRITE FAILED, STATUS = '
099400                 WS-PMIRPT-FILE-STATUS
099500         MOVE 16 TO RETURN-CODE
099600         GO TO 9900-ABEND-TERMINATE
099700     END-IF.
099800 8600-EXIT.
099900     EXIT.
100000******************************************************************
100100*    9000-NORMAL-TERMINATE                                       *
100200******************************************************************
100300 9000-NORMAL-TERMINATE.
100400     CLOSE PMI-REQUEST-FILE.
100500     CLOSE PMI-NOTICE-FILE.
100600     CLOSE MAIL-EXCEPTION-FILE.
100700     CLOSE PMI-CANCELLATION-FILE.
100800     CLOSE PMI-PAYABLE-FILE.
100900     CLOSE PMI-REPORT-FILE.
101000     DISPLAY 'COBPMI - REQUESTS READ:       ' WS-READ-COUNT.
101100     DISPLAY 'COBPMI - CANCELLED:           ' WS-CANCELLED-COUNT.
101200     DISPLAY 'COBPMI - DENIED:              ' WS-DENIED-COUNT.
101300     DISPLAY 'COBPMI - REJECTED:            ' WS-REJECT-COUNT.
101400     DISPLAY 'COBPMI - LOANS REVIEWED:      ' WS-IN-FORCE-COUNT.
101500     DISPLAY 'COBPMI - TERMINATED:          ' WS-TERMINATED-COUNT.
101600     DISPLAY 'COBPMI - TERMINATIONS HELD:   ' WS-HELD-COUNT.
101700     DISPLAY 'COBPMI - ELIGIBILITY NOTICES: ' WS-ELIGIBLE-COUNT.
101800     DISPLAY 'COBPMI - HPA DISCLOSURES:     ' WS-DISCLOSURE-COUNT.
101900     DISPLAY 'COBPMI - NOTICES WRITTEN:     ' WS-NOTICE-COUNT.
102000     DISPLAY 'COBPMI - NOTICES HELD:        ' WS-MAIL-HELD-COUNT.
102100     DISPLAY 'COBPMI - PREMIUMS PAYABLE:    ' WS-PAYABLE-COUNT
102200             ' ' WS-PAYABLE-TOTAL.
102300     DISPLAY 'COBPMI - NORMAL COMPLETION'.
102400     MOVE 0 TO RETURN-CODE.
102500 9000-EXIT.
102600     EXIT.
102700******************************************************************
102800*    9900-ABEND-TERMINATE                                        *
102900*    REACHED ONLY VIA GO TO WHEN A FILE OPEN OR WRITE OR AN SQL  *
103000*    CALL FAILS.  RETURN-CODE IS ALREADY SET BY THE CALLER.      *
103100******************************************************************
103200 9900-ABEND-TERMINATE.
103300     CLOSE PMI-REQUEST-FILE.
103400     CLOSE PMI-NOTICE-FILE.
103500     CLOSE MAIL-EXCEPTION-FILE.
103600     CLOSE PMI-CANCELLATION-FILE.
103700     CLOSE PMI-PAYABLE-FILE.
103800     CLOSE PMI-REPORT-FILE.
103900     DISPLAY 'COBPMI - ABENDING, RETURN CODE = ' RETURN-CODE.
104000     STOP RUN.
