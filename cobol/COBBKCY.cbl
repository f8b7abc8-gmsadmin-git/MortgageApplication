000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBBKCY.
000300 AUTHOR.        G SADLER.
000400 INSTALLATION.  MORTGAGE SERVICING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     COBBKCY                                       *
001000*    DESCRIPTION: BANKRUPTCY CASE TRACKING.  FIRST APPLIES       *
001100*                 BANKRUPTCY COUNSEL'S CASE FILE TO              *
001200*                 SYSMTG.BANKRUPTCY_CASE: A NEW FILING OPENS THE *
001300*                 CASE AND FIXES THE PRE-PETITION ARREARS -- THE *
001400*                 INSTALLMENTS DUE BEFORE THE FILING DATE PLUS   *
001500*                 THE UNPAID LATE CHARGES -- AN UPDATE RECORDS   *
001600*                 THE TRUSTEE, THE PLAN PAYMENT OR A CONVERSION  *
001700*                 TO ANOTHER CHAPTER, AND A DISCHARGE OR         *
001800*                 DISMISSAL CLOSES THE CASE.  A RECORD FOR A     *
001900*                 LOAN NOT ON FILE, A SECOND FILING ON AN ACTIVE *
002000*                 CASE, AN EVENT FOR A CASE NUMBER NOT ACTIVE    *
002100*                 ON THE LOAN, OR A DATE OUT OF ORDER IS         *
002200*                 REJECTED TO THE EXCEPTION SIDE OF THE REPORT.  *
002300*                 WHILE A CASE IS ACTIVE THE AUTOMATIC STAY IS   *
002400*                 HONORED ELSEWHERE: COBDLQN SENDS NO            *
002500*                 COLLECTION LETTER, COBPPOST ASSESSES NO LATE   *
002600*                 CHARGE AND SPLITS EACH PAYMENT BETWEEN THE     *
002700*                 PRE- AND POST-PETITION TOTALS, COBBILLS SENDS  *
002800*                 A CHAPTER 13 LOAN AN INFORMATIONAL STATEMENT   *
002900*                 AND ANY OTHER CHAPTER NONE, AND COBFCLS MAKES  *
003000*                 NO FORECLOSURE REFERRAL.  THEN A CASE LINE IS  *
003100*                 WRITTEN FOR EVERY ACTIVE CASE SHOWING THE      *
003200*                 POST-PETITION INSTALLMENTS DELINQUENT AND THE  *
003300*                 PRE-PETITION ARREARS STILL UNPAID, AND A       *
003400*                 RELEASE LINE FOR EVERY CASE DISCHARGED OR      *
003500*                 DISMISSED IN THE LAST FIVE BUSINESS DAYS, SO   *
003600*                 COLLECTIONS KNOWS WHERE NORMAL ACTIVITY CAN    *
003700*                 RESUME.  THOSE LINES ARE THE WEEKLY            *
003800*                 BANKRUPTCY REPORT WHEN RUN ON THE LAST         *
003900*                 BUSINESS DAY OF THE WEEK.  RUNS DAILY AHEAD OF *
004000*                 THE NIGHTLY CYCLE.  FOLLOWS THE SQLCA/EXEC SQL *
004100*                 STYLE ESTABLISHED BY COBDDB2.                  *
004200*                                                                *
004300*    MODIFICATION HISTORY                                       *
004400*    DATE       INIT  DESCRIPTION                                *
004500*    -------    ----  ------------------------------------------ *
004600*    2026-10-15 GMS   ORIGINAL PROGRAM                           *
004700*                                                                *
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT BK-COUNSEL-FILE ASSIGN TO BKCOUNS
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-BKCOUNS-FILE-STATUS.
005500     SELECT BK-REPORT-FILE ASSIGN TO BKRPT
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-BKRPT-FILE-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  BK-COUNSEL-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300     COPY BKCOUNS.
006400 FD  BK-REPORT-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY BKRPT.
006800 WORKING-STORAGE SECTION.
006900******************************************************************
007000*    FILE CONTROL, CURSOR CONTROL AND COUNTERS                   *
007100******************************************************************
007200 01  WS-EOF-SWITCH                   PIC X(01)       VALUE 'N'.
007300     88  WS-END-OF-FILE                              VALUE 'Y'.
007400 01  WS-ACTIVE-EOF-SWITCH            PIC X(01)       VALUE 'N'.
007500     88  WS-ACTIVE-AT-END                            VALUE 'Y'.
007600 01  WS-RELEASE-EOF-SWITCH           PIC X(01)       VALUE 'N'.
007700     88  WS-RELEASE-AT-END                           VALUE 'Y'.
007800 01  WS-VALID-SWITCH                 PIC X(01)       VALUE 'Y'.
007900     88  WS-TXN-VALID                                VALUE 'Y'.
008000     88  WS-TXN-REJECTED                             VALUE 'N'.
008100 01  WS-CASE-FOUND-SWITCH            PIC X(01)       VALUE 'N'.
008200     88  WS-CASE-FOUND                               VALUE 'Y'.
008300 01  WS-READ-COUNT                PIC S9(07) COMP-3 VALUE 0.
008400 01  WS-APPLIED-COUNT             PIC S9(07) COMP-3 VALUE 0.
008500 01  WS-REJECT-COUNT              PIC S9(07) COMP-3 VALUE 0.
008600 01  WS-FILED-COUNT               PIC S9(07) COMP-3 VALUE 0.
008700 01  WS-UPDATED-COUNT             PIC S9(07) COMP-3 VALUE 0.
008800 01  WS-DISCHARGED-COUNT          PIC S9(07) COMP-3 VALUE 0.
008900 01  WS-DISMISSED-COUNT           PIC S9(07) COMP-3 VALUE 0.
009000 01  WS-ACTIVE-COUNT              PIC S9(07) COMP-3 VALUE 0.
009100 01  WS-POSTPET-DELQ-COUNT        PIC S9(07) COMP-3 VALUE 0.
009200 01  WS-RELEASED-COUNT            PIC S9(07) COMP-3 VALUE 0.
009300 01  WS-BKCOUNS-FILE-STATUS       PIC X(02)       VALUE '00'.
009400 01  WS-BKRPT-FILE-STATUS         PIC X(02)       VALUE '00'.
009500 01  WS-REJECT-REASON                PIC X(25)       VALUE SPACES.
009600 01  WS-ACTION-TEXT                  PIC X(12)       VALUE SPACES.
009700******************************************************************
009800*    RELEASE WINDOW                                              *
009900*    A CASE DISCHARGED OR DISMISSED WITHIN THIS MANY BUSINESS    *
010000*    DAYS OF THE RUN DATE IS LISTED ON THE RELEASE SIDE OF THE   *
010100*    REPORT -- ONE BUSINESS WEEK, SO THE WEEKLY REPORT CATCHES   *
010200*    EVERY CASE CLOSED SINCE THE LAST ONE.                       *
010300******************************************************************
010400 77  WS-RELEASE-DAYS              PIC S9(03) COMP-3 VALUE 5.
010500******************************************************************
010600*    INSTALLMENT ARITHMETIC                                      *
010700*    INSTALLMENTS FALL DUE ON THE SAME DAY EVERY MONTH, SO THEY  *
010800*    ARE COUNTED BY STEPPING A DUE DATE A MONTH AT A TIME, THE   *
010900*    SAME WAY COBPPOST ADVANCES THE NEXT DUE DATE.               *
011000******************************************************************
011100 01  WS-RUN-DATE                     PIC X(08)       VALUE SPACES.
011200 01  WS-RELEASE-START-DATE           PIC X(08)       VALUE SPACES.
011300 01  WS-DUE-DATE-WORK.
011400     05  WS-DUE-YYYY                 PIC 9(04).
011500     05  WS-DUE-MM                   PIC 9(02).
011600     05  WS-DUE-DD                   PIC 9(02).
011700 01  WS-INSTALLMENT-COUNT         PIC S9(05) COMP-3 VALUE 0.
011800 01  WS-INSTALLMENT-AMT        PIC S9(07)V99 COMP-3 VALUE 0.
011900 01  WS-PREPET-UNPAID-AMT      PIC S9(09)V99 COMP-3 VALUE 0.
012000******************************************************************
012100*    DATE SERVICE INTERFACE AND DB2 HOST VARIABLE RECORDS        *
012200******************************************************************
012300     COPY DATESVC.
012400     COPY BKCASREC.
012500     COPY LOANREC.
012600*    INCLUDING SQLCA COPYBOOK FOR SQLCODE AND THE REST OF THE
012700*    DB2 COMMUNICATIONS AREA.
012800     EXEC SQL
012900          INCLUDE SQLCA
013000     END-EXEC.
013100 PROCEDURE DIVISION.
013200******************************************************************
013300*    0000-MAINLINE                                               *
013400******************************************************************
013500 0000-MAINLINE.
013600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013700     PERFORM 2000-READ-COUNSEL THRU 2000-EXIT.
013800     PERFORM 3000-APPLY-COUNSEL-RECORD THRU 3000-EXIT
013900         UNTIL WS-END-OF-FILE.
014000     PERFORM 5000-OPEN-ACTIVE-CURSOR THRU 5000-EXIT.
014100     PERFORM 5100-REPORT-ACTIVE-CASE THRU 5100-EXIT
014200         UNTIL WS-ACTIVE-AT-END.
014300     PERFORM 5900-CLOSE-ACTIVE-CURSOR THRU 5900-EXIT.
014400     PERFORM 6000-OPEN-RELEASE-CURSOR THRU 6000-EXIT.
014500     PERFORM 6100-REPORT-RELEASED-CASE THRU 6100-EXIT
014600         UNTIL WS-RELEASE-AT-END.
014700     PERFORM 6900-CLOSE-RELEASE-CURSOR THRU 6900-EXIT.
014800     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT.
014900     PERFORM 9000-NORMAL-TERMINATE THRU 9000-EXIT.
015000     STOP RUN.
015100******************************************************************
015200*    1000-INITIALIZE                                             *
015300******************************************************************
015400 1000-INITIALIZE.
015500     DISPLAY 'COBBKCY - BANKRUPTCY CASE TRACKING STARTING'.
015600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015700     PERFORM 1050-SET-RELEASE-START THRU 1050-EXIT.
015800     OPEN INPUT BK-COUNSEL-FILE.
015900     IF WS-BKCOUNS-FILE-STATUS NOT = '00'
016000         DISPLAY 'COBBKCY - COUNSEL FILE OPEN FAILED, STATUS = '
016100                 WS-BKCOUNS-FILE-STATUS
016200         MOVE 16 TO RETURN-CODE
016300         GO TO 9900-ABEND-TERMINATE
016400     END-IF.
016500     OPEN OUTPUT BK-REPORT-FILE.
016600     IF WS-BKRPT-FILE-STATUS NOT = '00'
016700         DISPLAY 'COBBKCY - REPORT FILE OPEN FAILED, STATUS = '
016800                 WS-BKRPT-FILE-STATUS
016900         MOVE 16 TO RETURN-CODE
017000         GO TO 9900-ABEND-TERMINATE
017100     END-IF.
017200 1000-EXIT.
017300     EXIT.
017400******************************************************************
017500*    1050-SET-RELEASE-START                                      *
017600*    STEPS BACK WS-RELEASE-DAYS BUSINESS DAYS FROM THE RUN DATE  *
017700*    ON THE HOLIDAY CALENDAR.  A CASE CLOSED ON A LATER DATE IS  *
017800*    IN THE RELEASE WINDOW.                                      *
017900******************************************************************
018000 1050-SET-RELEASE-START.
018100     SET DS-FUNC-ADD-BUSINESS-DAYS TO TRUE.
018200     MOVE WS-RUN-DATE TO DS-INPUT-DATE.
018300     COMPUTE DS-DAY-COUNT = ZERO - WS-RELEASE-DAYS.
018400     CALL 'COBDATE' USING DATE-SERVICE-AREA.
018500     IF NOT DS-RESULT-OK
018600         DISPLAY 'COBBKCY - COBDATE FAILED, RETURN CODE = '
018700                 DS-RETURN-CODE ' DATE ' WS-RUN-DATE
018800         MOVE 16 TO RETURN-CODE
018900         GO TO 9900-ABEND-TERMINATE
019000     END-IF.
019100     MOVE DS-RESULT-DATE TO WS-RELEASE-START-DATE.
019200 1050-EXIT.
019300     EXIT.
019400******************************************************************
019500*    2000-READ-COUNSEL                                           *
019600******************************************************************
019700 2000-READ-COUNSEL.
019800     READ BK-COUNSEL-FILE
019900         AT END
020000             SET WS-END-OF-FILE TO TRUE
020100     END-READ.
020200 2000-EXIT.
020300     EXIT.
020400******************************************************************
020500*    3000-APPLY-COUNSEL-RECORD                                   *
020600*    FETCHES THE LOAN AND ITS CASE ROW, CHECKS THE RECORD        *
020700*    AGAINST THEM AND RECORDS IT, THEN READS THE NEXT RECORD.    *
020800*    A FILING ON A LOAN WITH A CLOSED CASE REUSES THE ROW, THE   *
020900*    SAME WAY COBFCLS REUSES A CANCELLED FORECLOSURE CASE.       *
021000******************************************************************
021100 3000-APPLY-COUNSEL-RECORD.
021200     ADD 1 TO WS-READ-COUNT.
021300     SET WS-TXN-VALID TO TRUE.
021400     PERFORM 3100-FETCH-LOAN THRU 3100-EXIT.
021500     IF WS-TXN-VALID
021600         PERFORM 3150-FETCH-CASE THRU 3150-EXIT
021700     END-IF.
021800     IF WS-TXN-VALID
021900         EVALUATE TRUE
022000             WHEN BT-FILING
022100                 PERFORM 3300-OPEN-CASE THRU 3300-EXIT
022200             WHEN BT-UPDATE
022300                 PERFORM 3400-UPDATE-CASE THRU 3400-EXIT
022400             WHEN BT-DISCHARGE
022500             WHEN BT-DISMISSAL
022600                 PERFORM 3500-CLOSE-CASE THRU 3500-EXIT
022700             WHEN OTHER
022800                 SET WS-TXN-REJECTED TO TRUE
022900                 MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
023000         END-EVALUATE
023100     END-IF.
023200     IF WS-TXN-VALID
023300         IF WS-CASE-FOUND
023400             PERFORM 3800-REWRITE-CASE THRU 3800-EXIT
023500         ELSE
023600             PERFORM 3900-INSERT-CASE THRU 3900-EXIT
023700         END-IF
023800         PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT
023900         ADD 1 TO WS-APPLIED-COUNT
024000     ELSE
024100         PERFORM 8100-WRITE-EXCEPTION-LINE THRU 8100-EXIT
024200         ADD 1 TO WS-REJECT-COUNT
024300     END-IF.
024400     PERFORM 2000-READ-COUNSEL THRU 2000-EXIT.
024500 3000-EXIT.
024600     EXIT.
024700******************************************************************
024800*    3100-FETCH-LOAN                                             *
024900*    READS THE LOAN MASTER FIELDS A FILING NEEDS TO FIX THE      *
025000*    PRE-PETITION ARREARS.                                       *
025100******************************************************************
025200 3100-FETCH-LOAN.
025300     MOVE BT-LOAN-NUMBER TO LM-LOAN-NUMBER.
025400     EXEC SQL
025500          SELECT NEXT_DUE_DATE, SCHEDULED_PI_AMT,
025600                 ESCROW_MONTHLY_AMT, PMI_MONTHLY_PREMIUM,
025700                 LATE_CHARGE_BALANCE, DELINQUENCY_STATUS
025800            INTO :LM-NEXT-DUE-DATE, :LM-SCHEDULED-PI-AMT,
025900                 :LM-ESCROW-MONTHLY-AMT, :LM-PMI-MONTHLY-PREMIUM,
026000                 :LM-LATE-CHARGE-BALANCE, :LM-DELINQUENCY-STATUS
026100            FROM SYSMTG.LOAN_MASTER
026200           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
026300     END-EXEC.
026400     IF SQLCODE = 100
026500         SET WS-TXN-REJECTED TO TRUE
026600         MOVE 'LOAN NOT ON FILE' TO WS-REJECT-REASON
026700         GO TO 3100-EXIT
026800     END-IF.
026900     IF SQLCODE NOT = ZERO
027000         DISPLAY 'COBBKCY - LOAN SELECT FAILED, SQLCODE = '
027100                 SQLCODE ' LOAN ' BT-LOAN-NUMBER
027200         MOVE 16 TO RETURN-CODE
027300         GO TO 9900-ABEND-TERMINATE
027400     END-IF.
027500 3100-EXIT.
027600     EXIT.
027700******************************************************************
027800*    3150-FETCH-CASE                                             *
027900*    READS THE LOAN'S CASE ROW, IF IT HAS ONE.                   *
028000******************************************************************
028100 3150-FETCH-CASE.
028200     MOVE 'N' TO WS-CASE-FOUND-SWITCH.
028300     MOVE BT-LOAN-NUMBER TO BK-LOAN-NUMBER.
028400     EXEC SQL
028500          SELECT CASE_NUMBER, CHAPTER, CASE_STATUS, FILING_DATE,
028600                 TRUSTEE_NAME, PLAN_PAYMENT_AMT, CLOSE_DATE,
028700                 POSTPET_DUE_DATE, PREPET_ARREARS_AMT,
028800                 PREPET_PAID_AMT, POSTPET_PAID_AMT,
028900                 LAST_UPDATE_DATE
029000            INTO :BK-CASE-NUMBER, :BK-CHAPTER, :BK-CASE-STATUS,
029100                 :BK-FILING-DATE, :BK-TRUSTEE-NAME,
029200                 :BK-PLAN-PAYMENT-AMT, :BK-CLOSE-DATE,
029300                 :BK-POSTPET-DUE-DATE, :BK-PREPET-ARREARS-AMT,
029400                 :BK-PREPET-PAID-AMT, :BK-POSTPET-PAID-AMT,
029500                 :BK-LAST-UPDATE-DATE
029600            FROM SYSMTG.BANKRUPTCY_CASE
029700           WHERE LOAN_NUMBER = :BK-LOAN-NUMBER
029800     END-EXEC.
029900     IF SQLCODE = ZERO
030000         SET WS-CASE-FOUND TO TRUE
030100         GO TO 3150-EXIT
030200     END-IF.
030300     IF SQLCODE NOT = 100
030400         DISPLAY 'COBBKCY - CASE SELECT FAILED, SQLCODE = '
030500                 SQLCODE ' LOAN ' BT-LOAN-NUMBER
030600         MOVE 16 TO RETURN-CODE
030700         GO TO 9900-ABEND-TERMINATE
030800     END-IF.
030900 3150-EXIT.
031000     EXIT.
031100******************************************************************
031200*    3200-CHECK-ACTIVE-CASE                                      *
031300*    AN UPDATE, DISCHARGE OR DISMISSAL IS ONLY EVER RECORDED     *
031400*    AGAINST THE LOAN'S ACTIVE CASE, IDENTIFIED BY COUNSEL WITH  *
031500*    ITS COURT CASE NUMBER.                                      *
031600******************************************************************
031700 3200-CHECK-ACTIVE-CASE.
031800     IF NOT WS-CASE-FOUND
031900             OR NOT BK-STATUS-ACTIVE
032000         SET WS-TXN-REJECTED TO TRUE
032100         MOVE 'NO ACTIVE CASE' TO WS-REJECT-REASON
032200         GO TO 3200-EXIT
032300     END-IF.
032400     IF BT-CASE-NUMBER NOT = BK-CASE-NUMBER
032500         SET WS-TXN-REJECTED TO TRUE
032600         MOVE 'CASE NUMBER MISMATCH' TO WS-REJECT-REASON
032700     END-IF.
032800 3200-EXIT.
032900     EXIT.
033000******************************************************************
033100*    3300-OPEN-CASE                                              *
033200*    A NEW FILING.  THE LOAN'S NEXT DUE DATE IS STEPPED FORWARD  *
033300*    A MONTH AT A TIME TO THE FIRST INSTALLMENT DUE ON OR AFTER  *
033400*    THE FILING DATE; EVERY INSTALLMENT PASSED OVER IS           *
033500*    PRE-PETITION, AND THOSE INSTALLMENTS PLUS THE UNPAID LATE   *
033600*    CHARGES ARE THE PRE-PETITION ARREARS CLAIMED IN THE CASE.   *
033700******************************************************************
033800 3300-OPEN-CASE.
033900     IF LM-STAT-PAID-OFF OR LM-STAT-TRANSFERRED
034000         SET WS-TXN-REJECTED TO TRUE
034100         MOVE 'LOAN NOT SERVICED' TO WS-REJECT-REASON
034200         GO TO 3300-EXIT
034300     END-IF.
034400     IF WS-CASE-FOUND AND BK-STATUS-ACTIVE
034500         SET WS-TXN-REJECTED TO TRUE
034600         MOVE 'CASE ALREADY ACTIVE' TO WS-REJECT-REASON
034700         GO TO 3300-EXIT
034800     END-IF.
034900     IF BT-CASE-NUMBER = SPACES
035000         SET WS-TXN-REJECTED TO TRUE
035100         MOVE 'CASE NUMBER MISSING' TO WS-REJECT-REASON
035200         GO TO 3300-EXIT
035300     END-IF.
035400     MOVE BT-CHAPTER             TO BK-CHAPTER.
035500     IF NOT BK-CHAPTER-VALID
035600         SET WS-TXN-REJECTED TO TRUE
035700         MOVE 'INVALID CHAPTER' TO WS-REJECT-REASON
035800         GO TO 3300-EXIT
035900     END-IF.
036000     IF BT-EVENT-DATE NOT NUMERIC
036100             OR BT-EVENT-DATE > WS-RUN-DATE
036200         SET WS-TXN-REJECTED TO TRUE
036300         MOVE 'INVALID FILING DATE' TO WS-REJECT-REASON
036400         GO TO 3300-EXIT
036500     END-IF.
036600     IF LM-NEXT-DUE-DATE NOT NUMERIC
036700         SET WS-TXN-REJECTED TO TRUE
036800         MOVE 'NO NEXT DUE DATE' TO WS-REJECT-REASON
036900         GO TO 3300-EXIT
037000     END-IF.
037100     MOVE LM-NEXT-DUE-DATE TO WS-DUE-DATE-WORK.
037200     MOVE ZERO TO WS-INSTALLMENT-COUNT.
037300     PERFORM 7100-COUNT-INSTALLMENT THRU 7100-EXIT
037400         UNTIL WS-DUE-DATE-WORK NOT < BT-EVENT-DATE.
037500     COMPUTE WS-INSTALLMENT-AMT =
037600         LM-SCHEDULED-PI-AMT + LM-ESCROW-MONTHLY-AMT
037700             + LM-PMI-MONTHLY-PREMIUM.
037800     COMPUTE BK-PREPET-ARREARS-AMT =
037900         WS-INSTALLMENT-AMT * WS-INSTALLMENT-COUNT
038000             + LM-LATE-CHARGE-BALANCE.
038100     MOVE WS-DUE-DATE-WORK       TO BK-POSTPET-DUE-DATE.
038200     MOVE BT-CASE-NUMBER         TO BK-CASE-NUMBER.
038300     MOVE 'A'                    TO BK-CASE-STATUS.
038400     MOVE BT-EVENT-DATE          TO BK-FILING-DATE.
038500     MOVE BT-TRUSTEE-NAME        TO BK-TRUSTEE-NAME.
038600     IF BT-PLAN-PAYMENT-AMT NUMERIC
038700         MOVE BT-PLAN-PAYMENT-AMT TO BK-PLAN-PAYMENT-AMT
038800     ELSE
038900         MOVE ZERO TO BK-PLAN-PAYMENT-AMT
039000     END-IF.
039100     MOVE SPACES                 TO BK-CLOSE-DATE.
039200     MOVE ZERO                   TO BK-PREPET-PAID-AMT.
039300     MOVE ZERO                   TO BK-POSTPET-PAID-AMT.
039400     MOVE WS-RUN-DATE            TO BK-LAST-UPDATE-DATE.
039500     MOVE 'FILED'                TO WS-ACTION-TEXT.
039600     ADD 1 TO WS-FILED-COUNT.
039700 3300-EXIT.
039800     EXIT.
039900******************************************************************
040000*    3400-UPDATE-CASE                                            *
040100*    ONLY THE FIELDS COUNSEL SENT ARE CHANGED.  A CHANGE OF      *
040200*    CHAPTER IS A CONVERSION; THE PRE-PETITION ARREARS STAND AS  *
040300*    FIXED AT THE ORIGINAL FILING.                               *
040400******************************************************************
040500 3400-UPDATE-CASE.
040600     PERFORM 3200-CHECK-ACTIVE-CASE THRU 3200-EXIT.
040700     IF WS-TXN-REJECTED
040800         GO TO 3400-EXIT
040900     END-IF.
041000     MOVE 'CASE UPDATED'         TO WS-ACTION-TEXT.
041100     IF BT-CHAPTER NOT = SPACES
041200             AND BT-CHAPTER NOT = BK-CHAPTER
041300         MOVE BT-CHAPTER TO BK-CHAPTER
041400         IF NOT BK-CHAPTER-VALID
041500             SET WS-TXN-REJECTED TO TRUE
041600             MOVE 'INVALID CHAPTER' TO WS-REJECT-REASON
041700             GO TO 3400-EXIT
041800         END-IF
041900         MOVE 'CONVERTED'        TO WS-ACTION-TEXT
042000     END-IF.
042100     IF BT-TRUSTEE-NAME NOT = SPACES
042200         MOVE BT-TRUSTEE-NAME TO BK-TRUSTEE-NAME
042300     END-IF.
042400     IF BT-PLAN-PAYMENT-AMT NUMERIC
042500         IF BT-PLAN-PAYMENT-AMT > ZERO
042600             MOVE BT-PLAN-PAYMENT-AMT TO BK-PLAN-PAYMENT-AMT
042700         END-IF
042800     END-IF.
042900     MOVE WS-RUN-DATE            TO BK-LAST-UPDATE-DATE.
043000     ADD 1 TO WS-UPDATED-COUNT.
043100 3400-EXIT.
043200     EXIT.
043300******************************************************************
043400*    3500-CLOSE-CASE                                             *
043500*    A DISCHARGE OR DISMISSAL LIFTS THE STAY.  IT CANNOT BE      *
043600*    DATED BEFORE THE FILING OR AFTER THE RUN DATE.              *
043700******************************************************************
043800 3500-CLOSE-CASE.
043900     PERFORM 3200-CHECK-ACTIVE-CASE THRU 3200-EXIT.
044000     IF WS-TXN-REJECTED
044100         GO TO 3500-EXIT
044200     END-IF.
044300     IF BT-EVENT-DATE NOT NUMERIC
044400             OR BT-EVENT-DATE < BK-FILING-DATE
044500             OR BT-EVENT-DATE > WS-RUN-DATE
044600         SET WS-TXN-REJECTED TO TRUE
044700         MOVE 'INVALID CLOSE DATE' TO WS-REJECT-REASON
044800         GO TO 3500-EXIT
044900     END-IF.
045000     MOVE BT-EVENT-DATE          TO BK-CLOSE-DATE.
045100     MOVE WS-RUN-DATE            TO BK-LAST-UPDATE-DATE.
045200     IF BT-DISCHARGE
045300         SET BK-STATUS-DISCHARGED TO TRUE
045400         MOVE 'DISCHARGED'       TO WS-ACTION-TEXT
045500         ADD 1 TO WS-DISCHARGED-COUNT
045600     ELSE
045700         SET BK-STATUS-DISMISSED TO TRUE
045800         MOVE 'DISMISSED'        TO WS-ACTION-TEXT
045900         ADD 1 TO WS-DISMISSED-COUNT
046000     END-IF.
046100 3500-EXIT.
046200     EXIT.
046300******************************************************************
046400*    3800-REWRITE-CASE                                           *
046500******************************************************************
046600 3800-REWRITE-CASE.
046700     EXEC SQL
046800          UPDATE SYSMTG.BANKRUPTCY_CASE
046900             SET CASE_NUMBER = :BK-CASE-NUMBER,
047000                 CHAPTER = :BK-CHAPTER,
047100                 CASE_STATUS = :BK-CASE-STATUS,
047200                 FILING_DATE = :BK-FILING-DATE,
047300                 TRUSTEE_NAME = :BK-TRUSTEE-NAME,
047400                 PLAN_PAYMENT_AMT = :BK-PLAN-PAYMENT-AMT,
047500                 CLOSE_DATE = :BK-CLOSE-DATE,
047600                 POSTPET_DUE_DATE = :BK-POSTPET-DUE-DATE,
047700                 PREPET_ARREARS_AMT = :BK-PREPET-ARREARS-AMT,
047800                 PREPET_PAID_AMT = :BK-PREPET-PAID-AMT,
047900                 POSTPET_PAID_AMT = :BK-POSTPET-PAID-AMT,
048000                 LAST_UPDATE_DATE = :BK-LAST-UPDATE-DATE
048100           WHERE LOAN_NUMBER = :BK-LOAN-NUMBER
048200     END-EXEC.
048300     IF SQLCODE NOT = ZERO
048400         DISPLAY 'COBBKCY - CASE UPDATE FAILED, SQLCODE = '
048500                 SQLCODE ' LOAN ' BK-LOAN-NUMBER
048600         MOVE 16 TO RETURN-CODE
048700         GO TO 9900-ABEND-TERMINATE
048800     END-IF.
048900 3800-EXIT.
049000     EXIT.
049100******************************************************************
049200*    3900-INSERT-CASE                                            *
049300******************************************************************
049400 3900-INSERT-CASE.
049500     EXEC SQL
049600          INSERT INTO SYSMTG.BANKRUPTCY_CASE
049700               (LOAN_NUMBER, CASE_NUMBER, CHAPTER, CASE_STATUS,
049800                FILING_DATE, TRUSTEE_NAME, PLAN_PAYMENT_AMT,
049900                CLOSE_DATE, POSTPET_DUE_DATE, PREPET_ARREARS_AMT,
050000                PREPET_PAID_AMT, POSTPET_PAID_AMT,
050100                LAST_UPDATE_DATE)
050200          VALUES
050300               (:BK-LOAN-NUMBER, :BK-CASE-NUMBER, :BK-CHAPTER,
050400                :BK-CASE-STATUS, :BK-FILING-DATE,
050500                :BK-TRUSTEE-NAME, :BK-PLAN-PAYMENT-AMT,
050600                :BK-CLOSE-DATE, :BK-POSTPET-DUE-DATE,
050700                :BK-PREPET-ARREARS-AMT, :BK-PREPET-PAID-AMT,
050800                :BK-POSTPET-PAID-AMT, :BK-LAST-UPDATE-DATE)
050900     END-EXEC.
051000     IF SQLCODE NOT = ZERO
051100         DISPLAY 'COBBKCY - CASE INSERT FAILED, SQLCODE = '
051200                 SQLCODE ' LOAN ' BK-LOAN-NUMBER
051300         MOVE 16 TO RETURN-CODE
051400         GO TO 9900-ABEND-TERMINATE
051500     END-IF.
051600 3900-EXIT.
051700     EXIT.
051800******************************************************************
051900*    5000-OPEN-ACTIVE-CURSOR                                     *
052000*    EVERY ACTIVE CASE WITH ITS LOAN'S NEXT DUE DATE, IN CHAPTER *
052100*    AND LOAN NUMBER SEQUENCE.  PRIMES THE FETCH-AHEAD LOOP WITH *
052200*    THE FIRST FETCH.                                            *
052300******************************************************************
052400 5000-OPEN-ACTIVE-CURSOR.
052500     EXEC SQL
052600          DECLARE ACTIVE-CURSOR CURSOR FOR
052700          SELECT B.LOAN_NUMBER, B.CASE_NUMBER, B.CHAPTER,
052800                 B.FILING_DATE, B.POSTPET_DUE_DATE,
052900                 B.PREPET_ARREARS_AMT, B.PREPET_PAID_AMT,
053000                 B.POSTPET_PAID_AMT, L.NEXT_DUE_DATE
053100            FROM SYSMTG.BANKRUPTCY_CASE B,
053200                 SYSMTG.LOAN_MASTER L
053300           WHERE B.CASE_STATUS = 'A'
053400             AND L.LOAN_NUMBER = B.LOAN_NUMBER
053500            ORDER BY B.CHAPTER, B.LOAN_NUMBER
053600     END-EXEC.
053700     EXEC SQL
053800          OPEN ACTIVE-CURSOR
053900     END-EXEC.
054000     IF SQLCODE NOT = ZERO
054100         DISPLAY 'COBBKCY - OPEN ACTIVE CURSOR FAILED, SQLCODE = '
054200                 SQLCODE
054300         MOVE 16 TO RETURN-CODE
054400         GO TO 9900-ABEND-TERMINATE
054500     END-IF.
054600     PERFORM 5200-FETCH-ACTIVE-CASE THRU 5200-EXIT.
054700 5000-EXIT.
054800     EXIT.
054900******************************************************************
055000*    5100-REPORT-ACTIVE-CASE                                     *
055100*    COUNTS THE POST-PETITION INSTALLMENTS PAST DUE: FROM THE    *
055200*    LATER OF THE NEXT DUE DATE AND THE FIRST POST-PETITION DUE  *
055300*    DATE, EVERY INSTALLMENT DUE BEFORE THE RUN DATE.  A LOAN    *
055400*    STILL PAYING OFF ITS PRE-PETITION INSTALLMENTS IS ONLY      *
055500*    POST-PETITION DELINQUENT IF IT HAS FALLEN BEHIND SINCE.     *
055600******************************************************************
055700 5100-REPORT-ACTIVE-CASE.
055800     ADD 1 TO WS-ACTIVE-COUNT.
055900     IF LM-NEXT-DUE-DATE > BK-POSTPET-DUE-DATE
056000         MOVE LM-NEXT-DUE-DATE TO WS-DUE-DATE-WORK
056100     ELSE
056200         MOVE BK-POSTPET-DUE-DATE TO WS-DUE-DATE-WORK
056300     END-IF.
056400     MOVE ZERO TO WS-INSTALLMENT-COUNT.
056500     PERFORM 7100-COUNT-INSTALLMENT THRU 7100-EXIT
056600         UNTIL WS-DUE-DATE-WORK NOT < WS-RUN-DATE.
056700     IF WS-INSTALLMENT-COUNT > ZERO
056800         ADD 1 TO WS-POSTPET-DELQ-COUNT
056900     END-IF.
057000     COMPUTE WS-PREPET-UNPAID-AMT =
057100         BK-PREPET-ARREARS-AMT - BK-PREPET-PAID-AMT.
057200     MOVE SPACES TO BK-REPORT-REC.
057300     SET BR-TYPE-CASE TO TRUE.
057400     MOVE BK-LOAN-NUMBER         TO BR-CS-LOAN-NUMBER.
057500     MOVE BK-CHAPTER             TO BR-CS-CHAPTER.
057600     MOVE BK-CASE-NUMBER         TO BR-CS-CASE-NUMBER.
057700     MOVE BK-FILING-DATE         TO BR-CS-FILING-DATE.
057800     MOVE LM-NEXT-DUE-DATE       TO BR-CS-NEXT-DUE-DATE.
057900     MOVE WS-INSTALLMENT-COUNT   TO BR-CS-POSTPET-DUE.
058000     MOVE WS-PREPET-UNPAID-AMT   TO BR-CS-PREPET-UNPAID.
058100     MOVE BK-POSTPET-PAID-AMT    TO BR-CS-POSTPET-PAID.
058200     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
058300     PERFORM 5200-FETCH-ACTIVE-CASE THRU 5200-EXIT.
058400 5100-EXIT.
058500     EXIT.
058600******************************************************************
058700*    5200-FETCH-ACTIVE-CASE                                      *
058800******************************************************************
058900 5200-FETCH-ACTIVE-CASE.
059000     EXEC SQL
059100          FETCH ACTIVE-CURSOR
059200          INTO :BK-LOAN-NUMBER, :BK-CASE-NUMBER, :BK-CHAPTER,
059300               :BK-FILING-DATE, :BK-POSTPET-DUE-DATE,
059400               :BK-PREPET-ARREARS-AMT, :BK-PREPET-PAID-AMT,
059500               :BK-POSTPET-PAID-AMT, :LM-NEXT-DUE-DATE
059600     END-EXEC.
059700     IF SQLCODE = 100
059800         SET WS-ACTIVE-AT-END TO TRUE
059900     ELSE
060000         IF SQLCODE NOT = ZERO
060100             DISPLAY 'COBBKCY - ACTIVE FETCH FAILED, SQLCODE = '
060200                     SQLCODE
060300             MOVE 16 TO RETURN-CODE
060400             GO TO 9900-ABEND-TERMINATE
060500         END-IF
060600     END-IF.
060700 5200-EXIT.
060800     EXIT.
060900******************************************************************
061000*    5900-CLOSE-ACTIVE-CURSOR                                    *
061100******************************************************************
061200 5900-CLOSE-ACTIVE-CURSOR.
061300     EXEC SQL
061400          CLOSE ACTIVE-CURSOR
061500     END-EXEC.
061600 5900-EXIT.
061700     EXIT.
061800******************************************************************
061900*    6000-OPEN-RELEASE-CURSOR                                    *
062000*    EVERY CASE DISCHARGED OR DISMISSED AND RECORDED HERE SINCE  *
062100*    THE START OF THE RELEASE WINDOW, WITH ITS LOAN'S CURRENT    *
062200*    DELINQUENCY.  THE RECORDING DATE IS USED RATHER THAN THE    *
062300*    COURT'S DATE SO A CASE COUNSEL REPORTS LATE IS NOT MISSED.  *
062400******************************************************************
062500 6000-OPEN-RELEASE-CURSOR.
062600     EXEC SQL
062700          DECLARE RELEASE-CURSOR CURSOR FOR
062800          SELECT B.LOAN_NUMBER, B.CASE_NUMBER, B.CHAPTER,
062900                 B.CASE_STATUS, B.CLOSE_DATE,
063000                 L.DELINQUENCY_STATUS, L.NEXT_DUE_DATE
063100            FROM SYSMTG.BANKRUPTCY_CASE B,
063200                 SYSMTG.LOAN_MASTER L
063300           WHERE B.CASE_STATUS IN ('D', 'X')
063400             AND B.LAST_UPDATE_DATE > :WS-RELEASE-START-DATE
063500             AND L.LOAN_NUMBER = B.LOAN_NUMBER
063600            ORDER BY B.LOAN_NUMBER
063700     END-EXEC.
063800     EXEC SQL
063900          OPEN RELEASE-CURSOR
064000     END-EXEC.
064100     IF SQLCODE NOT = ZERO
064200         DISPLAY 'COBBKCY - OPEN RELEASE CURSOR FAILED, '
064300                 'SQLCODE = ' SQLCODE
064400         MOVE 16 TO RETURN-CODE
064500         GO TO 9900-ABEND-TERMINATE
064600     END-IF.
064700     PERFORM 6200-FETCH-RELEASED-CASE THRU 6200-EXIT.
064800 6000-EXIT.
064900     EXIT.
065000******************************************************************
065100*    6100-REPORT-RELEASED-CASE                                   *
065200******************************************************************
065300 6100-REPORT-RELEASED-CASE.
065400     ADD 1 TO WS-RELEASED-COUNT.
065500     MOVE SPACES TO BK-REPORT-REC.
065600     SET BR-TYPE-RELEASE TO TRUE.
065700     MOVE BK-LOAN-NUMBER         TO BR-RL-LOAN-NUMBER.
065800     MOVE BK-CHAPTER             TO BR-RL-CHAPTER.
065900     MOVE BK-CASE-NUMBER         TO BR-RL-CASE-NUMBER.
066000     IF BK-STATUS-DISCHARGED
066100         MOVE 'DISCHARGED'       TO BR-RL-OUTCOME
066200     ELSE
066300         MOVE 'DISMISSED'        TO BR-RL-OUTCOME
066400     END-IF.
066500     MOVE BK-CLOSE-DATE          TO BR-RL-CLOSE-DATE.
066600     MOVE LM-DELINQUENCY-STATUS  TO BR-RL-DELINQ-STATUS.
066700     MOVE LM-NEXT-DUE-DATE       TO BR-RL-NEXT-DUE-DATE.
066800     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
066900     PERFORM 6200-FETCH-RELEASED-CASE THRU 6200-EXIT.
067000 6100-EXIT.
067100     EXIT.
067200******************************************************************
067300*    6200-FETCH-RELEASED-CASE                                    *
067400******************************************************************
067500 6200-FETCH-RELEASED-CASE.
067600     EXEC SQL
067700          FETCH RELEASE-CURSOR
067800          INTO :BK-LOAN-NUMBER, :BK-CASE-NUMBER, :BK-CHAPTER,
067900               :BK-CASE-STATUS, :BK-CLOSE-DATE,
068000               :LM-DELINQUENCY-STATUS, :LM-NEXT-DUE-DATE
068100     END-EXEC.
068200     IF SQLCODE = 100
068300         SET WS-RELEASE-AT-END TO TRUE
068400     ELSE
068500         IF SQLCODE NOT = ZERO
068600             DISPLAY 'COBBKCY - RELEASE FETCH FAILED, SQLCODE = '
068700                     SQLCODE
068800             MOVE 16 TO RETURN-CODE
068900             GO TO 9900-ABEND-TERMINATE
069000         END-IF
069100     END-IF.
069200 6200-EXIT.
069300     EXIT.
069400******************************************************************
069500*    6900-CLOSE-RELEASE-CURSOR                                   *
069600******************************************************************
069700 6900-CLOSE-RELEASE-CURSOR.
069800     EXEC SQL
069900          CLOSE RELEASE-CURSOR
070000     END-EXEC.
070100 6900-EXIT.
070200     EXIT.
070300******************************************************************
070400*    7100-COUNT-INSTALLMENT                                      *
070500*    COUNTS THE INSTALLMENT DUE ON WS-DUE-DATE-WORK AND STEPS TO *
070600*    THE NEXT ONE.                                               *
070700******************************************************************
070800 7100-COUNT-INSTALLMENT.
070900     ADD 1 TO WS-INSTALLMENT-COUNT.
071000     IF WS-DUE-MM = 12
071100         MOVE 1 TO WS-DUE-MM
071200         ADD 1 TO WS-DUE-YYYY
071300     ELSE
071400         ADD 1 TO WS-DUE-MM
071500     END-IF.
071600 7100-EXIT.
071700     EXIT.
071800******************************************************************
071900*    8000-WRITE-ACTIVITY-LINE                                    *
072000******************************************************************
072100 8000-WRITE-ACTIVITY-LINE.
072200     MOVE SPACES TO BK-REPORT-REC.
072300     SET BR-TYPE-ACTIVITY TO TRUE.
072400     MOVE BT-LOAN-NUMBER         TO BR-LOAN-NUMBER.
072500     MOVE WS-ACTION-TEXT         TO BR-ACTION.
072600     MOVE BT-EVENT-DATE          TO BR-EVENT-DATE.
072700     MOVE BK-CASE-NUMBER         TO BR-CASE-NUMBER.
072800     MOVE BK-CHAPTER             TO BR-CHAPTER.
072900     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
073000 8000-EXIT.
073100     EXIT.
073200******************************************************************
073300*    8100-WRITE-EXCEPTION-LINE                                   *
073400******************************************************************
073500 8100-WRITE-EXCEPTION-LINE.
073600     MOVE SPACES TO BK-REPORT-REC.
073700     SET BR-TYPE-EXCEPTION TO TRUE.
073800     MOVE BT-LOAN-NUMBER         TO BR-LOAN-NUMBER.
073900     MOVE BT-ACTION-CODE         TO BR-ACTION.
074000     MOVE BT-EVENT-DATE          TO BR-EVENT-DATE.
074100     MOVE BT-CASE-NUMBER         TO BR-CASE-NUMBER.
074200     MOVE BT-CHAPTER             TO BR-CHAPTER.
074300     MOVE WS-REJECT-REASON       TO BR-REASON.
074400     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
074500 8100-EXIT.
074600     EXIT.
074700******************************************************************
074800*    8500-WRITE-TOTALS                                           *
074900******************************************************************
075000 8500-WRITE-TOTALS.
075100     MOVE SPACES TO BK-REPORT-REC.
075200     SET BR-TYPE-TOTAL TO TRUE.
075300     MOVE 'RECORDS APPLIED'         TO BR-TOT-LABEL.
075400     MOVE WS-APPLIED-COUNT          TO BR-TOT-COUNT.
075500     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
075600     MOVE SPACES TO BK-REPORT-REC.
075700     SET BR-TYPE-TOTAL TO TRUE.
075800     MOVE 'RECORDS REJECTED'        TO BR-TOT-LABEL.
075900     MOVE WS-REJECT-COUNT           TO BR-TOT-COUNT.
076000     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
076100     MOVE SPACES TO BK-REPORT-REC.
076200     SET BR-TYPE-TOTAL TO TRUE.
076300     MOVE 'CASES FILED'             TO BR-TOT-LABEL.
076400     MOVE WS-FILED-COUNT            TO BR-TOT-COUNT.
076500     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
076600     MOVE SPACES TO BK-REPORT-REC.
076700     SET BR-TYPE-TOTAL TO TRUE.
076800     MOVE 'CASES UPDATED'           TO BR-TOT-LABEL.
076900     MOVE WS-UPDATED-COUNT          TO BR-TOT-COUNT.
077000     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
077100     MOVE SPACES TO BK-REPORT-REC.
077200     SET BR-TYPE-TOTAL TO TRUE.
077300     MOVE 'CASES DISCHARGED'        TO BR-TOT-LABEL.
077400     MOVE WS-DISCHARGED-COUNT       TO BR-TOT-COUNT.
077500     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
077600     MOVE SPACES TO BK-REPORT-REC.
077700     SET BR-TYPE-TOTAL TO TRUE.
077800     MOVE 'CASES DISMISSED'         TO BR-TOT-LABEL.
077900     MOVE WS-DISMISSED-COUNT        TO BR-TOT-COUNT.
078000     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
078100     MOVE SPACES TO BK-REPORT-REC.
078200     SET BR-TYPE-TOTAL TO TRUE.
078300     MOVE 'ACTIVE CASES'            TO BR-TOT-LABEL.
078400     MOVE WS-ACTIVE-COUNT           TO BR-TOT-COUNT.
078500     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
078600     MOVE SPACES TO BK-REPORT-REC.
078700     SET BR-TYPE-TOTAL TO TRUE.
078800     MOVE 'POST-PETITION DELINQUENT' TO BR-TOT-LABEL.
078900     MOVE WS-POSTPET-DELQ-COUNT     TO BR-TOT-COUNT.
079000     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
079100     MOVE SPACES TO BK-REPORT-REC.
079200     SET BR-TYPE-TOTAL TO TRUE.
079300     MOVE 'CASES RELEASED'          TO BR-TOT-LABEL.
079400     MOVE WS-RELEASED-COUNT         TO BR-TOT-COUNT.
079500     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
079600 8500-EXIT.
079700     EXIT.
079800******************************************************************
079900*    8600-WRITE-REPORT-LINE                                      *
080000******************************************************************
080100 8600-WRITE-REPORT-LINE.
080200     WRITE BK-REPORT-REC.
080300     IF WS-BKRPT-FILE-STATUS NOT = '00'
080400         DISPLAY 'COBBKCY - REPORT WRITE FAILED, STATUS = '
080500                 WS-BKRPT-FILE-STATUS
080600         MOVE 16 TO RETURN-CODE
080700         GO TO 9900-ABEND-TERMINATE
080800     END-IF.
080900 8600-EXIT.
081000     EXIT.
081100******************************************************************
081200*    9000-NORMAL-TERMINATE                                       *
081300******************************************************************
081400 9000-NORMAL-TERMINATE.
081500     CLOSE BK-COUNSEL-FILE.
081600     CLOSE BK-REPORT-FILE.
081700     DISPLAY 'COBBKCY - RECORDS READ:       ' WS-READ-COUNT.
081800     DISPLAY 'COBBKCY - APPLIED:            ' WS-APPLIED-COUNT.
081900     DISPLAY 'COBBKCY - REJECTED:           ' WS-REJECT-COUNT.
082000     DISPLAY 'COBBKCY - CASES FILED:        ' WS-FILED-COUNT.
082100     DISPLAY 'COBBKCY - CASES UPDATED:      ' WS-UPDATED-COUNT.
082200     DISPLAY 'COBBKCY - DISCHARGED:         ' WS-DISCHARGED-COUNT.
082300     DISPLAY 'COBBKCY - DISMISSED:          ' WS-DISMISSED-COUNT.
082400     DISPLAY 'COBBKCY - ACTIVE CASES:       ' WS-ACTIVE-COUNT.
082500     DISPLAY 'COBBKCY - POST-PETITION DELQ: '
082600             WS-POSTPET-DELQ-COUNT.
082700     DISPLAY 'COBBKCY - CASES RELEASED:     ' WS-RELEASED-COUNT.
082800     DISPLAY 'COBBKCY - NORMAL COMPLETION'.
082900     MOVE 0 TO RETURN-CODE.
083000 9000-EXIT.
083100     EXIT.
083200******************************************************************
083300*    9900-ABEND-TERMINATE                                        *
083400*    REACHED ONLY VIA GO TO WHEN A FILE OPEN OR WRITE, AN SQL    *
083500*    CALL OR THE DATE SERVICE FAILS.  RETURN-CODE IS ALREADY SET *
083600*    BY THE CALLER.                                              *
083700******************************************************************
083800 9900-ABEND-TERMINATE.
083900     CLOSE BK-COUNSEL-FILE.
084000     CLOSE BK-REPORT-FILE.
084100     DISPLAY 'COBBKCY - ABENDING, RETURN CODE = ' RETURN-CODE.
084200     STOP RUN.
