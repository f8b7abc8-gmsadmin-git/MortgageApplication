002400*                 A NIGHTLY-CYCLE STEP AFTER COBLMEXT AND        *
002500*                 BALANCES THE EXTRACT AGAINST ITS CONTROL-      *
002600*                 TOTAL TRAILER THE SAME AS EVERY OTHER EXTRACT  *
002610*                 READER.  THE STATEMENT IS ADDRESSED TO THE     *
002620*                 BORROWER'S MAILING ADDRESS ON                  *
002630*                 SYSMTG.BORROWER_CONTACT, OR THE PROPERTY       *
002640*                 ADDRESS WHEN THE LOAN HAS NO CONTACT ROW; A    *
002650*                 LOAN WHOSE MAIL IS COMING BACK RETURNED IS     *
002660*                 HELD ON THE RETURNED-MAIL EXCEPTION LIST       *
002670*                 INSTEAD OF GOING TO THE PRINT VENDOR.          *
002680*                 FOLLOWS THE SQLCA/EXEC SQL STYLE ESTABLISHED   *
002690*                 BY COBDDB2.                                    *
002700*                 A LOAN UNDER AN ACTIVE BANKRUPTCY CASE ON      *
002710*                 SYSMTG.BANKRUPTCY_CASE IS NOT SENT A DEMAND    *
002720*                 FOR PAYMENT WHILE THE AUTOMATIC STAY IS IN     *
002730*                 FORCE: A CHAPTER 13 LOAN GETS AN INFORMATIONAL *
002740*                 STATEMENT SHOWING THE REGULAR PAYMENT AND NO   *
002750*                 PAST-DUE AMOUNT, AND A LOAN UNDER ANY OTHER    *
002760*                 CHAPTER IS NOT BILLED.                         *
002800*                                                                *
002900*    MODIFICATION HISTORY                                       *
003000*    DATE       INIT  DESCRIPTION                                *
003100*    -------    ----  ------------------------------------------ *
003200*    2026-09-02 GMS   ORIGINAL PROGRAM                           *
003205*    2026-10-15 GMS   ADDRESS THE STATEMENT TO THE BORROWER      *
003210*                     MAILING ADDRESS ON THE NEW                 *
003215*                     BORROWER_CONTACT TABLE, FALLING BACK TO    *
003220*                     THE PROPERTY ADDRESS ON THE LOAN MASTER.   *
003225*                     A LOAN FLAGGED RETURNED MAIL IS WRITTEN TO *
003230*                     THE NEW BILLMEXC EXCEPTION FILE INSTEAD OF *
003235*                     THE PRINT FILE.                            *
003240*    2026-10-15 GMS   THE CURRENT PAYMENT DUE NOW INCLUDES THE   *
003245*                     PMI MONTHLY PREMIUM, SHOWN SEPARATELY ON   *
003250*                     THE STATEMENT.                             *
003255*    2026-10-15 GMS   A LOAN WITH AN ACTIVE CASE ON THE NEW      *
003260*                     BANKRUPTCY_CASE TABLE GETS A CHAPTER 13    *
003265*                     INFORMATIONAL STATEMENT (BL-STATEMENT-TYPE *
003270*                     'I', NO PAST-DUE AMOUNT) OR, UNDER ANY     *
003275*                     OTHER CHAPTER, NO STATEMENT.               *
003300*                                                                *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
004100     SELECT BILLING-STATEMENT-FILE ASSIGN TO BILLSTMT
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-BILLSTMT-FILE-STATUS.
004310     SELECT MAIL-EXCEPTION-FILE ASSIGN TO BILLMEXC
004320         ORGANIZATION IS SEQUENTIAL
004330         FILE STATUS IS WS-BILLMEXC-FILE-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  LOAN-EXTRACT-FILE
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400     COPY BILLSTMT.
005410 FD  MAIL-EXCEPTION-FILE
005420     RECORDING MODE IS F
005430     LABEL RECORDS ARE STANDARD.
005440     COPY MAILEXC.
005500 WORKING-STORAGE SECTION.
005600******************************************************************
005700*    FILE CONTROL AND COUNTERS                                   *
005800******************************************************************
005900 01  WS-LOAN-EOF-SWITCH              PIC X(01)       VALUE 'N'.
006000     88  WS-LOAN-AT-EOF                              VALUE 'Y'.
006010 01  WS-MAIL-RETURNED-SWITCH         PIC X(01)       VALUE 'N'.
006020     88  WS-MAIL-RETURNED                            VALUE 'Y'.
006030 01  WS-STAY-SWITCH                  PIC X(01)       VALUE 'N'.
006040     88  WS-STAY-ACTIVE                              VALUE 'Y'.
006100 01  WS-LOAN-COUNT                PIC S9(07) COMP-3 VALUE 0.
006200 01  WS-STMT-COUNT                PIC S9(07) COMP-3 VALUE 0.
006300 01  WS-FC-SKIP-COUNT             PIC S9(07) COMP-3 VALUE 0.
006310 01  WS-MAIL-HELD-COUNT           PIC S9(07) COMP-3 VALUE 0.
006320 01  WS-BK-SKIP-COUNT             PIC S9(07) COMP-3 VALUE 0.
006330 01  WS-INFO-STMT-COUNT           PIC S9(07) COMP-3 VALUE 0.
006400 01  WS-LOANEXT-FILE-STATUS       PIC X(02)       VALUE '00'.
006500 01  WS-BILLSTMT-FILE-STATUS      PIC X(02)       VALUE '00'.
006510 01  WS-BILLMEXC-FILE-STATUS      PIC X(02)       VALUE '00'.
006600 01  WS-RUN-DATE                     PIC X(08)       VALUE SPACES.
006700******************************************************************
006800*    EXTRACT CONTROL-TOTAL BALANCING AREAS                       *
008100 01  WS-PAST-DUE-MONTHS           PIC S9(03) COMP-3 VALUE 0.
008200 01  WS-PAST-DUE-AMT           PIC S9(07)V99 COMP-3 VALUE 0.
008300 01  WS-TOTAL-AMOUNT-DUE       PIC S9(09)V99 COMP-3 VALUE 0.
008305******************************************************************
008310*    DB2 HOST VARIABLE RECORD FOR THE BORROWER-CONTACT TABLE     *
008315******************************************************************
008320     COPY BCONTREC.
008325******************************************************************
008330*    DB2 HOST VARIABLE RECORD FOR THE BANKRUPTCY-CASE TABLE      *
008335******************************************************************
008340     COPY BKCASREC.
008345******************************************************************
008350*    DB2 HOST VARIABLE RECORD FOR THE LOAN-MASTER TABLE          *
008355******************************************************************
008360     COPY LOANREC.
008365*    INCLUDING SQLCA COPYBOOK FOR SQLCODE AND THE REST OF THE
008370*    DB2 COMMUNICATIONS AREA.
008375     EXEC SQL
008380          INCLUDE SQLCA
008385     END-EXEC.
008400 PROCEDURE DIVISION.
008500******************************************************************
008600*    0000-MAINLINE                                               *
010900     IF WS-BILLSTMT-FILE-STATUS NOT = '00'
011000         DISPLAY 'COBBILLS - STMT FILE OPEN FAILED, STATUS = '
011100                 WS-BILLSTMT-FILE-STATUS
011110         MOVE 16 TO RETURN-CODE
011120         GO TO 9900-ABEND-TERMINATE
011130     END-IF.
011140     OPEN OUTPUT MAIL-EXCEPTION-FILE.
011150     IF WS-BILLMEXC-FILE-STATUS NOT = '00'
011160         DISPLAY 'COBBILLS - MAIL EXC OPEN FAILED, STATUS = '
011170                 WS-BILLMEXC-FILE-STATUS
011200         MOVE 16 TO RETURN-CODE
011300         GO TO 9900-ABEND-TERMINATE
011400     END-IF.
016700*    3000-PROCESS-LOAN                                           *
016800*    BUILDS AND WRITES THE STATEMENT FOR THE CURRENT EXTRACT     *
016900*    LOAN UNLESS IT IS IN FORECLOSURE, THEN READS THE NEXT ONE.  *
016910*    A LOAN WHOSE MAIL IS COMING BACK RETURNED GOES TO THE       *
016920*    EXCEPTION FILE INSTEAD OF THE PRINT FILE.  A LOAN UNDER AN  *
016930*    ACTIVE BANKRUPTCY CASE IS BILLED ONLY IN CHAPTER 13, AND    *
016940*    THEN WITH AN INFORMATIONAL STATEMENT.                       *
017000******************************************************************
017100 3000-PROCESS-LOAN.
017200     ADD 1 TO WS-LOAN-COUNT.
017300     IF LX-DELINQUENCY-STATUS = 'FC'
017400         ADD 1 TO WS-FC-SKIP-COUNT
017405         GO TO 3000-NEXT
017410     END-IF.
017415     PERFORM 3050-CHECK-BANKRUPTCY THRU 3050-EXIT.
017420     IF WS-STAY-ACTIVE AND NOT BK-CHAPTER-13
017425         ADD 1 TO WS-BK-SKIP-COUNT
017430         GO TO 3000-NEXT
017435     END-IF.
017440     PERFORM 3100-COMPUTE-AMOUNTS-DUE THRU 3100-EXIT.
017445     PERFORM 3150-GET-MAILING-ADDRESS THRU 3150-EXIT.
017450     IF WS-MAIL-RETURNED
017455         PERFORM 3300-WRITE-MAIL-EXCEPTION THRU 3300-EXIT
017500     ELSE
017700         PERFORM 3200-WRITE-STATEMENT THRU 3200-EXIT
017800     END-IF.
017810 3000-NEXT.
017900     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.
018000 3000-EXIT.
018100     EXIT.
018200******************************************************************
018202*    3050-CHECK-BANKRUPTCY                                       *
018204*    PICKS UP THE CHAPTER OF THE LOAN'S ACTIVE BANKRUPTCY CASE,  *
018206*    IF IT HAS ONE.  THE AUTOMATIC STAY BARS A DEMAND FOR        *
018208*    PAYMENT UNTIL THE CASE IS DISCHARGED OR DISMISSED.          *
018210******************************************************************
018212 3050-CHECK-BANKRUPTCY.
018214     MOVE 'N' TO WS-STAY-SWITCH.
018216     MOVE LX-LOAN-NUMBER TO BK-LOAN-NUMBER.
018218     EXEC SQL
018220          SELECT CHAPTER
018222            INTO :BK-CHAPTER
018224            FROM SYSMTG.BANKRUPTCY_CASE
018226           WHERE LOAN_NUMBER = :BK-LOAN-NUMBER
018228             AND CASE_STATUS = 'A'
018230     END-EXEC.
018232     IF SQLCODE = ZERO
018234         SET WS-STAY-ACTIVE TO TRUE
018236         GO TO 3050-EXIT
018238     END-IF.
018240     IF SQLCODE NOT = 100
018242         DISPLAY 'COBBILLS - BANKRUPTCY SELECT FAILED, SQLCODE = '
018244                 SQLCODE ' LOAN ' LX-LOAN-NUMBER
018246         MOVE 16 TO RETURN-CODE
018248         GO TO 9900-ABEND-TERMINATE
018250     END-IF.
018252 3050-EXIT.
018254     EXIT.
018256******************************************************************
018300*    3100-COMPUTE-AMOUNTS-DUE                                    *
018400*    THE CURRENT PAYMENT DUE IS THE SCHEDULED P&I PLUS THE       *
018410*    MONTHLY ESCROW AND ANY PMI PREMIUM STILL BILLED.  EACH      *
018420*    DELINQUENCY BUCKET IMPLIES ONE FULL PAYMENT PAST DUE --     *
018430*    THE SAME MONTHS-BEHIND ARITHMETIC COBDLQUP USED TO SET THE  *
018440*    BUCKET -- SO THE PAST-DUE FIGURE ON THE STATEMENT MATCHES   *
018450*    THE COLLECTION QUEUE.  A CHAPTER 13 INFORMATIONAL STATEMENT *
018460*    SHOWS THE REGULAR PAYMENT ONLY; THE ARREARS ARE PAID        *
018470*    THROUGH THE PLAN AND ARE NOT DEMANDED.                      *
018900******************************************************************
019000 3100-COMPUTE-AMOUNTS-DUE.
019100     COMPUTE WS-CURRENT-PAYMENT-DUE =
019110         LX-SCHEDULED-PI-AMT + LX-ESCROW-MONTHLY-AMT
019120             + LX-PMI-MONTHLY-AMT.
019300     EVALUATE LX-DELINQUENCY-STATUS
019400         WHEN '30'
019500             MOVE 1 TO WS-PAST-DUE-MONTHS
020400         WS-CURRENT-PAYMENT-DUE * WS-PAST-DUE-MONTHS.
020500     COMPUTE WS-TOTAL-AMOUNT-DUE =
020600         WS-CURRENT-PAYMENT-DUE + WS-PAST-DUE-AMT.
020610     IF WS-STAY-ACTIVE
020620         MOVE ZERO TO WS-PAST-DUE-MONTHS
020630         MOVE ZERO TO WS-PAST-DUE-AMT
020640         MOVE WS-CURRENT-PAYMENT-DUE TO WS-TOTAL-AMOUNT-DUE
020650     END-IF.
020700 3100-EXIT.
020701     EXIT.
020702******************************************************************
020703*    3150-GET-MAILING-ADDRESS                                    *
020704*    PICKS UP THE BORROWER'S MAILING ADDRESS AND RETURNED-MAIL   *
020705*    FLAG FROM SYSMTG.BORROWER_CONTACT.  A LOAN WITH NO CONTACT  *
020706*    ROW IS MAILED AT THE PROPERTY ADDRESS ON THE LOAN MASTER,   *
020707*    THE ONLY ADDRESS THE SYSTEM CARRIED BEFORE THE CONTACT      *
020708*    TABLE.                                                      *
020709******************************************************************
020710 3150-GET-MAILING-ADDRESS.
020711     MOVE 'N' TO WS-MAIL-RETURNED-SWITCH.
020712     MOVE LX-LOAN-NUMBER TO BC-LOAN-NUMBER.
020713     EXEC SQL
020714          SELECT MAIL_LINE_1, MAIL_LINE_2, MAIL_CITY,
020715                 MAIL_STATE, MAIL_ZIP, RETURNED_MAIL_FLAG,
020716                 RETURNED_MAIL_DATE
020717            INTO :BC-MAIL-LINE-1, :BC-MAIL-LINE-2,
020718                 :BC-MAIL-CITY, :BC-MAIL-STATE, :BC-MAIL-ZIP,
020719                 :BC-RETURNED-MAIL-FLAG, :BC-RETURNED-MAIL-DATE
020720            FROM SYSMTG.BORROWER_CONTACT
020721           WHERE LOAN_NUMBER = :BC-LOAN-NUMBER
020722     END-EXEC.
020723     IF SQLCODE = ZERO
020724         IF BC-MAIL-RETURNED
020725             SET WS-MAIL-RETURNED TO TRUE
020726         END-IF
020727         GO TO 3150-EXIT
020728     END-IF.
020729     IF SQLCODE NOT = 100
020730         DISPLAY 'COBBILLS - CONTACT SELECT FAILED, SQLCODE = '
020731                 SQLCODE ' LOAN ' BC-LOAN-NUMBER
020732         MOVE 16 TO RETURN-CODE
020733         GO TO 9900-ABEND-TERMINATE
020734     END-IF.
020735     MOVE SPACES TO BC-MAIL-LINE-2 BC-MAIL-CITY BC-MAIL-STATE
020736                    BC-MAIL-ZIP BC-RETURNED-MAIL-DATE.
020737     SET BC-MAIL-DELIVERABLE TO TRUE.
020738     MOVE LX-LOAN-NUMBER TO LM-LOAN-NUMBER.
020739     EXEC SQL
020740          SELECT PROPERTY_ADDRESS
020741            INTO :LM-PROPERTY-ADDRESS
020742            FROM SYSMTG.LOAN_MASTER
020743           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
020744     END-EXEC.
020745     IF SQLCODE NOT = ZERO
020746         DISPLAY 'COBBILLS - MASTER SELECT FAILED, SQLCODE = '
020747                 SQLCODE ' LOAN ' LM-LOAN-NUMBER
020748         MOVE 16 TO RETURN-CODE
020749         GO TO 9900-ABEND-TERMINATE
020750     END-IF.
020751     MOVE LM-PROPERTY-ADDRESS TO BC-MAIL-LINE-1.
020752 3150-EXIT.
020800     EXIT.
020900******************************************************************
021000*    3200-WRITE-STATEMENT                                        *
022100     MOVE WS-TOTAL-AMOUNT-DUE    TO BL-TOTAL-AMOUNT-DUE.
022200     MOVE LX-CURRENT-UPB         TO BL-CURRENT-UPB.
022300     MOVE LX-DELINQUENCY-STATUS  TO BL-DELINQUENCY-STATUS.
022305     MOVE LX-PMI-MONTHLY-AMT     TO BL-PMI-AMT.
022310     MOVE BC-MAIL-LINE-1         TO BL-MAIL-LINE-1.
022315     MOVE BC-MAIL-LINE-2         TO BL-MAIL-LINE-2.
022320     MOVE BC-MAIL-CITY           TO BL-MAIL-CITY.
022325     MOVE BC-MAIL-STATE          TO BL-MAIL-STATE.
022330     MOVE BC-MAIL-ZIP            TO BL-MAIL-ZIP.
022335     IF WS-STAY-ACTIVE
022340         SET BL-TYPE-INFORMATIONAL TO TRUE
022345     ELSE
022350         SET BL-TYPE-BILL TO TRUE
022355     END-IF.
022400     WRITE BILLING-STATEMENT-REC.
022500     IF WS-BILLSTMT-FILE-STATUS NOT = '00'
022600         DISPLAY 'COBBILLS - STMT FILE WRITE FAILED, STATUS = '
022900         GO TO 9900-ABEND-TERMINATE
023000     END-IF.
023100     ADD 1 TO WS-STMT-COUNT.
023110     IF WS-STAY-ACTIVE
023120         ADD 1 TO WS-INFO-STMT-COUNT
023130     END-IF.
023200 3200-EXIT.
023202     EXIT.
023204******************************************************************
023206*    3300-WRITE-MAIL-EXCEPTION                                   *
023208*    HOLDS THE STATEMENT BACK FROM THE PRINT VENDOR AND LISTS    *
023210*    THE LOAN FOR THE CORRESPONDENCE UNIT TO SKIP-TRACE.         *
023212******************************************************************
023214 3300-WRITE-MAIL-EXCEPTION.
023216     MOVE SPACES TO MAIL-EXCEPTION-REC.
023218     MOVE 'COBBILLS'             TO MX-PROGRAM-ID.
023220     MOVE 'BILLING STATEMENT'    TO MX-DOCUMENT-TYPE.
023222     MOVE LX-LOAN-NUMBER         TO MX-LOAN-NUMBER.
023224     MOVE LX-BORROWER-NAME       TO MX-BORROWER-NAME.
023226     MOVE WS-RUN-DATE            TO MX-RUN-DATE.
023228     MOVE BC-RETURNED-MAIL-DATE  TO MX-RETURNED-MAIL-DATE.
023230     MOVE BC-MAIL-LINE-1         TO MX-MAIL-LINE-1.
023232     WRITE MAIL-EXCEPTION-REC.
023234     IF WS-BILLMEXC-FILE-STATUS NOT = '00'
023236         DISPLAY 'COBBILLS - MAIL EXCEPTION WRITE FAILED, '
023238                 'STATUS = ' WS-BILLMEXC-FILE-STATUS
023240         MOVE 16 TO RETURN-CODE
023242         GO TO 9900-ABEND-TERMINATE
023244     END-IF.
023246     ADD 1 TO WS-MAIL-HELD-COUNT.
023248 3300-EXIT.
023300     EXIT.
023400******************************************************************
023500*    9000-NORMAL-TERMINATE                                       *
023700 9000-NORMAL-TERMINATE.
023800     CLOSE LOAN-EXTRACT-FILE.
023900     CLOSE BILLING-STATEMENT-FILE.
023910     CLOSE MAIL-EXCEPTION-FILE.
024000     DISPLAY 'COBBILLS - LOANS READ:          ' WS-LOAN-COUNT.
024100     DISPLAY 'COBBILLS - STATEMENTS WRITTEN:  ' WS-STMT-COUNT.
024200     DISPLAY 'COBBILLS - FORECLOSURE SKIPPED: ' WS-FC-SKIP-COUNT.
024210     DISPLAY 'COBBILLS - BANKRUPTCY SKIPPED:  ' WS-BK-SKIP-COUNT.
024220     DISPLAY 'COBBILLS - BK INFORMATIONAL:    '
024230                 WS-INFO-STMT-COUNT.
024240     DISPLAY 'COBBILLS - RETURNED MAIL HELD:  '
024250                 WS-MAIL-HELD-COUNT.
024300     DISPLAY 'COBBILLS - UPB HASH TOTAL:    ' WS-UPB-HASH.
024400     DISPLAY 'COBBILLS - ESCROW HASH TOTAL: ' WS-ESCROW-HASH.
024500     DISPLAY 'COBBILLS - NORMAL COMPLETION'.
025500 9900-ABEND-TERMINATE.
025600     CLOSE LOAN-EXTRACT-FILE.
025700     CLOSE BILLING-STATEMENT-FILE.
025710     CLOSE MAIL-EXCEPTION-FILE.
025800     DISPLAY 'COBBILLS - ABENDING, RETURN CODE = ' RETURN-CODE.
025900     GOBACK.
