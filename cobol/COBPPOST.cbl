003798*                     PAYMENT ON THE ACTCOLL EXTRACT SO THE      *
003799*                     END-OF-CYCLE TRIAL BALANCE CAN TIE         *
003800*                     COLLECTED CASH TO POSTED CASH.             *
003802*    2026-10-15 GMS   RECORD THE LOCKBOX BATCH ON EACH PAYMENT-  *
003804*                     HISTORY ROW SO A PAYMENT THE BANK LATER    *
003806*                     RETURNS CAN BE FOUND AND BACKED OUT BY     *
003808*                     COBNSFRV.                                  *
003810*    2026-10-15 GMS   A PAYMENT THAT BRINGS A LOAN IN            *
003812*                     FORECLOSURE ('FC') FULLY CURRENT           *
003814*                     REINSTATES IT: THE STATUS GOES BACK TO     *
003816*                     CURRENT AND THE ACTIVE CASE ON             *
003818*                     SYSMTG.FORECLOSURE_CASE IS CANCELLED, SO   *
003820*                     BILLING AND NOTICES RESUME.                *
003822*    2026-10-15 GMS   SPLIT THE PMI MONTHLY PREMIUM OUT OF EACH  *
003824*                     PAYMENT AHEAD OF PRINCIPAL: IT IS PART OF  *
003826*                     THE AMOUNT DUE, AND IS CARRIED ON THE      *
003828*                     PAYMENT-HISTORY ROW AND THE ACTCOLL        *
003830*                     EXTRACT.  COBPMI REMITS IT TO THE CARRIER. *
003832*    2026-10-15 GMS   A PAYMENT FOR A LOAN TRANSFERRED OUT       *
003834*                     ('TR') IS NOT POSTED: IT GOES TO THE NEW   *
003836*                     PAYMENT FORWARDING REPORT (PPOSTFWD) WITH  *
003838*                     THE TRANSFEREE FOR CASH OPERATIONS TO SEND *
003840*                     ON.                                        *
003842*    2026-10-15 GMS   THE LATE CHARGE GRACE DATE MOVES TO THE    *
003844*                     NEXT BUSINESS DAY WHEN IT FALLS ON A       *
003846*                     WEEKEND OR HOLIDAY, PER THE COMMON DATE    *
003848*                     SERVICE COBDATE.                           *
003850*    2026-10-15 GMS   A LOAN WITH AN ACTIVE BANKRUPTCY CASE ON   *
003852*                     SYSMTG.BANKRUPTCY_CASE IS UNDER THE        *
003854*                     AUTOMATIC STAY: NO LATE CHARGE IS ASSESSED *
003856*                     OR COLLECTED, AND EACH PAYMENT IS TAGGED   *
003858*                     PRE- OR POST-PETITION BY THE INSTALLMENT   *
003860*                     IT PAYS AND ADDED TO THAT CASE TOTAL.      *
003862*                                                                *
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
005110     SELECT LATE-CHARGE-REPORT-FILE ASSIGN TO LATECHG
005120         ORGANIZATION IS SEQUENTIAL
005130         FILE STATUS IS WS-LATECHG-FILE-STATUS.
005140     SELECT FORWARD-REPORT-FILE ASSIGN TO PPOSTFWD
005150         ORGANIZATION IS SEQUENTIAL
005160         FILE STATUS IS WS-PPOSTFWD-FILE-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  PAYMENT-TRANSACTION-FILE
006520     RECORDING MODE IS F
006530     LABEL RECORDS ARE STANDARD.
006540     COPY LATERPT.
006550 FD  FORWARD-REPORT-FILE
006560     RECORDING MODE IS F
006570     LABEL RECORDS ARE STANDARD.
006580     COPY XFERFWD.
006600 WORKING-STORAGE SECTION.
006700******************************************************************
006800*    FILE CONTROL AND COUNTERS                                   *
007200 01  WS-POSTABLE-SWITCH              PIC X(01)       VALUE 'Y'.
007300     88  WS-PAYMENT-POSTABLE                         VALUE 'Y'.
007400     88  WS-PAYMENT-REJECTED                         VALUE 'N'.
007410     88  WS-PAYMENT-FORWARDED                        VALUE 'F'.
007500 01  WS-COLL-PENDING-SWITCH          PIC X(01)       VALUE 'N'.
007600     88  WS-COLL-PENDING                             VALUE 'Y'.
007610 01  WS-STAY-SWITCH                  PIC X(01)       VALUE 'N'.
007620     88  WS-STAY-ACTIVE                              VALUE 'Y'.
007700 01  WS-READ-COUNT                PIC S9(07) COMP-3 VALUE 0.
007800 01  WS-POSTED-COUNT              PIC S9(07) COMP-3 VALUE 0.
007900 01  WS-REJECT-COUNT              PIC S9(07) COMP-3 VALUE 0.
007910 01  WS-REINSTATED-COUNT          PIC S9(07) COMP-3 VALUE 0.
007920 01  WS-FORWARD-COUNT             PIC S9(07) COMP-3 VALUE 0.
007930 01  WS-FORWARD-AMT            PIC S9(11)V99 COMP-3 VALUE 0.
007940 01  WS-PREPET-COUNT              PIC S9(07) COMP-3 VALUE 0.
007950 01  WS-POSTPET-COUNT             PIC S9(07) COMP-3 VALUE 0.
008000 01  WS-PAYTXN-FILE-STATUS        PIC X(02)       VALUE '00'.
008100 01  WS-ACTCOLL-FILE-STATUS       PIC X(02)       VALUE '00'.
008200 01  WS-PAYREJ-FILE-STATUS        PIC X(02)       VALUE '00'.
008210 01  WS-LATECHG-FILE-STATUS       PIC X(02)       VALUE '00'.
008220 01  WS-PPOSTFWD-FILE-STATUS      PIC X(02)       VALUE '00'.
008300 01  WS-REJECT-REASON                PIC X(25)       VALUE SPACES.
008400******************************************************************
008500*    PAYMENT SPLIT WORK AREAS                                    *
009200 01  WS-INTEREST-AMT           PIC S9(07)V99 COMP-3 VALUE 0.
009300 01  WS-PRINCIPAL-AMT          PIC S9(07)V99 COMP-3 VALUE 0.
009400 01  WS-ESCROW-AMT             PIC S9(07)V99 COMP-3 VALUE 0.
009410 01  WS-PMI-AMT                PIC S9(05)V99 COMP-3 VALUE 0.
009500 01  WS-AMOUNT-DUE             PIC S9(07)V99 COMP-3 VALUE 0.
009502******************************************************************
009504*    CALL AREA FOR THE COMMON BUSINESS-DAY DATE SERVICE, COBDATE *
009506******************************************************************
009508     COPY DATESVC.
009510******************************************************************
009511*    LATE CHARGE WORK AREAS                                      *
009512*    THE NOTE CONTRACT ALLOWS A LATE CHARGE OF FIVE PERCENT OF   *
010200     05  WS-DUE-YYYY                 PIC 9(04).
010300     05  WS-DUE-MM                   PIC 9(02).
010400     05  WS-DUE-DD                   PIC 9(02).
010410 01  WS-PAID-DUE-DATE                PIC X(08)       VALUE SPACES.
010420 01  WS-PAYMENT-DESC                 PIC X(25)       VALUE SPACES.
010500******************************************************************
010600*    DB2 HOST VARIABLE RECORD FOR LOAN-MASTER                    *
010700******************************************************************
010820*    DB2 HOST VARIABLE RECORD FOR THE PAYMENT-HISTORY LEDGER     *
010830******************************************************************
010840     COPY PAYHREC.
010842******************************************************************
010844*    DB2 HOST VARIABLE RECORD FOR THE FORECLOSURE-CASE TABLE     *
010846******************************************************************
010848     COPY FCCASREC.
010850******************************************************************
010852*    DB2 HOST VARIABLE RECORD FOR SERVICING-TRANSFER             *
010854******************************************************************
010856     COPY SXFRREC.
010858******************************************************************
010860*    DB2 HOST VARIABLE RECORD FOR THE BANKRUPTCY-CASE TABLE      *
010862******************************************************************
010864     COPY BKCASREC.
010900*    INCLUDING SQLCA COPYBOOK FOR SQLCODE AND THE REST OF THE
011000*    DB2 COMMUNICATIONS AREA.
011100     EXEC SQL
012400         PERFORM 3450-WRITE-COLLECTION THRU 3450-EXIT
012500     END-IF.
012510     PERFORM 8500-WRITE-LATE-CHARGE-RPT THRU 8500-EXIT.
012520     PERFORM 8610-WRITE-FORWARD-TOTAL THRU 8610-EXIT.
012600     PERFORM 9000-NORMAL-TERMINATE THRU 9000-EXIT.
012700     GOBACK.
012800******************************************************************
015350         MOVE 16 TO RETURN-CODE
015360         GO TO 9900-ABEND-TERMINATE
015370     END-IF.
015372     OPEN OUTPUT FORWARD-REPORT-FILE.
015374     IF WS-PPOSTFWD-FILE-STATUS NOT = '00'
015376         DISPLAY 'COBPPOST - FORWARD FILE OPEN FAILED, STATUS = '
015378                 WS-PPOSTFWD-FILE-STATUS
015380         MOVE 16 TO RETURN-CODE
015382         GO TO 9900-ABEND-TERMINATE
015384     END-IF.
015400 1000-EXIT.
015500     EXIT.
015600******************************************************************
016600******************************************************************
016700*    3000-PROCESS-PAYMENT                                        *
016800*    LOOKS UP THE LOAN FOR THE CURRENT PAYMENT AND EITHER POSTS  *
016810*    IT, REJECTS IT, OR -- FOR A LOAN TRANSFERRED OUT -- LISTS   *
016820*    IT FOR FORWARDING, THEN READS THE NEXT TRANSACTION.         *
017000******************************************************************
017100 3000-PROCESS-PAYMENT.
017200     ADD 1 TO WS-READ-COUNT.
018000         PERFORM 3400-ACCUM-COLLECTION THRU 3400-EXIT
018100         ADD 1 TO WS-POSTED-COUNT
018200     ELSE
018210         IF WS-PAYMENT-FORWARDED
018220             PERFORM 8600-WRITE-FORWARD THRU 8600-EXIT
018230         ELSE
018240             PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
018250         END-IF
018400     END-IF.
018500     PERFORM 2000-READ-PAYMENT THRU 2000-EXIT.
018600 3000-EXIT.
019000*    SELECTS THE LOAN-MASTER ROW FOR THE PAYMENT'S LOAN NUMBER.  *
019100*    A PAYMENT WHOSE LOAN NUMBER IS NOT ON THE MASTER IS         *
019200*    REJECTED, NOT ABENDED -- A MISKEYED COUPON MUST NOT STOP    *
019210*    THE DAY'S POSTING RUN.  A LOAN TRANSFERRED OUT IS NOT       *
019220*    POSTED; ITS PAYMENT IS HELD BACK FOR FORWARDING.  A LOAN    *
019230*    WITH AN ACTIVE BANKRUPTCY CASE POSTS UNDER THE STAY.        *
019400******************************************************************
019500 3100-FETCH-LOAN.
019510     MOVE 'N' TO WS-STAY-SWITCH.
019600     MOVE PT-LOAN-NUMBER TO LM-LOAN-NUMBER.
019700     EXEC SQL
019800          SELECT NOTE_RATE, CURRENT_UPB, NEXT_DUE_DATE,
019900                 SCHEDULED_PI_AMT, ESCROW_BALANCE,
020000                 ESCROW_MONTHLY_AMT, LATE_CHARGE_BALANCE,
020010                 SERVICER_BRANCH, DELINQUENCY_STATUS,
020020                 PMI_MONTHLY_PREMIUM
020100            INTO :LM-NOTE-RATE, :LM-CURRENT-UPB,
020200                 :LM-NEXT-DUE-DATE, :LM-SCHEDULED-PI-AMT,
020300                 :LM-ESCROW-BALANCE, :LM-ESCROW-MONTHLY-AMT,
020310                 :LM-LATE-CHARGE-BALANCE, :LM-SERVICER-BRANCH,
020320                 :LM-DELINQUENCY-STATUS, :LM-PMI-MONTHLY-PREMIUM
020400            FROM SYSMTG.LOAN_MASTER
020500           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
020600     END-EXEC.
021500         MOVE 16 TO RETURN-CODE
021600         GO TO 9900-ABEND-TERMINATE
021700     END-IF.
021710     IF LM-STAT-TRANSFERRED
021720         SET WS-PAYMENT-FORWARDED TO TRUE
021730         PERFORM 3150-FETCH-TRANSFER THRU 3150-EXIT
021740     END-IF.
021750     IF WS-PAYMENT-POSTABLE
021760         PERFORM 3170-FETCH-BANKRUPTCY THRU 3170-EXIT
021770     END-IF.
021800 3100-EXIT.
021900     EXIT.
022000******************************************************************
022001*    3150-FETCH-TRANSFER                                         *
022002*    A TRANSFERRED LOAN SHOULD ALWAYS HAVE ITS TRANSFER ROW; IF  *
022003*    NOT, ITS PAYMENT IS STILL FORWARDED, WITH THE TRANSFEREE    *
022004*    LEFT BLANK FOR CASH OPERATIONS TO LOOK UP.                  *
022005******************************************************************
022006 3150-FETCH-TRANSFER.
022007     MOVE PT-LOAN-NUMBER TO SX-LOAN-NUMBER.
022008     EXEC SQL
022009          SELECT TRANSFEREE_ID, EFFECTIVE_DATE
022010            INTO :SX-TRANSFEREE-ID, :SX-EFFECTIVE-DATE
022011            FROM SYSMTG.SERVICING_TRANSFER
022012           WHERE LOAN_NUMBER = :SX-LOAN-NUMBER
022013     END-EXEC.
022014     IF SQLCODE = 100
022015         MOVE SPACES TO SX-TRANSFEREE-ID
022016         MOVE SPACES TO SX-EFFECTIVE-DATE
022017         GO TO 3150-EXIT
022018     END-IF.
022019     IF SQLCODE NOT = ZERO
022020         DISPLAY 'COBPPOST - TRANSFER SELECT FAILED, SQLCODE = '
022021                 SQLCODE ' LOAN ' PT-LOAN-NUMBER
022022         MOVE 16 TO RETURN-CODE
022023         GO TO 9900-ABEND-TERMINATE
022024     END-IF.
022025 3150-EXIT.
022026     EXIT.
022027******************************************************************
022028*    3170-FETCH-BANKRUPTCY                                       *
022029*    AN ACTIVE CASE ON SYSMTG.BANKRUPTCY_CASE (MAINTAINED BY     *
022030*    COBBKCY FROM BANKRUPTCY COUNSEL'S FILE) PUTS THE LOAN UNDER *
022031*    THE AUTOMATIC STAY FOR THIS PAYMENT.  NO ACTIVE CASE IS THE *
022032*    NORMAL CASE, NOT AN ERROR.                                  *
022033******************************************************************
022034 3170-FETCH-BANKRUPTCY.
022035     MOVE PT-LOAN-NUMBER TO BK-LOAN-NUMBER.
022036     EXEC SQL
022037          SELECT POSTPET_DUE_DATE, PREPET_PAID_AMT,
022038                 POSTPET_PAID_AMT
022039            INTO :BK-POSTPET-DUE-DATE, :BK-PREPET-PAID-AMT,
022040                 :BK-POSTPET-PAID-AMT
022041            FROM SYSMTG.BANKRUPTCY_CASE
022042           WHERE LOAN_NUMBER = :BK-LOAN-NUMBER
022043             AND CASE_STATUS = 'A'
022044     END-EXEC.
022045     IF SQLCODE = 100
022046         GO TO 3170-EXIT
022047     END-IF.
022048     IF SQLCODE NOT = ZERO
022049         DISPLAY 'COBPPOST - BANKRUPTCY SELECT FAILED, SQLCODE = '
022050                 SQLCODE ' LOAN ' PT-LOAN-NUMBER
022051         MOVE 16 TO RETURN-CODE
022052         GO TO 9900-ABEND-TERMINATE
022053     END-IF.
022054     SET WS-STAY-ACTIVE TO TRUE.
022055 3170-EXIT.
022056     EXIT.
022057******************************************************************
022100*    3200-SPLIT-PAYMENT                                          *
022110*    SPLITS THE PAYMENT INTO INTEREST, ESCROW, PMI, LATE CHARGES *
022120*    AND PRINCIPAL.  THE INTEREST PORTION IS ONE MONTH'S         *
022130*    INTEREST ON THE CURRENT UPB AT THE NOTE RATE, THE ESCROW    *
022140*    PORTION IS THE MONTHLY ESCROW PAYMENT AND THE PMI PORTION   *
022150*    IS THE PREMIUM STILL BILLED ON THE LOAN (ZERO ONCE COVERAGE *
022160*    ENDS); ANY OVERPAYMENT PAYS DOWN THE LATE CHARGE BALANCE    *
022170*    FIRST AND WHATEVER REMAINS IS PRINCIPAL, SO THE REST OF AN  *
022180*    OVERPAYMENT FLOWS THROUGH AS A CURTAILMENT.  A PAYMENT      *
022190*    POSTING PAST THE GRACE PERIOD ASSESSES A LATE CHARGE FIRST, *
022200*    EXCEPT UNDER A BANKRUPTCY STAY.                             *
022210*    A PAYMENT SHORT OF THE SCHEDULED PAYMENT PLUS ESCROW AND    *
022220*    PMI IS REJECTED.                                            *
022800******************************************************************
022900 3200-SPLIT-PAYMENT.
023000     COMPUTE WS-AMOUNT-DUE =
023010         LM-SCHEDULED-PI-AMT + LM-ESCROW-MONTHLY-AMT
023020             + LM-PMI-MONTHLY-PREMIUM.
023200     IF PT-PAYMENT-AMT < WS-AMOUNT-DUE
023300         SET WS-PAYMENT-REJECTED TO TRUE
023400         MOVE 'PAYMENT LESS THAN AMT DUE' TO WS-REJECT-REASON
023500         GO TO 3200-EXIT
023600     END-IF.
023610     IF NOT WS-STAY-ACTIVE
023620         PERFORM 3250-ASSESS-LATE-CHARGE THRU 3250-EXIT
023630     END-IF.
023700     COMPUTE WS-MONTHLY-RATE ROUNDED = LM-NOTE-RATE / 1200.
023800     COMPUTE WS-INTEREST-AMT ROUNDED =
023900         LM-CURRENT-UPB * WS-MONTHLY-RATE.
024000     MOVE LM-ESCROW-MONTHLY-AMT TO WS-ESCROW-AMT.
024010     MOVE LM-PMI-MONTHLY-PREMIUM TO WS-PMI-AMT.
024020     IF WS-STAY-ACTIVE
024030         MOVE ZERO TO WS-LATE-COLLECTED-AMT
024040     ELSE
024050         PERFORM 3260-COLLECT-LATE-CHARGE THRU 3260-EXIT
024060     END-IF.
024100     COMPUTE WS-PRINCIPAL-AMT =
024200         PT-PAYMENT-AMT - WS-INTEREST-AMT - WS-ESCROW-AMT
024210         - WS-PMI-AMT - WS-LATE-COLLECTED-AMT.
024300     IF WS-PRINCIPAL-AMT > LM-CURRENT-UPB
024400         MOVE LM-CURRENT-UPB TO WS-PRINCIPAL-AMT
024500     END-IF.
024700     EXIT.
024710******************************************************************
024711*    3250-ASSESS-LATE-CHARGE                                     *
024712*    A PAYMENT POSTING AFTER ITS GRACE DATE ASSESSES FIVE        *
024713*    PERCENT OF THE SCHEDULED P&I, CAPPED, AGAINST THE LOAN'S    *
024714*    LATE CHARGE BALANCE.  DUE DATES FALL ON THE FIRST BY        *
024715*    BOARDING CONVENTION, SO DUE DATE PLUS 15 DAYS STAYS INSIDE  *
024716*    THE MONTH (A DAY PAST 30 FROM AN ONLINE DUE-DATE CORRECTION *
024717*    ROLLS INTO THE NEXT MONTH), THEN PAST ANY NON-BUSINESS DAY. *
024718******************************************************************
024719 3250-ASSESS-LATE-CHARGE.
024720     MOVE ZERO TO WS-LATE-ASSESSED-AMT.
024731             ADD 1 TO WS-GRACE-MM
024732         END-IF
024733     END-IF.
024734     MOVE WS-GRACE-DATE-WORK TO WS-GRACE-DATE.
024735     PERFORM 3550-SET-GRACE-BUSINESS-DAY THRU 3550-EXIT.
024737     IF PT-PAYMENT-DATE <= WS-GRACE-DATE
024738         GO TO 3250-EXIT
024739     END-IF.
025000*    APPLIES THE SPLIT TO THE LOAN-MASTER ROW: UPB DOWN BY THE   *
025100*    PRINCIPAL, ESCROW BALANCE UP BY THE ESCROW DEPOSIT, LAST    *
025200*    PAID DATE SET TO THE PAYMENT DATE AND THE NEXT DUE DATE     *
025210*    ROLLED FORWARD ONE MONTH.  UNDER A BANKRUPTCY STAY THE      *
025220*    PAYMENT IS ALSO CREDITED TO THE CASE AS PRE- OR POST-       *
025230*    PETITION MONEY.                                             *
025400******************************************************************
025500 3300-UPDATE-LOAN-MASTER.
025600     SUBTRACT WS-PRINCIPAL-AMT FROM LM-CURRENT-UPB.
025700     ADD WS-ESCROW-AMT TO LM-ESCROW-BALANCE.
025800     MOVE PT-PAYMENT-DATE TO LM-LAST-PAID-DATE.
025810     MOVE LM-NEXT-DUE-DATE TO WS-PAID-DUE-DATE.
025900     MOVE LM-NEXT-DUE-DATE(1:4) TO WS-DUE-YYYY.
026000     MOVE LM-NEXT-DUE-DATE(5:2) TO WS-DUE-MM.
026100     MOVE LM-NEXT-DUE-DATE(7:2) TO WS-DUE-DD.
027700         MOVE 16 TO RETURN-CODE
027800         GO TO 9900-ABEND-TERMINATE
027900     END-IF.
027901     MOVE 'LOCKBOX PAYMENT' TO WS-PAYMENT-DESC.
027902     IF WS-STAY-ACTIVE
027903         PERFORM 3370-TRACK-PETITION THRU 3370-EXIT
027904     END-IF.
027905     MOVE PT-LOCKBOX-BATCH       TO PH-LOCKBOX-BATCH.
027906     MOVE WS-PMI-AMT             TO PH-PMI-AMT.
027910     PERFORM 3350-INSERT-HISTORY THRU 3350-EXIT.
027920     IF LM-STAT-FORECLOSURE
027930         PERFORM 3360-CHECK-REINSTATEMENT THRU 3360-EXIT
027940     END-IF.
028000 3300-EXIT.
028100     EXIT.
028110******************************************************************
028125     MOVE WS-INTEREST-AMT        TO PH-INTEREST-AMT.
028126     MOVE WS-ESCROW-AMT          TO PH-ESCROW-AMT.
028127     MOVE LM-CURRENT-UPB         TO PH-RESULTING-UPB.
028128     MOVE WS-PAYMENT-DESC        TO PH-TRAN-DESC.
028129     EXEC SQL
028130          INSERT INTO SYSMTG.PAYMENT_HISTORY
028131               (LOAN_NUMBER, TRAN_DATE, TRAN_TIME, TRAN_TYPE,
028132                TRAN_AMT, PRINCIPAL_AMT, INTEREST_AMT, ESCROW_AMT,
028133                TRAN_DESC, RESULTING_UPB, LOCKBOX_BATCH, PMI_AMT)
028134          VALUES
028135               (:PH-LOAN-NUMBER, :PH-TRAN-DATE, :PH-TRAN-TIME,
028136                :PH-TRAN-TYPE, :PH-TRAN-AMT, :PH-PRINCIPAL-AMT,
028137                :PH-INTEREST-AMT, :PH-ESCROW-AMT, :PH-TRAN-DESC,
028138                :PH-RESULTING-UPB, :PH-LOCKBOX-BATCH, :PH-PMI-AMT)
028139     END-EXEC.
028140     IF SQLCODE NOT = ZERO
028141         DISPLAY 'COBPPOST - HISTORY INSERT FAILED, SQLCODE = '
028145     END-IF.
028146 3350-EXIT.
028147     EXIT.
028148******************************************************************
028149*    3360-CHECK-REINSTATEMENT                                    *
028150*    A LOAN IN FORECLOSURE WHOSE NEXT DUE DATE IS NOW IN THE     *
028151*    PAYMENT'S MONTH OR LATER IS FULLY CURRENT -- THE SAME TEST  *
028152*    COBDLQUP USES FOR THE CURRENT BUCKET -- AND HAS REINSTATED: *
028153*    THE STATUS GOES BACK TO CURRENT AND THE ACTIVE FORECLOSURE  *
028154*    CASE IS CANCELLED.  A LOAN STILL BEHIND STAYS FC.           *
028155******************************************************************
028156 3360-CHECK-REINSTATEMENT.
028157     IF LM-NEXT-DUE-DATE(1:6) < PT-PAYMENT-DATE(1:6)
028158         GO TO 3360-EXIT
028159     END-IF.
028160     MOVE '00' TO LM-DELINQUENCY-STATUS.
028161     EXEC SQL
028162          UPDATE SYSMTG.LOAN_MASTER
028163             SET DELINQUENCY_STATUS = :LM-DELINQUENCY-STATUS
028164           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
028165     END-EXEC.
028166     IF SQLCODE NOT = ZERO
028167         DISPLAY 'COBPPOST - STATUS UPDATE FAILED, SQLCODE = '
028168                 SQLCODE ' LOAN ' LM-LOAN-NUMBER
028169         MOVE 16 TO RETURN-CODE
028170         GO TO 9900-ABEND-TERMINATE
028171     END-IF.
028172     MOVE LM-LOAN-NUMBER         TO FC-LOAN-NUMBER.
028173     MOVE PT-PAYMENT-DATE        TO FC-CLOSE-DATE.
028174     MOVE 'REINSTATED'           TO FC-CLOSE-REASON.
028175     EXEC SQL
028176          UPDATE SYSMTG.FORECLOSURE_CASE
028177             SET CASE_STATUS = 'X',
028178                 CLOSE_DATE = :FC-CLOSE-DATE,
028179                 CLOSE_REASON = :FC-CLOSE-REASON
028180           WHERE LOAN_NUMBER = :FC-LOAN-NUMBER
028181             AND CASE_STATUS = 'A'
028182     END-EXEC.
028183     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
028184         DISPLAY 'COBPPOST - CASE UPDATE FAILED, SQLCODE = '
028185                 SQLCODE ' LOAN ' LM-LOAN-NUMBER
028186         MOVE 16 TO RETURN-CODE
028187         GO TO 9900-ABEND-TERMINATE
028188     END-IF.
028189     ADD 1 TO WS-REINSTATED-COUNT.
028190 3360-EXIT.
028191     EXIT.
028200******************************************************************
028201*    3370-TRACK-PETITION                                         *
028203*    UNDER A BANKRUPTCY STAY EACH PAYMENT IS CREDITED TO THE     *
028205*    CASE BY THE INSTALLMENT IT PAID: ONE DUE BEFORE THE FIRST   *
028207*    POST-PETITION DUE DATE CURES PRE-PETITION ARREARS, ANY      *
028209*    OTHER IS A POST-PETITION PAYMENT.  THE SAME TAG GOES ON     *
028211*    THE PAYMENT-HISTORY ROW.  COBBKCY REPORTS BOTH TOTALS.      *
028213******************************************************************
028215 3370-TRACK-PETITION.
028217     IF WS-PAID-DUE-DATE < BK-POSTPET-DUE-DATE
028219         ADD PT-PAYMENT-AMT TO BK-PREPET-PAID-AMT
028221         ADD 1 TO WS-PREPET-COUNT
028223         MOVE 'PRE-PETITION PAYMENT' TO WS-PAYMENT-DESC
028225     ELSE
028227         ADD PT-PAYMENT-AMT TO BK-POSTPET-PAID-AMT
028229         ADD 1 TO WS-POSTPET-COUNT
028231         MOVE 'POST-PETITION PAYMENT' TO WS-PAYMENT-DESC
028233     END-IF.
028235     EXEC SQL
028237          UPDATE SYSMTG.BANKRUPTCY_CASE
028239             SET PREPET_PAID_AMT = :BK-PREPET-PAID-AMT,
028241                 POSTPET_PAID_AMT = :BK-POSTPET-PAID-AMT
028243           WHERE LOAN_NUMBER = :BK-LOAN-NUMBER
028245             AND CASE_STATUS = 'A'
028247     END-EXEC.
028249     IF SQLCODE NOT = ZERO
028251         DISPLAY 'COBPPOST - BANKRUPTCY UPDATE FAILED, SQLCODE = '
028253                 SQLCODE ' LOAN ' LM-LOAN-NUMBER
028255         MOVE 16 TO RETURN-CODE
028257         GO TO 9900-ABEND-TERMINATE
028259     END-IF.
028261 3370-EXIT.
028263     EXIT.
028265******************************************************************
028300*    3400-ACCUM-COLLECTION                                       *
028400*    ACCUMULATES THE POSTED PRINCIPAL AND INTEREST FOR THE       *
028500*    ACTUAL-COLLECTION EXTRACT.  THE EXTRACT CARRIES ONE RECORD  *
029700         ADD WS-PRINCIPAL-AMT    TO AC-ACTUAL-PRINCIPAL-AMT
029800         ADD WS-INTEREST-AMT     TO AC-ACTUAL-INTEREST-AMT
029810         ADD WS-ESCROW-AMT       TO AC-ACTUAL-ESCROW-AMT
029820         ADD WS-PMI-AMT          TO AC-ACTUAL-PMI-AMT
029900         GO TO 3400-EXIT
030000     END-IF.
030100     IF WS-COLL-PENDING
030600     MOVE WS-PRINCIPAL-AMT       TO AC-ACTUAL-PRINCIPAL-AMT.
030700     MOVE WS-INTEREST-AMT        TO AC-ACTUAL-INTEREST-AMT.
030710     MOVE WS-ESCROW-AMT          TO AC-ACTUAL-ESCROW-AMT.
030800     MOVE WS-PMI-AMT             TO AC-ACTUAL-PMI-AMT.
030900     SET WS-COLL-PENDING TO TRUE.
031000 3400-EXIT.
031100     EXIT.
033600         ADD 1 TO WS-DUE-MM
033700     END-IF.
033800 3500-EXIT.
033802     EXIT.
033804******************************************************************
033806*    3550-SET-GRACE-BUSINESS-DAY                                 *
033808*    A GRACE DATE THAT FALLS ON A WEEKEND OR HOLIDAY IS MOVED TO *
033810*    THE NEXT BUSINESS DAY, SO A PAYMENT RECEIVED THAT DAY IS    *
033812*    STILL ON TIME.                                              *
033814******************************************************************
033816 3550-SET-GRACE-BUSINESS-DAY.
033818     SET DS-FUNC-IS-BUSINESS-DAY TO TRUE.
033820     MOVE WS-GRACE-DATE TO DS-INPUT-DATE.
033822     CALL 'COBDATE' USING DATE-SERVICE-AREA.
033824     IF NOT DS-RESULT-OK
033826         GO TO 3550-DATE-FAILED
033828     END-IF.
033830     IF DS-BUSINESS-DAY
033832         GO TO 3550-EXIT
033834     END-IF.
033836     SET DS-FUNC-NEXT-BUSINESS-DAY TO TRUE.
033838     CALL 'COBDATE' USING DATE-SERVICE-AREA.
033840     IF DS-RESULT-OK
033842         MOVE DS-RESULT-DATE TO WS-GRACE-DATE
033844         GO TO 3550-EXIT
033846     END-IF.
033848 3550-DATE-FAILED.
033850     DISPLAY 'COBPPOST - COBDATE FAILED, RETURN CODE = '
033852             DS-RETURN-CODE ' DATE ' WS-GRACE-DATE.
033854     MOVE 16 TO RETURN-CODE.
033856     GO TO 9900-ABEND-TERMINATE.
033858 3550-EXIT.
033900     EXIT.
034000******************************************************************
034100*    8000-WRITE-REJECT                                           *
035852 8520-EXIT.
035853     EXIT.
035900******************************************************************
035902*    8600-WRITE-FORWARD                                          *
035904*    LISTS A PAYMENT FOR A TRANSFERRED LOAN ON THE FORWARDING    *
035906*    REPORT WITH ITS TRANSFEREE, IN PLACE OF POSTING IT.         *
035908******************************************************************
035910 8600-WRITE-FORWARD.
035912     MOVE SPACES TO FORWARD-REPORT-REC.
035914     SET FW-TYPE-DETAIL TO TRUE.
035916     MOVE PT-LOAN-NUMBER         TO FW-LOAN-NUMBER.
035918     MOVE SX-TRANSFEREE-ID       TO FW-TRANSFEREE-ID.
035920     MOVE SX-EFFECTIVE-DATE      TO FW-EFFECTIVE-DATE.
035922     MOVE PT-PAYMENT-DATE        TO FW-ITEM-DATE.
035924     MOVE PT-PAYMENT-AMT         TO FW-ITEM-AMT.
035926     MOVE PT-LOCKBOX-BATCH       TO FW-LOCKBOX-BATCH.
035928     MOVE 'PAYMENT'              TO FW-ITEM-TYPE.
035930     PERFORM 8620-WRITE-FORWARD-LINE THRU 8620-EXIT.
035932     ADD 1 TO WS-FORWARD-COUNT.
035934     ADD PT-PAYMENT-AMT TO WS-FORWARD-AMT.
035936 8600-EXIT.
035938     EXIT.
035940******************************************************************
035942*    8610-WRITE-FORWARD-TOTAL                                    *
035944******************************************************************
035946 8610-WRITE-FORWARD-TOTAL.
035948     MOVE SPACES TO FORWARD-REPORT-REC.
035950     SET FW-TYPE-TOTAL TO TRUE.
035952     MOVE 'PAYMENTS FORWARDED'   TO FW-TOT-LABEL.
035954     MOVE WS-FORWARD-COUNT       TO FW-TOT-COUNT.
035956     MOVE WS-FORWARD-AMT         TO FW-TOT-AMOUNT.
035958     PERFORM 8620-WRITE-FORWARD-LINE THRU 8620-EXIT.
035960 8610-EXIT.
035962     EXIT.
035964******************************************************************
035966*    8620-WRITE-FORWARD-LINE                                     *
035968******************************************************************
035970 8620-WRITE-FORWARD-LINE.
035972     WRITE FORWARD-REPORT-REC.
035974     IF WS-PPOSTFWD-FILE-STATUS NOT = '00'
035976         DISPLAY 'COBPPOST - FORWARD WRITE FAILED, STATUS = '
035978                 WS-PPOSTFWD-FILE-STATUS
035980         MOVE 16 TO RETURN-CODE
035982         GO TO 9900-ABEND-TERMINATE
035984     END-IF.
035986 8620-EXIT.
035988     EXIT.
035990******************************************************************
036000*    9000-NORMAL-TERMINATE                                       *
036100******************************************************************
036200 9000-NORMAL-TERMINATE.
036400     CLOSE ACTUAL-COLLECTION-FILE.
036500     CLOSE PAYMENT-REJECT-FILE.
036510     CLOSE LATE-CHARGE-REPORT-FILE.
036520     CLOSE FORWARD-REPORT-FILE.
036600     DISPLAY 'COBPPOST - PAYMENTS READ:     ' WS-READ-COUNT.
036700     DISPLAY 'COBPPOST - PAYMENTS POSTED:   ' WS-POSTED-COUNT.
036800     DISPLAY 'COBPPOST - PAYMENTS REJECTED: ' WS-REJECT-COUNT.
036802     DISPLAY 'COBPPOST - FC REINSTATEMENTS: ' WS-REINSTATED-COUNT.
036804     DISPLAY 'COBPPOST - PAYMENTS FORWARDED:' WS-FORWARD-COUNT
036806             ' ' WS-FORWARD-AMT.
036810     DISPLAY 'COBPPOST - LATE CHG ASSESSED: '
036820             WS-TOTAL-ASSESSED-AMT.
036830     DISPLAY 'COBPPOST - LATE CHG COLLECTED:'
036840             WS-TOTAL-COLLECTED-AMT.
036850     DISPLAY 'COBPPOST - PRE-PETITION PMTS: ' WS-PREPET-COUNT.
036860     DISPLAY 'COBPPOST - POST-PETITION PMTS:' WS-POSTPET-COUNT.
036900     DISPLAY 'COBPPOST - NORMAL COMPLETION'.
037000     MOVE 0 TO RETURN-CODE.
037100 9000-EXIT.
038000     CLOSE ACTUAL-COLLECTION-FILE.
038100     CLOSE PAYMENT-REJECT-FILE.
038110     CLOSE LATE-CHARGE-REPORT-FILE.
038120     CLOSE FORWARD-REPORT-FILE.
038200     DISPLAY 'COBPPOST - ABENDING, RETURN CODE = ' RETURN-CODE.
038300     GOBACK.
