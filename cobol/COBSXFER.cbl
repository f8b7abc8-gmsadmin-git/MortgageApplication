000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBSXFER.
000300 AUTHOR.        G SADLER.
000400 INSTALLATION.  MORTGAGE SERVICING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     COBSXFER                                      *
001000*    DESCRIPTION: DAILY SERVICING TRANSFER-OUT PROCESSING, RUN   *
001100*                 AHEAD OF THE NIGHTLY CYCLE.  FIRST SCHEDULES   *
001200*                 THE TRANSFERS ON OPERATIONS' REQUEST FILE      *
001300*                 (XFERREQ) ON SYSMTG.SERVICING_TRANSFER: A      *
001400*                 REQUEST FOR A LOAN NOT ON FILE OR NO LONGER    *
001500*                 ACTIVE, WITH NO TRANSFEREE, OR WITH AN         *
001600*                 EFFECTIVE DATE LESS THAN 15 DAYS OUT IS        *
001700*                 REJECTED TO THE EXCEPTION SIDE OF THE REPORT;  *
001800*                 A REQUEST FOR A LOAN ALREADY SCHEDULED         *
001900*                 RESCHEDULES IT.  THEN WORKS EVERY OPEN         *
002000*                 TRANSFER: THE RESPA GOODBYE LETTER GOES TO     *
002100*                 THE BORROWER 30 DAYS AHEAD OF THE EFFECTIVE    *
002200*                 DATE, AND NEVER LATER THAN 15 DAYS AHEAD (A    *
002300*                 TRANSFER WHOSE LETTER HAS MISSED THAT DEADLINE *
002400*                 IS HELD AND REPORTED FOR OPERATIONS TO         *
002500*                 RESCHEDULE); ON THE EFFECTIVE DATE THE LOAN    *
002600*                 MASTER, ESCROW SCHEDULE, SUSPENSE BALANCE,     *
002700*                 WORKOUT PLAN AND FULL PAYMENT HISTORY ARE      *
002800*                 WRITTEN TO THE TRANSFER DATA FILE (XFERDATA)   *
002900*                 FOR THE TRANSFEREE, AND THE LOAN IS MARKED     *
003000*                 TRANSFERRED ('TR') ON THE LOAN MASTER.  A LOAN *
003100*                 THAT PAYS OFF BEFORE ITS TRANSFER IS CARRIED   *
003200*                 OUT HAS THE TRANSFER CANCELLED ('C') AND       *
003300*                 REPORTED, WITH NO LETTER AND NO TRANSFER DATA. *
003400*                 A 'TR' LOAN DROPS OUT OF THE EXTRACT, SO       *
003500*                 BILLING, NOTICES, ESCROW AND REMITTANCE STOP   *
003510*                 WITH IT; PAYMENTS STILL RECEIVED FOR IT ARE    *
003520*                 LISTED FOR FORWARDING BY COBSUSP AND COBPPOST, *
003530*                 AND COBMETRO REPORTS IT TO THE BUREAUS AS      *
003600*                 TRANSFERRED.  LETTERS ARE ADDRESSED FROM       *
003700*                 SYSMTG.BORROWER_CONTACT, WITH RETURNED MAIL    *
003800*                 HELD ON THE XFERMEXC EXCEPTION FILE.  FOLLOWS  *
003900*                 THE SQLCA/EXEC SQL STYLE ESTABLISHED BY        *
004000*                 COBDDB2.                                       *
004100*                                                                *
004200*    MODIFICATION HISTORY                                        *
004300*    DATE       INIT  DESCRIPTION                                *
004400*    -------    ----  ------------------------------------------ *
004500*    2026-10-15 GMS   ORIGINAL PROGRAM                           *
004510*    2026-10-15 GMS   CANCEL A TRANSFER WHOSE LOAN PAYS OFF      *
004520*                     BEFORE IT IS CARRIED OUT; NEVER MARK A     *
004530*                     PAID-OFF LOAN TRANSFERRED                  *
004600*                                                                *
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT TRANSFER-REQUEST-FILE ASSIGN TO XFERREQ
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-XFERREQ-FILE-STATUS.
005400     SELECT TRANSFER-LETTER-FILE ASSIGN TO XFERLTR
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-XFERLTR-FILE-STATUS.
005700     SELECT MAIL-EXCEPTION-FILE ASSIGN TO XFERMEXC
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-XFERMEXC-FILE-STATUS.
006000     SELECT ESCROW-SCHEDULE-FILE ASSIGN TO ESCRSCH
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-ESCRSCH-FILE-STATUS.
006300     SELECT SUSPENSE-MASTER-FILE ASSIGN TO SUSPMSTI
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-SUSPMSTI-FILE-STATUS.
006600     SELECT TRANSFER-DATA-FILE ASSIGN TO XFERDATA
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-XFERDATA-FILE-STATUS.
006900     SELECT TRANSFER-REPORT-FILE ASSIGN TO XFERRPT
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-XFERRPT-FILE-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  TRANSFER-REQUEST-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700     COPY XFERREQ.
007800 FD  TRANSFER-LETTER-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100     COPY XFERLTR.
008200 FD  MAIL-EXCEPTION-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500     COPY MAILEXC.
008600 FD  ESCROW-SCHEDULE-FILE
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900     COPY ESCRSCH.
009000 FD  SUSPENSE-MASTER-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300     COPY SUSPMST.
009400 FD  TRANSFER-DATA-FILE
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700     COPY XFERDATA.
009800 FD  TRANSFER-REPORT-FILE
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100     COPY XFERRPT.
010200 WORKING-STORAGE SECTION.
010300******************************************************************
010400*    FILE CONTROL, CURSOR CONTROL AND COUNTERS                   *
010500******************************************************************
010600 01  WS-EOF-SWITCH                   PIC X(01)       VALUE 'N'.
010700     88  WS-END-OF-FILE                              VALUE 'Y'.
010800 01  WS-XFER-EOF-SWITCH              PIC X(01)       VALUE 'N'.
010900     88  WS-XFER-AT-END                              VALUE 'Y'.
011000 01  WS-HIST-EOF-SWITCH              PIC X(01)       VALUE 'N'.
011100     88  WS-END-OF-HISTORY                           VALUE 'Y'.
011200 01  WS-VALID-SWITCH                 PIC X(01)       VALUE 'Y'.
011300     88  WS-TXN-VALID                                VALUE 'Y'.
011400     88  WS-TXN-REJECTED                             VALUE 'N'.
011500 01  WS-MAIL-RETURNED-SWITCH         PIC X(01)       VALUE 'N'.
011600     88  WS-MAIL-RETURNED                            VALUE 'Y'.
011700 01  WS-READ-COUNT                PIC S9(07) COMP-3 VALUE 0.
011800 01  WS-SCHEDULED-COUNT           PIC S9(07) COMP-3 VALUE 0.
011900 01  WS-RESCHEDULED-COUNT         PIC S9(07) COMP-3 VALUE 0.
012000 01  WS-REJECT-COUNT              PIC S9(07) COMP-3 VALUE 0.
012100 01  WS-OPEN-COUNT                PIC S9(07) COMP-3 VALUE 0.
012200 01  WS-LETTER-COUNT              PIC S9(07) COMP-3 VALUE 0.
012300 01  WS-MAIL-HELD-COUNT           PIC S9(07) COMP-3 VALUE 0.
012400 01  WS-OVERDUE-COUNT             PIC S9(07) COMP-3 VALUE 0.
012500 01  WS-TRANSFERRED-COUNT         PIC S9(07) COMP-3 VALUE 0.
012510 01  WS-CANCELLED-COUNT           PIC S9(07) COMP-3 VALUE 0.
012600 01  WS-DATA-RECORD-COUNT         PIC S9(09) COMP-3 VALUE 0.
012700 01  WS-HISTORY-COUNT             PIC S9(09) COMP-3 VALUE 0.
012800 01  WS-UPB-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
012900 01  WS-XFERREQ-FILE-STATUS       PIC X(02)       VALUE '00'.
013000 01  WS-XFERLTR-FILE-STATUS       PIC X(02)       VALUE '00'.
013100 01  WS-XFERMEXC-FILE-STATUS      PIC X(02)       VALUE '00'.
013200 01  WS-ESCRSCH-FILE-STATUS       PIC X(02)       VALUE '00'.
013300 01  WS-SUSPMSTI-FILE-STATUS      PIC X(02)       VALUE '00'.
013400 01  WS-XFERDATA-FILE-STATUS      PIC X(02)       VALUE '00'.
013500 01  WS-XFERRPT-FILE-STATUS       PIC X(02)       VALUE '00'.
013600 01  WS-REJECT-REASON                PIC X(25)       VALUE SPACES.
013700 01  WS-ACTION-TEXT                  PIC X(20)       VALUE SPACES.
013800******************************************************************
013900*    RESPA NOTICE PERIOD                                         *
014000*    THE GOODBYE LETTER MUST REACH THE BORROWER AT LEAST 15 DAYS *
014100*    BEFORE THE EFFECTIVE DATE.  IT IS SENT 30 DAYS AHEAD SO A   *
014200*    LETTER HELD FOR AN ADDRESS PROBLEM STILL HAS TIME TO GO.    *
014300******************************************************************
014400 77  WS-MIN-NOTICE-DAYS           PIC S9(03) COMP-3 VALUE 15.
014500 77  WS-LETTER-LEAD-DAYS          PIC S9(03) COMP-3 VALUE 30.
014600******************************************************************
014700*    RUN DATE AND DAY ARITHMETIC                                 *
014800*    DATES ARE CONVERTED TO A SERIAL DAY COUNT SO THE DAYS LEFT  *
014900*    TO THE EFFECTIVE DATE ARE MEASURED IN REAL DAYS ACROSS      *
015000*    MONTH AND YEAR BOUNDARIES, AS IN COBFCLS.                   *
015100******************************************************************
015200 01  WS-RUN-DATE                     PIC X(08)       VALUE SPACES.
015300 01  WS-RUN-SERIAL                PIC S9(07) COMP-3 VALUE 0.
015400 01  WS-DAYS-TO-EFFECTIVE         PIC S9(07) COMP-3 VALUE 0.
015500 01  WS-CONV-DATE.
015600     05  WS-CONV-YYYY                PIC 9(04).
015700     05  WS-CONV-MM                  PIC 9(02).
015800     05  WS-CONV-DD                  PIC 9(02).
015900 01  WS-SERIAL-DAYS               PIC S9(07) COMP-3 VALUE 0.
016000 01  WS-SER-Y                     PIC S9(05) COMP-3 VALUE 0.
016100 01  WS-SER-M                     PIC S9(03) COMP-3 VALUE 0.
016200 01  WS-SER-Q4                    PIC S9(05) COMP-3 VALUE 0.
016300 01  WS-SER-Q100                  PIC S9(05) COMP-3 VALUE 0.
016400 01  WS-SER-Q400                  PIC S9(05) COMP-3 VALUE 0.
016500 01  WS-SER-MWORK                 PIC S9(05) COMP-3 VALUE 0.
016600 01  WS-SER-MDAYS                 PIC S9(05) COMP-3 VALUE 0.
016700 01  WS-SER-REMAINDER             PIC S9(05) COMP-3 VALUE 0.
016800******************************************************************
016900*    GOODBYE LETTER DATES                                        *
017000*    THE LAST DAY THIS SERVICER ACCEPTS PAYMENTS IS THE DAY      *
017100*    BEFORE THE EFFECTIVE DATE.  THE FIRST PAYMENT DUE TO THE    *
017200*    TRANSFEREE IS THE LOAN'S FIRST INSTALLMENT ON OR AFTER THE  *
017300*    EFFECTIVE DATE, OR ITS NEXT DUE DATE IF PAID BEYOND THAT.   *
017400******************************************************************
017500 01  WS-WORK-DATE.
017600     05  WS-WORK-YYYY                PIC 9(04).
017700     05  WS-WORK-MM                  PIC 9(02).
017800     05  WS-WORK-DD                  PIC 9(02).
017900 01  WS-MONTH-LENGTH-LIST            PIC X(24)
018000                          VALUE '312831303130313130313031'.
018100 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-LIST.
018200     05  WS-MONTH-LENGTH             PIC 9(02) OCCURS 12 TIMES.
018300 01  WS-LEAP-QUOTIENT             PIC S9(05) COMP-3 VALUE 0.
018400 01  WS-LEAP-REM-4                PIC S9(05) COMP-3 VALUE 0.
018500 01  WS-LEAP-REM-100              PIC S9(05) COMP-3 VALUE 0.
018600 01  WS-LEAP-REM-400              PIC S9(05) COMP-3 VALUE 0.
018700 01  WS-LAST-ACCEPT-DATE             PIC X(08)       VALUE SPACES.
018800 01  WS-FIRST-DUE-DATE               PIC X(08)       VALUE SPACES.
018900 01  WS-MONTHLY-PAYMENT        PIC S9(07)V99 COMP-3 VALUE 0.
019000******************************************************************
019100*    DB2 HOST VARIABLE RECORDS                                   *
019200******************************************************************
019300     COPY SXFRREC.
019400     COPY LOANREC.
019500     COPY BCONTREC.
019600     COPY WKPLNREC.
019700     COPY PAYHREC.
019800*    INCLUDING SQLCA COPYBOOK FOR SQLCODE AND THE REST OF THE
019900*    DB2 COMMUNICATIONS AREA.
020000     EXEC SQL
020100          INCLUDE SQLCA
020200     END-EXEC.
020300 PROCEDURE DIVISION.
020400******************************************************************
020500*    0000-MAINLINE                                               *
020600******************************************************************
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020900     PERFORM 2000-READ-REQUEST THRU 2000-EXIT.
021000     PERFORM 3000-APPLY-REQUEST THRU 3000-EXIT
021100         UNTIL WS-END-OF-FILE.
021200     PERFORM 4000-OPEN-XFER-CURSOR THRU 4000-EXIT.
021300     PERFORM 4100-WORK-TRANSFER THRU 4100-EXIT
021400         UNTIL WS-XFER-AT-END.
021500     PERFORM 4900-CLOSE-XFER-CURSOR THRU 4900-EXIT.
021600     PERFORM 6900-WRITE-TRAILER THRU 6900-EXIT.
021700     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT.
021800     PERFORM 9000-NORMAL-TERMINATE THRU 9000-EXIT.
021900     STOP RUN.
022000******************************************************************
022100*    1000-INITIALIZE                                             *
022200******************************************************************
022300 1000-INITIALIZE.
022400     DISPLAY 'COBSXFER - SERVICING TRANSFER STARTING'.
022500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022600     MOVE WS-RUN-DATE TO WS-CONV-DATE.
022700     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
022800     MOVE WS-SERIAL-DAYS TO WS-RUN-SERIAL.
022900     OPEN INPUT TRANSFER-REQUEST-FILE.
023000     IF WS-XFERREQ-FILE-STATUS NOT = '00'
023100         DISPLAY 'COBSXFER - REQUEST FILE OPEN FAILED, STATUS = '
023200                 WS-XFERREQ-FILE-STATUS
023300         MOVE 16 TO RETURN-CODE
023400         GO TO 9900-ABEND-TERMINATE
023500     END-IF.
023600     OPEN INPUT ESCROW-SCHEDULE-FILE.
023700     IF WS-ESCRSCH-FILE-STATUS NOT = '00'
023800         DISPLAY 'COBSXFER - ESCRSCH FILE OPEN FAILED, STATUS = '
023900                 WS-ESCRSCH-FILE-STATUS
024000         MOVE 16 TO RETURN-CODE
024100         GO TO 9900-ABEND-TERMINATE
024200     END-IF.
024300     OPEN INPUT SUSPENSE-MASTER-FILE.
024400     IF WS-SUSPMSTI-FILE-STATUS NOT = '00'
024500         DISPLAY 'COBSXFER - SUSPENSE FILE OPEN FAILED, STATUS = '
024600                 WS-SUSPMSTI-FILE-STATUS
024700         MOVE 16 TO RETURN-CODE
024800         GO TO 9900-ABEND-TERMINATE
024900     END-IF.
025000     OPEN OUTPUT TRANSFER-LETTER-FILE.
025100     IF WS-XFERLTR-FILE-STATUS NOT = '00'
025200         DISPLAY 'COBSXFER - LETTER FILE OPEN FAILED, STATUS = '
025300                 WS-XFERLTR-FILE-STATUS
025400         MOVE 16 TO RETURN-CODE
025500         GO TO 9900-ABEND-TERMINATE
025600     END-IF.
025700     OPEN OUTPUT MAIL-EXCEPTION-FILE.
025800     IF WS-XFERMEXC-FILE-STATUS NOT = '00'
025900         DISPLAY 'COBSXFER - MAIL EXC FILE OPEN FAILED, STATUS = '
026000                 WS-XFERMEXC-FILE-STATUS
026100         MOVE 16 TO RETURN-CODE
026200         GO TO 9900-ABEND-TERMINATE
026300     END-IF.
026400     OPEN OUTPUT TRANSFER-DATA-FILE.
026500     IF WS-XFERDATA-FILE-STATUS NOT = '00'
026600         DISPLAY 'COBSXFER - DATA FILE OPEN FAILED, STATUS = '
026700                 WS-XFERDATA-FILE-STATUS
026800         MOVE 16 TO RETURN-CODE
026900         GO TO 9900-ABEND-TERMINATE
027000     END-IF.
027100     OPEN OUTPUT TRANSFER-REPORT-FILE.
027200     IF WS-XFERRPT-FILE-STATUS NOT = '00'
027300         DISPLAY 'COBSXFER - REPORT FILE OPEN FAILED, STATUS = '
027400                 WS-XFERRPT-FILE-STATUS
027500         MOVE 16 TO RETURN-CODE
027600         GO TO 9900-ABEND-TERMINATE
027700     END-IF.
027800     PERFORM 2100-READ-ESCROW-SCHED THRU 2100-EXIT.
027900     PERFORM 2200-READ-SUSPENSE THRU 2200-EXIT.
028000 1000-EXIT.
028100     EXIT.
028200******************************************************************
028300*    2000-READ-REQUEST                                           *
028400******************************************************************
028500 2000-READ-REQUEST.
028600     READ TRANSFER-REQUEST-FILE
028700         AT END
028800             SET WS-END-OF-FILE TO TRUE
028900     END-READ.
029000 2000-EXIT.
029100     EXIT.
029200******************************************************************
029300*    2100-READ-ESCROW-SCHED                                      *
029400******************************************************************
029500 2100-READ-ESCROW-SCHED.
029600     READ ESCROW-SCHEDULE-FILE
029700         AT END
029800             MOVE HIGH-VALUES TO ES-LOAN-NUMBER
029900     END-READ.
030000 2100-EXIT.
030100     EXIT.
030200******************************************************************
030300*    2200-READ-SUSPENSE                                          *
030400******************************************************************
030500 2200-READ-SUSPENSE.
030600     READ SUSPENSE-MASTER-FILE
030700         AT END
030800             MOVE HIGH-VALUES TO SM-LOAN-NUMBER
030900     END-READ.
031000 2200-EXIT.
031100     EXIT.
031200******************************************************************
031300*    3000-APPLY-REQUEST                                          *
031400*    FETCHES THE LOAN, EDITS THE REQUEST AND SCHEDULES OR        *
031500*    RESCHEDULES THE TRANSFER, THEN READS THE NEXT REQUEST.  A   *
031600*    REQUEST THAT FAILS ANY TEST GOES TO THE EXCEPTION SIDE OF   *
031700*    THE REPORT FOR OPERATIONS AND NOTHING IS SCHEDULED.         *
031800******************************************************************
031900 3000-APPLY-REQUEST.
032000     ADD 1 TO WS-READ-COUNT.
032100     SET WS-TXN-VALID TO TRUE.
032200     MOVE SPACES TO WS-REJECT-REASON.
032300     PERFORM 3100-FETCH-LOAN THRU 3100-EXIT.
032400     IF WS-TXN-VALID
032500         PERFORM 3200-EDIT-REQUEST THRU 3200-EXIT
032600     END-IF.
032700     IF WS-TXN-VALID
032800         PERFORM 3300-SCHEDULE-TRANSFER THRU 3300-EXIT
032900     END-IF.
033000     IF WS-TXN-REJECTED
033100         PERFORM 8100-WRITE-EXCEPTION-LINE THRU 8100-EXIT
033200         ADD 1 TO WS-REJECT-COUNT
033300     END-IF.
033400     PERFORM 2000-READ-REQUEST THRU 2000-EXIT.
033500 3000-EXIT.
033600     EXIT.
033700******************************************************************
033800*    3100-FETCH-LOAN                                             *
033900******************************************************************
034000 3100-FETCH-LOAN.
034100     MOVE XQ-LOAN-NUMBER TO LM-LOAN-NUMBER.
034200     EXEC SQL
034300          SELECT BORROWER_NAME, DELINQUENCY_STATUS
034400            INTO :LM-BORROWER-NAME, :LM-DELINQUENCY-STATUS
034500            FROM SYSMTG.LOAN_MASTER
034600           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
034700     END-EXEC.
034800     IF SQLCODE = 100
034900         SET WS-TXN-REJECTED TO TRUE
035000         MOVE 'LOAN NOT ON FILE' TO WS-REJECT-REASON
035100         GO TO 3100-EXIT
035200     END-IF.
035300     IF SQLCODE NOT = ZERO
035400         DISPLAY 'COBSXFER - LOAN SELECT FAILED, SQLCODE = '
035500                 SQLCODE ' LOAN ' LM-LOAN-NUMBER
035600         MOVE 16 TO RETURN-CODE
035700         GO TO 9900-ABEND-TERMINATE
035800     END-IF.
035900     IF LM-STAT-PAID-OFF
036000         SET WS-TXN-REJECTED TO TRUE
036100         MOVE 'LOAN PAID IN FULL' TO WS-REJECT-REASON
036200         GO TO 3100-EXIT
036300     END-IF.
036400     IF LM-STAT-TRANSFERRED
036500         SET WS-TXN-REJECTED TO TRUE
036600         MOVE 'LOAN ALREADY TRANSFERRED' TO WS-REJECT-REASON
036700     END-IF.
036800 3100-EXIT.
036900     EXIT.
037000******************************************************************
037100*    3200-EDIT-REQUEST                                           *
037200*    THE EFFECTIVE DATE MUST LEAVE ROOM FOR THE 15-DAY RESPA     *
037300*    NOTICE, MEASURED FROM TODAY.                                *
037400******************************************************************
037500 3200-EDIT-REQUEST.
037600     IF XQ-TRANSFEREE-ID = SPACES
037700         SET WS-TXN-REJECTED TO TRUE
037800         MOVE 'NO TRANSFEREE GIVEN' TO WS-REJECT-REASON
037900         GO TO 3200-EXIT
038000     END-IF.
038100     IF XQ-EFFECTIVE-DATE NOT NUMERIC
038200         SET WS-TXN-REJECTED TO TRUE
038300         MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
038400         GO TO 3200-EXIT
038500     END-IF.
038600     MOVE XQ-EFFECTIVE-DATE TO WS-CONV-DATE.
038700     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
038800     COMPUTE WS-DAYS-TO-EFFECTIVE = WS-SERIAL-DAYS
038900                            - WS-RUN-SERIAL.
039000     IF WS-DAYS-TO-EFFECTIVE < WS-MIN-NOTICE-DAYS
039100         SET WS-TXN-REJECTED TO TRUE
039200         MOVE 'UNDER 15 DAYS NOTICE' TO WS-REJECT-REASON
039300     END-IF.
039400 3200-EXIT.
039500     EXIT.
039600******************************************************************
039700*    3300-SCHEDULE-TRANSFER                                      *
039800*    A LOAN WITH NO TRANSFER ROW GETS ONE, PENDING.  A TRANSFER  *
039900*    ALREADY SCHEDULED IS RESCHEDULED TO THE NEW TRANSFEREE AND  *
040000*    DATE AND SET BACK TO PENDING, SO A FRESH LETTER GOES OUT.   *
040100******************************************************************
040200 3300-SCHEDULE-TRANSFER.
040300     MOVE XQ-LOAN-NUMBER TO SX-LOAN-NUMBER.
040400     EXEC SQL
040500          SELECT XFER_STATUS
040600            INTO :SX-XFER-STATUS
040700            FROM SYSMTG.SERVICING_TRANSFER
040800           WHERE LOAN_NUMBER = :SX-LOAN-NUMBER
040900     END-EXEC.
041000     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
041100         DISPLAY 'COBSXFER - TRANSFER SELECT FAILED, SQLCODE = '
041200                 SQLCODE ' LOAN ' SX-LOAN-NUMBER
041300         MOVE 16 TO RETURN-CODE
041400         GO TO 9900-ABEND-TERMINATE
041500     END-IF.
041600     MOVE XQ-TRANSFEREE-ID  TO SX-TRANSFEREE-ID.
041700     MOVE XQ-EFFECTIVE-DATE TO SX-EFFECTIVE-DATE.
041800     MOVE WS-RUN-DATE       TO SX-REQUEST-DATE.
041900     SET SX-STATUS-PENDING TO TRUE.
042000     MOVE SPACES TO SX-LETTER-DATE.
042100     MOVE SPACES TO SX-TRANSFER-DATE.
042200     IF SQLCODE = 100
042300         PERFORM 3400-INSERT-TRANSFER THRU 3400-EXIT
042400         MOVE 'TRANSFER SCHEDULED' TO WS-ACTION-TEXT
042500         ADD 1 TO WS-SCHEDULED-COUNT
042600     ELSE
042700         PERFORM 3500-RESCHEDULE-TRANSFER THRU 3500-EXIT
042800         MOVE 'TRANSFER RESCHEDULED' TO WS-ACTION-TEXT
042900         ADD 1 TO WS-RESCHEDULED-COUNT
043000     END-IF.
043100     PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT.
043200 3300-EXIT.
043300     EXIT.
043400******************************************************************
043500*    3400-INSERT-TRANSFER                                        *
043600******************************************************************
043700 3400-INSERT-TRANSFER.
043800     EXEC SQL
043900          INSERT INTO SYSMTG.SERVICING_TRANSFER
044000                (LOAN_NUMBER, TRANSFEREE_ID, EFFECTIVE_DATE,
044100                 REQUEST_DATE, XFER_STATUS, LETTER_DATE,
044200                 TRANSFER_DATE)
044300          VALUES (:SX-LOAN-NUMBER, :SX-TRANSFEREE-ID,
044400                  :SX-EFFECTIVE-DATE, :SX-REQUEST-DATE,
044500                  :SX-XFER-STATUS, :SX-LETTER-DATE,
044600                  :SX-TRANSFER-DATE)
044700     END-EXEC.
044800     IF SQLCODE NOT = ZERO
044900         DISPLAY 'COBSXFER - TRANSFER INSERT FAILED, SQLCODE = '
045000                 SQLCODE ' LOAN ' SX-LOAN-NUMBER
045100         MOVE 16 TO RETURN-CODE
045200         GO TO 9900-ABEND-TERMINATE
045300     END-IF.
045400 3400-EXIT.
045500     EXIT.
045600******************************************************************
045700*    3500-RESCHEDULE-TRANSFER                                    *
045800******************************************************************
045900 3500-RESCHEDULE-TRANSFER.
046000     EXEC SQL
046100          UPDATE SYSMTG.SERVICING_TRANSFER
046200             SET TRANSFEREE_ID  = :SX-TRANSFEREE-ID,
046300                 EFFECTIVE_DATE = :SX-EFFECTIVE-DATE,
046400                 REQUEST_DATE   = :SX-REQUEST-DATE,
046500                 XFER_STATUS    = :SX-XFER-STATUS,
046600                 LETTER_DATE    = :SX-LETTER-DATE
046700           WHERE LOAN_NUMBER = :SX-LOAN-NUMBER
046800     END-EXEC.
046900     IF SQLCODE NOT = ZERO
047000         DISPLAY 'COBSXFER - TRANSFER UPDATE FAILED, SQLCODE = '
047100                 SQLCODE ' LOAN ' SX-LOAN-NUMBER
047200         MOVE 16 TO RETURN-CODE
047300         GO TO 9900-ABEND-TERMINATE
047400     END-IF.
047500 3500-EXIT.
047600     EXIT.
047700******************************************************************
047800*    4000-OPEN-XFER-CURSOR                                       *
047900*    EVERY TRANSFER NOT YET CARRIED OUT OR CANCELLED, IN LOAN    *
048000*    ORDER SO THE ESCROW SCHEDULE AND SUSPENSE MASTER CAN BE     *
048100*    MATCHED AS THE LOANS GO BY.  A TRANSFER SCHEDULED ABOVE IS  *
048110*    ALREADY IN.                                                 *
048200******************************************************************
048300 4000-OPEN-XFER-CURSOR.
048400     EXEC SQL
048500          DECLARE XFER-CURSOR CURSOR FOR
048600          SELECT LOAN_NUMBER, TRANSFEREE_ID, EFFECTIVE_DATE,
048700                 REQUEST_DATE, XFER_STATUS, LETTER_DATE,
048800                 TRANSFER_DATE
048900            FROM SYSMTG.SERVICING_TRANSFER
049000           WHERE XFER_STATUS IN ('P', 'L')
049100            ORDER BY LOAN_NUMBER
049200     END-EXEC.
049300     EXEC SQL
049400          OPEN XFER-CURSOR
049500     END-EXEC.
049600     IF SQLCODE NOT = ZERO
049700         DISPLAY 'COBSXFER - OPEN XFER CURSOR FAILED, SQLCODE = '
049800                 SQLCODE
049900         MOVE 16 TO RETURN-CODE
050000         GO TO 9900-ABEND-TERMINATE
050100     END-IF.
050200     PERFORM 4200-FETCH-TRANSFER THRU 4200-EXIT.
050300 4000-EXIT.
050400     EXIT.
050500******************************************************************
050600*    4100-WORK-TRANSFER                                          *
050700*    A PENDING TRANSFER WITHIN 30 DAYS OF ITS EFFECTIVE DATE IS  *
050800*    SENT ITS LETTER; ONE ALREADY INSIDE THE 15-DAY NOTICE       *
050900*    PERIOD WITHOUT A LETTER IS HELD AND REPORTED, AND IS NOT    *
051000*    TRANSFERRED.  A TRANSFER WHOSE LETTER HAS GONE IS CARRIED   *
051100*    OUT ON ITS EFFECTIVE DATE, OR THE FIRST RUN AFTER IT.       *
051110*    A LOAN PAID OFF SINCE ITS TRANSFER WAS SCHEDULED IS NEITHER *
051120*    SENT A LETTER NOR TRANSFERRED; THE TRANSFER IS CANCELLED.   *
051200******************************************************************
051300 4100-WORK-TRANSFER.
051400     ADD 1 TO WS-OPEN-COUNT.
051500     MOVE SPACES TO WS-REJECT-REASON.
051600     MOVE SX-EFFECTIVE-DATE TO WS-CONV-DATE.
051700     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
051800     COMPUTE WS-DAYS-TO-EFFECTIVE = WS-SERIAL-DAYS
051900                            - WS-RUN-SERIAL.
051910     PERFORM 4300-FETCH-LOAN-MASTER THRU 4300-EXIT.
051920     IF LM-STAT-PAID-OFF
051930         PERFORM 4400-CANCEL-TRANSFER THRU 4400-EXIT
051940         GO TO 4100-NEXT
051950     END-IF.
052000     IF SX-STATUS-LETTER-SENT
052100         IF WS-DAYS-TO-EFFECTIVE NOT > ZERO
052200             PERFORM 6000-TRANSFER-LOAN THRU 6000-EXIT
052300         END-IF
052400         GO TO 4100-NEXT
052500     END-IF.
052600     IF WS-DAYS-TO-EFFECTIVE < WS-MIN-NOTICE-DAYS
052800         MOVE 'TRANSFER HELD' TO WS-ACTION-TEXT
052900         MOVE 'LETTER DEADLINE MISSED' TO WS-REJECT-REASON
053000         PERFORM 8100-WRITE-EXCEPTION-LINE THRU 8100-EXIT
053100         ADD 1 TO WS-OVERDUE-COUNT
053200         GO TO 4100-NEXT
053300     END-IF.
053400     IF WS-DAYS-TO-EFFECTIVE NOT > WS-LETTER-LEAD-DAYS
053500         PERFORM 5000-SEND-LETTER THRU 5000-EXIT
053600     END-IF.
053700 4100-NEXT.
053800     PERFORM 4200-FETCH-TRANSFER THRU 4200-EXIT.
053900 4100-EXIT.
054000     EXIT.
054100******************************************************************
054200*    4200-FETCH-TRANSFER                                         *
054300******************************************************************
054400 4200-FETCH-TRANSFER.
054500     EXEC SQL
054600          FETCH XFER-CURSOR
054700          INTO :SX-LOAN-NUMBER, :SX-TRANSFEREE-ID,
054800               :SX-EFFECTIVE-DATE, :SX-REQUEST-DATE,
054900               :SX-XFER-STATUS, :SX-LETTER-DATE,
055000               :SX-TRANSFER-DATE
055100     END-EXEC.
055200     IF SQLCODE = 100
055300         SET WS-XFER-AT-END TO TRUE
055400     ELSE
055500         IF SQLCODE NOT = ZERO
055600             DISPLAY 'COBSXFER - XFER FETCH FAILED, SQLCODE = '
055700                     SQLCODE
055800             MOVE 16 TO RETURN-CODE
055900             GO TO 9900-ABEND-TERMINATE
056000         END-IF
056100     END-IF.
056200 4200-EXIT.
056300     EXIT.
056400******************************************************************
056500*    4300-FETCH-LOAN-MASTER                                      *
056600*    THE WHOLE LOAN MASTER ROW, TO SEE THE LOAN IS STILL ACTIVE, *
056700*    FOR THE LETTER AND FOR THE LOAN RECORD ON THE TRANSFER DATA *
056710*    FILE.                                                       *
056800******************************************************************
056900 4300-FETCH-LOAN-MASTER.
057000     MOVE SX-LOAN-NUMBER TO LM-LOAN-NUMBER.
057100     EXEC SQL
057200          SELECT BORROWER_SSN, BORROWER_NAME, PROPERTY_ADDRESS,
057300                 ORIGINAL_LOAN_AMT, ORIGINATION_DATE,
057400                 MATURITY_DATE, NOTE_RATE, CURRENT_UPB,
057500                 NEXT_DUE_DATE, LAST_PAID_DATE, SCHEDULED_PI_AMT,
057600                 ESCROW_BALANCE, ESCROW_MONTHLY_AMT,
057700                 DELINQUENCY_STATUS, INVESTOR_CODE, POOL_NUMBER,
057800                 REMIT_TYPE, SERVICER_BRANCH, LATE_CHARGE_BALANCE,
057900                 PMI_CARRIER_CODE, PMI_CERT_NUMBER,
058000                 PMI_MONTHLY_PREMIUM, ORIG_PROPERTY_VALUE,
058100                 PMI_STATUS, PMI_STATUS_DATE
058200            INTO :LM-BORROWER-SSN, :LM-BORROWER-NAME,
058300                 :LM-PROPERTY-ADDRESS, :LM-ORIGINAL-LOAN-AMT,
058400                 :LM-ORIGINATION-DATE, :LM-MATURITY-DATE,
058500                 :LM-NOTE-RATE, :LM-CURRENT-UPB,
058600                 :LM-NEXT-DUE-DATE, :LM-LAST-PAID-DATE,
058700                 :LM-SCHEDULED-PI-AMT, :LM-ESCROW-BALANCE,
058800                 :LM-ESCROW-MONTHLY-AMT, :LM-DELINQUENCY-STATUS,
058900                 :LM-INVESTOR-CODE, :LM-POOL-NUMBER,
059000                 :LM-REMIT-TYPE, :LM-SERVICER-BRANCH,
059100                 :LM-LATE-CHARGE-BALANCE, :LM-PMI-CARRIER-CODE,
059200                 :LM-PMI-CERT-NUMBER, :LM-PMI-MONTHLY-PREMIUM,
059300                 :LM-ORIG-PROPERTY-VALUE, :LM-PMI-STATUS,
059400                 :LM-PMI-STATUS-DATE
059500            FROM SYSMTG.LOAN_MASTER
059600           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
059700     END-EXEC.
059800     IF SQLCODE NOT = ZERO
059900         DISPLAY 'COBSXFER - LOAN SELECT FAILED, SQLCODE = '
060000                 SQLCODE ' LOAN ' LM-LOAN-NUMBER
060100         MOVE 16 TO RETURN-CODE
060200         GO TO 9900-ABEND-TERMINATE
060300     END-IF.
060400 4300-EXIT.
060500     EXIT.
060600******************************************************************
060601*    4400-CANCEL-TRANSFER                                        *
060602*    THE LOAN PAID OFF BEFORE ITS TRANSFER WAS CARRIED OUT.  THE *
060603*    TRANSFER IS CANCELLED SO IT DROPS OUT OF THE CURSOR, AND IS *
060604*    REPORTED FOR OPERATIONS TO CLOSE OUT WITH THE TRANSFEREE.   *
060605*    THE LOAN KEEPS ITS 'PF' STATUS AND IS ARCHIVED IN THE USUAL *
060606*    WAY.                                                        *
060607******************************************************************
060608 4400-CANCEL-TRANSFER.
060609     SET SX-STATUS-CANCELLED TO TRUE.
060610     EXEC SQL
060611          UPDATE SYSMTG.SERVICING_TRANSFER
060612             SET XFER_STATUS = :SX-XFER-STATUS
060613           WHERE LOAN_NUMBER = :SX-LOAN-NUMBER
060614     END-EXEC.
060615     IF SQLCODE NOT = ZERO
060616         DISPLAY 'COBSXFER - TRANSFER UPDATE FAILED, SQLCODE = '
060617                 SQLCODE ' LOAN ' SX-LOAN-NUMBER
060618         MOVE 16 TO RETURN-CODE
060619         GO TO 9900-ABEND-TERMINATE
060620     END-IF.
060621     MOVE 'TRANSFER CANCELLED' TO WS-ACTION-TEXT.
060622     MOVE 'LOAN PAID IN FULL' TO WS-REJECT-REASON.
060623     PERFORM 8100-WRITE-EXCEPTION-LINE THRU 8100-EXIT.
060624     ADD 1 TO WS-CANCELLED-COUNT.
060625 4400-EXIT.
060626     EXIT.
060627******************************************************************
060700*    4900-CLOSE-XFER-CURSOR                                      *
060800******************************************************************
060900 4900-CLOSE-XFER-CURSOR.
061000     EXEC SQL
061100          CLOSE XFER-CURSOR
061200     END-EXEC.
061300 4900-EXIT.
061400     EXIT.
061500******************************************************************
061600*    5000-SEND-LETTER                                            *
061700*    A LOAN FLAGGED RETURNED MAIL GETS AN EXCEPTION RECORD IN    *
061800*    PLACE OF THE LETTER.  THE TRANSFER IS MARKED LETTER SENT    *
061900*    EITHER WAY: THE LETTER IS ADDRESSED TO THE LAST ADDRESS OF  *
062000*    RECORD, WHICH IS ALL RESPA ASKS, AND THE CORRESPONDENCE     *
062100*    UNIT WORKS THE HELD LETTER FROM THE EXCEPTION FILE.         *
062200******************************************************************
062300 5000-SEND-LETTER.
062500     PERFORM 5100-FIND-LAST-ACCEPT-DATE THRU 5100-EXIT.
062600     PERFORM 5200-FIND-FIRST-DUE-DATE THRU 5200-EXIT.
062700     PERFORM 7100-GET-MAILING-ADDRESS THRU 7100-EXIT.
062800     IF WS-MAIL-RETURNED
062900         PERFORM 7200-WRITE-MAIL-EXCEPTION THRU 7200-EXIT
063000         MOVE 'LETTER HELD' TO WS-ACTION-TEXT
063100         MOVE 'RETURNED MAIL' TO WS-REJECT-REASON
063200     ELSE
063300         PERFORM 5300-WRITE-LETTER THRU 5300-EXIT
063400         MOVE 'GOODBYE LETTER SENT' TO WS-ACTION-TEXT
063500     END-IF.
063600     MOVE WS-RUN-DATE TO SX-LETTER-DATE.
063700     SET SX-STATUS-LETTER-SENT TO TRUE.
063800     EXEC SQL
063900          UPDATE SYSMTG.SERVICING_TRANSFER
064000             SET XFER_STATUS = :SX-XFER-STATUS,
064100                 LETTER_DATE = :SX-LETTER-DATE
064200           WHERE LOAN_NUMBER = :SX-LOAN-NUMBER
064300     END-EXEC.
064400     IF SQLCODE NOT = ZERO
064500         DISPLAY 'COBSXFER - TRANSFER UPDATE FAILED, SQLCODE = '
064600                 SQLCODE ' LOAN ' SX-LOAN-NUMBER
064700         MOVE 16 TO RETURN-CODE
064800         GO TO 9900-ABEND-TERMINATE
064900     END-IF.
065000     PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT.
065100 5000-EXIT.
065200     EXIT.
065300******************************************************************
065400*    5100-FIND-LAST-ACCEPT-DATE                                  *
065500*    THE DAY BEFORE THE EFFECTIVE DATE.  ON THE FIRST OF A MONTH *
065600*    IT IS THE LAST DAY OF THE MONTH BEFORE, WITH FEBRUARY       *
065700*    LENGTHENED IN A LEAP YEAR.                                  *
065800******************************************************************
065900 5100-FIND-LAST-ACCEPT-DATE.
066000     MOVE SX-EFFECTIVE-DATE TO WS-WORK-DATE.
066100     IF WS-WORK-DD > 1
066200         SUBTRACT 1 FROM WS-WORK-DD
066300         GO TO 5100-DONE
066400     END-IF.
066500     IF WS-WORK-MM = 1
066600         MOVE 12 TO WS-WORK-MM
066700         SUBTRACT 1 FROM WS-WORK-YYYY
066800     ELSE
066900         SUBTRACT 1 FROM WS-WORK-MM
067000     END-IF.
067100     MOVE WS-MONTH-LENGTH(WS-WORK-MM) TO WS-WORK-DD.
067200     IF WS-WORK-MM NOT = 2
067300         GO TO 5100-DONE
067400     END-IF.
067500     DIVIDE WS-WORK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
067600         REMAINDER WS-LEAP-REM-4.
067700     DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
067800         REMAINDER WS-LEAP-REM-100.
067900     DIVIDE WS-WORK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
068000         REMAINDER WS-LEAP-REM-400.
068100     IF WS-LEAP-REM-4 = ZERO
068200             AND (WS-LEAP-REM-100 NOT = ZERO
068300                  OR WS-LEAP-REM-400 = ZERO)
068400         MOVE 29 TO WS-WORK-DD
068500     END-IF.
068600 5100-DONE.
068700     MOVE WS-WORK-DATE TO WS-LAST-ACCEPT-DATE.
068800 5100-EXIT.
068900     EXIT.
069000******************************************************************
069100*    5200-FIND-FIRST-DUE-DATE                                    *
069200******************************************************************
069300 5200-FIND-FIRST-DUE-DATE.
069400     MOVE SX-EFFECTIVE-DATE TO WS-WORK-DATE.
069500     MOVE LM-NEXT-DUE-DATE(7:2) TO WS-WORK-DD.
069600     IF WS-WORK-DATE < SX-EFFECTIVE-DATE
069700         IF WS-WORK-MM = 12
069800             MOVE 1 TO WS-WORK-MM
069900             ADD 1 TO WS-WORK-YYYY
070000         ELSE
070100             ADD 1 TO WS-WORK-MM
070200         END-IF
070300     END-IF.
070400     IF LM-NEXT-DUE-DATE > WS-WORK-DATE
070500         MOVE LM-NEXT-DUE-DATE TO WS-FIRST-DUE-DATE
070600     ELSE
070700         MOVE WS-WORK-DATE TO WS-FIRST-DUE-DATE
070800     END-IF.
070900 5200-EXIT.
071000     EXIT.
071100******************************************************************
071200*    5300-WRITE-LETTER                                           *
071300*    THE MONTHLY PAYMENT QUOTED IS THE FULL INSTALLMENT THE      *
071400*    BORROWER WILL OWE THE TRANSFEREE, AS COBBILLS BILLS IT.     *
071500******************************************************************
071600 5300-WRITE-LETTER.
071700     COMPUTE WS-MONTHLY-PAYMENT = LM-SCHEDULED-PI-AMT
071800                                + LM-ESCROW-MONTHLY-AMT
071900                                + LM-PMI-MONTHLY-PREMIUM.
072000     MOVE SPACES TO TRANSFER-LETTER-REC.
072100     MOVE LM-LOAN-NUMBER         TO XL-LOAN-NUMBER.
072200     MOVE LM-BORROWER-NAME       TO XL-BORROWER-NAME.
072300     MOVE WS-RUN-DATE            TO XL-LETTER-DATE.
072400     MOVE SX-TRANSFEREE-ID       TO XL-TRANSFEREE-ID.
072500     MOVE SX-EFFECTIVE-DATE      TO XL-EFFECTIVE-DATE.
072600     MOVE WS-LAST-ACCEPT-DATE    TO XL-LAST-ACCEPT-DATE.
072700     MOVE WS-FIRST-DUE-DATE      TO XL-FIRST-DUE-DATE.
072800     MOVE WS-MONTHLY-PAYMENT     TO XL-MONTHLY-PAYMENT.
072900     MOVE BC-MAIL-LINE-1         TO XL-MAIL-LINE-1.
073000     MOVE BC-MAIL-LINE-2         TO XL-MAIL-LINE-2.
073100     MOVE BC-MAIL-CITY           TO XL-MAIL-CITY.
073200     MOVE BC-MAIL-STATE          TO XL-MAIL-STATE.
073300     MOVE BC-MAIL-ZIP            TO XL-MAIL-ZIP.
073400     WRITE TRANSFER-LETTER-REC.
073500     IF WS-XFERLTR-FILE-STATUS NOT = '00'
073600         DISPLAY 'COBSXFER - LETTER WRITE FAILED, STATUS = '
073700                 WS-XFERLTR-FILE-STATUS
073800         MOVE 16 TO RETURN-CODE
073900         GO TO 9900-ABEND-TERMINATE
074000     END-IF.
074100     ADD 1 TO WS-LETTER-COUNT.
074200 5300-EXIT.
074300     EXIT.
074400******************************************************************
074500*    6000-TRANSFER-LOAN                                          *
074600*    WRITES THE LOAN'S RECORDS TO THE TRANSFER DATA FILE, THEN   *
074700*    MARKS THE LOAN TRANSFERRED ON THE LOAN MASTER AND THE       *
074800*    TRANSFER CARRIED OUT.                                       *
074900******************************************************************
075000 6000-TRANSFER-LOAN.
075200     PERFORM 6100-WRITE-LOAN-RECORD THRU 6100-EXIT.
075300     PERFORM 6200-WRITE-ESCROW-RECORD THRU 6200-EXIT.
075400     PERFORM 6300-WRITE-SUSPENSE-RECORD THRU 6300-EXIT.
075500     PERFORM 6400-WRITE-WORKOUT-RECORD THRU 6400-EXIT.
075600     PERFORM 6500-WRITE-HISTORY-RECORDS THRU 6500-EXIT.
075700     PERFORM 6800-MARK-TRANSFERRED THRU 6800-EXIT.
075800     ADD 1 TO WS-TRANSFERRED-COUNT.
075900     ADD LM-CURRENT-UPB TO WS-UPB-TOTAL.
076000     MOVE 'LOAN TRANSFERRED' TO WS-ACTION-TEXT.
076100     PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT.
076200 6000-EXIT.
076300     EXIT.
076400******************************************************************
076500*    6100-WRITE-LOAN-RECORD                                      *
076600******************************************************************
076700 6100-WRITE-LOAN-RECORD.
076800     MOVE SPACES TO TRANSFER-DATA-REC.
076900     SET XD-TYPE-LOAN TO TRUE.
077000     MOVE LM-LOAN-NUMBER         TO XD-LOAN-NUMBER.
077100     MOVE SX-TRANSFEREE-ID       TO XD-TRANSFEREE-ID.
077200     MOVE LM-BORROWER-SSN        TO XD-BORROWER-SSN.
077300     MOVE LM-BORROWER-NAME       TO XD-BORROWER-NAME.
077400     MOVE LM-PROPERTY-ADDRESS    TO XD-PROPERTY-ADDRESS.
077500     MOVE LM-ORIGINAL-LOAN-AMT   TO XD-ORIGINAL-LOAN-AMT.
077600     MOVE LM-ORIGINATION-DATE    TO XD-ORIGINATION-DATE.
077700     MOVE LM-MATURITY-DATE       TO XD-MATURITY-DATE.
077800     MOVE LM-NOTE-RATE           TO XD-NOTE-RATE.
077900     MOVE LM-CURRENT-UPB         TO XD-CURRENT-UPB.
078000     MOVE LM-NEXT-DUE-DATE       TO XD-NEXT-DUE-DATE.
078100     MOVE LM-LAST-PAID-DATE      TO XD-LAST-PAID-DATE.
078200     MOVE LM-SCHEDULED-PI-AMT    TO XD-SCHEDULED-PI-AMT.
078300     MOVE LM-ESCROW-BALANCE      TO XD-ESCROW-BALANCE.
078400     MOVE LM-ESCROW-MONTHLY-AMT  TO XD-ESCROW-MONTHLY-AMT.
078500     MOVE LM-DELINQUENCY-STATUS  TO XD-DELINQUENCY-STATUS.
078600     MOVE LM-INVESTOR-CODE       TO XD-INVESTOR-CODE.
078700     MOVE LM-POOL-NUMBER         TO XD-POOL-NUMBER.
078800     MOVE LM-REMIT-TYPE          TO XD-REMIT-TYPE.
078900     MOVE LM-SERVICER-BRANCH     TO XD-SERVICER-BRANCH.
079000     MOVE LM-LATE-CHARGE-BALANCE TO XD-LATE-CHARGE-BALANCE.
079100     MOVE LM-PMI-CARRIER-CODE    TO XD-PMI-CARRIER-CODE.
079200     MOVE LM-PMI-CERT-NUMBER     TO XD-PMI-CERT-NUMBER.
079300     MOVE LM-PMI-MONTHLY-PREMIUM TO XD-PMI-MONTHLY-PREMIUM.
079400     MOVE LM-ORIG-PROPERTY-VALUE TO XD-ORIG-PROPERTY-VALUE.
079500     MOVE LM-PMI-STATUS          TO XD-PMI-STATUS.
079600     MOVE LM-PMI-STATUS-DATE     TO XD-PMI-STATUS-DATE.
079700     PERFORM 6700-WRITE-TRANSFER-DATA THRU 6700-EXIT.
079800 6100-EXIT.
079900     EXIT.
080000******************************************************************
080100*    6200-WRITE-ESCROW-RECORD                                    *
080200*    THE ESCROW SCHEDULE IS IN LOAN ORDER, AS THE CURSOR IS, SO  *
080300*    IT IS ADVANCED TO THE LOAN AND MATCHED.  A LOAN WITH NO     *
080400*    SCHEDULE RECORD CARRIES NO ESCROW RECORD.                   *
080500******************************************************************
080600 6200-WRITE-ESCROW-RECORD.
080700     PERFORM 2100-READ-ESCROW-SCHED THRU 2100-EXIT
080800         UNTIL ES-LOAN-NUMBER NOT < LM-LOAN-NUMBER.
080900     IF ES-LOAN-NUMBER NOT = LM-LOAN-NUMBER
081000         GO TO 6200-EXIT
081100     END-IF.
081200     MOVE SPACES TO TRANSFER-DATA-REC.
081300     SET XD-TYPE-ESCROW TO TRUE.
081400     MOVE LM-LOAN-NUMBER         TO XD-LOAN-NUMBER.
081500     MOVE SX-TRANSFEREE-ID       TO XD-TRANSFEREE-ID.
081600     MOVE ES-TAX-DUE-MONTH       TO XD-TAX-DUE-MONTH.
081700     MOVE ES-TAX-ANNUAL-AMT      TO XD-TAX-ANNUAL-AMT.
081800     MOVE ES-INS-DUE-MONTH       TO XD-INS-DUE-MONTH.
081900     MOVE ES-INS-ANNUAL-AMT      TO XD-INS-ANNUAL-AMT.
082000     PERFORM 6700-WRITE-TRANSFER-DATA THRU 6700-EXIT.
082100 6200-EXIT.
082200     EXIT.
082300******************************************************************
082400*    6300-WRITE-SUSPENSE-RECORD                                  *
082500*    MATCHED THE SAME WAY AGAINST THE SUSPENSE MASTER.  FUNDS    *
082600*    HELD IN SUSPENSE GO TO THE TRANSFEREE WITH THE LOAN, AND    *
082700*    COBSUSP DROPS THE BALANCE FROM ITS MASTER TONIGHT.          *
082800******************************************************************
082900 6300-WRITE-SUSPENSE-RECORD.
083000     PERFORM 2200-READ-SUSPENSE THRU 2200-EXIT
083100         UNTIL SM-LOAN-NUMBER NOT < LM-LOAN-NUMBER.
083200     IF SM-LOAN-NUMBER NOT = LM-LOAN-NUMBER
083300         GO TO 6300-EXIT
083400     END-IF.
083500     IF SM-SUSPENSE-BALANCE = ZERO
083600         GO TO 6300-EXIT
083700     END-IF.
083800     MOVE SPACES TO TRANSFER-DATA-REC.
083900     SET XD-TYPE-SUSPENSE TO TRUE.
084000     MOVE LM-LOAN-NUMBER         TO XD-LOAN-NUMBER.
084100     MOVE SX-TRANSFEREE-ID       TO XD-TRANSFEREE-ID.
084200     MOVE SM-SUSPENSE-BALANCE    TO XD-SUSPENSE-BALANCE.
084300     MOVE SM-FIRST-HELD-DATE     TO XD-FIRST-HELD-DATE.
084400     MOVE SM-LAST-ACTIVITY-DATE  TO XD-LAST-ACTIVITY-DATE.
084500     PERFORM 6700-WRITE-TRANSFER-DATA THRU 6700-EXIT.
084600 6300-EXIT.
084700     EXIT.
084800******************************************************************
084900*    6400-WRITE-WORKOUT-RECORD                                   *
085000******************************************************************
085100 6400-WRITE-WORKOUT-RECORD.
085200     MOVE LM-LOAN-NUMBER TO WP-LOAN-NUMBER.
085300     EXEC SQL
085400          SELECT PLAN_TYPE, PLAN_STATUS, START_DATE,
085500                 SCHEDULED_PLAN_PMT, PMTS_SCHEDULED, PMTS_MADE,
085600                 LAST_PMT_DATE, CLOSE_DATE
085700            INTO :WP-PLAN-TYPE, :WP-PLAN-STATUS, :WP-START-DATE,
085800                 :WP-SCHEDULED-PLAN-PMT, :WP-PMTS-SCHEDULED,
085900                 :WP-PMTS-MADE, :WP-LAST-PMT-DATE, :WP-CLOSE-DATE
086000            FROM SYSMTG.WORKOUT_PLAN
086100           WHERE LOAN_NUMBER = :WP-LOAN-NUMBER
086200     END-EXEC.
086300     IF SQLCODE = 100
086400         GO TO 6400-EXIT
086500     END-IF.
086600     IF SQLCODE NOT = ZERO
086700         DISPLAY 'COBSXFER - WORKOUT SELECT FAILED, SQLCODE = '
086800                 SQLCODE ' LOAN ' WP-LOAN-NUMBER
086900         MOVE 16 TO RETURN-CODE
087000         GO TO 9900-ABEND-TERMINATE
087100     END-IF.
087200     MOVE SPACES TO TRANSFER-DATA-REC.
087300     SET XD-TYPE-WORKOUT TO TRUE.
087400     MOVE LM-LOAN-NUMBER         TO XD-LOAN-NUMBER.
087500     MOVE SX-TRANSFEREE-ID       TO XD-TRANSFEREE-ID.
087600     MOVE WP-PLAN-TYPE           TO XD-PLAN-TYPE.
087700     MOVE WP-PLAN-STATUS         TO XD-PLAN-STATUS.
087800     MOVE WP-START-DATE          TO XD-PLAN-START-DATE.
087900     MOVE WP-SCHEDULED-PLAN-PMT  TO XD-SCHEDULED-PLAN-PMT.
088000     MOVE WP-PMTS-SCHEDULED      TO XD-PMTS-SCHEDULED.
088100     MOVE WP-PMTS-MADE           TO XD-PMTS-MADE.
088200     MOVE WP-LAST-PMT-DATE       TO XD-LAST-PMT-DATE.
088300     MOVE WP-CLOSE-DATE          TO XD-PLAN-CLOSE-DATE.
088400     PERFORM 6700-WRITE-TRANSFER-DATA THRU 6700-EXIT.
088500 6400-EXIT.
088600     EXIT.
088700******************************************************************
088800*    6500-WRITE-HISTORY-RECORDS                                  *
088900*    OPENS THE HISTORY CURSOR FOR THE LOAN, WRITES ONE RECORD    *
089000*    PER TRANSACTION, OLDEST FIRST, AND CLOSES IT.  THE CURSOR   *
089100*    IS REOPENED FOR EACH LOAN WITH A FRESH HOST VARIABLE, AS IN *
089200*    COBPHIST.                                                   *
089300******************************************************************
089400 6500-WRITE-HISTORY-RECORDS.
089500     MOVE 'N' TO WS-HIST-EOF-SWITCH.
089600     MOVE LM-LOAN-NUMBER TO PH-LOAN-NUMBER.
089700     EXEC SQL
089800          DECLARE HIST-CURSOR CURSOR FOR
089900          SELECT TRAN_DATE, TRAN_TIME, TRAN_TYPE, TRAN_AMT,
090000                 PRINCIPAL_AMT, INTEREST_AMT, ESCROW_AMT,
090100                 RESULTING_UPB, TRAN_DESC, LOCKBOX_BATCH, PMI_AMT
090200            FROM SYSMTG.PAYMENT_HISTORY
090300           WHERE LOAN_NUMBER = :PH-LOAN-NUMBER
090400           ORDER BY TRAN_DATE, TRAN_TIME
090500     END-EXEC.
090600     EXEC SQL
090700          OPEN HIST-CURSOR
090800     END-EXEC.
090900     IF SQLCODE NOT = ZERO
091000         DISPLAY 'COBSXFER - OPEN HIST CURSOR FAILED, SQLCODE = '
091100                 SQLCODE
091200         MOVE 16 TO RETURN-CODE
091300         GO TO 9900-ABEND-TERMINATE
091400     END-IF.
091500     PERFORM 6600-FETCH-HISTORY THRU 6600-EXIT.
091600     PERFORM 6650-WRITE-HISTORY-RECORD THRU 6650-EXIT
091700         UNTIL WS-END-OF-HISTORY.
091800     EXEC SQL
091900          CLOSE HIST-CURSOR
092000     END-EXEC.
092100 6500-EXIT.
092200     EXIT.
092300******************************************************************
092400*    6600-FETCH-HISTORY                                          *
092500******************************************************************
092600 6600-FETCH-HISTORY.
092700     EXEC SQL
092800          FETCH HIST-CURSOR
092900          INTO :PH-TRAN-DATE, :PH-TRAN-TIME, :PH-TRAN-TYPE,
093000               :PH-TRAN-AMT, :PH-PRINCIPAL-AMT,
093100               :PH-INTEREST-AMT, :PH-ESCROW-AMT,
093200               :PH-RESULTING-UPB, :PH-TRAN-DESC,
093300               :PH-LOCKBOX-BATCH, :PH-PMI-AMT
093400     END-EXEC.
093500     IF SQLCODE = 100
093600         SET WS-END-OF-HISTORY TO TRUE
093700     ELSE
093800         IF SQLCODE NOT = ZERO
093900             DISPLAY 'COBSXFER - HIST FETCH FAILED, SQLCODE = '
094000                     SQLCODE
094100             MOVE 16 TO RETURN-CODE
094200             GO TO 9900-ABEND-TERMINATE
094300         END-IF
094400     END-IF.
094500 6600-EXIT.
094600     EXIT.
094700******************************************************************
094800*    6650-WRITE-HISTORY-RECORD                                   *
094900******************************************************************
095000 6650-WRITE-HISTORY-RECORD.
095100     MOVE SPACES TO TRANSFER-DATA-REC.
095200     SET XD-TYPE-HISTORY TO TRUE.
095300     MOVE LM-LOAN-NUMBER         TO XD-LOAN-NUMBER.
095400     MOVE SX-TRANSFEREE-ID       TO XD-TRANSFEREE-ID.
095500     MOVE PH-TRAN-DATE           TO XD-TRAN-DATE.
095600     MOVE PH-TRAN-TIME           TO XD-TRAN-TIME.
095700     MOVE PH-TRAN-TYPE           TO XD-TRAN-TYPE.
095800     MOVE PH-TRAN-AMT            TO XD-TRAN-AMT.
095900     MOVE PH-PRINCIPAL-AMT       TO XD-PRINCIPAL-AMT.
096000     MOVE PH-INTEREST-AMT        TO XD-INTEREST-AMT.
096100     MOVE PH-ESCROW-AMT          TO XD-ESCROW-AMT.
096200     MOVE PH-RESULTING-UPB       TO XD-RESULTING-UPB.
096300     MOVE PH-TRAN-DESC           TO XD-TRAN-DESC.
096400     MOVE PH-LOCKBOX-BATCH       TO XD-LOCKBOX-BATCH.
096500     MOVE PH-PMI-AMT             TO XD-PMI-AMT.
096600     PERFORM 6700-WRITE-TRANSFER-DATA THRU 6700-EXIT.
096700     ADD 1 TO WS-HISTORY-COUNT.
096800     PERFORM 6600-FETCH-HISTORY THRU 6600-EXIT.
096900 6650-EXIT.
097000     EXIT.
097100******************************************************************
097200*    6700-WRITE-TRANSFER-DATA                                    *
097300*    THE CALLER HAS BUILT THE RECORD.  EVERY RECORD BUT THE      *
097400*    TRAILER COUNTS TOWARD THE TRAILER'S RECORD COUNT.           *
097500******************************************************************
097600 6700-WRITE-TRANSFER-DATA.
097700     WRITE TRANSFER-DATA-REC.
097800     IF WS-XFERDATA-FILE-STATUS NOT = '00'
097900         DISPLAY 'COBSXFER - DATA FILE WRITE FAILED, STATUS = '
098000                 WS-XFERDATA-FILE-STATUS
098100         MOVE 16 TO RETURN-CODE
098200         GO TO 9900-ABEND-TERMINATE
098300     END-IF.
098400     IF NOT XD-TYPE-TRAILER
098500         ADD 1 TO WS-DATA-RECORD-COUNT
098600     END-IF.
098700 6700-EXIT.
098800     EXIT.
098900******************************************************************
099000*    6800-MARK-TRANSFERRED                                       *
099100*    THE 'TR' STATUS TAKES THE LOAN OUT OF THE EXTRACT AND THE   *
099200*    DELINQUENCY RECALCULATION FROM TONIGHT'S CYCLE ON.  A LOAN  *
099210*    THAT HAS PAID OFF IS NEVER MARKED: 4100 CANCELS ITS         *
099220*    TRANSFER, SO FINDING ONE HERE MEANS THE PAYOFF POSTED WHILE *
099230*    THIS RUN WAS UNDER WAY, AND THE RUN STOPS RATHER THAN SEND  *
099240*    THE LOAN TO THE TRANSFEREE.                                 *
099300******************************************************************
099400 6800-MARK-TRANSFERRED.
099500     MOVE 'TR' TO LM-DELINQUENCY-STATUS.
099600     EXEC SQL
099700          UPDATE SYSMTG.LOAN_MASTER
099800             SET DELINQUENCY_STATUS = :LM-DELINQUENCY-STATUS
099900           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
099910             AND DELINQUENCY_STATUS <> 'PF'
100000     END-EXEC.
100010     IF SQLCODE = 100
100020         DISPLAY 'COBSXFER - PAID-OFF LOAN NOT TRANSFERRED, LOAN '
100030                 LM-LOAN-NUMBER
100040         MOVE 16 TO RETURN-CODE
100050         GO TO 9900-ABEND-TERMINATE
100060     END-IF.
100100     IF SQLCODE NOT = ZERO
100200         DISPLAY 'COBSXFER - LOAN UPDATE FAILED, SQLCODE = '
100300                 SQLCODE ' LOAN ' LM-LOAN-NUMBER
100400         MOVE 16 TO RETURN-CODE
100500         GO TO 9900-ABEND-TERMINATE
100600     END-IF.
100700     MOVE WS-RUN-DATE TO SX-TRANSFER-DATE.
100800     SET SX-STATUS-TRANSFERRED TO TRUE.
100900     EXEC SQL
101000          UPDATE SYSMTG.SERVICING_TRANSFER
101100             SET XFER_STATUS   = :SX-XFER-STATUS,
101200                 TRANSFER_DATE = :SX-TRANSFER-DATE
101300           WHERE LOAN_NUMBER = :SX-LOAN-NUMBER
101400     END-EXEC.
101500     IF SQLCODE NOT = ZERO
101600         DISPLAY 'COBSXFER - TRANSFER UPDATE FAILED, SQLCODE = '
101700                 SQLCODE ' LOAN ' SX-LOAN-NUMBER
101800         MOVE 16 TO RETURN-CODE
101900         GO TO 9900-ABEND-TERMINATE
102000     END-IF.
102100 6800-EXIT.
102200     EXIT.
102300******************************************************************
102400*    6900-WRITE-TRAILER                                          *
102500*    WRITTEN EVERY RUN, SO A DAY WITH NOTHING TRANSFERRED STILL  *
102600*    SENDS THE TRANSFEREES A FILE THAT BALANCES TO ZERO.         *
102700******************************************************************
102800 6900-WRITE-TRAILER.
102900     MOVE SPACES TO TRANSFER-DATA-REC.
103000     SET XD-TYPE-TRAILER TO TRUE.
103100     MOVE WS-RUN-DATE            TO XD-TRL-RUN-DATE.
103200     MOVE WS-TRANSFERRED-COUNT   TO XD-TRL-LOAN-COUNT.
103300     MOVE WS-DATA-RECORD-COUNT   TO XD-TRL-RECORD-COUNT.
103400     MOVE WS-UPB-TOTAL           TO XD-TRL-UPB-TOTAL.
103500     PERFORM 6700-WRITE-TRANSFER-DATA THRU 6700-EXIT.
103600 6900-EXIT.
103700     EXIT.
103800******************************************************************
103900*    7000-DATE-TO-SERIAL                                         *
104000*    CONVERTS WS-CONV-DATE (YYYYMMDD) TO A SERIAL DAY COUNT      *
104100*    USING THE STANDARD CIVIL-CALENDAR FORMULA: JANUARY AND      *
104200*    FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR, SO    *
104300*    THE LEAP DAY FALLS AT THE END OF THE SHIFTED YEAR.  ONLY    *
104400*    DIFFERENCES BETWEEN TWO SERIALS ARE EVER USED.              *
104500******************************************************************
104600 7000-DATE-TO-SERIAL.
104700     MOVE WS-CONV-YYYY TO WS-SER-Y.
104800     MOVE WS-CONV-MM   TO WS-SER-M.
104900     IF WS-SER-M < 3
105000         SUBTRACT 1 FROM WS-SER-Y
105100         ADD 12 TO WS-SER-M
105200     END-IF.
105300     COMPUTE WS-SERIAL-DAYS = 365 * WS-SER-Y.
105400     DIVIDE WS-SER-Y BY 4 GIVING WS-SER-Q4
105500         REMAINDER WS-SER-REMAINDER.
105600     DIVIDE WS-SER-Y BY 100 GIVING WS-SER-Q100
105700         REMAINDER WS-SER-REMAINDER.
105800     DIVIDE WS-SER-Y BY 400 GIVING WS-SER-Q400
105900         REMAINDER WS-SER-REMAINDER.
106000     ADD WS-SER-Q4 TO WS-SERIAL-DAYS.
106100     SUBTRACT WS-SER-Q100 FROM WS-SERIAL-DAYS.
106200     ADD WS-SER-Q400 TO WS-SERIAL-DAYS.
106300     COMPUTE WS-SER-MWORK = 153 * WS-SER-M + 153.
106400     DIVIDE WS-SER-MWORK BY 5 GIVING WS-SER-MDAYS
106500         REMAINDER WS-SER-REMAINDER.
106600     ADD WS-SER-MDAYS TO WS-SERIAL-DAYS.
106700     ADD WS-CONV-DD TO WS-SERIAL-DAYS.
106800 7000-EXIT.
106900     EXIT.
107000******************************************************************
107100*    7100-GET-MAILING-ADDRESS                                    *
107200*    PICKS UP THE BORROWER'S MAILING ADDRESS AND RETURNED-MAIL   *
107300*    FLAG FROM SYSMTG.BORROWER_CONTACT.  A LOAN WITH NO CONTACT  *
107400*    ROW IS MAILED AT THE PROPERTY ADDRESS ON THE LOAN MASTER.   *
107500******************************************************************
107600 7100-GET-MAILING-ADDRESS.
107700     MOVE 'N' TO WS-MAIL-RETURNED-SWITCH.
107800     MOVE LM-LOAN-NUMBER TO BC-LOAN-NUMBER.
107900     EXEC SQL
108000          SELECT MAIL_LINE_1, MAIL_LINE_2, MAIL_CITY,
108100                 MAIL_STATE, MAIL_ZIP, RETURNED_MAIL_FLAG,
108200                 RETURNED_MAIL_DATE
108300            INTO :BC-MAIL-LINE-1, :BC-MAIL-LINE-2,
108400                 :BC-MAIL-CITY, :BC-MAIL-STATE, :BC-MAIL-ZIP,
108500                 :BC-RETURNED-MAIL-FLAG, :BC-RETURNED-MAIL-DATE
108600            FROM SYSMTG.BORROWER_CONTACT
108700           WHERE LOAN_NUMBER = :BC-LOAN-NUMBER
108800     END-EXEC.
108900     IF SQLCODE = ZERO
109000         IF BC-MAIL-RETURNED
109100             SET WS-MAIL-RETURNED TO TRUE
109200         END-IF
109300         GO TO 7100-EXIT
109400     END-IF.
109500     IF SQLCODE NOT = 100
109600         DISPLAY 'COBSXFER - CONTACT SELECT FAILED, SQLCODE = '
109700                 SQLCODE ' LOAN ' BC-LOAN-NUMBER
109800         MOVE 16 TO RETURN-CODE
109900         GO TO 9900-ABEND-TERMINATE
110000     END-IF.
110100     MOVE SPACES TO BC-MAIL-LINE-2 BC-MAIL-CITY BC-MAIL-STATE
110200                    BC-MAIL-ZIP BC-RETURNED-MAIL-DATE.
110300     SET BC-MAIL-DELIVERABLE TO TRUE.
110400     MOVE LM-PROPERTY-ADDRESS TO BC-MAIL-LINE-1.
110500 7100-EXIT.
110600     EXIT.
110700******************************************************************
110800*    7200-WRITE-MAIL-EXCEPTION                                   *
110900*    HOLDS THE LETTER BACK FROM THE PRINT VENDOR AND LISTS THE   *
111000*    LOAN FOR THE CORRESPONDENCE UNIT TO SKIP-TRACE.             *
111100******************************************************************
111200 7200-WRITE-MAIL-EXCEPTION.
111300     MOVE SPACES TO MAIL-EXCEPTION-REC.
111400     MOVE 'COBSXFER'             TO MX-PROGRAM-ID.
111500     MOVE 'TRANSFER LETTER'      TO MX-DOCUMENT-TYPE.
111600     MOVE LM-LOAN-NUMBER         TO MX-LOAN-NUMBER.
111700     MOVE LM-BORROWER-NAME       TO MX-BORROWER-NAME.
111800     MOVE WS-RUN-DATE            TO MX-RUN-DATE.
111900     MOVE BC-RETURNED-MAIL-DATE  TO MX-RETURNED-MAIL-DATE.
112000     MOVE BC-MAIL-LINE-1         TO MX-MAIL-LINE-1.
112100     WRITE MAIL-EXCEPTION-REC.
112200     IF WS-XFERMEXC-FILE-STATUS NOT = '00'
112300         DISPLAY 'COBSXFER - MAIL EXC WRITE FAILED, STATUS = '
112400                 WS-XFERMEXC-FILE-STATUS
112500         MOVE 16 TO RETURN-CODE
112600         GO TO 9900-ABEND-TERMINATE
112700     END-IF.
112800     ADD 1 TO WS-MAIL-HELD-COUNT.
112900 7200-EXIT.
113000     EXIT.
113100******************************************************************
113200*    8000-WRITE-ACTIVITY-LINE                                    *
113300*    THE CALLER HAS SET THE ACTION TEXT, AND ANY NOTE IN         *
113400*    WS-REJECT-REASON; THE TRANSFER IS IN THE SX- FIELDS.        *
113500******************************************************************
113600 8000-WRITE-ACTIVITY-LINE.
113700     MOVE SPACES TO TRANSFER-REPORT-REC.
113800     SET XR-TYPE-ACTIVITY TO TRUE.
113900     MOVE SX-LOAN-NUMBER         TO XR-LOAN-NUMBER.
114000     MOVE WS-ACTION-TEXT         TO XR-ACTION.
114100     MOVE SX-TRANSFEREE-ID       TO XR-TRANSFEREE-ID.
114200     MOVE SX-EFFECTIVE-DATE      TO XR-EFFECTIVE-DATE.
114300     MOVE WS-REJECT-REASON       TO XR-REASON.
114400     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
114500 8000-EXIT.
114600     EXIT.
114700******************************************************************
114800*    8100-WRITE-EXCEPTION-LINE                                   *
114900*    A REJECTED REQUEST IS REPORTED FROM THE REQUEST RECORD; A   *
115000*    HELD TRANSFER FROM THE TRANSFER ROW, WITH ITS ACTION TEXT.  *
115100******************************************************************
115200 8100-WRITE-EXCEPTION-LINE.
115300     MOVE SPACES TO TRANSFER-REPORT-REC.
115400     SET XR-TYPE-EXCEPTION TO TRUE.
115500     IF WS-END-OF-FILE
115600         MOVE SX-LOAN-NUMBER     TO XR-LOAN-NUMBER
115700         MOVE WS-ACTION-TEXT     TO XR-ACTION
115800         MOVE SX-TRANSFEREE-ID   TO XR-TRANSFEREE-ID
115900         MOVE SX-EFFECTIVE-DATE  TO XR-EFFECTIVE-DATE
116000     ELSE
116100         MOVE XQ-LOAN-NUMBER     TO XR-LOAN-NUMBER
116200         MOVE 'TRANSFER REQUEST' TO XR-ACTION
116300         MOVE XQ-TRANSFEREE-ID   TO XR-TRANSFEREE-ID
116400         MOVE XQ-EFFECTIVE-DATE  TO XR-EFFECTIVE-DATE
116500     END-IF.
116600     MOVE WS-REJECT-REASON       TO XR-REASON.
116700     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
116800 8100-EXIT.
116900     EXIT.
117000******************************************************************
117100*    8500-WRITE-TOTALS                                           *
117200******************************************************************
117300 8500-WRITE-TOTALS.
117400     MOVE SPACES TO TRANSFER-REPORT-REC.
117500     SET XR-TYPE-TOTAL TO TRUE.
117600     MOVE 'TRANSFERS SCHEDULED'     TO XR-TOT-LABEL.
117700     MOVE WS-SCHEDULED-COUNT        TO XR-TOT-COUNT.
117800     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
117900     MOVE SPACES TO TRANSFER-REPORT-REC.
118000     SET XR-TYPE-TOTAL TO TRUE.
118100     MOVE 'TRANSFERS RESCHEDULED'   TO XR-TOT-LABEL.
118200     MOVE WS-RESCHEDULED-COUNT      TO XR-TOT-COUNT.
118300     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
118400     MOVE SPACES TO TRANSFER-REPORT-REC.
118500     SET XR-TYPE-TOTAL TO TRUE.
118600     MOVE 'REQUESTS REJECTED'       TO XR-TOT-LABEL.
118700     MOVE WS-REJECT-COUNT           TO XR-TOT-COUNT.
118800     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
118900     MOVE SPACES TO TRANSFER-REPORT-REC.
119000     SET XR-TYPE-TOTAL TO TRUE.
119100     MOVE 'OPEN TRANSFERS REVIEWED' TO XR-TOT-LABEL.
119200     MOVE WS-OPEN-COUNT             TO XR-TOT-COUNT.
119300     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
119400     MOVE SPACES TO TRANSFER-REPORT-REC.
119500     SET XR-TYPE-TOTAL TO TRUE.
119600     MOVE 'GOODBYE LETTERS WRITTEN' TO XR-TOT-LABEL.
119700     MOVE WS-LETTER-COUNT           TO XR-TOT-COUNT.
119800     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
119900     MOVE SPACES TO TRANSFER-REPORT-REC.
120000     SET XR-TYPE-TOTAL TO TRUE.
120100     MOVE 'LETTERS HELD'            TO XR-TOT-LABEL.
120200     MOVE WS-MAIL-HELD-COUNT        TO XR-TOT-COUNT.
120300     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
120400     MOVE SPACES TO TRANSFER-REPORT-REC.
120500     SET XR-TYPE-TOTAL TO TRUE.
120600     MOVE 'LETTER DEADLINE MISSED'  TO XR-TOT-LABEL.
120700     MOVE WS-OVERDUE-COUNT          TO XR-TOT-COUNT.
120800     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
120900     MOVE SPACES TO TRANSFER-REPORT-REC.
121000     SET XR-TYPE-TOTAL TO TRUE.
121010     MOVE 'TRANSFERS CANCELLED'     TO XR-TOT-LABEL.
121020     MOVE WS-CANCELLED-COUNT        TO XR-TOT-COUNT.
121030     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
121040     MOVE SPACES TO TRANSFER-REPORT-REC.
121050     SET XR-TYPE-TOTAL TO TRUE.
121100     MOVE 'LOANS TRANSFERRED'       TO XR-TOT-LABEL.
121200     MOVE WS-TRANSFERRED-COUNT      TO XR-TOT-COUNT.
121300     MOVE WS-UPB-TOTAL              TO XR-TOT-AMOUNT.
121400     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
121500 8500-EXIT.
121600     EXIT.
121700******************************************************************
121800*    8600-WRITE-REPORT-LINE                                      *
121900******************************************************************
122000 8600-WRITE-REPORT-LINE.
122100     WRITE TRANSFER-REPORT-REC.
122200     IF WS-XFERRPT-FILE-STATUS NOT = '00'
122300         DISPLAY 'COBSXFER - REPORT WRITE FAILED, STATUS = '
122400                 WS-XFERRPT-FILE-STATUS
122500         MOVE 16 TO RETURN-CODE
122600         GO TO 9900-ABEND-TERMINATE
122700     END-IF.
122800 8600-EXIT.
122900     EXIT.
123000******************************************************************
123100*    9000-NORMAL-TERMINATE                                       *
123200******************************************************************
123300 9000-NORMAL-TERMINATE.
123400     CLOSE TRANSFER-REQUEST-FILE.
123500     CLOSE ESCROW-SCHEDULE-FILE.
123600     CLOSE SUSPENSE-MASTER-FILE.
123700     CLOSE TRANSFER-LETTER-FILE.
123800     CLOSE MAIL-EXCEPTION-FILE.
123900     CLOSE TRANSFER-DATA-FILE.
124000     CLOSE TRANSFER-REPORT-FILE.
124100     DISPLAY 'COBSXFER - REQUESTS READ:     ' WS-READ-COUNT.
124200     DISPLAY 'COBSXFER - SCHEDULED:         ' WS-SCHEDULED-COUNT.
124300     DISPLAY 'COBSXFER - RESCHEDULED:       '
124400             WS-RESCHEDULED-COUNT.
124500     DISPLAY 'COBSXFER - REJECTED:          ' WS-REJECT-COUNT.
124600     DISPLAY 'COBSXFER - OPEN TRANSFERS:    ' WS-OPEN-COUNT.
124700     DISPLAY 'COBSXFER - LETTERS WRITTEN:   ' WS-LETTER-COUNT.
124800     DISPLAY 'COBSXFER - LETTERS HELD:      ' WS-MAIL-HELD-COUNT.
124900     DISPLAY 'COBSXFER - DEADLINE MISSED:   ' WS-OVERDUE-COUNT.
124910     DISPLAY 'COBSXFER - CANCELLED:         ' WS-CANCELLED-COUNT.
125000     DISPLAY 'COBSXFER - LOANS TRANSFERRED: '
125100             WS-TRANSFERRED-COUNT ' ' WS-UPB-TOTAL.
125200     DISPLAY 'COBSXFER - HISTORY RECORDS:   ' WS-HISTORY-COUNT.
125300     DISPLAY 'COBSXFER - DATA RECORDS:      '
125400             WS-DATA-RECORD-COUNT.
125500     DISPLAY 'COBSXFER - NORMAL COMPLETION'.
125600     MOVE 0 TO RETURN-CODE.
125700 9000-EXIT.
125800     EXIT.
125900******************************************************************
126000*    9900-ABEND-TERMINATE                                        *
126100*    REACHED ONLY VIA GO TO WHEN A FILE OPEN OR WRITE OR AN SQL  *
126200*    CALL FAILS.  RETURN-CODE IS ALREADY SET BY THE CALLER.      *
126300******************************************************************
126400 9900-ABEND-TERMINATE.
126500     CLOSE TRANSFER-REQUEST-FILE.
126600     CLOSE ESCROW-SCHEDULE-FILE.
126700     CLOSE SUSPENSE-MASTER-FILE.
126800     CLOSE TRANSFER-LETTER-FILE.
126900     CLOSE MAIL-EXCEPTION-FILE.
127000     CLOSE TRANSFER-DATA-FILE.
127100     CLOSE TRANSFER-REPORT-FILE.
127200     DISPLAY 'COBSXFER - ABENDING, RETURN CODE = ' RETURN-CODE.
127300     STOP RUN.
