000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBFCLS.
000300 AUTHOR.        G SADLER.
000400 INSTALLATION.  MORTGAGE SERVICING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     COBFCLS                                       *
001000*    DESCRIPTION: FORECLOSURE REFERRAL AND TIMELINE TRACKING.    *
001100*                 FIRST APPLIES THE ATTORNEY NETWORK'S MILESTONE *
001200*                 FILE TO SYSMTG.FORECLOSURE_CASE: ATTORNEY      *
001300*                 ASSIGNED, FIRST LEGAL ACTION, SALE SCHEDULED   *
001400*                 AND SALE HELD, THE LAST WITH ITS REO OR THIRD- *
001500*                 PARTY RESULT, WHICH COMPLETES THE CASE.  A     *
001600*                 MILESTONE FOR A LOAN WITH NO ACTIVE CASE, OUT  *
001700*                 OF ORDER, DATED BEFORE THE REFERRAL, OR FROM   *
001800*                 AN ATTORNEY NOT OF RECORD IS REJECTED TO THE   *
001900*                 EXCEPTION SIDE OF THE REPORT.  THEN REFERS TO  *
002000*                 FORECLOSURE EVERY LOAN 120 OR MORE DAYS PAST   *
002100*                 ITS NEXT DUE DATE THAT IS NOT PERFORMING UNDER *
002200*                 AN ACTIVE WORKOUT PLAN, OPENING ITS CASE AND   *
002300*                 SETTING 'FC' ON THE LOAN MASTER, AND OPENS A   *
002400*                 CASE FOR ANY LOAN COBWKOUT HAS ALREADY SENT TO *
002500*                 FC ON A BROKEN PLAN.  AN ACTIVE CASE IS        *
002600*                 CANCELLED ELSEWHERE: BY COBPPOST WHEN THE LOAN *
002700*                 REINSTATES, BY COBPSETL WHEN IT PAYS OFF AND   *
002800*                 BY COBWKOUT WHEN A WORKOUT PLAN OPENS.         *
002900*                 FINALLY EVERY ACTIVE CASE IS MEASURED AGAINST  *
003000*                 ITS INVESTOR'S ALLOWABLE DAYS FROM REFERRAL TO *
003100*                 EACH MILESTONE (THE FCALLOW PARAMETER FILE)    *
003200*                 AND A TIMELINE LINE IS WRITTEN FLAGGING EACH   *
003300*                 MILESTONE PAST ITS ALLOWANCE, WHICH IS THE     *
003400*                 MONTHLY FORECLOSURE TIMELINE REPORT WHEN RUN   *
003500*                 AT MONTH END.  DAYS ARE COUNTED IN REAL        *
003600*                 CALENDAR DAYS WITH THE SERIAL-DAY ARITHMETIC   *
003700*                 OF COBARMRS.  FOLLOWS THE SQLCA/EXEC SQL STYLE *
003800*                 ESTABLISHED BY COBDDB2.                        *
003850*                 A LOAN UNDER AN ACTIVE BANKRUPTCY STAY IS NOT  *
003900*                 REFERRED.                                      *
003950*                                                                *
004000*    MODIFICATION HISTORY                                       *
004100*    DATE       INIT  DESCRIPTION                                *
004200*    -------    ----  ------------------------------------------ *
004300*    2026-10-15 GMS   ORIGINAL PROGRAM                           *
004320*    2026-10-15 GMS   A LOAN WITH AN ACTIVE CASE ON              *
004340*                     SYSMTG.BANKRUPTCY_CASE IS HELD OUT OF      *
004360*                     FORECLOSURE REFERRAL UNDER THE AUTOMATIC   *
004380*                     STAY UNTIL THE CASE IS CLOSED.             *
004400*                                                                *
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT FC-MILESTONE-FILE ASSIGN TO FCMILE
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-FCMILE-FILE-STATUS.
005200     SELECT FC-ALLOWANCE-FILE ASSIGN TO FCALLOW
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-FCALLOW-FILE-STATUS.
005500     SELECT FC-REPORT-FILE ASSIGN TO FCLRPT
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-FCLRPT-FILE-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  FC-MILESTONE-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300     COPY FCMILE.
006400 FD  FC-ALLOWANCE-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY FCALLOW.
006800 FD  FC-REPORT-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100     COPY FCLRPT.
007200 WORKING-STORAGE SECTION.
007300******************************************************************
007400*    FILE CONTROL, CURSOR CONTROL AND COUNTERS                   *
007500******************************************************************
007600 01  WS-EOF-SWITCH                   PIC X(01)       VALUE 'N'.
007700     88  WS-END-OF-FILE                              VALUE 'Y'.
007800 01  WS-ALLOW-EOF-SWITCH             PIC X(01)       VALUE 'N'.
007900     88  WS-ALLOW-AT-EOF                             VALUE 'Y'.
008000 01  WS-REFER-EOF-SWITCH             PIC X(01)       VALUE 'N'.
008100     88  WS-REFER-AT-END                             VALUE 'Y'.
008200 01  WS-CASE-EOF-SWITCH              PIC X(01)       VALUE 'N'.
008300     88  WS-CASE-AT-END                              VALUE 'Y'.
008400 01  WS-VALID-SWITCH                 PIC X(01)       VALUE 'Y'.
008500     88  WS-TXN-VALID                                VALUE 'Y'.
008600     88  WS-TXN-REJECTED                             VALUE 'N'.
008700 01  WS-CASE-FOUND-SWITCH            PIC X(01)       VALUE 'N'.
008800     88  WS-CASE-FOUND                               VALUE 'Y'.
008900 01  WS-READ-COUNT                PIC S9(07) COMP-3 VALUE 0.
009000 01  WS-APPLIED-COUNT             PIC S9(07) COMP-3 VALUE 0.
009100 01  WS-REJECT-COUNT              PIC S9(07) COMP-3 VALUE 0.
009200 01  WS-REFERRED-COUNT            PIC S9(07) COMP-3 VALUE 0.
009300 01  WS-ACTIVE-COUNT              PIC S9(07) COMP-3 VALUE 0.
009400 01  WS-PAST-TIMELINE-COUNT       PIC S9(07) COMP-3 VALUE 0.
009500 01  WS-NO-TIMELINE-COUNT         PIC S9(07) COMP-3 VALUE 0.
009600 01  WS-FCMILE-FILE-STATUS        PIC X(02)       VALUE '00'.
009700 01  WS-FCALLOW-FILE-STATUS       PIC X(02)       VALUE '00'.
009800 01  WS-FCLRPT-FILE-STATUS        PIC X(02)       VALUE '00'.
009900 01  WS-REJECT-REASON                PIC X(25)       VALUE SPACES.
010000 01  WS-ACTION-TEXT                  PIC X(20)       VALUE SPACES.
010100 01  WS-ACTIVITY-LOAN                PIC X(10)       VALUE SPACES.
010200 01  WS-ACTIVITY-DATE                PIC X(08)       VALUE SPACES.
010300 01  WS-ACTIVITY-ATTORNEY            PIC X(06)       VALUE SPACES.
010400******************************************************************
010500*    REFERRAL THRESHOLD                                          *
010600*    A LOAN THIS MANY DAYS OR MORE PAST ITS NEXT DUE DATE, WITH  *
010700*    NO ACTIVE WORKOUT PLAN, IS REFERRED TO FORECLOSURE.         *
010800******************************************************************
010900 77  WS-REFERRAL-DAYS             PIC S9(03) COMP-3 VALUE 120.
011000******************************************************************
011100*    INVESTOR TIMELINE TABLE - LOADED FROM THE FCALLOW PARAMETER *
011200*    FILE AT INITIALIZATION, THE SAME TECHNIQUE AS COBREMIT'S    *
011300*    POOL FEE TABLE.  A CASE WHOSE INVESTOR HAS NO ENTRY IS      *
011400*    REPORTED BUT CANNOT BE MEASURED.                            *
011500******************************************************************
011600 01  WS-ALLOW-COUNT               PIC S9(03) COMP-3 VALUE 0.
011700 01  WS-ALLOW-TABLE.
011800     05  WS-ALLOW-ENTRY OCCURS 1 TO 100 TIMES
011900             DEPENDING ON WS-ALLOW-COUNT
012000             INDEXED BY WS-ALLOW-IDX.
012100         10  WS-ALLOW-INVESTOR       PIC X(04).
012200         10  WS-ALLOW-ATTORNEY-DAYS  PIC S9(05) COMP-3.
012300         10  WS-ALLOW-LEGAL-DAYS     PIC S9(05) COMP-3.
012400         10  WS-ALLOW-SCHED-DAYS     PIC S9(05) COMP-3.
012500         10  WS-ALLOW-HELD-DAYS      PIC S9(05) COMP-3.
012600******************************************************************
012700*    TIMELINE MEASUREMENT WORK AREAS                             *
012800*    A MILESTONE IS MEASURED FROM THE REFERRAL DATE TO THE DATE  *
012900*    IT WAS REACHED OR, IF IT IS STILL OUTSTANDING, TO THE RUN   *
013000*    DATE.  THE FIRST MILESTONE PAST ITS ALLOWANCE IS NAMED ON   *
013100*    THE TIMELINE LINE WITH THE DAYS IT IS OVER.                 *
013200******************************************************************
013300 01  WS-MS-DATE                      PIC X(08)       VALUE SPACES.
013400 01  WS-MS-NAME                      PIC X(15)       VALUE SPACES.
013500 01  WS-MS-ALLOWED-DAYS           PIC S9(05) COMP-3 VALUE 0.
013600 01  WS-MS-ELAPSED-DAYS           PIC S9(07) COMP-3 VALUE 0.
013700 01  WS-MS-DAYS-PAST              PIC S9(07) COMP-3 VALUE 0.
013800 01  WS-MS-FLAG                      PIC X(01)       VALUE SPACE.
013900 01  WS-CASE-PAST-SWITCH             PIC X(01)       VALUE 'N'.
014000     88  WS-CASE-PAST-TIMELINE                       VALUE 'Y'.
014100******************************************************************
014200*    RUN DATE AND DAY ARITHMETIC                                 *
014300*    DATES ARE CONVERTED TO A SERIAL DAY COUNT SO DELINQUENCY    *
014400*    AND TIMELINE DAYS CAN BE MEASURED IN REAL DAYS ACROSS MONTH *
014500*    AND YEAR BOUNDARIES, AS IN COBARMRS.                        *
014600******************************************************************
014700 01  WS-RUN-DATE                     PIC X(08)       VALUE SPACES.
014800 01  WS-RUN-SERIAL                PIC S9(07) COMP-3 VALUE 0.
014900 01  WS-REFERRAL-SERIAL           PIC S9(07) COMP-3 VALUE 0.
015000 01  WS-DAYS-DELINQUENT           PIC S9(07) COMP-3 VALUE 0.
015100 01  WS-DAYS-IN-FC                PIC S9(07) COMP-3 VALUE 0.
015200 01  WS-CONV-DATE.
015300     05  WS-CONV-YYYY                PIC 9(04).
015400     05  WS-CONV-MM                  PIC 9(02).
015500     05  WS-CONV-DD                  PIC 9(02).
015600 01  WS-SERIAL-DAYS               PIC S9(07) COMP-3 VALUE 0.
015700 01  WS-SER-Y                     PIC S9(05) COMP-3 VALUE 0.
015800 01  WS-SER-M                     PIC S9(03) COMP-3 VALUE 0.
015900 01  WS-SER-Q4                    PIC S9(05) COMP-3 VALUE 0.
016000 01  WS-SER-Q100                  PIC S9(05) COMP-3 VALUE 0.
016100 01  WS-SER-Q400                  PIC S9(05) COMP-3 VALUE 0.
016200 01  WS-SER-MWORK                 PIC S9(05) COMP-3 VALUE 0.
016300 01  WS-SER-MDAYS                 PIC S9(05) COMP-3 VALUE 0.
016400 01  WS-SER-REMAINDER             PIC S9(05) COMP-3 VALUE 0.
016500******************************************************************
016600*    DB2 HOST VARIABLE RECORDS                                   *
016700******************************************************************
016800     COPY FCCASREC.
016900     COPY LOANREC.
017000*    INCLUDING SQLCA COPYBOOK FOR SQLCODE AND THE REST OF THE
017100*    DB2 COMMUNICATIONS AREA.
017200     EXEC SQL
017300          INCLUDE SQLCA
017400     END-EXEC.
017500 PROCEDURE DIVISION.
017600******************************************************************
017700*    0000-MAINLINE                                               *
017800******************************************************************
017900 0000-MAINLINE.
018000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018100     PERFORM 2000-READ-MILESTONE THRU 2000-EXIT.
018200     PERFORM 3000-APPLY-MILESTONE THRU 3000-EXIT
018300         UNTIL WS-END-OF-FILE.
018400     PERFORM 4000-OPEN-REFER-CURSOR THRU 4000-EXIT.
018500     PERFORM 4100-PROCESS-CANDIDATE THRU 4100-EXIT
018600         UNTIL WS-REFER-AT-END.
018700     PERFORM 4900-CLOSE-REFER-CURSOR THRU 4900-EXIT.
018800     PERFORM 5000-OPEN-CASE-CURSOR THRU 5000-EXIT.
018900     PERFORM 5100-MEASURE-CASE THRU 5100-EXIT
019000         UNTIL WS-CASE-AT-END.
019100     PERFORM 5900-CLOSE-CASE-CURSOR THRU 5900-EXIT.
019200     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT.
019300     PERFORM 9000-NORMAL-TERMINATE THRU 9000-EXIT.
019400     STOP RUN.
019500******************************************************************
019600*    1000-INITIALIZE                                             *
019700******************************************************************
019800 1000-INITIALIZE.
019900     DISPLAY 'COBFCLS - FORECLOSURE TRACKING STARTING'.
020000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020100     MOVE WS-RUN-DATE TO WS-CONV-DATE.
020200     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
020300     MOVE WS-SERIAL-DAYS TO WS-RUN-SERIAL.
020400     OPEN INPUT FC-MILESTONE-FILE.
020500     IF WS-FCMILE-FILE-STATUS NOT = '00'
020600         DISPLAY 'COBFCLS - MILESTONE FILE OPEN FAILED, STATUS = '
020700                 WS-FCMILE-FILE-STATUS
020800         MOVE 16 TO RETURN-CODE
020900         GO TO 9900-ABEND-TERMINATE
021000     END-IF.
021100     OPEN INPUT FC-ALLOWANCE-FILE.
021200     IF WS-FCALLOW-FILE-STATUS NOT = '00'
021300         DISPLAY 'COBFCLS - FCALLOW FILE OPEN FAILED, STATUS = '
021400                 WS-FCALLOW-FILE-STATUS
021500         MOVE 16 TO RETURN-CODE
021600         GO TO 9900-ABEND-TERMINATE
021700     END-IF.
021800     OPEN OUTPUT FC-REPORT-FILE.
021900     IF WS-FCLRPT-FILE-STATUS NOT = '00'
022000         DISPLAY 'COBFCLS - REPORT FILE OPEN FAILED, STATUS = '
022100                 WS-FCLRPT-FILE-STATUS
022200         MOVE 16 TO RETURN-CODE
022300         GO TO 9900-ABEND-TERMINATE
022400     END-IF.
022500     PERFORM 1100-LOAD-ALLOWANCE-TABLE THRU 1100-EXIT
022600         UNTIL WS-ALLOW-AT-EOF.
022700 1000-EXIT.
022800     EXIT.
022900******************************************************************
023000*    1100-LOAD-ALLOWANCE-TABLE                                   *
023100*    READS THE INVESTOR TIMELINE PARAMETER FILE INTO THE TABLE.  *
023200******************************************************************
023300 1100-LOAD-ALLOWANCE-TABLE.
023400     READ FC-ALLOWANCE-FILE
023500         AT END
023600             SET WS-ALLOW-AT-EOF TO TRUE
023700             GO TO 1100-EXIT
023800     END-READ.
023900     IF WS-ALLOW-COUNT NOT < 100
024000         DISPLAY 'COBFCLS - TIMELINE TABLE FULL, MORE THAN 100 '
024100                 'INVESTOR TIMELINE RECORDS'
024200         MOVE 16 TO RETURN-CODE
024300         GO TO 9900-ABEND-TERMINATE
024400     END-IF.
024500     ADD 1 TO WS-ALLOW-COUNT.
024600     SET WS-ALLOW-IDX TO WS-ALLOW-COUNT.
024700     MOVE FA-INVESTOR-CODE    TO WS-ALLOW-INVESTOR(WS-ALLOW-IDX).
024800     MOVE FA-ATTORNEY-DAYS
024900         TO WS-ALLOW-ATTORNEY-DAYS(WS-ALLOW-IDX).
025000     MOVE FA-FIRST-LEGAL-DAYS
025100         TO WS-ALLOW-LEGAL-DAYS(WS-ALLOW-IDX).
025200     MOVE FA-SALE-SCHED-DAYS
025300         TO WS-ALLOW-SCHED-DAYS(WS-ALLOW-IDX).
025400     MOVE FA-SALE-HELD-DAYS
025500         TO WS-ALLOW-HELD-DAYS(WS-ALLOW-IDX).
025600 1100-EXIT.
025700     EXIT.
025800******************************************************************
025900*    2000-READ-MILESTONE                                         *
026000******************************************************************
026100 2000-READ-MILESTONE.
026200     READ FC-MILESTONE-FILE
026300         AT END
026400             SET WS-END-OF-FILE TO TRUE
026500     END-READ.
026600 2000-EXIT.
026700     EXIT.
026800******************************************************************
026900*    3000-APPLY-MILESTONE                                        *
027000*    FETCHES THE LOAN'S CASE, CHECKS THE MILESTONE AGAINST IT    *
027100*    AND RECORDS IT, THEN READS THE NEXT MILESTONE.  EACH        *
027200*    MILESTONE MUST FOLLOW THE ONE BEFORE IT: FIRST LEGAL NEEDS  *
027300*    AN ATTORNEY, THE SALE SCHEDULE NEEDS FIRST LEGAL AND THE    *
027400*    SALE NEEDS A SCHEDULED DATE.                                *
027500******************************************************************
027600 3000-APPLY-MILESTONE.
027700     ADD 1 TO WS-READ-COUNT.
027800     SET WS-TXN-VALID TO TRUE.
027900     PERFORM 3100-FETCH-CASE THRU 3100-EXIT.
028000     IF WS-TXN-VALID
028100         PERFORM 3200-CHECK-COMMON THRU 3200-EXIT
028200     END-IF.
028300     IF WS-TXN-VALID
028400         EVALUATE TRUE
028500             WHEN FM-ATTORNEY-ASSIGNED
028600                 PERFORM 3300-ASSIGN-ATTORNEY THRU 3300-EXIT
028700             WHEN FM-FIRST-LEGAL
028800                 PERFORM 3400-FIRST-LEGAL THRU 3400-EXIT
028900             WHEN FM-SALE-SCHEDULED
029000                 PERFORM 3500-SALE-SCHEDULED THRU 3500-EXIT
029100             WHEN FM-SALE-HELD
029200                 PERFORM 3600-SALE-HELD THRU 3600-EXIT
029300             WHEN OTHER
029400                 SET WS-TXN-REJECTED TO TRUE
029500                 MOVE 'INVALID MILESTONE CODE' TO WS-REJECT-REASON
029600         END-EVALUATE
029700     END-IF.
029800     IF WS-TXN-VALID
029900         PERFORM 3800-REWRITE-CASE THRU 3800-EXIT
030000         MOVE FM-LOAN-NUMBER TO WS-ACTIVITY-LOAN
030100         MOVE FM-EVENT-DATE TO WS-ACTIVITY-DATE
030200         MOVE FM-ATTORNEY-ID TO WS-ACTIVITY-ATTORNEY
030300         MOVE SPACES TO WS-REJECT-REASON
030400         PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT
030500         ADD 1 TO WS-APPLIED-COUNT
030600     ELSE
030700         PERFORM 8100-WRITE-EXCEPTION-LINE THRU 8100-EXIT
030800         ADD 1 TO WS-REJECT-COUNT
030900     END-IF.
031000     PERFORM 2000-READ-MILESTONE THRU 2000-EXIT.
031100 3000-EXIT.
031200     EXIT.
031300******************************************************************
031400*    3100-FETCH-CASE                                             *
031500*    READS THE LOAN'S CASE ROW.  A MILESTONE IS ONLY EVER        *
031600*    RECORDED AGAINST AN ACTIVE CASE.                            *
031700******************************************************************
031800 3100-FETCH-CASE.
031900     MOVE FM-LOAN-NUMBER TO FC-LOAN-NUMBER.
032000     EXEC SQL
032100          SELECT CASE_STATUS, REFERRAL_DATE, ATTORNEY_ID,
032200                 ATTORNEY_DATE, FIRST_LEGAL_DATE, SALE_SCHED_DATE,
032300                 SALE_HELD_DATE, SALE_RESULT, CLOSE_DATE,
032400                 CLOSE_REASON
032500            INTO :FC-CASE-STATUS, :FC-REFERRAL-DATE,
032600                 :FC-ATTORNEY-ID, :FC-ATTORNEY-DATE,
032700                 :FC-FIRST-LEGAL-DATE, :FC-SALE-SCHED-DATE,
032800                 :FC-SALE-HELD-DATE, :FC-SALE-RESULT,
032900                 :FC-CLOSE-DATE, :FC-CLOSE-REASON
033000            FROM SYSMTG.FORECLOSURE_CASE
033100           WHERE LOAN_NUMBER = :FC-LOAN-NUMBER
033200     END-EXEC.
033300     IF SQLCODE = 100
033400         SET WS-TXN-REJECTED TO TRUE
033500         MOVE 'NO FORECLOSURE CASE' TO WS-REJECT-REASON
033600         GO TO 3100-EXIT
033700     END-IF.
033800     IF SQLCODE NOT = ZERO
033900         DISPLAY 'COBFCLS - CASE SELECT FAILED, SQLCODE = '
034000                 SQLCODE ' LOAN ' FM-LOAN-NUMBER
034100         MOVE 16 TO RETURN-CODE
034200         GO TO 9900-ABEND-TERMINATE
034300     END-IF.
034400     IF NOT FC-STATUS-ACTIVE
034500         SET WS-TXN-REJECTED TO TRUE
034600         MOVE 'CASE NOT ACTIVE' TO WS-REJECT-REASON
034700     END-IF.
034800 3100-EXIT.
034900     EXIT.
035000******************************************************************
035100*    3200-CHECK-COMMON                                           *
035200*    EVERY MILESTONE MUST BE DATED NO EARLIER THAN THE REFERRAL, *
035300*    AND ONCE AN ATTORNEY IS OF RECORD A MILESTONE CARRYING A    *
035400*    DIFFERENT ATTORNEY ID IS NOT ACCEPTED -- A SUBSTITUTION     *
035500*    COMES THROUGH AS A NEW 'A' RECORD.                          *
035600******************************************************************
035700 3200-CHECK-COMMON.
035800     IF FM-EVENT-DATE = SPACES
035900             OR FM-EVENT-DATE < FC-REFERRAL-DATE
036000         SET WS-TXN-REJECTED TO TRUE
036100         MOVE 'DATE BEFORE REFERRAL' TO WS-REJECT-REASON
036200         GO TO 3200-EXIT
036300     END-IF.
036400     IF FM-ATTORNEY-ASSIGNED
036500         GO TO 3200-EXIT
036600     END-IF.
036700     IF FM-ATTORNEY-ID NOT = SPACES
036800             AND FM-ATTORNEY-ID NOT = FC-ATTORNEY-ID
036900         SET WS-TXN-REJECTED TO TRUE
037000         MOVE 'NOT ATTORNEY OF RECORD' TO WS-REJECT-REASON
037100     END-IF.
037200 3200-EXIT.
037300     EXIT.
037400******************************************************************
037500*    3300-ASSIGN-ATTORNEY                                        *
037600******************************************************************
037700 3300-ASSIGN-ATTORNEY.
037800     IF FM-ATTORNEY-ID = SPACES
037900         SET WS-TXN-REJECTED TO TRUE
038000         MOVE 'ATTORNEY ID MISSING' TO WS-REJECT-REASON
038100         GO TO 3300-EXIT
038200     END-IF.
038300     MOVE FM-ATTORNEY-ID         TO FC-ATTORNEY-ID.
038400     MOVE FM-EVENT-DATE          TO FC-ATTORNEY-DATE.
038500     MOVE 'ATTORNEY ASSIGNED'    TO WS-ACTION-TEXT.
038600 3300-EXIT.
038700     EXIT.
038800******************************************************************
038900*    3400-FIRST-LEGAL                                            *
039000******************************************************************
039100 3400-FIRST-LEGAL.
039200     IF FC-ATTORNEY-DATE = SPACES
039300         SET WS-TXN-REJECTED TO TRUE
039400         MOVE 'NO ATTORNEY ASSIGNED' TO WS-REJECT-REASON
039500         GO TO 3400-EXIT
039600     END-IF.
039700     MOVE FM-EVENT-DATE          TO FC-FIRST-LEGAL-DATE.
039800     MOVE 'FIRST LEGAL FILED'    TO WS-ACTION-TEXT.
039900 3400-EXIT.
040000     EXIT.
040100******************************************************************
040200*    3500-SALE-SCHEDULED                                         *
040300*    A POSTPONED SALE IS SIMPLY RESCHEDULED: THE NEW DATE        *
040400*    REPLACES THE OLD ONE.                                       *
040500******************************************************************
040600 3500-SALE-SCHEDULED.
040700     IF FC-FIRST-LEGAL-DATE = SPACES
040800         SET WS-TXN-REJECTED TO TRUE
040900         MOVE 'NO FIRST LEGAL ACTION' TO WS-REJECT-REASON
041000         GO TO 3500-EXIT
041100     END-IF.
041200     MOVE FM-EVENT-DATE          TO FC-SALE-SCHED-DATE.
041300     MOVE 'SALE SCHEDULED'       TO WS-ACTION-TEXT.
041400 3500-EXIT.
041500     EXIT.
041600******************************************************************
041700*    3600-SALE-HELD                                              *
041800*    THE SALE, WITH ITS RESULT, COMPLETES THE CASE.  THE LOAN    *
041900*    STAYS FC ON THE MASTER UNTIL IT IS LIQUIDATED.              *
042000******************************************************************
042100 3600-SALE-HELD.
042200     IF FC-SALE-SCHED-DATE = SPACES
042300         SET WS-TXN-REJECTED TO TRUE
042400         MOVE 'NO SALE SCHEDULED' TO WS-REJECT-REASON
042500         GO TO 3600-EXIT
042600     END-IF.
042700     IF NOT FM-RESULT-REO AND NOT FM-RESULT-THIRD-PARTY
042800         SET WS-TXN-REJECTED TO TRUE
042900         MOVE 'INVALID SALE RESULT' TO WS-REJECT-REASON
043000         GO TO 3600-EXIT
043100     END-IF.
043200     MOVE FM-EVENT-DATE          TO FC-SALE-HELD-DATE.
043300     MOVE FM-SALE-RESULT         TO FC-SALE-RESULT.
043400     MOVE 'C'                    TO FC-CASE-STATUS.
043500     MOVE FM-EVENT-DATE          TO FC-CLOSE-DATE.
043600     IF FC-RESULT-REO
043700         MOVE 'SALE HELD - REO'  TO FC-CLOSE-REASON
043800     ELSE
043900         MOVE 'SALE HELD - 3RD PTY' TO FC-CLOSE-REASON
044000     END-IF.
044100     MOVE FC-CLOSE-REASON        TO WS-ACTION-TEXT.
044200 3600-EXIT.
044300     EXIT.
044400******************************************************************
044500*    3800-REWRITE-CASE                                           *
044600******************************************************************
044700 3800-REWRITE-CASE.
044800     EXEC SQL
044900          UPDATE SYSMTG.FORECLOSURE_CASE
045000             SET CASE_STATUS = :FC-CASE-STATUS,
045100                 REFERRAL_DATE = :FC-REFERRAL-DATE,
045200                 ATTORNEY_ID = :FC-ATTORNEY-ID,
045300                 ATTORNEY_DATE = :FC-ATTORNEY-DATE,
045400                 FIRST_LEGAL_DATE = :FC-FIRST-LEGAL-DATE,
045500                 SALE_SCHED_DATE = :FC-SALE-SCHED-DATE,
045600                 SALE_HELD_DATE = :FC-SALE-HELD-DATE,
045700                 SALE_RESULT = :FC-SALE-RESULT,
045800                 CLOSE_DATE = :FC-CLOSE-DATE,
045900                 CLOSE_REASON = :FC-CLOSE-REASON
046000           WHERE LOAN_NUMBER = :FC-LOAN-NUMBER
046100     END-EXEC.
046200     IF SQLCODE NOT = ZERO
046300         DISPLAY 'COBFCLS - CASE UPDATE FAILED, SQLCODE = '
046400                 SQLCODE ' LOAN ' FC-LOAN-NUMBER
046500         MOVE 16 TO RETURN-CODE
046600         GO TO 9900-ABEND-TERMINATE
046700     END-IF.
046800 3800-EXIT.
046900     EXIT.
047000******************************************************************
047100*    3900-INSERT-CASE                                            *
047200******************************************************************
047300 3900-INSERT-CASE.
047400     EXEC SQL
047500          INSERT INTO SYSMTG.FORECLOSURE_CASE
047600               (LOAN_NUMBER, CASE_STATUS, REFERRAL_DATE,
047700                ATTORNEY_ID, ATTORNEY_DATE, FIRST_LEGAL_DATE,
047800                SALE_SCHED_DATE, SALE_HELD_DATE, SALE_RESULT,
047900                CLOSE_DATE, CLOSE_REASON)
048000          VALUES
048100               (:FC-LOAN-NUMBER, :FC-CASE-STATUS,
048200                :FC-REFERRAL-DATE,
048300                :FC-ATTORNEY-ID, :FC-ATTORNEY-DATE,
048400                :FC-FIRST-LEGAL-DATE, :FC-SALE-SCHED-DATE,
048500                :FC-SALE-HELD-DATE, :FC-SALE-RESULT,
048600                :FC-CLOSE-DATE, :FC-CLOSE-REASON)
048700     END-EXEC.
048800     IF SQLCODE NOT = ZERO
048900         DISPLAY 'COBFCLS - CASE INSERT FAILED, SQLCODE = '
049000                 SQLCODE ' LOAN ' FC-LOAN-NUMBER
049100         MOVE 16 TO RETURN-CODE
049200         GO TO 9900-ABEND-TERMINATE
049300     END-IF.
049400 3900-EXIT.
049500     EXIT.
049600******************************************************************
049700*    4000-OPEN-REFER-CURSOR                                      *
049800*    THE REFERRAL CANDIDATES ARE EVERY LOAN IN THE 90+ BUCKET    *
049900*    OR ALREADY FLAGGED FC THAT HAS NO ACTIVE WORKOUT PLAN AND   *
049970*    NO ACTIVE OR COMPLETED FORECLOSURE CASE, AND IS NOT UNDER   *
050040*    AN ACTIVE BANKRUPTCY STAY.  PRIMES THE FETCH-AHEAD LOOP     *
050110*    WITH THE FIRST FETCH.                                       *
050200******************************************************************
050300 4000-OPEN-REFER-CURSOR.
050400     EXEC SQL
050500          DECLARE REFER-CURSOR CURSOR FOR
050600          SELECT L.LOAN_NUMBER, L.NEXT_DUE_DATE,
050700                 L.DELINQUENCY_STATUS
050800            FROM SYSMTG.LOAN_MASTER L
050900           WHERE L.DELINQUENCY_STATUS IN ('90', 'FC')
051000             AND NOT EXISTS
051100                 (SELECT 1
051200                    FROM SYSMTG.WORKOUT_PLAN W
051300                   WHERE W.LOAN_NUMBER = L.LOAN_NUMBER
051400                     AND W.PLAN_STATUS = 'A')
051500             AND NOT EXISTS
051600                 (SELECT 1
051700                    FROM SYSMTG.FORECLOSURE_CASE F
051800                   WHERE F.LOAN_NUMBER = L.LOAN_NUMBER
051900                     AND F.CASE_STATUS IN ('A', 'C'))
051910             AND NOT EXISTS
051920                 (SELECT 1
051930                    FROM SYSMTG.BANKRUPTCY_CASE B
051940                   WHERE B.LOAN_NUMBER = L.LOAN_NUMBER
051950                     AND B.CASE_STATUS = 'A')
052000            ORDER BY L.LOAN_NUMBER
052100     END-EXEC.
052200     EXEC SQL
052300          OPEN REFER-CURSOR
052400     END-EXEC.
052500     IF SQLCODE NOT = ZERO
052600         DISPLAY 'COBFCLS - OPEN REFER CURSOR FAILED, SQLCODE = '
052700                 SQLCODE
052800         MOVE 16 TO RETURN-CODE
052900         GO TO 9900-ABEND-TERMINATE
053000     END-IF.
053100     PERFORM 4200-FETCH-CANDIDATE THRU 4200-EXIT.
053200 4000-EXIT.
053300     EXIT.
053400******************************************************************
053500*    4100-PROCESS-CANDIDATE                                      *
053600*    A 90+ LOAN IS REFERRED ONCE IT IS 120 OR MORE REAL DAYS     *
053700*    PAST ITS NEXT DUE DATE.  A LOAN ALREADY FLAGGED FC GOT      *
053800*    THERE ON A BROKEN WORKOUT PLAN AND NEEDS ONLY ITS CASE.     *
053900******************************************************************
054000 4100-PROCESS-CANDIDATE.
054100     IF LM-STAT-FORECLOSURE
054200         MOVE 'WORKOUT PLAN BROKEN' TO WS-REJECT-REASON
054300         PERFORM 4300-REFER-LOAN THRU 4300-EXIT
054400         GO TO 4100-NEXT
054500     END-IF.
054600     MOVE LM-NEXT-DUE-DATE TO WS-CONV-DATE.
054700     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
054800     COMPUTE WS-DAYS-DELINQUENT =
054900         WS-RUN-SERIAL - WS-SERIAL-DAYS.
055000     IF WS-DAYS-DELINQUENT NOT < WS-REFERRAL-DAYS
055100         MOVE '120+ DAYS DELINQUENT' TO WS-REJECT-REASON
055200         PERFORM 4300-REFER-LOAN THRU 4300-EXIT
055300     END-IF.
055400 4100-NEXT.
055500     PERFORM 4200-FETCH-CANDIDATE THRU 4200-EXIT.
055600 4100-EXIT.
055700     EXIT.
055800******************************************************************
055900*    4200-FETCH-CANDIDATE                                        *
056000******************************************************************
056100 4200-FETCH-CANDIDATE.
056200     EXEC SQL
056300          FETCH REFER-CURSOR
056400          INTO :LM-LOAN-NUMBER, :LM-NEXT-DUE-DATE,
056500               :LM-DELINQUENCY-STATUS
056600     END-EXEC.
056700     IF SQLCODE = 100
056800         SET WS-REFER-AT-END TO TRUE
056900     ELSE
057000         IF SQLCODE NOT = ZERO
057100             DISPLAY 'COBFCLS - REFER FETCH FAILED, SQLCODE = '
057200                     SQLCODE
057300             MOVE 16 TO RETURN-CODE
057400             GO TO 9900-ABEND-TERMINATE
057500         END-IF
057600     END-IF.
057700 4200-EXIT.
057800     EXIT.
057900******************************************************************
058000*    4300-REFER-LOAN                                             *
058100*    OPENS THE CASE AS OF THE RUN DATE -- A CANCELLED CASE ROW   *
058200*    IS REUSED, THE SAME WAY COBWKOUT REUSES A CLOSED PLAN ROW   *
058300*    -- AND SETS 'FC' ON THE MASTER.  THE REASON FOR THE         *
058400*    REFERRAL IS IN WS-REJECT-REASON FOR THE ACTIVITY LINE.      *
058500******************************************************************
058600 4300-REFER-LOAN.
058700     MOVE 'N' TO WS-CASE-FOUND-SWITCH.
058800     MOVE LM-LOAN-NUMBER TO FC-LOAN-NUMBER.
058900     EXEC SQL
059000          SELECT CASE_STATUS
059100            INTO :FC-CASE-STATUS
059200            FROM SYSMTG.FORECLOSURE_CASE
059300           WHERE LOAN_NUMBER = :FC-LOAN-NUMBER
059400     END-EXEC.
059500     IF SQLCODE = ZERO
059600         SET WS-CASE-FOUND TO TRUE
059700     ELSE
059800         IF SQLCODE NOT = 100
059900             DISPLAY 'COBFCLS - CASE SELECT FAILED, SQLCODE = '
060000                     SQLCODE ' LOAN ' LM-LOAN-NUMBER
060100             MOVE 16 TO RETURN-CODE
060200             GO TO 9900-ABEND-TERMINATE
060300         END-IF
060400     END-IF.
060500     MOVE 'A'                    TO FC-CASE-STATUS.
060600     MOVE WS-RUN-DATE            TO FC-REFERRAL-DATE.
060700     MOVE SPACES                 TO FC-ATTORNEY-ID.
060800     MOVE SPACES                 TO FC-ATTORNEY-DATE.
060900     MOVE SPACES                 TO FC-FIRST-LEGAL-DATE.
061000     MOVE SPACES                 TO FC-SALE-SCHED-DATE.
061100     MOVE SPACES                 TO FC-SALE-HELD-DATE.
061200     MOVE SPACE                  TO FC-SALE-RESULT.
061300     MOVE SPACES                 TO FC-CLOSE-DATE.
061400     MOVE SPACES                 TO FC-CLOSE-REASON.
061500     IF WS-CASE-FOUND
061600         PERFORM 3800-REWRITE-CASE THRU 3800-EXIT
061700     ELSE
061800         PERFORM 3900-INSERT-CASE THRU 3900-EXIT
061900     END-IF.
062000     IF NOT LM-STAT-FORECLOSURE
062100         PERFORM 4400-SET-FC-STATUS THRU 4400-EXIT
062200     END-IF.
062300     MOVE LM-LOAN-NUMBER         TO WS-ACTIVITY-LOAN.
062400     MOVE 'REFERRED'             TO WS-ACTION-TEXT.
062500     MOVE WS-RUN-DATE            TO WS-ACTIVITY-DATE.
062600     MOVE SPACES                 TO WS-ACTIVITY-ATTORNEY.
062700     PERFORM 8000-WRITE-ACTIVITY-LINE THRU 8000-EXIT.
062800     ADD 1 TO WS-REFERRED-COUNT.
062900 4300-EXIT.
063000     EXIT.
063100******************************************************************
063200*    4400-SET-FC-STATUS                                          *
063300******************************************************************
063400 4400-SET-FC-STATUS.
063500     MOVE 'FC' TO LM-DELINQUENCY-STATUS.
063600     EXEC SQL
063700          UPDATE SYSMTG.LOAN_MASTER
063800             SET DELINQUENCY_STATUS = :LM-DELINQUENCY-STATUS
063900           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
064000     END-EXEC.
064100     IF SQLCODE NOT = ZERO
064200         DISPLAY 'COBFCLS - LOAN UPDATE FAILED, SQLCODE = '
064300                 SQLCODE ' LOAN ' LM-LOAN-NUMBER
064400         MOVE 16 TO RETURN-CODE
064500         GO TO 9900-ABEND-TERMINATE
064600     END-IF.
064700 4400-EXIT.
064800     EXIT.
064900******************************************************************
065000*    4900-CLOSE-REFER-CURSOR                                     *
065100******************************************************************
065200 4900-CLOSE-REFER-CURSOR.
065300     EXEC SQL
065400          CLOSE REFER-CURSOR
065500     END-EXEC.
065600 4900-EXIT.
065700     EXIT.
065800******************************************************************
065900*    5000-OPEN-CASE-CURSOR                                       *
066000*    EVERY ACTIVE CASE WITH ITS LOAN'S INVESTOR, IN INVESTOR AND *
066100*    LOAN NUMBER SEQUENCE, FOR THE TIMELINE REPORT.              *
066200******************************************************************
066300 5000-OPEN-CASE-CURSOR.
066400     EXEC SQL
066500          DECLARE CASE-CURSOR CURSOR FOR
066600          SELECT F.LOAN_NUMBER, F.REFERRAL_DATE, F.ATTORNEY_ID,
066700                 F.ATTORNEY_DATE, F.FIRST_LEGAL_DATE,
066800                 F.SALE_SCHED_DATE, F.SALE_HELD_DATE,
066900                 L.INVESTOR_CODE
067000            FROM SYSMTG.FORECLOSURE_CASE F,
067100                 SYSMTG.LOAN_MASTER L
067200           WHERE F.CASE_STATUS = 'A'
067300             AND L.LOAN_NUMBER = F.LOAN_NUMBER
067400            ORDER BY L.INVESTOR_CODE, F.LOAN_NUMBER
067500     END-EXEC.
067600     EXEC SQL
067700          OPEN CASE-CURSOR
067800     END-EXEC.
067900     IF SQLCODE NOT = ZERO
068000         DISPLAY 'COBFCLS - OPEN CASE CURSOR FAILED, SQLCODE = '
068100                 SQLCODE
068200         MOVE 16 TO RETURN-CODE
068300         GO TO 9900-ABEND-TERMINATE
068400     END-IF.
068500     PERFORM 5200-FETCH-CASE THRU 5200-EXIT.
068600 5000-EXIT.
068700     EXIT.
068800******************************************************************
068900*    5100-MEASURE-CASE                                           *
069000*    MEASURES THE CASE AGAINST ITS INVESTOR'S ALLOWANCES, ONE    *
069100*    MILESTONE AT A TIME, AND WRITES ITS TIMELINE LINE.          *
069200******************************************************************
069300 5100-MEASURE-CASE.
069400     ADD 1 TO WS-ACTIVE-COUNT.
069500     MOVE 'N' TO WS-CASE-PAST-SWITCH.
069600     MOVE SPACES TO FC-REPORT-REC.
069700     SET FR-TYPE-TIMELINE TO TRUE.
069800     MOVE FC-LOAN-NUMBER         TO FR-TL-LOAN-NUMBER.
069900     MOVE LM-INVESTOR-CODE       TO FR-TL-INVESTOR-CODE.
070000     MOVE FC-ATTORNEY-ID         TO FR-TL-ATTORNEY-ID.
070100     MOVE FC-REFERRAL-DATE       TO FR-TL-REFERRAL-DATE.
070200     MOVE FC-REFERRAL-DATE       TO WS-CONV-DATE.
070300     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
070400     MOVE WS-SERIAL-DAYS TO WS-REFERRAL-SERIAL.
070500     COMPUTE WS-DAYS-IN-FC =
070600         WS-RUN-SERIAL - WS-REFERRAL-SERIAL.
070700     MOVE WS-DAYS-IN-FC          TO FR-TL-DAYS-IN-FC.
070800     PERFORM 5300-FIND-ALLOWANCE THRU 5300-EXIT.
070900     IF WS-ALLOW-IDX > WS-ALLOW-COUNT
071000         MOVE 'NO TIMELINE' TO FR-TL-PAST-MILESTONE
071100         ADD 1 TO WS-NO-TIMELINE-COUNT
071200         GO TO 5100-WRITE
071300     END-IF.
071400     MOVE FC-ATTORNEY-DATE TO WS-MS-DATE.
071500     MOVE WS-ALLOW-ATTORNEY-DAYS(WS-ALLOW-IDX)
071600         TO WS-MS-ALLOWED-DAYS.
071700     MOVE 'ATTORNEY' TO WS-MS-NAME.
071800     PERFORM 5400-CHECK-MILESTONE THRU 5400-EXIT.
071900     MOVE WS-MS-FLAG TO FR-TL-ATTORNEY-FLAG.
072000     MOVE FC-FIRST-LEGAL-DATE TO WS-MS-DATE.
072100     MOVE WS-ALLOW-LEGAL-DAYS(WS-ALLOW-IDX)
072200         TO WS-MS-ALLOWED-DAYS.
072300     MOVE 'FIRST LEGAL' TO WS-MS-NAME.
072400     PERFORM 5400-CHECK-MILESTONE THRU 5400-EXIT.
072500     MOVE WS-MS-FLAG TO FR-TL-LEGAL-FLAG.
072600     MOVE FC-SALE-SCHED-DATE TO WS-MS-DATE.
072700     MOVE WS-ALLOW-SCHED-DAYS(WS-ALLOW-IDX)
072800         TO WS-MS-ALLOWED-DAYS.
072900     MOVE 'SALE SCHEDULED' TO WS-MS-NAME.
073000     PERFORM 5400-CHECK-MILESTONE THRU 5400-EXIT.
073100     MOVE WS-MS-FLAG TO FR-TL-SCHED-FLAG.
073200     MOVE FC-SALE-HELD-DATE TO WS-MS-DATE.
073300     MOVE WS-ALLOW-HELD-DAYS(WS-ALLOW-IDX)
073400         TO WS-MS-ALLOWED-DAYS.
073500     MOVE 'SALE HELD' TO WS-MS-NAME.
073600     PERFORM 5400-CHECK-MILESTONE THRU 5400-EXIT.
073700     MOVE WS-MS-FLAG TO FR-TL-HELD-FLAG.
073800     IF WS-CASE-PAST-TIMELINE
073900         ADD 1 TO WS-PAST-TIMELINE-COUNT
074000     END-IF.
074100 5100-WRITE.
074200     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
074300     PERFORM 5200-FETCH-CASE THRU 5200-EXIT.
074400 5100-EXIT.
074500     EXIT.
074600******************************************************************
074700*    5200-FETCH-CASE                                             *
074800******************************************************************
074900 5200-FETCH-CASE.
075000     EXEC SQL
075100          FETCH CASE-CURSOR
075200          INTO :FC-LOAN-NUMBER, :FC-REFERRAL-DATE,
075300               :FC-ATTORNEY-ID, :FC-ATTORNEY-DATE,
075400               :FC-FIRST-LEGAL-DATE, :FC-SALE-SCHED-DATE,
075500               :FC-SALE-HELD-DATE, :LM-INVESTOR-CODE
075600     END-EXEC.
075700     IF SQLCODE = 100
075800         SET WS-CASE-AT-END TO TRUE
075900     ELSE
076000         IF SQLCODE NOT = ZERO
076100             DISPLAY 'COBFCLS - CASE FETCH FAILED, SQLCODE = '
076200                     SQLCODE
076300             MOVE 16 TO RETURN-CODE
076400             GO TO 9900-ABEND-TERMINATE
076500         END-IF
076600     END-IF.
076700 5200-EXIT.
076800     EXIT.
076900******************************************************************
077000*    5300-FIND-ALLOWANCE                                         *
077100*    LEAVES WS-ALLOW-IDX ON THE INVESTOR'S ENTRY, OR PAST THE    *
077200*    END OF THE TABLE WHEN THE INVESTOR HAS NONE.                *
077300******************************************************************
077400 5300-FIND-ALLOWANCE.
077500     SET WS-ALLOW-IDX TO 1.
077600     IF WS-ALLOW-COUNT = ZERO
077700         GO TO 5300-EXIT
077800     END-IF.
077900     SEARCH WS-ALLOW-ENTRY
078000         AT END
078100             SET WS-ALLOW-IDX TO WS-ALLOW-COUNT
078200             SET WS-ALLOW-IDX UP BY 1
078300         WHEN WS-ALLOW-INVESTOR(WS-ALLOW-IDX) = LM-INVESTOR-CODE
078400             CONTINUE
078500     END-SEARCH.
078600 5300-EXIT.
078700     EXIT.
078800******************************************************************
078900*    5400-CHECK-MILESTONE                                        *
079000*    MEASURES ONE MILESTONE: THE DAYS FROM REFERRAL TO THE DATE  *
079100*    IT WAS REACHED, OR TO THE RUN DATE IF IT IS STILL           *
079200*    OUTSTANDING.  OVER THE ALLOWANCE SETS THE '*' FLAG, AND THE *
079300*    FIRST SUCH MILESTONE IS NAMED ON THE LINE WITH ITS DAYS     *
079400*    OVER.  A ZERO ALLOWANCE IS NEVER EXCEEDED.                  *
079500******************************************************************
079600 5400-CHECK-MILESTONE.
079700     MOVE SPACE TO WS-MS-FLAG.
079800     IF WS-MS-ALLOWED-DAYS = ZERO
079900         GO TO 5400-EXIT
080000     END-IF.
080100     IF WS-MS-DATE = SPACES
080200         COMPUTE WS-MS-ELAPSED-DAYS =
080300             WS-RUN-SERIAL - WS-REFERRAL-SERIAL
080400     ELSE
080500         MOVE WS-MS-DATE TO WS-CONV-DATE
080600         PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT
080700         COMPUTE WS-MS-ELAPSED-DAYS =
080800             WS-SERIAL-DAYS - WS-REFERRAL-SERIAL
080900     END-IF.
081000     IF WS-MS-ELAPSED-DAYS NOT > WS-MS-ALLOWED-DAYS
081100         GO TO 5400-EXIT
081200     END-IF.
081300     MOVE '*' TO WS-MS-FLAG.
081400     IF WS-CASE-PAST-TIMELINE
081500         GO TO 5400-EXIT
081600     END-IF.
081700     SET WS-CASE-PAST-TIMELINE TO TRUE.
081800     COMPUTE WS-MS-DAYS-PAST =
081900         WS-MS-ELAPSED-DAYS - WS-MS-ALLOWED-DAYS.
082000     MOVE WS-MS-NAME             TO FR-TL-PAST-MILESTONE.
082100     MOVE WS-MS-DAYS-PAST        TO FR-TL-DAYS-PAST.
082200 5400-EXIT.
082300     EXIT.
082400******************************************************************
082500*    5900-CLOSE-CASE-CURSOR                                      *
082600******************************************************************
082700 5900-CLOSE-CASE-CURSOR.
082800     EXEC SQL
082900          CLOSE CASE-CURSOR
083000     END-EXEC.
083100 5900-EXIT.
083200     EXIT.
083300******************************************************************
083400*    7000-DATE-TO-SERIAL                                         *
083500*    CONVERTS WS-CONV-DATE (YYYYMMDD) TO A SERIAL DAY COUNT      *
083600*    USING THE STANDARD CIVIL-CALENDAR FORMULA: JANUARY AND      *
083700*    FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR, SO    *
083800*    THE LEAP DAY FALLS AT THE END OF THE SHIFTED YEAR.  ONLY    *
083900*    DIFFERENCES BETWEEN TWO SERIALS ARE EVER USED.              *
084000******************************************************************
084100 7000-DATE-TO-SERIAL.
084200     MOVE WS-CONV-YYYY TO WS-SER-Y.
084300     MOVE WS-CONV-MM   TO WS-SER-M.
084400     IF WS-SER-M < 3
084500         SUBTRACT 1 FROM WS-SER-Y
084600         ADD 12 TO WS-SER-M
084700     END-IF.
084800     COMPUTE WS-SERIAL-DAYS = 365 * WS-SER-Y.
084900     DIVIDE WS-SER-Y BY 4 GIVING WS-SER-Q4
085000         REMAINDER WS-SER-REMAINDER.
085100     DIVIDE WS-SER-Y BY 100 GIVING WS-SER-Q100
085200         REMAINDER WS-SER-REMAINDER.
085300     DIVIDE WS-SER-Y BY 400 GIVING WS-SER-Q400
085400         REMAINDER WS-SER-REMAINDER.
085500     ADD WS-SER-Q4 TO WS-SERIAL-DAYS.
085600     SUBTRACT WS-SER-Q100 FROM WS-SERIAL-DAYS.
085700     ADD WS-SER-Q400 TO WS-SERIAL-DAYS.
085800     COMPUTE WS-SER-MWORK = 153 * WS-SER-M + 153.
085900     DIVIDE WS-SER-MWORK BY 5 GIVING WS-SER-MDAYS
086000         REMAINDER WS-SER-REMAINDER.
086100     ADD WS-SER-MDAYS TO WS-SERIAL-DAYS.
086200     ADD WS-CONV-DD TO WS-SERIAL-DAYS.
086300 7000-EXIT.
086400     EXIT.
086500******************************************************************
086600*    8000-WRITE-ACTIVITY-LINE                                    *
086700*    THE CALLER HAS SET THE ACTIVITY LOAN, DATE, ATTORNEY AND    *
086800*    ACTION TEXT, AND ANY NOTE IN WS-REJECT-REASON.              *
086900******************************************************************
087000 8000-WRITE-ACTIVITY-LINE.
087100     MOVE SPACES TO FC-REPORT-REC.
087200     SET FR-TYPE-ACTIVITY TO TRUE.
087300     MOVE WS-ACTIVITY-LOAN       TO FR-LOAN-NUMBER.
087400     MOVE WS-ACTION-TEXT         TO FR-ACTION.
087500     MOVE WS-ACTIVITY-DATE       TO FR-EVENT-DATE.
087600     MOVE WS-ACTIVITY-ATTORNEY   TO FR-ATTORNEY-ID.
087700     MOVE WS-REJECT-REASON       TO FR-REASON.
087800     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
087900 8000-EXIT.
088000     EXIT.
088100******************************************************************
088200*    8100-WRITE-EXCEPTION-LINE                                   *
088300******************************************************************
088400 8100-WRITE-EXCEPTION-LINE.
088500     MOVE SPACES TO FC-REPORT-REC.
088600     SET FR-TYPE-EXCEPTION TO TRUE.
088700     MOVE FM-LOAN-NUMBER         TO FR-LOAN-NUMBER.
088800     MOVE FM-MILESTONE-CODE      TO FR-ACTION.
088900     MOVE FM-EVENT-DATE          TO FR-EVENT-DATE.
089000     MOVE FM-ATTORNEY-ID         TO FR-ATTORNEY-ID.
089100     MOVE WS-REJECT-REASON       TO FR-REASON.
089200     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
089300 8100-EXIT.
089400     EXIT.
089500******************************************************************
089600*    8500-WRITE-TOTALS                                           *
089700******************************************************************
089800 8500-WRITE-TOTALS.
089900     MOVE SPACES TO FC-REPORT-REC.
090000     SET FR-TYPE-TOTAL TO TRUE.
090100     MOVE 'MILESTONES APPLIED'      TO FR-TOT-LABEL.
090200     MOVE WS-APPLIED-COUNT          TO FR-TOT-COUNT.
090300     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
090400     MOVE SPACES TO FC-REPORT-REC.
090500     SET FR-TYPE-TOTAL TO TRUE.
090600     MOVE 'MILESTONES REJECTED'     TO FR-TOT-LABEL.
090700     MOVE WS-REJECT-COUNT           TO FR-TOT-COUNT.
090800     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
090900     MOVE SPACES TO FC-REPORT-REC.
091000     SET FR-TYPE-TOTAL TO TRUE.
091100     MOVE 'LOANS REFERRED'          TO FR-TOT-LABEL.
091200     MOVE WS-REFERRED-COUNT         TO FR-TOT-COUNT.
091300     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
091400     MOVE SPACES TO FC-REPORT-REC.
091500     SET FR-TYPE-TOTAL TO TRUE.
091600     MOVE 'ACTIVE CASES'            TO FR-TOT-LABEL.
091700     MOVE WS-ACTIVE-COUNT           TO FR-TOT-COUNT.
091800     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
091900     MOVE SPACES TO FC-REPORT-REC.
092000     SET FR-TYPE-TOTAL TO TRUE.
092100     MOVE 'CASES PAST TIMELINE'     TO FR-TOT-LABEL.
092200     MOVE WS-PAST-TIMELINE-COUNT    TO FR-TOT-COUNT.
092300     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
092400     MOVE SPACES TO FC-REPORT-REC.
092500     SET FR-TYPE-TOTAL TO TRUE.
092600     MOVE 'CASES WITH NO TIMELINE'  TO FR-TOT-LABEL.
092700     MOVE WS-NO-TIMELINE-COUNT      TO FR-TOT-COUNT.
092800     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
092900 8500-EXIT.
093000     EXIT.
093100******************************************************************
093200*    8600-WRITE-REPORT-LINE                                      *
093300******************************************************************
093400 8600-WRITE-REPORT-LINE.
093500     WRITE FC-REPORT-REC.
093600     IF WS-FCLRPT-FILE-STATUS NOT = '00'
093700         DISPLAY 'COBFCLS - REPORT WRITE FAILED, STATUS = '
093800                 WS-FCLRPT-FILE-STATUS
093900         MOVE 16 TO RETURN-CODE
094000         GO TO 9900-ABEND-TERMINATE
094100     END-IF.
094200 8600-EXIT.
094300     EXIT.
094400******************************************************************
094500*    9000-NORMAL-TERMINATE                                       *
094600******************************************************************
094700 9000-NORMAL-TERMINATE.
094800     CLOSE FC-MILESTONE-FILE.
094900     CLOSE FC-ALLOWANCE-FILE.
095000     CLOSE FC-REPORT-FILE.
095100     DISPLAY 'COBFCLS - MILESTONES READ:    ' WS-READ-COUNT.
095200     DISPLAY 'COBFCLS - APPLIED:            ' WS-APPLIED-COUNT.
095300     DISPLAY 'COBFCLS - REJECTED:           ' WS-REJECT-COUNT.
095400     DISPLAY 'COBFCLS - LOANS REFERRED:     ' WS-REFERRED-COUNT.
095500     DISPLAY 'COBFCLS - ACTIVE CASES:       ' WS-ACTIVE-COUNT.
095600     DISPLAY 'COBFCLS - PAST TIMELINE:      '
095700             WS-PAST-TIMELINE-COUNT.
095800     DISPLAY 'COBFCLS - NO TIMELINE:        '
095900             WS-NO-TIMELINE-COUNT.
096000     DISPLAY 'COBFCLS - NORMAL COMPLETION'.
096100     MOVE 0 TO RETURN-CODE.
096200 9000-EXIT.
096300     EXIT.
096400******************************************************************
096500*    9900-ABEND-TERMINATE                                        *
096600*    REACHED ONLY VIA GO TO WHEN A FILE OPEN OR WRITE OR AN SQL  *
096700*    CALL FAILS.  RETURN-CODE IS ALREADY SET BY THE CALLER.      *
096800******************************************************************
096900 9900-ABEND-TERMINATE.
097000     CLOSE FC-MILESTONE-FILE.
097100     CLOSE FC-ALLOWANCE-FILE.
097200     CLOSE FC-REPORT-FILE.
097300     DISPLAY 'COBFCLS - ABENDING, RETURN CODE = ' RETURN-CODE.
097400     STOP RUN.
