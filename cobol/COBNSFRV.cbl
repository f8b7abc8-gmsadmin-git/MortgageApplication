000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBNSFRV.
000300 AUTHOR.        G SADLER.
000400 INSTALLATION.  MORTGAGE SERVICING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     COBNSFRV                                      *
001000*    DESCRIPTION: RETURNED-PAYMENT (NSF) REVERSAL.  READS THE    *
001100*                 LOCKBOX BANK'S RETURNED-ITEM FILE, IN LOAN     *
001200*                 NUMBER SEQUENCE, AND FOR EACH ITEM FINDS THE   *
001300*                 ORIGINAL 'P' ROW ON SYSMTG.PAYMENT_HISTORY BY  *
001400*                 LOAN, PAYMENT DATE AND LOCKBOX BATCH AND BACKS *
001500*                 IT OUT OF SYSMTG.LOAN_MASTER: THE PRINCIPAL    *
001600*                 GOES BACK ON THE UPB, THE ESCROW DEPOSIT COMES *
001700*                 BACK OFF THE ESCROW BALANCE, THE NEXT DUE DATE *
001800*                 ROLLS BACK ONE MONTH AND THE LAST-PAID DATE    *
001900*                 RETURNS TO THE PRIOR PAYMENT.  ANY LATE CHARGE *
002000*                 THE PAYMENT COLLECTED IS RESTORED AND THE      *
002100*                 RETURNED-ITEM FEE IS ASSESSED, BOTH AGAINST    *
002200*                 THE LATE CHARGE BALANCE.  EACH REVERSAL WRITES *
002300*                 AN 'R' ROW TO THE LEDGER AND A NEGATIVE        *
002400*                 COLLECTION RECORD, ONE PER LOAN, TO THE        *
002500*                 RTNCOLL FILE -- THE SAME LAYOUT AS ACTCOLL --  *
002600*                 WHICH COBREMIT NETS AGAINST THE LOAN'S         *
002700*                 COLLECTIONS AND COBRECON CARRIES IN THE TRIAL  *
002800*                 BALANCE.  AN ITEM ON A LOAN SINCE PAID IN      *
002900*                 FULL, ON A PAYMENT ALREADY REMITTED TO THE     *
003000*                 INVESTOR, OR THAT CANNOT BE MATCHED TO ONE     *
003100*                 POSTING GOES TO THE EXCEPTION FILE AND POSTS   *
003140*                 NOTHING.  A PAYMENT THAT BROUGHT A             *
003180*                 FORECLOSURE LOAN CURRENT HAD ITS CASE          *
003220*                 CANCELLED BY COBPPOST AS REINSTATED; ITS       *
003260*                 RETURN REOPENS THE CASE AND PUTS THE LOAN      *
003300*                 BACK IN FORECLOSURE.  FOLLOWS THE SQLCA/EXEC   *
003340*                 SQL STYLE ESTABLISHED BY COBDDB2.              *
003400*                                                                *
003500*    MODIFICATION HISTORY                                       *
003600*    DATE       INIT  DESCRIPTION                                *
003700*    -------    ----  ------------------------------------------ *
003800*    2026-10-15 GMS   ORIGINAL PROGRAM                           *
003810*    2026-10-15 GMS   BACK OUT THE PMI PREMIUM PORTION OF A      *
003820*                     RETURNED PAYMENT ON THE REVERSAL ROW AND   *
003830*                     THE RETURNED-COLLECTION FILE, AND LEAVE IT *
003840*                     OUT OF THE LATE CHARGE RESTORED.           *
003850*    2026-10-15 GMS   A RETURNED ITEM ON A LOAN TRANSFERRED OUT  *
003860*                     ('TR') IS AN EXCEPTION, NOT REVERSED.  THE *
003870*                     LEDGER NOW BELONGS TO THE TRANSFEREE, AND  *
003880*                     CASH OPERATIONS RECOVERS THE ITEM FROM IT. *
003882*    2026-10-15 GMS   A RETURNED PAYMENT COBPPOST TAGGED PRE- OR *
003884*                     POST-PETITION IS ALSO BACKED OUT OF THAT   *
003886*                     TOTAL ON THE LOAN'S ACTIVE CASE ON         *
003888*                     SYSMTG.BANKRUPTCY_CASE.                    *
003889*    2026-10-15 GMS   A RETURNED PAYMENT THAT REINSTATED A       *
003890*                     FORECLOSURE LOAN REOPENS THE CASE COBPPOST *
003891*                     CANCELLED AS OF THE PAYMENT DATE AND       *
003892*                     RESTORES THE FC STATUS, SO COBFCLS DOES    *
003893*                     NOT REFER THE LOAN AGAIN AS A NEW CASE.    *
003894*                     REOPENED CASES ARE SHOWN ON THE REGISTER.  *
003900*                                                                *
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT RETURNED-ITEM-FILE ASSIGN TO RTNITEM
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-RTNITEM-FILE-STATUS.
004700     SELECT RETURNED-COLLECTION-FILE ASSIGN TO RTNCOLL
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-RTNCOLL-FILE-STATUS.
005000     SELECT RETURNED-ITEM-REPORT-FILE ASSIGN TO RTNRPT
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-RTNRPT-FILE-STATUS.
005300     SELECT RETURNED-ITEM-EXCEPTION-FILE ASSIGN TO RTNEXC
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-RTNEXC-FILE-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  RETURNED-ITEM-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100     COPY RTNITEM.
006200 FD  RETURNED-COLLECTION-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500     COPY ACTCOLL REPLACING
006600         ==ACTUAL-COLLECTION-REC== BY ==RETURNED-COLLECTION-REC==
006700         LEADING ==AC-== BY ==RC-==.
006800 FD  RETURNED-ITEM-REPORT-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100     COPY RTNRPT.
007200 FD  RETURNED-ITEM-EXCEPTION-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500     COPY RTNEXC.
007600 WORKING-STORAGE SECTION.
007700******************************************************************
007800*    FILE CONTROL AND COUNTERS                                   *
007900******************************************************************
008000 01  WS-EOF-SWITCH                   PIC X(01)       VALUE 'N'.
008100     88  WS-END-OF-FILE                              VALUE 'Y'.
008200 01  WS-REVERSIBLE-SWITCH            PIC X(01)       VALUE 'Y'.
008300     88  WS-ITEM-REVERSIBLE                          VALUE 'Y'.
008400     88  WS-ITEM-EXCEPTION                           VALUE 'N'.
008500 01  WS-COLL-PENDING-SWITCH          PIC X(01)       VALUE 'N'.
008600     88  WS-COLL-PENDING                             VALUE 'Y'.
008630 01  WS-FC-REOPEN-SWITCH             PIC X(01)       VALUE 'N'.
008660     88  WS-FC-REOPENED                              VALUE 'Y'.
008700 01  WS-READ-COUNT                PIC S9(07) COMP-3 VALUE 0.
008800 01  WS-REVERSED-COUNT            PIC S9(07) COMP-3 VALUE 0.
008900 01  WS-EXCEPTION-COUNT           PIC S9(07) COMP-3 VALUE 0.
008950 01  WS-FC-REOPENED-COUNT         PIC S9(07) COMP-3 VALUE 0.
009000 01  WS-RTNITEM-FILE-STATUS       PIC X(02)       VALUE '00'.
009100 01  WS-RTNCOLL-FILE-STATUS       PIC X(02)       VALUE '00'.
009200 01  WS-RTNRPT-FILE-STATUS        PIC X(02)       VALUE '00'.
009300 01  WS-RTNEXC-FILE-STATUS        PIC X(02)       VALUE '00'.
009400 01  WS-EXCEPTION-REASON             PIC X(25)       VALUE SPACES.
009500 01  WS-RUN-DATE                     PIC X(08)       VALUE SPACES.
009600 01  WS-CURRENT-TIME                 PIC X(08)       VALUE SPACES.
009700******************************************************************
009800*    RETURNED-ITEM FEE.  ASSESSED AGAINST THE LATE CHARGE        *
009900*    BALANCE FOR EVERY PAYMENT BACKED OUT, THE SAME BALANCE      *
010000*    COBPPOST ASSESSES LATE CHARGES TO AND COLLECTS FROM.        *
010100******************************************************************
010200 77  WS-RETURNED-ITEM-FEE      PIC S9(03)V99 COMP-3 VALUE 25.00.
010300******************************************************************
010400*    THE ORIGINAL POSTING, SAVED OFF THE LEDGER ROW BEFORE THE   *
010500*    HOST VARIABLE RECORD IS REBUILT FOR THE REVERSAL ROW.  THE  *
010600*    LATE CHARGE THE PAYMENT COLLECTED IS WHATEVER OF THE        *
010700*    AMOUNT WAS NOT SPLIT TO PRINCIPAL, INTEREST OR ESCROW.      *
010800******************************************************************
010900 01  WS-ORIG-TRAN-AMT          PIC S9(09)V99 COMP-3 VALUE 0.
011000 01  WS-ORIG-PRINCIPAL-AMT     PIC S9(07)V99 COMP-3 VALUE 0.
011100 01  WS-ORIG-INTEREST-AMT      PIC S9(07)V99 COMP-3 VALUE 0.
011200 01  WS-ORIG-ESCROW-AMT        PIC S9(07)V99 COMP-3 VALUE 0.
011210 01  WS-ORIG-PMI-AMT           PIC S9(05)V99 COMP-3 VALUE 0.
011250 01  WS-ORIG-TRAN-DESC               PIC X(25)       VALUE SPACES.
011260 01  WS-PREPET-REVERSED-AMT    PIC S9(09)V99 COMP-3 VALUE 0.
011270 01  WS-POSTPET-REVERSED-AMT   PIC S9(09)V99 COMP-3 VALUE 0.
011300 01  WS-LATE-RESTORED-AMT      PIC S9(07)V99 COMP-3 VALUE 0.
011400 01  WS-PRIOR-REVERSAL-COUNT     PIC S9(09) COMP    VALUE 0.
011500 01  WS-PRIOR-PAID-DATE              PIC X(08)       VALUE SPACES.
011600******************************************************************
011700*    LEDGER DESCRIPTION FOR THE REVERSAL ROW.  IT CARRIES THE    *
011800*    ORIGINAL PAYMENT DATE, SO WITH THE LOCKBOX BATCH IT TIES    *
011900*    THE 'R' ROW BACK TO THE 'P' ROW IT REVERSED AND A SECOND    *
012000*    RETURN OF THE SAME ITEM IS CAUGHT.                          *
012100******************************************************************
012200 01  WS-REVERSAL-DESC.
012300     05  FILLER                      PIC X(14)
012400                                     VALUE 'RETURNED ITEM '.
012500     05  WS-REVERSAL-DESC-DATE       PIC X(08)       VALUE SPACES.
012600     05  FILLER                      PIC X(03)       VALUE SPACES.
012700******************************************************************
012800*    DATE WORK AREA FOR ROLLING THE NEXT DUE DATE BACK ONE       *
012900*    MONTH, WITH YEAR ROLLBACK ON JANUARY -- THE REVERSE OF      *
013000*    COBPPOST'S 3500-ADVANCE-DUE-DATE.                           *
013100******************************************************************
013200 01  WS-DUE-DATE-WORK.
013300     05  WS-DUE-YYYY                 PIC 9(04).
013400     05  WS-DUE-MM                   PIC 9(02).
013500     05  WS-DUE-DD                   PIC 9(02).
013600******************************************************************
013700*    RUN TOTALS FOR THE REVERSAL REGISTER                        *
013800******************************************************************
013900 01  WS-TOTAL-REVERSED-AMT     PIC S9(11)V99 COMP-3 VALUE 0.
014000 01  WS-TOTAL-LATE-RESTORED    PIC S9(11)V99 COMP-3 VALUE 0.
014100 01  WS-TOTAL-FEE-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
014200 01  WS-TOTAL-EXCEPTION-AMT    PIC S9(11)V99 COMP-3 VALUE 0.
014300******************************************************************
014400*    DB2 HOST VARIABLE RECORD FOR LOAN-MASTER                    *
014500******************************************************************
014600     COPY LOANREC.
014700******************************************************************
014800*    DB2 HOST VARIABLE RECORD FOR THE PAYMENT-HISTORY LEDGER     *
014900******************************************************************
015000     COPY PAYHREC.
015020******************************************************************
015040*    DB2 HOST VARIABLE RECORD FOR THE FORECLOSURE-CASE TABLE     *
015060******************************************************************
015080     COPY FCCASREC.
015100*    INCLUDING SQLCA COPYBOOK FOR SQLCODE AND THE REST OF THE
015200*    DB2 COMMUNICATIONS AREA.
015300     EXEC SQL
015400          INCLUDE SQLCA
015500     END-EXEC.
015600 PROCEDURE DIVISION.
015700******************************************************************
015800*    0000-MAINLINE                                               *
015900******************************************************************
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016200     PERFORM 2000-READ-RETURNED-ITEM THRU 2000-EXIT.
016300     PERFORM 3000-PROCESS-ITEM THRU 3000-EXIT
016400         UNTIL WS-END-OF-FILE.
016500     IF WS-COLL-PENDING
016600         PERFORM 3750-WRITE-COLLECTION THRU 3750-EXIT
016700     END-IF.
016800     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT.
016900     PERFORM 9000-NORMAL-TERMINATE THRU 9000-EXIT.
017000     GOBACK.
017100******************************************************************
017200*    1000-INITIALIZE                                             *
017300******************************************************************
017400 1000-INITIALIZE.
017500     DISPLAY 'COBNSFRV - RETURNED PAYMENT REVERSAL STARTING'.
017600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017700     OPEN INPUT RETURNED-ITEM-FILE.
017800     IF WS-RTNITEM-FILE-STATUS NOT = '00'
017900         DISPLAY 'COBNSFRV - RTNITEM FILE OPEN FAILED, STATUS = '
018000                 WS-RTNITEM-FILE-STATUS
018100         MOVE 16 TO RETURN-CODE
018200         GO TO 9900-ABEND-TERMINATE
018300     END-IF.
018400     OPEN OUTPUT RETURNED-COLLECTION-FILE.
018500     IF WS-RTNCOLL-FILE-STATUS NOT = '00'
018600         DISPLAY 'COBNSFRV - RTNCOLL FILE OPEN FAILED, STATUS = '
018700                 WS-RTNCOLL-FILE-STATUS
018800         MOVE 16 TO RETURN-CODE
018900         GO TO 9900-ABEND-TERMINATE
019000     END-IF.
019100     OPEN OUTPUT RETURNED-ITEM-REPORT-FILE.
019200     IF WS-RTNRPT-FILE-STATUS NOT = '00'
019300         DISPLAY 'COBNSFRV - RTNRPT FILE OPEN FAILED, STATUS = '
019400                 WS-RTNRPT-FILE-STATUS
019500         MOVE 16 TO RETURN-CODE
019600         GO TO 9900-ABEND-TERMINATE
019700     END-IF.
019800     OPEN OUTPUT RETURNED-ITEM-EXCEPTION-FILE.
019900     IF WS-RTNEXC-FILE-STATUS NOT = '00'
020000         DISPLAY 'COBNSFRV - RTNEXC FILE OPEN FAILED, STATUS = '
020100                 WS-RTNEXC-FILE-STATUS
020200         MOVE 16 TO RETURN-CODE
020300         GO TO 9900-ABEND-TERMINATE
020400     END-IF.
020500 1000-EXIT.
020600     EXIT.
020700******************************************************************
020800*    2000-READ-RETURNED-ITEM                                     *
020900******************************************************************
021000 2000-READ-RETURNED-ITEM.
021100     READ RETURNED-ITEM-FILE
021200         AT END
021300             SET WS-END-OF-FILE TO TRUE
021400     END-READ.
021500 2000-EXIT.
021600     EXIT.
021700******************************************************************
021800*    3000-PROCESS-ITEM                                           *
021900*    LOOKS UP THE LOAN AND THE ORIGINAL POSTING FOR THE CURRENT  *
022000*    RETURNED ITEM AND EITHER BACKS THE PAYMENT OUT OR SENDS     *
022100*    THE ITEM TO THE EXCEPTION FILE, THEN READS THE NEXT ITEM.   *
022200******************************************************************
022300 3000-PROCESS-ITEM.
022400     ADD 1 TO WS-READ-COUNT.
022500     SET WS-ITEM-REVERSIBLE TO TRUE.
022600     MOVE SPACES TO WS-EXCEPTION-REASON.
022700     PERFORM 3100-FETCH-LOAN THRU 3100-EXIT.
022800     IF WS-ITEM-REVERSIBLE
022900         PERFORM 3200-FIND-ORIGINAL THRU 3200-EXIT
023000     END-IF.
023100     IF WS-ITEM-REVERSIBLE
023200         PERFORM 3300-CHECK-PRIOR-REVERSAL THRU 3300-EXIT
023300     END-IF.
023400     IF WS-ITEM-REVERSIBLE
023500         PERFORM 3400-REVERSE-LOAN THRU 3400-EXIT
023600         PERFORM 3600-INSERT-REVERSAL THRU 3600-EXIT
023650         PERFORM 3650-REVERSE-PETITION THRU 3650-EXIT
023700         PERFORM 3700-ACCUM-COLLECTION THRU 3700-EXIT
023800         PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
023900         ADD 1 TO WS-REVERSED-COUNT
024000     ELSE
024100         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
024200     END-IF.
024300     PERFORM 2000-READ-RETURNED-ITEM THRU 2000-EXIT.
024400 3000-EXIT.
024500     EXIT.
024600******************************************************************
024700*    3100-FETCH-LOAN                                             *
024800*    SELECTS THE LOAN-MASTER ROW FOR THE RETURNED ITEM.  A LOAN  *
024900*    NOT ON THE MASTER, OR ONE COBPSETL HAS SINCE PAID IN FULL,  *
025000*    CANNOT BE REOPENED HERE AND GOES TO THE EXCEPTION FILE.     *
025100******************************************************************
025200 3100-FETCH-LOAN.
025300     MOVE RI-LOAN-NUMBER TO LM-LOAN-NUMBER.
025400     EXEC SQL
025500          SELECT CURRENT_UPB, NEXT_DUE_DATE, LAST_PAID_DATE,
025600                 ESCROW_BALANCE, LATE_CHARGE_BALANCE,
025700                 DELINQUENCY_STATUS, ORIGINATION_DATE
025800            INTO :LM-CURRENT-UPB, :LM-NEXT-DUE-DATE,
025900                 :LM-LAST-PAID-DATE, :LM-ESCROW-BALANCE,
026000                 :LM-LATE-CHARGE-BALANCE, :LM-DELINQUENCY-STATUS,
026100                 :LM-ORIGINATION-DATE
026200            FROM SYSMTG.LOAN_MASTER
026300           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
026400     END-EXEC.
026500     IF SQLCODE = 100
026600         SET WS-ITEM-EXCEPTION TO TRUE
026700         MOVE 'NO MATCHING LOAN' TO WS-EXCEPTION-REASON
026800         GO TO 3100-EXIT
026900     END-IF.
027000     IF SQLCODE NOT = ZERO
027100         DISPLAY 'COBNSFRV - SELECT FAILED, SQLCODE = ' SQLCODE
027200                 ' LOAN ' RI-LOAN-NUMBER
027300         MOVE 16 TO RETURN-CODE
027400         GO TO 9900-ABEND-TERMINATE
027500     END-IF.
027600     IF LM-STAT-PAID-OFF
027700         SET WS-ITEM-EXCEPTION TO TRUE
027800         MOVE 'LOAN PAID IN FULL' TO WS-EXCEPTION-REASON
027900     END-IF.
027910     IF LM-STAT-TRANSFERRED
027920         SET WS-ITEM-EXCEPTION TO TRUE
027930         MOVE 'LOAN TRANSFERRED' TO WS-EXCEPTION-REASON
027940     END-IF.
028000 3100-EXIT.
028100     EXIT.
028200******************************************************************
028300*    3200-FIND-ORIGINAL                                          *
028400*    SELECTS THE ORIGINAL 'P' LEDGER ROW BY LOAN, PAYMENT DATE   *
028500*    AND LOCKBOX BATCH.  NO ROW, MORE THAN ONE ROW, OR A POSTED  *
028600*    AMOUNT THAT DIFFERS FROM THE RETURNED AMOUNT (A SHORT       *
028700*    PAYMENT COBSUSP COMBINED WITH HELD FUNDS) NEEDS A PERSON.   *
028800*    INVESTOR CASH IS SETTLED MONTHLY -- THE NIGHTLY REMITTANCE  *
028900*    RUNS BUILD THE MONTH AND IT IS WIRED AFTER MONTH END -- SO  *
029000*    A PAYMENT POSTED IN AN EARLIER CALENDAR MONTH HAS ALREADY   *
029100*    GONE TO THE INVESTOR AND MUST BE RECOVERED BY HAND.         *
029200******************************************************************
029300 3200-FIND-ORIGINAL.
029400     MOVE RI-LOAN-NUMBER         TO PH-LOAN-NUMBER.
029500     MOVE RI-PAYMENT-DATE        TO PH-TRAN-DATE.
029600     MOVE RI-LOCKBOX-BATCH       TO PH-LOCKBOX-BATCH.
029700     EXEC SQL
029780          SELECT TRAN_TIME, TRAN_AMT, PRINCIPAL_AMT,
029860                 INTEREST_AMT, ESCROW_AMT, PMI_AMT, TRAN_DESC
029940            INTO :PH-TRAN-TIME, :PH-TRAN-AMT, :PH-PRINCIPAL-AMT,
030020                 :PH-INTEREST-AMT, :PH-ESCROW-AMT, :PH-PMI-AMT,
030100                 :PH-TRAN-DESC
030200            FROM SYSMTG.PAYMENT_HISTORY
030300           WHERE LOAN_NUMBER = :PH-LOAN-NUMBER
030400             AND TRAN_DATE = :PH-TRAN-DATE
030500             AND TRAN_TYPE = 'P'
030600             AND LOCKBOX_BATCH = :PH-LOCKBOX-BATCH
030700     END-EXEC.
030800     IF SQLCODE = 100
030900         SET WS-ITEM-EXCEPTION TO TRUE
031000         MOVE 'ORIGINAL PAYMENT NOT FOUND' TO WS-EXCEPTION-REASON
031100         GO TO 3200-EXIT
031200     END-IF.
031300     IF SQLCODE = -811
031400         SET WS-ITEM-EXCEPTION TO TRUE
031500         MOVE 'MULTIPLE POSTINGS MATCH' TO WS-EXCEPTION-REASON
031600         GO TO 3200-EXIT
031700     END-IF.
031800     IF SQLCODE NOT = ZERO
031900         DISPLAY 'COBNSFRV - HISTORY SELECT FAILED, SQLCODE = '
032000                 SQLCODE ' LOAN ' RI-LOAN-NUMBER
032100         MOVE 16 TO RETURN-CODE
032200         GO TO 9900-ABEND-TERMINATE
032300     END-IF.
032400     IF PH-TRAN-AMT NOT = RI-RETURN-AMT
032500         SET WS-ITEM-EXCEPTION TO TRUE
032600         MOVE 'AMOUNT DIFFERS FROM POSTING' TO WS-EXCEPTION-REASON
032700         GO TO 3200-EXIT
032800     END-IF.
032900     IF RI-PAYMENT-DATE(1:6) < WS-RUN-DATE(1:6)
033000         SET WS-ITEM-EXCEPTION TO TRUE
033100         MOVE 'PAYMENT ALREADY REMITTED' TO WS-EXCEPTION-REASON
033200         GO TO 3200-EXIT
033300     END-IF.
033400     MOVE PH-TRAN-AMT            TO WS-ORIG-TRAN-AMT.
033500     MOVE PH-PRINCIPAL-AMT       TO WS-ORIG-PRINCIPAL-AMT.
033600     MOVE PH-INTEREST-AMT        TO WS-ORIG-INTEREST-AMT.
033700     MOVE PH-ESCROW-AMT          TO WS-ORIG-ESCROW-AMT.
033710     MOVE PH-PMI-AMT             TO WS-ORIG-PMI-AMT.
033750     MOVE PH-TRAN-DESC           TO WS-ORIG-TRAN-DESC.
033800 3200-EXIT.
033900     EXIT.
034000******************************************************************
034100*    3300-CHECK-PRIOR-REVERSAL                                   *
034200*    A BANK THAT SENDS THE SAME RETURN TWICE MUST NOT BACK THE   *
034300*    PAYMENT OUT TWICE.  THE REVERSAL ROW CARRIES THE ORIGINAL   *
034400*    PAYMENT DATE IN ITS DESCRIPTION AND THE ORIGINAL BATCH.     *
034500******************************************************************
034600 3300-CHECK-PRIOR-REVERSAL.
034700     MOVE RI-PAYMENT-DATE TO WS-REVERSAL-DESC-DATE.
034800     EXEC SQL
034900          SELECT COUNT(*)
035000            INTO :WS-PRIOR-REVERSAL-COUNT
035100            FROM SYSMTG.PAYMENT_HISTORY
035200           WHERE LOAN_NUMBER = :PH-LOAN-NUMBER
035300             AND TRAN_TYPE = 'R'
035400             AND LOCKBOX_BATCH = :PH-LOCKBOX-BATCH
035500             AND TRAN_DESC = :WS-REVERSAL-DESC
035600     END-EXEC.
035700     IF SQLCODE NOT = ZERO
035800         DISPLAY 'COBNSFRV - REVERSAL CHECK FAILED, SQLCODE = '
035900                 SQLCODE ' LOAN ' RI-LOAN-NUMBER
036000         MOVE 16 TO RETURN-CODE
036100         GO TO 9900-ABEND-TERMINATE
036200     END-IF.
036300     IF WS-PRIOR-REVERSAL-COUNT > ZERO
036400         SET WS-ITEM-EXCEPTION TO TRUE
036500         MOVE 'PAYMENT ALREADY REVERSED' TO WS-EXCEPTION-REASON
036600     END-IF.
036700 3300-EXIT.
036800     EXIT.
036900******************************************************************
037000*    3400-REVERSE-LOAN                                           *
037100*    BACKS THE POSTING OUT OF THE LOAN-MASTER ROW: PRINCIPAL     *
037200*    BACK ON THE UPB, ESCROW DEPOSIT BACK OFF THE ESCROW         *
037300*    BALANCE, NEXT DUE DATE BACK ONE MONTH, AND THE LATE CHARGE  *
037400*    THE PAYMENT COLLECTED RESTORED WITH THE RETURNED-ITEM FEE   *
037500*    ON TOP.  THE LAST-PAID DATE GOES BACK TO THE PRIOR PAYMENT  *
037600*    UNLESS A LATER PAYMENT HAS SINCE POSTED AND STILL STANDS.   *
037670*    THE DELINQUENCY BUCKET IS LEFT TO COBDLQUP, WHICH RUNS      *
037740*    LATER IN THE SAME CYCLE OFF THE RESTORED DUE DATE, EXCEPT   *
037810*    THAT A LOAN THE PAYMENT REINSTATED GOES BACK TO FC.         *
037900******************************************************************
038000 3400-REVERSE-LOAN.
038100     COMPUTE WS-LATE-RESTORED-AMT =
038200         WS-ORIG-TRAN-AMT - WS-ORIG-PRINCIPAL-AMT
038300         - WS-ORIG-INTEREST-AMT - WS-ORIG-ESCROW-AMT
038310         - WS-ORIG-PMI-AMT.
038400     IF WS-LATE-RESTORED-AMT < ZERO
038500         MOVE ZERO TO WS-LATE-RESTORED-AMT
038600     END-IF.
038700     ADD WS-ORIG-PRINCIPAL-AMT TO LM-CURRENT-UPB.
038800     SUBTRACT WS-ORIG-ESCROW-AMT FROM LM-ESCROW-BALANCE.
038900     ADD WS-LATE-RESTORED-AMT WS-RETURNED-ITEM-FEE
039000         TO LM-LATE-CHARGE-BALANCE.
039100     MOVE LM-NEXT-DUE-DATE(1:4) TO WS-DUE-YYYY.
039200     MOVE LM-NEXT-DUE-DATE(5:2) TO WS-DUE-MM.
039300     MOVE LM-NEXT-DUE-DATE(7:2) TO WS-DUE-DD.
039400     PERFORM 3500-BACK-UP-DUE-DATE THRU 3500-EXIT.
039500     MOVE WS-DUE-YYYY TO LM-NEXT-DUE-DATE(1:4).
039600     MOVE WS-DUE-MM   TO LM-NEXT-DUE-DATE(5:2).
039700     MOVE WS-DUE-DD   TO LM-NEXT-DUE-DATE(7:2).
039800     IF LM-LAST-PAID-DATE NOT > RI-PAYMENT-DATE
039900         PERFORM 3450-FIND-PRIOR-PAYMENT THRU 3450-EXIT
040000         MOVE WS-PRIOR-PAID-DATE TO LM-LAST-PAID-DATE
040100     END-IF.
040150     PERFORM 3420-REOPEN-FORECLOSURE THRU 3420-EXIT.
040200     EXEC SQL
040300          UPDATE SYSMTG.LOAN_MASTER
040400             SET CURRENT_UPB = :LM-CURRENT-UPB,
040500                 NEXT_DUE_DATE = :LM-NEXT-DUE-DATE,
040600                 LAST_PAID_DATE = :LM-LAST-PAID-DATE,
040700                 ESCROW_BALANCE = :LM-ESCROW-BALANCE,
040800                 LATE_CHARGE_BALANCE = :LM-LATE-CHARGE-BALANCE,
040850                 DELINQUENCY_STATUS = :LM-DELINQUENCY-STATUS
040900           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
041000     END-EXEC.
041100     IF SQLCODE NOT = ZERO
041200         DISPLAY 'COBNSFRV - UPDATE FAILED, SQLCODE = ' SQLCODE
041300                 ' LOAN ' LM-LOAN-NUMBER
041400         MOVE 16 TO RETURN-CODE
041500         GO TO 9900-ABEND-TERMINATE
041600     END-IF.
041700 3400-EXIT.
041800     EXIT.
041802******************************************************************
041804*    3420-REOPEN-FORECLOSURE                                     *
041806*    A PAYMENT THAT BROUGHT A FORECLOSURE LOAN CURRENT HAD THE   *
041808*    CASE CANCELLED BY COBPPOST AS REINSTATED, CLOSED ON THE     *
041810*    PAYMENT DATE.  WITH THE PAYMENT RETURNED THE REINSTATEMENT  *
041812*    NEVER HAPPENED: THE CASE IS ACTIVE AGAIN WITH ITS ORIGINAL  *
041814*    REFERRAL AND MILESTONES, AND THE LOAN GOES BACK TO FC IN    *
041816*    THE CALLER'S LOAN-MASTER UPDATE.                            *
041818******************************************************************
041820 3420-REOPEN-FORECLOSURE.
041822     MOVE 'N' TO WS-FC-REOPEN-SWITCH.
041824     MOVE LM-LOAN-NUMBER         TO FC-LOAN-NUMBER.
041826     MOVE RI-PAYMENT-DATE        TO FC-CLOSE-DATE.
041828     MOVE 'REINSTATED'           TO FC-CLOSE-REASON.
041830     EXEC SQL
041832          UPDATE SYSMTG.FORECLOSURE_CASE
041834             SET CASE_STATUS = 'A',
041836                 CLOSE_DATE = ' ',
041838                 CLOSE_REASON = ' '
041840           WHERE LOAN_NUMBER = :FC-LOAN-NUMBER
041842             AND CASE_STATUS = 'X'
041844             AND CLOSE_REASON = :FC-CLOSE-REASON
041846             AND CLOSE_DATE = :FC-CLOSE-DATE
041848     END-EXEC.
041850     IF SQLCODE = 100
041852         GO TO 3420-EXIT
041854     END-IF.
041856     IF SQLCODE NOT = ZERO
041858         DISPLAY 'COBNSFRV - CASE REOPEN FAILED, SQLCODE = '
041860                 SQLCODE ' LOAN ' LM-LOAN-NUMBER
041862         MOVE 16 TO RETURN-CODE
041864         GO TO 9900-ABEND-TERMINATE
041866     END-IF.
041868     MOVE 'FC' TO LM-DELINQUENCY-STATUS.
041870     SET WS-FC-REOPENED TO TRUE.
041872     ADD 1 TO WS-FC-REOPENED-COUNT.
041874 3420-EXIT.
041876     EXIT.
041900******************************************************************
042000*    3450-FIND-PRIOR-PAYMENT                                     *
042100*    THE MOST RECENT PAYMENT POSTED AHEAD OF THE RETURNED ONE,   *
042200*    OR THE ORIGINATION DATE WHEN THE RETURNED PAYMENT WAS THE   *
042300*    FIRST -- THE SAME DATE COBBOARD SEEDS LAST-PAID WITH.       *
042400******************************************************************
042500 3450-FIND-PRIOR-PAYMENT.
042600     EXEC SQL
042700          SELECT COALESCE(MAX(TRAN_DATE), :LM-ORIGINATION-DATE)
042800            INTO :WS-PRIOR-PAID-DATE
042900            FROM SYSMTG.PAYMENT_HISTORY
043000           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
043100             AND TRAN_TYPE = 'P'
043200             AND TRAN_DATE < :PH-TRAN-DATE
043300     END-EXEC.
043400     IF SQLCODE NOT = ZERO
043500         DISPLAY 'COBNSFRV - PRIOR PAID SELECT FAILED, SQLCODE = '
043600                 SQLCODE ' LOAN ' LM-LOAN-NUMBER
043700         MOVE 16 TO RETURN-CODE
043800         GO TO 9900-ABEND-TERMINATE
043900     END-IF.
044000 3450-EXIT.
044100     EXIT.
044200******************************************************************
044300*    3500-BACK-UP-DUE-DATE                                       *
044400*    SUBTRACTS ONE MONTH FROM THE WORKING DUE DATE, ROLLING THE  *
044500*    YEAR BACK WHEN JANUARY IS PASSED.                           *
044600******************************************************************
044700 3500-BACK-UP-DUE-DATE.
044800     IF WS-DUE-MM = 1
044900         MOVE 12 TO WS-DUE-MM
045000         SUBTRACT 1 FROM WS-DUE-YYYY
045100     ELSE
045200         SUBTRACT 1 FROM WS-DUE-MM
045300     END-IF.
045400 3500-EXIT.
045500     EXIT.
045600******************************************************************
045700*    3600-INSERT-REVERSAL                                        *
045800*    ONE 'R' LEDGER ROW PER PAYMENT BACKED OUT, DATED TODAY,     *
045900*    WITH THE ORIGINAL SPLIT NEGATED AND THE RESTORED UPB, SO    *
046000*    THE 'P' ROW AND ITS REVERSAL NET TO ZERO ON THE LEDGER.     *
046100*    WRITTEN ONLY AFTER THE MASTER UPDATE IS CONFIRMED, THE      *
046200*    SAME RULE AS COBPPOST'S HISTORY ROW.                        *
046300******************************************************************
046400 3600-INSERT-REVERSAL.
046500     ACCEPT WS-CURRENT-TIME FROM TIME.
046600     MOVE LM-LOAN-NUMBER         TO PH-LOAN-NUMBER.
046700     MOVE WS-RUN-DATE            TO PH-TRAN-DATE.
046800     MOVE WS-CURRENT-TIME        TO PH-TRAN-TIME.
046900     MOVE 'R'                    TO PH-TRAN-TYPE.
047000     COMPUTE PH-TRAN-AMT      = ZERO - WS-ORIG-TRAN-AMT.
047100     COMPUTE PH-PRINCIPAL-AMT = ZERO - WS-ORIG-PRINCIPAL-AMT.
047200     COMPUTE PH-INTEREST-AMT  = ZERO - WS-ORIG-INTEREST-AMT.
047300     COMPUTE PH-ESCROW-AMT    = ZERO - WS-ORIG-ESCROW-AMT.
047310     COMPUTE PH-PMI-AMT       = ZERO - WS-ORIG-PMI-AMT.
047400     MOVE LM-CURRENT-UPB         TO PH-RESULTING-UPB.
047500     MOVE WS-REVERSAL-DESC       TO PH-TRAN-DESC.
047600     MOVE RI-LOCKBOX-BATCH       TO PH-LOCKBOX-BATCH.
047700     EXEC SQL
047800          INSERT INTO SYSMTG.PAYMENT_HISTORY
047900               (LOAN_NUMBER, TRAN_DATE, TRAN_TIME, TRAN_TYPE,
048000                TRAN_AMT, PRINCIPAL_AMT, INTEREST_AMT,
048100                ESCROW_AMT, RESULTING_UPB, TRAN_DESC,
048200                LOCKBOX_BATCH, PMI_AMT)
048300          VALUES
048400               (:PH-LOAN-NUMBER, :PH-TRAN-DATE, :PH-TRAN-TIME,
048500                :PH-TRAN-TYPE, :PH-TRAN-AMT, :PH-PRINCIPAL-AMT,
048600                :PH-INTEREST-AMT, :PH-ESCROW-AMT,
048700                :PH-RESULTING-UPB, :PH-TRAN-DESC,
048800                :PH-LOCKBOX-BATCH, :PH-PMI-AMT)
048900     END-EXEC.
049000     IF SQLCODE NOT = ZERO
049100         DISPLAY 'COBNSFRV - HISTORY INSERT FAILED, SQLCODE = '
049200                 SQLCODE ' LOAN ' LM-LOAN-NUMBER
049300         MOVE 16 TO RETURN-CODE
049400         GO TO 9900-ABEND-TERMINATE
049500     END-IF.
049600 3600-EXIT.
049700     EXIT.
049702******************************************************************
049704*    3650-REVERSE-PETITION                                       *
049706*    A PAYMENT COBPPOST POSTED UNDER A BANKRUPTCY STAY WAS ADDED *
049708*    TO THE CASE'S PRE- OR POST-PETITION PAID TOTAL, AS ITS      *
049710*    LEDGER DESCRIPTION SHOWS; THE RETURN COMES BACK OFF THE     *
049712*    SAME TOTAL.  A CASE CLOSED SINCE IS LEFT AS IT WAS CLOSED.  *
049714******************************************************************
049716 3650-REVERSE-PETITION.
049718     IF WS-ORIG-TRAN-DESC NOT = 'PRE-PETITION PAYMENT'
049720             AND WS-ORIG-TRAN-DESC NOT = 'POST-PETITION PAYMENT'
049722         GO TO 3650-EXIT
049724     END-IF.
049726     MOVE ZERO TO WS-PREPET-REVERSED-AMT.
049728     MOVE ZERO TO WS-POSTPET-REVERSED-AMT.
049730     IF WS-ORIG-TRAN-DESC = 'PRE-PETITION PAYMENT'
049732         MOVE WS-ORIG-TRAN-AMT TO WS-PREPET-REVERSED-AMT
049734     ELSE
049736         MOVE WS-ORIG-TRAN-AMT TO WS-POSTPET-REVERSED-AMT
049738     END-IF.
049740     EXEC SQL
049742          UPDATE SYSMTG.BANKRUPTCY_CASE
049744             SET PREPET_PAID_AMT =
049746                     PREPET_PAID_AMT - :WS-PREPET-REVERSED-AMT,
049748                 POSTPET_PAID_AMT =
049750                     POSTPET_PAID_AMT - :WS-POSTPET-REVERSED-AMT
049752           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
049754             AND CASE_STATUS = 'A'
049756     END-EXEC.
049758     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
049760         DISPLAY 'COBNSFRV - BANKRUPTCY UPDATE FAILED, SQLCODE = '
049762                 SQLCODE ' LOAN ' LM-LOAN-NUMBER
049764         MOVE 16 TO RETURN-CODE
049766         GO TO 9900-ABEND-TERMINATE
049768     END-IF.
049772 3650-EXIT.
049774     EXIT.
049800******************************************************************
049900*    3700-ACCUM-COLLECTION                                       *
050000*    ACCUMULATES THE NEGATED PRINCIPAL, INTEREST, ESCROW AND PMI *
050100*    FOR THE RETURNED-COLLECTION FILE, ONE RECORD PER LOAN, THE  *
050200*    SAME PENDING-RECORD TECHNIQUE AS COBPPOST'S ACTCOLL.  THE   *
050300*    LATE CHARGE RESTORED IS NOT CARRIED, JUST AS ACTCOLL DOES   *
050400*    NOT CARRY THE LATE CHARGE COLLECTED.                        *
050500******************************************************************
050600 3700-ACCUM-COLLECTION.
050700     IF WS-COLL-PENDING AND RC-LOAN-NUMBER = RI-LOAN-NUMBER
050800         SUBTRACT WS-ORIG-PRINCIPAL-AMT
050900             FROM RC-ACTUAL-PRINCIPAL-AMT
051000         SUBTRACT WS-ORIG-INTEREST-AMT
051100             FROM RC-ACTUAL-INTEREST-AMT
051200         SUBTRACT WS-ORIG-ESCROW-AMT
051300             FROM RC-ACTUAL-ESCROW-AMT
051310         SUBTRACT WS-ORIG-PMI-AMT
051320             FROM RC-ACTUAL-PMI-AMT
051400         GO TO 3700-EXIT
051500     END-IF.
051600     IF WS-COLL-PENDING
051700         PERFORM 3750-WRITE-COLLECTION THRU 3750-EXIT
051800     END-IF.
051900     MOVE RI-LOAN-NUMBER         TO RC-LOAN-NUMBER.
052000     MOVE WS-RUN-DATE            TO RC-COLLECTION-DATE.
052100     COMPUTE RC-ACTUAL-PRINCIPAL-AMT =
052200         ZERO - WS-ORIG-PRINCIPAL-AMT.
052300     COMPUTE RC-ACTUAL-INTEREST-AMT =
052400         ZERO - WS-ORIG-INTEREST-AMT.
052500     COMPUTE RC-ACTUAL-ESCROW-AMT =
052600         ZERO - WS-ORIG-ESCROW-AMT.
052700     COMPUTE RC-ACTUAL-PMI-AMT =
052710         ZERO - WS-ORIG-PMI-AMT.
052800     SET WS-COLL-PENDING TO TRUE.
052900 3700-EXIT.
053000     EXIT.
053100******************************************************************
053200*    3750-WRITE-COLLECTION                                       *
053300******************************************************************
053400 3750-WRITE-COLLECTION.
053500     WRITE RETURNED-COLLECTION-REC.
053600     IF WS-RTNCOLL-FILE-STATUS NOT = '00'
053700         DISPLAY 'COBNSFRV - RTNCOLL WRITE FAILED, STATUS = '
053800                 WS-RTNCOLL-FILE-STATUS
053900         MOVE 16 TO RETURN-CODE
054000         GO TO 9900-ABEND-TERMINATE
054100     END-IF.
054200     MOVE 'N' TO WS-COLL-PENDING-SWITCH.
054300 3750-EXIT.
054400     EXIT.
054500******************************************************************
054600*    8000-WRITE-EXCEPTION                                        *
054700******************************************************************
054800 8000-WRITE-EXCEPTION.
054900     MOVE RI-LOAN-NUMBER         TO RE-LOAN-NUMBER.
055000     MOVE RI-PAYMENT-DATE        TO RE-PAYMENT-DATE.
055100     MOVE RI-LOCKBOX-BATCH       TO RE-LOCKBOX-BATCH.
055200     MOVE RI-RETURN-AMT          TO RE-RETURN-AMT.
055300     MOVE RI-RETURN-REASON       TO RE-RETURN-REASON.
055400     MOVE WS-EXCEPTION-REASON    TO RE-EXCEPTION-REASON.
055500     MOVE SPACES                 TO RE-FILLER.
055600     WRITE RETURNED-ITEM-EXCEPTION-REC.
055700     IF WS-RTNEXC-FILE-STATUS NOT = '00'
055800         DISPLAY 'COBNSFRV - RTNEXC WRITE FAILED, STATUS = '
055900                 WS-RTNEXC-FILE-STATUS
056000         MOVE 16 TO RETURN-CODE
056100         GO TO 9900-ABEND-TERMINATE
056200     END-IF.
056300     ADD 1 TO WS-EXCEPTION-COUNT.
056400     ADD RI-RETURN-AMT TO WS-TOTAL-EXCEPTION-AMT.
056500 8000-EXIT.
056600     EXIT.
056700******************************************************************
056800*    8100-WRITE-DETAIL                                           *
056900******************************************************************
057000 8100-WRITE-DETAIL.
057100     MOVE SPACES TO RETURNED-ITEM-REPORT-REC.
057200     SET RR-TYPE-DETAIL TO TRUE.
057300     MOVE RI-LOAN-NUMBER         TO RR-LOAN-NUMBER.
057400     MOVE RI-PAYMENT-DATE        TO RR-PAYMENT-DATE.
057500     MOVE RI-LOCKBOX-BATCH       TO RR-LOCKBOX-BATCH.
057600     MOVE RI-RETURN-REASON       TO RR-RETURN-REASON.
057700     MOVE RI-RETURN-AMT          TO RR-RETURN-AMT.
057800     MOVE WS-ORIG-PRINCIPAL-AMT  TO RR-PRINCIPAL-AMT.
057900     MOVE WS-ORIG-ESCROW-AMT     TO RR-ESCROW-AMT.
058000     MOVE WS-LATE-RESTORED-AMT   TO RR-LATE-RESTORED-AMT.
058100     MOVE WS-RETURNED-ITEM-FEE   TO RR-FEE-AMT.
058200     MOVE LM-CURRENT-UPB         TO RR-RESTORED-UPB.
058300     MOVE LM-NEXT-DUE-DATE       TO RR-RESTORED-DUE-DATE.
058320     IF WS-FC-REOPENED
058340         SET RR-FC-CASE-REOPENED TO TRUE
058360     END-IF.
058400     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
058500     ADD RI-RETURN-AMT           TO WS-TOTAL-REVERSED-AMT.
058600     ADD WS-LATE-RESTORED-AMT    TO WS-TOTAL-LATE-RESTORED.
058700     ADD WS-RETURNED-ITEM-FEE    TO WS-TOTAL-FEE-AMT.
058800 8100-EXIT.
058900     EXIT.
059000******************************************************************
059100*    8500-WRITE-TOTALS                                           *
059200*    ONE TOTAL LINE EACH FOR THE ITEMS REVERSED, THE LATE        *
059300*    CHARGES RESTORED, THE FEES ASSESSED AND THE ITEMS SENT TO   *
059360*    THE EXCEPTION FILE, AND A COUNT OF THE FORECLOSURE CASES    *
059420*    REOPENED.                                                   *
059500******************************************************************
059600 8500-WRITE-TOTALS.
059700     MOVE SPACES TO RETURNED-ITEM-REPORT-REC.
059800     SET RR-TYPE-TOTAL TO TRUE.
059900     MOVE 'ITEMS REVERSED'         TO RR-TOT-LABEL.
060000     MOVE WS-REVERSED-COUNT        TO RR-TOT-COUNT.
060100     MOVE WS-TOTAL-REVERSED-AMT    TO RR-TOT-AMT.
060200     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
060300     MOVE SPACES TO RETURNED-ITEM-REPORT-REC.
060400     SET RR-TYPE-TOTAL TO TRUE.
060500     MOVE 'LATE CHARGES RESTORED'  TO RR-TOT-LABEL.
060600     MOVE WS-REVERSED-COUNT        TO RR-TOT-COUNT.
060700     MOVE WS-TOTAL-LATE-RESTORED   TO RR-TOT-AMT.
060800     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
060900     MOVE SPACES TO RETURNED-ITEM-REPORT-REC.
061000     SET RR-TYPE-TOTAL TO TRUE.
061100     MOVE 'RETURNED ITEM FEES'     TO RR-TOT-LABEL.
061200     MOVE WS-REVERSED-COUNT        TO RR-TOT-COUNT.
061300     MOVE WS-TOTAL-FEE-AMT         TO RR-TOT-AMT.
061400     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
061500     MOVE SPACES TO RETURNED-ITEM-REPORT-REC.
061600     SET RR-TYPE-TOTAL TO TRUE.
061700     MOVE 'ITEMS TO EXCEPTION'     TO RR-TOT-LABEL.
061800     MOVE WS-EXCEPTION-COUNT       TO RR-TOT-COUNT.
061900     MOVE WS-TOTAL-EXCEPTION-AMT   TO RR-TOT-AMT.
062000     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
062010     MOVE SPACES TO RETURNED-ITEM-REPORT-REC.
062020     SET RR-TYPE-TOTAL TO TRUE.
062030     MOVE 'FORECLOSURES REOPENED'  TO RR-TOT-LABEL.
062040     MOVE WS-FC-REOPENED-COUNT     TO RR-TOT-COUNT.
062050     MOVE ZERO                     TO RR-TOT-AMT.
062060     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
062100 8500-EXIT.
062200     EXIT.
062300******************************************************************
062400*    8600-WRITE-REPORT-LINE                                      *
062500******************************************************************
062600 8600-WRITE-REPORT-LINE.
062700     WRITE RETURNED-ITEM-REPORT-REC.
062800     IF WS-RTNRPT-FILE-STATUS NOT = '00'
062900         DISPLAY 'COBNSFRV - RTNRPT WRITE FAILED, STATUS = '
063000                 WS-RTNRPT-FILE-STATUS
063100         MOVE 16 TO RETURN-CODE
063200         GO TO 9900-ABEND-TERMINATE
063300     END-IF.
063400 8600-EXIT.
063500     EXIT.
063600******************************************************************
063700*    9000-NORMAL-TERMINATE                                       *
063800******************************************************************
063900 9000-NORMAL-TERMINATE.
064000     CLOSE RETURNED-ITEM-FILE.
064100     CLOSE RETURNED-COLLECTION-FILE.
064200     CLOSE RETURNED-ITEM-REPORT-FILE.
064300     CLOSE RETURNED-ITEM-EXCEPTION-FILE.
064400     DISPLAY 'COBNSFRV - ITEMS READ:        ' WS-READ-COUNT.
064500     DISPLAY 'COBNSFRV - ITEMS REVERSED:    ' WS-REVERSED-COUNT.
064600     DISPLAY 'COBNSFRV - ITEMS TO EXCEPTION:' WS-EXCEPTION-COUNT.
064630     DISPLAY 'COBNSFRV - FC REOPENED:       '
064660             WS-FC-REOPENED-COUNT.
064700     DISPLAY 'COBNSFRV - FEES ASSESSED:     ' WS-TOTAL-FEE-AMT.
064800     DISPLAY 'COBNSFRV - NORMAL COMPLETION'.
064900     MOVE 0 TO RETURN-CODE.
065000 9000-EXIT.
065100     EXIT.
065200******************************************************************
065300*    9900-ABEND-TERMINATE                                       *
065400*    REACHED ONLY VIA GO TO WHEN A FILE OPEN OR WRITE OR AN SQL  *
065500*    CALL FAILS.  RETURN-CODE IS ALREADY SET BY THE CALLER.      *
065600******************************************************************
065700 9900-ABEND-TERMINATE.
065800     CLOSE RETURNED-ITEM-FILE.
065900     CLOSE RETURNED-COLLECTION-FILE.
066000     CLOSE RETURNED-ITEM-REPORT-FILE.
066100     CLOSE RETURNED-ITEM-EXCEPTION-FILE.
066200     DISPLAY 'COBNSFRV - ABENDING, RETURN CODE = ' RETURN-CODE.
066300     GOBACK.
