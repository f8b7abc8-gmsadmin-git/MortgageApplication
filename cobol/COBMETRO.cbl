000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBMETRO.
000300 AUTHOR.        G SADLER.
000400 INSTALLATION.  MORTGAGE SERVICING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     COBMETRO                                      *
001000*    DESCRIPTION: MONTH-END CREDIT BUREAU FURNISHING.  BUILDS    *
001100*                 THE METRO 2 FILE FOR THE MONTH: A HEADER, ONE  *
001200*                 BASE SEGMENT PER LOAN AND A TRAILER.  EVERY    *
001300*                 LOAN ON THE LOAN-MASTER EXTRACT IS REPORTED,   *
001400*                 ITS ACCOUNT STATUS TAKEN FROM THE DELINQUENCY  *
001500*                 STATUS COBDLQUP LEFT ON THE EXTRACT (90+ AND   *
001600*                 FORECLOSURE LOANS GRADED 80 THROUGH 84 BY THE  *
001700*                 MONTHS PAST DUE), ITS 24-MONTH PAYMENT HISTORY *
001800*                 PROFILE RECONSTRUCTED FROM THE PAYMENTS AND    *
001900*                 RETURNED-ITEM REVERSALS ON SYSMTG.PAYMENT_     *
002000*                 HISTORY, AND ITS SPECIAL COMMENT FROM AN       *
002100*                 ACTIVE PLAN ON SYSMTG.WORKOUT_PLAN ('CP' FOR   *
002200*                 FORBEARANCE, 'AC' FOR A REPAYMENT PLAN OR      *
002300*                 TRIAL MODIFICATION).  A LOAN COBPSETL PAID IN  *
002400*                 FULL ('PF') THIS MONTH HAS LEFT THE EXTRACT,   *
002500*                 SO IT IS READ FROM SYSMTG.LOAN_MASTER AND      *
002600*                 GIVEN ITS FINAL RECORD: STATUS 13, OR 65 WHEN  *
002700*                 IT PAID OFF OUT OF FORECLOSURE, WITH ZERO      *
002800*                 BALANCE AND THE PAYOFF DATE AS DATE CLOSED.    *
002810*                 A LOAN COBSXFER TRANSFERRED OUT ('TR') THIS    *
002820*                 MONTH IS READ THE SAME WAY AND CLOSED WITH     *
002830*                 STATUS 05 AS OF ITS TRANSFER DATE.             *
002900*                 THE EXTRACT IS BALANCED AGAINST ITS LOANEXTT   *
003000*                 TRAILER AS EVERY READER DOES, AND THE          *
003100*                 RECONCILIATION REPORT COUNTS THE LOANS         *
003200*                 FURNISHED BY ACCOUNT STATUS CODE AND PROVES    *
003300*                 THE EXTRACT COLUMN AGAINST THE TRAILER RECORD  *
003400*                 COUNT.  RUN ON THE LAST BUSINESS DAY OF THE    *
003500*                 MONTH, AFTER THE NIGHTLY CYCLE; THE RUN DATE   *
003600*                 IS THE DATE OF ACCOUNT INFORMATION.  FOLLOWS   *
003700*                 THE SQLCA/EXEC SQL STYLE ESTABLISHED BY        *
003800*                 COBDDB2.                                       *
003900*                                                                *
004000*    MODIFICATION HISTORY                                       *
004100*    DATE       INIT  DESCRIPTION                                *
004200*    -------    ----  ------------------------------------------ *
004300*    2026-10-15 GMS   ORIGINAL PROGRAM                           *
004310*    2026-10-15 GMS   FURNISH A LOAN TRANSFERRED OUT TO ANOTHER  *
004320*                     SERVICER THIS MONTH AS STATUS 05 (ACCOUNT  *
004330*                     TRANSFERRED), ZERO BALANCE, CLOSED ON THE  *
004340*                     TRANSFER DATE, SO THE BUREAUS DO NOT SHOW  *
004350*                     IT OPEN UNDER BOTH SERVICERS.              *
004360*    2026-10-15 GMS   THE SCHEDULED MONTHLY PAYMENT AND THE      *
004370*                     AMOUNT PAST DUE NOW INCLUDE THE PMI        *
004380*                     MONTHLY PREMIUM, AS THE BILL AND THE       *
004390*                     DELINQUENCY NOTICES QUOTE THE INSTALLMENT. *
004400*                                                                *
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT LOAN-EXTRACT-FILE ASSIGN TO LOANEXT
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-LOANEXT-FILE-STATUS.
005200     SELECT METRO2-FILE ASSIGN TO METRO2
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-METRO2-FILE-STATUS.
005500     SELECT RECON-REPORT-FILE ASSIGN TO MET2RPT
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-MET2RPT-FILE-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  LOAN-EXTRACT-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300     COPY LOANEXT.
006400     COPY LOANEXTT.
006500 FD  METRO2-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800     COPY METRO2.
006900 FD  RECON-REPORT-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200     COPY MET2RPT.
007300 WORKING-STORAGE SECTION.
007400******************************************************************
007500*    FILE CONTROL, CURSOR CONTROL AND COUNTERS                   *
007600******************************************************************
007700 01  WS-LOAN-EOF-SWITCH              PIC X(01)       VALUE 'N'.
007800     88  WS-LOAN-AT-EOF                              VALUE 'Y'.
007900 01  WS-PAID-EOF-SWITCH              PIC X(01)       VALUE 'N'.
008000     88  WS-PAID-AT-END                              VALUE 'Y'.
008100 01  WS-HIST-EOF-SWITCH              PIC X(01)       VALUE 'N'.
008200     88  WS-END-OF-HISTORY                           VALUE 'Y'.
008300 01  WS-SOURCE-SWITCH                PIC X(01)       VALUE 'E'.
008400     88  WS-FROM-EXTRACT                             VALUE 'E'.
008500     88  WS-FROM-PAID-OFF                            VALUE 'P'.
008600 01  WS-LOAN-COUNT                PIC S9(07) COMP-3 VALUE 0.
008700 01  WS-PAID-COUNT                PIC S9(07) COMP-3 VALUE 0.
008800 01  WS-BASE-COUNT                PIC S9(07) COMP-3 VALUE 0.
008900 01  WS-SSN-COUNT                 PIC S9(07) COMP-3 VALUE 0.
009000 01  WS-LOANEXT-FILE-STATUS       PIC X(02)       VALUE '00'.
009100 01  WS-METRO2-FILE-STATUS        PIC X(02)       VALUE '00'.
009200 01  WS-MET2RPT-FILE-STATUS       PIC X(02)       VALUE '00'.
009300******************************************************************
009400*    EXTRACT CONTROL-TOTAL BALANCING AREAS                       *
009500******************************************************************
009600 01  WS-TRAILER-SWITCH               PIC X(01)       VALUE 'N'.
009700     88  WS-TRAILER-SEEN                             VALUE 'Y'.
009800 01  WS-UPB-HASH            PIC S9(13)V99 COMP-3 VALUE 0.
009900 01  WS-ESCROW-HASH         PIC S9(11)V99 COMP-3 VALUE 0.
010000 01  WS-TRAILER-COUNT             PIC S9(09) COMP-3 VALUE 0.
010100******************************************************************
010200*    FURNISHER IDENTIFICATION                                    *
010300*    THE IDENTIFICATION NUMBER AND THE FOUR BUREAU PROGRAM       *
010400*    IDENTIFIERS ARE ASSIGNED TO THE SERVICER AT BUREAU          *
010500*    ENROLLMENT AND ARE SET HERE WHEN THEY ARE ISSUED.  THE      *
010600*    PROGRAM DATE IS THE DATE THIS FORMAT WAS FIRST FURNISHED.   *
010700******************************************************************
010800 77  WS-FURNISHER-ID                 PIC X(20)       VALUE SPACES.
010900 77  WS-INNOVIS-ID                   PIC X(10)       VALUE SPACES.
011000 77  WS-EQUIFAX-ID                   PIC X(10)       VALUE SPACES.
011100 77  WS-EXPERIAN-ID                  PIC X(05)       VALUE SPACES.
011200 77  WS-TRANSUNION-ID                PIC X(10)       VALUE SPACES.
011300 77  WS-REPORTER-NAME                PIC X(40)
011400                     VALUE 'MORTGAGE SERVICING SYSTEMS'.
011500 77  WS-PROGRAM-DATE                 PIC 9(08)   VALUE 10152026.
011600 77  WS-METRO2-LENGTH                PIC 9(04)       VALUE 426.
011700******************************************************************
011800*    RUN DATE AND MONTH ARITHMETIC WORK AREAS                    *
011900*    A MONTH NUMBER IS YEAR * 12 + MONTH - 1, SO THE DIFFERENCE  *
012000*    OF TWO IS WHOLE MONTHS AND DIVIDING ONE BY 12 GIVES BACK    *
012100*    THE YEAR, WITH THE MONTH LESS ONE AS THE REMAINDER.  MONTHS *
012200*    PAST DUE ARE COUNTED THE WAY COBDLQUP COUNTS THEM: RUN      *
012300*    MONTH LESS NEXT DUE MONTH.                                  *
012400******************************************************************
012500 01  WS-RUN-DATE                     PIC X(08)       VALUE SPACES.
012600 01  WS-RUN-TIME                     PIC X(08)       VALUE SPACES.
012700 01  WS-MONTH-FIRST                  PIC X(08)       VALUE SPACES.
012800 01  WS-MONTH-LAST                   PIC X(08)       VALUE SPACES.
012900 01  WS-WINDOW-START                 PIC X(08)       VALUE SPACES.
013000 01  WS-TIME-STAMP.
013100     05  WS-TS-DATE                  PIC 9(08)       VALUE 0.
013200     05  WS-TS-TIME                  PIC 9(06)       VALUE 0.
013300 01  WS-DATE-YYYY                    PIC 9(04)       VALUE 0.
013400 01  WS-DATE-MM                      PIC 9(02)       VALUE 0.
013500 01  WS-MONTH-REM                 PIC S9(03) COMP-3 VALUE 0.
013600 01  WS-ACT-MONTH-NUM             PIC S9(07) COMP-3 VALUE 0.
013700 01  WS-DUE-MONTH-NUM             PIC S9(07) COMP-3 VALUE 0.
013800 01  WS-ORIG-MONTH-NUM            PIC S9(07) COMP-3 VALUE 0.
013900 01  WS-WORK-MONTH-NUM            PIC S9(07) COMP-3 VALUE 0.
014000 01  WS-WORK-DUE-NUM              PIC S9(07) COMP-3 VALUE 0.
014100 01  WS-MONTHS-BEHIND             PIC S9(05) COMP-3 VALUE 0.
014200 01  WS-TERM-MONTHS               PIC S9(05) COMP-3 VALUE 0.
014300 01  WS-DATE-IN                      PIC X(08)       VALUE SPACES.
014400 01  WS-DATE-OUT.
014500     05  WS-DATE-OUT-MM              PIC 9(02)       VALUE 0.
014600     05  WS-DATE-OUT-DD              PIC 9(02)       VALUE 0.
014700     05  WS-DATE-OUT-YYYY            PIC 9(04)       VALUE 0.
014800 01  WS-DATE-OUT-NUM REDEFINES WS-DATE-OUT
014900                                     PIC 9(08).
015000******************************************************************
015100*    PAYMENT HISTORY BY MONTH                                    *
015200*    SLOT 1 IS THE REPORTING MONTH, SLOT 2 THE MONTH BEFORE, AND *
015300*    SO ON.  EACH POSTED PAYMENT ADVANCED THE NEXT DUE DATE ONE  *
015400*    MONTH AND EACH RETURNED-ITEM REVERSAL BACKED IT UP ONE, SO  *
015500*    TAKING A MONTH'S NET PAYMENT COUNT OFF THE NEXT DUE DATE    *
015600*    GIVES THE NEXT DUE DATE AS IT STOOD AT THE END OF THE MONTH *
015700*    BEFORE, AND WALKING BACK THAT WAY GIVES THE MONTHS PAST DUE *
015800*    AT EACH OF THE 24 PRIOR MONTH ENDS.                         *
015900******************************************************************
016000 01  WS-HIST-SLOT                    PIC S9(04) COMP VALUE 0.
016100 01  WS-PROF-SUB                     PIC S9(04) COMP VALUE 0.
016200 01  WS-HIST-TABLE.
016300     05  WS-HIST-MONTH OCCURS 24 TIMES.
016400         10  WS-HM-PMT-COUNT      PIC S9(05) COMP-3.
016500         10  WS-HM-PMT-AMT     PIC S9(09)V99 COMP-3.
016600 01  WS-PAYMENT-PROFILE              PIC X(24)       VALUE SPACES.
016700 01  WS-PROFILE-TABLE REDEFINES WS-PAYMENT-PROFILE.
016800     05  WS-PROFILE-MONTH OCCURS 24 TIMES
016900                                     PIC X(01).
017000 01  WS-RATING-SUB                   PIC S9(04) COMP VALUE 0.
017100 01  WS-RATING-CODE-LIST             PIC X(07)   VALUE '0123456'.
017200 01  WS-RATING-CODE-TABLE REDEFINES WS-RATING-CODE-LIST.
017300     05  WS-RATING-CODE OCCURS 7 TIMES
017400                                     PIC X(01).
017500 01  WS-RATING                       PIC X(01)       VALUE SPACE.
017600******************************************************************
017700*    BASE SEGMENT WORK AREAS                                     *
017800******************************************************************
017900 01  WS-ACCOUNT-STATUS               PIC X(02)       VALUE SPACES.
018000 01  WS-PAYMENT-RATING               PIC X(01)       VALUE SPACE.
018100 01  WS-SPECIAL-COMMENT              PIC X(02)       VALUE SPACES.
018200 01  WS-MONTHLY-PMT            PIC S9(07)V99 COMP-3 VALUE 0.
018300 01  WS-ACTUAL-PMT             PIC S9(09)V99 COMP-3 VALUE 0.
018400 01  WS-PAST-DUE-AMT           PIC S9(09)V99 COMP-3 VALUE 0.
018500 01  WS-CURRENT-BALANCE        PIC S9(09)V99 COMP-3 VALUE 0.
018600 01  WS-FIRST-DELQ-DATE              PIC 9(08)       VALUE 0.
018700 01  WS-CLOSED-DATE                  PIC 9(08)       VALUE 0.
018800 01  WS-NAME-LAST                    PIC X(30)       VALUE SPACES.
018900 01  WS-NAME-REST                    PIC X(30)       VALUE SPACES.
019000 01  WS-NAME-FIRST                   PIC X(20)       VALUE SPACES.
019100 01  WS-NAME-MIDDLE                  PIC X(20)       VALUE SPACES.
019200 01  WS-ADDRESS-LINE-1               PIC X(40)       VALUE SPACES.
019300 01  WS-ADDRESS-LINE-2               PIC X(40)       VALUE SPACES.
019400******************************************************************
019500*    ACCOUNT STATUS CODE TABLE                                   *
019600*    EVERY STATUS THIS PROGRAM FURNISHES, WITH ITS REPORT LABEL  *
019700*    AND ITS COUNT FROM EACH SOURCE, IN REPORT ORDER.            *
019800******************************************************************
019900 01  WS-STATUS-CODE-LIST             PIC X(20)
020000                                 VALUE '11717880828384136505'.
020100 01  WS-STATUS-CODE-TABLE REDEFINES WS-STATUS-CODE-LIST.
020200     05  WS-STATUS-CODE OCCURS 10 TIMES
020300             INDEXED BY WS-STAT-IDX
020400                                     PIC X(02).
020500 01  WS-STATUS-LABEL-LIST.
020600     05  FILLER                      PIC X(30)
020700                     VALUE 'CURRENT'.
020800     05  FILLER                      PIC X(30)
020900                     VALUE '30-59 DAYS PAST DUE'.
021000     05  FILLER                      PIC X(30)
021100                     VALUE '60-89 DAYS PAST DUE'.
021200     05  FILLER                      PIC X(30)
021300                     VALUE '90-119 DAYS PAST DUE'.
021400     05  FILLER                      PIC X(30)
021500                     VALUE '120-149 DAYS PAST DUE'.
021600     05  FILLER                      PIC X(30)
021700                     VALUE '150-179 DAYS PAST DUE'.
021800     05  FILLER                      PIC X(30)
021900                     VALUE '180 OR MORE DAYS PAST DUE'.
022000     05  FILLER                      PIC X(30)
022100                     VALUE 'PAID OR CLOSED, ZERO BALANCE'.
022200     05  FILLER                      PIC X(30)
022300                     VALUE 'PAID IN FULL, FC STARTED'.
022310     05  FILLER                      PIC X(30)
022320                     VALUE 'ACCOUNT TRANSFERRED'.
022400 01  WS-STATUS-LABEL-TABLE REDEFINES WS-STATUS-LABEL-LIST.
022500     05  WS-STATUS-LABEL OCCURS 10 TIMES
022600                                     PIC X(30).
022700 01  WS-STATUS-COUNT-TABLE.
022800     05  WS-STATUS-COUNTS OCCURS 10 TIMES.
022900         10  WS-STAT-EXTRACT-CNT  PIC S9(07) COMP-3.
023000         10  WS-STAT-PAID-CNT     PIC S9(07) COMP-3.
023100 01  WS-STAT-SUB                     PIC S9(04) COMP VALUE 0.
023200******************************************************************
023300*    RECONCILIATION TOTALS                                       *
023400******************************************************************
023500 01  WS-RECON-EXTRACT-TOTAL       PIC S9(07) COMP-3 VALUE 0.
023600 01  WS-RECON-PAID-TOTAL          PIC S9(07) COMP-3 VALUE 0.
023700 01  WS-RECON-GRAND-TOTAL         PIC S9(07) COMP-3 VALUE 0.
023800 01  WS-RECON-SWITCH                 PIC X(01)       VALUE 'Y'.
023900     88  WS-RECON-BALANCED                           VALUE 'Y'.
024000******************************************************************
024100*    DB2 HOST VARIABLE RECORD FOR LOAN-MASTER                    *
024200*    THE EXTRACT RECORD IS LAID ONTO IT TOO, SO ONE SET OF       *
024300*    PARAGRAPHS BUILDS THE BASE SEGMENT FOR BOTH SOURCES.        *
024400******************************************************************
024500     COPY LOANREC.
024600******************************************************************
024700*    DB2 HOST VARIABLE RECORD FOR THE PAYMENT-HISTORY TABLE      *
024800******************************************************************
024900     COPY PAYHREC.
025000******************************************************************
025100*    DB2 HOST VARIABLE RECORD FOR THE WORKOUT-PLAN TABLE         *
025200******************************************************************
025300     COPY WKPLNREC.
025400******************************************************************
025500*    DB2 HOST VARIABLE RECORD FOR THE FORECLOSURE-CASE TABLE     *
025600******************************************************************
025700     COPY FCCASREC.
025710******************************************************************
025720*    DB2 HOST VARIABLE RECORD FOR SERVICING-TRANSFER             *
025730******************************************************************
025740     COPY SXFRREC.
025800*    INCLUDING SQLCA COPYBOOK FOR SQLCODE AND THE REST OF THE
025900*    DB2 COMMUNICATIONS AREA.
026000     EXEC SQL
026100          INCLUDE SQLCA
026200     END-EXEC.
026300 PROCEDURE DIVISION.
026400******************************************************************
026500*    0000-MAINLINE                                               *
026600******************************************************************
026700 0000-MAINLINE.
026800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026900     PERFORM 2000-WRITE-HEADER THRU 2000-EXIT.
027000     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
027100     PERFORM 3000-PROCESS-LOAN THRU 3000-EXIT
027200         UNTIL WS-LOAN-AT-EOF.
027300     PERFORM 4000-OPEN-PAID-CURSOR THRU 4000-EXIT.
027400     PERFORM 4100-PROCESS-PAID-LOAN THRU 4100-EXIT
027500         UNTIL WS-PAID-AT-END.
027600     PERFORM 4300-CLOSE-PAID-CURSOR THRU 4300-EXIT.
027700     PERFORM 7500-WRITE-TRAILER THRU 7500-EXIT.
027800     PERFORM 8000-WRITE-RECONCILIATION THRU 8000-EXIT.
027900     PERFORM 9000-NORMAL-TERMINATE THRU 9000-EXIT.
028000     STOP RUN.
028100******************************************************************
028200*    1000-INITIALIZE                                             *
028300*    SETS UP THE REPORTING MONTH FROM THE RUN DATE: ITS FIRST    *
028400*    AND LAST DAY FOR THE PAID-IN-FULL SELECTION, ITS MONTH      *
028500*    NUMBER, AND THE FIRST DAY OF THE OLDEST MONTH WHOSE         *
028600*    PAYMENTS THE 24-MONTH PROFILE NEEDS.                        *
028700******************************************************************
028800 1000-INITIALIZE.
028900     DISPLAY 'COBMETRO - CREDIT BUREAU REPORTING STARTING'.
029000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029100     ACCEPT WS-RUN-TIME FROM TIME.
029200     MOVE WS-RUN-DATE TO WS-DATE-IN.
029300     PERFORM 7100-FORMAT-DATE THRU 7100-EXIT.
029400     MOVE WS-DATE-OUT-NUM TO WS-TS-DATE.
029500     MOVE WS-RUN-TIME(1:6) TO WS-TS-TIME.
029600     MOVE WS-RUN-DATE TO WS-MONTH-FIRST.
029700     MOVE '01' TO WS-MONTH-FIRST(7:2).
029800     MOVE WS-RUN-DATE TO WS-MONTH-LAST.
029900     MOVE '31' TO WS-MONTH-LAST(7:2).
030000     MOVE WS-RUN-DATE TO WS-DATE-IN.
030100     PERFORM 7200-MONTH-NUMBER THRU 7200-EXIT.
030200     MOVE WS-WORK-MONTH-NUM TO WS-ACT-MONTH-NUM.
030300     COMPUTE WS-WORK-MONTH-NUM = WS-ACT-MONTH-NUM - 23.
030400     DIVIDE WS-WORK-MONTH-NUM BY 12
030500         GIVING WS-DATE-YYYY REMAINDER WS-MONTH-REM.
030600     COMPUTE WS-DATE-MM = WS-MONTH-REM + 1.
030700     MOVE WS-DATE-YYYY TO WS-WINDOW-START(1:4).
030800     MOVE WS-DATE-MM TO WS-WINDOW-START(5:2).
030900     MOVE '01' TO WS-WINDOW-START(7:2).
031000     PERFORM 1100-ZERO-STATUS-COUNT THRU 1100-EXIT
031100         VARYING WS-STAT-SUB FROM 1 BY 1
031200         UNTIL WS-STAT-SUB > 10.
031300     OPEN INPUT LOAN-EXTRACT-FILE.
031400     IF WS-LOANEXT-FILE-STATUS NOT = '00'
031500         DISPLAY 'COBMETRO - EXTRACT FILE OPEN FAILED, STATUS = '
031600                 WS-LOANEXT-FILE-STATUS
031700         MOVE 16 TO RETURN-CODE
031800         GO TO 9900-ABEND-TERMINATE
031900     END-IF.
032000     OPEN OUTPUT METRO2-FILE.
032100     IF WS-METRO2-FILE-STATUS NOT = '00'
032200         DISPLAY 'COBMETRO - METRO 2 FILE OPEN FAILED, STATUS = '
032300                 WS-METRO2-FILE-STATUS
032400         MOVE 16 TO RETURN-CODE
032500         GO TO 9900-ABEND-TERMINATE
032600     END-IF.
032700     OPEN OUTPUT RECON-REPORT-FILE.
032800     IF WS-MET2RPT-FILE-STATUS NOT = '00'
032900         DISPLAY 'COBMETRO - REPORT FILE OPEN FAILED, STATUS = '
033000                 WS-MET2RPT-FILE-STATUS
033100         MOVE 16 TO RETURN-CODE
033200         GO TO 9900-ABEND-TERMINATE
033300     END-IF.
033400 1000-EXIT.
033500     EXIT.
033600******************************************************************
033700*    1100-ZERO-STATUS-COUNT                                      *
033800******************************************************************
033900 1100-ZERO-STATUS-COUNT.
034000     MOVE ZERO TO WS-STAT-EXTRACT-CNT(WS-STAT-SUB).
034100     MOVE ZERO TO WS-STAT-PAID-CNT(WS-STAT-SUB).
034200 1100-EXIT.
034300     EXIT.
034400******************************************************************
034500*    2000-WRITE-HEADER                                           *
034600******************************************************************
034700 2000-WRITE-HEADER.
034800     MOVE SPACES TO METRO2-REC.
034900     MOVE WS-METRO2-LENGTH       TO M2-RDW.
035000     MOVE 'HEADER'               TO M2-HDR-RECORD-ID.
035100     MOVE WS-INNOVIS-ID          TO M2-HDR-INNOVIS-ID.
035200     MOVE WS-EQUIFAX-ID          TO M2-HDR-EQUIFAX-ID.
035300     MOVE WS-EXPERIAN-ID         TO M2-HDR-EXPERIAN-ID.
035400     MOVE WS-TRANSUNION-ID       TO M2-HDR-TRANSUNION-ID.
035500     MOVE WS-TS-DATE             TO M2-HDR-ACTIVITY-DATE.
035600     MOVE WS-TS-DATE             TO M2-HDR-DATE-CREATED.
035700     MOVE WS-PROGRAM-DATE        TO M2-HDR-PROGRAM-DATE.
035800     MOVE WS-PROGRAM-DATE        TO M2-HDR-REVISION-DATE.
035900     MOVE WS-REPORTER-NAME       TO M2-HDR-REPORTER-NAME.
036000     MOVE ZERO                   TO M2-HDR-REPORTER-PHONE.
036100     MOVE WS-REPORTER-NAME       TO M2-HDR-VENDOR-NAME.
036200     PERFORM 7900-WRITE-METRO2 THRU 7900-EXIT.
036300 2000-EXIT.
036400     EXIT.
036500******************************************************************
036600*    2100-READ-EXTRACT                                           *
036700******************************************************************
036800 2100-READ-EXTRACT.
036900     READ LOAN-EXTRACT-FILE
037000         AT END
037100             IF NOT WS-TRAILER-SEEN
037200                 DISPLAY 'COBMETRO - EXTRACT TRAILER MISSING'
037300                 MOVE 12 TO RETURN-CODE
037400                 GO TO 9900-ABEND-TERMINATE
037500             END-IF
037600             SET WS-LOAN-AT-EOF TO TRUE
037700     END-READ.
037800     IF NOT WS-LOAN-AT-EOF
037900         IF LT-TRAILER-PRESENT
038000             PERFORM 2200-VERIFY-TRAILER THRU 2200-EXIT
038100             SET WS-LOAN-AT-EOF TO TRUE
038200         ELSE
038300             ADD LX-CURRENT-UPB TO WS-UPB-HASH
038400             ADD LX-ESCROW-BALANCE TO WS-ESCROW-HASH
038500         END-IF
038600     END-IF.
038700 2100-EXIT.
038800     EXIT.
038900******************************************************************
039000*    2200-VERIFY-TRAILER                                         *
039100*    BALANCES THE ACCUMULATED RECORD COUNT AND HASH TOTALS       *
039200*    AGAINST THE EXTRACT TRAILER, THE SAME CHECK EVERY READER OF *
039300*    THE EXTRACT MAKES, AND KEEPS THE TRAILER COUNT FOR THE      *
039400*    RECONCILIATION REPORT.                                      *
039500******************************************************************
039600 2200-VERIFY-TRAILER.
039700     SET WS-TRAILER-SEEN TO TRUE.
039800     MOVE LT-RECORD-COUNT TO WS-TRAILER-COUNT.
039900     IF LT-RECORD-COUNT NOT = WS-LOAN-COUNT
040000         OR LT-UPB-HASH-TOTAL NOT = WS-UPB-HASH
040100         OR LT-ESCROW-HASH-TOTAL NOT = WS-ESCROW-HASH
040200         DISPLAY 'COBMETRO - EXTRACT OUT OF BALANCE'
040300         DISPLAY 'COBMETRO - TRAILER COUNT/READ:  '
040400                 LT-RECORD-COUNT ' / ' WS-LOAN-COUNT
040500         DISPLAY 'COBMETRO - TRAILER UPB/READ:    '
040600                 LT-UPB-HASH-TOTAL ' / ' WS-UPB-HASH
040700         DISPLAY 'COBMETRO - TRAILER ESCROW/READ: '
040800                 LT-ESCROW-HASH-TOTAL ' / ' WS-ESCROW-HASH
040900         MOVE 12 TO RETURN-CODE
041000         GO TO 9900-ABEND-TERMINATE
041100     END-IF.
041200 2200-EXIT.
041300     EXIT.
041400******************************************************************
041500*    3000-PROCESS-LOAN                                           *
041600*    LAYS THE EXTRACT RECORD ONTO THE LOAN-MASTER HOST RECORD,   *
041700*    PICKS UP THE PROPERTY ADDRESS THE EXTRACT DOES NOT CARRY,   *
041800*    AND FURNISHES THE LOAN.                                     *
041900******************************************************************
042000 3000-PROCESS-LOAN.
042100     ADD 1 TO WS-LOAN-COUNT.
042200     SET WS-FROM-EXTRACT TO TRUE.
042300     MOVE LX-LOAN-NUMBER         TO LM-LOAN-NUMBER.
042400     MOVE LX-BORROWER-SSN        TO LM-BORROWER-SSN.
042500     MOVE LX-BORROWER-NAME       TO LM-BORROWER-NAME.
042600     MOVE LX-ORIGINAL-LOAN-AMT   TO LM-ORIGINAL-LOAN-AMT.
042700     MOVE LX-ORIGINATION-DATE    TO LM-ORIGINATION-DATE.
042800     MOVE LX-MATURITY-DATE       TO LM-MATURITY-DATE.
042900     MOVE LX-CURRENT-UPB         TO LM-CURRENT-UPB.
043000     MOVE LX-NEXT-DUE-DATE       TO LM-NEXT-DUE-DATE.
043100     MOVE LX-LAST-PAID-DATE      TO LM-LAST-PAID-DATE.
043200     MOVE LX-SCHEDULED-PI-AMT    TO LM-SCHEDULED-PI-AMT.
043300     MOVE LX-ESCROW-MONTHLY-AMT  TO LM-ESCROW-MONTHLY-AMT.
043350     MOVE LX-PMI-MONTHLY-AMT     TO LM-PMI-MONTHLY-PREMIUM.
043400     MOVE LX-DELINQUENCY-STATUS  TO LM-DELINQUENCY-STATUS.
043500     PERFORM 3100-GET-PROPERTY-ADDRESS THRU 3100-EXIT.
043600     PERFORM 5000-BUILD-BASE-SEGMENT THRU 5000-EXIT.
043700     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
043800 3000-EXIT.
043900     EXIT.
044000******************************************************************
044100*    3100-GET-PROPERTY-ADDRESS                                   *
044200*    A LOAN GONE FROM THE MASTER SINCE THE EXTRACT WAS CUT IS    *
044300*    STILL FURNISHED, WITHOUT AN ADDRESS.                        *
044400******************************************************************
044500 3100-GET-PROPERTY-ADDRESS.
044600     MOVE SPACES TO LM-PROPERTY-ADDRESS.
044700     EXEC SQL
044800          SELECT PROPERTY_ADDRESS
044900            INTO :LM-PROPERTY-ADDRESS
045000            FROM SYSMTG.LOAN_MASTER
045100           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
045200     END-EXEC.
045300     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
045400         DISPLAY 'COBMETRO - SELECT FAILED, SQLCODE = ' SQLCODE
045500                 ' LOAN ' LM-LOAN-NUMBER
045600         MOVE 16 TO RETURN-CODE
045700         GO TO 9900-ABEND-TERMINATE
045800     END-IF.
045900 3100-EXIT.
046000     EXIT.
046100******************************************************************
046200*    4000-OPEN-PAID-CURSOR                                       *
046300*    EVERY LOAN COBPSETL MARKED PAID IN FULL WITH A PAYOFF DATE  *
046400*    IN THE REPORTING MONTH.  COBPSETL LEAVES THE NEXT DUE DATE  *
046500*    AS IT STOOD AT PAYOFF, SO THE PROFILE AND PAYMENT RATING    *
046600*    COME OUT THE SAME WAY AS FOR AN OPEN LOAN.  EVERY LOAN      *
046610*    TRANSFERRED OUT WITH A TRANSFER DATE IN THE MONTH IS        *
046620*    PICKED UP HERE TOO, SINCE IT HAS ALSO LEFT THE EXTRACT.     *
046700******************************************************************
046800 4000-OPEN-PAID-CURSOR.
046900     EXEC SQL
047000          DECLARE PAID-CURSOR CURSOR FOR
047100          SELECT LOAN_NUMBER, BORROWER_SSN, BORROWER_NAME,
047200                 PROPERTY_ADDRESS, ORIGINAL_LOAN_AMT,
047300                 ORIGINATION_DATE, MATURITY_DATE, CURRENT_UPB,
047400                 NEXT_DUE_DATE, LAST_PAID_DATE, SCHEDULED_PI_AMT,
047460                ESCROW_MONTHLY_AMT, DELINQUENCY_STATUS,
047520                PMI_MONTHLY_PREMIUM
047600            FROM SYSMTG.LOAN_MASTER L
047700           WHERE (DELINQUENCY_STATUS = 'PF'
047800             AND LAST_PAID_DATE >= :WS-MONTH-FIRST
047900             AND LAST_PAID_DATE <= :WS-MONTH-LAST)
047910              OR (DELINQUENCY_STATUS = 'TR'
047920             AND EXISTS
047930                 (SELECT 1
047940                    FROM SYSMTG.SERVICING_TRANSFER T
047950                   WHERE T.LOAN_NUMBER = L.LOAN_NUMBER
047960                     AND T.TRANSFER_DATE >= :WS-MONTH-FIRST
047970                     AND T.TRANSFER_DATE <= :WS-MONTH-LAST))
048000           ORDER BY LOAN_NUMBER
048100     END-EXEC.
048200     EXEC SQL
048300          OPEN PAID-CURSOR
048400     END-EXEC.
048500     IF SQLCODE NOT = ZERO
048600         DISPLAY 'COBMETRO - OPEN CURSOR FAILED, SQLCODE = '
048700                 SQLCODE
048800         MOVE 16 TO RETURN-CODE
048900         GO TO 9900-ABEND-TERMINATE
049000     END-IF.
049100     PERFORM 4200-FETCH-PAID-LOAN THRU 4200-EXIT.
049200 4000-EXIT.
049300     EXIT.
049400******************************************************************
049500*    4100-PROCESS-PAID-LOAN                                      *
049600******************************************************************
049700 4100-PROCESS-PAID-LOAN.
049800     ADD 1 TO WS-PAID-COUNT.
049900     SET WS-FROM-PAID-OFF TO TRUE.
050000     PERFORM 5000-BUILD-BASE-SEGMENT THRU 5000-EXIT.
050100     PERFORM 4200-FETCH-PAID-LOAN THRU 4200-EXIT.
050200 4100-EXIT.
050300     EXIT.
050400******************************************************************
050500*    4200-FETCH-PAID-LOAN                                        *
050600******************************************************************
050700 4200-FETCH-PAID-LOAN.
050800     EXEC SQL
050900          FETCH PAID-CURSOR
051000          INTO :LM-LOAN-NUMBER, :LM-BORROWER-SSN,
051100               :LM-BORROWER-NAME, :LM-PROPERTY-ADDRESS,
051200               :LM-ORIGINAL-LOAN-AMT, :LM-ORIGINATION-DATE,
051300               :LM-MATURITY-DATE, :LM-CURRENT-UPB,
051400               :LM-NEXT-DUE-DATE, :LM-LAST-PAID-DATE,
051500               :LM-SCHEDULED-PI-AMT, :LM-ESCROW-MONTHLY-AMT,
051600              :LM-DELINQUENCY-STATUS, :LM-PMI-MONTHLY-PREMIUM
051700     END-EXEC.
051800     IF SQLCODE = 100
051900         SET WS-PAID-AT-END TO TRUE
052000     ELSE
052100         IF SQLCODE NOT = ZERO
052200             DISPLAY 'COBMETRO - FETCH FAILED, SQLCODE = ' SQLCODE
052300             MOVE 16 TO RETURN-CODE
052400             GO TO 9900-ABEND-TERMINATE
052500         END-IF
052600     END-IF.
052700 4200-EXIT.
052800     EXIT.
052900******************************************************************
053000*    4300-CLOSE-PAID-CURSOR                                      *
053100******************************************************************
053200 4300-CLOSE-PAID-CURSOR.
053300     EXEC SQL
053400          CLOSE PAID-CURSOR
053500     END-EXEC.
053600 4300-EXIT.
053700     EXIT.
053800******************************************************************
053900*    5000-BUILD-BASE-SEGMENT                                     *
054000*    ONE BASE SEGMENT FOR THE LOAN NOW ON THE LOAN-MASTER HOST   *
054100*    RECORD, FROM WHICHEVER SOURCE IT CAME.                      *
054200******************************************************************
054300 5000-BUILD-BASE-SEGMENT.
054400     PERFORM 5100-ACCUMULATE-HISTORY THRU 5100-EXIT.
054500     PERFORM 5200-BUILD-PROFILE THRU 5200-EXIT.
054600     IF WS-FROM-PAID-OFF
054610         IF LM-STAT-TRANSFERRED
054620             PERFORM 5450-TRANSFERRED-STATUS THRU 5450-EXIT
054630         ELSE
054700             PERFORM 5400-PAID-OFF-STATUS THRU 5400-EXIT
054710         END-IF
054800     ELSE
054900         PERFORM 5300-OPEN-LOAN-STATUS THRU 5300-EXIT
055000         PERFORM 5500-CHECK-WORKOUT-PLAN THRU 5500-EXIT
055100     END-IF.
055200     PERFORM 5600-FORMAT-BASE THRU 5600-EXIT.
055300     PERFORM 5700-COUNT-STATUS THRU 5700-EXIT.
055400 5000-EXIT.
055500     EXIT.
055600******************************************************************
055700*    5100-ACCUMULATE-HISTORY                                     *
055800*    TOTALS THE LOAN'S PAYMENTS AND RETURNED-ITEM REVERSALS BY   *
055900*    MONTH OVER THE REPORTING MONTH AND THE 23 BEFORE IT.  THE   *
056000*    CURSOR IS REOPENED FOR EACH LOAN WITH FRESH HOST VARIABLE   *
056100*    VALUES, AS COBPHIST DOES FOR EACH REQUEST.                  *
056200******************************************************************
056300 5100-ACCUMULATE-HISTORY.
056400     PERFORM 5110-ZERO-HIST-MONTH THRU 5110-EXIT
056500         VARYING WS-HIST-SLOT FROM 1 BY 1
056600         UNTIL WS-HIST-SLOT > 24.
056700     MOVE 'N' TO WS-HIST-EOF-SWITCH.
056800     MOVE LM-LOAN-NUMBER TO PH-LOAN-NUMBER.
056900     EXEC SQL
057000          DECLARE HIST-CURSOR CURSOR FOR
057100          SELECT TRAN_DATE, TRAN_TYPE, TRAN_AMT
057200            FROM SYSMTG.PAYMENT_HISTORY
057300           WHERE LOAN_NUMBER = :PH-LOAN-NUMBER
057400             AND TRAN_TYPE IN ('P', 'R')
057500             AND TRAN_DATE >= :WS-WINDOW-START
057600           ORDER BY TRAN_DATE, TRAN_TIME
057700     END-EXEC.
057800     EXEC SQL
057900          OPEN HIST-CURSOR
058000     END-EXEC.
058100     IF SQLCODE NOT = ZERO
058200         DISPLAY 'COBMETRO - OPEN HIST CURSOR FAILED, SQLCODE = '
058300                 SQLCODE
058400         MOVE 16 TO RETURN-CODE
058500         GO TO 9900-ABEND-TERMINATE
058600     END-IF.
058700     PERFORM 5120-FETCH-HISTORY THRU 5120-EXIT.
058800     PERFORM 5130-POST-HISTORY-ROW THRU 5130-EXIT
058900         UNTIL WS-END-OF-HISTORY.
059000     EXEC SQL
059100          CLOSE HIST-CURSOR
059200     END-EXEC.
059300 5100-EXIT.
059400     EXIT.
059500******************************************************************
059600*    5110-ZERO-HIST-MONTH                                        *
059700******************************************************************
059800 5110-ZERO-HIST-MONTH.
059900     MOVE ZERO TO WS-HM-PMT-COUNT(WS-HIST-SLOT).
060000     MOVE ZERO TO WS-HM-PMT-AMT(WS-HIST-SLOT).
060100 5110-EXIT.
060200     EXIT.
060300******************************************************************
060400*    5120-FETCH-HISTORY                                          *
060500******************************************************************
060600 5120-FETCH-HISTORY.
060700     EXEC SQL
060800          FETCH HIST-CURSOR
060900          INTO :PH-TRAN-DATE, :PH-TRAN-TYPE, :PH-TRAN-AMT
061000     END-EXEC.
061100     IF SQLCODE = 100
061200         SET WS-END-OF-HISTORY TO TRUE
061300     ELSE
061400         IF SQLCODE NOT = ZERO
061500             DISPLAY 'COBMETRO - HISTORY FETCH FAILED, SQLCODE = '
061600                     SQLCODE
061700             MOVE 16 TO RETURN-CODE
061800             GO TO 9900-ABEND-TERMINATE
061900         END-IF
062000     END-IF.
062100 5120-EXIT.
062200     EXIT.
062300******************************************************************
062400*    5130-POST-HISTORY-ROW                                       *
062500*    A PAYMENT COUNTS ONE TOWARD ITS MONTH AND A REVERSAL        *
062600*    (CARRIED NEGATIVE ON THE LEDGER) COUNTS ONE AGAINST THE     *
062700*    MONTH THE ITEM CAME BACK.  A ROW DATED AFTER THE REPORTING  *
062800*    MONTH IS LEFT OUT.                                          *
062900******************************************************************
063000 5130-POST-HISTORY-ROW.
063100     MOVE PH-TRAN-DATE TO WS-DATE-IN.
063200     PERFORM 7200-MONTH-NUMBER THRU 7200-EXIT.
063300     COMPUTE WS-HIST-SLOT =
063400         WS-ACT-MONTH-NUM - WS-WORK-MONTH-NUM + 1.
063500     IF WS-HIST-SLOT >= 1 AND WS-HIST-SLOT <= 24
063600         IF PH-TYPE-PAYMENT
063700             ADD 1 TO WS-HM-PMT-COUNT(WS-HIST-SLOT)
063800         ELSE
063900             SUBTRACT 1 FROM WS-HM-PMT-COUNT(WS-HIST-SLOT)
064000         END-IF
064100         ADD PH-TRAN-AMT TO WS-HM-PMT-AMT(WS-HIST-SLOT)
064200     END-IF.
064300     PERFORM 5120-FETCH-HISTORY THRU 5120-EXIT.
064400 5130-EXIT.
064500     EXIT.
064600******************************************************************
064700*    5200-BUILD-PROFILE                                          *
064800*    WALKS BACK FROM THE CURRENT NEXT DUE DATE ONE MONTH AT A    *
064900*    TIME.  A MONTH BEFORE THE LOAN WAS ORIGINATED HAS NO        *
065000*    HISTORY ('B').  THE REPORTING MONTH'S NET PAYMENTS ARE ALSO *
065100*    THE ACTUAL PAYMENT AMOUNT.                                  *
065200******************************************************************
065300 5200-BUILD-PROFILE.
065400     MOVE LM-NEXT-DUE-DATE TO WS-DATE-IN.
065500     PERFORM 7200-MONTH-NUMBER THRU 7200-EXIT.
065600     MOVE WS-WORK-MONTH-NUM TO WS-DUE-MONTH-NUM.
065700     MOVE WS-WORK-MONTH-NUM TO WS-WORK-DUE-NUM.
065800     MOVE LM-ORIGINATION-DATE TO WS-DATE-IN.
065900     PERFORM 7200-MONTH-NUMBER THRU 7200-EXIT.
066000     MOVE WS-WORK-MONTH-NUM TO WS-ORIG-MONTH-NUM.
066100     MOVE SPACES TO WS-PAYMENT-PROFILE.
066200     PERFORM 5210-PROFILE-ONE-MONTH THRU 5210-EXIT
066300         VARYING WS-PROF-SUB FROM 1 BY 1
066400         UNTIL WS-PROF-SUB > 24.
066500     IF WS-HM-PMT-AMT(1) > ZERO
066600         MOVE WS-HM-PMT-AMT(1) TO WS-ACTUAL-PMT
066700     ELSE
066800         MOVE ZERO TO WS-ACTUAL-PMT
066900     END-IF.
067000 5200-EXIT.
067100     EXIT.
067200******************************************************************
067300*    5210-PROFILE-ONE-MONTH                                      *
067400*    BACKS THE NEXT DUE DATE UP BY THE NET PAYMENTS OF THE MONTH *
067500*    AFTER THE ONE BEING RATED, THEN RATES THAT MONTH'S END.     *
067600******************************************************************
067700 5210-PROFILE-ONE-MONTH.
067800     SUBTRACT WS-HM-PMT-COUNT(WS-PROF-SUB) FROM WS-WORK-DUE-NUM.
067900     COMPUTE WS-WORK-MONTH-NUM = WS-ACT-MONTH-NUM - WS-PROF-SUB.
068000     IF WS-WORK-MONTH-NUM < WS-ORIG-MONTH-NUM
068100         MOVE 'B' TO WS-PROFILE-MONTH(WS-PROF-SUB)
068200     ELSE
068300         COMPUTE WS-MONTHS-BEHIND =
068400             WS-WORK-MONTH-NUM - WS-WORK-DUE-NUM
068500         PERFORM 7300-RATE-MONTHS-BEHIND THRU 7300-EXIT
068600         MOVE WS-RATING TO WS-PROFILE-MONTH(WS-PROF-SUB)
068700     END-IF.
068800 5210-EXIT.
068900     EXIT.
069000******************************************************************
069100*    5300-OPEN-LOAN-STATUS                                       *
069200*    CURRENT, 30 AND 60 MAP STRAIGHT ACROSS FROM COBDLQUP'S      *
069300*    STATUS.  90+ AND FORECLOSURE ARE GRADED BY THE MONTHS PAST  *
069400*    DUE, NEVER BETTER THAN 80.  A DELINQUENT LOAN REPORTS THE   *
069500*    INSTALLMENTS PAST DUE AS THE AMOUNT PAST DUE, AND THE DATE  *
069600*    THE OLDEST UNPAID INSTALLMENT WENT 30 DAYS PAST DUE AS THE  *
069700*    DATE OF FIRST DELINQUENCY.                                  *
069800******************************************************************
069900 5300-OPEN-LOAN-STATUS.
070000     COMPUTE WS-MONTHS-BEHIND =
070100         WS-ACT-MONTH-NUM - WS-DUE-MONTH-NUM.
070200     EVALUATE TRUE
070300         WHEN LM-STAT-CURRENT
070400             MOVE '11' TO WS-ACCOUNT-STATUS
070500         WHEN LM-STAT-30-DAYS
070600             MOVE '71' TO WS-ACCOUNT-STATUS
070700         WHEN LM-STAT-60-DAYS
070800             MOVE '78' TO WS-ACCOUNT-STATUS
070900         WHEN WS-MONTHS-BEHIND >= 6
071000             MOVE '84' TO WS-ACCOUNT-STATUS
071100         WHEN WS-MONTHS-BEHIND = 5
071200             MOVE '83' TO WS-ACCOUNT-STATUS
071300         WHEN WS-MONTHS-BEHIND = 4
071400             MOVE '82' TO WS-ACCOUNT-STATUS
071500         WHEN OTHER
071600             MOVE '80' TO WS-ACCOUNT-STATUS
071700     END-EVALUATE.
071800     MOVE SPACE TO WS-PAYMENT-RATING.
071900     MOVE LM-CURRENT-UPB TO WS-CURRENT-BALANCE.
072000     MOVE ZERO TO WS-CLOSED-DATE.
072100     MOVE ZERO TO WS-PAST-DUE-AMT.
072200     MOVE ZERO TO WS-FIRST-DELQ-DATE.
072300     IF WS-ACCOUNT-STATUS = '11' OR WS-MONTHS-BEHIND <= 0
072400         GO TO 5300-EXIT
072500     END-IF.
072570     COMPUTE WS-MONTHLY-PMT =
072640         LM-SCHEDULED-PI-AMT + LM-ESCROW-MONTHLY-AMT
072710             + LM-PMI-MONTHLY-PREMIUM.
072800     COMPUTE WS-PAST-DUE-AMT =
072900         WS-MONTHLY-PMT * WS-MONTHS-BEHIND.
073000     COMPUTE WS-WORK-MONTH-NUM = WS-DUE-MONTH-NUM + 1.
073100     DIVIDE WS-WORK-MONTH-NUM BY 12
073200         GIVING WS-DATE-YYYY REMAINDER WS-MONTH-REM.
073300     COMPUTE WS-DATE-MM = WS-MONTH-REM + 1.
073400     MOVE WS-DATE-MM             TO WS-DATE-OUT-MM.
073500     MOVE LM-NEXT-DUE-DATE(7:2)  TO WS-DATE-OUT-DD.
073600     MOVE WS-DATE-YYYY           TO WS-DATE-OUT-YYYY.
073700     MOVE WS-DATE-OUT-NUM        TO WS-FIRST-DELQ-DATE.
073800 5300-EXIT.
073900     EXIT.
074000******************************************************************
074100*    5400-PAID-OFF-STATUS                                        *
074200*    THE FINAL RECORD FOR A LOAN PAID IN FULL THIS MONTH: ZERO   *
074300*    BALANCE, CLOSED ON THE PAYOFF DATE, AND RATED BY HOW FAR    *
074400*    PAST DUE IT WAS WHEN IT PAID OFF.  A PAYOFF THAT CANCELLED  *
074500*    A FORECLOSURE CASE IS STATUS 65 INSTEAD OF 13.              *
074600******************************************************************
074700 5400-PAID-OFF-STATUS.
074800     MOVE '13' TO WS-ACCOUNT-STATUS.
074900     MOVE LM-LOAN-NUMBER TO FC-LOAN-NUMBER.
075000     EXEC SQL
075100          SELECT CASE_STATUS
075200            INTO :FC-CASE-STATUS
075300            FROM SYSMTG.FORECLOSURE_CASE
075400           WHERE LOAN_NUMBER = :FC-LOAN-NUMBER
075500             AND CLOSE_REASON = 'PAID OFF'
075600     END-EXEC.
075700     IF SQLCODE = ZERO
075800         MOVE '65' TO WS-ACCOUNT-STATUS
075900     ELSE
076000         IF SQLCODE NOT = 100
076100             DISPLAY 'COBMETRO - CASE SELECT FAILED, SQLCODE = '
076200                     SQLCODE ' LOAN ' LM-LOAN-NUMBER
076300             MOVE 16 TO RETURN-CODE
076400             GO TO 9900-ABEND-TERMINATE
076500         END-IF
076600     END-IF.
076700     MOVE LM-LAST-PAID-DATE TO WS-DATE-IN.
076800     PERFORM 7200-MONTH-NUMBER THRU 7200-EXIT.
076900     COMPUTE WS-MONTHS-BEHIND =
077000         WS-WORK-MONTH-NUM - WS-DUE-MONTH-NUM.
077100     PERFORM 7300-RATE-MONTHS-BEHIND THRU 7300-EXIT.
077200     MOVE WS-RATING TO WS-PAYMENT-RATING.
077300     MOVE ZERO TO WS-CURRENT-BALANCE.
077400     MOVE ZERO TO WS-PAST-DUE-AMT.
077500     MOVE ZERO TO WS-FIRST-DELQ-DATE.
077600     PERFORM 7100-FORMAT-DATE THRU 7100-EXIT.
077700     MOVE WS-DATE-OUT-NUM TO WS-CLOSED-DATE.
077800     MOVE SPACES TO WS-SPECIAL-COMMENT.
077900 5400-EXIT.
078000     EXIT.
078001******************************************************************
078002*    5450-TRANSFERRED-STATUS                                     *
078003*    THE FINAL RECORD FOR A LOAN TRANSFERRED OUT THIS MONTH:     *
078004*    STATUS 05, ZERO BALANCE, CLOSED ON THE TRANSFER DATE, AND   *
078005*    RATED BY HOW FAR PAST DUE IT WAS WHEN IT LEFT.  THE NEW     *
078006*    SERVICER FURNISHES IT FROM THEN ON.                         *
078007******************************************************************
078008 5450-TRANSFERRED-STATUS.
078009     MOVE '05' TO WS-ACCOUNT-STATUS.
078010     MOVE LM-LOAN-NUMBER TO SX-LOAN-NUMBER.
078011     EXEC SQL
078012          SELECT TRANSFER_DATE
078013            INTO :SX-TRANSFER-DATE
078014            FROM SYSMTG.SERVICING_TRANSFER
078015           WHERE LOAN_NUMBER = :SX-LOAN-NUMBER
078016     END-EXEC.
078017     IF SQLCODE NOT = ZERO
078018         DISPLAY 'COBMETRO - TRANSFER SELECT FAILED, SQLCODE = '
078019                 SQLCODE ' LOAN ' LM-LOAN-NUMBER
078020         MOVE 16 TO RETURN-CODE
078021         GO TO 9900-ABEND-TERMINATE
078022     END-IF.
078023     MOVE SX-TRANSFER-DATE TO WS-DATE-IN.
078024     PERFORM 7200-MONTH-NUMBER THRU 7200-EXIT.
078025     COMPUTE WS-MONTHS-BEHIND =
078026         WS-WORK-MONTH-NUM - WS-DUE-MONTH-NUM.
078027     PERFORM 7300-RATE-MONTHS-BEHIND THRU 7300-EXIT.
078028     MOVE WS-RATING TO WS-PAYMENT-RATING.
078029     MOVE ZERO TO WS-CURRENT-BALANCE.
078030     MOVE ZERO TO WS-PAST-DUE-AMT.
078031     MOVE ZERO TO WS-FIRST-DELQ-DATE.
078032     PERFORM 7100-FORMAT-DATE THRU 7100-EXIT.
078033     MOVE WS-DATE-OUT-NUM TO WS-CLOSED-DATE.
078034     MOVE SPACES TO WS-SPECIAL-COMMENT.
078035 5450-EXIT.
078036     EXIT.
078100******************************************************************
078200*    5500-CHECK-WORKOUT-PLAN                                     *
078300*    AN ACTIVE FORBEARANCE REPORTS SPECIAL COMMENT 'CP'; AN      *
078400*    ACTIVE REPAYMENT PLAN OR TRIAL MODIFICATION IS A PARTIAL    *
078500*    PAYMENT AGREEMENT, 'AC'.                                    *
078600******************************************************************
078700 5500-CHECK-WORKOUT-PLAN.
078800     MOVE SPACES TO WS-SPECIAL-COMMENT.
078900     MOVE LM-LOAN-NUMBER TO WP-LOAN-NUMBER.
079000     EXEC SQL
079100          SELECT PLAN_TYPE
079200            INTO :WP-PLAN-TYPE
079300            FROM SYSMTG.WORKOUT_PLAN
079400           WHERE LOAN_NUMBER = :WP-LOAN-NUMBER
079500             AND PLAN_STATUS = 'A'
079600     END-EXEC.
079700     IF SQLCODE = 100
079800         GO TO 5500-EXIT
079900     END-IF.
080000     IF SQLCODE NOT = ZERO
080100         DISPLAY 'COBMETRO - PLAN SELECT FAILED, SQLCODE = '
080200                 SQLCODE ' LOAN ' LM-LOAN-NUMBER
080300         MOVE 16 TO RETURN-CODE
080400         GO TO 9900-ABEND-TERMINATE
080500     END-IF.
080600     IF WP-TYPE-FORBEARANCE
080700         MOVE 'CP' TO WS-SPECIAL-COMMENT
080800     ELSE
080900         MOVE 'AC' TO WS-SPECIAL-COMMENT
081000     END-IF.
081100 5500-EXIT.
081200     EXIT.
081300******************************************************************
081400*    5600-FORMAT-BASE                                            *
081500*    AMOUNTS ARE FURNISHED IN WHOLE DOLLARS, CENTS DROPPED.  THE *
081600*    TERM IS THE MONTHS FROM ORIGINATION TO MATURITY.  THE       *
081700*    MASTER CARRIES THE NAME AS 'LAST, FIRST MIDDLE' AND THE     *
081800*    PROPERTY ADDRESS AS 'STREET, CITY/STATE/ZIP', SO EACH IS    *
081900*    SPLIT AT ITS FIRST COMMA; A NAME WITH NO COMMA GOES WHOLE   *
082000*    INTO THE SURNAME.                                           *
082100******************************************************************
082200 5600-FORMAT-BASE.
082300     MOVE SPACES TO METRO2-REC.
082400     MOVE WS-METRO2-LENGTH       TO M2-RDW.
082500     MOVE '1'                    TO M2-PROCESSING-IND.
082600     MOVE WS-TIME-STAMP          TO M2-TIME-STAMP.
082700     MOVE '0'                    TO M2-CORRECTION-IND.
082800     MOVE WS-FURNISHER-ID        TO M2-IDENTIFICATION-NBR.
082900     MOVE LM-LOAN-NUMBER         TO M2-ACCOUNT-NUMBER.
083000     MOVE 'M'                    TO M2-PORTFOLIO-TYPE.
083100     MOVE '26'                   TO M2-ACCOUNT-TYPE.
083200     MOVE LM-ORIGINATION-DATE    TO WS-DATE-IN.
083300     PERFORM 7100-FORMAT-DATE THRU 7100-EXIT.
083400     MOVE WS-DATE-OUT-NUM        TO M2-DATE-OPENED.
083500     MOVE ZERO                   TO M2-CREDIT-LIMIT.
083600     MOVE LM-ORIGINAL-LOAN-AMT   TO M2-ORIGINAL-AMT.
083700     MOVE LM-MATURITY-DATE       TO WS-DATE-IN.
083800     PERFORM 7200-MONTH-NUMBER THRU 7200-EXIT.
083900     COMPUTE WS-TERM-MONTHS =
084000         WS-WORK-MONTH-NUM - WS-ORIG-MONTH-NUM.
084100     IF WS-TERM-MONTHS > 999
084200         MOVE 999 TO WS-TERM-MONTHS
084300     END-IF.
084400     IF WS-TERM-MONTHS < ZERO
084500         MOVE ZERO TO WS-TERM-MONTHS
084600     END-IF.
084700     MOVE WS-TERM-MONTHS         TO M2-TERMS-DURATION.
084800     MOVE 'M'                    TO M2-TERMS-FREQUENCY.
084870     COMPUTE WS-MONTHLY-PMT =
084940         LM-SCHEDULED-PI-AMT + LM-ESCROW-MONTHLY-AMT
085010             + LM-PMI-MONTHLY-PREMIUM.
085100     MOVE WS-MONTHLY-PMT         TO M2-SCHEDULED-PMT.
085200     MOVE WS-ACTUAL-PMT          TO M2-ACTUAL-PMT.
085300     MOVE WS-ACCOUNT-STATUS      TO M2-ACCOUNT-STATUS.
085400     MOVE WS-PAYMENT-RATING      TO M2-PAYMENT-RATING.
085500     MOVE WS-PAYMENT-PROFILE     TO M2-PAYMENT-PROFILE.
085600     MOVE WS-SPECIAL-COMMENT     TO M2-SPECIAL-COMMENT.
085700     MOVE WS-CURRENT-BALANCE     TO M2-CURRENT-BALANCE.
085800     MOVE WS-PAST-DUE-AMT        TO M2-AMOUNT-PAST-DUE.
085900     MOVE ZERO                   TO M2-CHARGE-OFF-AMT.
086000     MOVE WS-TS-DATE             TO M2-DATE-ACCOUNT-INFO.
086100     MOVE WS-FIRST-DELQ-DATE     TO M2-DATE-FIRST-DELQ.
086200     MOVE WS-CLOSED-DATE         TO M2-DATE-CLOSED.
086300     MOVE LM-LAST-PAID-DATE      TO WS-DATE-IN.
086400     PERFORM 7100-FORMAT-DATE THRU 7100-EXIT.
086500     MOVE WS-DATE-OUT-NUM        TO M2-DATE-LAST-PMT.
086600     PERFORM 5650-SPLIT-NAME-ADDRESS THRU 5650-EXIT.
086700     MOVE WS-NAME-LAST           TO M2-SURNAME.
086800     MOVE WS-NAME-FIRST          TO M2-FIRST-NAME.
086900     MOVE WS-NAME-MIDDLE         TO M2-MIDDLE-NAME.
087000     MOVE LM-BORROWER-SSN        TO M2-SSN.
087100     IF LM-BORROWER-SSN NOT = SPACES
087200             AND LM-BORROWER-SSN NOT = ZEROS
087300         ADD 1 TO WS-SSN-COUNT
087400     END-IF.
087500     MOVE ZERO                   TO M2-DATE-OF-BIRTH.
087600     MOVE ZERO                   TO M2-TELEPHONE.
087700     MOVE '1'                    TO M2-ECOA-CODE.
087800     MOVE 'US'                   TO M2-COUNTRY-CODE.
087900     MOVE WS-ADDRESS-LINE-1      TO M2-ADDRESS-LINE-1.
088000     MOVE WS-ADDRESS-LINE-2      TO M2-ADDRESS-LINE-2.
088100     PERFORM 7900-WRITE-METRO2 THRU 7900-EXIT.
088200     ADD 1 TO WS-BASE-COUNT.
088300 5600-EXIT.
088400     EXIT.
088500******************************************************************
088600*    5650-SPLIT-NAME-ADDRESS                                     *
088700******************************************************************
088800 5650-SPLIT-NAME-ADDRESS.
088900     MOVE SPACES TO WS-NAME-LAST.
089000     MOVE SPACES TO WS-NAME-REST.
089100     MOVE SPACES TO WS-NAME-FIRST.
089200     MOVE SPACES TO WS-NAME-MIDDLE.
089300     UNSTRING LM-BORROWER-NAME DELIMITED BY ','
089400         INTO WS-NAME-LAST WS-NAME-REST.
089500     UNSTRING WS-NAME-REST DELIMITED BY ALL SPACE
089600         INTO WS-NAME-FIRST WS-NAME-MIDDLE.
089700     IF WS-NAME-FIRST = SPACES
089800         UNSTRING WS-NAME-REST(2:29) DELIMITED BY ALL SPACE
089900             INTO WS-NAME-FIRST WS-NAME-MIDDLE
090000     END-IF.
090100     MOVE SPACES TO WS-ADDRESS-LINE-1.
090200     MOVE SPACES TO WS-ADDRESS-LINE-2.
090300     UNSTRING LM-PROPERTY-ADDRESS DELIMITED BY ','
090400         INTO WS-ADDRESS-LINE-1 WS-ADDRESS-LINE-2.
090500 5650-EXIT.
090600     EXIT.
090700******************************************************************
090800*    5700-COUNT-STATUS                                           *
090900*    COUNTS THE SEGMENT JUST WRITTEN UNDER ITS ACCOUNT STATUS,   *
091000*    IN THE COLUMN FOR ITS SOURCE.                               *
091100******************************************************************
091200 5700-COUNT-STATUS.
091300     SET WS-STAT-IDX TO 1.
091400     SEARCH WS-STATUS-CODE
091500         AT END
091600             DISPLAY 'COBMETRO - NO TABLE ENTRY FOR STATUS '
091700                     WS-ACCOUNT-STATUS ' LOAN ' LM-LOAN-NUMBER
091800             MOVE 16 TO RETURN-CODE
091900             GO TO 9900-ABEND-TERMINATE
092000         WHEN WS-STATUS-CODE(WS-STAT-IDX) = WS-ACCOUNT-STATUS
092100             SET WS-STAT-SUB TO WS-STAT-IDX
092200     END-SEARCH.
092300     IF WS-FROM-PAID-OFF
092400         ADD 1 TO WS-STAT-PAID-CNT(WS-STAT-SUB)
092500     ELSE
092600         ADD 1 TO WS-STAT-EXTRACT-CNT(WS-STAT-SUB)
092700     END-IF.
092800 5700-EXIT.
092900     EXIT.
093000******************************************************************
093100*    7100-FORMAT-DATE                                            *
093200*    TURNS THE YYYYMMDD DATE IN WS-DATE-IN INTO THE MMDDYYYY     *
093300*    FORM THE FORMAT CALLS FOR.  A BLANK OR ZERO DATE IS ZERO.   *
093400******************************************************************
093500 7100-FORMAT-DATE.
093600     IF WS-DATE-IN = SPACES OR WS-DATE-IN = ZEROS
093700         MOVE ZERO TO WS-DATE-OUT-NUM
093800     ELSE
093900         MOVE WS-DATE-IN(5:2) TO WS-DATE-OUT-MM
094000         MOVE WS-DATE-IN(7:2) TO WS-DATE-OUT-DD
094100         MOVE WS-DATE-IN(1:4) TO WS-DATE-OUT-YYYY
094200     END-IF.
094300 7100-EXIT.
094400     EXIT.
094500******************************************************************
094600*    7200-MONTH-NUMBER                                           *
094700*    MONTH NUMBER OF THE YYYYMMDD DATE IN WS-DATE-IN, RETURNED   *
094800*    IN WS-WORK-MONTH-NUM.                                       *
094900******************************************************************
095000 7200-MONTH-NUMBER.
095100     MOVE WS-DATE-IN(1:4) TO WS-DATE-YYYY.
095200     MOVE WS-DATE-IN(5:2) TO WS-DATE-MM.
095300     COMPUTE WS-WORK-MONTH-NUM =
095400         WS-DATE-YYYY * 12 + WS-DATE-MM - 1.
095500 7200-EXIT.
095600     EXIT.
095700******************************************************************
095800*    7300-RATE-MONTHS-BEHIND                                     *
095900*    PAYMENT RATING FOR WS-MONTHS-BEHIND: 0 CURRENT, 1 THROUGH 5 *
096000*    FOR 30 THROUGH 150 DAYS PAST DUE, 6 FOR 180 OR MORE.        *
096100******************************************************************
096200 7300-RATE-MONTHS-BEHIND.
096300     IF WS-MONTHS-BEHIND < ZERO
096400         MOVE 1 TO WS-RATING-SUB
096500     ELSE
096600         IF WS-MONTHS-BEHIND > 6
096700             MOVE 7 TO WS-RATING-SUB
096800         ELSE
096900             COMPUTE WS-RATING-SUB = WS-MONTHS-BEHIND + 1
097000         END-IF
097100     END-IF.
097200     MOVE WS-RATING-CODE(WS-RATING-SUB) TO WS-RATING.
097300 7300-EXIT.
097400     EXIT.
097500******************************************************************
097600*    7500-WRITE-TRAILER                                          *
097700*    EVERY TRAILER COUNT IS ZERO-FILLED FIRST; THE STATUS COUNTS *
097800*    THIS PROGRAM FURNISHES AND THE SSN COUNTS ARE THEN FILLED   *
097900*    IN.  ONLY BASE SEGMENTS ARE WRITTEN, SO THE SSN COUNT FOR   *
098000*    ALL SEGMENTS IS THE BASE SEGMENT COUNT.                     *
098100******************************************************************
098200 7500-WRITE-TRAILER.
098300     MOVE SPACES TO METRO2-REC.
098400     MOVE ALL '0' TO M2-TRAILER-AREA.
098500     MOVE WS-METRO2-LENGTH       TO M2-RDW.
098600     MOVE 'TRAILER'              TO M2-TRL-RECORD-ID.
098700     MOVE SPACES                 TO M2-TRL-RESERVED-2.
098800     MOVE WS-BASE-COUNT          TO M2-TRL-BASE-COUNT.
098900     COMPUTE M2-TRL-STATUS-11 =
099000         WS-STAT-EXTRACT-CNT(1) + WS-STAT-PAID-CNT(1).
099100     COMPUTE M2-TRL-STATUS-71 =
099200         WS-STAT-EXTRACT-CNT(2) + WS-STAT-PAID-CNT(2).
099300     COMPUTE M2-TRL-STATUS-78 =
099400         WS-STAT-EXTRACT-CNT(3) + WS-STAT-PAID-CNT(3).
099500     COMPUTE M2-TRL-STATUS-80 =
099600         WS-STAT-EXTRACT-CNT(4) + WS-STAT-PAID-CNT(4).
099700     COMPUTE M2-TRL-STATUS-82 =
099800         WS-STAT-EXTRACT-CNT(5) + WS-STAT-PAID-CNT(5).
099900     COMPUTE M2-TRL-STATUS-83 =
100000         WS-STAT-EXTRACT-CNT(6) + WS-STAT-PAID-CNT(6).
100100     COMPUTE M2-TRL-STATUS-84 =
100200         WS-STAT-EXTRACT-CNT(7) + WS-STAT-PAID-CNT(7).
100300     COMPUTE M2-TRL-STATUS-13 =
100400         WS-STAT-EXTRACT-CNT(8) + WS-STAT-PAID-CNT(8).
100500     COMPUTE M2-TRL-STATUS-65 =
100600         WS-STAT-EXTRACT-CNT(9) + WS-STAT-PAID-CNT(9).
100610     COMPUTE M2-TRL-STATUS-05 =
100620         WS-STAT-EXTRACT-CNT(10) + WS-STAT-PAID-CNT(10).
100700     MOVE WS-SSN-COUNT           TO M2-TRL-SSN-ALL.
100800     MOVE WS-SSN-COUNT           TO M2-TRL-SSN-BASE.
100900     PERFORM 7900-WRITE-METRO2 THRU 7900-EXIT.
101000 7500-EXIT.
101100     EXIT.
101200******************************************************************
101300*    7900-WRITE-METRO2                                           *
101400******************************************************************
101500 7900-WRITE-METRO2.
101600     WRITE METRO2-REC.
101700     IF WS-METRO2-FILE-STATUS NOT = '00'
101800         DISPLAY 'COBMETRO - METRO 2 WRITE FAILED, STATUS = '
101900                 WS-METRO2-FILE-STATUS
102000         MOVE 16 TO RETURN-CODE
102100         GO TO 9900-ABEND-TERMINATE
102200     END-IF.
102300 7900-EXIT.
102400     EXIT.
102500******************************************************************
102600*    8000-WRITE-RECONCILIATION                                   *
102700*    ONE LINE PER ACCOUNT STATUS, THE TOTALS, AND THE BALANCE    *
102800*    LINE.  THE EXTRACT COLUMN MUST FOOT TO THE LOANEXTT TRAILER *
102900*    RECORD COUNT AND THE GRAND TOTAL TO THE BASE SEGMENTS       *
103000*    WRITTEN; EITHER FAILING ENDS THE RUN WITH RETURN CODE 12    *
103100*    AFTER THE REPORT IS WRITTEN, SO THE FILE IS NOT SENT.       *
103200******************************************************************
103300 8000-WRITE-RECONCILIATION.
103400     PERFORM 8100-WRITE-STATUS-LINE THRU 8100-EXIT
103500         VARYING WS-STAT-SUB FROM 1 BY 1
103600         UNTIL WS-STAT-SUB > 10.
103700     COMPUTE WS-RECON-GRAND-TOTAL =
103800         WS-RECON-EXTRACT-TOTAL + WS-RECON-PAID-TOTAL.
103900     MOVE SPACES TO METRO2-RECON-REC.
104000     SET MR-TYPE-TOTAL TO TRUE.
104100     MOVE 'TOTAL BASE SEGMENTS'  TO MR-LABEL.
104200     MOVE WS-RECON-EXTRACT-TOTAL TO MR-EXTRACT-COUNT.
104300     MOVE WS-RECON-PAID-TOTAL    TO MR-PAID-COUNT.
104400     MOVE WS-RECON-GRAND-TOTAL   TO MR-TOTAL-COUNT.
104500     IF WS-RECON-GRAND-TOTAL = WS-BASE-COUNT
104600         MOVE 'IN BALANCE'       TO MR-BALANCE-TEXT
104700     ELSE
104800         MOVE 'OUT OF BALANCE'   TO MR-BALANCE-TEXT
104900         MOVE 'N' TO WS-RECON-SWITCH
105000     END-IF.
105100     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
105200     MOVE SPACES TO METRO2-RECON-REC.
105300     SET MR-TYPE-BALANCE TO TRUE.
105400     MOVE 'LOANEXT TRAILER RECORD COUNT' TO MR-LABEL.
105500     MOVE WS-TRAILER-COUNT       TO MR-EXTRACT-COUNT.
105600     IF WS-RECON-EXTRACT-TOTAL = WS-TRAILER-COUNT
105700         MOVE 'IN BALANCE'       TO MR-BALANCE-TEXT
105800     ELSE
105900         MOVE 'OUT OF BALANCE'   TO MR-BALANCE-TEXT
106000         MOVE 'N' TO WS-RECON-SWITCH
106100     END-IF.
106200     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
106300     IF NOT WS-RECON-BALANCED
106400         DISPLAY 'COBMETRO - RECONCILIATION OUT OF BALANCE'
106500         DISPLAY 'COBMETRO - EXTRACT FURNISHED/TRAILER: '
106600                 WS-RECON-EXTRACT-TOTAL ' / ' WS-TRAILER-COUNT
106700         DISPLAY 'COBMETRO - STATUS TOTAL/SEGMENTS:     '
106800                 WS-RECON-GRAND-TOTAL ' / ' WS-BASE-COUNT
106900         MOVE 12 TO RETURN-CODE
107000         GO TO 9900-ABEND-TERMINATE
107100     END-IF.
107200 8000-EXIT.
107300     EXIT.
107400******************************************************************
107500*    8100-WRITE-STATUS-LINE                                      *
107600******************************************************************
107700 8100-WRITE-STATUS-LINE.
107800     MOVE SPACES TO METRO2-RECON-REC.
107900     SET MR-TYPE-STATUS TO TRUE.
108000     MOVE WS-STATUS-CODE(WS-STAT-SUB)  TO MR-STATUS-CODE.
108100     MOVE WS-STATUS-LABEL(WS-STAT-SUB) TO MR-LABEL.
108200     MOVE WS-STAT-EXTRACT-CNT(WS-STAT-SUB) TO MR-EXTRACT-COUNT.
108300     MOVE WS-STAT-PAID-CNT(WS-STAT-SUB)    TO MR-PAID-COUNT.
108400     COMPUTE MR-TOTAL-COUNT =
108500         WS-STAT-EXTRACT-CNT(WS-STAT-SUB)
108600         + WS-STAT-PAID-CNT(WS-STAT-SUB).
108700     ADD WS-STAT-EXTRACT-CNT(WS-STAT-SUB)
108750         TO WS-RECON-EXTRACT-TOTAL.
108800     ADD WS-STAT-PAID-CNT(WS-STAT-SUB) TO WS-RECON-PAID-TOTAL.
108900     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
109000 8100-EXIT.
109100     EXIT.
109200******************************************************************
109300*    8200-WRITE-REPORT-LINE                                      *
109400******************************************************************
109500 8200-WRITE-REPORT-LINE.
109600     WRITE METRO2-RECON-REC.
109700     IF WS-MET2RPT-FILE-STATUS NOT = '00'
109800         DISPLAY 'COBMETRO - REPORT WRITE FAILED, STATUS = '
109900                 WS-MET2RPT-FILE-STATUS
110000         MOVE 16 TO RETURN-CODE
110100         GO TO 9900-ABEND-TERMINATE
110200     END-IF.
110300 8200-EXIT.
110400     EXIT.
110500******************************************************************
110600*    9000-NORMAL-TERMINATE                                       *
110700******************************************************************
110800 9000-NORMAL-TERMINATE.
110900     CLOSE LOAN-EXTRACT-FILE.
111000     CLOSE METRO2-FILE.
111100     CLOSE RECON-REPORT-FILE.
111200     DISPLAY 'COBMETRO - EXTRACT LOANS FURNISHED: ' WS-LOAN-COUNT.
111300     DISPLAY 'COBMETRO - PAID/TRANSFER FINALS:    ' WS-PAID-COUNT.
111400     DISPLAY 'COBMETRO - BASE SEGMENTS WRITTEN:   ' WS-BASE-COUNT.
111500     DISPLAY 'COBMETRO - UPB HASH TOTAL:    ' WS-UPB-HASH.
111600     DISPLAY 'COBMETRO - ESCROW HASH TOTAL: ' WS-ESCROW-HASH.
111700     DISPLAY 'COBMETRO - NORMAL COMPLETION'.
111800     MOVE 0 TO RETURN-CODE.
111900 9000-EXIT.
112000     EXIT.
112100******************************************************************
112200*    9900-ABEND-TERMINATE                                        *
112300*    REACHED ONLY VIA GO TO WHEN A FILE OPEN OR WRITE, AN SQL    *
112400*    CALL, THE EXTRACT TRAILER OR THE RECONCILIATION FAILS.      *
112500*    RETURN-CODE IS ALREADY SET BY THE CALLER.                   *
112600******************************************************************
112700 9900-ABEND-TERMINATE.
112800     CLOSE LOAN-EXTRACT-FILE.
112900     CLOSE METRO2-FILE.
113000     CLOSE RECON-REPORT-FILE.
113100     DISPLAY 'COBMETRO - ABENDING, RETURN CODE = ' RETURN-CODE.
113200     STOP RUN.
