000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBARCH.
000300 AUTHOR.        G SADLER.
000400 INSTALLATION.  MORTGAGE SERVICING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     COBARCH                                       *
001000*    DESCRIPTION: MONTHLY ARCHIVE AND PURGE OF PAID-OFF LOANS.   *
001100*                 EVERY LOAN MARKED PAID IN FULL ('PF') WHOSE    *
001200*                 PAYOFF DATE (LAST_PAID_DATE) IS OLDER THAN THE *
001300*                 RETENTION PERIOD IS MOVED, WITH ITS            *
001400*                 PAYMENT_HISTORY LEDGER AND ITS WORKOUT_PLAN,   *
001500*                 FORECLOSURE_CASE, BANKRUPTCY_CASE,             *
001600*                 SERVICING_TRANSFER AND BORROWER_CONTACT ROWS,  *
001700*                 TO THE MATCHING ARCHIVE TABLES AND DELETED     *
001800*                 FROM THE ACTIVE ONES, IN LOAN NUMBER ORDER.    *
001900*                 THE ROWS ARCHIVED ARE PROVED AGAINST THE ROWS  *
002000*                 DELETED, TABLE BY TABLE, FOR EVERY LOAN BEFORE *
002100*                 IT IS COUNTED.  THE WORK IS COMMITTED EVERY    *
002200*                 WS-COMMIT-INTERVAL LOANS, AND AT EACH COMMIT A *
002300*                 CHECKPOINT RECORD IS WRITTEN WITH THE LAST     *
002400*                 LOAN COMMITTED; AN EXEC PARM OF 'RESTART'      *
002500*                 RESUMES AFTER IT, THE SAME CONVENTION AS       *
002600*                 COBDDB2.  THEN WORKS THE RETIRED NOTICE        *
002700*                 HISTORY COBDLQN SETS ASIDE EACH NIGHT FOR      *
002800*                 LOANS THAT LEFT THE EXTRACT: THE RECORD OF A   *
002900*                 LOAN NO LONGER ON THE MASTER GOES TO THE       *
003000*                 NOTICE HISTORY ARCHIVE GENERATION, AND ANY     *
003100*                 OTHER (A LOAN STILL INSIDE ITS RETENTION       *
003200*                 PERIOD) IS CARRIED FORWARD TO NEXT MONTH.  THE *
003300*                 CONTROL REPORT LISTS EACH LOAN ARCHIVED AND,   *
003400*                 PER TABLE AND FOR THE NOTICE HISTORY, THE ROWS *
003500*                 ARCHIVED AGAINST THE ROWS DELETED.  FOLLOWS    *
003600*                 THE SQLCA/EXEC SQL STYLE ESTABLISHED BY        *
003700*                 COBDDB2.                                       *
003800*                                                                *
003900*    MODIFICATION HISTORY                                       *
004000*    DATE       INIT  DESCRIPTION                                *
004100*    -------    ----  ------------------------------------------ *
004200*    2026-10-15 GMS   ORIGINAL PROGRAM                           *
004300*    2026-10-15 GMS   ALSO MOVE THE LOAN'S FORECLOSURE_CASE,     *
004400*                     BANKRUPTCY_CASE, SERVICING_TRANSFER AND    *
004500*                     BORROWER_CONTACT ROWS TO THEIR ARCHIVE     *
004600*                     TABLES ALONGSIDE THE LOAN ROW, EACH        *
004700*                     PROVED AND SHOWN ON ITS OWN CONTROL LINE,  *
004800*                     SO NO CASE OR CONTACT ROW IS LEFT ON THE   *
004900*                     ACTIVE TABLES WITHOUT ITS LOAN.            *
005000*                                                                *
005100******************************************************************
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT CHECKPOINT-FILE ASSIGN TO CHKPTFIL
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-CHKPT-FILE-STATUS.
005800     SELECT RETIRED-HISTORY-FILE ASSIGN TO NOTHRETI
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-NOTHRETI-FILE-STATUS.
006100     SELECT CARRIED-HISTORY-FILE ASSIGN TO NOTHRETO
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-NOTHRETO-FILE-STATUS.
006400     SELECT ARCHIVED-HISTORY-FILE ASSIGN TO NOTHARCH
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-NOTHARCH-FILE-STATUS.
006700     SELECT ARCHIVE-REPORT-FILE ASSIGN TO ARCHRPT
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-ARCHRPT-FILE-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  CHECKPOINT-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500     COPY CHKPTREC.
007600 FD  RETIRED-HISTORY-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900     COPY NOTHIST.
008000 FD  CARRIED-HISTORY-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300     COPY NOTHIST REPLACING
008400         ==NOTICE-HISTORY-REC== BY ==CARRIED-HISTORY-REC==
008500         LEADING ==NH-== BY ==NC-==.
008600 FD  ARCHIVED-HISTORY-FILE
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900     COPY NOTHIST REPLACING
009000         ==NOTICE-HISTORY-REC== BY ==ARCHIVED-HISTORY-REC==
009100         LEADING ==NH-== BY ==NA-==.
009200 FD  ARCHIVE-REPORT-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500     COPY ARCHRPT.
009600 WORKING-STORAGE SECTION.
009700******************************************************************
009800*    FILE AND CURSOR CONTROL AND COUNTERS                        *
009900******************************************************************
010000 01  WS-EOF-SWITCH                   PIC X(01)       VALUE 'N'.
010100     88  WS-END-OF-CURSOR                            VALUE 'Y'.
010200 01  WS-RETIRED-EOF-SWITCH           PIC X(01)       VALUE 'N'.
010300     88  WS-RETIRED-AT-EOF                           VALUE 'Y'.
010400 01  WS-BALANCE-SWITCH               PIC X(01)       VALUE 'Y'.
010500     88  WS-CONTROLS-IN-BALANCE                      VALUE 'Y'.
010600     88  WS-CONTROLS-OUT-OF-BALANCE                  VALUE 'N'.
010700 01  WS-LOAN-COUNT                PIC S9(07) COMP-3 VALUE 0.
010800 01  WS-COMMIT-COUNT              PIC S9(07) COMP-3 VALUE 0.
010900 01  WS-INTERVAL-COUNT            PIC S9(07) COMP-3 VALUE 0.
011000 01  WS-RETIRED-READ-COUNT        PIC S9(07) COMP-3 VALUE 0.
011100 01  WS-CARRIED-COUNT             PIC S9(07) COMP-3 VALUE 0.
011200 01  WS-CHKPT-FILE-STATUS         PIC X(02)       VALUE '00'.
011300 01  WS-NOTHRETI-FILE-STATUS      PIC X(02)       VALUE '00'.
011400 01  WS-NOTHRETO-FILE-STATUS      PIC X(02)       VALUE '00'.
011500 01  WS-NOTHARCH-FILE-STATUS      PIC X(02)       VALUE '00'.
011600 01  WS-ARCHRPT-FILE-STATUS       PIC X(02)       VALUE '00'.
011700******************************************************************
011800*    ROWS ARCHIVED AND DELETED, PER TABLE FOR THE RUN AND FOR    *
011900*    THE LOAN IN HAND.  THE ROW COUNT OF EACH INSERT AND DELETE  *
012000*    COMES FROM SQLERRD(3).                                      *
012100******************************************************************
012200 01  WS-MASTER-ARCHIVED           PIC S9(09) COMP-3 VALUE 0.
012300 01  WS-MASTER-DELETED            PIC S9(09) COMP-3 VALUE 0.
012400 01  WS-HISTORY-ARCHIVED          PIC S9(09) COMP-3 VALUE 0.
012500 01  WS-HISTORY-DELETED           PIC S9(09) COMP-3 VALUE 0.
012600 01  WS-PLAN-ARCHIVED             PIC S9(09) COMP-3 VALUE 0.
012700 01  WS-PLAN-DELETED              PIC S9(09) COMP-3 VALUE 0.
012800 01  WS-FCASE-ARCHIVED            PIC S9(09) COMP-3 VALUE 0.
012900 01  WS-FCASE-DELETED             PIC S9(09) COMP-3 VALUE 0.
013000 01  WS-BKCASE-ARCHIVED           PIC S9(09) COMP-3 VALUE 0.
013100 01  WS-BKCASE-DELETED            PIC S9(09) COMP-3 VALUE 0.
013200 01  WS-XFER-ARCHIVED             PIC S9(09) COMP-3 VALUE 0.
013300 01  WS-XFER-DELETED              PIC S9(09) COMP-3 VALUE 0.
013400 01  WS-CONTACT-ARCHIVED          PIC S9(09) COMP-3 VALUE 0.
013500 01  WS-CONTACT-DELETED           PIC S9(09) COMP-3 VALUE 0.
013600 01  WS-NOTICE-ARCHIVED           PIC S9(09) COMP-3 VALUE 0.
013700 01  WS-NOTICE-DELETED            PIC S9(09) COMP-3 VALUE 0.
013800 01  WS-ROWS-ARCHIVED             PIC S9(09) COMP-3 VALUE 0.
013900 01  WS-ROWS-DELETED              PIC S9(09) COMP-3 VALUE 0.
014000 01  WS-LOAN-HIST-ROWS            PIC S9(09) COMP-3 VALUE 0.
014100 01  WS-LOAN-PLAN-ROWS            PIC S9(09) COMP-3 VALUE 0.
014200 01  WS-TABLE-NAME                   PIC X(25)       VALUE SPACES.
014300******************************************************************
014400*    RETENTION PERIOD AND COMMIT INTERVAL                        *
014500*    A PAID-OFF LOAN STAYS ON THE ACTIVE TABLES FOR THE          *
014600*    RETENTION PERIOD AFTER ITS PAYOFF DATE, LONG ENOUGH FOR THE *
014700*    PAYOFF MONTH'S CREDIT BUREAU FINAL AND THE PAYOFF YEAR'S    *
014800*    1098.  THE CUTOFF IS THE RUN DATE LESS THE RETENTION        *
014900*    MONTHS.                                                     *
015000******************************************************************
015100 77  WS-RETENTION-MONTHS          PIC S9(03) COMP-3 VALUE 24.
015200 77  WS-COMMIT-INTERVAL           PIC S9(05) COMP-3 VALUE 100.
015300 01  WS-RUN-DATE                     PIC X(08)       VALUE SPACES.
015400 01  WS-RETENTION-CUTOFF             PIC X(08)       VALUE SPACES.
015500 01  WS-CUTOFF-DATE.
015600     05  WS-CUTOFF-YYYY              PIC 9(04).
015700     05  WS-CUTOFF-MM                PIC 9(02).
015800     05  WS-CUTOFF-DD                PIC 9(02).
015900 01  WS-MONTH-INDEX               PIC S9(07) COMP-3 VALUE 0.
016000 01  WS-MONTH-REMAINDER           PIC S9(03) COMP-3 VALUE 0.
016100******************************************************************
016200*    RESTART PARM AND CHECKPOINT CONTROL                         *
016300*    THE CURSOR STARTS AFTER WS-RESUME-LOAN: SPACES ON A FRESH   *
016400*    RUN, THE LAST LOAN COMMITTED ON A RESTART.                  *
016500******************************************************************
016600 01  WS-PARM-TEXT                    PIC X(08)       VALUE SPACES.
016700 01  WS-RESTART-SWITCH               PIC X(01)       VALUE 'N'.
016800     88  WS-RESTART-REQUESTED                        VALUE 'Y'.
016900 01  WS-ARCHIVE-DONE-SWITCH          PIC X(01)       VALUE 'N'.
017000     88  WS-ARCHIVE-PASS-DONE                        VALUE 'Y'.
017100 01  WS-CHKPT-EOF-SWITCH             PIC X(01)       VALUE 'N'.
017200     88  WS-CHKPT-AT-EOF                              VALUE 'Y'.
017300 01  WS-RESUME-LOAN                  PIC X(10)       VALUE SPACES.
017400 01  WS-LAST-LOAN-ARCHIVED           PIC X(10)       VALUE SPACES.
017500 01  WS-CURRENT-DATE                 PIC X(08)       VALUE SPACES.
017600 01  WS-CURRENT-TIME                 PIC X(08)       VALUE SPACES.
017700******************************************************************
017800*    DB2 HOST VARIABLE RECORD FOR THE LOAN MASTER TABLE          *
017900******************************************************************
018000     COPY LOANREC.
018100*    INCLUDING SQLCA COPYBOOK FOR SQLCODE AND THE REST OF THE
018200*    DB2 COMMUNICATIONS AREA.
018300     EXEC SQL
018400          INCLUDE SQLCA
018500     END-EXEC.
018600 LINKAGE SECTION.
018700 01  LS-PARM-AREA.
018800     05  LS-PARM-LENGTH              PIC S9(4) COMP.
018900     05  LS-PARM-VALUE               PIC X(08).
019000 PROCEDURE DIVISION USING LS-PARM-AREA.
019100******************************************************************
019200*    0000-MAINLINE                                               *
019300******************************************************************
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019600     PERFORM 1100-CHECK-RESTART-PARM THRU 1100-EXIT.
019700     PERFORM 1200-OPEN-CHECKPOINT-FILE THRU 1200-EXIT.
019800     PERFORM 1300-SET-RETENTION-CUTOFF THRU 1300-EXIT.
019900     IF NOT WS-ARCHIVE-PASS-DONE
020000         PERFORM 2000-OPEN-ARCHIVE-CURSOR THRU 2000-EXIT
020100         PERFORM 3000-ARCHIVE-LOAN THRU 3000-EXIT
020200             UNTIL WS-END-OF-CURSOR
020300         PERFORM 2900-CLOSE-ARCHIVE-CURSOR THRU 2900-EXIT
020400     END-IF.
020500     PERFORM 4000-OPEN-NOTICE-FILES THRU 4000-EXIT.
020600     PERFORM 4100-READ-RETIRED THRU 4100-EXIT.
020700     PERFORM 4200-SORT-RETIRED-RECORD THRU 4200-EXIT
020800         UNTIL WS-RETIRED-AT-EOF.
020900     PERFORM 8500-WRITE-CONTROLS THRU 8500-EXIT.
021000     PERFORM 9000-NORMAL-TERMINATE THRU 9000-EXIT.
021100     STOP RUN.
021200******************************************************************
021300*    1000-INITIALIZE                                             *
021400******************************************************************
021500 1000-INITIALIZE.
021600     DISPLAY 'COBARCH - PAID-OFF LOAN ARCHIVE AND PURGE STARTING'.
021700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021800     OPEN OUTPUT ARCHIVE-REPORT-FILE.
021900     IF WS-ARCHRPT-FILE-STATUS NOT = '00'
022000         DISPLAY 'COBARCH - REPORT FILE OPEN FAILED, STATUS = '
022100                 WS-ARCHRPT-FILE-STATUS
022200         MOVE 16 TO RETURN-CODE
022300         GO TO 9900-ABEND-TERMINATE
022400     END-IF.
022500 1000-EXIT.
022600     EXIT.
022700******************************************************************
022800*    1100-CHECK-RESTART-PARM                                     *
022900*    A 'RESTART' VALUE IN THE EXEC PARM MEANS RESUME AFTER THE   *
023000*    LAST CHECKPOINT.  THE REF-MOD OF LS-PARM-VALUE IS CAPPED AT *
023100*    ITS OWN PIC X(08) SIZE, AS IN COBDDB2.                      *
023200******************************************************************
023300 1100-CHECK-RESTART-PARM.
023400     IF LS-PARM-LENGTH > ZERO
023500         IF LS-PARM-LENGTH > 8
023600             MOVE LS-PARM-VALUE(1:8) TO WS-PARM-TEXT
023700         ELSE
023800             MOVE LS-PARM-VALUE(1:LS-PARM-LENGTH) TO WS-PARM-TEXT
023900         END-IF
024000         IF WS-PARM-TEXT(1:7) = 'RESTART'
024100             SET WS-RESTART-REQUESTED TO TRUE
024200         END-IF
024300     END-IF.
024400     IF WS-RESTART-REQUESTED
024500         DISPLAY 'COBARCH - RESTART REQUESTED, RESUMING FROM '
024600                 'LAST CHECKPOINT'
024700     ELSE
024800         DISPLAY 'COBARCH - FRESH RUN, STARTING FROM FIRST LOAN'
024900     END-IF.
025000 1100-EXIT.
025100     EXIT.
025200******************************************************************
025300*    1200-OPEN-CHECKPOINT-FILE                                   *
025400*    ON A RESTART THE EXISTING CHECKPOINT FILE IS SCANNED FOR    *
025500*    THE LAST LOAN COMMITTED AND IS THEN REOPENED IN EXTEND MODE *
025600*    SO THE LOG IS APPENDED TO, NOT LOST.  ON A FRESH RUN A NEW  *
025700*    CHECKPOINT FILE IS STARTED.                                 *
025800******************************************************************
025900 1200-OPEN-CHECKPOINT-FILE.
026000     IF WS-RESTART-REQUESTED
026100         PERFORM 1210-SCAN-CHECKPOINT-FILE THRU 1210-EXIT
026200         OPEN EXTEND CHECKPOINT-FILE
026300         IF WS-CHKPT-FILE-STATUS NOT = '00'
026400             DISPLAY 'COBARCH - CHECKPOINT FILE OPEN EXTEND '
026500                     'FAILED, STATUS = ' WS-CHKPT-FILE-STATUS
026600             MOVE 16 TO RETURN-CODE
026700             GO TO 9900-ABEND-TERMINATE
026800         END-IF
026900     ELSE
027000         OPEN OUTPUT CHECKPOINT-FILE
027100         IF WS-CHKPT-FILE-STATUS NOT = '00'
027200             DISPLAY 'COBARCH - CHECKPOINT FILE OPEN OUTPUT '
027300                     'FAILED, STATUS = ' WS-CHKPT-FILE-STATUS
027400             MOVE 16 TO RETURN-CODE
027500             GO TO 9900-ABEND-TERMINATE
027600         END-IF
027700     END-IF.
027800 1200-EXIT.
027900     EXIT.
028000******************************************************************
028100*    1210-SCAN-CHECKPOINT-FILE                                   *
028200******************************************************************
028300 1210-SCAN-CHECKPOINT-FILE.
028400     OPEN INPUT CHECKPOINT-FILE.
028500     IF WS-CHKPT-FILE-STATUS = '00'
028600         PERFORM 1220-READ-CHECKPOINT THRU 1220-EXIT
028700         PERFORM 1230-PROCESS-CHECKPOINT THRU 1230-EXIT
028800             UNTIL WS-CHKPT-AT-EOF
028900         CLOSE CHECKPOINT-FILE
029000     ELSE
029100         DISPLAY 'COBARCH - NO PRIOR CHECKPOINT FILE, RESTART '
029200                 'WILL START FROM FIRST LOAN'
029300     END-IF.
029400     IF WS-ARCHIVE-PASS-DONE
029500         DISPLAY 'COBARCH - LOAN PASS COMPLETE PER CHECKPOINT, '
029600                 'RESUMING AT NOTICE HISTORY'
029700     ELSE
029800         IF WS-RESUME-LOAN NOT = SPACES
029900             DISPLAY 'COBARCH - RESUMING AFTER LOAN '
030000                     WS-RESUME-LOAN
030100         END-IF
030200     END-IF.
030300 1210-EXIT.
030400     EXIT.
030500******************************************************************
030600*    1220-READ-CHECKPOINT                                        *
030700******************************************************************
030800 1220-READ-CHECKPOINT.
030900     READ CHECKPOINT-FILE
031000         AT END
031100             SET WS-CHKPT-AT-EOF TO TRUE
031200     END-READ.
031300 1220-EXIT.
031400     EXIT.
031500******************************************************************
031600*    1230-PROCESS-CHECKPOINT                                     *
031700*    EVERY ARCHIVE CHECKPOINT MOVES THE RESUME POINT TO ITS LAST *
031800*    LOAN COMMITTED; THE LAST ONE READ WINS.  A COMPLETE         *
031900*    CHECKPOINT MEANS THE LOAN PASS FINISHED AND ONLY THE NOTICE *
032000*    HISTORY REMAINS.                                            *
032100******************************************************************
032200 1230-PROCESS-CHECKPOINT.
032300     IF CK-JOB-STEP-NAME = 'ARCHIVE '
032400         MOVE CK-LAST-LOAN-NUMBER TO WS-RESUME-LOAN
032500         IF CK-STEP-COMPLETE
032600             SET WS-ARCHIVE-PASS-DONE TO TRUE
032700         END-IF
032800     END-IF.
032900     PERFORM 1220-READ-CHECKPOINT THRU 1220-EXIT.
033000 1230-EXIT.
033100     EXIT.
033200******************************************************************
033300*    1300-SET-RETENTION-CUTOFF                                   *
033400*    THE RUN DATE LESS THE RETENTION MONTHS.  A LOAN PAID OFF    *
033500*    BEFORE THIS DATE IS ARCHIVED.                               *
033600******************************************************************
033700 1300-SET-RETENTION-CUTOFF.
033800     MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
033900     COMPUTE WS-MONTH-INDEX = WS-CUTOFF-YYYY * 12
034000                            + WS-CUTOFF-MM - 1
034100                            - WS-RETENTION-MONTHS.
034200     DIVIDE WS-MONTH-INDEX BY 12
034300         GIVING WS-CUTOFF-YYYY
034400         REMAINDER WS-MONTH-REMAINDER.
034500     COMPUTE WS-CUTOFF-MM = WS-MONTH-REMAINDER + 1.
034600     MOVE WS-CUTOFF-DATE TO WS-RETENTION-CUTOFF.
034700     DISPLAY 'COBARCH - RETENTION CUTOFF ' WS-RETENTION-CUTOFF.
034800     MOVE SPACES TO ARCHIVE-REPORT-REC.
034900     SET AR-TYPE-RUN TO TRUE.
035000     MOVE 'RETENTION CUTOFF DATE' TO AR-RUN-LABEL.
035100     MOVE WS-RETENTION-CUTOFF    TO AR-RUN-VALUE.
035200     MOVE ZERO                   TO AR-RUN-COUNT.
035300     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
035400     IF WS-RESUME-LOAN NOT = SPACES
035500         MOVE SPACES TO ARCHIVE-REPORT-REC
035600         SET AR-TYPE-RUN TO TRUE
035700         MOVE 'RESTARTED AFTER LOAN' TO AR-RUN-LABEL
035800         MOVE WS-RESUME-LOAN      TO AR-RUN-VALUE
035900         MOVE ZERO                TO AR-RUN-COUNT
036000         PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT
036100     END-IF.
036200 1300-EXIT.
036300     EXIT.
036400******************************************************************
036500*    2000-OPEN-ARCHIVE-CURSOR                                    *
036600*    EVERY PAID-OFF LOAN PAST THE RETENTION CUTOFF, AFTER THE    *
036700*    RESUME POINT, IN LOAN NUMBER ORDER.  WITH HOLD KEEPS THE    *
036800*    CURSOR OPEN ACROSS THE INTERVAL COMMITS.                    *
036900******************************************************************
037000 2000-OPEN-ARCHIVE-CURSOR.
037100     EXEC SQL
037200          DECLARE ARCH-CURSOR CURSOR WITH HOLD FOR
037300          SELECT LOAN_NUMBER, BORROWER_NAME, LAST_PAID_DATE
037400            FROM SYSMTG.LOAN_MASTER
037500           WHERE DELINQUENCY_STATUS = 'PF'
037600             AND LAST_PAID_DATE < :WS-RETENTION-CUTOFF
037700             AND LOAN_NUMBER > :WS-RESUME-LOAN
037800           ORDER BY LOAN_NUMBER
037900     END-EXEC.
038000     EXEC SQL
038100          OPEN ARCH-CURSOR
038200     END-EXEC.
038300     IF SQLCODE NOT = ZERO
038400         DISPLAY 'COBARCH - OPEN CURSOR FAILED, SQLCODE = '
038500                 SQLCODE
038600         MOVE 16 TO RETURN-CODE
038700         GO TO 9900-ABEND-TERMINATE
038800     END-IF.
038900     MOVE 'ARCHIVE ' TO CK-JOB-STEP-NAME.
039000     PERFORM 2100-FETCH-LOAN THRU 2100-EXIT.
039100 2000-EXIT.
039200     EXIT.
039300******************************************************************
039400*    2100-FETCH-LOAN                                             *
039500******************************************************************
039600 2100-FETCH-LOAN.
039700     EXEC SQL
039800          FETCH ARCH-CURSOR
039900          INTO :LM-LOAN-NUMBER, :LM-BORROWER-NAME,
040000               :LM-LAST-PAID-DATE
040100     END-EXEC.
040200     IF SQLCODE = 100
040300         SET WS-END-OF-CURSOR TO TRUE
040400     ELSE
040500         IF SQLCODE NOT = ZERO
040600             DISPLAY 'COBARCH - FETCH FAILED, SQLCODE = ' SQLCODE
040700             MOVE 16 TO RETURN-CODE
040800             GO TO 9900-ABEND-TERMINATE
040900         END-IF
041000     END-IF.
041100 2100-EXIT.
041200     EXIT.
041300******************************************************************
041400*    2900-CLOSE-ARCHIVE-CURSOR                                   *
041500*    COMMITS THE LAST PARTIAL INTERVAL AND MARKS THE LOAN PASS   *
041600*    COMPLETE, SO A LATER RESTART GOES STRAIGHT TO THE NOTICE    *
041700*    HISTORY.                                                    *
041800******************************************************************
041900 2900-CLOSE-ARCHIVE-CURSOR.
042000     EXEC SQL
042100          CLOSE ARCH-CURSOR
042200     END-EXEC.
042300     IF WS-LAST-LOAN-ARCHIVED = SPACES
042400         MOVE WS-RESUME-LOAN TO WS-LAST-LOAN-ARCHIVED
042500     END-IF.
042600     SET CK-STEP-COMPLETE TO TRUE.
042700     PERFORM 3600-COMMIT-AND-CHECKPOINT THRU 3600-EXIT.
042800 2900-EXIT.
042900     EXIT.
043000******************************************************************
043100*    3000-ARCHIVE-LOAN                                           *
043200*    ONE LOAN PER PASS: THE LEDGER, THE WORKOUT PLAN, THE        *
043300*    FORECLOSURE AND BANKRUPTCY CASES, THE SERVICING TRANSFER,   *
043400*    THE BORROWER CONTACT AND THEN THE MASTER ROW ARE EACH       *
043500*    COPIED TO THE ARCHIVE AND DELETED.  THE MASTER ROW GOES     *
043600*    LAST SO A LOAN ONLY LEAVES THE CURSOR'S POPULATION ONCE     *
043700*    EVERYTHING UNDER IT HAS MOVED.                              *
043800******************************************************************
043900 3000-ARCHIVE-LOAN.
044000     PERFORM 3100-ARCHIVE-HISTORY THRU 3100-EXIT.
044100     PERFORM 3200-ARCHIVE-PLAN THRU 3200-EXIT.
044200     PERFORM 3210-ARCHIVE-FORECLOSURE THRU 3210-EXIT.
044300     PERFORM 3220-ARCHIVE-BANKRUPTCY THRU 3220-EXIT.
044400     PERFORM 3230-ARCHIVE-TRANSFER THRU 3230-EXIT.
044500     PERFORM 3240-ARCHIVE-CONTACT THRU 3240-EXIT.
044600     PERFORM 3300-ARCHIVE-MASTER THRU 3300-EXIT.
044700     ADD 1 TO WS-LOAN-COUNT.
044800     PERFORM 8000-WRITE-LOAN-LINE THRU 8000-EXIT.
044900     MOVE LM-LOAN-NUMBER TO WS-LAST-LOAN-ARCHIVED.
045000     ADD 1 TO WS-INTERVAL-COUNT.
045100     IF WS-INTERVAL-COUNT NOT < WS-COMMIT-INTERVAL
045200         SET CK-STEP-IN-PROGRESS TO TRUE
045300         PERFORM 3600-COMMIT-AND-CHECKPOINT THRU 3600-EXIT
045400     END-IF.
045500     PERFORM 2100-FETCH-LOAN THRU 2100-EXIT.
045600 3000-EXIT.
045700     EXIT.
045800******************************************************************
045900*    3100-ARCHIVE-HISTORY                                        *
046000*    A LOAN MAY HAVE NO LEDGER ROWS; THE INSERT AND DELETE THEN  *
046100*    COME BACK SQLCODE 100 AND COUNT AS ZERO.                    *
046200******************************************************************
046300 3100-ARCHIVE-HISTORY.
046400     MOVE 'PAYMENT_HISTORY' TO WS-TABLE-NAME.
046500     EXEC SQL
046600          INSERT INTO SYSMTG.PAYMENT_HISTORY_ARCHIVE
046700                 (LOAN_NUMBER, TRAN_DATE, TRAN_TIME, TRAN_TYPE,
046800                  TRAN_AMT, PRINCIPAL_AMT, INTEREST_AMT,
046900                  ESCROW_AMT, RESULTING_UPB, TRAN_DESC,
047000                  LOCKBOX_BATCH, PMI_AMT, ARCHIVE_DATE)
047100          SELECT LOAN_NUMBER, TRAN_DATE, TRAN_TIME, TRAN_TYPE,
047200                 TRAN_AMT, PRINCIPAL_AMT, INTEREST_AMT,
047300                 ESCROW_AMT, RESULTING_UPB, TRAN_DESC,
047400                 LOCKBOX_BATCH, PMI_AMT, :WS-RUN-DATE
047500            FROM SYSMTG.PAYMENT_HISTORY
047600           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
047700     END-EXEC.
047800     PERFORM 3410-COUNT-ROWS-ARCHIVED THRU 3410-EXIT.
047900     EXEC SQL
048000          DELETE FROM SYSMTG.PAYMENT_HISTORY
048100           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
048200     END-EXEC.
048300     PERFORM 3420-COUNT-ROWS-DELETED THRU 3420-EXIT.
048400     PERFORM 3400-PROVE-ROW-COUNTS THRU 3400-EXIT.
048500     MOVE WS-ROWS-ARCHIVED TO WS-LOAN-HIST-ROWS.
048600     ADD WS-ROWS-ARCHIVED TO WS-HISTORY-ARCHIVED.
048700     ADD WS-ROWS-DELETED TO WS-HISTORY-DELETED.
048800 3100-EXIT.
048900     EXIT.
049000******************************************************************
049100*    3200-ARCHIVE-PLAN                                           *
049200*    ONE WORKOUT PLAN ROW AT MOST, AND MOST LOANS HAVE NONE.     *
049300******************************************************************
049400 3200-ARCHIVE-PLAN.
049500     MOVE 'WORKOUT_PLAN' TO WS-TABLE-NAME.
049600     EXEC SQL
049700          INSERT INTO SYSMTG.WORKOUT_PLAN_ARCHIVE
049800                 (LOAN_NUMBER, PLAN_TYPE, PLAN_STATUS, START_DATE,
049900                  SCHEDULED_PLAN_PMT, PMTS_SCHEDULED, PMTS_MADE,
050000                  LAST_PMT_DATE, CLOSE_DATE, ARCHIVE_DATE)
050100          SELECT LOAN_NUMBER, PLAN_TYPE, PLAN_STATUS, START_DATE,
050200                 SCHEDULED_PLAN_PMT, PMTS_SCHEDULED, PMTS_MADE,
050300                 LAST_PMT_DATE, CLOSE_DATE, :WS-RUN-DATE
050400            FROM SYSMTG.WORKOUT_PLAN
050500           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
050600     END-EXEC.
050700     PERFORM 3410-COUNT-ROWS-ARCHIVED THRU 3410-EXIT.
050800     EXEC SQL
050900          DELETE FROM SYSMTG.WORKOUT_PLAN
051000           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
051100     END-EXEC.
051200     PERFORM 3420-COUNT-ROWS-DELETED THRU 3420-EXIT.
051300     PERFORM 3400-PROVE-ROW-COUNTS THRU 3400-EXIT.
051400     MOVE WS-ROWS-ARCHIVED TO WS-LOAN-PLAN-ROWS.
051500     ADD WS-ROWS-ARCHIVED TO WS-PLAN-ARCHIVED.
051600     ADD WS-ROWS-DELETED TO WS-PLAN-DELETED.
051700 3200-EXIT.
051800     EXIT.
051900******************************************************************
052000*    3210-ARCHIVE-FORECLOSURE                                    *
052100*    ONE FORECLOSURE CASE ROW AT MOST: A LOAN PAID OFF OUT OF    *
052200*    FORECLOSURE HAS ITS CASE CANCELLED AS PAID OFF.             *
052300******************************************************************
052400 3210-ARCHIVE-FORECLOSURE.
052500     MOVE 'FORECLOSURE_CASE' TO WS-TABLE-NAME.
052600     EXEC SQL
052700          INSERT INTO SYSMTG.FORECLOSURE_CASE_ARCHIVE
052800                 (LOAN_NUMBER, CASE_STATUS, REFERRAL_DATE,
052900                  ATTORNEY_ID, ATTORNEY_DATE, FIRST_LEGAL_DATE,
053000                  SALE_SCHED_DATE, SALE_HELD_DATE, SALE_RESULT,
053100                  CLOSE_DATE, CLOSE_REASON, ARCHIVE_DATE)
053200          SELECT LOAN_NUMBER, CASE_STATUS, REFERRAL_DATE,
053300                 ATTORNEY_ID, ATTORNEY_DATE, FIRST_LEGAL_DATE,
053400                 SALE_SCHED_DATE, SALE_HELD_DATE, SALE_RESULT,
053500                 CLOSE_DATE, CLOSE_REASON, :WS-RUN-DATE
053600            FROM SYSMTG.FORECLOSURE_CASE
053700           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
053800     END-EXEC.
053900     PERFORM 3410-COUNT-ROWS-ARCHIVED THRU 3410-EXIT.
054000     EXEC SQL
054100          DELETE FROM SYSMTG.FORECLOSURE_CASE
054200           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
054300     END-EXEC.
054400     PERFORM 3420-COUNT-ROWS-DELETED THRU 3420-EXIT.
054500     PERFORM 3400-PROVE-ROW-COUNTS THRU 3400-EXIT.
054600     ADD WS-ROWS-ARCHIVED TO WS-FCASE-ARCHIVED.
054700     ADD WS-ROWS-DELETED TO WS-FCASE-DELETED.
054800 3210-EXIT.
054900     EXIT.
055000******************************************************************
055100*    3220-ARCHIVE-BANKRUPTCY                                     *
055200*    ONE BANKRUPTCY CASE ROW AT MOST, THE LOAN'S LAST CASE.      *
055300******************************************************************
055400 3220-ARCHIVE-BANKRUPTCY.
055500     MOVE 'BANKRUPTCY_CASE' TO WS-TABLE-NAME.
055600     EXEC SQL
055700          INSERT INTO SYSMTG.BANKRUPTCY_CASE_ARCHIVE
055800                 (LOAN_NUMBER, CASE_NUMBER, CHAPTER, CASE_STATUS,
055900                  FILING_DATE, TRUSTEE_NAME, PLAN_PAYMENT_AMT,
056000                  CLOSE_DATE, POSTPET_DUE_DATE,
056100                  PREPET_ARREARS_AMT, PREPET_PAID_AMT,
056200                  POSTPET_PAID_AMT, LAST_UPDATE_DATE,
056300                  ARCHIVE_DATE)
056400          SELECT LOAN_NUMBER, CASE_NUMBER, CHAPTER, CASE_STATUS,
056500                 FILING_DATE, TRUSTEE_NAME, PLAN_PAYMENT_AMT,
056600                 CLOSE_DATE, POSTPET_DUE_DATE,
056700                 PREPET_ARREARS_AMT, PREPET_PAID_AMT,
056800                 POSTPET_PAID_AMT, LAST_UPDATE_DATE,
056900                 :WS-RUN-DATE
057000            FROM SYSMTG.BANKRUPTCY_CASE
057100           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
057200     END-EXEC.
057300     PERFORM 3410-COUNT-ROWS-ARCHIVED THRU 3410-EXIT.
057400     EXEC SQL
057500          DELETE FROM SYSMTG.BANKRUPTCY_CASE
057600           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
057700     END-EXEC.
057800     PERFORM 3420-COUNT-ROWS-DELETED THRU 3420-EXIT.
057900     PERFORM 3400-PROVE-ROW-COUNTS THRU 3400-EXIT.
058000     ADD WS-ROWS-ARCHIVED TO WS-BKCASE-ARCHIVED.
058100     ADD WS-ROWS-DELETED TO WS-BKCASE-DELETED.
058200 3220-EXIT.
058300     EXIT.
058400******************************************************************
058500*    3230-ARCHIVE-TRANSFER                                       *
058600*    A PAID-OFF LOAN HAS A SERVICING TRANSFER ROW ONLY WHEN A    *
058700*    SALE WAS REQUESTED AND THE PAYOFF CAME FIRST, IN WHICH CASE *
058710*    COBSXFER HAS CANCELLED IT ('C'); ONE AT MOST.               *
058800******************************************************************
058900 3230-ARCHIVE-TRANSFER.
059000     MOVE 'SERVICING_TRANSFER' TO WS-TABLE-NAME.
059100     EXEC SQL
059200          INSERT INTO SYSMTG.SERVICING_TRANSFER_ARCHIVE
059300                 (LOAN_NUMBER, TRANSFEREE_ID, EFFECTIVE_DATE,
059400                  REQUEST_DATE, XFER_STATUS, LETTER_DATE,
059500                  TRANSFER_DATE, ARCHIVE_DATE)
059600          SELECT LOAN_NUMBER, TRANSFEREE_ID, EFFECTIVE_DATE,
059700                 REQUEST_DATE, XFER_STATUS, LETTER_DATE,
059800                 TRANSFER_DATE, :WS-RUN-DATE
059900            FROM SYSMTG.SERVICING_TRANSFER
060000           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
060100     END-EXEC.
060200     PERFORM 3410-COUNT-ROWS-ARCHIVED THRU 3410-EXIT.
060300     EXEC SQL
060400          DELETE FROM SYSMTG.SERVICING_TRANSFER
060500           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
060600     END-EXEC.
060700     PERFORM 3420-COUNT-ROWS-DELETED THRU 3420-EXIT.
060800     PERFORM 3400-PROVE-ROW-COUNTS THRU 3400-EXIT.
060900     ADD WS-ROWS-ARCHIVED TO WS-XFER-ARCHIVED.
061000     ADD WS-ROWS-DELETED TO WS-XFER-DELETED.
061100 3230-EXIT.
061200     EXIT.
061300******************************************************************
061400*    3240-ARCHIVE-CONTACT                                        *
061500*    ONE BORROWER CONTACT ROW AT MOST; A LOAN MAILED AT THE      *
061600*    PROPERTY ADDRESS HAS NONE.                                  *
061700******************************************************************
061800 3240-ARCHIVE-CONTACT.
061900     MOVE 'BORROWER_CONTACT' TO WS-TABLE-NAME.
062000     EXEC SQL
062100          INSERT INTO SYSMTG.BORROWER_CONTACT_ARCHIVE
062200                 (LOAN_NUMBER, MAIL_LINE_1, MAIL_LINE_2,
062300                  MAIL_CITY, MAIL_STATE, MAIL_ZIP, PHONE_NUMBER,
062400                  EMAIL_ADDRESS, RETURNED_MAIL_FLAG,
062500                  RETURNED_MAIL_DATE, LAST_MAINT_DATE,
062600                  LAST_MAINT_USER, ARCHIVE_DATE)
062700          SELECT LOAN_NUMBER, MAIL_LINE_1, MAIL_LINE_2,
062800                 MAIL_CITY, MAIL_STATE, MAIL_ZIP, PHONE_NUMBER,
062900                 EMAIL_ADDRESS, RETURNED_MAIL_FLAG,
063000                 RETURNED_MAIL_DATE, LAST_MAINT_DATE,
063100                 LAST_MAINT_USER, :WS-RUN-DATE
063200            FROM SYSMTG.BORROWER_CONTACT
063300           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
063400     END-EXEC.
063500     PERFORM 3410-COUNT-ROWS-ARCHIVED THRU 3410-EXIT.
063600     EXEC SQL
063700          DELETE FROM SYSMTG.BORROWER_CONTACT
063800           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
063900     END-EXEC.
064000     PERFORM 3420-COUNT-ROWS-DELETED THRU 3420-EXIT.
064100     PERFORM 3400-PROVE-ROW-COUNTS THRU 3400-EXIT.
064200     ADD WS-ROWS-ARCHIVED TO WS-CONTACT-ARCHIVED.
064300     ADD WS-ROWS-DELETED TO WS-CONTACT-DELETED.
064400 3240-EXIT.
064500     EXIT.
064600******************************************************************
064700*    3300-ARCHIVE-MASTER                                         *
064800*    THE STATUS IS TESTED AGAIN ON BOTH STATEMENTS SO A LOAN     *
064900*    REOPENED SINCE THE FETCH IS LEFT WHERE IT IS.  EXACTLY ONE  *
065000*    ROW MUST MOVE.                                              *
065100******************************************************************
065200 3300-ARCHIVE-MASTER.
065300     MOVE 'LOAN_MASTER' TO WS-TABLE-NAME.
065400     EXEC SQL
065500          INSERT INTO SYSMTG.LOAN_MASTER_ARCHIVE
065600                 (LOAN_NUMBER, BORROWER_SSN, BORROWER_NAME,
065700                  PROPERTY_ADDRESS, ORIGINAL_LOAN_AMT,
065800                  ORIGINATION_DATE, MATURITY_DATE, NOTE_RATE,
065900                  CURRENT_UPB, NEXT_DUE_DATE, LAST_PAID_DATE,
066000                  SCHEDULED_PI_AMT, ESCROW_BALANCE,
066100                  ESCROW_MONTHLY_AMT, DELINQUENCY_STATUS,
066200                  INVESTOR_CODE, POOL_NUMBER, REMIT_TYPE,
066300                  SERVICER_BRANCH, LATE_CHARGE_BALANCE,
066400                  PMI_CARRIER_CODE, PMI_CERT_NUMBER,
066500                  PMI_MONTHLY_PREMIUM, ORIG_PROPERTY_VALUE,
066600                  PMI_STATUS, PMI_STATUS_DATE, ARCHIVE_DATE)
066700          SELECT LOAN_NUMBER, BORROWER_SSN, BORROWER_NAME,
066800                 PROPERTY_ADDRESS, ORIGINAL_LOAN_AMT,
066900                 ORIGINATION_DATE, MATURITY_DATE, NOTE_RATE,
067000                 CURRENT_UPB, NEXT_DUE_DATE, LAST_PAID_DATE,
067100                 SCHEDULED_PI_AMT, ESCROW_BALANCE,
067200                 ESCROW_MONTHLY_AMT, DELINQUENCY_STATUS,
067300                 INVESTOR_CODE, POOL_NUMBER, REMIT_TYPE,
067400                 SERVICER_BRANCH, LATE_CHARGE_BALANCE,
067500                 PMI_CARRIER_CODE, PMI_CERT_NUMBER,
067600                 PMI_MONTHLY_PREMIUM, ORIG_PROPERTY_VALUE,
067700                 PMI_STATUS, PMI_STATUS_DATE, :WS-RUN-DATE
067800            FROM SYSMTG.LOAN_MASTER
067900           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
068000             AND DELINQUENCY_STATUS = 'PF'
068100     END-EXEC.
068200     PERFORM 3410-COUNT-ROWS-ARCHIVED THRU 3410-EXIT.
068300     EXEC SQL
068400          DELETE FROM SYSMTG.LOAN_MASTER
068500           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
068600             AND DELINQUENCY_STATUS = 'PF'
068700     END-EXEC.
068800     PERFORM 3420-COUNT-ROWS-DELETED THRU 3420-EXIT.
068900     PERFORM 3400-PROVE-ROW-COUNTS THRU 3400-EXIT.
069000     IF WS-ROWS-DELETED NOT = 1
069100         DISPLAY 'COBARCH - MASTER ROW NOT MOVED, ROWS = '
069200                 WS-ROWS-DELETED ' LOAN ' LM-LOAN-NUMBER
069300         MOVE 12 TO RETURN-CODE
069400         GO TO 9900-ABEND-TERMINATE
069500     END-IF.
069600     ADD WS-ROWS-ARCHIVED TO WS-MASTER-ARCHIVED.
069700     ADD WS-ROWS-DELETED TO WS-MASTER-DELETED.
069800 3300-EXIT.
069900     EXIT.
070000******************************************************************
070100*    3400-PROVE-ROW-COUNTS                                       *
070200*    EVERY ROW COPIED TO THE ARCHIVE MUST HAVE BEEN DELETED AND  *
070300*    NO OTHER.  A DIFFERENCE BACKS THE WHOLE INTERVAL OUT AND    *
070400*    ABENDS WITH RETURN CODE 12.                                 *
070500******************************************************************
070600 3400-PROVE-ROW-COUNTS.
070700     IF WS-ROWS-ARCHIVED NOT = WS-ROWS-DELETED
070800         DISPLAY 'COBARCH - ' WS-TABLE-NAME ' OUT OF BALANCE, '
070900                 'LOAN ' LM-LOAN-NUMBER
071000         DISPLAY 'COBARCH - ROWS ARCHIVED/DELETED: '
071100                 WS-ROWS-ARCHIVED ' / ' WS-ROWS-DELETED
071200         MOVE 12 TO RETURN-CODE
071300         GO TO 9900-ABEND-TERMINATE
071400     END-IF.
071500 3400-EXIT.
071600     EXIT.
071700******************************************************************
071800*    3410-COUNT-ROWS-ARCHIVED                                    *
071900******************************************************************
072000 3410-COUNT-ROWS-ARCHIVED.
072100     IF SQLCODE = 100
072200         MOVE ZERO TO WS-ROWS-ARCHIVED
072300         GO TO 3410-EXIT
072400     END-IF.
072500     IF SQLCODE NOT = ZERO
072600         DISPLAY 'COBARCH - ' WS-TABLE-NAME ' ARCHIVE INSERT '
072700                 'FAILED, SQLCODE = ' SQLCODE
072800                 ' LOAN ' LM-LOAN-NUMBER
072900         MOVE 16 TO RETURN-CODE
073000         GO TO 9900-ABEND-TERMINATE
073100     END-IF.
073200     MOVE SQLERRD(3) TO WS-ROWS-ARCHIVED.
073300 3410-EXIT.
073400     EXIT.
073500******************************************************************
073600*    3420-COUNT-ROWS-DELETED                                     *
073700******************************************************************
073800 3420-COUNT-ROWS-DELETED.
073900     IF SQLCODE = 100
074000         MOVE ZERO TO WS-ROWS-DELETED
074100         GO TO 3420-EXIT
074200     END-IF.
074300     IF SQLCODE NOT = ZERO
074400         DISPLAY 'COBARCH - ' WS-TABLE-NAME ' DELETE FAILED, '
074500                 'SQLCODE = ' SQLCODE ' LOAN ' LM-LOAN-NUMBER
074600         MOVE 16 TO RETURN-CODE
074700         GO TO 9900-ABEND-TERMINATE
074800     END-IF.
074900     MOVE SQLERRD(3) TO WS-ROWS-DELETED.
075000 3420-EXIT.
075100     EXIT.
075200******************************************************************
075300*    3600-COMMIT-AND-CHECKPOINT                                  *
075400*    COMMITS THE INTERVAL, THEN LOGS THE LAST LOAN IN IT.  THE   *
075500*    CALLER SETS CK-STEP-STATUS:  IN PROGRESS AT AN INTERVAL,    *
075600*    COMPLETE AT THE END OF THE LOAN PASS.  A FAILURE BETWEEN    *
075700*    THE COMMIT AND THE WRITE ONLY MEANS A RESTART FINDS THOSE   *
075800*    LOANS ALREADY GONE FROM THE CURSOR.                         *
075900******************************************************************
076000 3600-COMMIT-AND-CHECKPOINT.
076100     EXEC SQL
076200          COMMIT
076300     END-EXEC.
076400     IF SQLCODE NOT = ZERO
076500         DISPLAY 'COBARCH - COMMIT FAILED, SQLCODE = ' SQLCODE
076600         MOVE 16 TO RETURN-CODE
076700         GO TO 9900-ABEND-TERMINATE
076800     END-IF.
076900     ADD 1 TO WS-COMMIT-COUNT.
077000     MOVE ZERO TO WS-INTERVAL-COUNT.
077100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
077200     ACCEPT WS-CURRENT-TIME FROM TIME.
077300     MOVE 'ARCHIVE ' TO CK-JOB-STEP-NAME.
077400     MOVE WS-LAST-LOAN-ARCHIVED TO CK-LAST-LOAN-NUMBER.
077500     MOVE WS-CURRENT-DATE TO CK-CHECKPOINT-DATE.
077600     MOVE WS-CURRENT-TIME TO CK-CHECKPOINT-TIME.
077700     MOVE SPACES TO CK-FILLER.
077800     WRITE CHECKPOINT-REC.
077900     IF WS-CHKPT-FILE-STATUS NOT = '00'
078000         DISPLAY 'COBARCH - CHECKPOINT WRITE FAILED, STATUS = '
078100                 WS-CHKPT-FILE-STATUS
078200         MOVE 16 TO RETURN-CODE
078300         GO TO 9900-ABEND-TERMINATE
078400     END-IF.
078500 3600-EXIT.
078600     EXIT.
078700******************************************************************
078800*    4000-OPEN-NOTICE-FILES                                      *
078900*    THE RETIRED NOTICE HISTORY IN IS LAST MONTH'S CARRIED       *
079000*    GENERATION CONCATENATED WITH EVERY NIGHTLY GENERATION       *
079100*    COBDLQN HAS WRITTEN SINCE.                                  *
079200******************************************************************
079300 4000-OPEN-NOTICE-FILES.
079400     OPEN INPUT RETIRED-HISTORY-FILE.
079500     IF WS-NOTHRETI-FILE-STATUS NOT = '00'
079600         DISPLAY 'COBARCH - RETIRED HIST OPEN FAILED, STATUS = '
079700                 WS-NOTHRETI-FILE-STATUS
079800         MOVE 16 TO RETURN-CODE
079900         GO TO 9900-ABEND-TERMINATE
080000     END-IF.
080100     OPEN OUTPUT CARRIED-HISTORY-FILE.
080200     IF WS-NOTHRETO-FILE-STATUS NOT = '00'
080300         DISPLAY 'COBARCH - CARRIED HIST OPEN FAILED, STATUS = '
080400                 WS-NOTHRETO-FILE-STATUS
080500         MOVE 16 TO RETURN-CODE
080600         GO TO 9900-ABEND-TERMINATE
080700     END-IF.
080800     OPEN OUTPUT ARCHIVED-HISTORY-FILE.
080900     IF WS-NOTHARCH-FILE-STATUS NOT = '00'
081000         DISPLAY 'COBARCH - HIST ARCHIVE OPEN FAILED, STATUS = '
081100                 WS-NOTHARCH-FILE-STATUS
081200         MOVE 16 TO RETURN-CODE
081300         GO TO 9900-ABEND-TERMINATE
081400     END-IF.
081500 4000-EXIT.
081600     EXIT.
081700******************************************************************
081800*    4100-READ-RETIRED                                           *
081900******************************************************************
082000 4100-READ-RETIRED.
082100     READ RETIRED-HISTORY-FILE
082200         AT END
082300             SET WS-RETIRED-AT-EOF TO TRUE
082400     END-READ.
082500     IF NOT WS-RETIRED-AT-EOF
082600         ADD 1 TO WS-RETIRED-READ-COUNT
082700     END-IF.
082800 4100-EXIT.
082900     EXIT.
083000******************************************************************
083100*    4200-SORT-RETIRED-RECORD                                    *
083200*    A RECORD WHOSE LOAN HAS LEFT THE MASTER -- ARCHIVED THIS    *
083300*    RUN OR EARLIER -- GOES TO THE ARCHIVE GENERATION.  ONE      *
083400*    WHOSE LOAN IS STILL ON THE MASTER IS CARRIED FORWARD.       *
083500******************************************************************
083600 4200-SORT-RETIRED-RECORD.
083700     MOVE NH-LOAN-NUMBER TO LM-LOAN-NUMBER.
083800     EXEC SQL
083900          SELECT DELINQUENCY_STATUS
084000            INTO :LM-DELINQUENCY-STATUS
084100            FROM SYSMTG.LOAN_MASTER
084200           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
084300     END-EXEC.
084400     IF SQLCODE = ZERO
084500         PERFORM 4300-CARRY-RECORD THRU 4300-EXIT
084600     ELSE
084700         IF SQLCODE = 100
084800             PERFORM 4400-ARCHIVE-RECORD THRU 4400-EXIT
084900         ELSE
085000             DISPLAY 'COBARCH - LOAN SELECT FAILED, SQLCODE = '
085100                     SQLCODE ' LOAN ' NH-LOAN-NUMBER
085200             MOVE 16 TO RETURN-CODE
085300             GO TO 9900-ABEND-TERMINATE
085400         END-IF
085500     END-IF.
085600     PERFORM 4100-READ-RETIRED THRU 4100-EXIT.
085700 4200-EXIT.
085800     EXIT.
085900******************************************************************
086000*    4300-CARRY-RECORD                                           *
086100******************************************************************
086200 4300-CARRY-RECORD.
086300     MOVE NOTICE-HISTORY-REC TO CARRIED-HISTORY-REC.
086400     WRITE CARRIED-HISTORY-REC.
086500     IF WS-NOTHRETO-FILE-STATUS NOT = '00'
086600         DISPLAY 'COBARCH - CARRIED HIST WRITE FAILED, STATUS = '
086700                 WS-NOTHRETO-FILE-STATUS
086800         MOVE 16 TO RETURN-CODE
086900         GO TO 9900-ABEND-TERMINATE
087000     END-IF.
087100     ADD 1 TO WS-CARRIED-COUNT.
087200 4300-EXIT.
087300     EXIT.
087400******************************************************************
087500*    4400-ARCHIVE-RECORD                                         *
087600*    A RECORD LEAVES THE RETIRED FILE ONLY BY BEING WRITTEN      *
087700*    HERE, SO ITS DELETION IS COUNTED WITH THE WRITE AND PROVED  *
087800*    ON THE CONTROL LINE AGAINST RECORDS READ LESS RECORDS       *
087900*    CARRIED.                                                    *
088000******************************************************************
088100 4400-ARCHIVE-RECORD.
088200     MOVE NOTICE-HISTORY-REC TO ARCHIVED-HISTORY-REC.
088300     WRITE ARCHIVED-HISTORY-REC.
088400     IF WS-NOTHARCH-FILE-STATUS NOT = '00'
088500         DISPLAY 'COBARCH - HIST ARCHIVE WRITE FAILED, STATUS = '
088600                 WS-NOTHARCH-FILE-STATUS
088700         MOVE 16 TO RETURN-CODE
088800         GO TO 9900-ABEND-TERMINATE
088900     END-IF.
089000     ADD 1 TO WS-NOTICE-ARCHIVED.
089100 4400-EXIT.
089200     EXIT.
089300******************************************************************
089400*    8000-WRITE-LOAN-LINE                                        *
089500******************************************************************
089600 8000-WRITE-LOAN-LINE.
089700     MOVE SPACES TO ARCHIVE-REPORT-REC.
089800     SET AR-TYPE-LOAN TO TRUE.
089900     MOVE LM-LOAN-NUMBER         TO AR-LOAN-NUMBER.
090000     MOVE LM-BORROWER-NAME       TO AR-BORROWER-NAME.
090100     MOVE LM-LAST-PAID-DATE      TO AR-PAYOFF-DATE.
090200     MOVE WS-LOAN-HIST-ROWS      TO AR-HIST-ROWS.
090300     MOVE WS-LOAN-PLAN-ROWS      TO AR-PLAN-ROWS.
090400     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
090500 8000-EXIT.
090600     EXIT.
090700******************************************************************
090800*    8100-WRITE-CONTROL-LINE                                     *
090900*    THE CALLER LOADS WS-TABLE-NAME, WS-ROWS-ARCHIVED AND        *
091000*    WS-ROWS-DELETED.                                            *
091100******************************************************************
091200 8100-WRITE-CONTROL-LINE.
091300     MOVE SPACES TO ARCHIVE-REPORT-REC.
091400     SET AR-TYPE-CONTROL TO TRUE.
091500     MOVE WS-TABLE-NAME          TO AR-CT-TABLE-NAME.
091600     MOVE WS-ROWS-ARCHIVED       TO AR-CT-ARCHIVED.
091700     MOVE WS-ROWS-DELETED        TO AR-CT-DELETED.
091800     IF WS-ROWS-ARCHIVED = WS-ROWS-DELETED
091900         MOVE 'IN BALANCE'       TO AR-CT-STATUS
092000     ELSE
092100         MOVE 'OUT OF BALANCE'   TO AR-CT-STATUS
092200         SET WS-CONTROLS-OUT-OF-BALANCE TO TRUE
092300     END-IF.
092400     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
092500 8100-EXIT.
092600     EXIT.
092700******************************************************************
092800*    8500-WRITE-CONTROLS                                         *
092900*    ONE CONTROL LINE PER TABLE AND FOR THE NOTICE HISTORY, THEN *
093000*    THE RUN LINES.  ON A RESTART THE FIGURES COVER THIS RUN     *
093100*    ONLY; THE EARLIER RUN'S REPORT COVERS THE LOANS BEFORE IT.  *
093200******************************************************************
093300 8500-WRITE-CONTROLS.
093400     MOVE 'LOAN_MASTER'          TO WS-TABLE-NAME.
093500     MOVE WS-MASTER-ARCHIVED     TO WS-ROWS-ARCHIVED.
093600     MOVE WS-MASTER-DELETED      TO WS-ROWS-DELETED.
093700     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
093800     MOVE 'PAYMENT_HISTORY'      TO WS-TABLE-NAME.
093900     MOVE WS-HISTORY-ARCHIVED    TO WS-ROWS-ARCHIVED.
094000     MOVE WS-HISTORY-DELETED     TO WS-ROWS-DELETED.
094100     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
094200     MOVE 'WORKOUT_PLAN'         TO WS-TABLE-NAME.
094300     MOVE WS-PLAN-ARCHIVED       TO WS-ROWS-ARCHIVED.
094400     MOVE WS-PLAN-DELETED        TO WS-ROWS-DELETED.
094500     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
094600     MOVE 'FORECLOSURE_CASE'     TO WS-TABLE-NAME.
094700     MOVE WS-FCASE-ARCHIVED      TO WS-ROWS-ARCHIVED.
094800     MOVE WS-FCASE-DELETED       TO WS-ROWS-DELETED.
094900     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
095000     MOVE 'BANKRUPTCY_CASE'      TO WS-TABLE-NAME.
095100     MOVE WS-BKCASE-ARCHIVED     TO WS-ROWS-ARCHIVED.
095200     MOVE WS-BKCASE-DELETED      TO WS-ROWS-DELETED.
095300     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
095400     MOVE 'SERVICING_TRANSFER'   TO WS-TABLE-NAME.
095500     MOVE WS-XFER-ARCHIVED       TO WS-ROWS-ARCHIVED.
095600     MOVE WS-XFER-DELETED        TO WS-ROWS-DELETED.
095700     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
095800     MOVE 'BORROWER_CONTACT'     TO WS-TABLE-NAME.
095900     MOVE WS-CONTACT-ARCHIVED    TO WS-ROWS-ARCHIVED.
096000     MOVE WS-CONTACT-DELETED     TO WS-ROWS-DELETED.
096100     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
096200     COMPUTE WS-NOTICE-DELETED = WS-RETIRED-READ-COUNT
096300                               - WS-CARRIED-COUNT.
096400     MOVE 'NOTICE HISTORY'       TO WS-TABLE-NAME.
096500     MOVE WS-NOTICE-ARCHIVED     TO WS-ROWS-ARCHIVED.
096600     MOVE WS-NOTICE-DELETED      TO WS-ROWS-DELETED.
096700     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT.
096800     MOVE SPACES TO ARCHIVE-REPORT-REC.
096900     SET AR-TYPE-RUN TO TRUE.
097000     MOVE 'LOANS ARCHIVED'       TO AR-RUN-LABEL.
097100     MOVE WS-LOAN-COUNT          TO AR-RUN-COUNT.
097200     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
097300     MOVE SPACES TO ARCHIVE-REPORT-REC.
097400     SET AR-TYPE-RUN TO TRUE.
097500     MOVE 'NOTICE HISTORY CARRIED'  TO AR-RUN-LABEL.
097600     MOVE WS-CARRIED-COUNT       TO AR-RUN-COUNT.
097700     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
097800     MOVE SPACES TO ARCHIVE-REPORT-REC.
097900     SET AR-TYPE-RUN TO TRUE.
098000     MOVE 'COMMITS TAKEN'        TO AR-RUN-LABEL.
098100     MOVE WS-COMMIT-COUNT        TO AR-RUN-COUNT.
098200     PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
098300 8500-EXIT.
098400     EXIT.
098500******************************************************************
098600*    8600-WRITE-REPORT-LINE                                      *
098700******************************************************************
098800 8600-WRITE-REPORT-LINE.
098900     WRITE ARCHIVE-REPORT-REC.
099000     IF WS-ARCHRPT-FILE-STATUS NOT = '00'
099100         DISPLAY 'COBARCH - REPORT WRITE FAILED, STATUS = '
099200                 WS-ARCHRPT-FILE-STATUS
099300         MOVE 16 TO RETURN-CODE
099400         GO TO 9900-ABEND-TERMINATE
099500     END-IF.
099600 8600-EXIT.
099700     EXIT.
099800******************************************************************
099900*    9000-NORMAL-TERMINATE                                       *
100000*    A CONTROL LINE OUT OF BALANCE ENDS THE RUN WITH RETURN CODE *
100100*    12 SO THE ARCHIVE GENERATIONS ARE NOT CATALOGUED UNCHECKED. *
100200******************************************************************
100300 9000-NORMAL-TERMINATE.
100400     CLOSE CHECKPOINT-FILE.
100500     CLOSE RETIRED-HISTORY-FILE.
100600     CLOSE CARRIED-HISTORY-FILE.
100700     CLOSE ARCHIVED-HISTORY-FILE.
100800     CLOSE ARCHIVE-REPORT-FILE.
100900     DISPLAY 'COBARCH - LOANS ARCHIVED:       ' WS-LOAN-COUNT.
101000     DISPLAY 'COBARCH - LEDGER ROWS ARCHIVED: '
101100             WS-HISTORY-ARCHIVED.
101200     DISPLAY 'COBARCH - PLAN ROWS ARCHIVED:   ' WS-PLAN-ARCHIVED.
101300     DISPLAY 'COBARCH - COMMITS TAKEN:        ' WS-COMMIT-COUNT.
101400     DISPLAY 'COBARCH - RETIRED HISTORY READ: '
101500             WS-RETIRED-READ-COUNT.
101600     DISPLAY 'COBARCH - HISTORY ARCHIVED:     '
101700             WS-NOTICE-ARCHIVED.
101800     DISPLAY 'COBARCH - HISTORY CARRIED:      ' WS-CARRIED-COUNT.
101900     IF WS-CONTROLS-OUT-OF-BALANCE
102000         DISPLAY 'COBARCH - CONTROL TOTALS OUT OF BALANCE'
102100         MOVE 12 TO RETURN-CODE
102200     ELSE
102300         DISPLAY 'COBARCH - NORMAL COMPLETION'
102400         MOVE 0 TO RETURN-CODE
102500     END-IF.
102600 9000-EXIT.
102700     EXIT.
102800******************************************************************
102900*    9900-ABEND-TERMINATE                                        *
103000*    REACHED ONLY VIA GO TO WHEN A FILE OPEN OR WRITE OR AN SQL  *
103100*    CALL FAILS OR A LOAN'S ROW COUNTS DO NOT PROVE.  THE OPEN   *
103200*    INTERVAL IS ROLLED BACK; EVERYTHING UP TO THE LAST          *
103300*    CHECKPOINT STAYS COMMITTED.  RERUN WITH PARM='RESTART' TO   *
103400*    RESUME AFTER IT.  RETURN-CODE IS ALREADY SET BY THE CALLER. *
103500******************************************************************
103600 9900-ABEND-TERMINATE.
103700     EXEC SQL
103800          ROLLBACK
103900     END-EXEC.
104000     CLOSE CHECKPOINT-FILE.
104100     CLOSE RETIRED-HISTORY-FILE.
104200     CLOSE CARRIED-HISTORY-FILE.
104300     CLOSE ARCHIVED-HISTORY-FILE.
104400     CLOSE ARCHIVE-REPORT-FILE.
104500     DISPLAY 'COBARCH - ABENDING, RETURN CODE = ' RETURN-CODE.
104600     STOP RUN.
