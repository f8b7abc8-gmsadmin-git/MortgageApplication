001100*                 A DB2 CONNECTIVITY GO/NO-GO GATE -- IF DB2     *
001200*                 ISN'T UP OR THE PLAN ISN'T BOUND WE MUST NOT   *
001300*                 LET THE REST OF THE BATCH WINDOW START.  STEPS *
001400*                 TWO THROUGH FIFTEEN CALL THE SUSPENSE          *
001410*                 PROCESSING, PAYMENT POSTING, RETURNED-PAYMENT  *
001420*                 REVERSAL, UNDERWRITING                         *
001500*                 DECISION, LOAN BOARDING, DELINQUENCY           *
001501*                 RECALCULATION,                                 *
001510*                 ARM RATE RESET, LOAN-MASTER EXTRACT, BORROWER  *
001520*                 BILLING, COLLECTION NOTICES, AMORTIZATION,     *
001530*                 ESCROW, INVESTOR                               *
001900*                 STEP THE CHECKPOINT FILE SHOWS COMPLETE        *
002000*                 INSTEAD OF RERUNNING THE WHOLE CHAIN FROM      *
002100*                 SCRATCH.                                       *
002110*                 ON A WEEKEND OR HOLIDAY (PER THE COMMON DATE   *
002120*                 SERVICE COBDATE) A REDUCED CYCLE RUNS: THE     *
002130*                 SUSPENSE, PAYMENT POSTING, RETURNED-PAYMENT,   *
002140*                 REMITTANCE AND TRIAL BALANCE STEPS ARE         *
002150*                 BYPASSED.                                      *
002200*                                                                *
002300*    MODIFICATION HISTORY                                       *
002400*    DATE       INIT  DESCRIPTION                                *
004831*                     LOANEXT STEPS WHOSE STATUSES THE LETTERS   *
004832*                     PRESENT; RENUMBERED THE REMAINING STEPS    *
004833*                     TO TEN THROUGH THIRTEEN.                   *
004834*    2026-10-15 GMS   ADDED A NEW STEP FOUR THAT CALLS COBUNDWR  *
004835*                     TO SCORE THE DAY'S PENDING APPLICATIONS    *
004836*                     AND RECORD THE APPROVE/DENY/REFER DECISION *
004837*                     AHEAD OF BOARDING, SO AN APPLICATION       *
004838*                     APPROVED TONIGHT IS BOARDED TONIGHT;       *
004839*                     RENUMBERED THE REMAINING STEPS TO FIVE     *
004840*                     THROUGH FOURTEEN.                          *
004841*    2026-10-15 GMS   ADDED A NEW STEP FOUR THAT CALLS COBNSFRV  *
004842*                     TO BACK OUT THE PAYMENTS THE BANK RETURNED,*
004843*                     RIGHT AFTER PAYMENT POSTING SO THE RESTORED*
004844*                     BALANCES AND DUE DATES FLOW THROUGH THE    *
004845*                     DELINQUENCY, EXTRACT, BILLING AND REMIT    *
004846*                     STEPS; RENUMBERED THE REMAINING STEPS TO   *
004847*                     FIVE THROUGH FIFTEEN.                      *
004848*    2026-10-15 GMS   RUN A REDUCED CYCLE ON A NON-BUSINESS DAY: *
004849*                     THE RUN DATE IS CHECKED AGAINST THE        *
004850*                     HOLIDAY CALENDAR BY COBDATE, AND WHEN IT   *
004851*                     IS A WEEKEND OR HOLIDAY THE SUSPENSE,      *
004852*                     PAYPOST, RTNITEM, REMIT AND RECON STEPS    *
004853*                     ARE BYPASSED.  NO LOCKBOX FILE ARRIVES AND *
004854*                     NO WIRE CAN SETTLE THAT DAY, AND RECON     *
004855*                     WOULD ONLY BE PROVING THE PRIOR NIGHT'S    *
004856*                     POSTING AND REMITTANCE FILES.              *
004857*                                                                *
004900******************************************************************
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005502     SELECT NEW-SUSPENSE-FILE ASSIGN TO SUSPMSTO
005504         ORGANIZATION IS SEQUENTIAL.
005510     SELECT ACTUAL-COLLECTION-FILE ASSIGN TO ACTCOLL
005511         ORGANIZATION IS SEQUENTIAL.
005512     SELECT RETURNED-COLLECTION-FILE ASSIGN TO RTNCOLL
005520         ORGANIZATION IS SEQUENTIAL.
005530     SELECT BOARDING-REPORT-FILE ASSIGN TO BOARDRPT
005540         ORGANIZATION IS SEQUENTIAL.
006920     RECORDING MODE IS F
006930     LABEL RECORDS ARE STANDARD.
006940     COPY ACTCOLL.
006941 FD  RETURNED-COLLECTION-FILE
006942     RECORDING MODE IS F
006943     LABEL RECORDS ARE STANDARD.
006944     COPY ACTCOLL REPLACING
006945         ==ACTUAL-COLLECTION-REC== BY ==RETURNED-COLLECTION-REC==
006946         LEADING ==AC-== BY ==RC-==.
006950 FD  BOARDING-REPORT-FILE
006960     RECORDING MODE IS F
006970     LABEL RECORDS ARE STANDARD.
010200 01  WS-RESTART-SWITCH               PIC X(01)       VALUE 'N'.
010300     88  WS-RESTART-REQUESTED                        VALUE 'Y'.
010400 01  WS-STEP-NUMBER                  PIC S9(02) COMP-3 VALUE 0.
010410     88  WS-BUSINESS-DAY-STEP                VALUE 2 3 4 14 15.
010500 01  WS-RESUME-STEP-NUMBER           PIC S9(02) COMP-3 VALUE 1.
010600 01  WS-LAST-LOAN-CAPTURED           PIC X(10)       VALUE SPACES.
010700******************************************************************
011200     88  WS-CHKPT-AT-EOF                              VALUE 'Y'.
011300 01  WS-CURRENT-DATE                 PIC X(08)       VALUE SPACES.
011400 01  WS-CURRENT-TIME                 PIC X(08)       VALUE SPACES.
011410******************************************************************
011420*    BUSINESS-DAY CONTROL                                        *
011430*    ON A WEEKEND OR HOLIDAY ONLY THE REDUCED CYCLE RUNS; THE    *
011440*    STEPS FLAGGED WS-BUSINESS-DAY-STEP ARE BYPASSED.            *
011450******************************************************************
011460 01  WS-RUN-DATE                     PIC X(08)       VALUE SPACES.
011470 01  WS-CYCLE-SWITCH                 PIC X(01)       VALUE 'F'.
011480     88  WS-FULL-CYCLE                               VALUE 'F'.
011490     88  WS-REDUCED-CYCLE                            VALUE 'R'.
011495     COPY DATESVC.
011500 LINKAGE SECTION.
011600 01  LS-PARM-AREA.
011700     05  LS-PARM-LENGTH              PIC S9(4) COMP.
012600     PERFORM 1200-OPEN-CHECKPOINT-FILE THRU 1200-EXIT.
012700     PERFORM 2000-RUN-STEPS THRU 2000-EXIT
012800         VARYING WS-STEP-NUMBER FROM 1 BY 1
012900             UNTIL WS-STEP-NUMBER > 15 OR WS-ABEND-REQUESTED.
013000     CLOSE CHECKPOINT-FILE.
013100     IF WS-ABEND-REQUESTED
013200         PERFORM 9900-ABEND-TERMINATE THRU 9900-EXIT
013900******************************************************************
014000 1000-INITIALIZE.
014100     DISPLAY 'COBDDB2 - NIGHTLY LOAN CYCLE BATCH DRIVER STARTING'.
014110     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
014120     SET DS-FUNC-IS-BUSINESS-DAY TO TRUE.
014130     MOVE WS-RUN-DATE TO DS-INPUT-DATE.
014140     CALL 'COBDATE' USING DATE-SERVICE-AREA.
014150     IF NOT DS-RESULT-OK
014160         DISPLAY 'COBDDB2 - COBDATE FAILED, RETURN CODE = '
014170                 DS-RETURN-CODE ' DATE ' WS-RUN-DATE
014180         MOVE 'Y' TO WS-ABEND-SWITCH
014181         GO TO 1000-EXIT
014182     END-IF.
014183     IF DS-NON-BUSINESS-DAY
014184         SET WS-REDUCED-CYCLE TO TRUE
014185         DISPLAY 'COBDDB2 - ' WS-RUN-DATE ' IS NOT A BUSINESS '
014186                 'DAY, RUNNING THE REDUCED CYCLE'
014187     END-IF.
014200 1000-EXIT.
014300     EXIT.
014400******************************************************************
023204                 MOVE 3 TO WS-RESUME-STEP-NUMBER
023210             WHEN 'PAYPOST '
023220                 MOVE 4 TO WS-RESUME-STEP-NUMBER
023221             WHEN 'RTNITEM '
023222                 MOVE 5 TO WS-RESUME-STEP-NUMBER
023223             WHEN 'UNDWRITE'
023224                 MOVE 6 TO WS-RESUME-STEP-NUMBER
023230             WHEN 'BOARD   '
023240                 MOVE 7 TO WS-RESUME-STEP-NUMBER
023250             WHEN 'DELQUPD '
023260                 MOVE 8 TO WS-RESUME-STEP-NUMBER
023270             WHEN 'ARMRESET'
023280                 MOVE 9 TO WS-RESUME-STEP-NUMBER
023300             WHEN 'LOANEXT '
023400                 MOVE 10 TO WS-RESUME-STEP-NUMBER
023410             WHEN 'BILLING '
023420                 MOVE 11 TO WS-RESUME-STEP-NUMBER
023430             WHEN 'NOTICE  '
023440                 MOVE 12 TO WS-RESUME-STEP-NUMBER
023500             WHEN 'AMORT   '
023600                 MOVE 13 TO WS-RESUME-STEP-NUMBER
023700             WHEN 'ESCROW  '
023800                 MOVE 14 TO WS-RESUME-STEP-NUMBER
023900             WHEN 'REMIT   '
024000                 MOVE 15 TO WS-RESUME-STEP-NUMBER
024010             WHEN 'RECON   '
024020                 MOVE 16 TO WS-RESUME-STEP-NUMBER
024100             WHEN OTHER
024200                 CONTINUE
024300         END-EVALUATE
024900*    2000-RUN-STEPS
025000*    DRIVES ONE STEP OF THE NIGHTLY CYCLE PER PASS.  STEPS BEFORE
025100*    THE RESTART RESUME POINT ARE SKIPPED ENTIRELY.  A STEP THAT
025200*    COMPLETES WITHOUT ABENDING GETS A CHECKPOINT RECORD.  ON A
025210*    REDUCED CYCLE THE BUSINESS-DAY STEPS ARE BYPASSED WITH NO
025220*    CHECKPOINT, SO A RESTART RESUMES AFTER THE LAST STEP RUN.
025300******************************************************************
025400 2000-RUN-STEPS.
025500     IF WS-STEP-NUMBER < WS-RESUME-STEP-NUMBER
025600         DISPLAY 'COBDDB2 - STEP ' WS-STEP-NUMBER
025700                 ' ALREADY COMPLETE PER CHECKPOINT, SKIPPING'
025710         GO TO 2000-EXIT
025720     END-IF.
025730     IF WS-REDUCED-CYCLE AND WS-BUSINESS-DAY-STEP
025740         DISPLAY 'COBDDB2 - STEP ' WS-STEP-NUMBER
025750                 ' BYPASSED, REDUCED CYCLE'
025800         GO TO 2000-EXIT
025900     END-IF.
026000     EVALUATE WS-STEP-NUMBER
026500             MOVE 'PAYPOST ' TO CK-JOB-STEP-NAME
026600             PERFORM 2120-RUN-PAYPOST-STEP THRU 2120-EXIT
026610         WHEN 4
026611             MOVE 'RTNITEM ' TO CK-JOB-STEP-NAME
026612             PERFORM 2132-RUN-RTNITEM-STEP THRU 2132-EXIT
026613         WHEN 5
026614             MOVE 'UNDWRITE' TO CK-JOB-STEP-NAME
026615             PERFORM 2135-RUN-UNDWRITE-STEP THRU 2135-EXIT
026616         WHEN 6
026620             MOVE 'BOARD   ' TO CK-JOB-STEP-NAME
026630             PERFORM 2140-RUN-BOARD-STEP THRU 2140-EXIT
026640         WHEN 7
026650             MOVE 'DELQUPD ' TO CK-JOB-STEP-NAME
026660             PERFORM 2147-RUN-DELQUPD-STEP THRU 2147-EXIT
026670         WHEN 8
026680             MOVE 'ARMRESET' TO CK-JOB-STEP-NAME
026690             PERFORM 2148-RUN-ARMRESET-STEP THRU 2148-EXIT
026691         WHEN 9
026692             MOVE 'LOANEXT ' TO CK-JOB-STEP-NAME
026693             PERFORM 2150-RUN-LOANEXT-STEP THRU 2150-EXIT
026694         WHEN 10
026695             MOVE 'BILLING ' TO CK-JOB-STEP-NAME
026696             PERFORM 2155-RUN-BILLING-STEP THRU 2155-EXIT
026697         WHEN 11
026698             MOVE 'NOTICE  ' TO CK-JOB-STEP-NAME
026699             PERFORM 2158-RUN-NOTICE-STEP THRU 2158-EXIT
026700         WHEN 12
026800             MOVE 'AMORT   ' TO CK-JOB-STEP-NAME
026900             PERFORM 2200-RUN-AMORT-STEP THRU 2200-EXIT
027000         WHEN 13
027100             MOVE 'ESCROW  ' TO CK-JOB-STEP-NAME
027200             PERFORM 2300-RUN-ESCROW-STEP THRU 2300-EXIT
027300         WHEN 14
027400             MOVE 'REMIT   ' TO CK-JOB-STEP-NAME
027500             PERFORM 2400-RUN-REMIT-STEP THRU 2400-EXIT
027510         WHEN 15
027520             MOVE 'RECON   ' TO CK-JOB-STEP-NAME
027530             PERFORM 2500-RUN-RECON-STEP THRU 2500-EXIT
027600     END-EVALUATE.
033221 2159-EXIT.
033222     EXIT.
033223******************************************************************
033224*    2132-RUN-RTNITEM-STEP                                      *
033225*    CALLS THE RETURNED-PAYMENT REVERSAL PROGRAM TO BACK THE     *
033226*    BANK'S RETURNED ITEMS OUT OF THE LOANS COBPPOST JUST        *
033227*    POSTED, THEN READS ITS NEGATIVE RTNCOLL COLLECTION FILE     *
033228*    BACK THROUGH TO FIND THE LAST LOAN NUMBER IT REVERSED, FOR  *
033229*    THE CHECKPOINT RECORD.                                      *
033230******************************************************************
033231 2132-RUN-RTNITEM-STEP.
033232     CALL 'COBNSFRV'.
033233     MOVE 'N' TO WS-CHKPT-EOF-SWITCH.
033234     MOVE SPACES TO WS-LAST-LOAN-CAPTURED.
033235     OPEN INPUT RETURNED-COLLECTION-FILE.
033236     PERFORM 2133-READ-RTNCOLL THRU 2133-EXIT
033237         UNTIL WS-CHKPT-AT-EOF.
033238     CLOSE RETURNED-COLLECTION-FILE.
033239 2132-EXIT.
033240     EXIT.
033241******************************************************************
033242*    2133-READ-RTNCOLL                                           *
033243******************************************************************
033244 2133-READ-RTNCOLL.
033245     READ RETURNED-COLLECTION-FILE
033246         AT END
033247             SET WS-CHKPT-AT-EOF TO TRUE
033248         NOT AT END
033249             MOVE RC-LOAN-NUMBER TO WS-LAST-LOAN-CAPTURED
033250     END-READ.
033251 2133-EXIT.
033252     EXIT.
033253******************************************************************
033254*    2135-RUN-UNDWRITE-STEP                                     *
033255*    CALLS THE UNDERWRITING DECISION PROGRAM TO APPROVE, DENY,   *
033256*    OR REFER THE DAY'S PENDING APPLICATIONS AHEAD OF BOARDING,  *
033257*    WHICH BOARDS WHAT THIS STEP APPROVES.  ITS DECISION REPORT  *
033258*    IS KEYED BY APPLICATION, NOT LOAN, SO THE CHECKPOINT        *
033259*    CARRIES NO LAST LOAN NUMBER, THE SAME AS THE DBCHECK STEP.  *
033260******************************************************************
033261 2135-RUN-UNDWRITE-STEP.
033262     CALL 'COBUNDWR'.
033263     MOVE SPACES TO WS-LAST-LOAN-CAPTURED.
033264 2135-EXIT.
033265     EXIT.
033266******************************************************************
033300*    2200-RUN-AMORT-STEP                                         *
033400*    CALLS THE AMORTIZATION SCHEDULE GENERATOR, THEN READS ITS
033500*    OWN OUTPUT EXTRACT BACK THROUGH TO FIND THE LAST LOAN
