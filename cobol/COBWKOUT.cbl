000800*                                                                *
000900*    PROGRAM:     COBWKOUT                                      *
001000*    DESCRIPTION: WORKOUT PLAN MAINTENANCE.  THE WORKOUT UNIT'S  *
001100*                 PROGRAM, WHERE A DELINQUENT LOAN IS EITHER     *
001200*                 WORKED OUT OR, ON A BROKEN PLAN, SENT TO       *
001300*                 FORECLOSURE.  READS THE WORKOUT                *
001500*                 TRANSACTION FILE AND MAINTAINS THE WORKOUT-    *
001600*                 PLAN TABLE: OPENING A PLAN (REPAYMENT,         *
001700*                 FORBEARANCE OR TRIAL MODIFICATION) PULLS A     *
001900*                 BUCKET, WHERE THE PLAN HOLDS IT; CLOSING A     *
002000*                 PLAN BROKEN SENDS THE LOAN TO FORECLOSURE      *
002100*                 ('FC'); CLOSING IT COMPLETED LETS NORMAL       *
002200*                 AGING RESUME.  COBFCLS ALSO SETS FC WHEN IT    *
002300*                 REFERS A LOAN 120 DAYS DOWN, AND AN FC LOAN'S  *
002310*                 ACTIVE FORECLOSURE CASE IS CANCELLED HERE WHEN *
002320*                 A PLAN OPENS.  A PLAN PAYMENT TRANSACTION      *
002400*                 COUNTS AGAINST THE SCHEDULED PLAN PAYMENTS     *
002500*                 AND THE PLAN CLOSES ITSELF COMPLETED WHEN THE  *
002600*                 LAST ONE POSTS.  AFTER THE TRANSACTIONS THE    *
003400*    DATE       INIT  DESCRIPTION                                *
003500*    -------    ----  ------------------------------------------ *
003600*    2026-09-02 GMS   ORIGINAL PROGRAM                           *
003610*    2026-10-15 GMS   OPENING A PLAN ON AN FC LOAN NOW ALSO      *
003620*                     CANCELS ITS ACTIVE CASE ON                 *
003630*                     SYSMTG.FORECLOSURE_CASE.  COBFCLS NOW      *
003640*                     REFERS LOANS TO FORECLOSURE AS WELL, SO    *
003650*                     THIS IS NO LONGER THE ONLY PROGRAM THAT    *
003660*                     SETS THE FC FLAG.                          *
003700*                                                                *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
008500******************************************************************
008600     COPY WKPLNREC.
008700     COPY LOANREC.
008710     COPY FCCASREC.
008800*    INCLUDING SQLCA COPYBOOK FOR SQLCODE AND THE REST OF THE
008900*    DB2 COMMUNICATIONS AREA.
009000     EXEC SQL
024500     IF LM-STAT-FORECLOSURE
024600         MOVE '90' TO LM-DELINQUENCY-STATUS
024700         PERFORM 3900-UPDATE-LOAN-STATUS THRU 3900-EXIT
024710         PERFORM 3950-CANCEL-FORECLOSURE THRU 3950-EXIT
024800     END-IF.
024900 3200-EXIT.
025000     EXIT.
039200     EXIT.
039300******************************************************************
039400*    3900-UPDATE-LOAN-STATUS                                     *
039500*    SETS OR CLEARS THE FORECLOSURE FLAG FOR A PLAN CHANGE.      *
039600*    COBFCLS SETS IT ON REFERRAL; COBPPOST CLEARS IT ON          *
039610*    REINSTATEMENT.                                              *
039700******************************************************************
039800 3900-UPDATE-LOAN-STATUS.
039900     EXEC SQL
040800         GO TO 9900-ABEND-TERMINATE
040900     END-IF.
041000 3900-EXIT.
041001     EXIT.
041002******************************************************************
041003*    3950-CANCEL-FORECLOSURE                                     *
041004*    A PLAN OPENED ON AN FC LOAN ENDS ITS ACTIVE FORECLOSURE     *
041005*    CASE.  AN FC LOAN WITH NO ACTIVE CASE YET IS NOT AN ERROR.  *
041006******************************************************************
041007 3950-CANCEL-FORECLOSURE.
041008     MOVE WT-LOAN-NUMBER         TO FC-LOAN-NUMBER.
041009     MOVE WT-EFFECTIVE-DATE      TO FC-CLOSE-DATE.
041010     MOVE 'WORKOUT PLAN'         TO FC-CLOSE-REASON.
041011     EXEC SQL
041012          UPDATE SYSMTG.FORECLOSURE_CASE
041013             SET CASE_STATUS = 'X',
041014                 CLOSE_DATE = :FC-CLOSE-DATE,
041015                 CLOSE_REASON = :FC-CLOSE-REASON
041016           WHERE LOAN_NUMBER = :FC-LOAN-NUMBER
041017             AND CASE_STATUS = 'A'
041018     END-EXEC.
041019     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
041020         DISPLAY 'COBWKOUT - CASE UPDATE FAILED, SQLCODE = '
041021                 SQLCODE ' LOAN ' WT-LOAN-NUMBER
041022         MOVE 16 TO RETURN-CODE
041023         GO TO 9900-ABEND-TERMINATE
041024     END-IF.
041025 3950-EXIT.
041100     EXIT.
041200******************************************************************
041300*    8000-WRITE-PERFORMANCE                                      *
