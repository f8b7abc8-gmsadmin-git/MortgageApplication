003860*                     COBREMIT -- THE LIQUIDATED LOAN LEAVES     *
003870*                     THE EXTRACT, SO AN ACTCOLL-FORMAT RECORD   *
003880*                     WOULD NEVER HAVE MATCHED A REMIT LINE.     *
003881*    2026-10-15 GMS   A LOAN PAID OFF OUT OF FORECLOSURE HAS ITS *
003882*                     ACTIVE CASE ON SYSMTG.FORECLOSURE_CASE     *
003883*                     CANCELLED AT LIQUIDATION.                  *
003900*                                                                *
004000******************************************************************
004100 ENVIRONMENT DIVISION.
011600*    DB2 HOST VARIABLE RECORD FOR LOAN-MASTER                    *
011700******************************************************************
011800     COPY LOANREC.
011810******************************************************************
011820*    DB2 HOST VARIABLE RECORD FOR THE FORECLOSURE-CASE TABLE     *
011830******************************************************************
011840     COPY FCCASREC.
011900*    INCLUDING SQLCA COPYBOOK FOR SQLCODE AND THE REST OF THE
012000*    DB2 COMMUNICATIONS AREA.
012100     EXEC SQL
036100         MOVE 16 TO RETURN-CODE
036200         GO TO 9900-ABEND-TERMINATE
036300     END-IF.
036310     IF LM-STAT-FORECLOSURE
036320         PERFORM 3550-CANCEL-FORECLOSURE THRU 3550-EXIT
036330     END-IF.
036400     MOVE 'PF' TO LM-DELINQUENCY-STATUS.
036500 3500-EXIT.
036501     EXIT.
036502******************************************************************
036503*    3550-CANCEL-FORECLOSURE                                     *
036504*    THE PAYOFF ENDS ANY ACTIVE FORECLOSURE CASE ON THE LOAN.  A *
036505*    LOAN FLAGGED FC WITH NO ACTIVE CASE YET IS NOT AN ERROR.    *
036506******************************************************************
036507 3550-CANCEL-FORECLOSURE.
036508     MOVE QT-LOAN-NUMBER         TO FC-LOAN-NUMBER.
036509     MOVE PF-RECEIVED-DATE       TO FC-CLOSE-DATE.
036510     MOVE 'PAID OFF'             TO FC-CLOSE-REASON.
036511     EXEC SQL
036512          UPDATE SYSMTG.FORECLOSURE_CASE
036513             SET CASE_STATUS = 'X',
036514                 CLOSE_DATE = :FC-CLOSE-DATE,
036515                 CLOSE_REASON = :FC-CLOSE-REASON
036516           WHERE LOAN_NUMBER = :FC-LOAN-NUMBER
036517             AND CASE_STATUS = 'A'
036518     END-EXEC.
036519     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
036520         DISPLAY 'COBPSETL - CASE UPDATE FAILED, SQLCODE = '
036521                 SQLCODE ' LOAN ' QT-LOAN-NUMBER
036522         MOVE 16 TO RETURN-CODE
036523         GO TO 9900-ABEND-TERMINATE
036524     END-IF.
036525 3550-EXIT.
036600     EXIT.
036700******************************************************************
036800*    3600-WRITE-FINAL-COLLECTION                                 *
