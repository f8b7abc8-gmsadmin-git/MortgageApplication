003900*    DATE       INIT  DESCRIPTION                                *
004000*    -------    ----  ------------------------------------------ *
004100*    2026-09-02 GMS   ORIGINAL PROGRAM                           *
004110*    2026-10-15 GMS   THE FULL PAYMENT A RELEASE MUST COVER NOW  *
004120*                     INCLUDES THE PMI MONTHLY PREMIUM, TO MATCH *
004130*                     COBPPOST'S AMOUNT DUE.                     *
004140*    2026-10-15 GMS   A LOAN TRANSFERRED OUT ('TR') IS NO LONGER *
004150*                     HELD OR PASSED TO POSTING: ITS PAYMENTS    *
004160*                     AND ANY SUSPENSE BALANCE IT STILL HELD GO  *
004170*                     TO THE NEW PAYMENT FORWARDING REPORT       *
004180*                     (SUSPFWD) FOR CASH OPERATIONS TO SEND ON   *
004190*                     TO THE TRANSFEREE, AND THE LOAN DROPS OFF  *
004191*                     THE NEW SUSPENSE MASTER.                   *
004200*                                                                *
004300******************************************************************
004400 ENVIRONMENT DIVISION.
005900     SELECT SUSPENSE-AGING-FILE ASSIGN TO SUSPRPT
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-SUSPRPT-FILE-STATUS.
006110     SELECT FORWARD-REPORT-FILE ASSIGN TO SUSPFWD
006120         ORGANIZATION IS SEQUENTIAL
006130         FILE STATUS IS WS-SUSPFWD-FILE-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  OLD-SUSPENSE-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700     COPY SUSPRPT.
008710 FD  FORWARD-REPORT-FILE
008720     RECORDING MODE IS F
008730     LABEL RECORDS ARE STANDARD.
008740     COPY XFERFWD.
008800 WORKING-STORAGE SECTION.
008900******************************************************************
009000*    FILE CONTROL AND COUNTERS                                   *
009600 01  WS-MASTER-SWITCH                PIC X(01)       VALUE 'Y'.
009700     88  WS-LOAN-ON-MASTER                           VALUE 'Y'.
009800     88  WS-LOAN-NOT-ON-MASTER                       VALUE 'N'.
009810 01  WS-TRANSFER-SWITCH              PIC X(01)       VALUE 'N'.
009820     88  WS-LOAN-TRANSFERRED                         VALUE 'Y'.
009900 01  WS-OLD-COUNT                 PIC S9(07) COMP-3 VALUE 0.
010000 01  WS-NEW-COUNT                 PIC S9(07) COMP-3 VALUE 0.
010100 01  WS-PAYMENT-COUNT             PIC S9(07) COMP-3 VALUE 0.
010200 01  WS-RELEASED-COUNT            PIC S9(07) COMP-3 VALUE 0.
010300 01  WS-HELD-COUNT                PIC S9(07) COMP-3 VALUE 0.
010400 01  WS-PASSTHRU-COUNT            PIC S9(07) COMP-3 VALUE 0.
010410 01  WS-FORWARD-COUNT             PIC S9(07) COMP-3 VALUE 0.
010420 01  WS-FORWARD-AMT            PIC S9(11)V99 COMP-3 VALUE 0.
010430 01  WS-SUSP-XFER-COUNT           PIC S9(07) COMP-3 VALUE 0.
010440 01  WS-SUSP-XFER-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
010500 01  WS-SUSPMSTI-FILE-STATUS      PIC X(02)       VALUE '00'.
010600 01  WS-PAYTXN-FILE-STATUS        PIC X(02)       VALUE '00'.
010700 01  WS-SUSPMSTO-FILE-STATUS      PIC X(02)       VALUE '00'.
010800 01  WS-POSTTXN-FILE-STATUS       PIC X(02)       VALUE '00'.
010900 01  WS-SUSPRPT-FILE-STATUS       PIC X(02)       VALUE '00'.
010910 01  WS-SUSPFWD-FILE-STATUS       PIC X(02)       VALUE '00'.
011000 01  WS-RUN-DATE                     PIC X(08)       VALUE SPACES.
011100******************************************************************
011200*    TWO-FILE MERGE CONTROL                                      *
015300*    DB2 HOST VARIABLE RECORD FOR LOAN-MASTER                    *
015400******************************************************************
015500     COPY LOANREC.
015510******************************************************************
015520*    DB2 HOST VARIABLE RECORD FOR SERVICING-TRANSFER             *
015530******************************************************************
015540     COPY SXFRREC.
015600*    INCLUDING SQLCA COPYBOOK FOR SQLCODE AND THE REST OF THE
015700*    DB2 COMMUNICATIONS AREA.
015800     EXEC SQL
021500         MOVE 16 TO RETURN-CODE
021600         GO TO 9900-ABEND-TERMINATE
021700     END-IF.
021710     OPEN OUTPUT FORWARD-REPORT-FILE.
021720     IF WS-SUSPFWD-FILE-STATUS NOT = '00'
021730         DISPLAY 'COBSUSP - FORWARD FILE OPEN FAILED, STATUS = '
021740                 WS-SUSPFWD-FILE-STATUS
021750         MOVE 16 TO RETURN-CODE
021760         GO TO 9900-ABEND-TERMINATE
021770     END-IF.
021800 1000-EXIT.
021900     EXIT.
022000******************************************************************
025300*    THE TWO INPUTS, BRINGS FORWARD ANY HELD BALANCE, FOLDS IN   *
025400*    THE DAY'S PAYMENTS, AND RELEASES OR HOLDS THE RESULT.       *
025500*    THE INPUT READS ARE ADVANCED BY THE PARAGRAPHS THAT         *
025600*    CONSUME THEM.  A LOAN TRANSFERRED OUT IS FORWARDED WHOLE    *
025610*    INSTEAD.                                                    *
025700******************************************************************
025800 3000-PROCESS-ONE-LOAN.
025900     MOVE WS-SUSP-LOAN TO WS-CURRENT-LOAN.
026100         MOVE WS-PAY-LOAN TO WS-CURRENT-LOAN
026200     END-IF.
026300     PERFORM 3100-FETCH-AMOUNT-DUE THRU 3100-EXIT.
026310     IF WS-LOAN-TRANSFERRED
026320         PERFORM 3800-FORWARD-LOAN THRU 3800-EXIT
026330     ELSE
026400         PERFORM 3200-BRING-FORWARD THRU 3200-EXIT
026500         PERFORM 3300-APPLY-DAY-PAYMENTS THRU 3300-EXIT
026600             UNTIL WS-PAY-LOAN NOT = WS-CURRENT-LOAN
026700         PERFORM 3400-DISPOSE-LOAN THRU 3400-EXIT
026710     END-IF.
026800     IF WS-SUSP-LOAN = WS-CURRENT-LOAN
026900         PERFORM 2000-READ-OLD-SUSPENSE THRU 2000-EXIT
027000     END-IF.
027200     EXIT.
027300******************************************************************
027400*    3100-FETCH-AMOUNT-DUE                                       *
027500*    SELECTS THE SCHEDULED P&I, MONTHLY ESCROW AND PMI PREMIUM   *
027600*    FOR THE CURRENT LOAN.  A LOAN NOT ON THE MASTER IS NOT AN   *
027700*    ABEND -- ITS PAYMENTS ARE PASSED STRAIGHT THROUGH SO        *
027800*    COBPPOST CAN REJECT THEM DOWN ITS ESTABLISHED RESEARCH      *
027810*    PATH.  A LOAN TRANSFERRED OUT PICKS UP ITS TRANSFEREE AND   *
027820*    EFFECTIVE DATE FOR THE FORWARDING REPORT.                   *
027900******************************************************************
028000 3100-FETCH-AMOUNT-DUE.
028100     SET WS-LOAN-ON-MASTER TO TRUE.
028110     MOVE 'N' TO WS-TRANSFER-SWITCH.
028200     MOVE WS-CURRENT-LOAN TO LM-LOAN-NUMBER.
028300     EXEC SQL
028400          SELECT SCHEDULED_PI_AMT, ESCROW_MONTHLY_AMT,
028500                 PMI_MONTHLY_PREMIUM, DELINQUENCY_STATUS
028510            INTO :LM-SCHEDULED-PI-AMT, :LM-ESCROW-MONTHLY-AMT,
028520                 :LM-PMI-MONTHLY-PREMIUM, :LM-DELINQUENCY-STATUS
028600            FROM SYSMTG.LOAN_MASTER
028700           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
028800     END-EXEC.
029800         GO TO 9900-ABEND-TERMINATE
029900     END-IF.
030000     COMPUTE WS-AMOUNT-DUE =
030100         LM-SCHEDULED-PI-AMT + LM-ESCROW-MONTHLY-AMT
030110             + LM-PMI-MONTHLY-PREMIUM.
030120     IF LM-STAT-TRANSFERRED
030130         PERFORM 3150-FETCH-TRANSFER THRU 3150-EXIT
030140     END-IF.
030200 3100-EXIT.
030202     EXIT.
030204******************************************************************
030206*    3150-FETCH-TRANSFER                                         *
030208*    A TRANSFERRED LOAN SHOULD ALWAYS HAVE ITS TRANSFER ROW; IF  *
030210*    NOT, ITS ITEMS ARE STILL FORWARDED, WITH THE TRANSFEREE     *
030212*    LEFT BLANK FOR CASH OPERATIONS TO LOOK UP.                  *
030214******************************************************************
030216 3150-FETCH-TRANSFER.
030218     SET WS-LOAN-TRANSFERRED TO TRUE.
030220     MOVE WS-CURRENT-LOAN TO SX-LOAN-NUMBER.
030222     EXEC SQL
030224          SELECT TRANSFEREE_ID, EFFECTIVE_DATE
030226            INTO :SX-TRANSFEREE-ID, :SX-EFFECTIVE-DATE
030228            FROM SYSMTG.SERVICING_TRANSFER
030230           WHERE LOAN_NUMBER = :SX-LOAN-NUMBER
030232     END-EXEC.
030234     IF SQLCODE = 100
030236         MOVE SPACES TO SX-TRANSFEREE-ID
030238         MOVE SPACES TO SX-EFFECTIVE-DATE
030240         GO TO 3150-EXIT
030242     END-IF.
030244     IF SQLCODE NOT = ZERO
030246         DISPLAY 'COBSUSP - TRANSFER SELECT FAILED, SQLCODE = '
030248                 SQLCODE ' LOAN ' WS-CURRENT-LOAN
030250         MOVE 16 TO RETURN-CODE
030252         GO TO 9900-ABEND-TERMINATE
030254     END-IF.
030256 3150-EXIT.
030300     EXIT.
030400******************************************************************
030500*    3200-BRING-FORWARD                                          *
049200 3710-EXIT.
049300     EXIT.
049400******************************************************************
049402*    3800-FORWARD-LOAN                                           *
049404*    THE TRANSFEREE SERVICES THE LOAN NOW.  EVERY PAYMENT FOR IT *
049406*    TODAY IS LISTED FOR FORWARDING, AND SO IS ANY BALANCE IT    *
049408*    STILL HELD IN SUSPENSE, WHICH WENT TO THE TRANSFEREE ON THE *
049410*    TRANSFER DATA FILE.  NOTHING GOES TO POSTING OR TO THE NEW  *
049412*    MASTER.                                                     *
049414******************************************************************
049416 3800-FORWARD-LOAN.
049418     PERFORM 3810-FORWARD-PAYMENT THRU 3810-EXIT
049420         UNTIL WS-PAY-LOAN NOT = WS-CURRENT-LOAN.
049422     IF WS-SUSP-LOAN NOT = WS-CURRENT-LOAN
049424         GO TO 3800-EXIT
049426     END-IF.
049428     IF SM-SUSPENSE-BALANCE = ZERO
049430         GO TO 3800-EXIT
049432     END-IF.
049434     MOVE SPACES TO FORWARD-REPORT-REC.
049436     SET FW-TYPE-DETAIL TO TRUE.
049438     MOVE WS-CURRENT-LOAN        TO FW-LOAN-NUMBER.
049440     MOVE SX-TRANSFEREE-ID       TO FW-TRANSFEREE-ID.
049442     MOVE SX-EFFECTIVE-DATE      TO FW-EFFECTIVE-DATE.
049444     MOVE SM-LAST-ACTIVITY-DATE  TO FW-ITEM-DATE.
049446     MOVE SM-SUSPENSE-BALANCE    TO FW-ITEM-AMT.
049448     MOVE 'SUSPENSE BALANCE'     TO FW-ITEM-TYPE.
049450     PERFORM 8200-WRITE-FORWARD-LINE THRU 8200-EXIT.
049452     ADD 1 TO WS-SUSP-XFER-COUNT.
049454     ADD SM-SUSPENSE-BALANCE TO WS-SUSP-XFER-AMT.
049456 3800-EXIT.
049458     EXIT.
049460******************************************************************
049462*    3810-FORWARD-PAYMENT                                        *
049464******************************************************************
049466 3810-FORWARD-PAYMENT.
049468     MOVE SPACES TO FORWARD-REPORT-REC.
049470     SET FW-TYPE-DETAIL TO TRUE.
049472     MOVE PT-LOAN-NUMBER         TO FW-LOAN-NUMBER.
049474     MOVE SX-TRANSFEREE-ID       TO FW-TRANSFEREE-ID.
049476     MOVE SX-EFFECTIVE-DATE      TO FW-EFFECTIVE-DATE.
049478     MOVE PT-PAYMENT-DATE        TO FW-ITEM-DATE.
049480     MOVE PT-PAYMENT-AMT         TO FW-ITEM-AMT.
049482     MOVE PT-LOCKBOX-BATCH       TO FW-LOCKBOX-BATCH.
049484     MOVE 'PAYMENT'              TO FW-ITEM-TYPE.
049486     PERFORM 8200-WRITE-FORWARD-LINE THRU 8200-EXIT.
049488     ADD 1 TO WS-FORWARD-COUNT.
049490     ADD PT-PAYMENT-AMT TO WS-FORWARD-AMT.
049492     PERFORM 2100-READ-PAYMENT THRU 2100-EXIT.
049494 3810-EXIT.
049496     EXIT.
049498******************************************************************
049500*    8000-WRITE-TOTALS                                           *
049600******************************************************************
049700 8000-WRITE-TOTALS.
050700     MOVE WS-STALE-COUNT         TO SA-TOT-COUNT.
050800     MOVE WS-STALE-AMT           TO SA-TOT-AMT.
050900     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
050910     MOVE SPACES TO FORWARD-REPORT-REC.
050920     SET FW-TYPE-TOTAL TO TRUE.
050930     MOVE 'PAYMENTS FORWARDED'   TO FW-TOT-LABEL.
050940     MOVE WS-FORWARD-COUNT       TO FW-TOT-COUNT.
050950     MOVE WS-FORWARD-AMT         TO FW-TOT-AMOUNT.
050960     PERFORM 8200-WRITE-FORWARD-LINE THRU 8200-EXIT.
050970     MOVE SPACES TO FORWARD-REPORT-REC.
050980     SET FW-TYPE-TOTAL TO TRUE.
050981     MOVE 'SUSPENSE FORWARDED'   TO FW-TOT-LABEL.
050982     MOVE WS-SUSP-XFER-COUNT     TO FW-TOT-COUNT.
050983     MOVE WS-SUSP-XFER-AMT       TO FW-TOT-AMOUNT.
050984     PERFORM 8200-WRITE-FORWARD-LINE THRU 8200-EXIT.
051000 8000-EXIT.
051100     EXIT.
051200******************************************************************
052300 8100-EXIT.
052400     EXIT.
052500******************************************************************
052505*    8200-WRITE-FORWARD-LINE                                     *
052510******************************************************************
052515 8200-WRITE-FORWARD-LINE.
052520     WRITE FORWARD-REPORT-REC.
052525     IF WS-SUSPFWD-FILE-STATUS NOT = '00'
052530         DISPLAY 'COBSUSP - FORWARD WRITE FAILED, STATUS = '
052535                 WS-SUSPFWD-FILE-STATUS
052540         MOVE 16 TO RETURN-CODE
052545         GO TO 9900-ABEND-TERMINATE
052550     END-IF.
052555 8200-EXIT.
052560     EXIT.
052565******************************************************************
052600*    9000-NORMAL-TERMINATE                                       *
052700******************************************************************
052800 9000-NORMAL-TERMINATE.
053100     CLOSE NEW-SUSPENSE-FILE.
053200     CLOSE POSTABLE-PAYMENT-FILE.
053300     CLOSE SUSPENSE-AGING-FILE.
053310     CLOSE FORWARD-REPORT-FILE.
053400     DISPLAY 'COBSUSP - OLD SUSPENSE RECORDS: ' WS-OLD-COUNT.
053500     DISPLAY 'COBSUSP - PAYMENTS READ:        ' WS-PAYMENT-COUNT.
053600     DISPLAY 'COBSUSP - RELEASES TO POSTING:  ' WS-RELEASED-COUNT.
053700     DISPLAY 'COBSUSP - SHORT PAYMENTS HELD:  ' WS-HELD-COUNT.
053800     DISPLAY 'COBSUSP - PASSED THROUGH:       ' WS-PASSTHRU-COUNT.
053810     DISPLAY 'COBSUSP - PAYMENTS FORWARDED:   ' WS-FORWARD-COUNT
053820             ' ' WS-FORWARD-AMT.
053830     DISPLAY 'COBSUSP - SUSPENSE FORWARDED:   ' WS-SUSP-XFER-COUNT
053840             ' ' WS-SUSP-XFER-AMT.
053900     DISPLAY 'COBSUSP - NEW SUSPENSE RECORDS: ' WS-NEW-COUNT.
054000     DISPLAY 'COBSUSP - SUSPENSE HELD TOTAL:  '
054100             WS-TOTAL-HELD-AMT.
055400     CLOSE NEW-SUSPENSE-FILE.
055500     CLOSE POSTABLE-PAYMENT-FILE.
055600     CLOSE SUSPENSE-AGING-FILE.
055610     CLOSE FORWARD-REPORT-FILE.
055700     DISPLAY 'COBSUSP - ABENDING, RETURN CODE = ' RETURN-CODE.
055800     GOBACK.
