003693*                     BY COBPSETL, SO A LIQUIDATED LOAN STOPS    *
003694*                     FLOWING INTO EVERY DOWNSTREAM EXTRACT      *
003695*                     READER.                                    *
003696*    2026-10-15 GMS   CARRY THE PMI MONTHLY PREMIUM ON THE       *
003697*                     EXTRACT SO THE BILL AND DELINQUENCY        *
003698*                     NOTICES QUOTE THE FULL INSTALLMENT.        *
003699*    2026-10-15 GMS   ALSO EXCLUDE LOANS TRANSFERRED OUT ('TR')  *
003700*                     BY COBSXFER, SO BILLING, NOTICES, ESCROW   *
003701*                     AND REMITTANCE STOP ON THE TRANSFER        *
003702*                     EFFECTIVE DATE.                            *
003710*                                                                *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
010600                 SCHEDULED_PI_AMT, ESCROW_BALANCE,
010700                 ESCROW_MONTHLY_AMT, DELINQUENCY_STATUS,
010800                 INVESTOR_CODE, POOL_NUMBER, REMIT_TYPE,
010900                 SERVICER_BRANCH, LATE_CHARGE_BALANCE,
010910                 PMI_MONTHLY_PREMIUM
011000            FROM SYSMTG.LOAN_MASTER
011010           WHERE DELINQUENCY_STATUS NOT IN ('PF', 'TR')
011100            ORDER BY LOAN_NUMBER
011200     END-EXEC.
011300     EXEC SQL
014700     MOVE LM-REMIT-TYPE          TO LX-REMIT-TYPE.
014800     MOVE LM-SERVICER-BRANCH     TO LX-SERVICER-BRANCH.
014810     MOVE LM-LATE-CHARGE-BALANCE TO LX-LATE-CHARGE-BALANCE.
014820     MOVE LM-PMI-MONTHLY-PREMIUM TO LX-PMI-MONTHLY-AMT.
014900     MOVE SPACES                 TO LX-FILLER.
015000     WRITE LOAN-EXTRACT-REC.
015100     IF WS-LOANEXT-FILE-STATUS NOT = '00'
017300               :LM-ESCROW-BALANCE, :LM-ESCROW-MONTHLY-AMT,
017400               :LM-DELINQUENCY-STATUS, :LM-INVESTOR-CODE,
017500               :LM-POOL-NUMBER, :LM-REMIT-TYPE,
017600               :LM-SERVICER-BRANCH, :LM-LATE-CHARGE-BALANCE,
017610               :LM-PMI-MONTHLY-PREMIUM
017700     END-EXEC.
017800     IF SQLCODE = 100
017900         SET WS-END-OF-CURSOR TO TRUE
