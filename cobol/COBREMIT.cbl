003790*                     REMITTED ACTUAL, WITH THE FEE STRIPS       *
003791*                     TAKEN ON THE RETIRED UPB, AND ROLLS INTO   *
003792*                     THE POOL SETTLEMENT TOTALS.                *
003793*    2026-10-15 GMS   NET THE DAY'S RETURNED PAYMENTS: THE       *
003794*                     NEGATIVE COLLECTION FILE FROM COBNSFRV     *
003795*                     (RTNCOLL, EMPTY ON A NIGHT WITH NO         *
003796*                     RETURNS) IS READ IN LOAN SEQUENCE AND      *
003797*                     ADDED INTO EACH LOAN'S ACTUAL PRINCIPAL    *
003798*                     AND INTEREST BEFORE THE SPLIT, SO A        *
003799*                     RETURNED ITEM COMES BACK OUT OF WHAT AN    *
003800*                     ACTUAL/ACTUAL LOAN REMITS.  NO FEE STRIPS  *
003801*                     ARE TAKEN WHEN THE NETTED INTEREST IS NOT  *
003802*                     ABOVE ZERO.                                *
003803*    2026-10-15 GMS   THE REMITTANCE DATE IS NOW SET: ONE        *
003804*                     BUSINESS DAY AFTER THE RUN DATE, PER THE   *
003805*                     COMMON DATE SERVICE COBDATE, SO A WIRE IS  *
003806*                     NEVER SCHEDULED FOR A WEEKEND OR HOLIDAY.  *
003807*                     IT IS CARRIED ON EACH POOLSETL DETAIL      *
003808*                     RECORD FOR THE WIRE SYSTEM.                *
003809*                                                                *
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
005470     SELECT FINAL-REMIT-FILE ASSIGN TO PSETCOLL
005480         ORGANIZATION IS SEQUENTIAL
005490         FILE STATUS IS WS-PSETCOLL-FILE-STATUS.
005491     SELECT RETURNED-COLLECTION-FILE ASSIGN TO RTNCOLL
005492         ORGANIZATION IS SEQUENTIAL
005493         FILE STATUS IS WS-RTNCOLL-FILE-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  LOAN-EXTRACT-FILE
007291     RECORDING MODE IS F
007292     LABEL RECORDS ARE STANDARD.
007293     COPY PSETFINL.
007294 FD  RETURNED-COLLECTION-FILE
007295     RECORDING MODE IS F
007296     LABEL RECORDS ARE STANDARD.
007297     COPY ACTCOLL REPLACING
007298         ==ACTUAL-COLLECTION-REC== BY ==RETURNED-COLLECTION-REC==
007299         LEADING ==AC-== BY ==RC-==.
007300 WORKING-STORAGE SECTION.
007400******************************************************************
007500*    FILE CONTROL AND COUNTERS                                   *
007800     88  WS-LOAN-AT-EOF                              VALUE 'Y'.
007900 01  WS-COLL-EOF-SWITCH              PIC X(01)       VALUE 'N'.
008000     88  WS-COLL-AT-EOF                              VALUE 'Y'.
008010 01  WS-RTN-EOF-SWITCH               PIC X(01)       VALUE 'N'.
008040     88  WS-RTN-AT-EOF                               VALUE 'Y'.
008100 01  WS-LOAN-COUNT                PIC S9(07) COMP-3 VALUE 0.
008200 01  WS-REMIT-COUNT               PIC S9(07) COMP-3 VALUE 0.
008300 01  WS-EXCEPTION-COUNT           PIC S9(07) COMP-3 VALUE 0.
008310 01  WS-RETURN-COUNT              PIC S9(07) COMP-3 VALUE 0.
008400 01  WS-LOANEXT-FILE-STATUS       PIC X(02)       VALUE '00'.
008500 01  WS-ACTCOLL-FILE-STATUS       PIC X(02)       VALUE '00'.
008510 01  WS-RTNCOLL-FILE-STATUS       PIC X(02)       VALUE '00'.
008600 01  WS-REMITRPT-FILE-STATUS      PIC X(02)       VALUE '00'.
008700 01  WS-REMITEXC-FILE-STATUS      PIC X(02)       VALUE '00'.
008701 01  WS-POOLFEE-FILE-STATUS       PIC X(02)       VALUE '00'.
010467 01  WS-FEE-LOOKUP-POOL              PIC X(06)       VALUE SPACES.
010468 01  WS-FEE-UPB-BASIS          PIC S9(09)V99 COMP-3 VALUE 0.
010469 01  WS-ACC-UPB                PIC S9(09)V99 COMP-3 VALUE 0.
010470******************************************************************
010471*    REMITTANCE DATE                                             *
010472*    THE CYCLE'S REMITTANCE IS WIRED THE GIVEN NUMBER OF         *
010473*    BUSINESS DAYS AFTER THE RUN DATE, COUNTED BY THE COMMON     *
010474*    DATE SERVICE, COBDATE, AGAINST THE HOLIDAY CALENDAR.        *
010475******************************************************************
010476 77  WS-REMIT-LAG-DAYS            PIC S9(03) COMP-3 VALUE 1.
010477 01  WS-RUN-DATE                     PIC X(08)       VALUE SPACES.
010478 01  WS-REMIT-DATE                   PIC X(08)       VALUE SPACES.
010479     COPY DATESVC.
010500 PROCEDURE DIVISION.
010600******************************************************************
010700*    0000-MAINLINE                                               *
011100     PERFORM 2000-READ-LOAN-MASTER THRU 2000-EXIT.
011200     PERFORM 2100-READ-COLLECTION THRU 2100-EXIT.
011210     PERFORM 2300-READ-FINAL THRU 2300-EXIT.
011220     PERFORM 2400-READ-RETURN THRU 2400-EXIT.
011300     PERFORM 3000-MATCH-AND-PROCESS THRU 3000-EXIT
011400         UNTIL WS-LOAN-AT-EOF AND WS-COLL-AT-EOF
011410             AND WS-FINAL-AT-EOF.
011411     PERFORM 3050-NET-RETURNED-ITEMS THRU 3050-EXIT
011412         UNTIL WS-RTN-AT-EOF.
011420     PERFORM 8000-WRITE-POOL-SETTLEMENT THRU 8000-EXIT.
011500     PERFORM 9000-NORMAL-TERMINATE THRU 9000-EXIT.
011600     GOBACK.
011900******************************************************************
012000 1000-INITIALIZE.
012100     DISPLAY 'COBREMIT - INVESTOR REMITTANCE REPORT STARTING'.
012110     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012120     PERFORM 1200-SET-REMIT-DATE THRU 1200-EXIT.
012200     OPEN INPUT LOAN-EXTRACT-FILE.
012300     IF WS-LOANEXT-FILE-STATUS NOT = '00'
012400         DISPLAY 'COBREMIT - EXTRACT FILE OPEN FAILED, STATUS = '
013700     IF WS-REMITRPT-FILE-STATUS NOT = '00'
013800         DISPLAY 'COBREMIT - RPT FILE OPEN FAILED, STATUS = '
013900                 WS-REMITRPT-FILE-STATUS
013910         MOVE 16 TO RETURN-CODE
013920         GO TO 9900-ABEND-TERMINATE
013930     END-IF.
013940     OPEN INPUT RETURNED-COLLECTION-FILE.
013950     IF WS-RTNCOLL-FILE-STATUS NOT = '00'
013960         DISPLAY 'COBREMIT - RETURN FILE OPEN FAILED, STATUS = '
013970                 WS-RTNCOLL-FILE-STATUS
014000         MOVE 16 TO RETURN-CODE
014100         GO TO 9900-ABEND-TERMINATE
014200     END-IF.
015204 1100-EXIT.
015205     EXIT.
015206******************************************************************
015210*    1200-SET-REMIT-DATE                                         *
015220******************************************************************
015230 1200-SET-REMIT-DATE.
015231     SET DS-FUNC-ADD-BUSINESS-DAYS TO TRUE.
015232     MOVE WS-RUN-DATE TO DS-INPUT-DATE.
015233     MOVE WS-REMIT-LAG-DAYS TO DS-DAY-COUNT.
015234     CALL 'COBDATE' USING DATE-SERVICE-AREA.
015235     IF NOT DS-RESULT-OK
015236         DISPLAY 'COBREMIT - COBDATE FAILED, RETURN CODE = '
015237                 DS-RETURN-CODE ' DATE ' WS-RUN-DATE
015238         MOVE 16 TO RETURN-CODE
015239         GO TO 9900-ABEND-TERMINATE
015240     END-IF.
015241     MOVE DS-RESULT-DATE TO WS-REMIT-DATE.
015242 1200-EXIT.
015243     EXIT.
015250******************************************************************
015300*    2000-READ-LOAN-MASTER                                       *
015400******************************************************************
015500 2000-READ-LOAN-MASTER.
017391 2300-EXIT.
017392     EXIT.
017400******************************************************************
017401*    2400-READ-RETURN                                            *
017402******************************************************************
017403 2400-READ-RETURN.
017404     READ RETURNED-COLLECTION-FILE
017405         AT END
017406             MOVE HIGH-VALUES TO RC-LOAN-NUMBER
017407             SET WS-RTN-AT-EOF TO TRUE
017408     END-READ.
017409 2400-EXIT.
017410     EXIT.
017411******************************************************************
017500*    3000-MATCH-AND-PROCESS                                      *
017600*    MATCHES THE FILES ON LOAN NUMBER.  A SETTLEMENT FINAL       *
017610*    BELOW BOTH OTHER KEYS IS REMITTED IN SEQUENCE -- ITS LOAN   *
020700 3000-EXIT.
020800     EXIT.
020900******************************************************************
020901*    3050-NET-RETURNED-ITEMS                                     *
020902*    ADDS ONE NEGATIVE RETURNED-COLLECTION RECORD INTO THE       *
020903*    LOAN'S ACTUAL PRINCIPAL AND INTEREST.  A RETURN BELOW THE   *
020904*    CURRENT LOAN, OR LEFT OVER ONCE THE LOANS ARE DONE, HAS NO  *
020905*    LOAN ON THE EXTRACT AND IS DISPLAYED AND SKIPPED.           *
020906******************************************************************
020907 3050-NET-RETURNED-ITEMS.
020908     IF RC-LOAN-NUMBER = LX-LOAN-NUMBER
020909         ADD RC-ACTUAL-PRINCIPAL-AMT TO WS-ACTUAL-PRINCIPAL-AMT
020910         ADD RC-ACTUAL-INTEREST-AMT  TO WS-ACTUAL-INTEREST-AMT
020911         ADD 1 TO WS-RETURN-COUNT
020912     ELSE
020913         DISPLAY 'COBREMIT - RETURNED ITEM HAS NO LOAN '
020914                 RC-LOAN-NUMBER
020915     END-IF.
020916     PERFORM 2400-READ-RETURN THRU 2400-EXIT.
020917 3050-EXIT.
020918     EXIT.
020919******************************************************************
021000*    3100-PROCESS-LOAN                                           *
021100*    COMPUTES THE SCHEDULED PRINCIPAL/INTEREST SPLIT AND         *
021200*    DISPOSITIONS THE RESULT TO THE REMITTANCE REPORT AND, WHERE *
021300*    WARRANTED, THE ADVANCE-FUNDING EXCEPTION LIST.              *
021310*    ANY RETURNED PAYMENTS ON THE LOAN ARE NETTED INTO THE       *
021320*    ACTUAL COLLECTION FIRST.                                    *
021400******************************************************************
021500 3100-PROCESS-LOAN.
021510     PERFORM 3050-NET-RETURNED-ITEMS THRU 3050-EXIT
021520         UNTIL WS-RTN-AT-EOF
021530             OR RC-LOAN-NUMBER > LX-LOAN-NUMBER.
021600     COMPUTE WS-MONTHLY-RATE = LX-NOTE-RATE / 1200.
021700     COMPUTE WS-SCHEDULED-INTEREST ROUNDED =
021800         LX-CURRENT-UPB * WS-MONTHLY-RATE.
026601******************************************************************
026602*    3250-STRIP-FEES                                             *
026603*    ONE MONTH'S SERVICING AND GUARANTY FEE ON THE CALLER'S UPB  *
026604*    BASIS AT THE POOL'S ANNUAL RATES (RATE / 1200).  NOTHING IS *
026605*    STRIPPED FOR AN INVESTOR/POOL WITH NO FEE RECORD OR FROM A  *
026606*    GROSS A RETURNED PAYMENT LEFT AT OR BELOW ZERO, AND THE     *
026607*    STRIPS NEVER TAKE THE NET REMITTED INTEREST BELOW ZERO.     *
026608******************************************************************
026609 3250-STRIP-FEES.
026610     MOVE ZERO TO WS-SVC-FEE-AMT.
026611     MOVE ZERO TO WS-GTY-FEE-AMT.
026612     MOVE WS-GROSS-REMIT-INT TO WS-NET-REMIT-INT.
026613     IF WS-FEE-COUNT = ZERO OR WS-GROSS-REMIT-INT NOT > ZERO
026614         GO TO 3250-EXIT
026615     END-IF.
026616     SET WS-FEE-IDX TO 1.
028780         TO PE-REMIT-INTEREST-NET.
028781     MOVE WS-POOL-SVC-FEE(WS-POOL-IDX)    TO PE-SVC-FEE-AMT.
028782     MOVE WS-POOL-GTY-FEE(WS-POOL-IDX)    TO PE-GTY-FEE-AMT.
028783     MOVE WS-REMIT-DATE                   TO PE-REMIT-DATE.
028784     PERFORM 8200-WRITE-SETL-RECORD THRU 8200-EXIT.
028785 8100-EXIT.
028786     EXIT.
028787******************************************************************
028788*    8200-WRITE-SETL-RECORD                                      *
028789******************************************************************
028790 8200-WRITE-SETL-RECORD.
028791     WRITE POOL-SETTLEMENT-REC.
028792     IF WS-POOLSETL-FILE-STATUS NOT = '00'
028793         DISPLAY 'COBREMIT - SETL WRITE FAILED, STATUS = '
028794                 WS-POOLSETL-FILE-STATUS
028795         MOVE 16 TO RETURN-CODE
028796         GO TO 9900-ABEND-TERMINATE
028797     END-IF.
028798 8200-EXIT.
028799     EXIT.
028800******************************************************************
028900*    9000-NORMAL-TERMINATE                                       *
029000******************************************************************
029510     CLOSE POOL-FEE-FILE.
029520     CLOSE POOL-SETTLEMENT-FILE.
029530     CLOSE FINAL-REMIT-FILE.
029540     CLOSE RETURNED-COLLECTION-FILE.
029600     DISPLAY 'COBREMIT - LOANS PROCESSED:       ' WS-LOAN-COUNT.
029700     DISPLAY 'COBREMIT - REMITTANCE LINES:      ' WS-REMIT-COUNT.
029800     DISPLAY 'COBREMIT - ADVANCE EXCEPTIONS:    '
029900             WS-EXCEPTION-COUNT.
029905     DISPLAY 'COBREMIT - SETTLEMENT FINALS:     ' WS-FINAL-COUNT.
029906     DISPLAY 'COBREMIT - RETURNED ITEMS NETTED: ' WS-RETURN-COUNT.
029910     DISPLAY 'COBREMIT - UPB HASH TOTAL:    ' WS-UPB-HASH.
029920     DISPLAY 'COBREMIT - ESCROW HASH TOTAL: ' WS-ESCROW-HASH.
029930     DISPLAY 'COBREMIT - SVC FEES RETAINED: ' WS-TOTAL-SVC-FEE.
029940     DISPLAY 'COBREMIT - GTY FEES RETAINED: ' WS-TOTAL-GTY-FEE.
029950     DISPLAY 'COBREMIT - NET INT REMITTED:  ' WS-TOTAL-NET-INT.
029960     DISPLAY 'COBREMIT - REMITTANCE DATE:   ' WS-REMIT-DATE.
030000     DISPLAY 'COBREMIT - NORMAL COMPLETION'.
030100     MOVE 0 TO RETURN-CODE.
030200 9000-EXIT.
031410     CLOSE POOL-FEE-FILE.
031420     CLOSE POOL-SETTLEMENT-FILE.
031430     CLOSE FINAL-REMIT-FILE.
031440     CLOSE RETURNED-COLLECTION-FILE.
031500     DISPLAY 'COBREMIT - ABENDING, RETURN CODE = ' RETURN-CODE.
031600     GOBACK.
