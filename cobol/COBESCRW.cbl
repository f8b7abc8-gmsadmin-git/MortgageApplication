002300*                 STATEMENT AND THE DISBURSEMENT FILE THAT       *
002400*                 ACCOUNTS PAYABLE USES TO ACTUALLY PAY THE      *
002500*                 TAXING AUTHORITY AND THE INSURANCE CARRIER.    *
002510*                 THE STATEMENT IS ADDRESSED TO THE BORROWER'S   *
002520*                 MAILING ADDRESS ON SYSMTG.BORROWER_CONTACT, OR *
002530*                 THE PROPERTY ADDRESS WHEN THE LOAN HAS NO      *
002540*                 CONTACT ROW; THE STATEMENT FOR A LOAN WHOSE    *
002550*                 MAIL IS COMING BACK RETURNED IS HELD ON THE    *
002560*                 RETURNED-MAIL EXCEPTION LIST, BUT ITS          *
002570*                 DISBURSEMENTS STILL GO TO ACCOUNTS PAYABLE.    *
002580*                 FOLLOWS THE SQLCA/EXEC SQL STYLE ESTABLISHED   *
002590*                 BY COBDDB2.                                    *
002600*                                                                *
002700*    MODIFICATION HISTORY                                       *
002800*    DATE       INIT  DESCRIPTION                                *
003940*                     ABEND WITH RETURN CODE 12 WHEN THE TRAILER *
003950*                     IS MISSING OR DOES NOT BALANCE, AND REPORT *
003960*                     THE TOTALS AT NORMAL TERMINATION.          *
003961*    2026-10-15 GMS   ADDRESS THE ANALYSIS STATEMENT TO THE      *
003962*                     BORROWER MAILING ADDRESS ON THE NEW        *
003963*                     BORROWER_CONTACT TABLE, FALLING BACK TO    *
003964*                     THE PROPERTY ADDRESS ON THE LOAN MASTER.   *
003965*                     THE STATEMENT FOR A LOAN FLAGGED RETURNED  *
003966*                     MAIL IS WRITTEN TO THE NEW ESCRMEXC        *
003967*                     EXCEPTION FILE INSTEAD; THE TAX AND        *
003968*                     INSURANCE DISBURSEMENTS ARE UNAFFECTED.    *
003970*    2026-10-15 GMS   A DISBURSEMENT DUE DATE ON A WEEKEND OR    *
003980*                     HOLIDAY MOVES BACK TO THE BUSINESS DAY     *
003985*                     BEFORE IT, PER THE COMMON DATE SERVICE     *
003990*                     COBDATE, SO PAYABLES NEVER PAYS LATE.      *
004000*                                                                *
004100******************************************************************
004200 ENVIRONMENT DIVISION.
005400     SELECT ESCROW-DISBURSEMENT-FILE ASSIGN TO ESCRDISB
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-ESCRDISB-FILE-STATUS.
005610     SELECT MAIL-EXCEPTION-FILE ASSIGN TO ESCRMEXC
005620         ORGANIZATION IS SEQUENTIAL
005630         FILE STATUS IS WS-ESCRMEXC-FILE-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  LOAN-EXTRACT-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400     COPY ESCRDISB.
007410 FD  MAIL-EXCEPTION-FILE
007420     RECORDING MODE IS F
007430     LABEL RECORDS ARE STANDARD.
007440     COPY MAILEXC.
007500 WORKING-STORAGE SECTION.
007600******************************************************************
007700*    FILE CONTROL AND COUNTERS                                   *
008000     88  WS-LOAN-AT-EOF                              VALUE 'Y'.
008100 01  WS-SCHED-EOF-SWITCH             PIC X(01)       VALUE 'N'.
008200     88  WS-SCHED-AT-EOF                             VALUE 'Y'.
008210 01  WS-MAIL-RETURNED-SWITCH         PIC X(01)       VALUE 'N'.
008220     88  WS-MAIL-RETURNED                            VALUE 'Y'.
008300 01  WS-LOAN-COUNT                PIC S9(07) COMP-3 VALUE 0.
008400 01  WS-STATEMENT-COUNT           PIC S9(07) COMP-3 VALUE 0.
008500 01  WS-DISBURSEMENT-COUNT        PIC S9(07) COMP-3 VALUE 0.
008510 01  WS-MAIL-HELD-COUNT           PIC S9(07) COMP-3 VALUE 0.
008600 01  WS-LOANEXT-FILE-STATUS       PIC X(02)       VALUE '00'.
008700 01  WS-ESCRSCH-FILE-STATUS       PIC X(02)       VALUE '00'.
008800 01  WS-ESCRSTMT-FILE-STATUS      PIC X(02)       VALUE '00'.
008900 01  WS-ESCRDISB-FILE-STATUS      PIC X(02)       VALUE '00'.
008901 01  WS-ESCRMEXC-FILE-STATUS      PIC X(02)       VALUE '00'.
008902 01  WS-RUN-DATE                     PIC X(08)       VALUE SPACES.
008903******************************************************************
008904*    CALL AREA FOR THE COMMON BUSINESS-DAY DATE SERVICE, COBDATE *
008905******************************************************************
008906     COPY DATESVC.
008910******************************************************************
008920*    EXTRACT CONTROL-TOTAL BALANCING AREAS                       *
008930******************************************************************
011100 01  WS-SURPLUS-AMT            PIC S9(07)V99 COMP-3 VALUE 0.
011200 01  WS-NEW-MONTHLY-AMT        PIC S9(07)V99 COMP-3 VALUE 0.
011300 01  WS-DISBURSEMENT-DATE            PIC X(08) VALUE SPACES.
011301******************************************************************
011302*    DB2 HOST VARIABLE RECORD FOR THE BORROWER-CONTACT TABLE     *
011303******************************************************************
011304     COPY BCONTREC.
011305******************************************************************
011306*    DB2 HOST VARIABLE RECORD FOR THE LOAN-MASTER TABLE          *
011307******************************************************************
011308     COPY LOANREC.
011309*    INCLUDING SQLCA COPYBOOK FOR SQLCODE AND THE REST OF THE
011310*    DB2 COMMUNICATIONS AREA.
011311     EXEC SQL
011312          INCLUDE SQLCA
011313     END-EXEC.
011400 PROCEDURE DIVISION.
011500******************************************************************
011600*    0000-MAINLINE                                               *
012800******************************************************************
012900 1000-INITIALIZE.
013000     DISPLAY 'COBESCRW - ESCROW ANALYSIS STARTING'.
013010     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013100     OPEN INPUT LOAN-EXTRACT-FILE.
013200     IF WS-LOANEXT-FILE-STATUS NOT = '00'
013300         DISPLAY 'COBESCRW - EXTRACT FILE OPEN FAILED, STATUS = '
015300     IF WS-ESCRDISB-FILE-STATUS NOT = '00'
015400         DISPLAY 'COBESCRW - DISBURSEMENT FILE OPEN FAILED, '
015500                 'STATUS = ' WS-ESCRDISB-FILE-STATUS
015510         MOVE 16 TO RETURN-CODE
015520         GO TO 9900-ABEND-TERMINATE
015530     END-IF.
015540     OPEN OUTPUT MAIL-EXCEPTION-FILE.
015550     IF WS-ESCRMEXC-FILE-STATUS NOT = '00'
015560         DISPLAY 'COBESCRW - MAIL EXC OPEN FAILED, STATUS = '
015570                 WS-ESCRMEXC-FILE-STATUS
015600         MOVE 16 TO RETURN-CODE
015700         GO TO 9900-ABEND-TERMINATE
015800     END-IF.
022200*    3100-ANALYZE-ESCROW                                         *
022300*    PROJECTS THE CURRENT LOAN'S ESCROW BALANCE FORWARD 12       *
022400*    MONTHS STARTING AT THE NEXT DUE DATE, THEN DISPOSITIONS     *
022500*    THE RESULT TO THE STATEMENT AND DISBURSEMENT FILES.  A      *
022510*    LOAN FLAGGED RETURNED MAIL GETS AN EXCEPTION RECORD IN      *
022520*    PLACE OF THE STATEMENT; THE DISBURSEMENTS ARE STILL PAID.   *
022600******************************************************************
022700 3100-ANALYZE-ESCROW.
022800     MOVE LX-ESCROW-BALANCE      TO WS-RUNNING-BALANCE.
023400         VARYING WS-PROJ-COUNT FROM 1 BY 1
023500         UNTIL WS-PROJ-COUNT > 12.
023600     PERFORM 3300-COMPUTE-SHORTAGE-SURPLUS THRU 3300-EXIT.
023700     PERFORM 3700-GET-MAILING-ADDRESS THRU 3700-EXIT.
023710     IF WS-MAIL-RETURNED
023720         PERFORM 3800-WRITE-MAIL-EXCEPTION THRU 3800-EXIT
023730     ELSE
023740         PERFORM 3400-WRITE-STATEMENT THRU 3400-EXIT
023750     END-IF.
023800     PERFORM 3500-WRITE-DISBURSEMENTS THRU 3500-EXIT.
023900 3100-EXIT.
024000     EXIT.
029500     MOVE WS-SURPLUS-AMT         TO EA-SURPLUS-AMT.
029600     MOVE LX-ESCROW-MONTHLY-AMT  TO EA-CURRENT-MONTHLY-AMT.
029700     MOVE WS-NEW-MONTHLY-AMT     TO EA-NEW-MONTHLY-AMT.
029710     MOVE BC-MAIL-LINE-1         TO EA-MAIL-LINE-1.
029720     MOVE BC-MAIL-LINE-2         TO EA-MAIL-LINE-2.
029730     MOVE BC-MAIL-CITY           TO EA-MAIL-CITY.
029740     MOVE BC-MAIL-STATE          TO EA-MAIL-STATE.
029750     MOVE BC-MAIL-ZIP            TO EA-MAIL-ZIP.
029800     MOVE SPACES                 TO EA-FILLER.
029900     WRITE ESCROW-STATEMENT-REC.
030000     IF WS-ESCRSTMT-FILE-STATUS NOT = '00'
030900******************************************************************
031000*    3500-WRITE-DISBURSEMENTS                                    *
031100*    WRITES ONE DISBURSEMENT RECORD FOR EACH SCHEDULED TAX OR    *
031200*    INSURANCE PAYMENT THE LOAN HAS ON FILE THIS CYCLE.  A DUE   *
031210*    DATE THAT IS NOT A BUSINESS DAY IS MOVED BACK TO THE LAST   *
031220*    BUSINESS DAY BEFORE IT (3550).                              *
031300******************************************************************
031400 3500-WRITE-DISBURSEMENTS.
031500     IF WS-TAX-ANNUAL-AMT > 0
031800         MOVE LX-NEXT-DUE-DATE(1:4) TO WS-DISBURSEMENT-DATE(1:4)
031900         MOVE WS-TAX-DUE-MONTH   TO WS-DISBURSEMENT-DATE(5:2)
032000         MOVE '01'               TO WS-DISBURSEMENT-DATE(7:2)
032010         PERFORM 3550-SET-DISBURSEMENT-DATE THRU 3550-EXIT
032100         MOVE WS-DISBURSEMENT-DATE TO ED-DUE-DATE
032200         MOVE WS-TAX-ANNUAL-AMT  TO ED-DISBURSEMENT-AMT
032300         MOVE SPACES             TO ED-FILLER
033600         MOVE LX-NEXT-DUE-DATE(1:4) TO WS-DISBURSEMENT-DATE(1:4)
033700         MOVE WS-INS-DUE-MONTH   TO WS-DISBURSEMENT-DATE(5:2)
033800         MOVE '01'               TO WS-DISBURSEMENT-DATE(7:2)
033810         PERFORM 3550-SET-DISBURSEMENT-DATE THRU 3550-EXIT
033900         MOVE WS-DISBURSEMENT-DATE TO ED-DUE-DATE
034000         MOVE WS-INS-ANNUAL-AMT  TO ED-DISBURSEMENT-AMT
034100         MOVE SPACES             TO ED-FILLER
034900         ADD 1 TO WS-DISBURSEMENT-COUNT
035000     END-IF.
035100 3500-EXIT.
035102     EXIT.
035104******************************************************************
035106*    3550-SET-DISBURSEMENT-DATE                                  *
035108*    A DISBURSEMENT DUE ON A WEEKEND OR HOLIDAY IS DUE THE       *
035110*    BUSINESS DAY BEFORE, SO THE PAYMENT REACHES THE TAXING      *
035112*    AUTHORITY OR CARRIER ON TIME.                               *
035114******************************************************************
035116 3550-SET-DISBURSEMENT-DATE.
035118     SET DS-FUNC-IS-BUSINESS-DAY TO TRUE.
035120     MOVE WS-DISBURSEMENT-DATE TO DS-INPUT-DATE.
035122     CALL 'COBDATE' USING DATE-SERVICE-AREA.
035124     IF NOT DS-RESULT-OK
035126         GO TO 3550-DATE-FAILED
035128     END-IF.
035130     IF DS-BUSINESS-DAY
035132         GO TO 3550-EXIT
035134     END-IF.
035136     SET DS-FUNC-ADD-BUSINESS-DAYS TO TRUE.
035138     MOVE -1 TO DS-DAY-COUNT.
035140     CALL 'COBDATE' USING DATE-SERVICE-AREA.
035142     IF DS-RESULT-OK
035144         MOVE DS-RESULT-DATE TO WS-DISBURSEMENT-DATE
035146         GO TO 3550-EXIT
035148     END-IF.
035150 3550-DATE-FAILED.
035152     DISPLAY 'COBESCRW - COBDATE FAILED, RETURN CODE = '
035154             DS-RETURN-CODE ' DATE ' WS-DISBURSEMENT-DATE.
035156     MOVE 16 TO RETURN-CODE.
035158     GO TO 9900-ABEND-TERMINATE.
035160 3550-EXIT.
035200     EXIT.
035300******************************************************************
035400*    3600-ADVANCE-MONTH                                          *
036500 3600-EXIT.
036600     EXIT.
036700******************************************************************
036701*    3700-GET-MAILING-ADDRESS                                    *
036702*    PICKS UP THE BORROWER'S MAILING ADDRESS AND RETURNED-MAIL   *
036703*    FLAG FROM SYSMTG.BORROWER_CONTACT.  A LOAN WITH NO CONTACT  *
036704*    ROW IS MAILED AT THE PROPERTY ADDRESS ON THE LOAN MASTER,   *
036705*    THE ONLY ADDRESS THE SYSTEM CARRIED BEFORE THE CONTACT      *
036706*    TABLE.                                                      *
036707******************************************************************
036708 3700-GET-MAILING-ADDRESS.
036709     MOVE 'N' TO WS-MAIL-RETURNED-SWITCH.
036710     MOVE LX-LOAN-NUMBER TO BC-LOAN-NUMBER.
036711     EXEC SQL
036712          SELECT MAIL_LINE_1, MAIL_LINE_2, MAIL_CITY,
036713                 MAIL_STATE, MAIL_ZIP, RETURNED_MAIL_FLAG,
036714                 RETURNED_MAIL_DATE
036715            INTO :BC-MAIL-LINE-1, :BC-MAIL-LINE-2,
036716                 :BC-MAIL-CITY, :BC-MAIL-STATE, :BC-MAIL-ZIP,
036717                 :BC-RETURNED-MAIL-FLAG, :BC-RETURNED-MAIL-DATE
036718            FROM SYSMTG.BORROWER_CONTACT
036719           WHERE LOAN_NUMBER = :BC-LOAN-NUMBER
036720     END-EXEC.
036721     IF SQLCODE = ZERO
036722         IF BC-MAIL-RETURNED
036723             SET WS-MAIL-RETURNED TO TRUE
036724         END-IF
036725         GO TO 3700-EXIT
036726     END-IF.
036727     IF SQLCODE NOT = 100
036728         DISPLAY 'COBESCRW - CONTACT SELECT FAILED, SQLCODE = '
036729                 SQLCODE ' LOAN ' BC-LOAN-NUMBER
036730         MOVE 16 TO RETURN-CODE
036731         GO TO 9900-ABEND-TERMINATE
036732     END-IF.
036733     MOVE SPACES TO BC-MAIL-LINE-2 BC-MAIL-CITY BC-MAIL-STATE
036734                    BC-MAIL-ZIP BC-RETURNED-MAIL-DATE.
036735     SET BC-MAIL-DELIVERABLE TO TRUE.
036736     MOVE LX-LOAN-NUMBER TO LM-LOAN-NUMBER.
036737     EXEC SQL
036738          SELECT PROPERTY_ADDRESS
036739            INTO :LM-PROPERTY-ADDRESS
036740            FROM SYSMTG.LOAN_MASTER
036741           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
036742     END-EXEC.
036743     IF SQLCODE NOT = ZERO
036744         DISPLAY 'COBESCRW - MASTER SELECT FAILED, SQLCODE = '
036745                 SQLCODE ' LOAN ' LM-LOAN-NUMBER
036746         MOVE 16 TO RETURN-CODE
036747         GO TO 9900-ABEND-TERMINATE
036748     END-IF.
036749     MOVE LM-PROPERTY-ADDRESS TO BC-MAIL-LINE-1.
036750 3700-EXIT.
036751     EXIT.
036752******************************************************************
036753*    3800-WRITE-MAIL-EXCEPTION                                   *
036754*    HOLDS THE STATEMENT BACK FROM THE PRINT VENDOR AND LISTS    *
036755*    THE LOAN FOR THE CORRESPONDENCE UNIT TO SKIP-TRACE.         *
036756******************************************************************
036757 3800-WRITE-MAIL-EXCEPTION.
036758     MOVE SPACES TO MAIL-EXCEPTION-REC.
036759     MOVE 'COBESCRW'             TO MX-PROGRAM-ID.
036760     MOVE 'ESCROW ANALYSIS'      TO MX-DOCUMENT-TYPE.
036761     MOVE LX-LOAN-NUMBER         TO MX-LOAN-NUMBER.
036762     MOVE LX-BORROWER-NAME       TO MX-BORROWER-NAME.
036763     MOVE WS-RUN-DATE            TO MX-RUN-DATE.
036764     MOVE BC-RETURNED-MAIL-DATE  TO MX-RETURNED-MAIL-DATE.
036765     MOVE BC-MAIL-LINE-1         TO MX-MAIL-LINE-1.
036766     WRITE MAIL-EXCEPTION-REC.
036767     IF WS-ESCRMEXC-FILE-STATUS NOT = '00'
036768         DISPLAY 'COBESCRW - MAIL EXC WRITE FAILED, STATUS = '
036769                 WS-ESCRMEXC-FILE-STATUS
036770         MOVE 16 TO RETURN-CODE
036771         GO TO 9900-ABEND-TERMINATE
036772     END-IF.
036773     ADD 1 TO WS-MAIL-HELD-COUNT.
036774 3800-EXIT.
036775     EXIT.
036776******************************************************************
036800*    9000-NORMAL-TERMINATE                                       *
036900******************************************************************
037000 9000-NORMAL-TERMINATE.
037200     CLOSE ESCROW-SCHEDULE-FILE.
037300     CLOSE ESCROW-STATEMENT-FILE.
037400     CLOSE ESCROW-DISBURSEMENT-FILE.
037410     CLOSE MAIL-EXCEPTION-FILE.
037500     DISPLAY 'COBESCRW - LOANS ANALYZED:      ' WS-LOAN-COUNT.
037600     DISPLAY 'COBESCRW - STATEMENTS WRITTEN: ' WS-STATEMENT-COUNT.
037700     DISPLAY 'COBESCRW - DISBURSEMENTS WRITTEN: '
037800             WS-DISBURSEMENT-COUNT.
037801     DISPLAY 'COBESCRW - RETURNED MAIL HELD: ' WS-MAIL-HELD-COUNT.
037810     DISPLAY 'COBESCRW - UPB HASH TOTAL:    ' WS-UPB-HASH.
037820     DISPLAY 'COBESCRW - ESCROW HASH TOTAL: ' WS-ESCROW-HASH.
037900     DISPLAY 'COBESCRW - NORMAL COMPLETION'.
038200     EXIT.
038300******************************************************************
038400*    9900-ABEND-TERMINATE                                       *
038500*    REACHED ONLY VIA GO TO WHEN A FILE OPEN OR WRITE OR AN SQL  *
038600*    CALL FAILS.  RETURN-CODE IS ALREADY SET BY THE CALLER.      *
038700******************************************************************
038800 9900-ABEND-TERMINATE.
038900     CLOSE LOAN-EXTRACT-FILE.
039000     CLOSE ESCROW-SCHEDULE-FILE.
039100     CLOSE ESCROW-STATEMENT-FILE.
039200     CLOSE ESCROW-DISBURSEMENT-FILE.
039210     CLOSE MAIL-EXCEPTION-FILE.
039300     DISPLAY 'COBESCRW - ABENDING, RETURN CODE = ' RETURN-CODE.
039400     GOBACK.
