002600*                 ORIGINATION DATE COME FROM THE MASTER.  A      *
002700*                 COLLECTION OR DISBURSEMENT FOR A LOAN NO       *
002800*                 LONGER ON THE MASTER IS REPORTED ON THE JOB    *
002900*                 LOG AND SKIPPED.  THE BORROWER STATEMENT IS    *
002910*                 ADDRESSED TO THE BORROWER'S MAILING ADDRESS ON *
002920*                 SYSMTG.BORROWER_CONTACT, OR THE PROPERTY       *
002930*                 ADDRESS WHEN THE LOAN HAS NO CONTACT ROW; THE  *
002940*                 STATEMENT FOR A LOAN WHOSE MAIL IS COMING BACK *
002950*                 RETURNED IS HELD ON THE RETURNED-MAIL          *
002960*                 EXCEPTION LIST, BUT THE IRS FILING RECORD IS   *
002970*                 STILL WRITTEN.  FOLLOWS THE SQLCA/EXEC SQL     *
003000*                 STYLE ESTABLISHED BY COBDDB2.                  *
003010*                 A LOAN PAID OFF IN THE TAX YEAR OR LATER THAT  *
003020*                 THE MONTHLY ARCHIVE, COBARCH, HAS SINCE MOVED  *
003030*                 TO SYSMTG.LOAN_MASTER_ARCHIVE IS READ FROM     *
003040*                 THERE, IN THE SAME LOAN NUMBER ORDER, SO ITS   *
003060*                 LAST YEAR'S INTEREST IS STILL REPORTED, WITH   *
003080*                 ITS MAILING ADDRESS FROM THE CONTACT ARCHIVE.  *
003100*                                                                *
003200*    MODIFICATION HISTORY                                       *
003300*    DATE       INIT  DESCRIPTION                                *
003560*                     FILLER) WHEN THAT CHANGE IS INSTALLED, SO  *
003570*                     THE YEAR'S CONCATENATION STILL READS WITH  *
003580*                     ONE FD.                                    *
003581*    2026-10-15 GMS   ADDRESS THE BORROWER STATEMENT TO THE      *
003582*                     BORROWER MAILING ADDRESS ON THE NEW        *
003583*                     BORROWER_CONTACT TABLE, FALLING BACK TO    *
003584*                     THE PROPERTY ADDRESS.  THE STATEMENT FOR A *
003585*                     LOAN FLAGGED RETURNED MAIL IS WRITTEN TO   *
003586*                     THE NEW TAXMEXC EXCEPTION FILE INSTEAD;    *
003587*                     THE IRS FILING RECORD IS UNAFFECTED.       *
003588*    2026-10-15 GMS   THE LOAN CURSOR ALSO READS THE LOANS PAID  *
003589*                     OFF SINCE THE START OF THE TAX YEAR THAT   *
003590*                     COBARCH HAS MOVED TO THE NEW               *
003591*                     LOAN_MASTER_ARCHIVE TABLE.                 *
003593*    2026-10-15 GMS   THE MAILING ADDRESS OF AN ARCHIVED LOAN IS *
003595*                     READ FROM BORROWER_CONTACT_ARCHIVE, WHERE  *
003597*                     COBARCH NOW MOVES THE CONTACT ROW.         *
003600*                                                                *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
005000     SELECT IRS-FILING-FILE ASSIGN TO IRS1098
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-IRS1098-FILE-STATUS.
005210     SELECT MAIL-EXCEPTION-FILE ASSIGN TO TAXMEXC
005220         ORGANIZATION IS SEQUENTIAL
005230         FILE STATUS IS WS-TAXMEXC-FILE-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  ACTUAL-COLLECTION-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000     COPY IRS1098.
007010 FD  MAIL-EXCEPTION-FILE
007020     RECORDING MODE IS F
007030     LABEL RECORDS ARE STANDARD.
007040     COPY MAILEXC.
007100 WORKING-STORAGE SECTION.
007200******************************************************************
007300*    CURSOR AND FILE CONTROL AND COUNTERS                        *
007800     88  WS-COLL-AT-EOF                              VALUE 'Y'.
007900 01  WS-DISB-EOF-SWITCH              PIC X(01)       VALUE 'N'.
008000     88  WS-DISB-AT-EOF                              VALUE 'Y'.
008010 01  WS-MAIL-RETURNED-SWITCH         PIC X(01)       VALUE 'N'.
008020     88  WS-MAIL-RETURNED                            VALUE 'Y'.
008100 01  WS-LOAN-COUNT                PIC S9(07) COMP-3 VALUE 0.
008200 01  WS-STMT-COUNT                PIC S9(07) COMP-3 VALUE 0.
008300 01  WS-IRS-COUNT                 PIC S9(07) COMP-3 VALUE 0.
008400 01  WS-ORPHAN-COUNT              PIC S9(07) COMP-3 VALUE 0.
008410 01  WS-MAIL-HELD-COUNT           PIC S9(07) COMP-3 VALUE 0.
008500 01  WS-ACTCOLL-FILE-STATUS       PIC X(02)       VALUE '00'.
008600 01  WS-ESCRDISB-FILE-STATUS      PIC X(02)       VALUE '00'.
008700 01  WS-STMT1098-FILE-STATUS      PIC X(02)       VALUE '00'.
008800 01  WS-IRS1098-FILE-STATUS       PIC X(02)       VALUE '00'.
008810 01  WS-TAXMEXC-FILE-STATUS       PIC X(02)       VALUE '00'.
008900******************************************************************
009000*    TAX YEAR -- THE JOB RUNS IN JANUARY, SO THE REPORTING YEAR  *
009100*    IS THE CALENDAR YEAR BEFORE THE RUN DATE.                   *
009200******************************************************************
009300 01  WS-RUN-DATE                     PIC X(08)       VALUE SPACES.
009400 01  WS-TAX-YEAR                     PIC 9(04)       VALUE 0.
009410 01  WS-TAX-YEAR-START               PIC X(08)       VALUE SPACES.
009500******************************************************************
009600*    MERGE KEYS AND PER-LOAN ACCUMULATORS                        *
009700*    THE CURRENT LOAN NUMBER OF EACH INPUT FILE IS SET TO        *
010600*    DB2 HOST VARIABLE RECORD FOR LOAN-MASTER                    *
010700******************************************************************
010800     COPY LOANREC.
010810******************************************************************
010820*    DB2 HOST VARIABLE RECORD FOR THE BORROWER-CONTACT TABLE     *
010830******************************************************************
010840     COPY BCONTREC.
010900*    INCLUDING SQLCA COPYBOOK FOR SQLCODE AND THE REST OF THE
011000*    DB2 COMMUNICATIONS AREA.
011100     EXEC SQL
013400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013500     MOVE WS-RUN-DATE(1:4) TO WS-TAX-YEAR.
013600     SUBTRACT 1 FROM WS-TAX-YEAR.
013610     MOVE WS-TAX-YEAR      TO WS-TAX-YEAR-START(1:4).
013620     MOVE '0101'           TO WS-TAX-YEAR-START(5:4).
013700     DISPLAY 'COB1098 - REPORTING TAX YEAR ' WS-TAX-YEAR.
013800     OPEN INPUT ACTUAL-COLLECTION-FILE.
013900     IF WS-ACTCOLL-FILE-STATUS NOT = '00'
016300         MOVE 16 TO RETURN-CODE
016400         GO TO 9900-ABEND-TERMINATE
016500     END-IF.
016510     OPEN OUTPUT MAIL-EXCEPTION-FILE.
016520     IF WS-TAXMEXC-FILE-STATUS NOT = '00'
016530         DISPLAY 'COB1098 - MAIL EXC OPEN FAILED, STATUS = '
016540                 WS-TAXMEXC-FILE-STATUS
016550         MOVE 16 TO RETURN-CODE
016560         GO TO 9900-ABEND-TERMINATE
016570     END-IF.
016600 1000-EXIT.
016700     EXIT.
016800******************************************************************
016900*    2000-OPEN-CURSOR                                            *
017000*    DECLARES AND OPENS THE LOAN-MASTER CURSOR, THEN PRIMES THE  *
017100*    FETCH-AHEAD LOOP WITH THE FIRST FETCH.  AN ARCHIVED LOAN    *
017110*    PAID OFF BEFORE THE TAX YEAR CAN HAVE NO ACTIVITY IN IT, SO *
017120*    ONLY THOSE PAID OFF SINCE ITS FIRST DAY ARE UNIONED IN.     *
017200******************************************************************
017300 2000-OPEN-CURSOR.
017400     EXEC SQL
017600          SELECT LOAN_NUMBER, BORROWER_SSN, BORROWER_NAME,
017700                 PROPERTY_ADDRESS, CURRENT_UPB, ORIGINATION_DATE
017800            FROM SYSMTG.LOAN_MASTER
017810          UNION ALL
017820          SELECT LOAN_NUMBER, BORROWER_SSN, BORROWER_NAME,
017830                 PROPERTY_ADDRESS, CURRENT_UPB, ORIGINATION_DATE
017840            FROM SYSMTG.LOAN_MASTER_ARCHIVE
017850           WHERE LAST_PAID_DATE >= :WS-TAX-YEAR-START
017900            ORDER BY LOAN_NUMBER
018000     END-EXEC.
018100     EXEC SQL
024300*    3000-PROCESS-LOAN                                           *
024400*    ACCUMULATES THE YEAR'S INTEREST AND TAXES FOR THE CURRENT   *
024500*    MASTER LOAN, WRITES ITS STATEMENT AND FILING RECORDS WHERE  *
024600*    WARRANTED, THEN FETCHES THE NEXT LOAN.  A STATEMENT FOR A   *
024610*    LOAN FLAGGED RETURNED MAIL GOES TO THE EXCEPTION FILE.      *
024700******************************************************************
024800 3000-PROCESS-LOAN.
024900     ADD 1 TO WS-LOAN-COUNT.
025800     PERFORM 3220-SUM-TAX-DISBURSEMENTS THRU 3220-EXIT
025900         UNTIL WS-DISB-LOAN NOT = LM-LOAN-NUMBER.
026000     IF WS-INTEREST-RECEIVED > ZERO OR WS-TAXES-PAID > ZERO
026100         PERFORM 3250-GET-MAILING-ADDRESS THRU 3250-EXIT
026110         IF WS-MAIL-RETURNED
026120             PERFORM 3350-WRITE-MAIL-EXCEPTION THRU 3350-EXIT
026130         ELSE
026140             PERFORM 3300-WRITE-STATEMENT THRU 3300-EXIT
026150         END-IF
026200     END-IF.
026300     IF WS-INTEREST-RECEIVED NOT < WS-IRS-MIN-INTEREST
026400         PERFORM 3400-WRITE-IRS-RECORD THRU 3400-EXIT
031200 3220-EXIT.
031300     EXIT.
031400******************************************************************
031401*    3250-GET-MAILING-ADDRESS                                    *
031402*    PICKS UP THE BORROWER'S MAILING ADDRESS AND RETURNED-MAIL   *
031403*    FLAG FROM SYSMTG.BORROWER_CONTACT, OR FOR A LOAN COBARCH    *
031404*    HAS ARCHIVED FROM SYSMTG.BORROWER_CONTACT_ARCHIVE.  A LOAN  *
031405*    WITH NO CONTACT ROW IS MAILED AT THE PROPERTY ADDRESS THE   *
031406*    CURSOR FETCHED, THE ONLY ADDRESS THE SYSTEM CARRIED BEFORE  *
031407*    THE CONTACT TABLE.                                          *
031408******************************************************************
031409 3250-GET-MAILING-ADDRESS.
031410     MOVE 'N' TO WS-MAIL-RETURNED-SWITCH.
031411     MOVE LM-LOAN-NUMBER TO BC-LOAN-NUMBER.
031412     EXEC SQL
031413          SELECT MAIL_LINE_1, MAIL_LINE_2, MAIL_CITY,
031414                 MAIL_STATE, MAIL_ZIP, RETURNED_MAIL_FLAG,
031415                 RETURNED_MAIL_DATE
031416            INTO :BC-MAIL-LINE-1, :BC-MAIL-LINE-2,
031417                 :BC-MAIL-CITY, :BC-MAIL-STATE, :BC-MAIL-ZIP,
031418                 :BC-RETURNED-MAIL-FLAG, :BC-RETURNED-MAIL-DATE
031419            FROM SYSMTG.BORROWER_CONTACT
031420           WHERE LOAN_NUMBER = :BC-LOAN-NUMBER
031421     END-EXEC.
031422     IF SQLCODE = ZERO
031423         IF BC-MAIL-RETURNED
031424             SET WS-MAIL-RETURNED TO TRUE
031425         END-IF
031426         GO TO 3250-EXIT
031427     END-IF.
031428     IF SQLCODE NOT = 100
031429         DISPLAY 'COB1098 - CONTACT SELECT FAILED, SQLCODE = '
031430                 SQLCODE ' LOAN ' BC-LOAN-NUMBER
031431         MOVE 16 TO RETURN-CODE
031432         GO TO 9900-ABEND-TERMINATE
031433     END-IF.
031434     EXEC SQL
031435          SELECT MAIL_LINE_1, MAIL_LINE_2, MAIL_CITY,
031436                 MAIL_STATE, MAIL_ZIP, RETURNED_MAIL_FLAG,
031437                 RETURNED_MAIL_DATE
031438            INTO :BC-MAIL-LINE-1, :BC-MAIL-LINE-2,
031439                 :BC-MAIL-CITY, :BC-MAIL-STATE, :BC-MAIL-ZIP,
031440                 :BC-RETURNED-MAIL-FLAG, :BC-RETURNED-MAIL-DATE
031441            FROM SYSMTG.BORROWER_CONTACT_ARCHIVE
031442           WHERE LOAN_NUMBER = :BC-LOAN-NUMBER
031443     END-EXEC.
031444     IF SQLCODE = ZERO
031445         IF BC-MAIL-RETURNED
031446             SET WS-MAIL-RETURNED TO TRUE
031447         END-IF
031448         GO TO 3250-EXIT
031449     END-IF.
031450     IF SQLCODE NOT = 100
031451         DISPLAY 'COB1098 - CONTACT SELECT FAILED, SQLCODE = '
031452                 SQLCODE ' LOAN ' BC-LOAN-NUMBER
031453         MOVE 16 TO RETURN-CODE
031454         GO TO 9900-ABEND-TERMINATE
031455     END-IF.
031456     MOVE SPACES TO BC-MAIL-LINE-2 BC-MAIL-CITY BC-MAIL-STATE
031457                    BC-MAIL-ZIP BC-RETURNED-MAIL-DATE.
031458     SET BC-MAIL-DELIVERABLE TO TRUE.
031459     MOVE LM-PROPERTY-ADDRESS TO BC-MAIL-LINE-1.
031460 3250-EXIT.
031461     EXIT.
031462******************************************************************
031500*    3300-WRITE-STATEMENT                                        *
031600******************************************************************
031700 3300-WRITE-STATEMENT.
032500     MOVE WS-TAXES-PAID          TO BS-TAXES-PAID.
032600     MOVE LM-CURRENT-UPB         TO BS-OUTSTANDING-PRINCIPAL.
032700     MOVE LM-ORIGINATION-DATE    TO BS-ORIGINATION-DATE.
032710     MOVE BC-MAIL-LINE-1         TO BS-MAIL-LINE-1.
032720     MOVE BC-MAIL-LINE-2         TO BS-MAIL-LINE-2.
032730     MOVE BC-MAIL-CITY           TO BS-MAIL-CITY.
032740     MOVE BC-MAIL-STATE          TO BS-MAIL-STATE.
032750     MOVE BC-MAIL-ZIP            TO BS-MAIL-ZIP.
032800     WRITE BORROWER-1098-STMT-REC.
032900     IF WS-STMT1098-FILE-STATUS NOT = '00'
033000         DISPLAY 'COB1098 - STMT FILE WRITE FAILED, STATUS = '
033400     END-IF.
033500     ADD 1 TO WS-STMT-COUNT.
033600 3300-EXIT.
033601     EXIT.
033602******************************************************************
033603*    3350-WRITE-MAIL-EXCEPTION                                   *
033604*    HOLDS THE STATEMENT BACK FROM THE PRINT VENDOR AND LISTS    *
033605*    THE LOAN FOR THE CORRESPONDENCE UNIT TO SKIP-TRACE.  THE    *
033606*    IRS FILING RECORD IS NOT MAIL AND IS WRITTEN REGARDLESS.    *
033607******************************************************************
033608 3350-WRITE-MAIL-EXCEPTION.
033609     MOVE SPACES TO MAIL-EXCEPTION-REC.
033610     MOVE 'COB1098'              TO MX-PROGRAM-ID.
033611     MOVE 'FORM 1098 STATEMENT'  TO MX-DOCUMENT-TYPE.
033612     MOVE LM-LOAN-NUMBER         TO MX-LOAN-NUMBER.
033613     MOVE LM-BORROWER-NAME       TO MX-BORROWER-NAME.
033614     MOVE WS-RUN-DATE            TO MX-RUN-DATE.
033615     MOVE BC-RETURNED-MAIL-DATE  TO MX-RETURNED-MAIL-DATE.
033616     MOVE BC-MAIL-LINE-1         TO MX-MAIL-LINE-1.
033617     WRITE MAIL-EXCEPTION-REC.
033618     IF WS-TAXMEXC-FILE-STATUS NOT = '00'
033619         DISPLAY 'COB1098 - MAIL EXC WRITE FAILED, STATUS = '
033620                 WS-TAXMEXC-FILE-STATUS
033621         MOVE 16 TO RETURN-CODE
033622         GO TO 9900-ABEND-TERMINATE
033623     END-IF.
033624     ADD 1 TO WS-MAIL-HELD-COUNT.
033625 3350-EXIT.
033700     EXIT.
033800******************************************************************
033900*    3400-WRITE-IRS-RECORD                                       *
038900     CLOSE ESCROW-DISBURSEMENT-FILE.
039000     CLOSE BORROWER-STATEMENT-FILE.
039100     CLOSE IRS-FILING-FILE.
039110     CLOSE MAIL-EXCEPTION-FILE.
039200     DISPLAY 'COB1098 - MASTER LOANS READ:   ' WS-LOAN-COUNT.
039300     DISPLAY 'COB1098 - STATEMENTS WRITTEN:  ' WS-STMT-COUNT.
039400     DISPLAY 'COB1098 - IRS RECORDS WRITTEN: ' WS-IRS-COUNT.
039500     DISPLAY 'COB1098 - ORPHAN RECORDS:      ' WS-ORPHAN-COUNT.
039510     DISPLAY 'COB1098 - RETURNED MAIL HELD:  ' WS-MAIL-HELD-COUNT.
039600     DISPLAY 'COB1098 - NORMAL COMPLETION'.
039700     MOVE 0 TO RETURN-CODE.
039800 9000-EXIT.
040700     CLOSE ESCROW-DISBURSEMENT-FILE.
040800     CLOSE BORROWER-STATEMENT-FILE.
040900     CLOSE IRS-FILING-FILE.
040910     CLOSE MAIL-EXCEPTION-FILE.
041000     DISPLAY 'COB1098 - ABENDING, RETURN CODE = ' RETURN-CODE.
041100     STOP RUN.
