003000*                 AND DROPPED.  FOLLOWS THE SQLCA/EXEC SQL       *
003100*                 STYLE ESTABLISHED BY COBDDB2, AND THE          *
003200*                 SINGLE-OPERATION ANNUITY ARITHMETIC            *
003300*                 ESTABLISHED BY COBBOARD.  THE NOTICE IS        *
003310*                 ADDRESSED TO THE BORROWER'S MAILING ADDRESS ON *
003320*                 SYSMTG.BORROWER_CONTACT, OR THE PROPERTY       *
003330*                 ADDRESS WHEN THE LOAN HAS NO CONTACT ROW; A    *
003340*                 NOTICE FOR A LOAN WHOSE MAIL IS COMING BACK    *
003350*                 RETURNED IS HELD ON THE RETURNED-MAIL          *
003360*                 EXCEPTION LIST AND THE NOTICE-SENT FLAG IS     *
003370*                 LEFT OFF, SO IT GOES OUT ONCE THE ADDRESS IS   *
003380*                 CORRECTED.                                     *
003400*                                                                *
003500*    MODIFICATION HISTORY                                       *
003600*    DATE       INIT  DESCRIPTION                                *
003700*    -------    ----  ------------------------------------------ *
003800*    2026-08-22 GMS   ORIGINAL PROGRAM                           *
003810*    2026-10-15 GMS   ADDRESS THE RATE-CHANGE NOTICE TO THE      *
003820*                     BORROWER MAILING ADDRESS ON THE NEW        *
003830*                     BORROWER_CONTACT TABLE, FALLING BACK TO    *
003840*                     THE PROPERTY ADDRESS ON THE LOAN MASTER.   *
003850*                     A NOTICE FOR A LOAN FLAGGED RETURNED MAIL  *
003860*                     IS WRITTEN TO THE NEW ARMNMEXC EXCEPTION   *
003870*                     FILE INSTEAD OF THE PRINT FILE AND THE     *
003880*                     NOTICE-SENT FLAG IS NOT SET.               *
003900*                                                                *
004000******************************************************************
004100 ENVIRONMENT DIVISION.
005000     SELECT RATE-NOTICE-FILE ASSIGN TO ARMNOTIC
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-ARMNOTIC-FILE-STATUS.
005210     SELECT MAIL-EXCEPTION-FILE ASSIGN TO ARMNMEXC
005220         ORGANIZATION IS SEQUENTIAL
005230         FILE STATUS IS WS-ARMNMEXC-FILE-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  OLD-SCHEDULE-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800     COPY ARMNOTIC.
006810 FD  MAIL-EXCEPTION-FILE
006820     RECORDING MODE IS F
006830     LABEL RECORDS ARE STANDARD.
006840     COPY MAILEXC.
006900 WORKING-STORAGE SECTION.
007000******************************************************************
007100*    FILE CONTROL AND COUNTERS                                   *
007500 01  WS-LOAN-FOUND-SWITCH            PIC X(01)       VALUE 'Y'.
007600     88  WS-LOAN-FOUND                               VALUE 'Y'.
007700     88  WS-LOAN-NOT-FOUND                           VALUE 'N'.
007710 01  WS-MAIL-RETURNED-SWITCH         PIC X(01)       VALUE 'N'.
007720     88  WS-MAIL-RETURNED                            VALUE 'Y'.
007800 01  WS-SCHEDULE-COUNT            PIC S9(07) COMP-3 VALUE 0.
007900 01  WS-RESET-COUNT               PIC S9(07) COMP-3 VALUE 0.
008000 01  WS-NOTICE-COUNT              PIC S9(07) COMP-3 VALUE 0.
008100 01  WS-ORPHAN-COUNT              PIC S9(07) COMP-3 VALUE 0.
008110 01  WS-MAIL-HELD-COUNT           PIC S9(07) COMP-3 VALUE 0.
008200 01  WS-ARMSCHI-FILE-STATUS       PIC X(02)       VALUE '00'.
008300 01  WS-ARMSCHO-FILE-STATUS       PIC X(02)       VALUE '00'.
008400 01  WS-ARMNOTIC-FILE-STATUS      PIC X(02)       VALUE '00'.
008410 01  WS-ARMNMEXC-FILE-STATUS      PIC X(02)       VALUE '00'.
008500******************************************************************
008600*    RUN DATE AND DAY ARITHMETIC                                 *
008700*    DATES ARE CONVERTED TO A SERIAL DAY COUNT SO THE NOTICE     *
014100*    DB2 HOST VARIABLE RECORD FOR LOAN-MASTER                    *
014200******************************************************************
014300     COPY LOANREC.
014310******************************************************************
014320*    DB2 HOST VARIABLE RECORD FOR THE BORROWER-CONTACT TABLE     *
014330******************************************************************
014340     COPY BCONTREC.
014400*    INCLUDING SQLCA COPYBOOK FOR SQLCODE AND THE REST OF THE
014500*    DB2 COMMUNICATIONS AREA.
014600     EXEC SQL
018700         MOVE 16 TO RETURN-CODE
018800         GO TO 9900-ABEND-TERMINATE
018900     END-IF.
018910     OPEN OUTPUT MAIL-EXCEPTION-FILE.
018920     IF WS-ARMNMEXC-FILE-STATUS NOT = '00'
018930         DISPLAY 'COBARMRS - MAIL EXC OPEN FAILED, STATUS = '
018940                 WS-ARMNMEXC-FILE-STATUS
018950         MOVE 16 TO RETURN-CODE
018960         GO TO 9900-ABEND-TERMINATE
018970     END-IF.
019000 1000-EXIT.
019100     EXIT.
019200******************************************************************
022900         IF WS-DAYS-TO-RESET <= RS-NOTICE-LEAD-DAYS
023000                 AND RS-NOTICE-NOT-SENT
023100             PERFORM 3500-WRITE-NOTICE THRU 3500-EXIT
023200             IF NOT WS-MAIL-RETURNED
023210                 MOVE 'Y' TO RS-NOTICE-SENT-FLAG
023220             END-IF
023300         END-IF
023400     END-IF.
023500     PERFORM 3600-WRITE-NEW-SCHEDULE THRU 3600-EXIT.
024400     MOVE RS-LOAN-NUMBER TO LM-LOAN-NUMBER.
024500     EXEC SQL
024600          SELECT BORROWER_NAME, NOTE_RATE, CURRENT_UPB,
024700                 NEXT_DUE_DATE, MATURITY_DATE, SCHEDULED_PI_AMT,
024710                 PROPERTY_ADDRESS
024800            INTO :LM-BORROWER-NAME, :LM-NOTE-RATE,
024900                 :LM-CURRENT-UPB, :LM-NEXT-DUE-DATE,
025000                 :LM-MATURITY-DATE, :LM-SCHEDULED-PI-AMT,
025010                 :LM-PROPERTY-ADDRESS
025100            FROM SYSMTG.LOAN_MASTER
025200           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
025300     END-EXEC.
039500     EXIT.
039600******************************************************************
039700*    3500-WRITE-NOTICE                                           *
039710*    A LOAN FLAGGED RETURNED MAIL GETS AN EXCEPTION RECORD       *
039720*    INSTEAD; THE CALLER TESTS WS-MAIL-RETURNED BEFORE MARKING   *
039730*    THE NOTICE SENT.                                            *
039800******************************************************************
039900 3500-WRITE-NOTICE.
039910     PERFORM 3550-GET-MAILING-ADDRESS THRU 3550-EXIT.
039920     IF WS-MAIL-RETURNED
039930         PERFORM 3560-WRITE-MAIL-EXCEPTION THRU 3560-EXIT
039940         GO TO 3500-EXIT
039950     END-IF.
040000     MOVE SPACES TO ARM-RATE-NOTICE-REC.
040100     MOVE RS-LOAN-NUMBER         TO RN-LOAN-NUMBER.
040200     MOVE LM-BORROWER-NAME       TO RN-BORROWER-NAME.
040500     MOVE WS-NEW-RATE            TO RN-NEW-RATE.
040600     MOVE LM-SCHEDULED-PI-AMT    TO RN-OLD-PI-AMT.
040700     MOVE WS-NEW-PI-AMT          TO RN-NEW-PI-AMT.
040710     MOVE BC-MAIL-LINE-1         TO RN-MAIL-LINE-1.
040720     MOVE BC-MAIL-LINE-2         TO RN-MAIL-LINE-2.
040730     MOVE BC-MAIL-CITY           TO RN-MAIL-CITY.
040740     MOVE BC-MAIL-STATE          TO RN-MAIL-STATE.
040750     MOVE BC-MAIL-ZIP            TO RN-MAIL-ZIP.
040800     WRITE ARM-RATE-NOTICE-REC.
040900     IF WS-ARMNOTIC-FILE-STATUS NOT = '00'
041000         DISPLAY 'COBARMRS - NOTICE WRITE FAILED, STATUS = '
041400     END-IF.
041500     ADD 1 TO WS-NOTICE-COUNT.
041600 3500-EXIT.
041601     EXIT.
041602******************************************************************
041603*    3550-GET-MAILING-ADDRESS                                    *
041604*    PICKS UP THE BORROWER'S MAILING ADDRESS AND RETURNED-MAIL   *
041605*    FLAG FROM SYSMTG.BORROWER_CONTACT.  A LOAN WITH NO CONTACT  *
041606*    ROW IS MAILED AT THE PROPERTY ADDRESS 3100 FETCHED, THE     *
041607*    ONLY ADDRESS THE SYSTEM CARRIED BEFORE THE CONTACT TABLE.   *
041608******************************************************************
041609 3550-GET-MAILING-ADDRESS.
041610     MOVE 'N' TO WS-MAIL-RETURNED-SWITCH.
041611     MOVE RS-LOAN-NUMBER TO BC-LOAN-NUMBER.
041612     EXEC SQL
041613          SELECT MAIL_LINE_1, MAIL_LINE_2, MAIL_CITY,
041614                 MAIL_STATE, MAIL_ZIP, RETURNED_MAIL_FLAG,
041615                 RETURNED_MAIL_DATE
041616            INTO :BC-MAIL-LINE-1, :BC-MAIL-LINE-2,
041617                 :BC-MAIL-CITY, :BC-MAIL-STATE, :BC-MAIL-ZIP,
041618                 :BC-RETURNED-MAIL-FLAG, :BC-RETURNED-MAIL-DATE
041619            FROM SYSMTG.BORROWER_CONTACT
041620           WHERE LOAN_NUMBER = :BC-LOAN-NUMBER
041621     END-EXEC.
041622     IF SQLCODE = ZERO
041623         IF BC-MAIL-RETURNED
041624             SET WS-MAIL-RETURNED TO TRUE
041625         END-IF
041626         GO TO 3550-EXIT
041627     END-IF.
041628     IF SQLCODE NOT = 100
041629         DISPLAY 'COBARMRS - CONTACT SELECT FAILED, SQLCODE = '
041630                 SQLCODE ' LOAN ' BC-LOAN-NUMBER
041631         MOVE 16 TO RETURN-CODE
041632         GO TO 9900-ABEND-TERMINATE
041633     END-IF.
041634     MOVE SPACES TO BC-MAIL-LINE-2 BC-MAIL-CITY BC-MAIL-STATE
041635                    BC-MAIL-ZIP BC-RETURNED-MAIL-DATE.
041636     SET BC-MAIL-DELIVERABLE TO TRUE.
041637     MOVE LM-PROPERTY-ADDRESS TO BC-MAIL-LINE-1.
041638 3550-EXIT.
041639     EXIT.
041640******************************************************************
041641*    3560-WRITE-MAIL-EXCEPTION                                   *
041642*    HOLDS THE NOTICE BACK FROM THE PRINT VENDOR AND LISTS THE   *
041643*    LOAN FOR THE CORRESPONDENCE UNIT TO SKIP-TRACE.             *
041644******************************************************************
041645 3560-WRITE-MAIL-EXCEPTION.
041646     MOVE SPACES TO MAIL-EXCEPTION-REC.
041647     MOVE 'COBARMRS'             TO MX-PROGRAM-ID.
041648     MOVE 'ARM RATE NOTICE'      TO MX-DOCUMENT-TYPE.
041649     MOVE RS-LOAN-NUMBER         TO MX-LOAN-NUMBER.
041650     MOVE LM-BORROWER-NAME       TO MX-BORROWER-NAME.
041651     MOVE WS-RUN-DATE            TO MX-RUN-DATE.
041652     MOVE BC-RETURNED-MAIL-DATE  TO MX-RETURNED-MAIL-DATE.
041653     MOVE BC-MAIL-LINE-1         TO MX-MAIL-LINE-1.
041654     WRITE MAIL-EXCEPTION-REC.
041655     IF WS-ARMNMEXC-FILE-STATUS NOT = '00'
041656         DISPLAY 'COBARMRS - MAIL EXC WRITE FAILED, STATUS = '
041657                 WS-ARMNMEXC-FILE-STATUS
041658         MOVE 16 TO RETURN-CODE
041659         GO TO 9900-ABEND-TERMINATE
041660     END-IF.
041661     ADD 1 TO WS-MAIL-HELD-COUNT.
041662 3560-EXIT.
041700     EXIT.
041800******************************************************************
041900*    3600-WRITE-NEW-SCHEDULE                                     *
048200     CLOSE OLD-SCHEDULE-FILE.
048300     CLOSE NEW-SCHEDULE-FILE.
048400     CLOSE RATE-NOTICE-FILE.
048410     CLOSE MAIL-EXCEPTION-FILE.
048500     DISPLAY 'COBARMRS - SCHEDULES READ:   ' WS-SCHEDULE-COUNT.
048600     DISPLAY 'COBARMRS - RESETS APPLIED:   ' WS-RESET-COUNT.
048700     DISPLAY 'COBARMRS - NOTICES WRITTEN:  ' WS-NOTICE-COUNT.
048800     DISPLAY 'COBARMRS - ORPHANS DROPPED:  ' WS-ORPHAN-COUNT.
048810     DISPLAY 'COBARMRS - RETURNED MAIL:    ' WS-MAIL-HELD-COUNT.
048900     DISPLAY 'COBARMRS - NORMAL COMPLETION'.
049000     MOVE 0 TO RETURN-CODE.
049100 9000-EXIT.
049900     CLOSE OLD-SCHEDULE-FILE.
050000     CLOSE NEW-SCHEDULE-FILE.
050100     CLOSE RATE-NOTICE-FILE.
050110     CLOSE MAIL-EXCEPTION-FILE.
050200     DISPLAY 'COBARMRS - ABENDING, RETURN CODE = ' RETURN-CODE.
050300     GOBACK.
