000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBDATE.
000300 AUTHOR.        G SADLER.
000400 INSTALLATION.  MORTGAGE SERVICING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     COBDATE                                       *
001000*    DESCRIPTION: COMMON BUSINESS-DAY DATE SERVICE, CALLED BY    *
001100*                 EVERY PROGRAM THAT NEEDS TO KNOW WHETHER A     *
001200*                 DATE IS A BUSINESS DAY, THE NEXT BUSINESS DAY  *
001300*                 AFTER A DATE, OR THE DATE A GIVEN NUMBER OF    *
001400*                 BUSINESS DAYS BEFORE OR AFTER ANOTHER.  A      *
001500*                 BUSINESS DAY IS A MONDAY THROUGH FRIDAY THAT   *
001600*                 IS NOT ON THE HOLIDAY CALENDAR (HOLCAL) KEPT   *
001700*                 BY OPERATIONS.  THE CALENDAR IS LOADED INTO A  *
001800*                 TABLE ON THE FIRST CALL AND HELD FOR THE REST  *
001900*                 OF THE RUN.  A DATE IN A YEAR THE CALENDAR     *
002000*                 DOES NOT COVER IS STILL SERVED, SKIPPING       *
002100*                 WEEKENDS ONLY, WITH RETURN CODE 04 AND ONE     *
002200*                 WARNING PER YEAR ON THE JOB LOG.  THE CALL     *
002300*                 AREA AND RETURN CODES ARE DESCRIBED IN THE     *
002400*                 DATESVC COPYBOOK.  THE CALLER DECIDES WHETHER  *
002500*                 A FAILED CALL ENDS THE RUN.                    *
002600*                                                                *
002700*    MODIFICATION HISTORY                                       *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    -------    ----  ------------------------------------------ *
003000*    2026-10-15 GMS   ORIGINAL PROGRAM                           *
003100*                                                                *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO HOLCAL
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-HOLCAL-FILE-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  HOLIDAY-CALENDAR-FILE
004200     RECORDING MODE IS F
004300     LABEL RECORDS ARE STANDARD.
004400     COPY HOLCAL.
004500 WORKING-STORAGE SECTION.
004600******************************************************************
004700*    FILE CONTROL AND SWITCHES                                   *
004800******************************************************************
004900 01  WS-FIRST-CALL-SWITCH            PIC X(01)       VALUE 'Y'.
005000     88  WS-FIRST-CALL                               VALUE 'Y'.
005100 01  WS-CALENDAR-SWITCH              PIC X(01)       VALUE 'Y'.
005200     88  WS-CALENDAR-LOADED                          VALUE 'Y'.
005300     88  WS-CALENDAR-FAILED                          VALUE 'N'.
005400 01  WS-HOLCAL-EOF-SWITCH            PIC X(01)       VALUE 'N'.
005500     88  WS-HOLCAL-AT-EOF                            VALUE 'Y'.
005600 01  WS-BUSINESS-DAY-SWITCH          PIC X(01)       VALUE 'Y'.
005700     88  WS-IS-BUSINESS-DAY                          VALUE 'Y'.
005800     88  WS-IS-NON-BUSINESS-DAY                      VALUE 'N'.
005900 01  WS-COVERAGE-SWITCH              PIC X(01)       VALUE 'N'.
006000     88  WS-DATE-UNCOVERED                           VALUE 'Y'.
006100 01  WS-HOLCAL-FILE-STATUS        PIC X(02)       VALUE '00'.
006200******************************************************************
006300*    HOLIDAY TABLE - LOADED FROM THE HOLCAL PARAMETER FILE ON    *
006400*    THE FIRST CALL, THE SAME TECHNIQUE AS COBREMIT'S POOL FEE   *
006500*    TABLE.  THE FILE IS IN DATE SEQUENCE, SO THE TABLE CAN BE   *
006600*    SEARCHED BINARY.  THE YEARS COVERED RUN FROM THE YEAR OF    *
006700*    THE FIRST HOLIDAY TO THE YEAR OF THE LAST.                  *
006800******************************************************************
006900 01  WS-HOLIDAY-COUNT             PIC S9(03) COMP-3 VALUE 0.
007000 01  WS-HOLIDAY-TABLE.
007100     05  WS-HOLIDAY-ENTRY OCCURS 1 TO 300 TIMES
007200             DEPENDING ON WS-HOLIDAY-COUNT
007300             ASCENDING KEY IS WS-HOL-DATE
007400             INDEXED BY WS-HOL-IDX.
007500         10  WS-HOL-DATE             PIC X(08).
007600 01  WS-PREV-HOLIDAY-DATE            PIC X(08)       VALUE ZEROS.
007700 01  WS-FIRST-YEAR                   PIC 9(04)       VALUE 0.
007800 01  WS-LAST-YEAR                    PIC 9(04)       VALUE 0.
007900 01  WS-WARNED-YEAR                  PIC 9(04)       VALUE 0.
008000******************************************************************
008100*    DAY ARITHMETIC                                              *
008200*    THE DAY OF THE WEEK OF THE INPUT DATE COMES FROM ITS SERIAL *
008300*    DAY COUNT (AS IN COBFCLS) TAKEN MODULO 7, WHICH GIVES 0 FOR *
008400*    SATURDAY, 1 FOR SUNDAY AND 2 THROUGH 6 FOR MONDAY THROUGH   *
008500*    FRIDAY.  THE DATE IS THEN STEPPED ONE DAY AT A TIME, WITH   *
008600*    THE DAY OF THE WEEK CARRIED ALONG.                          *
008700******************************************************************
008800 01  WS-WORK-DATE.
008900     05  WS-WORK-YYYY                PIC 9(04).
009000     05  WS-WORK-MM                  PIC 9(02).
009100     05  WS-WORK-DD                  PIC 9(02).
009200 01  WS-MONTH-LENGTH-LIST            PIC X(24)
009300                          VALUE '312831303130313130313031'.
009400 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-LIST.
009500     05  WS-MONTH-LENGTH             PIC 9(02) OCCURS 12 TIMES.
009600 01  WS-MONTH-END-DD              PIC S9(03) COMP-3 VALUE 0.
009700 01  WS-LEAP-QUOTIENT             PIC S9(05) COMP-3 VALUE 0.
009800 01  WS-LEAP-REM-4                PIC S9(05) COMP-3 VALUE 0.
009900 01  WS-LEAP-REM-100              PIC S9(05) COMP-3 VALUE 0.
010000 01  WS-LEAP-REM-400              PIC S9(05) COMP-3 VALUE 0.
010100 01  WS-DAY-OF-WEEK               PIC S9(03) COMP-3 VALUE 0.
010200 01  WS-DAYS-REMAINING            PIC S9(05) COMP-3 VALUE 0.
010300 01  WS-CONV-DATE.
010400     05  WS-CONV-YYYY                PIC 9(04).
010500     05  WS-CONV-MM                  PIC 9(02).
010600     05  WS-CONV-DD                  PIC 9(02).
010700 01  WS-SERIAL-DAYS               PIC S9(07) COMP-3 VALUE 0.
010800 01  WS-SERIAL-WEEKS              PIC S9(07) COMP-3 VALUE 0.
010900 01  WS-SER-Y                     PIC S9(05) COMP-3 VALUE 0.
011000 01  WS-SER-M                     PIC S9(03) COMP-3 VALUE 0.
011100 01  WS-SER-Q4                    PIC S9(05) COMP-3 VALUE 0.
011200 01  WS-SER-Q100                  PIC S9(05) COMP-3 VALUE 0.
011300 01  WS-SER-Q400                  PIC S9(05) COMP-3 VALUE 0.
011400 01  WS-SER-MWORK                 PIC S9(05) COMP-3 VALUE 0.
011500 01  WS-SER-MDAYS                 PIC S9(05) COMP-3 VALUE 0.
011600 01  WS-SER-REMAINDER             PIC S9(05) COMP-3 VALUE 0.
011700 LINKAGE SECTION.
011800     COPY DATESVC.
011900 PROCEDURE DIVISION USING DATE-SERVICE-AREA.
012000******************************************************************
012100*    0000-MAINLINE                                               *
012200******************************************************************
012300 0000-MAINLINE.
012400     MOVE '00' TO DS-RETURN-CODE.
012500     MOVE SPACES TO DS-RESULT-DATE.
012600     MOVE SPACES TO DS-BUSINESS-DAY-SW.
012700     MOVE 'N' TO WS-COVERAGE-SWITCH.
012800     IF WS-FIRST-CALL
012900         PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
013000     END-IF.
013100     IF WS-CALENDAR-FAILED
013200         MOVE '12' TO DS-RETURN-CODE
013300         GO TO 0000-RETURN
013400     END-IF.
013500     PERFORM 2000-VALIDATE-REQUEST THRU 2000-EXIT.
013600     IF DS-RETURN-CODE NOT = '00'
013700         GO TO 0000-RETURN
013800     END-IF.
013900     PERFORM 3000-CHECK-INPUT-DATE THRU 3000-EXIT.
014000     EVALUATE TRUE
014100         WHEN DS-FUNC-IS-BUSINESS-DAY
014200             MOVE DS-INPUT-DATE TO DS-RESULT-DATE
014300         WHEN DS-FUNC-NEXT-BUSINESS-DAY
014400             PERFORM 4000-NEXT-BUSINESS-DAY THRU 4000-EXIT
014500         WHEN DS-FUNC-ADD-BUSINESS-DAYS
014600             PERFORM 5000-ADD-BUSINESS-DAYS THRU 5000-EXIT
014700     END-EVALUATE.
014800     IF WS-DATE-UNCOVERED
014900         MOVE '04' TO DS-RETURN-CODE
015000     END-IF.
015100 0000-RETURN.
015200     GOBACK.
015300******************************************************************
015400*    1000-LOAD-CALENDAR                                          *
015500*    LOADS THE HOLIDAY TABLE ON THE FIRST CALL.  A CALENDAR      *
015600*    THAT CANNOT BE OPENED, IS OUT OF DATE SEQUENCE OR OVERFLOWS *
015700*    THE TABLE FAILS THIS AND EVERY LATER CALL WITH RETURN CODE  *
015800*    12.                                                         *
015900******************************************************************
016000 1000-LOAD-CALENDAR.
016100     MOVE 'N' TO WS-FIRST-CALL-SWITCH.
016200     OPEN INPUT HOLIDAY-CALENDAR-FILE.
016300     IF WS-HOLCAL-FILE-STATUS NOT = '00'
016400         DISPLAY 'COBDATE - HOLCAL FILE OPEN FAILED, STATUS = '
016500                 WS-HOLCAL-FILE-STATUS
016600         SET WS-CALENDAR-FAILED TO TRUE
016700         GO TO 1000-EXIT
016800     END-IF.
016900     PERFORM 1100-LOAD-HOLIDAY THRU 1100-EXIT
017000         UNTIL WS-HOLCAL-AT-EOF
017100            OR WS-CALENDAR-FAILED.
017200     CLOSE HOLIDAY-CALENDAR-FILE.
017300     IF WS-CALENDAR-FAILED
017400         GO TO 1000-EXIT
017500     END-IF.
017600     IF WS-HOLIDAY-COUNT > ZERO
017700         MOVE WS-HOL-DATE(1)(1:4) TO WS-FIRST-YEAR
017800         MOVE WS-HOL-DATE(WS-HOLIDAY-COUNT)(1:4) TO WS-LAST-YEAR
017900     END-IF.
018000     DISPLAY 'COBDATE - HOLIDAYS LOADED:   ' WS-HOLIDAY-COUNT
018100             ' FOR ' WS-FIRST-YEAR ' THROUGH ' WS-LAST-YEAR.
018200 1000-EXIT.
018300     EXIT.
018400******************************************************************
018500*    1100-LOAD-HOLIDAY                                           *
018600******************************************************************
018700 1100-LOAD-HOLIDAY.
018800     READ HOLIDAY-CALENDAR-FILE
018900         AT END
019000             SET WS-HOLCAL-AT-EOF TO TRUE
019100             GO TO 1100-EXIT
019200     END-READ.
019300     IF HC-HOLIDAY-DATE NOT NUMERIC
019400             OR HC-HOLIDAY-DATE NOT > WS-PREV-HOLIDAY-DATE
019500         DISPLAY 'COBDATE - HOLCAL INVALID OR OUT OF SEQUENCE AT '
019600                 HC-HOLIDAY-DATE
019700         SET WS-CALENDAR-FAILED TO TRUE
019800         GO TO 1100-EXIT
019900     END-IF.
020000     IF WS-HOLIDAY-COUNT NOT < 300
020100         DISPLAY 'COBDATE - HOLIDAY TABLE FULL, MORE THAN 300 '
020200                 'HOLIDAY RECORDS'
020300         SET WS-CALENDAR-FAILED TO TRUE
020400         GO TO 1100-EXIT
020500     END-IF.
020600     ADD 1 TO WS-HOLIDAY-COUNT.
020700     SET WS-HOL-IDX TO WS-HOLIDAY-COUNT.
020800     MOVE HC-HOLIDAY-DATE TO WS-HOL-DATE(WS-HOL-IDX).
020900     MOVE HC-HOLIDAY-DATE TO WS-PREV-HOLIDAY-DATE.
021000 1100-EXIT.
021100     EXIT.
021200******************************************************************
021300*    2000-VALIDATE-REQUEST                                       *
021400*    REJECTS AN UNKNOWN FUNCTION OR AN INPUT DATE THAT IS NOT A  *
021500*    REAL CALENDAR DATE WITH RETURN CODE 08.                     *
021600******************************************************************
021700 2000-VALIDATE-REQUEST.
021800     IF NOT DS-FUNC-IS-BUSINESS-DAY
021900             AND NOT DS-FUNC-NEXT-BUSINESS-DAY
022000             AND NOT DS-FUNC-ADD-BUSINESS-DAYS
022100         MOVE '08' TO DS-RETURN-CODE
022200         GO TO 2000-EXIT
022300     END-IF.
022400     IF DS-FUNC-ADD-BUSINESS-DAYS
022500             AND DS-DAY-COUNT NOT NUMERIC
022600         MOVE '08' TO DS-RETURN-CODE
022700         GO TO 2000-EXIT
022800     END-IF.
022900     IF DS-INPUT-DATE NOT NUMERIC
023000         MOVE '08' TO DS-RETURN-CODE
023100         GO TO 2000-EXIT
023200     END-IF.
023300     MOVE DS-INPUT-DATE TO WS-WORK-DATE.
023400     IF WS-WORK-YYYY < 1601
023500             OR WS-WORK-MM < 1
023600             OR WS-WORK-MM > 12
023700         MOVE '08' TO DS-RETURN-CODE
023800         GO TO 2000-EXIT
023900     END-IF.
024000     PERFORM 6000-SET-MONTH-LENGTH THRU 6000-EXIT.
024100     IF WS-WORK-DD < 1
024200             OR WS-WORK-DD > WS-MONTH-END-DD
024300         MOVE '08' TO DS-RETURN-CODE
024400     END-IF.
024500 2000-EXIT.
024600     EXIT.
024700******************************************************************
024800*    3000-CHECK-INPUT-DATE                                       *
024900*    FINDS THE DAY OF THE WEEK OF THE INPUT DATE AND RETURNS     *
025000*    WHETHER IT IS A BUSINESS DAY, WHATEVER THE FUNCTION.        *
025100******************************************************************
025200 3000-CHECK-INPUT-DATE.
025300     MOVE WS-WORK-DATE TO WS-CONV-DATE.
025400     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
025500     DIVIDE WS-SERIAL-DAYS BY 7 GIVING WS-SERIAL-WEEKS
025600         REMAINDER WS-DAY-OF-WEEK.
025700     PERFORM 6100-TEST-BUSINESS-DAY THRU 6100-EXIT.
025800     MOVE WS-BUSINESS-DAY-SWITCH TO DS-BUSINESS-DAY-SW.
025900 3000-EXIT.
026000     EXIT.
026100******************************************************************
026200*    4000-NEXT-BUSINESS-DAY                                      *
026300*    THE FIRST BUSINESS DAY AFTER THE INPUT DATE.                *
026400******************************************************************
026500 4000-NEXT-BUSINESS-DAY.
026600     PERFORM 4100-STEP-FORWARD-ONE THRU 4100-EXIT.
026700     PERFORM 4100-STEP-FORWARD-ONE THRU 4100-EXIT
026800         UNTIL WS-IS-BUSINESS-DAY.
026900     MOVE WS-WORK-DATE TO DS-RESULT-DATE.
027000 4000-EXIT.
027100     EXIT.
027200******************************************************************
027300*    4100-STEP-FORWARD-ONE                                       *
027400******************************************************************
027500 4100-STEP-FORWARD-ONE.
027600     PERFORM 6200-NEXT-CALENDAR-DAY THRU 6200-EXIT.
027700     PERFORM 6100-TEST-BUSINESS-DAY THRU 6100-EXIT.
027800 4100-EXIT.
027900     EXIT.
028000******************************************************************
028100*    5000-ADD-BUSINESS-DAYS                                      *
028200*    STEPS DS-DAY-COUNT BUSINESS DAYS FORWARD, OR BACK WHEN THE  *
028300*    COUNT IS NEGATIVE.  NON-BUSINESS DAYS PASSED OVER ARE NOT   *
028400*    COUNTED, SO THE RESULT OF A NON-ZERO COUNT IS ALWAYS A      *
028500*    BUSINESS DAY.  A ZERO COUNT RETURNS THE INPUT DATE.         *
028600******************************************************************
028700 5000-ADD-BUSINESS-DAYS.
028800     IF DS-DAY-COUNT > ZERO
028900         MOVE DS-DAY-COUNT TO WS-DAYS-REMAINING
029000         PERFORM 5100-COUNT-FORWARD THRU 5100-EXIT
029100             UNTIL WS-DAYS-REMAINING = ZERO
029200     ELSE
029300         COMPUTE WS-DAYS-REMAINING = ZERO - DS-DAY-COUNT
029400         PERFORM 5200-COUNT-BACKWARD THRU 5200-EXIT
029500             UNTIL WS-DAYS-REMAINING = ZERO
029600     END-IF.
029700     MOVE WS-WORK-DATE TO DS-RESULT-DATE.
029800 5000-EXIT.
029900     EXIT.
030000******************************************************************
030100*    5100-COUNT-FORWARD                                          *
030200******************************************************************
030300 5100-COUNT-FORWARD.
030400     PERFORM 6200-NEXT-CALENDAR-DAY THRU 6200-EXIT.
030500     PERFORM 6100-TEST-BUSINESS-DAY THRU 6100-EXIT.
030600     IF WS-IS-BUSINESS-DAY
030700         SUBTRACT 1 FROM WS-DAYS-REMAINING
030800     END-IF.
030900 5100-EXIT.
031000     EXIT.
031100******************************************************************
031200*    5200-COUNT-BACKWARD                                         *
031300******************************************************************
031400 5200-COUNT-BACKWARD.
031500     PERFORM 6300-PRIOR-CALENDAR-DAY THRU 6300-EXIT.
031600     PERFORM 6100-TEST-BUSINESS-DAY THRU 6100-EXIT.
031700     IF WS-IS-BUSINESS-DAY
031800         SUBTRACT 1 FROM WS-DAYS-REMAINING
031900     END-IF.
032000 5200-EXIT.
032100     EXIT.
032200******************************************************************
032300*    6000-SET-MONTH-LENGTH                                       *
032400*    DAYS IN THE MONTH OF WS-WORK-DATE, WITH FEBRUARY LENGTHENED *
032500*    IN A LEAP YEAR.                                             *
032600******************************************************************
032700 6000-SET-MONTH-LENGTH.
032800     MOVE WS-MONTH-LENGTH(WS-WORK-MM) TO WS-MONTH-END-DD.
032900     IF WS-WORK-MM NOT = 2
033000         GO TO 6000-EXIT
033100     END-IF.
033200     DIVIDE WS-WORK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
033300         REMAINDER WS-LEAP-REM-4.
033400     DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
033500         REMAINDER WS-LEAP-REM-100.
033600     DIVIDE WS-WORK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
033700         REMAINDER WS-LEAP-REM-400.
033800     IF WS-LEAP-REM-4 = ZERO
033900             AND (WS-LEAP-REM-100 NOT = ZERO
034000                  OR WS-LEAP-REM-400 = ZERO)
034100         MOVE 29 TO WS-MONTH-END-DD
034200     END-IF.
034300 6000-EXIT.
034400     EXIT.
034500******************************************************************
034600*    6100-TEST-BUSINESS-DAY                                      *
034700*    SATURDAY AND SUNDAY ARE NEVER BUSINESS DAYS.  A WEEKDAY IS  *
034800*    A BUSINESS DAY UNLESS IT IS ON THE HOLIDAY TABLE, OR, IN A  *
034900*    YEAR THE TABLE DOES NOT COVER, ALWAYS.                      *
035000******************************************************************
035100 6100-TEST-BUSINESS-DAY.
035200     SET WS-IS-BUSINESS-DAY TO TRUE.
035300     IF WS-DAY-OF-WEEK < 2
035400         SET WS-IS-NON-BUSINESS-DAY TO TRUE
035500         GO TO 6100-EXIT
035600     END-IF.
035700     IF WS-HOLIDAY-COUNT = ZERO
035800             OR WS-WORK-YYYY < WS-FIRST-YEAR
035900             OR WS-WORK-YYYY > WS-LAST-YEAR
036000         PERFORM 6110-NOTE-UNCOVERED-YEAR THRU 6110-EXIT
036100         GO TO 6100-EXIT
036200     END-IF.
036300     SEARCH ALL WS-HOLIDAY-ENTRY
036400         AT END
036500             CONTINUE
036600         WHEN WS-HOL-DATE(WS-HOL-IDX) = WS-WORK-DATE
036700             SET WS-IS-NON-BUSINESS-DAY TO TRUE
036800     END-SEARCH.
036900 6100-EXIT.
037000     EXIT.
037100******************************************************************
037200*    6110-NOTE-UNCOVERED-YEAR                                    *
037300******************************************************************
037400 6110-NOTE-UNCOVERED-YEAR.
037500     SET WS-DATE-UNCOVERED TO TRUE.
037600     IF WS-WORK-YYYY NOT = WS-WARNED-YEAR
037700         DISPLAY 'COBDATE - NO HOLIDAY CALENDAR FOR ' WS-WORK-YYYY
037800                 ', WEEKENDS ONLY SKIPPED'
037900         MOVE WS-WORK-YYYY TO WS-WARNED-YEAR
038000     END-IF.
038100 6110-EXIT.
038200     EXIT.
038300******************************************************************
038400*    6200-NEXT-CALENDAR-DAY                                      *
038500******************************************************************
038600 6200-NEXT-CALENDAR-DAY.
038700     IF WS-DAY-OF-WEEK = 6
038800         MOVE 0 TO WS-DAY-OF-WEEK
038900     ELSE
039000         ADD 1 TO WS-DAY-OF-WEEK
039100     END-IF.
039200     PERFORM 6000-SET-MONTH-LENGTH THRU 6000-EXIT.
039300     IF WS-WORK-DD < WS-MONTH-END-DD
039400         ADD 1 TO WS-WORK-DD
039500         GO TO 6200-EXIT
039600     END-IF.
039700     MOVE 1 TO WS-WORK-DD.
039800     IF WS-WORK-MM = 12
039900         MOVE 1 TO WS-WORK-MM
040000         ADD 1 TO WS-WORK-YYYY
040100     ELSE
040200         ADD 1 TO WS-WORK-MM
040300     END-IF.
040400 6200-EXIT.
040500     EXIT.
040600******************************************************************
040700*    6300-PRIOR-CALENDAR-DAY                                     *
040800******************************************************************
040900 6300-PRIOR-CALENDAR-DAY.
041000     IF WS-DAY-OF-WEEK = 0
041100         MOVE 6 TO WS-DAY-OF-WEEK
041200     ELSE
041300         SUBTRACT 1 FROM WS-DAY-OF-WEEK
041400     END-IF.
041500     IF WS-WORK-DD > 1
041600         SUBTRACT 1 FROM WS-WORK-DD
041700         GO TO 6300-EXIT
041800     END-IF.
041900     IF WS-WORK-MM = 1
042000         MOVE 12 TO WS-WORK-MM
042100         SUBTRACT 1 FROM WS-WORK-YYYY
042200     ELSE
042300         SUBTRACT 1 FROM WS-WORK-MM
042400     END-IF.
042500     PERFORM 6000-SET-MONTH-LENGTH THRU 6000-EXIT.
042600     MOVE WS-MONTH-END-DD TO WS-WORK-DD.
042700 6300-EXIT.
042800     EXIT.
042900******************************************************************
043000*    7000-DATE-TO-SERIAL                                         *
043100*    CONVERTS WS-CONV-DATE (YYYYMMDD) TO A SERIAL DAY COUNT      *
043200*    USING THE STANDARD CIVIL-CALENDAR FORMULA: JANUARY AND      *
043300*    FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR, SO    *
043400*    THE LEAP DAY FALLS AT THE END OF THE SHIFTED YEAR.          *
043500******************************************************************
043600 7000-DATE-TO-SERIAL.
043700     MOVE WS-CONV-YYYY TO WS-SER-Y.
043800     MOVE WS-CONV-MM   TO WS-SER-M.
043900     IF WS-SER-M < 3
044000         SUBTRACT 1 FROM WS-SER-Y
044100         ADD 12 TO WS-SER-M
044200     END-IF.
044300     COMPUTE WS-SERIAL-DAYS = 365 * WS-SER-Y.
044400     DIVIDE WS-SER-Y BY 4 GIVING WS-SER-Q4
044500         REMAINDER WS-SER-REMAINDER.
044600     DIVIDE WS-SER-Y BY 100 GIVING WS-SER-Q100
044700         REMAINDER WS-SER-REMAINDER.
044800     DIVIDE WS-SER-Y BY 400 GIVING WS-SER-Q400
044900         REMAINDER WS-SER-REMAINDER.
045000     ADD WS-SER-Q4 TO WS-SERIAL-DAYS.
045100     SUBTRACT WS-SER-Q100 FROM WS-SERIAL-DAYS.
045200     ADD WS-SER-Q400 TO WS-SERIAL-DAYS.
045300     COMPUTE WS-SER-MWORK = 153 * WS-SER-M + 153.
045400     DIVIDE WS-SER-MWORK BY 5 GIVING WS-SER-MDAYS
045500         REMAINDER WS-SER-REMAINDER.
045600     ADD WS-SER-MDAYS TO WS-SERIAL-DAYS.
045700     ADD WS-CONV-DD TO WS-SERIAL-DAYS.
045800 7000-EXIT.
045900     EXIT.
