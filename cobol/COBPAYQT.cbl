002200*                 DIEM, WHICH IS ALSO QUOTED SO THE PAYOFF DESK  *
002300*                 CAN EXTEND THE FIGURE FOR EACH DAY FUNDS       *
002400*                 ARRIVE AFTER THE PAYOFF DATE.  THE QUOTE IS    *
002500*                 GOOD THROUGH THE LAST DAY OF THE PAYOFF MONTH, *
002510*                 OR THE NEXT BUSINESS DAY AFTER IT WHEN THE     *
002520*                 MONTH ENDS ON A WEEKEND OR HOLIDAY.            *
002600*                 A REQUEST WITH NO MATCHING LOAN IS COUNTED     *
002700*                 AND REPORTED ON THE JOB LOG.  BALANCES THE     *
002800*                 EXTRACT AGAINST ITS CONTROL-TOTAL TRAILER THE  *
003430*                     THE TOTAL PAYOFF AND SHOWS IT AS ITS OWN   *
003440*                     FIGURE, SO THE PAYOFF DESK NO LONGER       *
003450*                     CHASES LATE CHARGES OFF A SPREADSHEET.     *
003460*    2026-10-15 GMS   A GOOD-THROUGH DATE ON A WEEKEND OR        *
003470*                     HOLIDAY MOVES TO THE NEXT BUSINESS DAY,    *
003480*                     PER THE COMMON DATE SERVICE COBDATE.       *
003500*                                                                *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
010100*    DATE WORK AREAS                                             *
010200*    THE PAID-THROUGH DATE IS ONE MONTH BEFORE THE NEXT DUE      *
010300*    DATE; THE GOOD-THROUGH DATE IS THE LAST DAY OF THE PAYOFF   *
010400*    MONTH, OR THE NEXT BUSINESS DAY AFTER IT.                   *
010500******************************************************************
010600 01  WS-PT-YYYY                      PIC 9(04)       VALUE 0.
010700 01  WS-PT-MM                        PIC 9(02)       VALUE 0.
011100 01  WS-MONTH-END-DD                 PIC 9(02)       VALUE 0.
011200 01  WS-LEAP-QUOTIENT             PIC S9(04) COMP-3 VALUE 0.
011300 01  WS-LEAP-REMAINDER            PIC S9(04) COMP-3 VALUE 0.
011310******************************************************************
011320*    CALL AREA FOR THE COMMON BUSINESS-DAY DATE SERVICE, COBDATE *
011330******************************************************************
011340     COPY DATESVC.
011400 PROCEDURE DIVISION.
011500******************************************************************
011600*    0000-MAINLINE                                               *
032100*    MONTH, WITH THE QUOTED PER DIEM COVERING EACH DAY AFTER     *
032200*    THE PAYOFF DATE.  FEBRUARY HONORS THE FULL LEAP-YEAR RULE:  *
032300*    DIVISIBLE BY FOUR, EXCEPT CENTURIES NOT DIVISIBLE BY FOUR   *
032400*    HUNDRED.  A MONTH END THAT IS NOT A BUSINESS DAY ROLLS TO   *
032410*    THE NEXT ONE, SO THE BORROWER IS NEVER SHORTED A FUNDING    *
032420*    DAY; THE PER DIEM COVERS THE EXTRA DAYS.                    *
032500******************************************************************
032600 3300-SET-GOOD-THRU.
032700     EVALUATE WS-PO-MM
034600     MOVE WS-PO-YYYY             TO QT-GOOD-THRU-DATE(1:4).
034700     MOVE WS-PO-MM               TO QT-GOOD-THRU-DATE(5:2).
034800     MOVE WS-MONTH-END-DD        TO QT-GOOD-THRU-DATE(7:2).
034810     PERFORM 3320-ROLL-TO-BUSINESS-DAY THRU 3320-EXIT.
034900 3300-EXIT.
035000     EXIT.
035100******************************************************************
037000         MOVE 29 TO WS-MONTH-END-DD
037100     END-IF.
037200 3310-EXIT.
037202     EXIT.
037204******************************************************************
037206*    3320-ROLL-TO-BUSINESS-DAY                                   *
037208******************************************************************
037210 3320-ROLL-TO-BUSINESS-DAY.
037212     SET DS-FUNC-IS-BUSINESS-DAY TO TRUE.
037214     MOVE QT-GOOD-THRU-DATE TO DS-INPUT-DATE.
037216     CALL 'COBDATE' USING DATE-SERVICE-AREA.
037218     IF NOT DS-RESULT-OK
037220         GO TO 3320-DATE-FAILED
037222     END-IF.
037224     IF DS-BUSINESS-DAY
037226         GO TO 3320-EXIT
037228     END-IF.
037230     SET DS-FUNC-NEXT-BUSINESS-DAY TO TRUE.
037232     CALL 'COBDATE' USING DATE-SERVICE-AREA.
037234     IF DS-RESULT-OK
037236         MOVE DS-RESULT-DATE TO QT-GOOD-THRU-DATE
037238         GO TO 3320-EXIT
037240     END-IF.
037242 3320-DATE-FAILED.
037244     DISPLAY 'COBPAYQT - COBDATE FAILED, RETURN CODE = '
037246             DS-RETURN-CODE ' DATE ' QT-GOOD-THRU-DATE.
037248     MOVE 16 TO RETURN-CODE.
037250     GO TO 9900-ABEND-TERMINATE.
037252 3320-EXIT.
037300     EXIT.
037400******************************************************************
037500*    9000-NORMAL-TERMINATE                                       *
