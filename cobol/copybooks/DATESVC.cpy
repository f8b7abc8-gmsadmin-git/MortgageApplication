000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    DATESVC                                       *
000400*    DESCRIPTION: CALL AREA FOR THE COMMON BUSINESS-DAY DATE     *
000500*                 SERVICE, COBDATE.  THE CALLER SETS A FUNCTION  *
000600*                 AND AN INPUT DATE (YYYYMMDD) AND CALLS         *
000700*                 'COBDATE' USING DATE-SERVICE-AREA:             *
000800*                   B - IS THE INPUT DATE A BUSINESS DAY         *
000900*                   N - NEXT BUSINESS DAY AFTER THE INPUT DATE   *
001000*                   A - ADD DS-DAY-COUNT BUSINESS DAYS TO THE    *
001100*                       INPUT DATE (A NEGATIVE COUNT STEPS BACK; *
001200*                       A ZERO COUNT RETURNS THE INPUT DATE)     *
001300*                 EVERY FUNCTION ALSO SETS DS-BUSINESS-DAY-SW    *
001400*                 FOR THE INPUT DATE.  A BUSINESS DAY IS A       *
001500*                 MONDAY THROUGH FRIDAY NOT ON THE HOLIDAY       *
001600*                 CALENDAR (HOLCAL).  RETURN CODES:              *
001700*                   00 - COMPLETED                               *
001800*                   04 - COMPLETED, BUT A DATE FELL IN A YEAR    *
001900*                        THE HOLIDAY CALENDAR DOES NOT COVER AND *
002000*                        ONLY WEEKENDS WERE SKIPPED              *
002100*                   08 - INVALID FUNCTION, DATE OR DAY COUNT     *
002200*                   12 - HOLIDAY CALENDAR COULD NOT BE LOADED    *
002300*                                                                *
002400*    MODIFICATION HISTORY                                       *
002500*    DATE       INIT  DESCRIPTION                                *
002600*    -------    ----  ------------------------------------------ *
002700*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
002800*                                                                *
002900******************************************************************
003000 01  DATE-SERVICE-AREA.
003100     05  DS-FUNCTION                 PIC X(01).
003200         88  DS-FUNC-IS-BUSINESS-DAY             VALUE 'B'.
003300         88  DS-FUNC-NEXT-BUSINESS-DAY           VALUE 'N'.
003400         88  DS-FUNC-ADD-BUSINESS-DAYS           VALUE 'A'.
003500     05  DS-INPUT-DATE               PIC X(08).
003600     05  DS-DAY-COUNT                PIC S9(03) COMP-3.
003700     05  DS-RESULT-DATE              PIC X(08).
003800     05  DS-BUSINESS-DAY-SW          PIC X(01).
003900         88  DS-BUSINESS-DAY                     VALUE 'Y'.
004000         88  DS-NON-BUSINESS-DAY                 VALUE 'N'.
004100     05  DS-RETURN-CODE              PIC X(02).
004200         88  DS-RESULT-OK                        VALUE '00' '04'.
004300         88  DS-CALENDAR-NOT-COVERED             VALUE '04'.
004400     05  DS-FILLER                   PIC X(10).
