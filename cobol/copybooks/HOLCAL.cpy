000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    HOLCAL                                        *
000400*    DESCRIPTION: HOLIDAY CALENDAR, A PARAMETER FILE KEPT BY     *
000500*                 OPERATIONS WITH ONE RECORD FOR EACH DAY THE    *
000600*                 FEDERAL RESERVE IS CLOSED FOR A HOLIDAY, ON    *
000700*                 THE DATE THE CLOSING IS OBSERVED, IN DATE      *
000800*                 SEQUENCE.  EACH YEAR IS LOADED IN FULL BEFORE  *
000900*                 IT BEGINS.  READ ONLY BY COBDATE, WHICH        *
001000*                 TREATS EVERY DATE ON THE FILE, AND EVERY       *
001100*                 SATURDAY AND SUNDAY, AS A NON-BUSINESS DAY.    *
001200*    RECORD LENGTH: 40                                           *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    -------    ----  ------------------------------------------ *
001700*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
001800*                                                                *
001900******************************************************************
002000 01  HOLIDAY-CALENDAR-REC.
002100     05  HC-HOLIDAY-DATE             PIC X(08).
002200     05  HC-HOLIDAY-NAME             PIC X(30).
002300     05  HC-FILLER                   PIC X(02).
