000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    AANOTICE                                      *
000400*    DESCRIPTION: REG B (ECOA) ADVERSE ACTION NOTICE RECORD,     *
000500*                 WRITTEN BY COBUNDWR FOR EVERY APPLICATION IT   *
000600*                 DENIES.  THE PRINT VENDOR MERGES IT INTO THE   *
000700*                 STATEMENT-OF-CREDIT-DENIAL LETTER.  UP TO FOUR *
000800*                 PRINCIPAL REASONS ARE CARRIED, IN THE ORDER    *
000900*                 THEY WERE FOUND; AN-REASON-COUNT SAYS HOW MANY *
001000*                 OF THE FOUR SLOTS ARE IN USE.  THE PROPERTY    *
001100*                 ADDRESS IS THE ONLY ADDRESS THE APPLICATION    *
001200*                 CARRIES AND IS USED AS THE MAILING ADDRESS.    *
001300*    RECORD LENGTH: 318                                         *
001400*                                                                *
001500*    MODIFICATION HISTORY                                       *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    -------    ----  ------------------------------------------ *
001800*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
001900*                                                                *
002000******************************************************************
002100 01  ADVERSE-ACTION-NOTICE-REC.
002200     05  AN-APPLICATION-NUMBER       PIC X(10).
002300     05  AN-BORROWER-NAME            PIC X(30).
002400     05  AN-CO-BORROWER-NAME         PIC X(30).
002500     05  AN-PROPERTY-ADDRESS         PIC X(40).
002600     05  AN-APPLICATION-DATE         PIC X(08).
002700     05  AN-ACTION-DATE              PIC X(08).
002800     05  AN-REQUESTED-LOAN-AMT       PIC S9(9)V99.
002900     05  AN-REASON-COUNT             PIC 9(01).
003000     05  AN-REASON OCCURS 4 TIMES.
003100         10  AN-REASON-CODE          PIC X(02).
003200         10  AN-REASON-TEXT          PIC X(40).
003300     05  AN-FILLER                   PIC X(12).
