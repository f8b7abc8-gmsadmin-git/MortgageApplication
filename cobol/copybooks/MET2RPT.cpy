000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    MET2RPT                                       *
000400*    DESCRIPTION: CREDIT BUREAU RECONCILIATION REPORT LINE,      *
000500*                 WRITTEN BY COBMETRO AFTER THE METRO 2 FILE IS  *
000600*                 CLOSED.  ONE STATUS LINE PER ACCOUNT STATUS    *
000700*                 CODE FURNISHED, SPLIT BETWEEN LOANS REPORTED   *
000800*                 FROM THE LOAN-MASTER EXTRACT AND PAID-IN-FULL  *
000900*                 LOANS GIVEN THEIR FINAL RECORD THIS MONTH, A   *
001000*                 TOTAL LINE, AND A BALANCE LINE PROVING THE     *
001100*                 EXTRACT COLUMN AGAINST THE LOANEXTT TRAILER    *
001200*                 RECORD COUNT.  MR-LINE-TYPE TELLS WHICH KIND   *
001300*                 OF LINE IS PRESENT.                            *
001400*    RECORD LENGTH: 80                                           *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    -------    ----  ------------------------------------------ *
001900*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
002000*                                                                *
002100******************************************************************
002200 01  METRO2-RECON-REC.
002300     05  MR-LINE-TYPE                PIC X(01).
002400         88  MR-TYPE-STATUS                  VALUE 'S'.
002500         88  MR-TYPE-TOTAL                   VALUE 'T'.
002600         88  MR-TYPE-BALANCE                 VALUE 'B'.
002700     05  MR-STATUS-CODE              PIC X(02).
002800     05  MR-LABEL                    PIC X(30).
002900     05  MR-EXTRACT-COUNT            PIC ZZZ,ZZ9.
003000     05  MR-PAID-COUNT               PIC ZZZ,ZZ9.
003100     05  MR-TOTAL-COUNT              PIC ZZZ,ZZ9.
003200     05  MR-BALANCE-TEXT             PIC X(14).
003300     05  MR-FILLER                   PIC X(12).
