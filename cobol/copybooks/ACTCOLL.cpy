001590*                     CONCATENATION) ARE CONVERTED TO THE NEW    *
001591*                     LENGTH -- ZERO ESCROW, BLANK FILLER --     *
001592*                     WHEN THIS CHANGE IS INSTALLED.             *
001593*    2026-10-15 GMS   ADDED THE PMI PREMIUM PORTION OF THE       *
001594*                     POSTED PAYMENT IN PLACE OF THE FILLER, SO  *
001595*                     THE TRIAL BALANCE CAN TIE IT TO CASH.  THE *
001596*                     RECORD LENGTH IS UNCHANGED; CYCLE FILES    *
001597*                     WRITTEN BEFORE THIS CHANGE CARRY BLANKS    *
001598*                     THERE, AND COB1098 DOES NOT READ IT.       *
001600*                                                                *
001700******************************************************************
001800 01  ACTUAL-COLLECTION-REC.
002100     05  AC-ACTUAL-PRINCIPAL-AMT     PIC S9(7)V99.
002200     05  AC-ACTUAL-INTEREST-AMT      PIC S9(7)V99.
002210     05  AC-ACTUAL-ESCROW-AMT        PIC S9(7)V99.
002300     05  AC-ACTUAL-PMI-AMT           PIC S9(5)V99.
