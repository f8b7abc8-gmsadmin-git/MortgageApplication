001000*                 ABENDS WITH RETURN CODE 12 WHEN THE TRAILER    *
001100*                 DOES NOT BALANCE OR IS MISSING, SO A SHORT     *
001200*                 FILE FROM A PARTIAL RUN CAN NEVER PROCESS      *
001300*                 SILENTLY.  LAID OVER THE SAME 171-BYTE RECORD  *
001400*                 AS LOANEXT; THE TRAILER IS RECOGNIZED BY THE   *
001500*                 RESERVED LOAN NUMBER OF ALL NINES, WHICH IS    *
001600*                 NEVER ASSIGNED TO A REAL LOAN.                 *
001700*    RECORD LENGTH: 171                                          *
001800*                                                                *
001900*    MODIFICATION HISTORY                                       *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    -------    ----  ------------------------------------------ *
002200*    2026-08-22 GMS   ORIGINAL COPYBOOK                          *
002210*    2026-10-15 GMS   FILLER WIDENED TO FOLLOW LOANEXT TO 171    *
002220*                     BYTES.                                     *
002300*                                                                *
002400******************************************************************
002500 01  LOAN-EXTRACT-TRAILER-REC.
002800     05  LT-RECORD-COUNT             PIC 9(09).
002900     05  LT-UPB-HASH-TOTAL           PIC S9(13)V99.
003000     05  LT-ESCROW-HASH-TOTAL        PIC S9(11)V99.
003100     05  LT-FILLER                   PIC X(124).
