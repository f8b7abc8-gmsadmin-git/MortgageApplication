000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    SXFRREC                                       *
000400*    DESCRIPTION: DB2 HOST VARIABLE RECORD FOR THE SERVICING-    *
000500*                 TRANSFER TABLE.  USED BY ANY PROGRAM THAT      *
000600*                 SCHEDULES A SERVICING TRANSFER, SENDS ITS      *
000700*                 GOODBYE LETTER OR CARRIES IT OUT, OR THAT      *
000800*                 NEEDS THE TRANSFEREE AND EFFECTIVE DATE OF A   *
000900*                 LOAN ALREADY TRANSFERRED.  A TRANSFER IS       *
001000*                 PENDING ('P') UNTIL ITS LETTER IS SENT ('L'),  *
001100*                 AND TRANSFERRED ('T') FROM THE EFFECTIVE DATE, *
001110*                 OR CANCELLED ('C') IF THE LOAN PAYS OFF FIRST. *
001200*                 A DATE NOT YET REACHED IS SPACES.              *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    -------    ----  ------------------------------------------ *
001700*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
001710*    2026-10-15 GMS   ADD CANCELLED STATUS FOR A LOAN PAID OFF   *
001720*                     BEFORE ITS TRANSFER                        *
001800*                                                                *
001900******************************************************************
002000 01  SERVICING-TRANSFER-REC.
002100     05  SX-LOAN-NUMBER              PIC X(10).
002200     05  SX-TRANSFEREE-ID            PIC X(10).
002300     05  SX-EFFECTIVE-DATE           PIC X(08).
002400     05  SX-REQUEST-DATE             PIC X(08).
002500     05  SX-XFER-STATUS              PIC X(01).
002600         88  SX-STATUS-PENDING               VALUE 'P'.
002700         88  SX-STATUS-LETTER-SENT           VALUE 'L'.
002800         88  SX-STATUS-TRANSFERRED           VALUE 'T'.
002810         88  SX-STATUS-CANCELLED             VALUE 'C'.
002900     05  SX-LETTER-DATE              PIC X(08).
003000     05  SX-TRANSFER-DATE            PIC X(08).
