000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    METRO2                                        *
000400*    DESCRIPTION: CREDIT BUREAU FURNISHING RECORD IN THE METRO 2 *
000500*                 426-BYTE CHARACTER FORMAT, WRITTEN BY COBMETRO *
000600*                 AT MONTH END: ONE HEADER RECORD, ONE BASE      *
000700*                 SEGMENT PER LOAN REPORTED, AND ONE TRAILER     *
000800*                 RECORD.  THE RECORD DESCRIPTOR WORD LEADS      *
000900*                 EVERY RECORD; THE HEADER AND TRAILER ARE       *
001000*                 RECOGNIZED BY THEIR RECORD IDENTIFIER IN THE   *
001100*                 POSITIONS THAT FOLLOW IT.  NUMERIC FIELDS ARE  *
001200*                 UNSIGNED, RIGHT JUSTIFIED AND ZERO FILLED;     *
001300*                 AMOUNTS ARE WHOLE DOLLARS AND DATES ARE        *
001400*                 MMDDYYYY, PER THE FORMAT.  ONLY THE BASE       *
001500*                 SEGMENT IS FURNISHED -- NO J1/J2/K/L/N         *
001600*                 APPENDAGES -- SO THE TRAILER'S SEGMENT COUNTS  *
001700*                 FOR THEM ARE ALWAYS ZERO.                      *
001800*    RECORD LENGTH: 426                                          *
001900*                                                                *
002000*    MODIFICATION HISTORY                                       *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    -------    ----  ------------------------------------------ *
002300*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
002400*                                                                *
002500******************************************************************
002600 01  METRO2-REC.
002700     05  M2-RDW                      PIC 9(04).
002800     05  M2-BASE-AREA.
002900         10  M2-PROCESSING-IND       PIC X(01).
003000         10  M2-TIME-STAMP           PIC 9(14).
003100         10  M2-CORRECTION-IND       PIC X(01).
003200         10  M2-IDENTIFICATION-NBR   PIC X(20).
003300         10  M2-CYCLE-ID             PIC X(02).
003400         10  M2-ACCOUNT-NUMBER       PIC X(30).
003500         10  M2-PORTFOLIO-TYPE       PIC X(01).
003600         10  M2-ACCOUNT-TYPE         PIC X(02).
003700         10  M2-DATE-OPENED          PIC 9(08).
003800         10  M2-CREDIT-LIMIT         PIC 9(09).
003900         10  M2-ORIGINAL-AMT         PIC 9(09).
004000         10  M2-TERMS-DURATION       PIC 9(03).
004100         10  M2-TERMS-FREQUENCY      PIC X(01).
004200         10  M2-SCHEDULED-PMT        PIC 9(09).
004300         10  M2-ACTUAL-PMT           PIC 9(09).
004400         10  M2-ACCOUNT-STATUS       PIC X(02).
004500         10  M2-PAYMENT-RATING       PIC X(01).
004600         10  M2-PAYMENT-PROFILE      PIC X(24).
004700         10  M2-PROFILE-MONTH REDEFINES M2-PAYMENT-PROFILE
004800                                     PIC X(01) OCCURS 24 TIMES.
004900         10  M2-SPECIAL-COMMENT      PIC X(02).
005000         10  M2-COMPLIANCE-CODE      PIC X(02).
005100         10  M2-CURRENT-BALANCE      PIC 9(09).
005200         10  M2-AMOUNT-PAST-DUE      PIC 9(09).
005300         10  M2-CHARGE-OFF-AMT       PIC 9(09).
005400         10  M2-DATE-ACCOUNT-INFO    PIC 9(08).
005500         10  M2-DATE-FIRST-DELQ      PIC 9(08).
005600         10  M2-DATE-CLOSED          PIC 9(08).
005700         10  M2-DATE-LAST-PMT        PIC 9(08).
005800         10  M2-INTEREST-TYPE        PIC X(01).
005900         10  M2-BASE-RESERVED        PIC X(17).
006000         10  M2-SURNAME              PIC X(25).
006100         10  M2-FIRST-NAME           PIC X(20).
006200         10  M2-MIDDLE-NAME          PIC X(20).
006300         10  M2-GENERATION-CODE      PIC X(01).
006400         10  M2-SSN                  PIC X(09).
006500         10  M2-DATE-OF-BIRTH        PIC 9(08).
006600         10  M2-TELEPHONE            PIC 9(10).
006700         10  M2-ECOA-CODE            PIC X(01).
006800         10  M2-CONSUMER-INFO-IND    PIC X(02).
006900         10  M2-COUNTRY-CODE         PIC X(02).
007000         10  M2-ADDRESS-LINE-1       PIC X(32).
007100         10  M2-ADDRESS-LINE-2       PIC X(32).
007200         10  M2-CITY                 PIC X(20).
007300         10  M2-STATE                PIC X(02).
007400         10  M2-POSTAL-CODE          PIC X(09).
007500         10  M2-ADDRESS-IND          PIC X(01).
007600         10  M2-RESIDENCE-CODE       PIC X(01).
007700     05  M2-HEADER-AREA REDEFINES M2-BASE-AREA.
007800         10  M2-HDR-RECORD-ID        PIC X(06).
007900             88  M2-HDR-PRESENT              VALUE 'HEADER'.
008000         10  M2-HDR-CYCLE-ID         PIC X(02).
008100         10  M2-HDR-INNOVIS-ID       PIC X(10).
008200         10  M2-HDR-EQUIFAX-ID       PIC X(10).
008300         10  M2-HDR-EXPERIAN-ID      PIC X(05).
008400         10  M2-HDR-TRANSUNION-ID    PIC X(10).
008500         10  M2-HDR-ACTIVITY-DATE    PIC 9(08).
008600         10  M2-HDR-DATE-CREATED     PIC 9(08).
008700         10  M2-HDR-PROGRAM-DATE     PIC 9(08).
008800         10  M2-HDR-REVISION-DATE    PIC 9(08).
008900         10  M2-HDR-REPORTER-NAME    PIC X(40).
009000         10  M2-HDR-REPORTER-ADDR    PIC X(96).
009100         10  M2-HDR-REPORTER-PHONE   PIC 9(10).
009200         10  M2-HDR-VENDOR-NAME      PIC X(40).
009300         10  M2-HDR-VENDOR-VERSION   PIC X(05).
009400         10  M2-HDR-PRBC-ID          PIC X(10).
009500         10  M2-HDR-RESERVED         PIC X(146).
009600     05  M2-TRAILER-AREA REDEFINES M2-BASE-AREA.
009700         10  M2-TRL-RECORD-ID        PIC X(07).
009800             88  M2-TRL-PRESENT              VALUE 'TRAILER'.
009900         10  M2-TRL-BASE-COUNT       PIC 9(09).
010000         10  M2-TRL-RESERVED-1       PIC 9(09).
010100         10  M2-TRL-STATUS-DF        PIC 9(09).
010200         10  M2-TRL-J1-COUNT         PIC 9(09).
010300         10  M2-TRL-J2-COUNT         PIC 9(09).
010400         10  M2-TRL-BLOCK-COUNT      PIC 9(09).
010500         10  M2-TRL-STATUS-DA        PIC 9(09).
010600         10  M2-TRL-STATUS-05        PIC 9(09).
010700         10  M2-TRL-STATUS-11        PIC 9(09).
010800         10  M2-TRL-STATUS-13        PIC 9(09).
010900         10  M2-TRL-STATUS-61        PIC 9(09).
011000         10  M2-TRL-STATUS-62        PIC 9(09).
011100         10  M2-TRL-STATUS-63        PIC 9(09).
011200         10  M2-TRL-STATUS-64        PIC 9(09).
011300         10  M2-TRL-STATUS-65        PIC 9(09).
011400         10  M2-TRL-STATUS-71        PIC 9(09).
011500         10  M2-TRL-STATUS-78        PIC 9(09).
011600         10  M2-TRL-STATUS-80        PIC 9(09).
011700         10  M2-TRL-STATUS-82        PIC 9(09).
011800         10  M2-TRL-STATUS-83        PIC 9(09).
011900         10  M2-TRL-STATUS-84        PIC 9(09).
012000         10  M2-TRL-STATUS-88        PIC 9(09).
012100         10  M2-TRL-STATUS-89        PIC 9(09).
012200         10  M2-TRL-STATUS-93        PIC 9(09).
012300         10  M2-TRL-STATUS-94        PIC 9(09).
012400         10  M2-TRL-STATUS-95        PIC 9(09).
012500         10  M2-TRL-STATUS-96        PIC 9(09).
012600         10  M2-TRL-STATUS-97        PIC 9(09).
012700         10  M2-TRL-ECOA-Z-COUNT     PIC 9(09).
012800         10  M2-TRL-N1-COUNT         PIC 9(09).
012900         10  M2-TRL-K1-COUNT         PIC 9(09).
013000         10  M2-TRL-K2-COUNT         PIC 9(09).
013100         10  M2-TRL-K3-COUNT         PIC 9(09).
013200         10  M2-TRL-K4-COUNT         PIC 9(09).
013300         10  M2-TRL-L1-COUNT         PIC 9(09).
013400         10  M2-TRL-SSN-ALL          PIC 9(09).
013500         10  M2-TRL-SSN-BASE         PIC 9(09).
013600         10  M2-TRL-SSN-J1           PIC 9(09).
013700         10  M2-TRL-SSN-J2           PIC 9(09).
013800         10  M2-TRL-DOB-ALL          PIC 9(09).
013900         10  M2-TRL-DOB-BASE         PIC 9(09).
014000         10  M2-TRL-DOB-J1           PIC 9(09).
014100         10  M2-TRL-DOB-J2           PIC 9(09).
014200         10  M2-TRL-PHONE-ALL        PIC 9(09).
014300         10  M2-TRL-RESERVED-2       PIC X(19).
