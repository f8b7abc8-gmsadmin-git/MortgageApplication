000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    BCONMAPS                                      *
000400*    DESCRIPTION: SYMBOLIC MAP FOR THE BCONMAP1 SCREEN, GENERATED*
000500*                 FROM THE BCONMAP BMS MAPSET (SYSPARM=MAP,      *
000600*                 LANG=COBOL).  COPIED INTO COBBCON'S WORKING-   *
000700*                 STORAGE SECTION.  DO NOT HAND-EDIT -- REGEN    *
000800*                 FROM BCONMAP.BMS IF A FIELD MOVES OR A NEW ONE *
000900*                 IS ADDED.                                      *
001000*    RECORD LENGTH: 421 (BCONMAPI AND BCONMAPO)                  *
001100*                                                                *
001200*    MODIFICATION HISTORY                                       *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    -------    ----  ------------------------------------------ *
001500*    2026-10-15 GMS   ORIGINAL COPYBOOK                          *
001600*                                                                *
001700******************************************************************
001800 01  BCONMAP1I.
001900     02  FILLER                      PIC X(12).
002000     02  LOANNOL                     PIC S9(4) COMP.
002100     02  LOANNOF                     PIC X.
002200     02  FILLER REDEFINES LOANNOF.
002300         03  LOANNOA                 PIC X.
002400     02  LOANNOI                     PIC X(10).
002500     02  ACTIONL                     PIC S9(4) COMP.
002600     02  ACTIONF                     PIC X.
002700     02  FILLER REDEFINES ACTIONF.
002800         03  ACTIONA                 PIC X.
002900     02  ACTIONI                     PIC X(01).
003000     02  BNAMEL                      PIC S9(4) COMP.
003100     02  BNAMEF                      PIC X.
003200     02  FILLER REDEFINES BNAMEF.
003300         03  BNAMEA                  PIC X.
003400     02  BNAMEI                      PIC X(30).
003500     02  BADDRL                      PIC S9(4) COMP.
003600     02  BADDRF                      PIC X.
003700     02  FILLER REDEFINES BADDRF.
003800         03  BADDRA                  PIC X.
003900     02  BADDRI                      PIC X(40).
004000     02  MAIL1L                      PIC S9(4) COMP.
004100     02  MAIL1F                      PIC X.
004200     02  FILLER REDEFINES MAIL1F.
004300         03  MAIL1A                  PIC X.
004400     02  MAIL1I                      PIC X(40).
004500     02  MAIL2L                      PIC S9(4) COMP.
004600     02  MAIL2F                      PIC X.
004700     02  FILLER REDEFINES MAIL2F.
004800         03  MAIL2A                  PIC X.
004900     02  MAIL2I                      PIC X(40).
005000     02  CITYL                       PIC S9(4) COMP.
005100     02  CITYF                       PIC X.
005200     02  FILLER REDEFINES CITYF.
005300         03  CITYA                   PIC X.
005400     02  CITYI                       PIC X(25).
005500     02  STATEL                      PIC S9(4) COMP.
005600     02  STATEF                      PIC X.
005700     02  FILLER REDEFINES STATEF.
005800         03  STATEA                  PIC X.
005900     02  STATEI                      PIC X(02).
006000     02  ZIPL                        PIC S9(4) COMP.
006100     02  ZIPF                        PIC X.
006200     02  FILLER REDEFINES ZIPF.
006300         03  ZIPA                    PIC X.
006400     02  ZIPI                        PIC X(09).
006500     02  PHONEL                      PIC S9(4) COMP.
006600     02  PHONEF                      PIC X.
006700     02  FILLER REDEFINES PHONEF.
006800         03  PHONEA                  PIC X.
006900     02  PHONEI                      PIC X(10).
007000     02  EMAILL                      PIC S9(4) COMP.
007100     02  EMAILF                      PIC X.
007200     02  FILLER REDEFINES EMAILF.
007300         03  EMAILA                  PIC X.
007400     02  EMAILI                      PIC X(50).
007500     02  RTNFLGL                     PIC S9(4) COMP.
007600     02  RTNFLGF                     PIC X.
007700     02  FILLER REDEFINES RTNFLGF.
007800         03  RTNFLGA                 PIC X.
007900     02  RTNFLGI                     PIC X(01).
008000     02  RTNDTL                      PIC S9(4) COMP.
008100     02  RTNDTF                      PIC X.
008200     02  FILLER REDEFINES RTNDTF.
008300         03  RTNDTA                  PIC X.
008400     02  RTNDTI                      PIC X(08).
008500     02  MNTDTL                      PIC S9(4) COMP.
008600     02  MNTDTF                      PIC X.
008700     02  FILLER REDEFINES MNTDTF.
008800         03  MNTDTA                  PIC X.
008900     02  MNTDTI                      PIC X(08).
009000     02  MNTUSRL                     PIC S9(4) COMP.
009100     02  MNTUSRF                     PIC X.
009200     02  FILLER REDEFINES MNTUSRF.
009300         03  MNTUSRA                 PIC X.
009400     02  MNTUSRI                     PIC X(08).
009500     02  MSGL                        PIC S9(4) COMP.
009600     02  MSGF                        PIC X.
009700     02  FILLER REDEFINES MSGF.
009800         03  MSGA                    PIC X.
009900     02  MSGI                        PIC X(79).
010000 01  BCONMAP1O REDEFINES BCONMAP1I.
010100     02  FILLER                      PIC X(12).
010200     02  FILLER                      PIC X(03).
010300     02  LOANNOO                     PIC X(10).
010400     02  FILLER                      PIC X(03).
010500     02  ACTIONO                     PIC X(01).
010600     02  FILLER                      PIC X(03).
010700     02  BNAMEO                      PIC X(30).
010800     02  FILLER                      PIC X(03).
010900     02  BADDRO                      PIC X(40).
011000     02  FILLER                      PIC X(03).
011100     02  MAIL1O                      PIC X(40).
011200     02  FILLER                      PIC X(03).
011300     02  MAIL2O                      PIC X(40).
011400     02  FILLER                      PIC X(03).
011500     02  CITYO                       PIC X(25).
011600     02  FILLER                      PIC X(03).
011700     02  STATEO                      PIC X(02).
011800     02  FILLER                      PIC X(03).
011900     02  ZIPO                        PIC X(09).
012000     02  FILLER                      PIC X(03).
012100     02  PHONEO                      PIC X(10).
012200     02  FILLER                      PIC X(03).
012300     02  EMAILO                      PIC X(50).
012400     02  FILLER                      PIC X(03).
012500     02  RTNFLGO                     PIC X(01).
012600     02  FILLER                      PIC X(03).
012700     02  RTNDTO                      PIC X(08).
012800     02  FILLER                      PIC X(03).
012900     02  MNTDTO                      PIC X(08).
013000     02  FILLER                      PIC X(03).
013100     02  MNTUSRO                     PIC X(08).
013200     02  FILLER                      PIC X(03).
013300     02  MSGO                        PIC X(79).
