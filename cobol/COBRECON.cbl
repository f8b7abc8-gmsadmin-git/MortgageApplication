001300*                 NIGHT'S MONEY MOVEMENT HANGS TOGETHER:         *
001400*                   LEG 1 - CASH: LOCKBOX RECEIPTS PLUS THE      *
001500*                     SUSPENSE BROUGHT FORWARD EQUAL THE POSTED  *
001600*                     P&I, ESCROW AND PMI PLUS THE LATE CHARGES  *
001700*                     COLLECTED PLUS REJECTS PLUS THE SUSPENSE   *
001800*                     CARRIED FORWARD, WITH THE DAY'S RETURNED   *
001810*                     ITEMS TAKEN OFF BOTH SIDES.                *
001900*                   LEG 2 - UPB: THE PRIOR EXTRACT'S UPB PLUS    *
002000*                     LOANS BOARDED LESS PRINCIPAL POSTED LESS   *
002100*                     PRINCIPAL LIQUIDATED AT PAYOFF EQUALS      *
002110*                     TONIGHT'S EXTRACT UPB, WITH THE PRINCIPAL  *
002120*                     OF RETURNED PAYMENTS PUT BACK.             *
002200*                   LEG 3 - REMITTANCE: THE P&I REMITTED PLUS    *
002300*                     THE FEES RETAINED PLUS THE COLLECTED       *
002400*                     EXCESS HELD BACK ON SCHEDULED POOLS        *
002410*                     (CURTAILMENTS AND CATCH-UPS, WHICH FUND    *
002420*                     ADVANCE RECOVERY) EQUAL THE P&I POSTED     *
002430*                     PLUS THE PAYOFF FINALS PLUS THE SERVICER   *
002440*                     ADVANCES, LESS THE RETURNED P&I COBREMIT   *
002450*                     NETTED.                                    *
002500*                   LEG 4 - ESCROW: THE PRIOR EXTRACT'S ESCROW   *
002600*                     PLUS DEPOSITS PLUS THE DAY'S AUDITED       *
002700*                     ONLINE ADJUSTMENTS (FROM THE AUDITFL       *
002900*                     DISBURSEMENTS CONFIRMED LESS PAYOFF        *
003000*                     REFUNDS EQUALS TONIGHT'S EXTRACT ESCROW,   *
003100*                     SO THE LEG TRIPS ONLY ON UNEXPLAINED       *
003110*                     MOVEMENT.  RETURNED ESCROW COMES BACK OFF. *
003200*                 THE PSETCOLL DD IS THE FINAL REMITTANCE FILE   *
003300*                 COBPSETL WROTE AND COBREMIT READ, AND THE      *
003400*                 PSETLRPT DD IS ITS SETTLEMENT REPORT; BOTH     *
003900*                 OUT OF BALANCE ENDS THE RUN WITH RETURN CODE   *
004000*                 12 SO THE SCHEDULER HOLDS THE MORNING'S        *
004100*                 DOWNSTREAM FEEDS.                              *
004110*                 THE RTNITEM DD IS THE BANK'S RETURNED-ITEM     *
004120*                 FILE, AND RTNCOLL, RTNRPT AND RTNEXC ARE       *
004130*                 COBNSFRV'S NEGATIVE COLLECTION FILE, REGISTER  *
004140*                 AND EXCEPTION FILE; ALL ARE EMPTY ON A NIGHT   *
004150*                 WITH NO RETURNS.                               *
004157*                 THE SUSPFWD AND PPOSTFWD DD ARE COBSUSP'S AND  *
004164*                 COBPPOST'S FORWARDING REPORTS FOR LOANS        *
004171*                 TRANSFERRED OUT, AND XFERDATA IS THE DAY'S     *
004178*                 COBSXFER TRANSFER DATA FILE; ON A NIGHT WITH   *
004185*                 NO TRANSFER ACTIVITY THEY CARRY ONLY ZERO      *
004192*                 TOTALS AND THE TRAILER.                        *
004200*                                                                *
004300*    MODIFICATION HISTORY                                       *
004400*    DATE       INIT  DESCRIPTION                                *
004697*                     FIELDS ORDINARY MOVES CANNOT DE-EDIT, SO   *
004698*                     NUMVAL IS USED THERE AND NOWHERE ELSE,     *
004699*                     THE SAME AS COBAUDRP.                      *
004700*    2026-10-15 GMS   CARRY THE DAY'S RETURNED PAYMENTS THROUGH  *
004701*                     EVERY LEG: THE BANK'S RETURNED-ITEM TOTAL  *
004702*                     COMES OFF THE CASH RECEIVED, AND COBNSFRV'S*
004703*                     NEGATIVE COLLECTIONS, THE LATE CHARGES IT  *
004704*                     RESTORED AND THE ITEMS IT SENT TO          *
004705*                     EXCEPTION COME OFF THE CASH APPLIED.  THE  *
004706*                     REVERSED PRINCIPAL GOES BACK ON THE UPB    *
004707*                     ROLLFORWARD, THE REVERSED ESCROW COMES OFF *
004708*                     THE ESCROW ROLLFORWARD, AND THE REVERSED   *
004709*                     P&I COBREMIT NETTED COMES OFF THE          *
004710*                     COLLECTED SIDE OF THE REMITTANCE LEG.      *
004720*    2026-10-15 GMS   THE PMI PREMIUM COBPPOST NOW SPLITS OUT OF *
004730*                     EACH PAYMENT, AND COBNSFRV BACKS OUT ON A  *
004740*                     RETURNED ITEM, IS CASH APPLIED.            *
004745*    2026-10-15 GMS   CARRY SERVICING TRANSFERS-OUT THROUGH THE  *
004750*                     LEGS: THE PAYMENTS AND SUSPENSE COBSUSP    *
004755*                     AND COBPPOST FORWARDED (SUSPFWD, PPOSTFWD) *
004760*                     ARE CASH APPLIED, AND THE UPB AND ESCROW   *
004765*                     OF THE LOANS ON THE DAY'S XFERDATA FILE,   *
004770*                     WHICH LEAVE TONIGHT'S EXTRACT, COME OFF    *
004775*                     THE UPB AND ESCROW ROLLFORWARDS. EACH OF   *
004780*                     THOSE TERMS IS SHOWN ON ITS OWN LINE UNDER *
004785*                     ITS LEG.                                   *
004790*                                                                *
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
009100     SELECT TRIAL-BALANCE-FILE ASSIGN TO TRIALBAL
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS WS-TRIALBAL-FILE-STATUS.
009301     SELECT RETURNED-ITEM-FILE ASSIGN TO RTNITEM
009302         ORGANIZATION IS SEQUENTIAL
009303         FILE STATUS IS WS-RTNITEM-FILE-STATUS.
009304     SELECT RETURNED-COLLECTION-FILE ASSIGN TO RTNCOLL
009305         ORGANIZATION IS SEQUENTIAL
009306         FILE STATUS IS WS-RTNCOLL-FILE-STATUS.
009307     SELECT RETURNED-ITEM-REPORT-FILE ASSIGN TO RTNRPT
009308         ORGANIZATION IS SEQUENTIAL
009309         FILE STATUS IS WS-RTNRPT-FILE-STATUS.
009310     SELECT RETURNED-ITEM-EXCEPTION-FILE ASSIGN TO RTNEXC
009311         ORGANIZATION IS SEQUENTIAL
009312         FILE STATUS IS WS-RTNEXC-FILE-STATUS.
009320     SELECT SUSP-FORWARD-FILE ASSIGN TO SUSPFWD
009328         ORGANIZATION IS SEQUENTIAL
009336         FILE STATUS IS WS-SUSPFWD-FILE-STATUS.
009344     SELECT POST-FORWARD-FILE ASSIGN TO PPOSTFWD
009352         ORGANIZATION IS SEQUENTIAL
009360         FILE STATUS IS WS-PPOSTFWD-FILE-STATUS.
009368     SELECT TRANSFER-DATA-FILE ASSIGN TO XFERDATA
009376         ORGANIZATION IS SEQUENTIAL
009384         FILE STATUS IS WS-XFERDATA-FILE-STATUS.
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  PAYMENT-TRANSACTION-FILE
016000     RECORDING MODE IS F
016100     LABEL RECORDS ARE STANDARD.
016200     COPY TRIALBAL.
016201 FD  RETURNED-ITEM-FILE
016202     RECORDING MODE IS F
016203     LABEL RECORDS ARE STANDARD.
016204     COPY RTNITEM.
016205 FD  RETURNED-COLLECTION-FILE
016206     RECORDING MODE IS F
016207     LABEL RECORDS ARE STANDARD.
016208     COPY ACTCOLL REPLACING
016209         ==ACTUAL-COLLECTION-REC== BY ==RETURNED-COLLECTION-REC==
016210         LEADING ==AC-== BY ==RC-==.
016211 FD  RETURNED-ITEM-REPORT-FILE
016212     RECORDING MODE IS F
016213     LABEL RECORDS ARE STANDARD.
016214     COPY RTNRPT.
016215 FD  RETURNED-ITEM-EXCEPTION-FILE
016216     RECORDING MODE IS F
016217     LABEL RECORDS ARE STANDARD.
016218     COPY RTNEXC.
016223 FD  SUSP-FORWARD-FILE
016228     RECORDING MODE IS F
016233     LABEL RECORDS ARE STANDARD.
016238     COPY XFERFWD REPLACING
016243         ==FORWARD-REPORT-REC== BY ==SUSP-FORWARD-REC==
016248         LEADING ==FW-== BY ==SF-==.
016253 FD  POST-FORWARD-FILE
016258     RECORDING MODE IS F
016263     LABEL RECORDS ARE STANDARD.
016268     COPY XFERFWD.
016273 FD  TRANSFER-DATA-FILE
016278     RECORDING MODE IS F
016283     LABEL RECORDS ARE STANDARD.
016288     COPY XFERDATA.
016300 WORKING-STORAGE SECTION.
016400******************************************************************
016500*    FILE CONTROL                                                *
017910 01  WS-LATECHG-FILE-STATUS       PIC X(02)       VALUE '00'.
017920 01  WS-AUDITFL-FILE-STATUS       PIC X(02)       VALUE '00'.
018000 01  WS-TRIALBAL-FILE-STATUS      PIC X(02)       VALUE '00'.
018010 01  WS-RTNITEM-FILE-STATUS       PIC X(02)       VALUE '00'.
018020 01  WS-RTNCOLL-FILE-STATUS       PIC X(02)       VALUE '00'.
018030 01  WS-RTNRPT-FILE-STATUS        PIC X(02)       VALUE '00'.
018040 01  WS-RTNEXC-FILE-STATUS        PIC X(02)       VALUE '00'.
018050 01  WS-SUSPFWD-FILE-STATUS      PIC X(02)       VALUE '00'.
018060 01  WS-PPOSTFWD-FILE-STATUS     PIC X(02)       VALUE '00'.
018070 01  WS-XFERDATA-FILE-STATUS     PIC X(02)       VALUE '00'.
018100******************************************************************
018200*    END-OF-FILE SWITCHES, ONE PER INPUT                         *
018300******************************************************************
020700     88  WS-PEXT-AT-EOF                              VALUE 'Y'.
020800 01  WS-CEXT-EOF-SWITCH              PIC X(01)       VALUE 'N'.
020900     88  WS-CEXT-AT-EOF                              VALUE 'Y'.
020910 01  WS-RTNI-EOF-SWITCH              PIC X(01)       VALUE 'N'.
020920     88  WS-RTNI-AT-EOF                              VALUE 'Y'.
020930 01  WS-RTNC-EOF-SWITCH              PIC X(01)       VALUE 'N'.
020940     88  WS-RTNC-AT-EOF                              VALUE 'Y'.
020950 01  WS-RTNR-EOF-SWITCH              PIC X(01)       VALUE 'N'.
020960     88  WS-RTNR-AT-EOF                              VALUE 'Y'.
020970 01  WS-RTNX-EOF-SWITCH              PIC X(01)       VALUE 'N'.
020980     88  WS-RTNX-AT-EOF                              VALUE 'Y'.
020982 01  WS-SFWD-EOF-SWITCH              PIC X(01)       VALUE 'N'.
020984     88  WS-SFWD-AT-EOF                              VALUE 'Y'.
020986 01  WS-PFWD-EOF-SWITCH              PIC X(01)       VALUE 'N'.
020988     88  WS-PFWD-AT-EOF                              VALUE 'Y'.
020990 01  WS-XFER-EOF-SWITCH              PIC X(01)       VALUE 'N'.
020992     88  WS-XFER-AT-EOF                              VALUE 'Y'.
021000******************************************************************
021100*    CYCLE TOTAL ACCUMULATORS, ONE PER MONEY LEG INPUT           *
021200******************************************************************
021600 01  WS-POSTED-PRINCIPAL       PIC S9(11)V99 COMP-3 VALUE 0.
021700 01  WS-POSTED-INTEREST        PIC S9(11)V99 COMP-3 VALUE 0.
021800 01  WS-POSTED-ESCROW          PIC S9(11)V99 COMP-3 VALUE 0.
021810 01  WS-POSTED-PMI             PIC S9(11)V99 COMP-3 VALUE 0.
021900 01  WS-REJECTED-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
022000 01  WS-BOARDED-UPB            PIC S9(11)V99 COMP-3 VALUE 0.
022100 01  WS-BOARDED-ITEM           PIC S9(09)V99 COMP-3 VALUE 0.
022893 01  WS-ADJ-OLD-AMOUNT         PIC S9(09)V99 COMP-3 VALUE 0.
022894 01  WS-ADJ-NEW-AMOUNT         PIC S9(09)V99 COMP-3 VALUE 0.
022900******************************************************************
022901*    RETURNED-ITEM ACCUMULATORS.  THE RETURNED COLLECTIONS ARE   *
022904*    NEGATIVE AS WRITTEN, SO THEY ADD STRAIGHT INTO THE LEGS.    *
022907******************************************************************
022910 01  WS-RETURNED-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
022913 01  WS-RETURNED-PRINCIPAL     PIC S9(11)V99 COMP-3 VALUE 0.
022916 01  WS-RETURNED-INTEREST      PIC S9(11)V99 COMP-3 VALUE 0.
022919 01  WS-RETURNED-ESCROW        PIC S9(11)V99 COMP-3 VALUE 0.
022922 01  WS-RETURNED-PMI           PIC S9(11)V99 COMP-3 VALUE 0.
022925 01  WS-LATE-RESTORED-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
022928 01  WS-LATE-RESTORED-ITEM     PIC S9(09)V99 COMP-3 VALUE 0.
022931 01  WS-RETURN-EXC-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
022934******************************************************************
022937*    TRANSFER-OUT ACCUMULATORS. THE CASH FORWARDED FOR LOANS     *
022940*    TRANSFERRED OUT, AND THE UPB AND ESCROW CARRIED OFF ON THE  *
022943*    TRANSFER DATA FILE, BALANCED AGAINST ITS TRAILER.           *
022946******************************************************************
022949 01  WS-FORWARDED-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
022952 01  WS-FORWARDED-ITEM         PIC S9(09)V99 COMP-3 VALUE 0.
022955 01  WS-XFER-TRAILER-SWITCH          PIC X(01)       VALUE 'N'.
022958     88  WS-XFER-TRAILER-SEEN                        VALUE 'Y'.
022961 01  WS-XFER-LOAN-COUNT           PIC S9(07) COMP-3 VALUE 0.
022964 01  WS-XFER-UPB            PIC S9(13)V99 COMP-3 VALUE 0.
022967 01  WS-XFER-ESCROW         PIC S9(11)V99 COMP-3 VALUE 0.
022970******************************************************************
023000*    EXTRACT CONTROL-TOTAL BALANCING AREAS, PRIOR AND CURRENT    *
023100******************************************************************
023200 01  WS-PEXT-TRAILER-SWITCH          PIC X(01)       VALUE 'N'.
027920         UNTIL WS-LATE-AT-EOF.
027930     PERFORM 2130-TALLY-ESCROW-ADJ THRU 2130-EXIT
027940         UNTIL WS-AUDIT-AT-EOF.
027941     PERFORM 2140-TALLY-RETURNED-ITEM THRU 2140-EXIT
027942         UNTIL WS-RTNI-AT-EOF.
027943     PERFORM 2150-TALLY-RETURNED-COLL THRU 2150-EXIT
027944         UNTIL WS-RTNC-AT-EOF.
027945     PERFORM 2160-TALLY-RETURN-REPORT THRU 2160-EXIT
027946         UNTIL WS-RTNR-AT-EOF.
027947     PERFORM 2170-TALLY-RETURN-EXC THRU 2170-EXIT
027948         UNTIL WS-RTNX-AT-EOF.
027955     PERFORM 2180-TALLY-SUSP-FORWARD THRU 2180-EXIT
027962         UNTIL WS-SFWD-AT-EOF.
027969     PERFORM 2185-TALLY-POST-FORWARD THRU 2185-EXIT
027976         UNTIL WS-PFWD-AT-EOF.
027983     PERFORM 2190-TALLY-TRANSFER-DATA THRU 2190-EXIT
027990         UNTIL WS-XFER-AT-EOF.
028000     PERFORM 2200-READ-PRIOR-EXTRACT THRU 2200-EXIT
028100         UNTIL WS-PEXT-AT-EOF.
028200     PERFORM 2300-READ-CURR-EXTRACT THRU 2300-EXIT
036975         MOVE 16 TO RETURN-CODE
036976         GO TO 9900-ABEND-TERMINATE
036977     END-IF.
036978     OPEN INPUT RETURNED-ITEM-FILE.
036979     IF WS-RTNITEM-FILE-STATUS NOT = '00'
036980         DISPLAY 'COBRECON - RTNITEM OPEN FAILED, STATUS = '
036981                 WS-RTNITEM-FILE-STATUS
036982         MOVE 16 TO RETURN-CODE
036983         GO TO 9900-ABEND-TERMINATE
036984     END-IF.
036985     OPEN INPUT RETURNED-COLLECTION-FILE.
036986     IF WS-RTNCOLL-FILE-STATUS NOT = '00'
036987         DISPLAY 'COBRECON - RTNCOLL OPEN FAILED, STATUS = '
036988                 WS-RTNCOLL-FILE-STATUS
036989         MOVE 16 TO RETURN-CODE
036990         GO TO 9900-ABEND-TERMINATE
036991     END-IF.
036992     OPEN INPUT RETURNED-ITEM-REPORT-FILE.
036993     IF WS-RTNRPT-FILE-STATUS NOT = '00'
036994         DISPLAY 'COBRECON - RTNRPT OPEN FAILED, STATUS = '
036995                 WS-RTNRPT-FILE-STATUS
036996         MOVE 16 TO RETURN-CODE
036997         GO TO 9900-ABEND-TERMINATE
036998     END-IF.
037000     OPEN INPUT PRIOR-EXTRACT-FILE.
037100     IF WS-LOANEXTP-FILE-STATUS NOT = '00'
037200         DISPLAY 'COBRECON - LOANEXTP OPEN FAILED, STATUS = '
038100         MOVE 16 TO RETURN-CODE
038200         GO TO 9900-ABEND-TERMINATE
038300     END-IF.
038303     OPEN INPUT RETURNED-ITEM-EXCEPTION-FILE.
038306     IF WS-RTNEXC-FILE-STATUS NOT = '00'
038309         DISPLAY 'COBRECON - RTNEXC OPEN FAILED, STATUS = '
038312                 WS-RTNEXC-FILE-STATUS
038315         MOVE 16 TO RETURN-CODE
038318         GO TO 9900-ABEND-TERMINATE
038321     END-IF.
038324     OPEN INPUT SUSP-FORWARD-FILE.
038327     IF WS-SUSPFWD-FILE-STATUS NOT = '00'
038330         DISPLAY 'COBRECON - SUSPFWD OPEN FAILED, STATUS = '
038333                 WS-SUSPFWD-FILE-STATUS
038336         MOVE 16 TO RETURN-CODE
038339         GO TO 9900-ABEND-TERMINATE
038342     END-IF.
038345     OPEN INPUT POST-FORWARD-FILE.
038348     IF WS-PPOSTFWD-FILE-STATUS NOT = '00'
038351         DISPLAY 'COBRECON - PPOSTFWD OPEN FAILED, STATUS = '
038354                 WS-PPOSTFWD-FILE-STATUS
038357         MOVE 16 TO RETURN-CODE
038360         GO TO 9900-ABEND-TERMINATE
038363     END-IF.
038366     OPEN INPUT TRANSFER-DATA-FILE.
038369     IF WS-XFERDATA-FILE-STATUS NOT = '00'
038372         DISPLAY 'COBRECON - XFERDATA OPEN FAILED, STATUS = '
038375                 WS-XFERDATA-FILE-STATUS
038378         MOVE 16 TO RETURN-CODE
038381         GO TO 9900-ABEND-TERMINATE
038384     END-IF.
038400     OPEN OUTPUT TRIAL-BALANCE-FILE.
038500     IF WS-TRIALBAL-FILE-STATUS NOT = '00'
038600         DISPLAY 'COBRECON - TRIALBAL OPEN FAILED, STATUS = '
043800     ADD AC-ACTUAL-PRINCIPAL-AMT TO WS-POSTED-PRINCIPAL.
043900     ADD AC-ACTUAL-INTEREST-AMT  TO WS-POSTED-INTEREST.
044000     ADD AC-ACTUAL-ESCROW-AMT    TO WS-POSTED-ESCROW.
044010     ADD AC-ACTUAL-PMI-AMT       TO WS-POSTED-PMI.
044100 2040-EXIT.
044200     EXIT.
044300******************************************************************
055042 2130-EXIT.
055043     EXIT.
055050******************************************************************
055051*    2140-TALLY-RETURNED-ITEM                                    *
055052*    EVERY ITEM THE BANK RETURNED AND CHARGED BACK, WHETHER      *
055053*    COBNSFRV REVERSED IT OR SENT IT TO EXCEPTION.               *
055054******************************************************************
055055 2140-TALLY-RETURNED-ITEM.
055056     READ RETURNED-ITEM-FILE
055057         AT END
055058             SET WS-RTNI-AT-EOF TO TRUE
055059             GO TO 2140-EXIT
055060     END-READ.
055061     ADD RI-RETURN-AMT TO WS-RETURNED-TOTAL.
055062 2140-EXIT.
055063     EXIT.
055064******************************************************************
055065*    2150-TALLY-RETURNED-COLL                                    *
055066*    THE NEGATIVE PRINCIPAL, INTEREST, ESCROW AND PMI COBNSFRV   *
055067*    BACKED OUT OF THE LOANS.                                    *
055068******************************************************************
055069 2150-TALLY-RETURNED-COLL.
055070     READ RETURNED-COLLECTION-FILE
055071         AT END
055072             SET WS-RTNC-AT-EOF TO TRUE
055073             GO TO 2150-EXIT
055074     END-READ.
055075     ADD RC-ACTUAL-PRINCIPAL-AMT TO WS-RETURNED-PRINCIPAL.
055076     ADD RC-ACTUAL-INTEREST-AMT  TO WS-RETURNED-INTEREST.
055077     ADD RC-ACTUAL-ESCROW-AMT    TO WS-RETURNED-ESCROW.
055078     ADD RC-ACTUAL-PMI-AMT       TO WS-RETURNED-PMI.
055079 2150-EXIT.
055080     EXIT.
055081******************************************************************
055082*    2160-TALLY-RETURN-REPORT                                    *
055083*    THE LATE CHARGES RESTORED -- THE PART OF A RETURNED PAYMENT *
055084*    THE RTNCOLL FILE DOES NOT CARRY, THE SAME AS ACTCOLL -- COME*
055085*    OFF THE TOTAL LINE ON COBNSFRV'S REGISTER; DETAIL AND OTHER *
055086*    TOTAL LINES ARE PASSED OVER.                                *
055087******************************************************************
055088 2160-TALLY-RETURN-REPORT.
055089     READ RETURNED-ITEM-REPORT-FILE
055090         AT END
055091             SET WS-RTNR-AT-EOF TO TRUE
055092             GO TO 2160-EXIT
055093     END-READ.
055094     IF RR-TYPE-TOTAL
055095             AND RR-TOT-LABEL = 'LATE CHARGES RESTORED'
055096         MOVE RR-TOT-AMT TO WS-LATE-RESTORED-ITEM
055097         ADD WS-LATE-RESTORED-ITEM TO WS-LATE-RESTORED-TOTAL
055098     END-IF.
055099 2160-EXIT.
055100     EXIT.
055101******************************************************************
055102*    2170-TALLY-RETURN-EXC                                       *
055103*    RETURNED ITEMS COBNSFRV COULD NOT REVERSE.  THE CASH HAS    *
055104*    LEFT BUT NOTHING WAS BACKED OUT, SO THE ITEMS ARE CARRIED   *
055105*    AS APPLIED UNTIL THEY ARE WORKED BY HAND.                   *
055106******************************************************************
055107 2170-TALLY-RETURN-EXC.
055108     READ RETURNED-ITEM-EXCEPTION-FILE
055109         AT END
055110             SET WS-RTNX-AT-EOF TO TRUE
055111             GO TO 2170-EXIT
055112     END-READ.
055113     ADD RE-RETURN-AMT TO WS-RETURN-EXC-TOTAL.
055114 2170-EXIT.
055115     EXIT.
055116******************************************************************
055117*    2180-TALLY-SUSP-FORWARD                                     *
055118*    THE PAYMENTS AND SUSPENSE COBSUSP FORWARDED FOR LOANS       *
055119*    TRANSFERRED OUT, FROM THE TOTAL LINES ON ITS SUSPFWD        *
055120*    REPORT.                                                     *
055121******************************************************************
055122 2180-TALLY-SUSP-FORWARD.
055123     READ SUSP-FORWARD-FILE
055124         AT END
055125             SET WS-SFWD-AT-EOF TO TRUE
055126             GO TO 2180-EXIT
055127     END-READ.
055128     IF SF-TYPE-TOTAL
055129             AND (SF-TOT-LABEL = 'PAYMENTS FORWARDED'
055130               OR SF-TOT-LABEL = 'SUSPENSE FORWARDED')
055131         MOVE SF-TOT-AMOUNT TO WS-FORWARDED-ITEM
055132         ADD WS-FORWARDED-ITEM TO WS-FORWARDED-TOTAL
055133     END-IF.
055134 2180-EXIT.
055135     EXIT.
055136******************************************************************
055137*    2185-TALLY-POST-FORWARD                                     *
055138*    THE PAYMENTS COBPPOST FORWARDED, FROM ITS PPOSTFWD TOTAL.   *
055139******************************************************************
055140 2185-TALLY-POST-FORWARD.
055141     READ POST-FORWARD-FILE
055142         AT END
055143             SET WS-PFWD-AT-EOF TO TRUE
055144             GO TO 2185-EXIT
055145     END-READ.
055146     IF FW-TYPE-TOTAL
055147             AND FW-TOT-LABEL = 'PAYMENTS FORWARDED'
055148         MOVE FW-TOT-AMOUNT TO WS-FORWARDED-ITEM
055149         ADD WS-FORWARDED-ITEM TO WS-FORWARDED-TOTAL
055150     END-IF.
055151 2185-EXIT.
055152     EXIT.
055153******************************************************************
055154*    2190-TALLY-TRANSFER-DATA                                    *
055155*    UPB AND ESCROW OF THE LOANS COBSXFER TRANSFERRED OUT, WHICH *
055156*    ARE ON LAST CYCLE'S EXTRACT BUT NOT TONIGHT'S.              *
055157******************************************************************
055158 2190-TALLY-TRANSFER-DATA.
055159     READ TRANSFER-DATA-FILE
055160         AT END
055161             IF NOT WS-XFER-TRAILER-SEEN
055162                 DISPLAY 'COBRECON - XFERDATA TRAILER MISSING'
055163                 MOVE 12 TO RETURN-CODE
055164                 GO TO 9900-ABEND-TERMINATE
055165             END-IF
055166             SET WS-XFER-AT-EOF TO TRUE
055167             GO TO 2190-EXIT
055168     END-READ.
055169     IF XD-TYPE-TRAILER
055170         PERFORM 2195-VERIFY-XFER-TRAILER THRU 2195-EXIT
055171         SET WS-XFER-AT-EOF TO TRUE
055172         GO TO 2190-EXIT
055173     END-IF.
055174     IF XD-TYPE-LOAN
055175         ADD 1 TO WS-XFER-LOAN-COUNT
055176         ADD XD-CURRENT-UPB TO WS-XFER-UPB
055177         ADD XD-ESCROW-BALANCE TO WS-XFER-ESCROW
055178     END-IF.
055179 2190-EXIT.
055180     EXIT.
055181******************************************************************
055182*    2195-VERIFY-XFER-TRAILER                                    *
055183******************************************************************
055184 2195-VERIFY-XFER-TRAILER.
055185     SET WS-XFER-TRAILER-SEEN TO TRUE.
055186     IF XD-TRL-LOAN-COUNT NOT = WS-XFER-LOAN-COUNT
055187         OR XD-TRL-UPB-TOTAL NOT = WS-XFER-UPB
055188         DISPLAY 'COBRECON - TRANSFER DATA OUT OF BALANCE'
055189         DISPLAY 'COBRECON - TRAILER LOANS/READ:  '
055190                 XD-TRL-LOAN-COUNT ' / ' WS-XFER-LOAN-COUNT
055191         DISPLAY 'COBRECON - TRAILER UPB/READ:    '
055192                 XD-TRL-UPB-TOTAL ' / ' WS-XFER-UPB
055193         MOVE 12 TO RETURN-CODE
055194         GO TO 9900-ABEND-TERMINATE
055195     END-IF.
055196 2195-EXIT.
055197     EXIT.
055198******************************************************************
055199*    2200-READ-PRIOR-EXTRACT                                     *
055200*    WALKS LAST CYCLE'S EXTRACT, BALANCING IT AGAINST ITS OWN    *
055300*    TRAILER, TO ESTABLISH THE OPENING UPB AND ESCROW POSITION.  *
055400******************************************************************
065500******************************************************************
065600*    3100-LEG-CASH                                               *
065700*    EVERYTHING THAT CAME IN EQUALS EVERYTHING POSTED -- P&I,    *
065800*    ESCROW, PMI AND LATE CHARGES COLLECTED -- BOUNCED OR HELD.  *
065810*    THE ITEMS THE BANK RETURNED COME OFF WHAT CAME IN, AND WHAT *
065820*    COBNSFRV BACKED OUT OR SENT TO EXCEPTION COMES OFF WHAT WAS *
065840*    APPLIED. CASH FORWARDED FOR LOANS TRANSFERRED OUT COUNTS AS *
065860*    APPLIED AND IS SHOWN ON ITS OWN LINE.                       *
065900******************************************************************
066000 3100-LEG-CASH.
066100     COMPUTE WS-EXPECTED-AMT =
066200         WS-COLLECTED-TOTAL + WS-SUSP-OLD-TOTAL
066300         - WS-RETURNED-TOTAL.
066400     COMPUTE WS-ACTUAL-AMT =
066500         WS-POSTED-PRINCIPAL + WS-POSTED-INTEREST
066600         + WS-POSTED-ESCROW + WS-POSTED-PMI
066610         + WS-LATE-COLLECTED-TOTAL
066700         + WS-REJECTED-TOTAL + WS-SUSP-NEW-TOTAL
066705         + WS-FORWARDED-TOTAL
066710         + WS-RETURNED-PRINCIPAL + WS-RETURNED-INTEREST
066720         + WS-RETURNED-ESCROW + WS-RETURNED-PMI
066721         - WS-LATE-RESTORED-TOTAL
066730         - WS-RETURN-EXC-TOTAL.
066800     MOVE 'CASH COLLECTED VS APPLIED' TO TB-LEG-LABEL.
066900     PERFORM 3900-JUDGE-ONE-LEG THRU 3900-EXIT.
066910     MOVE SPACES TO TRIAL-BALANCE-REC.
066920     SET TB-TYPE-TERM TO TRUE.
066930     MOVE 'CASH FORWARDED' TO TB-TERM-LABEL.
066940     MOVE WS-FORWARDED-TOTAL TO TB-TERM-AMT.
066950     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
067000 3100-EXIT.
067100     EXIT.
067200******************************************************************
067300*    3200-LEG-UPB                                                *
067400*    OPENING UPB PLUS BOARDINGS LESS PRINCIPAL POSTED LESS       *
067500*    PRINCIPAL LIQUIDATED AT PAYOFF EQUALS CLOSING UPB --        *
067600*    LIQUIDATED LOANS DROP OFF THE CLOSING EXTRACT.  RETURNED   *
067630*    PRINCIPAL (NEGATIVE) GOES BACK ON. THE UPB OF LOANS         *
067660*    TRANSFERRED OUT TODAY COMES OFF, SHOWN ON ITS OWN LINE.     *
067700******************************************************************
067800 3200-LEG-UPB.
067900     COMPUTE WS-EXPECTED-AMT =
068000         WS-PRIOR-UPB + WS-BOARDED-UPB - WS-POSTED-PRINCIPAL
068030         - WS-SETTLED-PRINCIPAL - WS-RETURNED-PRINCIPAL
068060         - WS-XFER-UPB.
068100     MOVE WS-CURR-UPB TO WS-ACTUAL-AMT.
068200     MOVE 'UPB ROLLFORWARD' TO TB-LEG-LABEL.
068300     PERFORM 3900-JUDGE-ONE-LEG THRU 3900-EXIT.
068310     MOVE SPACES TO TRIAL-BALANCE-REC.
068320     SET TB-TYPE-TERM TO TRUE.
068330     MOVE 'UPB TRANSFERRED OUT' TO TB-TERM-LABEL.
068340     MOVE WS-XFER-UPB TO TB-TERM-AMT.
068350     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
068400 3200-EXIT.
068500     EXIT.
068600******************************************************************
068800*    WHAT WENT TO THE INVESTOR, PLUS THE FEES WE KEPT, PLUS THE  *
068900*    COLLECTED EXCESS SCHEDULED POOLS HOLD BACK (WHICH FUNDS     *
068910*    ADVANCE RECOVERY), EQUALS WHAT WAS COLLECTED -- POSTINGS    *
068920*    AND PAYOFF FINALS -- PLUS WHAT THE SERVICER ADVANCED, WITH *
068930*    THE RETURNED P&I COBREMIT NETTED (NEGATIVE) TAKEN OFF.      *
069000******************************************************************
069100 3300-LEG-REMITTANCE.
069200     COMPUTE WS-EXPECTED-AMT =
069500     COMPUTE WS-ACTUAL-AMT =
069600         WS-POSTED-PRINCIPAL + WS-POSTED-INTEREST
069610         + WS-SETTLED-PRINCIPAL + WS-SETTLED-INTEREST
069700         + WS-ADVANCED-TOTAL
069710         + WS-RETURNED-PRINCIPAL + WS-RETURNED-INTEREST.
069800     MOVE 'REMITTED PI VS COLLECTED' TO TB-LEG-LABEL.
069900     PERFORM 3900-JUDGE-ONE-LEG THRU 3900-EXIT.
070000 3300-EXIT.
070400*    OPENING ESCROW PLUS DEPOSITS PLUS THE DAY'S AUDITED         *
070410*    ONLINE ADJUSTMENTS LESS DISBURSEMENTS CONFIRMED             *
070500*    LESS PAYOFF REFUNDS EQUALS CLOSING ESCROW, SO ONLY          *
070510*    UNEXPLAINED MOVEMENT TRIPS THE LEG.  RETURNED ESCROW       *
070530*    (NEGATIVE) COMES BACK OFF WITH THE DEPOSITS. THE ESCROW OF  *
070550*    LOANS TRANSFERRED OUT TODAY COMES OFF, SHOWN ON ITS OWN     *
070570*    LINE.                                                       *
070600******************************************************************
070700 3400-LEG-ESCROW.
070800     COMPUTE WS-EXPECTED-AMT =
070900         WS-PRIOR-ESCROW + WS-POSTED-ESCROW
070910         + WS-ESCROW-ADJ-TOTAL + WS-RETURNED-ESCROW
070970         - WS-DISBURSED-TOTAL - WS-ESCROW-REFUNDED
071030         - WS-XFER-ESCROW.
071100     MOVE WS-CURR-ESCROW TO WS-ACTUAL-AMT.
071200     MOVE 'ESCROW ROLLFORWARD' TO TB-LEG-LABEL.
071300     PERFORM 3900-JUDGE-ONE-LEG THRU 3900-EXIT.
071310     MOVE SPACES TO TRIAL-BALANCE-REC.
071320     SET TB-TYPE-TERM TO TRUE.
071330     MOVE 'ESCROW TRANSFERRED OUT' TO TB-TERM-LABEL.
071340     MOVE WS-XFER-ESCROW TO TB-TERM-AMT.
071350     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
071400 3400-EXIT.
071500     EXIT.
071600******************************************************************
078100     DISPLAY 'COBRECON - CASH POSTED P/I/E:'
078200             WS-POSTED-PRINCIPAL ' ' WS-POSTED-INTEREST ' '
078300             WS-POSTED-ESCROW.
078301     DISPLAY 'COBRECON - CASH POSTED PMI:  ' WS-POSTED-PMI.
078310     DISPLAY 'COBRECON - RETURNED ITEMS:   ' WS-RETURNED-TOTAL.
078330     DISPLAY 'COBRECON - CASH FORWARDED:   ' WS-FORWARDED-TOTAL.
078350     DISPLAY 'COBRECON - LOANS XFERRED OUT:' WS-XFER-LOAN-COUNT
078370             ' ' WS-XFER-UPB ' ' WS-XFER-ESCROW.
078400     DISPLAY 'COBRECON - LEGS OUT OF BALANCE: ' WS-OUT-COUNT.
078500     IF WS-CYCLE-OUT-OF-BALANCE
078600         DISPLAY 'COBRECON - CYCLE OUT OF BALANCE, HOLDING '
081000     CLOSE SETTLEMENT-REPORT-FILE.
081010     CLOSE LATE-CHARGE-REPORT-FILE.
081020     CLOSE LOAN-AUDIT-FILE.
081030     CLOSE RETURNED-ITEM-FILE.
081040     CLOSE RETURNED-COLLECTION-FILE.
081050     CLOSE RETURNED-ITEM-REPORT-FILE.
081060     CLOSE RETURNED-ITEM-EXCEPTION-FILE.
081070     CLOSE SUSP-FORWARD-FILE.
081080     CLOSE POST-FORWARD-FILE.
081090     CLOSE TRANSFER-DATA-FILE.
081100     CLOSE PRIOR-EXTRACT-FILE.
081200     CLOSE LOAN-EXTRACT-FILE.
081300     CLOSE TRIAL-BALANCE-FILE.
