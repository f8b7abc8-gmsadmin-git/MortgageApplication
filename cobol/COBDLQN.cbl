003240*                 CUT AND STAMPED HERE, SO THE REFERRAL PROOF    *
003250*                 ALWAYS EXISTS.  BALANCES THE EXTRACT           *
003400*                 AGAINST ITS CONTROL-TOTAL TRAILER LIKE EVERY   *
003410*                 OTHER READER.  EACH LETTER IS ADDRESSED TO THE *
003420*                 BORROWER'S MAILING ADDRESS ON                  *
003430*                 SYSMTG.BORROWER_CONTACT, OR THE PROPERTY       *
003440*                 ADDRESS WHEN THE LOAN HAS NO CONTACT ROW; A    *
003450*                 LETTER FOR A LOAN WHOSE MAIL IS COMING BACK    *
003460*                 RETURNED IS HELD ON THE RETURNED-MAIL          *
003470*                 EXCEPTION LIST AND NOT STAMPED, SO IT GOES     *
003480*                 OUT ONCE THE ADDRESS IS CORRECTED.  FOLLOWS    *
003490*                 THE SQLCA/EXEC SQL STYLE ESTABLISHED BY        *
003500*                 COBDDB2.                                       *
003510*                 THE HISTORY OF A LOAN THAT HAS LEFT THE        *
003520*                 EXTRACT (PAID OFF, TRANSFERRED) IS SET ASIDE   *
003530*                 ON THE RETIRED NOTICE HISTORY FILE, WHERE THE  *
003540*                 MONTHLY ARCHIVE AND PURGE, COBARCH, PICKS IT   *
003550*                 UP ONCE THE LOAN ITSELF IS ARCHIVED.           *
003560*                 A LOAN UNDER AN ACTIVE BANKRUPTCY CASE ON      *
003570*                 SYSMTG.BANKRUPTCY_CASE GETS NO LETTER WHILE    *
003580*                 THE AUTOMATIC STAY IS IN FORCE; THE LETTERS    *
003590*                 IT MISSED ARE LEFT UNSTAMPED, SO ITS LETTER    *
003600*                 CLOCK PICKS UP AGAIN ONCE THE CASE IS          *
003610*                 DISCHARGED OR DISMISSED.                       *
003700*                                                                *
003800*    MODIFICATION HISTORY                                       *
003900*    DATE       INIT  DESCRIPTION                                *
004000*    -------    ----  ------------------------------------------ *
004100*    2026-09-02 GMS   ORIGINAL PROGRAM                           *
004102*    2026-10-15 GMS   ADDRESS EACH LETTER TO THE BORROWER        *
004104*                     MAILING ADDRESS ON THE NEW                 *
004106*                     BORROWER_CONTACT TABLE, FALLING BACK TO    *
004108*                     THE PROPERTY ADDRESS ON THE LOAN MASTER.   *
004110*                     A LETTER FOR A LOAN FLAGGED RETURNED MAIL  *
004112*                     IS WRITTEN TO THE NEW DLQNMEXC EXCEPTION   *
004114*                     FILE INSTEAD OF THE PRINT FILE AND ITS     *
004116*                     DATE IS LEFT UNSTAMPED ON THE HISTORY.     *
004118*    2026-10-15 GMS   THE MONTHLY PAYMENT QUOTED ON A LETTER NOW *
004120*                     INCLUDES THE PMI MONTHLY PREMIUM.          *
004122*    2026-10-15 GMS   LETTERS ARE DATED, AND STAMPED ON THE      *
004124*                     HISTORY, WITH THE MAIL DATE: THE RUN DATE, *
004126*                     OR THE NEXT BUSINESS DAY WHEN THE CYCLE    *
004128*                     RUNS ON A WEEKEND OR HOLIDAY, PER THE      *
004130*                     COMMON DATE SERVICE COBDATE.               *
004132*    2026-10-15 GMS   AN ORPHAN HISTORY RECORD IS WRITTEN TO THE *
004134*                     NEW NOTHRET RETIRED HISTORY FILE INSTEAD   *
004136*                     OF BEING DROPPED, SO THE NOTICE HISTORY OF *
004138*                     A PAID-OFF LOAN SURVIVES UNTIL COBARCH     *
004140*                     ARCHIVES IT WITH THE LOAN.                 *
004142*    2026-10-15 GMS   NO LETTER IS SENT TO A LOAN WITH AN ACTIVE *
004144*                     CASE ON THE NEW BANKRUPTCY_CASE TABLE,     *
004146*                     INCLUDING THE DEMAND LETTER FOR A LOAN IN  *
004148*                     FORECLOSURE; COUNTED SEPARATELY FROM THE   *
004150*                     WORKOUT PLAN SUPPRESSIONS.                 *
004200*                                                                *
004300******************************************************************
004400 ENVIRONMENT DIVISION.
005600     SELECT NOTICE-FILE ASSIGN TO NOTICEF
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-NOTICEF-FILE-STATUS.
005810     SELECT MAIL-EXCEPTION-FILE ASSIGN TO DLQNMEXC
005820         ORGANIZATION IS SEQUENTIAL
005830         FILE STATUS IS WS-DLQNMEXC-FILE-STATUS.
005840     SELECT RETIRED-HISTORY-FILE ASSIGN TO NOTHRET
005850         ORGANIZATION IS SEQUENTIAL
005860         FILE STATUS IS WS-NOTHRET-FILE-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  LOAN-EXTRACT-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900     COPY DLQNOTIC.
007905 FD  MAIL-EXCEPTION-FILE
007910     RECORDING MODE IS F
007915     LABEL RECORDS ARE STANDARD.
007920     COPY MAILEXC.
007925 FD  RETIRED-HISTORY-FILE
007930     RECORDING MODE IS F
007935     LABEL RECORDS ARE STANDARD.
007940     COPY NOTHIST REPLACING
007945         ==NOTICE-HISTORY-REC== BY ==RETIRED-HISTORY-REC==
007950         LEADING ==NH-== BY ==NR-==.
008000 WORKING-STORAGE SECTION.
008100******************************************************************
008200*    FILE CONTROL AND COUNTERS                                   *
008700     88  WS-HIST-AT-EOF                              VALUE 'Y'.
008800 01  WS-PLAN-SWITCH                  PIC X(01)       VALUE 'N'.
008900     88  WS-PLAN-ACTIVE                              VALUE 'Y'.
008910 01  WS-MAIL-RETURNED-SWITCH         PIC X(01)       VALUE 'N'.
008920     88  WS-MAIL-RETURNED                            VALUE 'Y'.
008930 01  WS-STAY-SWITCH                  PIC X(01)       VALUE 'N'.
008940     88  WS-STAY-ACTIVE                              VALUE 'Y'.
009000 01  WS-LOAN-COUNT                PIC S9(07) COMP-3 VALUE 0.
009100 01  WS-OLD-HIST-COUNT            PIC S9(07) COMP-3 VALUE 0.
009200 01  WS-NEW-HIST-COUNT            PIC S9(07) COMP-3 VALUE 0.
009300 01  WS-NOTICE-COUNT              PIC S9(07) COMP-3 VALUE 0.
009400 01  WS-SUPPRESSED-COUNT          PIC S9(07) COMP-3 VALUE 0.
009500 01  WS-ORPHAN-COUNT              PIC S9(07) COMP-3 VALUE 0.
009510 01  WS-MAIL-HELD-COUNT           PIC S9(07) COMP-3 VALUE 0.
009520 01  WS-STAY-SUPPRESSED-COUNT     PIC S9(07) COMP-3 VALUE 0.
009600 01  WS-LOANEXT-FILE-STATUS       PIC X(02)       VALUE '00'.
009700 01  WS-NOTHISTI-FILE-STATUS      PIC X(02)       VALUE '00'.
009800 01  WS-NOTHISTO-FILE-STATUS      PIC X(02)       VALUE '00'.
009900 01  WS-NOTICEF-FILE-STATUS       PIC X(02)       VALUE '00'.
009910 01  WS-DLQNMEXC-FILE-STATUS      PIC X(02)       VALUE '00'.
009920 01  WS-NOTHRET-FILE-STATUS       PIC X(02)       VALUE '00'.
010000 01  WS-RUN-DATE                     PIC X(08)       VALUE SPACES.
010010 01  WS-MAIL-DATE                    PIC X(08)       VALUE SPACES.
010020******************************************************************
010030*    CALL AREA FOR THE COMMON BUSINESS-DAY DATE SERVICE, COBDATE *
010040******************************************************************
010050     COPY DATESVC.
010100******************************************************************
010200*    EXTRACT CONTROL-TOTAL BALANCING AREAS                       *
010300******************************************************************
011000*    EACH INPUT'S CURRENT LOAN NUMBER, SET TO HIGH-VALUES AT     *
011100*    END OF FILE.  THE EXTRACT DRIVES; AN OLD HISTORY RECORD     *
011200*    WITH NO EXTRACT LOAN LEFT (PAID OFF, TRANSFERRED) IS AN     *
011210*    ORPHAN AND IS SET ASIDE ON THE RETIRED HISTORY FILE WITH A  *
011220*    COUNT.                                                      *
011400******************************************************************
011500 01  WS-EXTRACT-LOAN                 PIC X(10)       VALUE SPACES.
011600 01  WS-HIST-LOAN                    PIC X(10)       VALUE SPACES.
012800*    DB2 HOST VARIABLE RECORD FOR THE WORKOUT-PLAN TABLE         *
012900******************************************************************
013000     COPY WKPLNREC.
013005******************************************************************
013010*    DB2 HOST VARIABLE RECORD FOR THE BANKRUPTCY-CASE TABLE      *
013015******************************************************************
013020     COPY BKCASREC.
013025******************************************************************
013030*    DB2 HOST VARIABLE RECORD FOR THE BORROWER-CONTACT TABLE     *
013035******************************************************************
013040     COPY BCONTREC.
013045******************************************************************
013050*    DB2 HOST VARIABLE RECORD FOR THE LOAN-MASTER TABLE          *
013055******************************************************************
013060     COPY LOANREC.
013100*    INCLUDING SQLCA COPYBOOK FOR SQLCODE AND THE REST OF THE
013200*    DB2 COMMUNICATIONS AREA.
013300     EXEC SQL
015100 1000-INITIALIZE.
015200     DISPLAY 'COBDLQN - COLLECTION NOTICE GENERATION STARTING'.
015300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015310     PERFORM 1050-SET-MAIL-DATE THRU 1050-EXIT.
015400     OPEN INPUT LOAN-EXTRACT-FILE.
015500     IF WS-LOANEXT-FILE-STATUS NOT = '00'
015600         DISPLAY 'COBDLQN - EXTRACT FILE OPEN FAILED, STATUS = '
017900         MOVE 16 TO RETURN-CODE
018000         GO TO 9900-ABEND-TERMINATE
018100     END-IF.
018105     OPEN OUTPUT MAIL-EXCEPTION-FILE.
018110     IF WS-DLQNMEXC-FILE-STATUS NOT = '00'
018115         DISPLAY 'COBDLQN - MAIL EXC OPEN FAILED, STATUS = '
018120                 WS-DLQNMEXC-FILE-STATUS
018125         MOVE 16 TO RETURN-CODE
018130         GO TO 9900-ABEND-TERMINATE
018135     END-IF.
018140     OPEN OUTPUT RETIRED-HISTORY-FILE.
018145     IF WS-NOTHRET-FILE-STATUS NOT = '00'
018150         DISPLAY 'COBDLQN - RETIRED HIST OPEN FAILED, STATUS = '
018155                 WS-NOTHRET-FILE-STATUS
018160         MOVE 16 TO RETURN-CODE
018165         GO TO 9900-ABEND-TERMINATE
018170     END-IF.
018200 1000-EXIT.
018202     EXIT.
018204******************************************************************
018206*    1050-SET-MAIL-DATE                                          *
018208*    LETTERS GO TO THE MAIL ROOM ON A BUSINESS DAY.  WHEN THE    *
018210*    CYCLE RUNS ON A WEEKEND OR HOLIDAY THEY ARE DATED, AND THE  *
018212*    LETTER CLOCK STAMPED, WITH THE NEXT BUSINESS DAY.           *
018214******************************************************************
018216 1050-SET-MAIL-DATE.
018218     MOVE WS-RUN-DATE TO WS-MAIL-DATE.
018220     SET DS-FUNC-IS-BUSINESS-DAY TO TRUE.
018222     MOVE WS-RUN-DATE TO DS-INPUT-DATE.
018224     CALL 'COBDATE' USING DATE-SERVICE-AREA.
018226     IF NOT DS-RESULT-OK
018228         GO TO 1050-DATE-FAILED
018230     END-IF.
018232     IF DS-BUSINESS-DAY
018234         GO TO 1050-EXIT
018236     END-IF.
018238     SET DS-FUNC-NEXT-BUSINESS-DAY TO TRUE.
018240     CALL 'COBDATE' USING DATE-SERVICE-AREA.
018242     IF DS-RESULT-OK
018244         MOVE DS-RESULT-DATE TO WS-MAIL-DATE
018246         DISPLAY 'COBDLQN - NON-BUSINESS DAY, LETTERS DATED '
018248                 WS-MAIL-DATE
018250         GO TO 1050-EXIT
018252     END-IF.
018254 1050-DATE-FAILED.
018256     DISPLAY 'COBDLQN - COBDATE FAILED, RETURN CODE = '
018258             DS-RETURN-CODE ' DATE ' WS-RUN-DATE.
018260     MOVE 16 TO RETURN-CODE.
018262     GO TO 9900-ABEND-TERMINATE.
018264 1050-EXIT.
018300     EXIT.
018400******************************************************************
018500*    2000-READ-EXTRACT                                           *
025100******************************************************************
025200*    3000-PROCESS-ONE-LOAN                                       *
025300*    ONE PASS OF THE MERGE.  AN ORPHAN HISTORY RECORD (NO LOAN   *
025400*    LEFT ON THE EXTRACT) IS RETIRED; OTHERWISE THE EXTRACT LOAN *
025500*    IS WORKED WITH WHATEVER HISTORY IT BROUGHT ALONG.           *
025600******************************************************************
025700 3000-PROCESS-ONE-LOAN.
025900         DISPLAY 'COBDLQN - HISTORY HAS NO EXTRACT LOAN '
026000                 WS-HIST-LOAN
026100         ADD 1 TO WS-ORPHAN-COUNT
026110         PERFORM 3700-WRITE-RETIRED-HISTORY THRU 3700-EXIT
026200         PERFORM 2100-READ-OLD-HISTORY THRU 2100-EXIT
026300         GO TO 3000-EXIT
026400     END-IF.
027300*    3100-WORK-EXTRACT-LOAN                                      *
027400*    ESTABLISHES THE EPISODE AND THE LETTERS ALREADY SENT,       *
027500*    DECIDES WHAT (IF ANYTHING) GOES OUT TONIGHT, AND CARRIES    *
027510*    OR DROPS THE HISTORY.  A WORKOUT PLAN OR THE BANKRUPTCY     *
027520*    STAY SUPPRESSES TONIGHT'S LETTERS WITHOUT STAMPING THEM.    *
027700******************************************************************
027800 3100-WORK-EXTRACT-LOAN.
027900     EVALUATE LX-DELINQUENCY-STATUS
029600     END-IF.
029700     PERFORM 3200-BRING-FORWARD THRU 3200-EXIT.
029800     PERFORM 3300-CHECK-ACTIVE-PLAN THRU 3300-EXIT.
029810     PERFORM 3320-CHECK-BANKRUPTCY THRU 3320-EXIT.
029820     EVALUATE TRUE
029830         WHEN WS-PLAN-ACTIVE
029840             ADD 1 TO WS-SUPPRESSED-COUNT
029850         WHEN WS-STAY-ACTIVE
029860             ADD 1 TO WS-STAY-SUPPRESSED-COUNT
029870         WHEN OTHER
029880             PERFORM 3400-SEND-DUE-LETTERS THRU 3400-EXIT
029890     END-EVALUATE.
030400     PERFORM 3600-WRITE-NEW-HISTORY THRU 3600-EXIT.
030500 3100-EXIT.
030600     EXIT.
030621 3150-WORK-FORECLOSURE.
030622     PERFORM 3200-BRING-FORWARD THRU 3200-EXIT.
030623     IF WS-DEMAND-DATE = SPACES
030625         PERFORM 3160-CUT-DEMAND-LETTER THRU 3160-EXIT
030633     END-IF.
030634     PERFORM 3600-WRITE-NEW-HISTORY THRU 3600-EXIT.
030635 3150-EXIT.
030636     EXIT.
030638******************************************************************
030640*    3160-CUT-DEMAND-LETTER                                      *
030642*    THE LATE BREACH/DEMAND LETTER FOR A LOAN IN FORECLOSURE.    *
030644*    ONE HELD BACK BY AN ACTIVE BANKRUPTCY STAY IS NOT CUT, AND  *
030646*    ONE HELD FOR RETURNED MAIL IS NOT STAMPED, SO EITHER IS     *
030648*    CUT AGAIN ONCE THE CASE IS DISCHARGED OR DISMISSED OR THE   *
030650*    ADDRESS IS CORRECTED.                                       *
030652******************************************************************
030654 3160-CUT-DEMAND-LETTER.
030656     PERFORM 3320-CHECK-BANKRUPTCY THRU 3320-EXIT.
030658     IF WS-STAY-ACTIVE
030660         ADD 1 TO WS-STAY-SUPPRESSED-COUNT
030662         GO TO 3160-EXIT
030664     END-IF.
030666     MOVE 3 TO WS-MONTHS-DELINQUENT.
030668     COMPUTE WS-MONTHLY-PAYMENT =
030670         LX-SCHEDULED-PI-AMT + LX-ESCROW-MONTHLY-AMT
030672         + LX-PMI-MONTHLY-AMT.
030674     COMPUTE WS-TOTAL-DUE =
030676         WS-MONTHLY-PAYMENT * WS-MONTHS-DELINQUENT
030678         + LX-LATE-CHARGE-BALANCE.
030680     MOVE '3' TO DN-NOTICE-TYPE.
030682     PERFORM 3450-GET-MAILING-ADDRESS THRU 3450-EXIT.
030684     PERFORM 3500-WRITE-NOTICE THRU 3500-EXIT.
030686     IF NOT WS-MAIL-RETURNED
030688         MOVE WS-MAIL-DATE TO WS-DEMAND-DATE
030690     END-IF.
030692 3160-EXIT.
030694     EXIT.
030700******************************************************************
030800*    3200-BRING-FORWARD                                          *
030900*    STARTS FROM THE LOAN'S OLD HISTORY WHEN IT BELONGS TO THE   *
035500 3300-EXIT.
035600     EXIT.
035700******************************************************************
035702*    3320-CHECK-BANKRUPTCY                                       *
035704*    NO COLLECTION LETTER GOES TO A LOAN WHILE ITS BANKRUPTCY    *
035706*    CASE IS ACTIVE -- THE AUTOMATIC STAY BARS IT.  ONCE THE     *
035708*    CASE IS DISCHARGED OR DISMISSED THE LETTERS RESUME.         *
035710******************************************************************
035712 3320-CHECK-BANKRUPTCY.
035714     MOVE 'N' TO WS-STAY-SWITCH.
035716     MOVE LX-LOAN-NUMBER TO BK-LOAN-NUMBER.
035718     EXEC SQL
035720          SELECT CASE_STATUS
035722            INTO :BK-CASE-STATUS
035724            FROM SYSMTG.BANKRUPTCY_CASE
035726           WHERE LOAN_NUMBER = :BK-LOAN-NUMBER
035728             AND CASE_STATUS = 'A'
035730     END-EXEC.
035732     IF SQLCODE = ZERO
035734         SET WS-STAY-ACTIVE TO TRUE
035736         GO TO 3320-EXIT
035738     END-IF.
035740     IF SQLCODE NOT = 100
035742         DISPLAY 'COBDLQN - BANKRUPTCY SELECT FAILED, SQLCODE = '
035744                 SQLCODE ' LOAN ' LX-LOAN-NUMBER
035746         MOVE 16 TO RETURN-CODE
035748         GO TO 9900-ABEND-TERMINATE
035750     END-IF.
035752 3320-EXIT.
035754     EXIT.
035756******************************************************************
035800*    3400-SEND-DUE-LETTERS                                       *
035900*    SENDS EVERY LETTER THE LOAN'S BUCKET CALLS FOR THAT HAS     *
036000*    NOT YET GONE OUT THIS EPISODE, STAMPING EACH DATE, SO A     *
036100*    LOAN THAT JUMPED A BUCKET STILL GETS THE EARLIER LETTERS    *
036110*    AND NO LETTER EVER REPEATS.  A LETTER HELD FOR RETURNED     *
036120*    MAIL IS NOT STAMPED, SO IT GOES OUT ONCE THE ADDRESS IS     *
036130*    CORRECTED.                                                  *
036300******************************************************************
036400 3400-SEND-DUE-LETTERS.
036500     COMPUTE WS-MONTHLY-PAYMENT =
036510         LX-SCHEDULED-PI-AMT + LX-ESCROW-MONTHLY-AMT
036520             + LX-PMI-MONTHLY-AMT.
036700     COMPUTE WS-TOTAL-DUE =
036800         WS-MONTHLY-PAYMENT * WS-MONTHS-DELINQUENT
036900         + LX-LATE-CHARGE-BALANCE.
036910     PERFORM 3450-GET-MAILING-ADDRESS THRU 3450-EXIT.
037000     IF WS-REMINDER-DATE = SPACES
037100         MOVE '1' TO DN-NOTICE-TYPE
037200         PERFORM 3500-WRITE-NOTICE THRU 3500-EXIT
037210         IF NOT WS-MAIL-RETURNED
037220             MOVE WS-MAIL-DATE TO WS-REMINDER-DATE
037230         END-IF
037400     END-IF.
037500     IF WS-MONTHS-DELINQUENT > 1
037600             AND WS-LATE-NOTICE-DATE = SPACES
037700         MOVE '2' TO DN-NOTICE-TYPE
037800         PERFORM 3500-WRITE-NOTICE THRU 3500-EXIT
037810         IF NOT WS-MAIL-RETURNED
037820             MOVE WS-MAIL-DATE TO WS-LATE-NOTICE-DATE
037830         END-IF
038000     END-IF.
038100     IF WS-MONTHS-DELINQUENT > 2
038200             AND WS-DEMAND-DATE = SPACES
038300         MOVE '3' TO DN-NOTICE-TYPE
038400         PERFORM 3500-WRITE-NOTICE THRU 3500-EXIT
038410         IF NOT WS-MAIL-RETURNED
038420             MOVE WS-MAIL-DATE TO WS-DEMAND-DATE
038430         END-IF
038600     END-IF.
038700 3400-EXIT.
038800     EXIT.
038900******************************************************************
038901*    3450-GET-MAILING-ADDRESS                                    *
038902*    PICKS UP THE BORROWER'S MAILING ADDRESS AND RETURNED-MAIL   *
038903*    FLAG FROM SYSMTG.BORROWER_CONTACT.  A LOAN WITH NO CONTACT  *
038904*    ROW IS MAILED AT THE PROPERTY ADDRESS ON THE LOAN MASTER,   *
038905*    THE ONLY ADDRESS THE SYSTEM CARRIED BEFORE THE CONTACT      *
038906*    TABLE.                                                      *
038907******************************************************************
038908 3450-GET-MAILING-ADDRESS.
038909     MOVE 'N' TO WS-MAIL-RETURNED-SWITCH.
038910     MOVE LX-LOAN-NUMBER TO BC-LOAN-NUMBER.
038911     EXEC SQL
038912          SELECT MAIL_LINE_1, MAIL_LINE_2, MAIL_CITY,
038913                 MAIL_STATE, MAIL_ZIP, RETURNED_MAIL_FLAG,
038914                 RETURNED_MAIL_DATE
038915            INTO :BC-MAIL-LINE-1, :BC-MAIL-LINE-2,
038916                 :BC-MAIL-CITY, :BC-MAIL-STATE, :BC-MAIL-ZIP,
038917                 :BC-RETURNED-MAIL-FLAG, :BC-RETURNED-MAIL-DATE
038918            FROM SYSMTG.BORROWER_CONTACT
038919           WHERE LOAN_NUMBER = :BC-LOAN-NUMBER
038920     END-EXEC.
038921     IF SQLCODE = ZERO
038922         IF BC-MAIL-RETURNED
038923             SET WS-MAIL-RETURNED TO TRUE
038924         END-IF
038925         GO TO 3450-EXIT
038926     END-IF.
038927     IF SQLCODE NOT = 100
038928         DISPLAY 'COBDLQN - CONTACT SELECT FAILED, SQLCODE = '
038929                 SQLCODE ' LOAN ' BC-LOAN-NUMBER
038930         MOVE 16 TO RETURN-CODE
038931         GO TO 9900-ABEND-TERMINATE
038932     END-IF.
038933     MOVE SPACES TO BC-MAIL-LINE-2 BC-MAIL-CITY BC-MAIL-STATE
038934                    BC-MAIL-ZIP BC-RETURNED-MAIL-DATE.
038935     SET BC-MAIL-DELIVERABLE TO TRUE.
038936     MOVE LX-LOAN-NUMBER TO LM-LOAN-NUMBER.
038937     EXEC SQL
038938          SELECT PROPERTY_ADDRESS
038939            INTO :LM-PROPERTY-ADDRESS
038940            FROM SYSMTG.LOAN_MASTER
038941           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
038942     END-EXEC.
038943     IF SQLCODE NOT = ZERO
038944         DISPLAY 'COBDLQN - MASTER SELECT FAILED, SQLCODE = '
038945                 SQLCODE ' LOAN ' LM-LOAN-NUMBER
038946         MOVE 16 TO RETURN-CODE
038947         GO TO 9900-ABEND-TERMINATE
038948     END-IF.
038949     MOVE LM-PROPERTY-ADDRESS TO BC-MAIL-LINE-1.
038950 3450-EXIT.
038951     EXIT.
038952******************************************************************
039000*    3500-WRITE-NOTICE                                           *
039100*    THE CALLER HAS SET DN-NOTICE-TYPE; EVERYTHING ELSE COMES    *
039110*    FROM THE EXTRACT AND THE WORK AREAS.  A LOAN FLAGGED        *
039120*    RETURNED MAIL GETS AN EXCEPTION RECORD INSTEAD.             *
039300******************************************************************
039400 3500-WRITE-NOTICE.
039410     IF WS-MAIL-RETURNED
039420         PERFORM 3550-WRITE-MAIL-EXCEPTION THRU 3550-EXIT
039430         GO TO 3500-EXIT
039440     END-IF.
039500     MOVE LX-LOAN-NUMBER         TO DN-LOAN-NUMBER.
039600     MOVE LX-BORROWER-NAME       TO DN-BORROWER-NAME.
039700     MOVE WS-MAIL-DATE           TO DN-NOTICE-DATE.
039800     MOVE LX-NEXT-DUE-DATE       TO DN-NEXT-DUE-DATE.
039900     MOVE WS-MONTHS-DELINQUENT   TO DN-MONTHS-DELINQUENT.
040000     MOVE WS-MONTHLY-PAYMENT     TO DN-MONTHLY-PAYMENT.
040100     MOVE WS-TOTAL-DUE           TO DN-TOTAL-DUE.
040200     MOVE LX-LATE-CHARGE-BALANCE TO DN-LATE-CHARGE-BALANCE.
040210     MOVE BC-MAIL-LINE-1         TO DN-MAIL-LINE-1.
040220     MOVE BC-MAIL-LINE-2         TO DN-MAIL-LINE-2.
040230     MOVE BC-MAIL-CITY           TO DN-MAIL-CITY.
040240     MOVE BC-MAIL-STATE          TO DN-MAIL-STATE.
040250     MOVE BC-MAIL-ZIP            TO DN-MAIL-ZIP.
040300     MOVE SPACES                 TO DN-FILLER.
040400     WRITE DELINQUENCY-NOTICE-REC.
040500     IF WS-NOTICEF-FILE-STATUS NOT = '00'
041000     END-IF.
041100     ADD 1 TO WS-NOTICE-COUNT.
041200 3500-EXIT.
041202     EXIT.
041204******************************************************************
041206*    3550-WRITE-MAIL-EXCEPTION                                   *
041208*    HOLDS THE LETTER BACK FROM THE PRINT VENDOR AND LISTS THE   *
041210*    LOAN FOR THE CORRESPONDENCE UNIT TO SKIP-TRACE.             *
041212******************************************************************
041214 3550-WRITE-MAIL-EXCEPTION.
041216     MOVE SPACES TO MAIL-EXCEPTION-REC.
041218     MOVE 'COBDLQN'              TO MX-PROGRAM-ID.
041220     EVALUATE TRUE
041222         WHEN DN-TYPE-REMINDER
041224             MOVE 'PAYMENT REMINDER'     TO MX-DOCUMENT-TYPE
041226         WHEN DN-TYPE-LATE-NOTICE
041228             MOVE 'LATE NOTICE'          TO MX-DOCUMENT-TYPE
041230         WHEN OTHER
041232             MOVE 'BREACH/DEMAND LETTER' TO MX-DOCUMENT-TYPE
041234     END-EVALUATE.
041236     MOVE LX-LOAN-NUMBER         TO MX-LOAN-NUMBER.
041238     MOVE LX-BORROWER-NAME       TO MX-BORROWER-NAME.
041240     MOVE WS-RUN-DATE            TO MX-RUN-DATE.
041242     MOVE BC-RETURNED-MAIL-DATE  TO MX-RETURNED-MAIL-DATE.
041244     MOVE BC-MAIL-LINE-1         TO MX-MAIL-LINE-1.
041246     WRITE MAIL-EXCEPTION-REC.
041248     IF WS-DLQNMEXC-FILE-STATUS NOT = '00'
041250         DISPLAY 'COBDLQN - MAIL EXC WRITE FAILED, STATUS = '
041252                 WS-DLQNMEXC-FILE-STATUS
041254         MOVE 16 TO RETURN-CODE
041256         GO TO 9900-ABEND-TERMINATE
041258     END-IF.
041260     ADD 1 TO WS-MAIL-HELD-COUNT.
041262 3550-EXIT.
041300     EXIT.
041400******************************************************************
041500*    3600-WRITE-NEW-HISTORY                                      *
043200 3600-EXIT.
043300     EXIT.
043400******************************************************************
043405*    3700-WRITE-RETIRED-HISTORY                                  *
043410*    THE ORPHAN RECORD GOES OUT AS IT STANDS, WITH ITS LETTER    *
043415*    DATES, FOR COBARCH TO ARCHIVE WITH THE LOAN.                *
043420******************************************************************
043425 3700-WRITE-RETIRED-HISTORY.
043430     MOVE NOTICE-HISTORY-REC TO RETIRED-HISTORY-REC.
043435     WRITE RETIRED-HISTORY-REC.
043440     IF WS-NOTHRET-FILE-STATUS NOT = '00'
043445         DISPLAY 'COBDLQN - RETIRED HIST WRITE FAILED, STATUS = '
043450                 WS-NOTHRET-FILE-STATUS
043455         MOVE 16 TO RETURN-CODE
043460         GO TO 9900-ABEND-TERMINATE
043465     END-IF.
043470 3700-EXIT.
043475     EXIT.
043480******************************************************************
043500*    9000-NORMAL-TERMINATE                                       *
043600******************************************************************
043700 9000-NORMAL-TERMINATE.
043900     CLOSE OLD-HISTORY-FILE.
044000     CLOSE NEW-HISTORY-FILE.
044100     CLOSE NOTICE-FILE.
044110     CLOSE MAIL-EXCEPTION-FILE.
044120     CLOSE RETIRED-HISTORY-FILE.
044200     DISPLAY 'COBDLQN - LOANS READ:           ' WS-LOAN-COUNT.
044300     DISPLAY 'COBDLQN - OLD HISTORY RECORDS:  '
044400             WS-OLD-HIST-COUNT.
044700     DISPLAY 'COBDLQN - NOTICES WRITTEN:      ' WS-NOTICE-COUNT.
044800     DISPLAY 'COBDLQN - SUPPRESSED BY PLAN:   '
044900             WS-SUPPRESSED-COUNT.
044910     DISPLAY 'COBDLQN - SUPPRESSED BY STAY:   '
044920             WS-STAY-SUPPRESSED-COUNT.
044930     DISPLAY 'COBDLQN - HELD, RETURNED MAIL:  '
044940             WS-MAIL-HELD-COUNT.
045000     DISPLAY 'COBDLQN - ORPHAN HISTORY:       ' WS-ORPHAN-COUNT.
045100     DISPLAY 'COBDLQN - UPB HASH TOTAL:    ' WS-UPB-HASH.
045200     DISPLAY 'COBDLQN - ESCROW HASH TOTAL: ' WS-ESCROW-HASH.
046500     CLOSE OLD-HISTORY-FILE.
046600     CLOSE NEW-HISTORY-FILE.
046700     CLOSE NOTICE-FILE.
046710     CLOSE MAIL-EXCEPTION-FILE.
046720     CLOSE RETIRED-HISTORY-FILE.
046800     DISPLAY 'COBDLQN - ABENDING, RETURN CODE = ' RETURN-CODE.
046900     GOBACK.
047000******************************************************************
