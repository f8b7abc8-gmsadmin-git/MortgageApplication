000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBBCON.
000300 AUTHOR.        G SADLER.
000400 INSTALLATION.  MORTGAGE SERVICING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     COBBCON                                       *
001000*    DESCRIPTION: ONLINE CICS TRANSACTION (TRANID BCON) FOR      *
001100*                 FRONT-LINE SERVICING REPS TO MAINTAIN THE      *
001200*                 BORROWER'S MAILING ADDRESS, PHONE NUMBER, EMAIL*
001300*                 ADDRESS AND RETURNED-MAIL FLAG ON              *
001400*                 SYSMTG.BORROWER_CONTACT.  LOOKS UP THE LOAN ON *
001500*                 SYSMTG.LOAN_MASTER BY LOAN NUMBER, SHOWS THE   *
001600*                 BORROWER NAME AND PROPERTY ADDRESS FOR         *
001700*                 REFERENCE, AND SHOWS THE CONTACT ROW IF ONE IS *
001800*                 ON FILE.  WITH ACTION U THE FIELDS THE REP HAS *
001900*                 TYPED OVER ARE APPLIED, THE ROW IS UPDATED (OR *
002000*                 INSERTED IF THE LOAN HAD NO CONTACT ROW YET),  *
002100*                 AND EACH FIELD CHANGED IS WRITTEN TO THE LOAN  *
002200*                 MAINTENANCE AUDIT TRAIL (AUDITFL) THE SAME WAY *
002300*                 COBLINQ LOGS ITS CORRECTIONS.  SETTING THE     *
002400*                 RETURNED-MAIL FLAG TO Y STAMPS TODAY'S DATE ON *
002500*                 THE ROW AND STOPS THE BILL, NOTICE AND         *
002600*                 STATEMENT PROGRAMS FROM PRINTING FOR THE LOAN  *
002700*                 UNTIL THE FLAG IS CLEARED; THEY LIST IT ON     *
002800*                 THEIR MAIL EXCEPTION FILES INSTEAD.            *
002900*                 LIKE COBLINQ THIS TRANSACTION IS               *
003000*                 CONVERSATIONAL.  THE LOAN NUMBER IS REMEMBERED *
003100*                 ACROSS PASSES SO THE REP DOES NOT HAVE TO      *
003200*                 RE-KEY IT AFTER EACH UPDATE.                   *
003300*                                                                *
003400*    MODIFICATION HISTORY                                       *
003500*    DATE       INIT  DESCRIPTION                                *
003600*    -------    ----  ------------------------------------------ *
003700*    2026-10-15 GMS   ORIGINAL PROGRAM                           *
003800*                                                                *
003900******************************************************************
004000 DATA DIVISION.
004100 WORKING-STORAGE SECTION.
004200******************************************************************
004300*    AUDIT RECORD AREA -- WRITTEN TO THE CICS-DEFINED ESDS       *
004400*    AUDITFL VIA EXEC CICS WRITE, THE SAME FILE COBLINQ WRITES.  *
004500******************************************************************
004600     COPY AUDITREC.
004700******************************************************************
004800*    SYMBOLIC MAP FOR BCONMAP1                                   *
004900******************************************************************
005000     COPY BCONMAPS.
005100******************************************************************
005200*    STANDARD CICS ATTENTION-IDENTIFIER VALUES                   *
005300******************************************************************
005400     COPY DFHAID.
005500******************************************************************
005600*    DB2 HOST VARIABLE RECORD FOR LOAN-MASTER                    *
005700******************************************************************
005800     COPY LOANREC.
005900******************************************************************
006000*    DB2 HOST VARIABLE RECORD FOR THE BORROWER-CONTACT TABLE,    *
006100*    PLUS A COPY OF THE ROW AS READ SO THE FIELDS CHANGED CAN    *
006200*    BE AUDITED AND A FAILED UPDATE BACKED OUT OF THE SCREEN.    *
006300******************************************************************
006400     COPY BCONTREC.
006500     COPY BCONTREC REPLACING
006600         ==BORROWER-CONTACT-REC== BY ==OLD-CONTACT-REC==
006700         LEADING ==BC-== BY ==OC-==.
006800*    INCLUDING SQLCA COPYBOOK FOR SQLCODE AND THE REST OF THE
006900*    DB2 COMMUNICATIONS AREA.
007000     EXEC SQL
007100          INCLUDE SQLCA
007200     END-EXEC.
007300******************************************************************
007400*    PROGRAM SWITCHES AND WORK AREAS                             *
007500******************************************************************
007600 01  WS-DONE-SWITCH                  PIC X(01)       VALUE 'N'.
007700     88  WS-DONE                                      VALUE 'Y'.
007800 01  WS-LOAN-FOUND-SWITCH            PIC X(01)       VALUE 'N'.
007900     88  WS-LOAN-FOUND                                VALUE 'Y'.
008000 01  WS-CONTACT-FOUND-SWITCH         PIC X(01)       VALUE 'N'.
008100     88  WS-CONTACT-FOUND                             VALUE 'Y'.
008200 01  WS-ACTION-CODE                  PIC X(01)       VALUE SPACES.
008300     88  WS-ACTION-INQUIRE                             VALUE 'I'.
008400     88  WS-ACTION-UPDATE                              VALUE 'U'.
008500 01  WS-SAVE-LOAN-NUMBER             PIC X(10)       VALUE SPACES.
008600 01  WS-CURRENT-DATE                 PIC X(08)       VALUE SPACES.
008700 01  WS-CURRENT-TIME                 PIC X(08)       VALUE SPACES.
008800 01  WS-OPERATOR-ID                  PIC X(08)       VALUE SPACES.
008900 PROCEDURE DIVISION.
009000******************************************************************
009100*    0000-MAINLINE                                               *
009200******************************************************************
009300 0000-MAINLINE.
009400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009500     PERFORM 2000-CONVERSATION THRU 2000-EXIT
009600         UNTIL WS-DONE.
009700     PERFORM 9000-NORMAL-TERMINATE THRU 9000-EXIT.
009800     EXEC CICS
009900          RETURN
010000     END-EXEC.
010100******************************************************************
010200*    1000-INITIALIZE                                             *
010300*    SENDS THE BLANK LOOKUP SCREEN THE FIRST TIME THROUGH.       *
010400******************************************************************
010500 1000-INITIALIZE.
010600     MOVE LOW-VALUES TO BCONMAP1O.
010700     MOVE 'ENTER LOAN NUMBER, THEN PRESS ENTER' TO MSGO.
010800     EXEC CICS
010900          SEND MAP('BCONMAP1') MAPSET('BCONMAP')
011000          ERASE
011100     END-EXEC.
011200 1000-EXIT.
011300     EXIT.
011400******************************************************************
011500*    2000-CONVERSATION                                           *
011600*    ONE PASS THROUGH THE SCREEN: RECEIVE, LOOK UP THE LOAN AND  *
011700*    ITS CONTACT ROW, APPLY ANY CHANGES REQUESTED, THEN REFILL   *
011800*    AND RE-SEND THE MAP.  THE SCREEN IS REFILLED ONLY AFTER THE *
011900*    CHANGES ARE APPLIED BECAUSE THE OUTPUT MAP REDEFINES THE    *
012000*    INPUT MAP.  PF3 ENDS THE TRANSACTION.                       *
012100******************************************************************
012200 2000-CONVERSATION.
012300     PERFORM 2100-RECEIVE-MAP THRU 2100-EXIT.
012400     IF EIBAID = DFHPF3
012500         SET WS-DONE TO TRUE
012600         GO TO 2000-EXIT
012700     END-IF.
012800     MOVE 'N' TO WS-LOAN-FOUND-SWITCH.
012900     PERFORM 2200-LOOKUP-LOAN THRU 2200-EXIT.
013000     IF WS-LOAN-FOUND AND WS-ACTION-UPDATE
013100         PERFORM 2300-APPLY-CHANGES THRU 2300-EXIT
013200     END-IF.
013300     PERFORM 2800-FILL-SCREEN THRU 2800-EXIT.
013400     PERFORM 2900-SEND-MAP THRU 2900-EXIT.
013500 2000-EXIT.
013600     EXIT.
013700******************************************************************
013800*    2100-RECEIVE-MAP                                            *
013900*    THE MAPSET IS DEFINED WITH FRSET, SO ONLY FIELDS THE REP    *
014000*    TYPED OVER SINCE THE LAST SEND COME BACK WITH A NON-ZERO    *
014100*    LENGTH.  A LOAN NUMBER ALREADY ON THE SCREEN IS CARRIED IN  *
014200*    WS-SAVE-LOAN-NUMBER FROM THE PREVIOUS PASS.                 *
014300******************************************************************
014400 2100-RECEIVE-MAP.
014500     EXEC CICS
014600          RECEIVE MAP('BCONMAP1') MAPSET('BCONMAP')
014700          INTO(BCONMAP1I)
014800     END-EXEC.
014900     MOVE SPACES TO WS-ACTION-CODE.
015000     IF ACTIONL > ZERO
015100         MOVE ACTIONI TO WS-ACTION-CODE
015200     END-IF.
015300     IF LOANNOL > ZERO
015400         MOVE LOANNOI TO WS-SAVE-LOAN-NUMBER
015500     END-IF.
015600 2100-EXIT.
015700     EXIT.
015800******************************************************************
015900*    2200-LOOKUP-LOAN                                            *
016000*    CONFIRMS THE LOAN EXISTS ON LOAN-MASTER AND PICKS UP THE    *
016100*    BORROWER NAME AND PROPERTY ADDRESS FOR DISPLAY, THEN READS  *
016200*    THE CONTACT ROW IN 2210-LOOKUP-CONTACT.                     *
016300******************************************************************
016400 2200-LOOKUP-LOAN.
016500     IF WS-SAVE-LOAN-NUMBER = SPACES
016600         MOVE 'ENTER A LOAN NUMBER' TO MSGO
016700         GO TO 2200-EXIT
016800     END-IF.
016900     MOVE WS-SAVE-LOAN-NUMBER TO LM-LOAN-NUMBER.
017000     EXEC SQL
017100          SELECT BORROWER_NAME, PROPERTY_ADDRESS
017200            INTO :LM-BORROWER-NAME, :LM-PROPERTY-ADDRESS
017300            FROM SYSMTG.LOAN_MASTER
017400           WHERE LOAN_NUMBER = :LM-LOAN-NUMBER
017500     END-EXEC.
017600     IF SQLCODE = 100
017700         MOVE SPACES TO WS-SAVE-LOAN-NUMBER
017800         MOVE 'NO LOAN FOUND FOR THAT NUMBER' TO MSGO
017900         GO TO 2200-EXIT
018000     END-IF.
018100     IF SQLCODE NOT = ZERO
018200         DISPLAY 'COBBCON - SELECT FAILED, SQLCODE = ' SQLCODE
018300         MOVE 'LOOKUP FAILED, TRY AGAIN OR NOTIFY SUPPORT'
018400             TO MSGO
018500         GO TO 2200-EXIT
018600     END-IF.
018700     PERFORM 2210-LOOKUP-CONTACT THRU 2210-EXIT.
018800 2200-EXIT.
018900     EXIT.
019000******************************************************************
019100*    2210-LOOKUP-CONTACT                                         *
019200*    NO ROW IS NOT AN ERROR -- THE BATCH PROGRAMS MAIL A LOAN    *
019300*    WITH NO CONTACT ROW AT THE PROPERTY ADDRESS -- SO SQLCODE   *
019400*    100 SHOWS AN EMPTY CONTACT WITH THE FLAG DEFAULTED TO N AND *
019500*    AN UPDATE WILL INSERT THE ROW.                              *
019600******************************************************************
019700 2210-LOOKUP-CONTACT.
019800     MOVE 'N' TO WS-CONTACT-FOUND-SWITCH.
019900     MOVE LM-LOAN-NUMBER TO BC-LOAN-NUMBER.
020000     EXEC SQL
020100          SELECT LOAN_NUMBER, MAIL_LINE_1, MAIL_LINE_2,
020200                 MAIL_CITY, MAIL_STATE, MAIL_ZIP,
020300                 PHONE_NUMBER, EMAIL_ADDRESS,
020400                 RETURNED_MAIL_FLAG, RETURNED_MAIL_DATE,
020500                 LAST_MAINT_DATE, LAST_MAINT_USER
020600            INTO :BC-LOAN-NUMBER, :BC-MAIL-LINE-1,
020700                 :BC-MAIL-LINE-2, :BC-MAIL-CITY,
020800                 :BC-MAIL-STATE, :BC-MAIL-ZIP,
020900                 :BC-PHONE-NUMBER, :BC-EMAIL-ADDRESS,
021000                 :BC-RETURNED-MAIL-FLAG, :BC-RETURNED-MAIL-DATE,
021100                 :BC-LAST-MAINT-DATE, :BC-LAST-MAINT-USER
021200            FROM SYSMTG.BORROWER_CONTACT
021300           WHERE LOAN_NUMBER = :BC-LOAN-NUMBER
021400     END-EXEC.
021500     IF SQLCODE = 100
021600         MOVE SPACES TO BORROWER-CONTACT-REC
021700         MOVE LM-LOAN-NUMBER TO BC-LOAN-NUMBER
021800         SET BC-MAIL-DELIVERABLE TO TRUE
021900         SET WS-LOAN-FOUND TO TRUE
022000         MOVE 'NO CONTACT ON FILE, MAIL GOES TO PROPERTY ADDRESS'
022100             TO MSGO
022200         GO TO 2210-EXIT
022300     END-IF.
022400     IF SQLCODE NOT = ZERO
022500         DISPLAY 'COBBCON - CONTACT SELECT FAILED, SQLCODE = '
022600                 SQLCODE
022700         MOVE 'LOOKUP FAILED, TRY AGAIN OR NOTIFY SUPPORT'
022800             TO MSGO
022900         GO TO 2210-EXIT
023000     END-IF.
023100     SET WS-LOAN-FOUND TO TRUE.
023200     SET WS-CONTACT-FOUND TO TRUE.
023300     MOVE 'LOAN FOUND, REVIEW CONTACT DATA BELOW' TO MSGO.
023400 2210-EXIT.
023500     EXIT.
023600******************************************************************
023700*    2300-APPLY-CHANGES                                          *
023800*    A CONTACT CHANGE WAS REQUESTED (ACTION = U).  EVERY         *
023900*    FIELD THE REP TYPED OVER REPLACES THE VALUE READ FROM THE   *
024000*    TABLE; THE ROW AS READ IS KEPT IN OLD-CONTACT-REC.  MAIL    *
024100*    LINE 1, CITY, STATE AND ZIP MUST BE PRESENT SINCE THE       *
024200*    BATCH PROGRAMS PRINT THEM AS THE MAILING ADDRESS.  AS IN    *
024300*    COBLINQ, THE AUDIT RECORDS ARE NOT WRITTEN UNTIL THE        *
024400*    UPDATE OR INSERT IS CONFIRMED SUCCESSFUL.                   *
024500******************************************************************
024600 2300-APPLY-CHANGES.
024700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
024800     ACCEPT WS-CURRENT-TIME FROM TIME.
024900     MOVE BORROWER-CONTACT-REC TO OLD-CONTACT-REC.
025000     IF MAIL1L > ZERO
025100         MOVE MAIL1I             TO BC-MAIL-LINE-1
025200     END-IF.
025300     IF MAIL2L > ZERO
025400         MOVE MAIL2I             TO BC-MAIL-LINE-2
025500     END-IF.
025600     IF CITYL > ZERO
025700         MOVE CITYI              TO BC-MAIL-CITY
025800     END-IF.
025900     IF STATEL > ZERO
026000         MOVE STATEI             TO BC-MAIL-STATE
026100     END-IF.
026200     IF ZIPL > ZERO
026300         MOVE ZIPI               TO BC-MAIL-ZIP
026400     END-IF.
026500     IF PHONEL > ZERO
026600         MOVE PHONEI             TO BC-PHONE-NUMBER
026700     END-IF.
026800     IF EMAILL > ZERO
026900         MOVE EMAILI             TO BC-EMAIL-ADDRESS
027000     END-IF.
027100     IF RTNFLGL > ZERO
027200         IF RTNFLGI NOT = 'Y' AND RTNFLGI NOT = 'N'
027300             MOVE OLD-CONTACT-REC TO BORROWER-CONTACT-REC
027400             MOVE 'RETURNED MAIL FLAG MUST BE Y OR N' TO MSGO
027500             GO TO 2300-EXIT
027600         END-IF
027700         MOVE RTNFLGI            TO BC-RETURNED-MAIL-FLAG
027800     END-IF.
027900     IF BC-MAIL-LINE-1 = SPACES OR BC-MAIL-CITY = SPACES
028000             OR BC-MAIL-STATE = SPACES OR BC-MAIL-ZIP = SPACES
028100         MOVE OLD-CONTACT-REC TO BORROWER-CONTACT-REC
028200         MOVE 'MAIL LINE 1, CITY, STATE AND ZIP ARE REQUIRED'
028300             TO MSGO
028400         GO TO 2300-EXIT
028500     END-IF.
028600     IF WS-CONTACT-FOUND
028700             AND BORROWER-CONTACT-REC = OLD-CONTACT-REC
028800         MOVE 'NO CHANGES ENTERED' TO MSGO
028900         GO TO 2300-EXIT
029000     END-IF.
029100     IF BC-RETURNED-MAIL-FLAG NOT = OC-RETURNED-MAIL-FLAG
029200         IF BC-MAIL-RETURNED
029300             MOVE WS-CURRENT-DATE TO BC-RETURNED-MAIL-DATE
029400         ELSE
029500             MOVE SPACES          TO BC-RETURNED-MAIL-DATE
029600         END-IF
029700     END-IF.
029800     EXEC CICS
029900          ASSIGN USERID(WS-OPERATOR-ID)
030000     END-EXEC.
030100     MOVE WS-CURRENT-DATE        TO BC-LAST-MAINT-DATE.
030200     MOVE WS-OPERATOR-ID         TO BC-LAST-MAINT-USER.
030300     IF WS-CONTACT-FOUND
030400         PERFORM 2310-UPDATE-CONTACT THRU 2310-EXIT
030500     ELSE
030600         PERFORM 2320-INSERT-CONTACT THRU 2320-EXIT
030700     END-IF.
030800     IF SQLCODE NOT = ZERO
030900         DISPLAY 'COBBCON - CONTACT UPDATE FAILED, SQLCODE = '
031000                 SQLCODE ' LOAN ' BC-LOAN-NUMBER
031100         MOVE OLD-CONTACT-REC TO BORROWER-CONTACT-REC
031200         MOVE 'UPDATE FAILED, TRY AGAIN OR NOTIFY SUPPORT'
031300             TO MSGO
031400         GO TO 2300-EXIT
031500     END-IF.
031600     PERFORM 2350-AUDIT-CHANGES THRU 2350-EXIT.
031700     SET WS-CONTACT-FOUND TO TRUE.
031800     MOVE 'CONTACT UPDATED AND LOGGED' TO MSGO.
031900 2300-EXIT.
032000     EXIT.
032100******************************************************************
032200*    2310-UPDATE-CONTACT                                         *
032300******************************************************************
032400 2310-UPDATE-CONTACT.
032500     EXEC SQL
032600          UPDATE SYSMTG.BORROWER_CONTACT
032700             SET MAIL_LINE_1        = :BC-MAIL-LINE-1,
032800                 MAIL_LINE_2        = :BC-MAIL-LINE-2,
032900                 MAIL_CITY          = :BC-MAIL-CITY,
033000                 MAIL_STATE         = :BC-MAIL-STATE,
033100                 MAIL_ZIP           = :BC-MAIL-ZIP,
033200                 PHONE_NUMBER       = :BC-PHONE-NUMBER,
033300                 EMAIL_ADDRESS      = :BC-EMAIL-ADDRESS,
033400                 RETURNED_MAIL_FLAG = :BC-RETURNED-MAIL-FLAG,
033500                 RETURNED_MAIL_DATE = :BC-RETURNED-MAIL-DATE,
033600                 LAST_MAINT_DATE    = :BC-LAST-MAINT-DATE,
033700                 LAST_MAINT_USER    = :BC-LAST-MAINT-USER
033800           WHERE LOAN_NUMBER = :BC-LOAN-NUMBER
033900     END-EXEC.
034000 2310-EXIT.
034100     EXIT.
034200******************************************************************
034300*    2320-INSERT-CONTACT                                         *
034400*    FIRST CONTACT ROW FOR THE LOAN.                             *
034500******************************************************************
034600 2320-INSERT-CONTACT.
034700     EXEC SQL
034800          INSERT INTO SYSMTG.BORROWER_CONTACT
034900               (LOAN_NUMBER, MAIL_LINE_1, MAIL_LINE_2,
035000                MAIL_CITY, MAIL_STATE, MAIL_ZIP,
035100                PHONE_NUMBER, EMAIL_ADDRESS,
035200                RETURNED_MAIL_FLAG, RETURNED_MAIL_DATE,
035300                LAST_MAINT_DATE, LAST_MAINT_USER)
035400          VALUES
035500               (:BC-LOAN-NUMBER, :BC-MAIL-LINE-1,
035600                :BC-MAIL-LINE-2, :BC-MAIL-CITY,
035700                :BC-MAIL-STATE, :BC-MAIL-ZIP,
035800                :BC-PHONE-NUMBER, :BC-EMAIL-ADDRESS,
035900                :BC-RETURNED-MAIL-FLAG, :BC-RETURNED-MAIL-DATE,
036000                :BC-LAST-MAINT-DATE, :BC-LAST-MAINT-USER)
036100     END-EXEC.
036200 2320-EXIT.
036300     EXIT.
036400******************************************************************
036500*    2350-AUDIT-CHANGES                                          *
036600*    ONE AUDITFL RECORD PER CONTACT FIELD THAT CHANGED.  THE     *
036700*    AUDIT VALUE FIELDS ARE 15 BYTES, SO A LONGER ADDRESS OR     *
036800*    EMAIL VALUE IS LOGGED BY ITS FIRST 15 CHARACTERS; THE FULL  *
036900*    VALUE IS ON THE ROW ITSELF.  THE RETURNED-MAIL DATE AND THE *
037000*    LAST-MAINTENANCE STAMP FOLLOW FROM THE FIELDS LOGGED HERE   *
037100*    AND ARE NOT AUDITED SEPARATELY.                             *
037200******************************************************************
037300 2350-AUDIT-CHANGES.
037400     IF BC-MAIL-LINE-1 NOT = OC-MAIL-LINE-1
037500         PERFORM 2400-WRITE-AUDIT-REC THRU 2400-EXIT
037600         MOVE 'MAIL LINE 1'        TO AU-FIELD-CHANGED
037700         MOVE OC-MAIL-LINE-1       TO AU-OLD-VALUE
037800         MOVE BC-MAIL-LINE-1       TO AU-NEW-VALUE
037900         PERFORM 2410-WRITE-AUDIT THRU 2410-EXIT
038000     END-IF.
038100     IF BC-MAIL-LINE-2 NOT = OC-MAIL-LINE-2
038200         PERFORM 2400-WRITE-AUDIT-REC THRU 2400-EXIT
038300         MOVE 'MAIL LINE 2'        TO AU-FIELD-CHANGED
038400         MOVE OC-MAIL-LINE-2       TO AU-OLD-VALUE
038500         MOVE BC-MAIL-LINE-2       TO AU-NEW-VALUE
038600         PERFORM 2410-WRITE-AUDIT THRU 2410-EXIT
038700     END-IF.
038800     IF BC-MAIL-CITY NOT = OC-MAIL-CITY
038900         PERFORM 2400-WRITE-AUDIT-REC THRU 2400-EXIT
039000         MOVE 'MAIL CITY'          TO AU-FIELD-CHANGED
039100         MOVE OC-MAIL-CITY         TO AU-OLD-VALUE
039200         MOVE BC-MAIL-CITY         TO AU-NEW-VALUE
039300         PERFORM 2410-WRITE-AUDIT THRU 2410-EXIT
039400     END-IF.
039500     IF BC-MAIL-STATE NOT = OC-MAIL-STATE
039600         PERFORM 2400-WRITE-AUDIT-REC THRU 2400-EXIT
039700         MOVE 'MAIL STATE'         TO AU-FIELD-CHANGED
039800         MOVE OC-MAIL-STATE        TO AU-OLD-VALUE
039900         MOVE BC-MAIL-STATE        TO AU-NEW-VALUE
040000         PERFORM 2410-WRITE-AUDIT THRU 2410-EXIT
040100     END-IF.
040200     IF BC-MAIL-ZIP NOT = OC-MAIL-ZIP
040300         PERFORM 2400-WRITE-AUDIT-REC THRU 2400-EXIT
040400         MOVE 'MAIL ZIP'           TO AU-FIELD-CHANGED
040500         MOVE OC-MAIL-ZIP          TO AU-OLD-VALUE
040600         MOVE BC-MAIL-ZIP          TO AU-NEW-VALUE
040700         PERFORM 2410-WRITE-AUDIT THRU 2410-EXIT
040800     END-IF.
040900     IF BC-PHONE-NUMBER NOT = OC-PHONE-NUMBER
041000         PERFORM 2400-WRITE-AUDIT-REC THRU 2400-EXIT
041100         MOVE 'PHONE NUMBER'       TO AU-FIELD-CHANGED
041200         MOVE OC-PHONE-NUMBER      TO AU-OLD-VALUE
041300         MOVE BC-PHONE-NUMBER      TO AU-NEW-VALUE
041400         PERFORM 2410-WRITE-AUDIT THRU 2410-EXIT
041500     END-IF.
041600     IF BC-EMAIL-ADDRESS NOT = OC-EMAIL-ADDRESS
041700         PERFORM 2400-WRITE-AUDIT-REC THRU 2400-EXIT
041800         MOVE 'EMAIL ADDRESS'      TO AU-FIELD-CHANGED
041900         MOVE OC-EMAIL-ADDRESS     TO AU-OLD-VALUE
042000         MOVE BC-EMAIL-ADDRESS     TO AU-NEW-VALUE
042100         PERFORM 2410-WRITE-AUDIT THRU 2410-EXIT
042200     END-IF.
042300     IF BC-RETURNED-MAIL-FLAG NOT = OC-RETURNED-MAIL-FLAG
042400         PERFORM 2400-WRITE-AUDIT-REC THRU 2400-EXIT
042500         MOVE 'RETURNED MAIL FLAG' TO AU-FIELD-CHANGED
042600         MOVE OC-RETURNED-MAIL-FLAG TO AU-OLD-VALUE
042700         MOVE BC-RETURNED-MAIL-FLAG TO AU-NEW-VALUE
042800         PERFORM 2410-WRITE-AUDIT THRU 2410-EXIT
042900     END-IF.
043000 2350-EXIT.
043100     EXIT.
043200******************************************************************
043300*    2400-WRITE-AUDIT-REC                                        *
043400*    PREPARES THE COMMON PART OF AN AUDIT RECORD.  THE OPERATOR  *
043500*    ID WAS ALREADY PICKED UP BY 2300 FOR THE LAST-MAINTENANCE   *
043600*    STAMP.  THE CALLER FILLS IN AU-FIELD-CHANGED, AU-OLD-VALUE  *
043700*    AND AU-NEW-VALUE AND PERFORMS 2410-WRITE-AUDIT TO           *
043800*    COMMIT IT.                                                  *
043900******************************************************************
044000 2400-WRITE-AUDIT-REC.
044100     MOVE BC-LOAN-NUMBER         TO AU-LOAN-NUMBER.
044200     MOVE WS-CURRENT-DATE        TO AU-CHANGE-DATE.
044300     MOVE WS-CURRENT-TIME        TO AU-CHANGE-TIME.
044400     MOVE WS-OPERATOR-ID         TO AU-USER-ID.
044500     MOVE EIBTRMID               TO AU-TERMINAL-ID.
044600     MOVE SPACES                 TO AU-FILLER.
044700 2400-EXIT.
044800     EXIT.
044900******************************************************************
045000*    2410-WRITE-AUDIT                                            *
045100*    AUDITFL IS AN ESDS, SO CICS ASSIGNS THE RBA AND NO RIDFLD   *
045200*    IS NEEDED -- EACH WRITE SIMPLY APPENDS THE NEXT AUDIT       *
045300*    RECORD TO THE END OF THE FILE.                              *
045400******************************************************************
045500 2410-WRITE-AUDIT.
045600     EXEC CICS
045700          WRITE FILE('AUDITFL')
045800          FROM(LOAN-AUDIT-REC)
045900          LENGTH(LENGTH OF LOAN-AUDIT-REC)
046000     END-EXEC.
046100 2410-EXIT.
046200     EXIT.
046300******************************************************************
046400*    2800-FILL-SCREEN                                            *
046500*    MOVES THE LOAN AND ITS CONTACT ROW (AS UPDATED, OR AS READ  *
046600*    IF NO UPDATE WAS MADE OR IT WAS REJECTED) ONTO THE MAP.  IF *
046700*    NO LOAN WAS FOUND THE DATA FIELDS ARE BLANKED SO A PREVIOUS *
046800*    LOAN'S CONTACT IS NOT LEFT ON THE SCREEN.                   *
046900******************************************************************
047000 2800-FILL-SCREEN.
047100     IF NOT WS-LOAN-FOUND
047200         MOVE SPACES              TO BNAMEO BADDRO MAIL1O MAIL2O
047300                                     CITYO STATEO ZIPO PHONEO
047400                                     EMAILO RTNFLGO RTNDTO MNTDTO
047500                                     MNTUSRO
047600         GO TO 2800-EXIT
047700     END-IF.
047800     MOVE LM-LOAN-NUMBER         TO LOANNOO.
047900     MOVE LM-BORROWER-NAME       TO BNAMEO.
048000     MOVE LM-PROPERTY-ADDRESS    TO BADDRO.
048100     MOVE BC-MAIL-LINE-1         TO MAIL1O.
048200     MOVE BC-MAIL-LINE-2         TO MAIL2O.
048300     MOVE BC-MAIL-CITY           TO CITYO.
048400     MOVE BC-MAIL-STATE          TO STATEO.
048500     MOVE BC-MAIL-ZIP            TO ZIPO.
048600     MOVE BC-PHONE-NUMBER        TO PHONEO.
048700     MOVE BC-EMAIL-ADDRESS       TO EMAILO.
048800     MOVE BC-RETURNED-MAIL-FLAG  TO RTNFLGO.
048900     MOVE BC-RETURNED-MAIL-DATE  TO RTNDTO.
049000     MOVE BC-LAST-MAINT-DATE     TO MNTDTO.
049100     MOVE BC-LAST-MAINT-USER     TO MNTUSRO.
049200 2800-EXIT.
049300     EXIT.
049400******************************************************************
049500*    2900-SEND-MAP                                               *
049600*    RE-SENDS THE MAP SO THE REP SEES THE LOOKUP OR UPDATE       *
049700*    RESULT.                                                     *
049800******************************************************************
049900 2900-SEND-MAP.
050000     EXEC CICS
050100          SEND MAP('BCONMAP1') MAPSET('BCONMAP')
050200          DATAONLY
050300     END-EXEC.
050400 2900-EXIT.
050500     EXIT.
050600******************************************************************
050700*    9000-NORMAL-TERMINATE                                       *
050800******************************************************************
050900 9000-NORMAL-TERMINATE.
051000     DISPLAY 'COBBCON - TRANSACTION ENDED NORMALLY'.
051100 9000-EXIT.
051200     EXIT.
