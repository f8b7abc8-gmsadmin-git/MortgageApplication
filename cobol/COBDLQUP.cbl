001500*                 FUTURE MONTH IS CURRENT, AND EVERY FULL MONTH  *
001600*                 THE DUE DATE TRAILS THE RUN DATE ROLLS IT ONE  *
001700*                 BUCKET FURTHER (30/60/90+).  A LOAN FLAGGED    *
001800*                 FC ON THE MASTER STAYS FC -- A LOAN ENTERS     *
001900*                 FORECLOSURE THROUGH COBFCLS'S REFERRAL OR A    *
001910*                 BROKEN WORKOUT PLAN AND LEAVES IT THROUGH      *
001920*                 REINSTATEMENT, PAYOFF OR A NEW PLAN, NEVER BY  *
002000*                 THE CALENDAR.  A STATUS THAT CHANGED IS        *
002100*                 UPDATED ON THE MASTER, AND EVERY LOAN IS       *
002200*                 TALLIED INTO A FROM-BUCKET/TO-BUCKET MATRIX    *
003880*                     ROW, SO NORMAL AGING RESUMES BY ITSELF.    *
003890*                     THE FC FLAG IS SET AND CLEARED ONLY BY     *
003891*                     COBWKOUT, THE WORKOUT UNIT'S PROGRAM.      *
003892*    2026-10-15 GMS   FC IS NOW ALSO SET BY COBFCLS ON REFERRAL  *
003893*                     AND CLEARED BY COBPPOST ON REINSTATEMENT;  *
003894*                     THIS PROGRAM ONLY CARRIES IT FORWARD.      *
003895*    2026-10-15 GMS   ALSO EXCLUDE LOANS TRANSFERRED OUT ('TR')  *
003896*                     BY COBSXFER -- THE TRANSFEREE AGES THEM    *
003897*                     FROM THE EFFECTIVE DATE ON.                *
003900*                                                                *
004000******************************************************************
004100 ENVIRONMENT DIVISION.
015600          DECLARE DELQ-CURSOR CURSOR FOR
015700          SELECT LOAN_NUMBER, NEXT_DUE_DATE, DELINQUENCY_STATUS
015800            FROM SYSMTG.LOAN_MASTER
015810           WHERE DELINQUENCY_STATUS NOT IN ('PF', 'TR')
015900            ORDER BY LOAN_NUMBER
016000     END-EXEC.
016100     EXEC SQL
