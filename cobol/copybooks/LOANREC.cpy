001350*                     BY COBPSETL AT LIQUIDATION.  A PF LOAN IS  *
001360*                     EXCLUDED FROM THE EXTRACT AND FROM THE     *
001370*                     NIGHTLY DELINQUENCY RECALCULATION.         *
001371*    2026-10-15 GMS   ADDED THE PRIVATE MORTGAGE INSURANCE       *
001372*                     FIELDS: CARRIER, CERTIFICATE, MONTHLY      *
001373*                     PREMIUM, ORIGINAL PROPERTY VALUE, AND THE  *
001374*                     PMI STATUS WITH ITS DATE.  THE PREMIUM IS  *
001375*                     ZERO ONCE COVERAGE HAS ENDED, SO EVERY     *
001376*                     PROGRAM THAT BILLS OR POSTS IT CAN TAKE    *
001377*                     IT AS IT STANDS.  HOST RECORD ONLY, SO THE *
001378*                     LONGER LAYOUT NEEDS NO FILE CONVERSION.    *
001379*    2026-10-15 GMS   ADDED THE TRANSFERRED STATUS ('TR') SET BY *
001380*                     COBSXFER ON THE SERVICING TRANSFER         *
001381*                     EFFECTIVE DATE.  LIKE A PF LOAN, A TR LOAN *
001382*                     IS EXCLUDED FROM THE EXTRACT AND FROM THE  *
001383*                     NIGHTLY DELINQUENCY RECALCULATION.         *
001400*                                                                *
001500******************************************************************
001600 01  LOAN-MASTER-REC.
003500         88  LM-STAT-90-DAYS                 VALUE '90'.
003600         88  LM-STAT-FORECLOSURE             VALUE 'FC'.
003610         88  LM-STAT-PAID-OFF                VALUE 'PF'.
003620         88  LM-STAT-TRANSFERRED             VALUE 'TR'.
003700     05  LM-INVESTOR-CODE            PIC X(04).
003800     05  LM-POOL-NUMBER              PIC X(06).
003900     05  LM-REMIT-TYPE               PIC X(01).
004100         88  LM-REMIT-ACTUAL-ACTUAL            VALUE 'A'.
004200     05  LM-SERVICER-BRANCH          PIC X(04).
004210     05  LM-LATE-CHARGE-BALANCE      PIC S9(7)V99    COMP-3.
004211     05  LM-PMI-CARRIER-CODE         PIC X(04).
004212     05  LM-PMI-CERT-NUMBER          PIC X(15).
004213     05  LM-PMI-MONTHLY-PREMIUM      PIC S9(5)V99    COMP-3.
004214     05  LM-ORIG-PROPERTY-VALUE      PIC S9(9)V99    COMP-3.
004215     05  LM-PMI-STATUS               PIC X(01).
004216         88  LM-PMI-NONE                     VALUE ' '.
004217         88  LM-PMI-ACTIVE                   VALUE 'A'.
004218         88  LM-PMI-ELIGIBLE-NOTIFIED        VALUE 'E'.
004219         88  LM-PMI-IN-FORCE                 VALUE 'A' 'E'.
004220         88  LM-PMI-CANCELLED                VALUE 'C'.
004221         88  LM-PMI-TERMINATED               VALUE 'T'.
004222     05  LM-PMI-STATUS-DATE          PIC X(08).
004300     05  FILLER                      PIC X(10).
