      *                   SELF-BALANCES WITHIN EACH BRANCH AND         *
      *                   CURRENCY.                                    *
      *                                                                *
      *                   RPW2285 ADDS THE REVERSING LEGS FOR A WIRE   *
      *                   THE BENEFICIARY BANK SENT BACK, UNDER THEIR  *
      *                   OWN RETURN ACCOUNT CLASSES.                  *
      *                                                                *
      *                   RFXG2350 BUILDS THE ATM FX SIDE OF THE FEED  *
      *                   FROM BATMFXE UNDER THE ATM ACCOUNT CLASSES,  *
      *                   ONE POSTING SET PER SUCCESSFUL EXCHANGE      *
      *                   EVENT AT THE TERMINAL'S OWNING BRANCH.       *
      *                                                                *
      * USED BY         : RPW2270, RPW2275, RPW2285 AND RFXG2350       *
      *                                                                *
      *================================================================*
      *              M A I N T E N A N C E  L O G                      *
      *   TIED BACK TO ONE PAYMENT WITHOUT KEY-MATCHING.  THE RECORD   *
      *   GROWS FROM 80 TO 95 BYTES.                                   *
      *                                                                *
      *  A883449    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - ADDED THE RETURN ACCOUNT CLASSES RTCUST, RTNOST AND RTFXRV   *
      *   FOR THE REVERSING LEGS OF A RETURNED WIRE, SO THEY MATCH     *
      *   THEIR OWN ACKNOWLEDGMENTS IN RPW2275 AND NEVER COLLIDE WITH  *
      *   THE ORIGINAL CUST/NOSTRO/FXREV LEGS OF THE SAME WIRE.        *
      *                                                                *
      *  A883451    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - ADDED THE ATM FX ACCOUNT CLASSES CRDSTL (CARD-NETWORK        *
      *   SETTLEMENT), ATMCSH (BRANCH ATM CASH), ATFXRV (ATM FX        *
      *   REVENUE), ATFEEI/ATFEEX (ATM FEE INCOME/EXPENSE) AND         *
      *   ATPOSA/ATPOSC (ATM FX POSITION, ATM-CURRENCY AND CARD-       *
      *   CURRENCY SIDES) FOR THE RFXG2350 FEED.  FOR AN ATM EVENT     *
      *   GLP-CUSTID CARRIES THE LOW FIVE DIGITS OF THE TRACE NUMBER   *
      *   AND GLP-WIRE-REF THE EVENT-ID.                               *
      *                                                                *
      *================================================================*
       01  GL-POSTING-RECORD.
           05 GLP-CYCLE-DATE             PIC X(10).
              88 GLP-CUSTOMER-LEG                    VALUE 'CUST'.
              88 GLP-NOSTRO-LEG                      VALUE 'NOSTRO'.
              88 GLP-FXREV-LEG                       VALUE 'FXREV'.
              88 GLP-RETURN-CUST-LEG                 VALUE 'RTCUST'.
              88 GLP-RETURN-NOSTRO-LEG               VALUE 'RTNOST'.
              88 GLP-RETURN-FXREV-LEG                VALUE 'RTFXRV'.
              88 GLP-ATM-SETTLE-LEG                  VALUE 'CRDSTL'.
              88 GLP-ATM-CASH-LEG                    VALUE 'ATMCSH'.
              88 GLP-ATM-FXREV-LEG                   VALUE 'ATFXRV'.
              88 GLP-ATM-FEE-INCOME-LEG              VALUE 'ATFEEI'.
              88 GLP-ATM-FEE-EXPENSE-LEG             VALUE 'ATFEEX'.
              88 GLP-ATM-POSITION-ATM-LEG            VALUE 'ATPOSA'.
              88 GLP-ATM-POSITION-CARD-LEG           VALUE 'ATPOSC'.
              88 GLP-ATM-FX-LEG            VALUES 'CRDSTL' 'ATMCSH'
                                                  'ATFXRV' 'ATFEEI'
                                                  'ATFEEX' 'ATPOSA'
                                                  'ATPOSC'.
           05 GLP-ACCT-NO                PIC 9(09).
           05 GLP-DR-CR                  PIC X(02).
              88 GLP-DEBIT                           VALUE 'DR'.
