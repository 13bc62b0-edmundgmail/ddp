      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              ACTHOLD COPY CODE DESCRIPTION                     *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : WPS ACCOUNT / DAILY LIMIT HOLD QUEUE.  ONE   *
      *                   RECORD PER WIRE THE PRPW2199 ACCOUNT SCREEN  *
      *                   HELD, CARRYING THE FULL SOURCE IMAGE (WPSSRC *
      *                   LAYOUT), THE DATE IT WAS FIRST HELD, THE     *
      *                   HOLD REASON AND, FOR A LIMIT HOLD, THE CAD   *
      *                   FIGURES THE BRANCH NEEDS TO DECIDE ON IT.    *
      *                   A HELD WIRE STAYS ON THE QUEUE, CYCLE AFTER  *
      *                   CYCLE, UNTIL OPS RELEASE IT BY CARD.         *
      *                                                                *
      * USED BY         : PRPW2199                                     *
      *                                                                *
      *================================================================*
      *              M A I N T E N A N C E  L O G                      *
      *================================================================*
      *                                                                *
      *  ACCEPT.     WRITTEN/CHANGED BY              IMPLEMENTATION    *
      *  TEST #     (FULL 1ST AND LAST NAME)         DATE (MMM, YYYY)  *
      *  -------     ------------------------        ----------------  *
      *  A883447    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - INITIAL VERSION.                                             *
      *                                                                *
      *================================================================*
       01  ACCT-HOLD-RECORD.
           05 ACTH-SOURCE-IMAGE             PIC X(170).
           05 ACTH-HELD-DATE                PIC X(10).
           05 ACTH-REASON                   PIC X(08).
              88 ACTH-NO-CUSTOMER                    VALUE 'NOCUST'.
              88 ACTH-NOT-OWNED                      VALUE 'NOTOWNED'.
              88 ACTH-CUST-INACTIVE                  VALUE 'CUSTSTAT'.
              88 ACTH-ACCT-CLOSED                    VALUE 'ACCTCLSD'.
              88 ACTH-ACCT-FROZEN                    VALUE 'ACCTFRZN'.
              88 ACTH-ACCT-DECEASED                  VALUE 'ACCTDCSD'.
              88 ACTH-ACCT-INACTIVE                  VALUE 'ACCTSTAT'.
              88 ACTH-TYPE-MISMATCH                  VALUE 'ACCTTYPE'.
              88 ACTH-OVER-LIMIT                     VALUE 'OVERLIM'.
           05 ACTH-PAYMT-BR                 PIC 9(04).
           05 ACTH-CAD-AMT                  PIC 9(13)V99.
           05 ACTH-DAY-TOTAL-CAD            PIC 9(13)V99.
           05 ACTH-DAILY-LIMIT              PIC 9(13)V99.
           05 FILLER                        PIC X(13).
