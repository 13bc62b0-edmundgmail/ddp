      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              ADVEST COPY CODE DESCRIPTION                      *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : CUSTOMER WIRE ADVICE E-STATEMENT FEED, FIXED *
      *                   FORMAT, FOR THE ONLINE BANKING STATEMENT     *
      *                   SYSTEM.  AN 'H' HEADER CARRIES THE BUSINESS  *
      *                   DATE; ONE 'D' RECORD FOLLOWS FOR EVERY       *
      *                   ADVICE TO AN ONLINE CUSTOMER, IN             *
      *                   CUSTOMER/BRANCH ORDER -- ADVICE TYPE 'P'     *
      *                   PAYMENT ADVICE FOR A TRANSMITTED WIRE, 'R'   *
      *                   RETURNED WIRE ADVICE, 'C' CANCELLATION       *
      *                   NOTICE; AND A 'T' TRAILER CARRIES THE RECORD *
      *                   COUNT.  AMOUNTS ARE ROUNDED TO THE           *
      *                   CURRENCY'S MINOR UNITS, WHICH TRAVEL WITH    *
      *                   THEM, AND KEEP TWO IMPLIED DECIMALS.         *
      *                                                                *
      * USED BY         : RPW2288                                      *
      *                                                                *
      *================================================================*
      *              M A I N T E N A N C E  L O G                      *
      *================================================================*
      *                                                                *
      *  ACCEPT.     WRITTEN/CHANGED BY              IMPLEMENTATION    *
      *  TEST #     (FULL 1ST AND LAST NAME)         DATE (MMM, YYYY)  *
      *  -------     ------------------------        ----------------  *
      *  A883456    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - INITIAL VERSION.                                             *
      *                                                                *
      *================================================================*
       01  ESTMT-ADVICE-RECORD.
           05 ESTA-REC-TYPE                 PIC X(01).
              88 ESTA-HEADER-REC                     VALUE 'H'.
              88 ESTA-DETAIL-REC                     VALUE 'D'.
              88 ESTA-TRAILER-REC                    VALUE 'T'.
           05 ESTA-HEADER-RECORD.
              10 ESTA-HDR-BUS-DATE          PIC X(10).
              10 ESTA-HDR-SOURCE            PIC X(08).
              10 FILLER                     PIC X(381).
           05 ESTA-DETAIL-RECORD REDEFINES ESTA-HEADER-RECORD.
              10 ESTA-CUSTID                PIC X(05).
              10 ESTA-ONLINE-ID             PIC X(12).
              10 ESTA-BRANCH                PIC 9(04).
              10 ESTA-ACCT                  PIC 9(09).
              10 ESTA-ADVICE-TYPE           PIC X(01).
                 88 ESTA-PAYMENT-ADVICE              VALUE 'P'.
                 88 ESTA-RETURN-ADVICE               VALUE 'R'.
                 88 ESTA-CANCEL-NOTICE               VALUE 'C'.
              10 ESTA-WIRE-REF              PIC X(15).
              10 ESTA-TRANS-DATE            PIC X(10).
              10 ESTA-TRANS-TIME            PIC X(08).
              10 ESTA-EVENT-DATE            PIC X(10).
              10 ESTA-VALUE-DATE            PIC X(10).
              10 ESTA-CURRENCY              PIC X(03).
              10 ESTA-MINOR-UNITS           PIC 9(01).
              10 ESTA-AMOUNT                PIC 9(13)V99.
              10 ESTA-FX-IND                PIC X(01).
              10 ESTA-FXSPREAD              PIC 9(13)V99.
              10 ESTA-CAD-RATE              PIC 9(07)V9(06).
              10 ESTA-EFFECTIVE-RATE        PIC 9(07)V9(06).
              10 ESTA-FEE                   PIC 9(09)V99.
              10 ESTA-FEE-STATUS            PIC X(01).
                 88 ESTA-FEE-CHARGED                 VALUE 'P'.
                 88 ESTA-FEE-UNPRICED                VALUE 'U'.
                 88 ESTA-FEE-NOT-BILLED              VALUE 'N'.
                 88 ESTA-FEE-WAIVED                  VALUE 'W'.
              10 ESTA-BENEFICIARY           PIC X(35).
              10 ESTA-BEN-BANKID            PIC X(35).
              10 ESTA-CORR-BANK-TABLE.
                 15 ESTA-CORR-BANKID OCCURS 3 TIMES
                                            PIC X(35).
              10 ESTA-RETURN-REASON         PIC X(04).
              10 ESTA-RETURN-AMT            PIC 9(13)V99.
              10 ESTA-CREDIT-AMT            PIC 9(13)V99.
              10 FILLER                     PIC X(33).
           05 ESTA-TRAILER-RECORD REDEFINES ESTA-HEADER-RECORD.
              10 ESTA-TRL-DETAIL-COUNT      PIC 9(09).
              10 FILLER                     PIC X(390).
