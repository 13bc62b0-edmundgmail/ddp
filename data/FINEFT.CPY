      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              FINEFT COPY CODE DESCRIPTION                      *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : FINTRAC ELECTRONIC FUNDS TRANSFER REPORT     *
      *                   BATCH FILE, OUTGOING INTERNATIONAL WIRES.    *
      *                   ONE BATCH HEADER, THEN FOR EACH REPORT A     *
      *                   REPORT RECORD (INITIAL, CORRECTION OR        *
      *                   CANCELLATION; SINGLE WIRE OR 24-HOUR         *
      *                   AGGREGATE) FOLLOWED BY ONE TRANSACTION       *
      *                   RECORD PER WIRE IN THE REPORT, THEN A BATCH  *
      *                   TRAILER CARRYING THE REPORT AND TRANSACTION  *
      *                   COUNTS AND THE CAD TOTAL.  A CORRECTION OR   *
      *                   CANCELLATION CARRIES THE REPORT REFERENCE    *
      *                   OF THE REPORT IT REPLACES.                   *
      *                                                                *
      * USED BY         : RPW2247                                      *
      *                                                                *
      *================================================================*
      *              M A I N T E N A N C E  L O G                      *
      *================================================================*
      *                                                                *
      *  ACCEPT.     WRITTEN/CHANGED BY              IMPLEMENTATION    *
      *  TEST #     (FULL 1ST AND LAST NAME)         DATE (MMM, YYYY)  *
      *  -------     ------------------------        ----------------  *
      *  A883452    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - INITIAL VERSION.                                             *
      *                                                                *
      *================================================================*
       01  FINTRAC-EFT-RECORD.
           05 FEFT-RECORD-TYPE              PIC X(01).
              88 FEFT-BATCH-HEADER                   VALUE 'H'.
              88 FEFT-REPORT-HEADER                  VALUE 'R'.
              88 FEFT-TRANSACTION                    VALUE 'T'.
              88 FEFT-BATCH-TRAILER                  VALUE 'Z'.
           05 FEFT-BATCH-HEADER-REC.
              10 FEFT-REPORTING-ENTITY      PIC X(07).
              10 FEFT-BATCH-DATE            PIC X(10).
              10 FEFT-BATCH-CREATED         PIC X(10).
              10 FEFT-REPORT-KIND           PIC X(04).
              10 FILLER                     PIC X(218).
           05 FEFT-REPORT-REC REDEFINES FEFT-BATCH-HEADER-REC.
              10 FEFT-REPORT-REF            PIC X(18).
              10 FEFT-CHANGE-IND            PIC X(01).
                 88 FEFT-INITIAL                     VALUE 'N'.
                 88 FEFT-CORRECTION                  VALUE 'C'.
                 88 FEFT-CANCELLATION                VALUE 'X'.
              10 FEFT-RULE-IND              PIC X(01).
                 88 FEFT-SINGLE-WIRE                 VALUE 'S'.
                 88 FEFT-24-HOUR-AGGREGATE           VALUE 'A'.
              10 FEFT-TXN-COUNT             PIC 9(03).
              10 FEFT-REPORT-CAD-TOTAL      PIC 9(13)V99.
              10 FEFT-ORD-CUSTID            PIC X(05).
              10 FEFT-ORD-NAME              PIC X(35).
              10 FEFT-ORD-BRANCH            PIC 9(04).
              10 FEFT-ORD-ACCT              PIC 9(09).
              10 FILLER                     PIC X(158).
           05 FEFT-TRANSACTION-REC REDEFINES FEFT-BATCH-HEADER-REC.
              10 FEFT-TXN-REPORT-REF        PIC X(18).
              10 FEFT-TXN-SEQ               PIC 9(03).
              10 FEFT-WIRE-REF              PIC X(15).
              10 FEFT-TXN-DATE              PIC X(10).
              10 FEFT-TXN-TIME              PIC X(08).
              10 FEFT-AMOUNT                PIC 9(13)V99.
              10 FEFT-CURRENCY              PIC X(03).
              10 FEFT-CAD-AMOUNT            PIC 9(13)V99.
              10 FEFT-CAD-RATE              PIC 9(07)V9(06).
              10 FEFT-TXN-BRANCH            PIC 9(04).
              10 FEFT-TXN-ACCT              PIC 9(09).
              10 FEFT-BENEFICIARY           PIC X(35).
              10 FEFT-BENEF-BANKID          PIC X(35).
              10 FEFT-DEST-CTRY             PIC X(03).
              10 FEFT-CORR-CTRY OCCURS 3 TIMES
                                            PIC X(03).
              10 FILLER                     PIC X(54).
           05 FEFT-TRAILER-REC REDEFINES FEFT-BATCH-HEADER-REC.
              10 FEFT-TOTAL-REPORTS         PIC 9(07).
              10 FEFT-TOTAL-TXNS            PIC 9(09).
              10 FEFT-TOTAL-CAD             PIC 9(15)V99.
              10 FILLER                     PIC X(216).
