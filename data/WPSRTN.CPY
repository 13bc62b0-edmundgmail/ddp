      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              WPSRTN COPY CODE DESCRIPTION                      *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : INBOUND RETURNED WIRE FILE.  ONE RECORD PER  *
      *                   WIRE A BENEFICIARY BANK HAS SENT BACK        *
      *                   (ACCOUNT CLOSED, NAME MISMATCH, SANCTIONS    *
      *                   AT THEIR END, ...), QUOTING OUR WIRE         *
      *                   REFERENCE FROM FIELD 20 OF THE MT103.        *
      *                   RTN-RETURN-AMT IS WHAT ACTUALLY CAME BACK    *
      *                   INTO THE NOSTRO, IN THE PAYMENT CURRENCY;    *
      *                   RTN-RETURN-RATE IS THE SPREAD RATE THE       *
      *                   RETURN WAS CONVERTED AT (ZERO WHEN THE BANK  *
      *                   QUOTED NONE).                                *
      *                                                                *
      * USED BY         : RPW2285                                      *
      *                                                                *
      *================================================================*
      *              M A I N T E N A N C E  L O G                      *
      *================================================================*
      *                                                                *
      *  ACCEPT.     WRITTEN/CHANGED BY              IMPLEMENTATION    *
      *  TEST #     (FULL 1ST AND LAST NAME)         DATE (MMM, YYYY)  *
      *  -------     ------------------------        ----------------  *
      *  A883449    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - INITIAL VERSION.                                             *
      *                                                                *
      *================================================================*
       01  WPS-RETURN-RECORD.
           05 RTN-WIRE-REF                  PIC X(15).
           05 RTN-RETURN-DATE               PIC X(10).
           05 RTN-REASON-CODE               PIC X(04).
           05 RTN-REASON-TEXT               PIC X(35).
           05 RTN-RETURN-CURR               PIC X(03).
           05 RTN-RETURN-AMT                PIC 9(13)V99.
           05 RTN-RETURN-RATE               PIC 9(03)V9(06).
           05 RTN-RETURN-BANKID             PIC X(35).
           05 FILLER                        PIC X(24).
