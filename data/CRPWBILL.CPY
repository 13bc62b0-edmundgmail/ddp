      *                                                                *
      * DESCRIPTION     : WPS WIRE PAYMENTS OUTPUT LAYOUT              *
      *                                                                *
      * USED BY         : PRPW2200, PRPW2210, RPW2220 AND RPW2288      *
      *                                                                *
      *================================================================*
      *              M A I N T E N A N C E  L O G                      *
      *   TRACED THROUGH REJECT RECYCLE, SUSPENSE RE-RELEASE, GL AND   *
      *   BILLING WITHOUT KEY-MATCHING THE CUSTID/DATE/TIME TRIPLET.   *
      *                                                                *
      *  A883453    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - ADDED WPS-HEADER-CYCLE-NO TO THE HEADER RECORD AND SPLIT A   *
      *   CYCLE NUMBER OUT OF WPS-WIRE-REF (CYCLE DATE, CYCLE NUMBER,  *
      *   SIX-DIGIT SEQUENCE) NOW THAT THE STREAM RUNS MORE THAN ONE   *
      *   INTRADAY CYCLE PER BUSINESS DATE. BOTH CARVED OUT OF         *
      *   EXISTING SPACE, SO THE RECORD AND THE FIFTEEN-BYTE REFERENCE *
      *   KEEP THEIR LENGTHS.                                          *
      *                                                                *
      *================================================================*
       01 WPS-RECORD.
         05 WPS-RECORD-TYPE-IND           PIC X(01).
            88 WPS-TRAILER-REC            VALUE 'Z'.
         05 WPS-HEADER-RECORD.
            10 WPS-HEADER-DATE            PIC X(10).
            10 WPS-HEADER-CYCLE-NO        PIC 9(01).
            10 FILLER                       PIC X(168).
         05 WPS-DETAIL-RECORD REDEFINES WPS-HEADER-RECORD.
            10 WPS-CUSTID                 PIC X(05).
            10 WPS-PRO-DATE               PIC X(06).
               88 WPS-HAS-CORR-CHAIN      VALUE 'Y'.
            10 WPS-WIRE-REF.
               15 WPS-WREF-CYCLE-DATE     PIC X(08).
               15 WPS-WREF-CYCLE-NO       PIC 9(01).
               15 WPS-WREF-SEQ            PIC 9(06).
            10 FILLER                       PIC X(06).
         05 WPS-CORR-RECORD REDEFINES WPS-HEADER-RECORD.
            10 WPS-CORR-CUSTID            PIC X(05).
