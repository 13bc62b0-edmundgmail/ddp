       IDENTIFICATION DIVISION.
      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              RPW2288 PROGRAM CODE DESCRIPTION                  *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : NIGHTLY CUSTOMER WIRE ADVICES. ONE PAYMENT   *
      *                   ADVICE PER WIRE TRANSMITTED IN THE DAY'S     *
      *                   WPSFINAL CYCLES, SHOWING THE AMOUNT, FX      *
      *                   SPREAD WITH THE CONVERSION AND EFFECTIVE     *
      *                   RATES, THE BILLPRC FEE AS RPW2260 PRICES IT, *
      *                   VALUE DATE, BENEFICIARY, CORRESPONDENT BANKS *
      *                   AND THE WIRE REFERENCE, WITH AMOUNTS TO THE  *
      *                   CURRMST MINOR UNITS. RETURNED WIRE ADVICES   *
      *                   COME FROM TONIGHT'S RTNFEE RETURNS AS        *
      *                   STAMPED ON WPSXHST, CANCELLATION NOTICES     *
      *                   FROM THE PRPW2218 WPSCNCL FILES. ADVICES ARE *
      *                   PACKAGED PER CUSTOMER AND BRANCH AND         *
      *                   DELIVERED BY THE CUSTPREF PREFERENCE: PRINT  *
      *                   STREAM ADVPRT FOR MAIL, FEED ADVEST FOR      *
      *                   E-STATEMENTS. A CUSTOMER WITH NO PREFERENCE  *
      *                   IS MAILED C/O THE BRANCH. ADVCTL PROVES      *
      *                   PAYMENT ADVICES AGAINST THE WPS TRAILER      *
      *                   COUNTS; AN IMBALANCE FAILS THE JOB WITH RC   *
      *                   12.                                          *
      *                                                                *
      * USED BY         : WPS WIRE PAYMENTS - NIGHTLY EXTRACT CYCLE    *
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
      *  A883459    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - THE CONVERSION AND EFFECTIVE RATE EDIT PICTURES NOW CARRY    *
      *   ALL SEVEN INTEGER DIGITS OF ADV-CAD-RATE AND ADV-EFF-RATE,   *
      *   SO A LARGE RATE IS NO LONGER TRUNCATED ON THE ADVICE.        *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    RPW2288.
       AUTHOR.        R MACALLISTER.
       INSTALLATION.  WPS WIRE PAYMENTS.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WPS-FINAL-FILE    ASSIGN TO WPSFINAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT XMIT-HISTORY-FILE ASSIGN TO WPSXHST
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-FEE-FILE   ASSIGN TO RTNFEE
               ORGANIZATION IS SEQUENTIAL.
           SELECT CANCELLED-WIRE-FILE ASSIGN TO WPSCNCL
               ORGANIZATION IS SEQUENTIAL.
           SELECT FXRATE-FILE       ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FXR-CURRENCY.
           SELECT BILLPRC-FILE      ASSIGN TO BILLPRC
               ORGANIZATION IS SEQUENTIAL.
           SELECT CURRMST-FILE      ASSIGN TO CURRMST
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTPREF-FILE     ASSIGN TO CUSTPREF
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTACCT-FILE     ASSIGN TO CUSTACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CACT-KEY.
           SELECT BUSDATE-PARM-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL.
           SELECT ADVICE-SORT-FILE  ASSIGN TO SRTWK01.
           SELECT ADVICE-PRINT-FILE ASSIGN TO ADVPRT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ESTMT-FEED-FILE   ASSIGN TO ADVEST
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-REPORT    ASSIGN TO ADVCTL
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WPS-FINAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WPS-FINAL-RECORD             PIC X(180).
       FD  XMIT-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY WPSXHST.
       FD  RETURN-FEE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY RTNFEE.
       FD  CANCELLED-WIRE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY WPSCNCL.
       FD  FXRATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FXRATE.
       FD  BILLPRC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY BILLPRC.
       FD  CURRMST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY CURRMST.
       FD  CUSTPREF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY CUSTPREF.
       FD  CUSTACCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTACCT.
       FD  BUSDATE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BUSDATE-PARM-RECORD.
           05 BUSDATE-CYCLE-DATE         PIC X(10).
           05 FILLER                     PIC X(70).
      *    ONLY THE SORT KEY IS NAMED HERE; THE ADVICE IS BUILT IN AND
      *    RETURNED TO ADVICE-RECORD IN WORKING STORAGE.
       SD  ADVICE-SORT-FILE.
       01  ADVICE-SORT-REC.
           05 ASR-CUSTID                 PIC X(05).
           05 ASR-BRANCH                 PIC 9(04).
           05 ASR-TYPE-SEQ               PIC 9(01).
           05 ASR-TRANS-DATE             PIC X(10).
           05 ASR-TRANS-TIME             PIC X(08).
           05 FILLER                     PIC X(372).
       FD  ADVICE-PRINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ADVICE-PRINT-LINE             PIC X(132).
       FD  ESTMT-FEED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ADVEST.
       FD  CONTROL-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-LINE                  PIC X(132).
       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
           05 FINAL-EOF-SW              PIC X(01)    VALUE 'N'.
              88 FINAL-EOF                           VALUE 'Y'.
           05 HISTORY-EOF-SW            PIC X(01)    VALUE 'N'.
              88 HISTORY-EOF                         VALUE 'Y'.
           05 RTNFEE-EOF-SW             PIC X(01)    VALUE 'N'.
              88 RTNFEE-EOF                          VALUE 'Y'.
           05 CNCL-EOF-SW               PIC X(01)    VALUE 'N'.
              88 CNCL-EOF                            VALUE 'Y'.
           05 FXRATE-EOF-SW             PIC X(01)    VALUE 'N'.
              88 FXRATE-EOF                          VALUE 'Y'.
           05 BILLPRC-EOF-SW            PIC X(01)    VALUE 'N'.
              88 BILLPRC-EOF                         VALUE 'Y'.
           05 CURRMST-EOF-SW            PIC X(01)    VALUE 'N'.
              88 CURRMST-EOF                         VALUE 'Y'.
           05 CUSTPREF-EOF-SW           PIC X(01)    VALUE 'N'.
              88 CUSTPREF-EOF                        VALUE 'Y'.
           05 SORT-STATUS-SW            PIC X(01)    VALUE 'N'.
              88 SORT-EOF                            VALUE 'Y'.
           05 FEE-FOUND-SW              PIC X(01)    VALUE 'N'.
              88 FEE-WAS-FOUND                       VALUE 'Y'.
           05 CURR-FOUND-SW             PIC X(01)    VALUE 'N'.
              88 CURR-WAS-FOUND                      VALUE 'Y'.
           05 RTN-FOUND-SW              PIC X(01)    VALUE 'N'.
              88 RTN-WAS-FOUND                       VALUE 'Y'.
           05 TRAILER-SEEN-SW           PIC X(01)    VALUE 'N'.
              88 TRAILER-WAS-SEEN                    VALUE 'Y'.
           05 CONTROL-OK-SW             PIC X(01)    VALUE 'Y'.
              88 CONTROL-IS-IN-BALANCE               VALUE 'Y'.
           05 FIRST-ADVICE-SW           PIC X(01)    VALUE 'Y'.
              88 FIRST-ADVICE-IN-RUN                 VALUE 'Y'.
       77  WS-DETAIL-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-TRAILER-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  WS-TRAILER-FILE-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-PAYMENT-ADVICE-COUNT       PIC 9(09) COMP VALUE ZERO.
       77  WS-RETURN-ADVICE-COUNT        PIC 9(09) COMP VALUE ZERO.
       77  WS-CANCEL-NOTICE-COUNT        PIC 9(09) COMP VALUE ZERO.
       77  WS-PRINTED-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  WS-ESTMT-COUNT                PIC 9(09) COMP VALUE ZERO.
       77  WS-PACKAGE-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  WS-MAIL-PACKAGE-COUNT         PIC 9(09) COMP VALUE ZERO.
       77  WS-CUSTOMER-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-NO-PREF-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  WS-EXCEPTION-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-PACKAGE-ADVICES            PIC 9(05) COMP VALUE ZERO.
       77  WS-RATE-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-RATE-MAX                   PIC 9(03) COMP VALUE 500.
       77  WS-BILL-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-BILL-MAX                   PIC 9(03) COMP VALUE 500.
       77  WS-CURR-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-CURR-MAX                   PIC 9(03) COMP VALUE 300.
       77  WS-RFEE-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-RFEE-MAX                   PIC 9(05) COMP VALUE 2000.
       77  WS-CHAIN-SUB                  PIC 9(04) COMP VALUE ZERO.
       77  WS-MINOR-UNITS                PIC 9(01)      VALUE 2.
       77  WS-WIRE-FEE                   PIC 9(09)V99   VALUE ZERO.
       77  WS-FEE-WHOLE                  PIC 9(09) COMP VALUE ZERO.
       77  WS-FEE-TENTHS                 PIC 9(10) COMP VALUE ZERO.
       77  WS-AMT-WHOLE                  PIC 9(13) COMP-3 VALUE ZERO.
       77  WS-AMT-TENTHS                 PIC 9(14) COMP-3 VALUE ZERO.
       77  WS-FMT-AMOUNT                 PIC 9(13)V99   VALUE ZERO.
       77  WS-CAD-RATE                   PIC S9(07)V9(06) COMP-3
                                         VALUE ZERO.
       77  WS-XMIT-CYCLE-NO              PIC 9(01)      VALUE ZERO.
       77  WS-XMIT-DATE                  PIC X(10)   VALUE SPACES.
       77  WS-ACTUAL-RUN-DATE            PIC X(10)   VALUE SPACES.
      *    THE WIRE BEING ADVISED, IN CRPWBILL LAYOUT -- FROM THE
      *    FINAL FILE, OR THE DETAIL IMAGE CARRIED ON THE HISTORY OR
      *    THE CANCELLED WIRE FILE.  THE FINAL FILE IS READ ONE RECORD
      *    AHEAD INTO WS-NEXT-RECORD SO A WPS-CORR-REC FOLLOWING THE
      *    DETAIL CAN BE PICKED UP BEFORE THE ADVICE IS RELEASED.
           COPY CRPWBILL.
       01  WS-NEXT-RECORD.
           05 WS-NEXT-TYPE-IND           PIC X(01).
              88 NEXT-IS-HEADER                      VALUE 'A'.
              88 NEXT-IS-DETAIL                      VALUE 'D'.
              88 NEXT-IS-CORR                        VALUE 'C'.
              88 NEXT-IS-TRAILER                     VALUE 'Z'.
           05 WS-NEXT-CORR-CUSTID        PIC X(05).
           05 WS-NEXT-CORR-TRANS-DATE    PIC X(10).
           05 WS-NEXT-CORR-TRANS-TIME    PIC X(08).
           05 WS-NEXT-CORR-BANK-TABLE    PIC X(114).
           05 FILLER                     PIC X(42).
      *    THE CORRESPONDENT CHAIN BEHIND THE CURRENT WIRE, IN ROUTING
      *    ORDER
       01  WS-CHAIN-TABLE.
           05 WS-CHAIN-BANK OCCURS 3 TIMES.
              10 WS-CHAIN-BANKID         PIC X(35).
              10 WS-CHAIN-CTRY           PIC X(03).
      *    IN-STORAGE COPY OF THE FXRATE TABLE, IN KEY ORDER FOR THE
      *    BINARY SEARCH, LOADED THE WAY PRPW2200 LOADS IT
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 1 TO 500 TIMES
                             DEPENDING ON WS-RATE-COUNT
                             ASCENDING KEY IS WS-RT-CURRENCY
                             INDEXED BY WS-RATE-IDX.
              10 WS-RT-CURRENCY          PIC X(03).
              10 WS-RT-SPREAD-RATE       PIC S9(03)V9(06) COMP-3.
              10 WS-RT-CAD-RATE          PIC S9(07)V9(06) COMP-3.
       01  WS-BILL-TABLE.
           05 WS-BILL-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-BILL-IDX.
              10 WS-BP-BILL-CODE         PIC X(04).
              10 WS-BP-BASE-FEE          PIC 9(07)V99.
              10 WS-BP-CORR-SURCHARGE    PIC 9(07)V99.
       01  WS-CURR-TABLE.
           05 WS-CURR-ENTRY OCCURS 300 TIMES
                             INDEXED BY WS-CURR-IDX.
              10 WS-CM-ALPHA-CODE        PIC X(03).
              10 WS-CM-MINOR-UNITS       PIC 9(01).
      *    TONIGHT'S RETURNED WIRES AS RPW2285 WROTE THEM TO RTNFEE.
      *    A RETURN IS ADVISED FROM ITS STAMPED HISTORY RECORD; ONE
      *    LEFT UNMATCHED AT THE END OF THE HISTORY IS AN EXCEPTION.
       01  WS-RFEE-TABLE.
           05 WS-RFEE-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-RFEE-IDX.
              10 WS-RF-WIRE-REF          PIC X(15).
              10 WS-RF-CUSTID            PIC X(05).
              10 WS-RF-CURRENCY          PIC X(03).
              10 WS-RF-RETURN-DATE       PIC X(10).
              10 WS-RF-MATCHED-SW        PIC X(01).
                 88 WS-RF-MATCHED                    VALUE 'Y'.
      *    ONE ADVICE, AS RELEASED TO AND RETURNED FROM THE SORT, IN
      *    CUSTOMER / BRANCH / ADVICE TYPE / TRANSACTION ORDER.  THE
      *    TYPE SEQUENCE PUTS PAYMENT ADVICES AHEAD OF RETURNED WIRE
      *    ADVICES AND CANCELLATION NOTICES WITHIN THE PACKAGE.
      *    FEE STATUS:  P PRICED   U NO PRICING ROW (PRICED ON THE
      *                 INVOICE)   N NOT BILLED   W WAIVED OR REFUNDED
       01  ADVICE-RECORD.
           05 ADV-SORT-KEY.
              10 ADV-CUSTID              PIC X(05).
              10 ADV-BRANCH              PIC 9(04).
              10 ADV-TYPE-SEQ            PIC 9(01).
              10 ADV-TRANS-DATE          PIC X(10).
              10 ADV-TRANS-TIME          PIC X(08).
           05 ADV-TYPE                   PIC X(01).
              88 ADV-PAYMENT                         VALUE 'P'.
              88 ADV-RETURN                          VALUE 'R'.
              88 ADV-CANCEL                          VALUE 'C'.
           05 ADV-WIRE-REF               PIC X(15).
           05 ADV-ACCT                   PIC 9(09).
           05 ADV-EVENT-DATE             PIC X(10).
           05 ADV-EVENT-CYCLE            PIC 9(01).
           05 ADV-VALUE-DATE             PIC X(10).
           05 ADV-AMOUNT                 PIC 9(13)V99.
           05 ADV-CURRENCY               PIC X(03).
           05 ADV-MINOR-UNITS            PIC 9(01).
           05 ADV-FXIND                  PIC X(01).
              88 ADV-CONVERTED                       VALUE 'Y'.
           05 ADV-FXSPREAD               PIC 9(13)V99.
           05 ADV-CAD-RATE               PIC 9(07)V9(06).
           05 ADV-EFF-RATE               PIC 9(07)V9(06).
           05 ADV-FEE                    PIC 9(09)V99.
           05 ADV-FEE-STATUS             PIC X(01).
              88 ADV-FEE-CHARGED                     VALUE 'P'.
              88 ADV-FEE-UNPRICED                    VALUE 'U'.
              88 ADV-FEE-NOT-BILLED                  VALUE 'N'.
              88 ADV-FEE-WAIVED                      VALUE 'W'.
           05 ADV-BILL-CODE              PIC X(04).
           05 ADV-CHGSBEN                PIC X(01).
           05 ADV-BENEFICIARY            PIC X(35).
           05 ADV-BEN-BANKID             PIC X(35).
           05 ADV-CORR-BANK-TABLE.
              10 ADV-CORR-BANKID OCCURS 3 TIMES
                                         PIC X(35).
           05 ADV-RETURN-REASON          PIC X(04).
           05 ADV-RETURN-AMT             PIC 9(13)V99.
           05 ADV-CREDIT-AMT             PIC 9(13)V99.
           05 FILLER                     PIC X(39).
      *    THE CUSTOMER AND BRANCH WHOSE PACKAGE IS BEING BUILT, AND
      *    WHERE IT GOES
       01  WS-PACKAGE.
           05 WS-PKG-CUSTID              PIC X(05)   VALUE SPACES.
           05 WS-PKG-BRANCH              PIC 9(04)   VALUE ZERO.
           05 WS-PKG-DELIVERY            PIC X(01)   VALUE 'M'.
              88 PKG-BY-MAIL                         VALUE 'M'.
              88 PKG-ONLINE                          VALUE 'E'.
           05 WS-PKG-PREF-SW             PIC X(01)   VALUE 'N'.
              88 PKG-HAS-PREFERENCE                  VALUE 'Y'.
           05 WS-PKG-ONLINE-ID           PIC X(12)   VALUE SPACES.
           05 WS-PKG-MAIL-NAME           PIC X(35)   VALUE SPACES.
           05 WS-PKG-MAIL-LINE OCCURS 3 TIMES
                                         PIC X(35).
           05 WS-PKG-POSTAL-CODE         PIC X(10)   VALUE SPACES.
      *    VALUE DATE AS CARRIED ON THE WIRE (YYMMDD) AND AS PRINTED
       01  WS-PRO-DATE-IN.
           05 WS-PRO-YY                  PIC X(02).
           05 WS-PRO-MM                  PIC X(02).
           05 WS-PRO-DD                  PIC X(02).
       01  WS-VALUE-DATE-OUT.
           05 FILLER                     PIC X(02) VALUE '20'.
           05 WS-VAL-YY                  PIC X(02).
           05 FILLER                     PIC X(01) VALUE '-'.
           05 WS-VAL-MM                  PIC X(02).
           05 FILLER                     PIC X(01) VALUE '-'.
           05 WS-VAL-DD                  PIC X(02).
      *    AN AMOUNT LAID OUT TO ITS CURRENCY'S MINOR UNITS, RIGHT
      *    ALIGNED IN TWENTY COLUMNS SO THE DECIMAL MARKS OF A
      *    TWO-DECIMAL CURRENCY LINE UP DOWN THE ADVICE
       01  WS-AMT-EDIT-AREA.
           05 WS-AMT-EDIT-2              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-EDIT-1-AREA REDEFINES WS-AMT-EDIT-AREA.
           05 FILLER                     PIC X(01).
           05 WS-AMT-EDIT-1              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.9.
       01  WS-AMT-EDIT-0-AREA REDEFINES WS-AMT-EDIT-AREA.
           05 FILLER                     PIC X(03).
           05 WS-AMT-EDIT-0              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-AMT-TEXT                   PIC X(20).
       01  WS-RATE-EDIT                  PIC Z,ZZZ,ZZ9.999999.
       01  WS-EFF-RATE-EDIT              PIC Z,ZZZ,ZZ9.999999.
       01  WS-CURRENT-DATE.
           05 WS-CURR-CC                 PIC 9(02).
           05 WS-CURR-YY                 PIC 9(02).
           05 WS-CURR-MM                 PIC 9(02).
           05 WS-CURR-DD                 PIC 9(02).
       01  WS-RUN-DATE-OUT.
           05 FILLER                     PIC X(02) VALUE '20'.
           05 WS-RUN-YY                  PIC 9(02).
           05 FILLER                     PIC X(01) VALUE '-'.
           05 WS-RUN-MM                  PIC 9(02).
           05 FILLER                     PIC X(01) VALUE '-'.
           05 WS-RUN-DD                  PIC 9(02).
      *    ADVICE PRINT STREAM LINES
       01  PKG-HDG-LINE.
           05 FILLER PIC X(46)
               VALUE 'TD BANK -- WPS WIRE PAYMENT ADVICES -- DATE   '.
           05 PHL-RUN-DATE     PIC X(10).
           05 FILLER           PIC X(12) VALUE '   CUSTOMER '.
           05 PHL-CUSTID       PIC X(05).
           05 FILLER           PIC X(10) VALUE '   BRANCH '.
           05 PHL-BRANCH       PIC 9(04).
           05 FILLER           PIC X(45) VALUE SPACES.
       01  ADDRESS-LINE.
           05 FILLER           PIC X(06) VALUE SPACES.
           05 ADL-TEXT         PIC X(35) VALUE SPACES.
           05 FILLER           PIC X(91) VALUE SPACES.
       01  ADVICE-TITLE-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 ATL-TITLE        PIC X(30) VALUE SPACES.
           05 FILLER           PIC X(17) VALUE 'YOUR REFERENCE : '.
           05 ATL-WIRE-REF     PIC X(15) VALUE SPACES.
           05 FILLER           PIC X(68) VALUE SPACES.
       01  ADVICE-LINE.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 AL-LABEL         PIC X(22) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE ': '.
           05 AL-TEXT          PIC X(80) VALUE SPACES.
           05 FILLER           PIC X(24) VALUE SPACES.
       01  PKG-END-LINE.
           05 FILLER PIC X(32)
               VALUE '  END OF ADVICES FOR CUSTOMER   '.
           05 PEL-CUSTID       PIC X(05).
           05 FILLER           PIC X(09) VALUE '  BRANCH '.
           05 PEL-BRANCH       PIC 9(04).
           05 FILLER           PIC X(04) VALUE ' -- '.
           05 PEL-COUNT        PIC ZZ,ZZ9.
           05 FILLER           PIC X(10) VALUE ' ADVICE(S)'.
           05 FILLER           PIC X(62) VALUE SPACES.
       01  PKG-RULE-LINE                 PIC X(132) VALUE ALL '='.
      *    CONTROL REPORT LINES
       01  HDG1-LINE.
           05 FILLER PIC X(46)
               VALUE 'WPS CUSTOMER WIRE ADVICE CONTROL --           '.
           05 HDG1-RUN-DATE    PIC X(10).
           05 FILLER PIC X(76) VALUE SPACES.
       01  HDG2-LINE.
           05 FILLER PIC X(24)
               VALUE 'WIRE-REF         CUSTID '.
           05 FILLER PIC X(26)
               VALUE 'TRANS-DATE TRANS-TIME CCY '.
           05 FILLER PIC X(30)
               VALUE 'EXCEPTION'.
           05 FILLER PIC X(52) VALUE SPACES.
       01  EXCEPTION-LINE.
           05 EX-WIRE-REF      PIC X(15).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EX-CUSTID        PIC X(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EX-TRANS-DATE    PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 EX-TRANS-TIME    PIC X(08).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 EX-CURR          PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 EX-REASON        PIC X(40).
           05 FILLER           PIC X(42) VALUE SPACES.
       01  SUMMARY-LINE.
           05 SUM-LABEL        PIC X(30).
           05 SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(91) VALUE SPACES.
       01  RESULT-LINE.
           05 FILLER PIC X(28)
               VALUE 'WPS ADVICE CONTROL --       '.
           05 RL-RESULT        PIC X(50).
           05 FILLER PIC X(54) VALUE SPACES.
       01  ACTUAL-RUN-LINE.
           05 FILLER           PIC X(26)
               VALUE 'SYSTEM DATE ACTUALLY RAN: '.
           05 ARL-ACTUAL-DATE  PIC X(10).
           05 FILLER           PIC X(96) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 2000-PRODUCE-ADVICES THRU 2000-EXIT.
           PERFORM 7000-PROVE-CONTROL   THRU 7000-EXIT.
           PERFORM 8000-WRITE-SUMMARY   THRU 8000-EXIT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
           EVALUATE TRUE
               WHEN NOT CONTROL-IS-IN-BALANCE
                   MOVE 12 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
      *----------------------------------------------------------------*
      * 1000-INITIALIZE - BUSINESS DATE, RATE AND PRICING TABLES,      *
      * TONIGHT'S RETURNS, AND THE OUTPUT FILES HEADED UP              *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-YY TO WS-RUN-YY.
           MOVE WS-CURR-MM TO WS-RUN-MM.
           MOVE WS-CURR-DD TO WS-RUN-DD.
           MOVE WS-RUN-DATE-OUT TO WS-ACTUAL-RUN-DATE.
           PERFORM 1050-READ-BUSDATE      THRU 1050-EXIT.
           PERFORM 1300-LOAD-BILL-TABLE   THRU 1300-EXIT.
           PERFORM 1400-LOAD-CURR-TABLE   THRU 1400-EXIT.
           PERFORM 1500-LOAD-FXRATE-TABLE THRU 1500-EXIT.
           PERFORM 1600-LOAD-RTNFEE-TABLE THRU 1600-EXIT.
           OPEN INPUT  CUSTPREF-FILE.
           OPEN INPUT  CUSTACCT-FILE.
           OPEN OUTPUT ADVICE-PRINT-FILE.
           OPEN OUTPUT ESTMT-FEED-FILE.
           OPEN OUTPUT CONTROL-REPORT.
           PERFORM 4310-READ-CUSTPREF     THRU 4310-EXIT.
           MOVE SPACES             TO ESTMT-ADVICE-RECORD.
           SET ESTA-HEADER-REC     TO TRUE.
           MOVE WS-RUN-DATE-OUT    TO ESTA-HDR-BUS-DATE.
           MOVE 'RPW2288'          TO ESTA-HDR-SOURCE.
           WRITE ESTMT-ADVICE-RECORD.
           MOVE WS-RUN-DATE-OUT    TO HDG1-RUN-DATE.
           WRITE CONTROL-LINE FROM HDG1-LINE.
           MOVE WS-ACTUAL-RUN-DATE TO ARL-ACTUAL-DATE.
           WRITE CONTROL-LINE FROM ACTUAL-RUN-LINE.
           WRITE CONTROL-LINE FROM HDG2-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1050-READ-BUSDATE - THE SCHEDULER-STAMPED BUSINESS DATE        *
      * CONTROL CARD IS THE DATE THE ADVICES ARE ISSUED UNDER; A       *
      * MISSING OR BLANK CARD FALLS BACK TO THE SYSTEM DATE            *
      *----------------------------------------------------------------*
       1050-READ-BUSDATE.
           OPEN INPUT BUSDATE-PARM-FILE.
           READ BUSDATE-PARM-FILE
               AT END MOVE SPACES TO BUSDATE-CYCLE-DATE
           END-READ.
           CLOSE BUSDATE-PARM-FILE.
           IF BUSDATE-CYCLE-DATE NOT = SPACES
               MOVE BUSDATE-CYCLE-DATE TO WS-RUN-DATE-OUT
           END-IF.
       1050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1300-LOAD-BILL-TABLE - THE BILL CODE AND FEE COLUMNS OF        *
      * BILLPRC, LOADED AS RPW2260 LOADS THEM SO THE FEE ADVISED IS    *
      * THE FEE INVOICED                                               *
      *----------------------------------------------------------------*
       1300-LOAD-BILL-TABLE.
           OPEN INPUT BILLPRC-FILE.
           PERFORM 1310-READ-BILLPRC THRU 1310-EXIT.
           PERFORM 1320-STORE-BILLPRC THRU 1320-EXIT
               UNTIL BILLPRC-EOF.
           CLOSE BILLPRC-FILE.
       1300-EXIT.
           EXIT.
       1310-READ-BILLPRC.
           READ BILLPRC-FILE
               AT END SET BILLPRC-EOF TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.
       1320-STORE-BILLPRC.
           IF WS-BILL-COUNT >= WS-BILL-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-BILL-COUNT.
           SET WS-BILL-IDX TO WS-BILL-COUNT.
           MOVE BPRC-BILL-CODE      TO WS-BP-BILL-CODE (WS-BILL-IDX).
           MOVE BPRC-BASE-FEE       TO WS-BP-BASE-FEE (WS-BILL-IDX).
           MOVE BPRC-CORR-SURCHARGE
               TO WS-BP-CORR-SURCHARGE (WS-BILL-IDX).
           PERFORM 1310-READ-BILLPRC THRU 1310-EXIT.
       1320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1400-LOAD-CURR-TABLE - MINOR-UNIT COUNT EVERY AMOUNT ON THE    *
      * ADVICE IS ROUNDED TO                                           *
      *----------------------------------------------------------------*
       1400-LOAD-CURR-TABLE.
           OPEN INPUT CURRMST-FILE.
           PERFORM 1410-READ-CURRMST THRU 1410-EXIT.
           PERFORM 1420-STORE-CURRMST THRU 1420-EXIT
               UNTIL CURRMST-EOF.
           CLOSE CURRMST-FILE.
       1400-EXIT.
           EXIT.
       1410-READ-CURRMST.
           READ CURRMST-FILE
               AT END SET CURRMST-EOF TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.
       1420-STORE-CURRMST.
           IF WS-CURR-COUNT >= WS-CURR-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CURR-COUNT.
           SET WS-CURR-IDX TO WS-CURR-COUNT.
           MOVE CMST-ALPHA-CODE  TO WS-CM-ALPHA-CODE (WS-CURR-IDX).
           MOVE CMST-MINOR-UNITS TO WS-CM-MINOR-UNITS (WS-CURR-IDX).
           PERFORM 1410-READ-CURRMST THRU 1410-EXIT.
       1420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1500-LOAD-FXRATE-TABLE - SAME IN-STORAGE COPY OF THE FXRATE    *
      * TABLE PRPW2200 LOADS, IN KEY ORDER FOR THE BINARY SEARCH       *
      *----------------------------------------------------------------*
       1500-LOAD-FXRATE-TABLE.
           OPEN INPUT FXRATE-FILE.
           PERFORM 1510-READ-FXRATE THRU 1510-EXIT.
           PERFORM 1520-STORE-FXRATE THRU 1520-EXIT
               UNTIL FXRATE-EOF.
           CLOSE FXRATE-FILE.
       1500-EXIT.
           EXIT.
       1510-READ-FXRATE.
           READ FXRATE-FILE NEXT RECORD
               AT END SET FXRATE-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.
       1520-STORE-FXRATE.
           IF WS-RATE-COUNT >= WS-RATE-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RATE-COUNT.
           SET WS-RATE-IDX TO WS-RATE-COUNT.
           MOVE FXR-CURRENCY    TO WS-RT-CURRENCY (WS-RATE-IDX).
           MOVE FXR-SPREAD-RATE TO WS-RT-SPREAD-RATE (WS-RATE-IDX).
           MOVE FXR-CAD-RATE    TO WS-RT-CAD-RATE (WS-RATE-IDX).
           PERFORM 1510-READ-FXRATE THRU 1510-EXIT.
       1520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1600-LOAD-RTNFEE-TABLE - TONIGHT'S RETURNED WIRES FROM THE     *
      * RPW2285 RTNFEE FILE.  MORE RETURNS THAN THE STORAGE COPY       *
      * HOLDS FAILS THE RUN                                            *
      *----------------------------------------------------------------*
       1600-LOAD-RTNFEE-TABLE.
           OPEN INPUT RETURN-FEE-FILE.
           PERFORM 1610-READ-RTNFEE THRU 1610-EXIT.
           PERFORM 1620-STORE-RTNFEE THRU 1620-EXIT
               UNTIL RTNFEE-EOF.
           CLOSE RETURN-FEE-FILE.
       1600-EXIT.
           EXIT.
       1610-READ-RTNFEE.
           READ RETURN-FEE-FILE
               AT END SET RTNFEE-EOF TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.
       1620-STORE-RTNFEE.
           IF WS-RFEE-COUNT >= WS-RFEE-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RFEE-COUNT.
           SET WS-RFEE-IDX TO WS-RFEE-COUNT.
           MOVE RFEE-WIRE-REF    TO WS-RF-WIRE-REF (WS-RFEE-IDX).
           MOVE RFEE-CUSTID      TO WS-RF-CUSTID (WS-RFEE-IDX).
           MOVE RFEE-CURRENCY    TO WS-RF-CURRENCY (WS-RFEE-IDX).
           MOVE RFEE-RETURN-DATE TO WS-RF-RETURN-DATE (WS-RFEE-IDX).
           MOVE 'N'              TO WS-RF-MATCHED-SW (WS-RFEE-IDX).
           PERFORM 1610-READ-RTNFEE THRU 1610-EXIT.
       1620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-PRODUCE-ADVICES - EVERY ADVICE OF THE NIGHT, SORTED INTO  *
      * ONE PACKAGE PER CUSTOMER AND BRANCH                            *
      *----------------------------------------------------------------*
       2000-PRODUCE-ADVICES.
           SORT ADVICE-SORT-FILE
               ON ASCENDING KEY ASR-CUSTID
                                ASR-BRANCH
                                ASR-TYPE-SEQ
                                ASR-TRANS-DATE
                                ASR-TRANS-TIME
               INPUT PROCEDURE  3000-COLLECT-ADVICES THRU 3000-EXIT
               OUTPUT PROCEDURE 4000-DELIVER-ADVICES THRU 4000-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-COLLECT-ADVICES - SORT INPUT PROCEDURE.  PAYMENT ADVICES  *
      * FROM THE DAY'S FINAL FILES, RETURNED WIRE ADVICES FROM THE     *
      * HISTORY AND CANCELLATION NOTICES FROM THE CANCELLED WIRE FILE  *
      *----------------------------------------------------------------*
       3000-COLLECT-ADVICES.
           PERFORM 3100-SCAN-FINAL      THRU 3100-EXIT.
           PERFORM 3200-SCAN-HISTORY    THRU 3200-EXIT.
           PERFORM 3250-CHECK-RETURNS   THRU 3250-EXIT.
           PERFORM 3300-SCAN-CANCELLED  THRU 3300-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3100-SCAN-FINAL - THE DAY'S FINAL TRANSMISSION FILES, ONE PER  *
      * CYCLE, CONCATENATED.  EACH HEADER GIVES THE DATE AND CYCLE OF  *
      * THE WIRES BEHIND IT AND EACH TRAILER THEIR COUNT               *
      *----------------------------------------------------------------*
       3100-SCAN-FINAL.
           OPEN INPUT WPS-FINAL-FILE.
           PERFORM 3110-READ-FINAL THRU 3110-EXIT.
           PERFORM 3120-PROCESS-RECORD THRU 3120-EXIT
               UNTIL FINAL-EOF.
           CLOSE WPS-FINAL-FILE.
       3100-EXIT.
           EXIT.
       3110-READ-FINAL.
           READ WPS-FINAL-FILE INTO WS-NEXT-RECORD
               AT END SET FINAL-EOF TO TRUE
           END-READ.
       3110-EXIT.
           EXIT.
       3120-PROCESS-RECORD.
           MOVE WS-NEXT-RECORD TO WPS-RECORD.
           PERFORM 3110-READ-FINAL THRU 3110-EXIT.
           EVALUATE TRUE
               WHEN WPS-HEADER-REC
                   MOVE WPS-HEADER-DATE     TO WS-XMIT-DATE
                   MOVE WPS-HEADER-CYCLE-NO TO WS-XMIT-CYCLE-NO
                   IF WS-XMIT-CYCLE-NO = ZERO
                       MOVE 1 TO WS-XMIT-CYCLE-NO
                   END-IF
               WHEN WPS-DETAIL-REC
                   ADD 1 TO WS-DETAIL-COUNT
                   PERFORM 3130-PICK-UP-CHAIN THRU 3130-EXIT
                   PERFORM 3150-PAYMENT-ADVICE THRU 3150-EXIT
               WHEN WPS-TRAILER-REC
                   MOVE 'Y' TO TRAILER-SEEN-SW
                   ADD 1    TO WS-TRAILER-FILE-COUNT
                   ADD WPS-TOTAL-DETAIL-RECORD TO WS-TRAILER-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3130-PICK-UP-CHAIN - A WPS-CORR-REC IMMEDIATELY BEHIND THE     *
      * DETAIL AND MATCHING IT ON CUSTOMER/DATE/TIME CARRIES THE       *
      * CORRESPONDENT CHAIN                                            *
      *----------------------------------------------------------------*
       3130-PICK-UP-CHAIN.
           MOVE SPACES TO WS-CHAIN-TABLE.
           IF FINAL-EOF OR NOT NEXT-IS-CORR
               GO TO 3130-EXIT
           END-IF.
           IF WS-NEXT-CORR-CUSTID     NOT = WPS-CUSTID
              OR WS-NEXT-CORR-TRANS-DATE NOT = WPS-TRANS-DATE
              OR WS-NEXT-CORR-TRANS-TIME NOT = WPS-TRANS-TIME
               GO TO 3130-EXIT
           END-IF.
           MOVE WS-NEXT-CORR-BANK-TABLE TO WS-CHAIN-TABLE.
           PERFORM 3110-READ-FINAL THRU 3110-EXIT.
       3130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3150-PAYMENT-ADVICE - ONE ADVICE PER TRANSMITTED WIRE: THE     *
      * SPREAD WITH THE RATE IT WAS TAKEN AT AND THE FEE IT BILLS      *
      *----------------------------------------------------------------*
       3150-PAYMENT-ADVICE.
           PERFORM 3500-LOAD-WIRE-FIELDS THRU 3500-EXIT.
           MOVE 1                 TO ADV-TYPE-SEQ.
           SET ADV-PAYMENT        TO TRUE.
           MOVE WS-XMIT-DATE      TO ADV-EVENT-DATE.
           MOVE WS-XMIT-CYCLE-NO  TO ADV-EVENT-CYCLE.
           PERFORM 3600-CONVERSION-RATES THRU 3600-EXIT.
           PERFORM 3700-PRICE-FEE THRU 3700-EXIT.
           MOVE WS-WIRE-FEE       TO ADV-FEE.
           EVALUATE TRUE
               WHEN WPS-BILL-CODE = '0000'
                   SET ADV-FEE-NOT-BILLED TO TRUE
               WHEN NOT FEE-WAS-FOUND
                   SET ADV-FEE-UNPRICED   TO TRUE
               WHEN OTHER
                   SET ADV-FEE-CHARGED    TO TRUE
           END-EVALUATE.
           ADD 1 TO WS-PAYMENT-ADVICE-COUNT.
           PERFORM 3800-RELEASE-ADVICE THRU 3800-EXIT.
       3150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3200-SCAN-HISTORY - THE TRANSMITTED WIRE HISTORY AS RPW2285    *
      * LEFT IT TONIGHT.  A WIRE STAMPED RETURNED WHOSE REFERENCE IS   *
      * ON TONIGHT'S RTNFEE FILE GETS A RETURNED WIRE ADVICE; A WIRE   *
      * RETURNED ON AN EARLIER NIGHT WAS ADVISED THEN                  *
      *----------------------------------------------------------------*
       3200-SCAN-HISTORY.
           IF WS-RFEE-COUNT = ZERO
               GO TO 3200-EXIT
           END-IF.
           OPEN INPUT XMIT-HISTORY-FILE.
           PERFORM 3210-READ-HISTORY THRU 3210-EXIT.
           PERFORM 3220-RETURN-ADVICE THRU 3220-EXIT
               UNTIL HISTORY-EOF.
           CLOSE XMIT-HISTORY-FILE.
       3200-EXIT.
           EXIT.
       3210-READ-HISTORY.
           READ XMIT-HISTORY-FILE
               AT END SET HISTORY-EOF TO TRUE
           END-READ.
       3210-EXIT.
           EXIT.
       3220-RETURN-ADVICE.
           IF NOT XHST-RETURNED
               GO TO 3220-READ-NEXT
           END-IF.
           MOVE 'N' TO RTN-FOUND-SW.
           SET WS-RFEE-IDX TO 1.
           SEARCH WS-RFEE-ENTRY
               WHEN WS-RFEE-IDX > WS-RFEE-COUNT
                   CONTINUE
               WHEN WS-RF-WIRE-REF (WS-RFEE-IDX) = XHST-WIRE-REF
                AND NOT WS-RF-MATCHED (WS-RFEE-IDX)
                   MOVE 'Y' TO RTN-FOUND-SW
                   MOVE 'Y' TO WS-RF-MATCHED-SW (WS-RFEE-IDX)
           END-SEARCH.
           IF NOT RTN-WAS-FOUND
               GO TO 3220-READ-NEXT
           END-IF.
           MOVE XHST-DETAIL-IMAGE     TO WPS-RECORD.
           MOVE XHST-CORR-BANK-TABLE  TO WS-CHAIN-TABLE.
           PERFORM 3500-LOAD-WIRE-FIELDS THRU 3500-EXIT.
           MOVE 2                     TO ADV-TYPE-SEQ.
           SET ADV-RETURN             TO TRUE.
           MOVE XHST-RETURN-DATE      TO ADV-EVENT-DATE.
           MOVE ZERO                  TO ADV-EVENT-CYCLE.
           MOVE XHST-RETURN-REASON    TO ADV-RETURN-REASON.
           MOVE XHST-RETURN-AMT       TO ADV-RETURN-AMT.
           MOVE XHST-RETURN-CREDIT-AMT TO ADV-CREDIT-AMT.
      *    RPW2260 WAIVES THE FEE ON A RETURN BILLED THIS MONTH AND
      *    REFUNDS ONE ALREADY BILLED, SO THE FEE IS SHOWN AS COMING
      *    BACK EITHER WAY
           PERFORM 3700-PRICE-FEE THRU 3700-EXIT.
           MOVE WS-WIRE-FEE           TO ADV-FEE.
           IF WPS-BILL-CODE = '0000'
               SET ADV-FEE-NOT-BILLED TO TRUE
           ELSE
               SET ADV-FEE-WAIVED     TO TRUE
           END-IF.
           ADD 1 TO WS-RETURN-ADVICE-COUNT.
           PERFORM 3800-RELEASE-ADVICE THRU 3800-EXIT.
       3220-READ-NEXT.
           PERFORM 3210-READ-HISTORY THRU 3210-EXIT.
       3220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3250-CHECK-RETURNS - A RETURN ON RTNFEE WITH NO RETURNED WIRE  *
      * ON THE HISTORY CANNOT BE ADVISED AND IS AN EXCEPTION           *
      *----------------------------------------------------------------*
       3250-CHECK-RETURNS.
           IF WS-RFEE-COUNT > ZERO
               PERFORM 3260-CHECK-ONE-RETURN THRU 3260-EXIT
                   VARYING WS-RFEE-IDX FROM 1 BY 1
                   UNTIL WS-RFEE-IDX > WS-RFEE-COUNT
           END-IF.
       3250-EXIT.
           EXIT.
       3260-CHECK-ONE-RETURN.
           IF WS-RF-MATCHED (WS-RFEE-IDX)
               GO TO 3260-EXIT
           END-IF.
           MOVE SPACES                          TO EXCEPTION-LINE.
           MOVE WS-RF-WIRE-REF (WS-RFEE-IDX)    TO EX-WIRE-REF.
           MOVE WS-RF-CUSTID (WS-RFEE-IDX)      TO EX-CUSTID.
           MOVE WS-RF-CURRENCY (WS-RFEE-IDX)    TO EX-CURR.
           MOVE 'RETURN NOT STAMPED ON WPSXHST - NO ADVICE'
                                                TO EX-REASON.
           PERFORM 6900-WRITE-EXCEPTION THRU 6900-EXIT.
       3260-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3300-SCAN-CANCELLED - THE DAY'S CANCELLED WIRE FILES FROM      *
      * PRPW2218, ONE PER CYCLE, CONCATENATED.  THE WIRE NEVER LEFT    *
      * THE BANK, SO NO FEE IS CHARGED                                 *
      *----------------------------------------------------------------*
       3300-SCAN-CANCELLED.
           OPEN INPUT CANCELLED-WIRE-FILE.
           PERFORM 3310-READ-CANCELLED THRU 3310-EXIT.
           PERFORM 3320-CANCEL-NOTICE THRU 3320-EXIT
               UNTIL CNCL-EOF.
           CLOSE CANCELLED-WIRE-FILE.
       3300-EXIT.
           EXIT.
       3310-READ-CANCELLED.
           READ CANCELLED-WIRE-FILE
               AT END SET CNCL-EOF TO TRUE
           END-READ.
       3310-EXIT.
           EXIT.
       3320-CANCEL-NOTICE.
           MOVE CNCL-DETAIL-IMAGE     TO WPS-RECORD.
           MOVE SPACES                TO WS-CHAIN-TABLE.
           PERFORM 3500-LOAD-WIRE-FIELDS THRU 3500-EXIT.
           MOVE 3                     TO ADV-TYPE-SEQ.
           SET ADV-CANCEL             TO TRUE.
           MOVE CNCL-BUS-DATE         TO ADV-EVENT-DATE.
           MOVE CNCL-CYCLE-NO         TO ADV-EVENT-CYCLE.
           IF ADV-EVENT-CYCLE = ZERO
               MOVE 1 TO ADV-EVENT-CYCLE
           END-IF.
           MOVE ZERO                  TO ADV-FEE.
           SET ADV-FEE-NOT-BILLED     TO TRUE.
           ADD 1 TO WS-CANCEL-NOTICE-COUNT.
           PERFORM 3800-RELEASE-ADVICE THRU 3800-EXIT.
           PERFORM 3310-READ-CANCELLED THRU 3310-EXIT.
       3320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3500-LOAD-WIRE-FIELDS - THE PARTS OF THE ADVICE EVERY ADVICE   *
      * TYPE TAKES FROM THE WIRE ITSELF.  THE CURRENCY'S MINOR UNITS   *
      * TRAVEL WITH THE ADVICE; A CURRENCY NOT ON CURRMST IS ADVISED   *
      * AT TWO DECIMALS AND REPORTED                                   *
      *----------------------------------------------------------------*
       3500-LOAD-WIRE-FIELDS.
           MOVE SPACES            TO ADVICE-RECORD.
           MOVE WPS-CUSTID        TO ADV-CUSTID.
           MOVE WPS-PAYMT-BR      TO ADV-BRANCH.
           MOVE WPS-TRANS-DATE    TO ADV-TRANS-DATE.
           MOVE WPS-TRANS-TIME    TO ADV-TRANS-TIME.
           MOVE WPS-WIRE-REF      TO ADV-WIRE-REF.
           MOVE WPS-PAYMT-ACCT    TO ADV-ACCT.
           MOVE WPS-PRO-DATE      TO WS-PRO-DATE-IN.
           MOVE WS-PRO-YY         TO WS-VAL-YY.
           MOVE WS-PRO-MM         TO WS-VAL-MM.
           MOVE WS-PRO-DD         TO WS-VAL-DD.
           MOVE WS-VALUE-DATE-OUT TO ADV-VALUE-DATE.
           MOVE WPS-PAYMT-AMT     TO ADV-AMOUNT.
           MOVE WPS-PAYMT-CURR    TO ADV-CURRENCY.
           MOVE WPS-FXIND         TO ADV-FXIND.
           MOVE WPS-FXSPREAD      TO ADV-FXSPREAD.
           MOVE WPS-BILL-CODE     TO ADV-BILL-CODE.
           MOVE WPS-CHGSBEN       TO ADV-CHGSBEN.
           MOVE WPS-DEST          TO ADV-BENEFICIARY.
           MOVE WPS-BANKID        TO ADV-BEN-BANKID.
           MOVE WS-CHAIN-BANKID (1) TO ADV-CORR-BANKID (1).
           MOVE WS-CHAIN-BANKID (2) TO ADV-CORR-BANKID (2).
           MOVE WS-CHAIN-BANKID (3) TO ADV-CORR-BANKID (3).
           MOVE ZERO              TO ADV-CAD-RATE
                                     ADV-EFF-RATE
                                     ADV-FEE
                                     ADV-RETURN-AMT
                                     ADV-CREDIT-AMT
                                     ADV-EVENT-CYCLE.
           PERFORM 3550-FIND-CURRENCY THRU 3550-EXIT.
           MOVE WS-MINOR-UNITS    TO ADV-MINOR-UNITS.
           IF NOT CURR-WAS-FOUND
               MOVE SPACES               TO EXCEPTION-LINE
               MOVE WPS-WIRE-REF         TO EX-WIRE-REF
               MOVE WPS-CUSTID           TO EX-CUSTID
               MOVE WPS-TRANS-DATE       TO EX-TRANS-DATE
               MOVE WPS-TRANS-TIME       TO EX-TRANS-TIME
               MOVE WPS-PAYMT-CURR       TO EX-CURR
               MOVE 'CURRENCY NOT ON CURRMST - ADVISED AT 2 DP'
                                         TO EX-REASON
               PERFORM 6900-WRITE-EXCEPTION THRU 6900-EXIT
           END-IF.
       3500-EXIT.
           EXIT.
       3550-FIND-CURRENCY.
           MOVE 'N' TO CURR-FOUND-SW.
           MOVE 2   TO WS-MINOR-UNITS.
           IF WS-CURR-COUNT > ZERO
               SET WS-CURR-IDX TO 1
               SEARCH WS-CURR-ENTRY
                   WHEN WS-CURR-IDX > WS-CURR-COUNT
                       CONTINUE
                   WHEN WS-CM-ALPHA-CODE (WS-CURR-IDX)
                           = WPS-PAYMT-CURR
                       MOVE 'Y' TO CURR-FOUND-SW
                       MOVE WS-CM-MINOR-UNITS (WS-CURR-IDX)
                           TO WS-MINOR-UNITS
               END-SEARCH
           END-IF.
           IF WS-MINOR-UNITS > 2
               MOVE 2 TO WS-MINOR-UNITS
           END-IF.
       3550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3600-CONVERSION-RATES - ON A CONVERTED WIRE THE SPREAD WAS     *
      * TAKEN ON TOP OF THE FXRATE CAD RATE, SO THE CUSTOMER'S         *
      * EFFECTIVE RATE IS THE CAD RATE GROSSED UP BY THE SPREAD:       *
      *     CAD RATE * (AMOUNT + SPREAD) / AMOUNT                      *
      * CAD ITSELF, A CURRENCY WITH NO RATE ON FILE, OR A ZERO         *
      * (NEVER-STAMPED) RATE CONVERTS AT PAR, AS IN PRPW2218           *
      *----------------------------------------------------------------*
       3600-CONVERSION-RATES.
           IF NOT ADV-CONVERTED OR ADV-AMOUNT = ZERO
               GO TO 3600-EXIT
           END-IF.
           MOVE 1 TO WS-CAD-RATE.
           IF ADV-CURRENCY NOT = 'CAD' AND WS-RATE-COUNT > ZERO
               SEARCH ALL WS-RATE-ENTRY
                   AT END CONTINUE
                   WHEN WS-RT-CURRENCY (WS-RATE-IDX) = ADV-CURRENCY
                       IF WS-RT-CAD-RATE (WS-RATE-IDX) NOT = ZERO
                           MOVE WS-RT-CAD-RATE (WS-RATE-IDX)
                               TO WS-CAD-RATE
                       END-IF
               END-SEARCH
           END-IF.
           MOVE WS-CAD-RATE TO ADV-CAD-RATE.
           COMPUTE ADV-EFF-RATE ROUNDED =
               WS-CAD-RATE * (ADV-AMOUNT + ADV-FXSPREAD) / ADV-AMOUNT.
       3600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3700-PRICE-FEE - BASE FEE FOR THE BILL CODE PLUS THE           *
      * CORRESPONDENT SURCHARGE, ROUNDED TO THE PAYMENT CURRENCY'S     *
      * MINOR UNITS, EXACTLY AS 3300/3350 IN RPW2260 PRICE IT          *
      *----------------------------------------------------------------*
       3700-PRICE-FEE.
           MOVE ZERO TO WS-WIRE-FEE.
           MOVE 'N'  TO FEE-FOUND-SW.
           IF WPS-BILL-CODE NOT = '0000' AND WS-BILL-COUNT > ZERO
               SET WS-BILL-IDX TO 1
               SEARCH WS-BILL-ENTRY
                   WHEN WS-BILL-IDX > WS-BILL-COUNT
                       CONTINUE
                   WHEN WS-BP-BILL-CODE (WS-BILL-IDX) = WPS-BILL-CODE
                       MOVE 'Y' TO FEE-FOUND-SW
                       MOVE WS-BP-BASE-FEE (WS-BILL-IDX)
                           TO WS-WIRE-FEE
                       IF WPS-CORR-IND = 'Y'
                           ADD WS-BP-CORR-SURCHARGE (WS-BILL-IDX)
                               TO WS-WIRE-FEE
                       END-IF
               END-SEARCH
           END-IF.
           EVALUATE WS-MINOR-UNITS
               WHEN 0
                   COMPUTE WS-FEE-WHOLE ROUNDED = WS-WIRE-FEE
                   MOVE WS-FEE-WHOLE TO WS-WIRE-FEE
               WHEN 1
                   COMPUTE WS-FEE-TENTHS ROUNDED = WS-WIRE-FEE * 10
                   COMPUTE WS-WIRE-FEE = WS-FEE-TENTHS / 10
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3700-EXIT.
           EXIT.
       3800-RELEASE-ADVICE.
           RELEASE ADVICE-SORT-REC FROM ADVICE-RECORD.
       3800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4000-DELIVER-ADVICES - SORT OUTPUT PROCEDURE.  A NEW CUSTOMER  *
      * PICKS UP ITS DELIVERY PREFERENCE; A NEW CUSTOMER OR BRANCH     *
      * STARTS A NEW PACKAGE                                           *
      *----------------------------------------------------------------*
       4000-DELIVER-ADVICES.
           PERFORM 4100-RETURN-ADVICE THRU 4100-EXIT.
           PERFORM 4200-DELIVER-ONE-ADVICE THRU 4200-EXIT
               UNTIL SORT-EOF.
           IF NOT FIRST-ADVICE-IN-RUN
               PERFORM 4700-END-PACKAGE THRU 4700-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
       4100-RETURN-ADVICE.
           RETURN ADVICE-SORT-FILE INTO ADVICE-RECORD
               AT END SET SORT-EOF TO TRUE.
       4100-EXIT.
           EXIT.
       4200-DELIVER-ONE-ADVICE.
           IF FIRST-ADVICE-IN-RUN
              OR ADV-CUSTID NOT = WS-PKG-CUSTID
               IF NOT FIRST-ADVICE-IN-RUN
                   PERFORM 4700-END-PACKAGE THRU 4700-EXIT
               END-IF
               PERFORM 4300-START-CUSTOMER THRU 4300-EXIT
               PERFORM 4400-START-PACKAGE  THRU 4400-EXIT
           ELSE
               IF ADV-BRANCH NOT = WS-PKG-BRANCH
                   PERFORM 4700-END-PACKAGE   THRU 4700-EXIT
                   PERFORM 4400-START-PACKAGE THRU 4400-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-PACKAGE-ADVICES.
           IF PKG-ONLINE
               PERFORM 4600-WRITE-ESTMT  THRU 4600-EXIT
           ELSE
               PERFORM 4500-PRINT-ADVICE THRU 4500-EXIT
           END-IF.
           PERFORM 4100-RETURN-ADVICE THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4300-START-CUSTOMER - MATCH THE CUSTOMER TO THE PREFERENCE     *
      * FILE (BOTH IN CUSTOMER ID ORDER).  NO PREFERENCE ON FILE       *
      * MEANS MAIL IN CARE OF THE BRANCH.  AN ONLINE PREFERENCE WITH   *
      * NO PROFILE ID, OR AN UNKNOWN PREFERENCE CODE, CANNOT BE        *
      * HONOURED: THE CUSTOMER IS MAILED AND THE ROW REPORTED          *
      *----------------------------------------------------------------*
       4300-START-CUSTOMER.
           MOVE 'N'               TO FIRST-ADVICE-SW.
           ADD 1                  TO WS-CUSTOMER-COUNT.
           MOVE ADV-CUSTID        TO WS-PKG-CUSTID.
           MOVE 'M'               TO WS-PKG-DELIVERY.
           MOVE 'N'               TO WS-PKG-PREF-SW.
           MOVE SPACES            TO WS-PKG-ONLINE-ID
                                     WS-PKG-MAIL-NAME
                                     WS-PKG-MAIL-LINE (1)
                                     WS-PKG-MAIL-LINE (2)
                                     WS-PKG-MAIL-LINE (3)
                                     WS-PKG-POSTAL-CODE.
           PERFORM 4310-READ-CUSTPREF THRU 4310-EXIT
               UNTIL CUSTPREF-EOF
                  OR CPRF-CUSTID NOT < ADV-CUSTID.
           IF CUSTPREF-EOF OR CPRF-CUSTID NOT = ADV-CUSTID
               ADD 1 TO WS-NO-PREF-COUNT
               GO TO 4300-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CPRF-ONLINE AND CPRF-ONLINE-ID NOT = SPACES
                   MOVE 'E'               TO WS-PKG-DELIVERY
                   MOVE CPRF-ONLINE-ID    TO WS-PKG-ONLINE-ID
               WHEN CPRF-BY-MAIL AND CPRF-MAIL-NAME NOT = SPACES
                   MOVE 'Y'               TO WS-PKG-PREF-SW
                   MOVE CPRF-MAIL-NAME    TO WS-PKG-MAIL-NAME
                   MOVE CPRF-MAIL-LINE (1) TO WS-PKG-MAIL-LINE (1)
                   MOVE CPRF-MAIL-LINE (2) TO WS-PKG-MAIL-LINE (2)
                   MOVE CPRF-MAIL-LINE (3) TO WS-PKG-MAIL-LINE (3)
                   MOVE CPRF-POSTAL-CODE  TO WS-PKG-POSTAL-CODE
               WHEN OTHER
                   MOVE SPACES            TO EXCEPTION-LINE
                   MOVE ADV-CUSTID        TO EX-CUSTID
                   MOVE 'PREFERENCE UNUSABLE - MAILED C/O BRANCH'
                                          TO EX-REASON
                   PERFORM 6900-WRITE-EXCEPTION THRU 6900-EXIT
           END-EVALUATE.
       4300-EXIT.
           EXIT.
       4310-READ-CUSTPREF.
           READ CUSTPREF-FILE
               AT END SET CUSTPREF-EOF TO TRUE
           END-READ.
       4310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4400-START-PACKAGE - A MAILED PACKAGE OPENS WITH THE ADDRESS   *
      * BLOCK: THE PREFERENCE FILE'S MAILING NAME AND ADDRESS, OR THE  *
      * CUSTACCT CUSTOMER NAME IN CARE OF THE ORIGINATING BRANCH       *
      *----------------------------------------------------------------*
       4400-START-PACKAGE.
           ADD 1                  TO WS-PACKAGE-COUNT.
           MOVE ADV-BRANCH        TO WS-PKG-BRANCH.
           MOVE ZERO              TO WS-PACKAGE-ADVICES.
           IF PKG-ONLINE
               GO TO 4400-EXIT
           END-IF.
           ADD 1                  TO WS-MAIL-PACKAGE-COUNT.
           MOVE WS-RUN-DATE-OUT   TO PHL-RUN-DATE.
           MOVE WS-PKG-CUSTID     TO PHL-CUSTID.
           MOVE WS-PKG-BRANCH     TO PHL-BRANCH.
           WRITE ADVICE-PRINT-LINE FROM PKG-HDG-LINE.
           MOVE SPACES TO ADVICE-PRINT-LINE.
           WRITE ADVICE-PRINT-LINE.
           IF PKG-HAS-PREFERENCE
               MOVE WS-PKG-MAIL-NAME     TO ADL-TEXT
               WRITE ADVICE-PRINT-LINE FROM ADDRESS-LINE
               MOVE WS-PKG-MAIL-LINE (1) TO ADL-TEXT
               WRITE ADVICE-PRINT-LINE FROM ADDRESS-LINE
               MOVE WS-PKG-MAIL-LINE (2) TO ADL-TEXT
               WRITE ADVICE-PRINT-LINE FROM ADDRESS-LINE
               MOVE WS-PKG-MAIL-LINE (3) TO ADL-TEXT
               WRITE ADVICE-PRINT-LINE FROM ADDRESS-LINE
               MOVE WS-PKG-POSTAL-CODE   TO ADL-TEXT
               WRITE ADVICE-PRINT-LINE FROM ADDRESS-LINE
           ELSE
               PERFORM 4450-LOAD-CUSTOMER-NAME THRU 4450-EXIT
               WRITE ADVICE-PRINT-LINE FROM ADDRESS-LINE
               MOVE SPACES               TO ADL-TEXT
               STRING 'C/O TD BRANCH ' WS-PKG-BRANCH
                   DELIMITED BY SIZE INTO ADL-TEXT
               WRITE ADVICE-PRINT-LINE FROM ADDRESS-LINE
           END-IF.
       4400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4450-LOAD-CUSTOMER-NAME - THE CUSTOMER NAME ON THE CUSTACCT    *
      * CUSTOMER-LEVEL RECORD, AS RPW2226 TAKES IT; A CUSTOMER WITH NO *
      * NAME ON FILE IS ADDRESSED BY ITS CUSTOMER ID                   *
      *----------------------------------------------------------------*
       4450-LOAD-CUSTOMER-NAME.
           MOVE SPACES TO ADL-TEXT.
           STRING 'CUSTOMER ' WS-PKG-CUSTID
               DELIMITED BY SIZE INTO ADL-TEXT.
           MOVE WS-PKG-CUSTID TO CACT-CUSTID.
           MOVE ZERO          TO CACT-BRANCH.
           MOVE ZERO          TO CACT-ACCT.
           READ CUSTACCT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CACT-CUSTOMER-REC AND CACT-NAME NOT = SPACES
                       MOVE CACT-NAME TO ADL-TEXT
                   END-IF
           END-READ.
       4450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4500-PRINT-ADVICE - ONE ADVICE ON THE PRINT STREAM             *
      *----------------------------------------------------------------*
       4500-PRINT-ADVICE.
           ADD 1 TO WS-PRINTED-COUNT.
           MOVE SPACES TO ADVICE-PRINT-LINE.
           WRITE ADVICE-PRINT-LINE.
           EVALUATE TRUE
               WHEN ADV-PAYMENT
                   MOVE 'WIRE PAYMENT ADVICE'    TO ATL-TITLE
               WHEN ADV-RETURN
                   MOVE 'RETURNED WIRE ADVICE'   TO ATL-TITLE
               WHEN OTHER
                   MOVE 'WIRE CANCELLATION NOTICE' TO ATL-TITLE
           END-EVALUATE.
           MOVE ADV-WIRE-REF TO ATL-WIRE-REF.
           WRITE ADVICE-PRINT-LINE FROM ADVICE-TITLE-LINE.
           MOVE 'TRANSACTION'            TO AL-LABEL.
           MOVE SPACES                   TO AL-TEXT.
           STRING ADV-TRANS-DATE ' ' ADV-TRANS-TIME
               DELIMITED BY SIZE INTO AL-TEXT.
           PERFORM 4900-WRITE-ADVICE-LINE THRU 4900-EXIT.
           MOVE 'ACCOUNT'                TO AL-LABEL.
           MOVE SPACES                   TO AL-TEXT.
           STRING ADV-BRANCH '-' ADV-ACCT
               DELIMITED BY SIZE INTO AL-TEXT.
           PERFORM 4900-WRITE-ADVICE-LINE THRU 4900-EXIT.
           MOVE ADV-AMOUNT               TO WS-FMT-AMOUNT.
           PERFORM 6000-FORMAT-AMOUNT THRU 6000-EXIT.
           MOVE 'AMOUNT'                 TO AL-LABEL.
           MOVE SPACES                   TO AL-TEXT.
           STRING WS-AMT-TEXT ' ' ADV-CURRENCY
               DELIMITED BY SIZE INTO AL-TEXT.
           PERFORM 4900-WRITE-ADVICE-LINE THRU 4900-EXIT.
           MOVE 'VALUE DATE'             TO AL-LABEL.
           MOVE ADV-VALUE-DATE           TO AL-TEXT.
           PERFORM 4900-WRITE-ADVICE-LINE THRU 4900-EXIT.
           EVALUATE TRUE
               WHEN ADV-PAYMENT
                   PERFORM 4510-PRINT-PAYMENT-LINES THRU 4510-EXIT
               WHEN ADV-RETURN
                   PERFORM 4520-PRINT-RETURN-LINES  THRU 4520-EXIT
               WHEN OTHER
                   PERFORM 4530-PRINT-CANCEL-LINES  THRU 4530-EXIT
           END-EVALUATE.
           PERFORM 4540-PRINT-PARTIES THRU 4540-EXIT.
       4500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4510-PRINT-PAYMENT-LINES - TRANSMISSION, THE FX SPREAD WITH    *
      * ITS RATES, THE FEE AND WHO BEARS THE CHARGES                   *
      *----------------------------------------------------------------*
       4510-PRINT-PAYMENT-LINES.
           MOVE 'TRANSMITTED'            TO AL-LABEL.
           MOVE SPACES                   TO AL-TEXT.
           STRING ADV-EVENT-DATE ' CYCLE ' ADV-EVENT-CYCLE
               DELIMITED BY SIZE INTO AL-TEXT.
           PERFORM 4900-WRITE-ADVICE-LINE THRU 4900-EXIT.
           MOVE 'FX SPREAD'              TO AL-LABEL.
           IF ADV-CONVERTED AND ADV-CAD-RATE NOT = ZERO
               MOVE ADV-FXSPREAD         TO WS-FMT-AMOUNT
               PERFORM 6000-FORMAT-AMOUNT THRU 6000-EXIT
               MOVE SPACES               TO AL-TEXT
               STRING WS-AMT-TEXT ' ' ADV-CURRENCY
                   DELIMITED BY SIZE INTO AL-TEXT
               PERFORM 4900-WRITE-ADVICE-LINE THRU 4900-EXIT
               MOVE ADV-CAD-RATE         TO WS-RATE-EDIT
               MOVE ADV-EFF-RATE         TO WS-EFF-RATE-EDIT
               MOVE 'CONVERSION RATE'    TO AL-LABEL
               MOVE SPACES               TO AL-TEXT
               STRING WS-RATE-EDIT ' CAD PER ' ADV-CURRENCY
                   DELIMITED BY SIZE INTO AL-TEXT
               PERFORM 4900-WRITE-ADVICE-LINE THRU 4900-EXIT
               MOVE 'EFFECTIVE RATE'     TO AL-LABEL
               MOVE SPACES               TO AL-TEXT
               STRING WS-EFF-RATE-EDIT ' CAD PER ' ADV-CURRENCY
                      ' INCLUDING SPREAD'
                   DELIMITED BY SIZE INTO AL-TEXT
               PERFORM 4900-WRITE-ADVICE-LINE THRU 4900-EXIT
           ELSE
               MOVE 'NO CURRENCY CONVERSION' TO AL-TEXT
               PERFORM 4900-WRITE-ADVICE-LINE THRU 4900-EXIT
           END-IF.
           MOVE 'WIRE FEE'               TO AL-LABEL.
           MOVE SPACES                   TO AL-TEXT.
           EVALUATE TRUE
               WHEN ADV-FEE-NOT-BILLED
                   MOVE 'NO FEE CHARGED'  TO AL-TEXT
               WHEN ADV-FEE-UNPRICED
                   MOVE 'AS SHOWN ON YOUR MONTHLY INVOICE' TO AL-TEXT
               WHEN OTHER
                   MOVE ADV-FEE           TO WS-FMT-AMOUNT
                   PERFORM 6000-FORMAT-AMOUNT THRU 6000-EXIT
                   STRING WS-AMT-TEXT ' ' ADV-CURRENCY
                          ' - BILLED ON YOUR ' ADV-EVENT-DATE (1:7)
                          ' INVOICE'
                       DELIMITED BY SIZE INTO AL-TEXT
           END-EVALUATE.
           PERFORM 4900-WRITE-ADVICE-LINE THRU 4900-EXIT.
           MOVE 'CHARGES'                TO AL-LABEL.
           IF ADV-CHGSBEN = SPACES
               MOVE 'SHARED (SHA)'       TO AL-TEXT
           ELSE
               MOVE 'BORNE BY BENEFICIARY (BEN)' TO AL-TEXT
           END-IF.
           PERFORM 4900-WRITE-ADVICE-LINE THRU 4900-EXIT.
       4510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4520-PRINT-RETURN-LINES - WHAT CAME BACK, WHAT WAS CREDITED    *
      * (THE RETURNED AMOUNT PLUS THE SPREAD REVERSED) AND THE FEE     *
      *----------------------------------------------------------------*
       4520-PRINT-RETURN-LINES.
           MOVE 'RETURNED ON'            TO AL-LABEL.
           MOVE SPACES                   TO AL-TEXT.
           STRING ADV-EVENT-DATE ' - REASON ' ADV-RETURN-REASON
               DELIMITED BY SIZE INTO AL-TEXT.
           PERFORM 4900-WRITE-ADVICE-LINE THRU 4900-EXIT.
           MOVE ADV-RETURN-AMT           TO WS-FMT-AMOUNT.
           PERFORM 6000-FORMAT-AMOUNT THRU 6000-EXIT.
           MOVE 'AMOUNT RETURNED'        TO AL-LABEL.
           MOVE SPACES                   TO AL-TEXT.
           STRING WS-AMT-TEXT ' ' ADV-CURRENCY
               DELIMITED BY SIZE INTO AL-TEXT.
           PERFORM 4900-WRITE-ADVICE-LINE THRU 4900-EXIT.
           MOVE ADV-CREDIT-AMT           TO WS-FMT-AMOUNT.
           PERFORM 6000-FORMAT-AMOUNT THRU 6000-EXIT.
           MOVE 'AMOUNT CREDITED'        TO AL-LABEL.
           MOVE SPACES                   TO AL-TEXT.
           STRING WS-AMT-TEXT ' ' ADV-CURRENCY
                  ' INCLUDING FX SPREAD REVERSED'
               DELIMITED BY SIZE INTO AL-TEXT.
           PERFORM 4900-WRITE-ADVICE-LINE THRU 4900-EXIT.
           MOVE 'WIRE FEE'               TO AL-LABEL.
           MOVE SPACES                   TO AL-TEXT.
           IF ADV-FEE-NOT-BILLED OR ADV-FEE = ZERO
               MOVE 'NO FEE CHARGED'     TO AL-TEXT
           ELSE
               MOVE ADV-FEE              TO WS-FMT-AMOUNT
               PERFORM 6000-FORMAT-AMOUNT THRU 6000-EXIT
               STRING WS-AMT-TEXT ' ' ADV-CURRENCY
                      ' - WAIVED OR REFUNDED ON YOUR INVOICE'
                   DELIMITED BY SIZE INTO AL-TEXT
           END-IF.
           PERFORM 4900-WRITE-ADVICE-LINE THRU 4900-EXIT.
       4520-EXIT.
           EXIT.
       4530-PRINT-CANCEL-LINES.
           MOVE 'CANCELLED ON'           TO AL-LABEL.
           MOVE SPACES                   TO AL-TEXT.
           STRING ADV-EVENT-DATE ' CYCLE ' ADV-EVENT-CYCLE
                  ' - NOT TRANSMITTED'
               DELIMITED BY SIZE INTO AL-TEXT.
           PERFORM 4900-WRITE-ADVICE-LINE THRU 4900-EXIT.
           MOVE 'WIRE FEE'               TO AL-LABEL.
           MOVE 'NO FEE CHARGED'         TO AL-TEXT.
           PERFORM 4900-WRITE-ADVICE-LINE THRU 4900-EXIT.
       4530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4540-PRINT-PARTIES - BENEFICIARY, ITS BANK AND ANY             *
      * CORRESPONDENT BANKS IN ROUTING ORDER                           *
      *----------------------------------------------------------------*
       4540-PRINT-PARTIES.
           MOVE 'BENEFICIARY'            TO AL-LABEL.
           MOVE ADV-BENEFICIARY          TO AL-TEXT.
           PERFORM 4900-WRITE-ADVICE-LINE THRU 4900-EXIT.
           MOVE 'BENEFICIARY BANK'       TO AL-LABEL.
           MOVE ADV-BEN-BANKID           TO AL-TEXT.
           PERFORM 4900-WRITE-ADVICE-LINE THRU 4900-EXIT.
           PERFORM 4550-PRINT-CORR-BANK THRU 4550-EXIT
               VARYING WS-CHAIN-SUB FROM 1 BY 1
               UNTIL WS-CHAIN-SUB > 3
                  OR ADV-CORR-BANKID (WS-CHAIN-SUB) = SPACES.
       4540-EXIT.
           EXIT.
       4550-PRINT-CORR-BANK.
           MOVE 'CORRESPONDENT BANK'     TO AL-LABEL.
           MOVE ADV-CORR-BANKID (WS-CHAIN-SUB) TO AL-TEXT.
           PERFORM 4900-WRITE-ADVICE-LINE THRU 4900-EXIT.
       4550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4600-WRITE-ESTMT - ONE ADVICE ON THE E-STATEMENT FEED.  THE    *
      * AMOUNTS GO OUT ROUNDED TO THE CURRENCY'S MINOR UNITS           *
      *----------------------------------------------------------------*
       4600-WRITE-ESTMT.
           ADD 1 TO WS-ESTMT-COUNT.
           MOVE SPACES              TO ESTMT-ADVICE-RECORD.
           SET ESTA-DETAIL-REC      TO TRUE.
           MOVE ADV-CUSTID          TO ESTA-CUSTID.
           MOVE WS-PKG-ONLINE-ID    TO ESTA-ONLINE-ID.
           MOVE ADV-BRANCH          TO ESTA-BRANCH.
           MOVE ADV-ACCT            TO ESTA-ACCT.
           MOVE ADV-TYPE            TO ESTA-ADVICE-TYPE.
           MOVE ADV-WIRE-REF        TO ESTA-WIRE-REF.
           MOVE ADV-TRANS-DATE      TO ESTA-TRANS-DATE.
           MOVE ADV-TRANS-TIME      TO ESTA-TRANS-TIME.
           MOVE ADV-EVENT-DATE      TO ESTA-EVENT-DATE.
           MOVE ADV-VALUE-DATE      TO ESTA-VALUE-DATE.
           MOVE ADV-CURRENCY        TO ESTA-CURRENCY.
           MOVE ADV-MINOR-UNITS     TO ESTA-MINOR-UNITS.
           MOVE ADV-AMOUNT          TO WS-FMT-AMOUNT.
           PERFORM 6100-ROUND-AMOUNT THRU 6100-EXIT.
           MOVE WS-FMT-AMOUNT       TO ESTA-AMOUNT.
           MOVE ADV-FXIND           TO ESTA-FX-IND.
           MOVE ADV-FXSPREAD        TO WS-FMT-AMOUNT.
           PERFORM 6100-ROUND-AMOUNT THRU 6100-EXIT.
           MOVE WS-FMT-AMOUNT       TO ESTA-FXSPREAD.
           MOVE ADV-CAD-RATE        TO ESTA-CAD-RATE.
           MOVE ADV-EFF-RATE        TO ESTA-EFFECTIVE-RATE.
           MOVE ADV-FEE             TO ESTA-FEE.
           MOVE ADV-FEE-STATUS      TO ESTA-FEE-STATUS.
           MOVE ADV-BENEFICIARY     TO ESTA-BENEFICIARY.
           MOVE ADV-BEN-BANKID      TO ESTA-BEN-BANKID.
           MOVE ADV-CORR-BANK-TABLE TO ESTA-CORR-BANK-TABLE.
           MOVE ADV-RETURN-REASON   TO ESTA-RETURN-REASON.
           MOVE ADV-RETURN-AMT      TO WS-FMT-AMOUNT.
           PERFORM 6100-ROUND-AMOUNT THRU 6100-EXIT.
           MOVE WS-FMT-AMOUNT       TO ESTA-RETURN-AMT.
           MOVE ADV-CREDIT-AMT      TO WS-FMT-AMOUNT.
           PERFORM 6100-ROUND-AMOUNT THRU 6100-EXIT.
           MOVE WS-FMT-AMOUNT       TO ESTA-CREDIT-AMT.
           WRITE ESTMT-ADVICE-RECORD.
       4600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4700-END-PACKAGE - A MAILED PACKAGE CLOSES WITH ITS ADVICE     *
      * COUNT AND A RULE FOR THE MAIL ROOM TO SPLIT ON                 *
      *----------------------------------------------------------------*
       4700-END-PACKAGE.
           IF PKG-ONLINE
               GO TO 4700-EXIT
           END-IF.
           MOVE SPACES TO ADVICE-PRINT-LINE.
           WRITE ADVICE-PRINT-LINE.
           MOVE WS-PKG-CUSTID      TO PEL-CUSTID.
           MOVE WS-PKG-BRANCH      TO PEL-BRANCH.
           MOVE WS-PACKAGE-ADVICES TO PEL-COUNT.
           WRITE ADVICE-PRINT-LINE FROM PKG-END-LINE.
           WRITE ADVICE-PRINT-LINE FROM PKG-RULE-LINE.
       4700-EXIT.
           EXIT.
       4900-WRITE-ADVICE-LINE.
           WRITE ADVICE-PRINT-LINE FROM ADVICE-LINE.
       4900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 6000-FORMAT-AMOUNT - ROUND WS-FMT-AMOUNT TO THE ADVICE         *
      * CURRENCY'S MINOR UNITS AND LAY IT OUT WITH ONLY AS MANY        *
      * DECIMALS AS THE CURRENCY HAS, RIGHT ALIGNED IN WS-AMT-TEXT     *
      *----------------------------------------------------------------*
       6000-FORMAT-AMOUNT.
           PERFORM 6100-ROUND-AMOUNT THRU 6100-EXIT.
           MOVE SPACES TO WS-AMT-EDIT-AREA.
           EVALUATE ADV-MINOR-UNITS
               WHEN 0
                   MOVE WS-FMT-AMOUNT TO WS-AMT-EDIT-0
               WHEN 1
                   MOVE WS-FMT-AMOUNT TO WS-AMT-EDIT-1
               WHEN OTHER
                   MOVE WS-FMT-AMOUNT TO WS-AMT-EDIT-2
           END-EVALUATE.
           MOVE WS-AMT-EDIT-AREA TO WS-AMT-TEXT.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 6100-ROUND-AMOUNT - ROUND WS-FMT-AMOUNT TO THE ADVICE          *
      * CURRENCY'S MINOR UNITS THE WAY RPW2226 ROUNDS FIELD 32A        *
      *----------------------------------------------------------------*
       6100-ROUND-AMOUNT.
           EVALUATE ADV-MINOR-UNITS
               WHEN 0
                   COMPUTE WS-AMT-WHOLE ROUNDED = WS-FMT-AMOUNT
                   MOVE WS-AMT-WHOLE TO WS-FMT-AMOUNT
               WHEN 1
                   COMPUTE WS-AMT-TENTHS ROUNDED = WS-FMT-AMOUNT * 10
                   COMPUTE WS-FMT-AMOUNT = WS-AMT-TENTHS / 10
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       6100-EXIT.
           EXIT.
       6900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           WRITE CONTROL-LINE FROM EXCEPTION-LINE.
       6900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7000-PROVE-CONTROL - EVERY WIRE TRANSMITTED MUST HAVE ITS      *
      * PAYMENT ADVICE: THE ADVICES MUST AGREE WITH THE DETAILS READ   *
      * AND WITH THE WPS TRAILER COUNTS OF THE DAY'S FINAL FILES.  A   *
      * DAY WITH NO TRAILER CANNOT BE PROVED AND FAILS                 *
      *----------------------------------------------------------------*
       7000-PROVE-CONTROL.
           IF NOT TRAILER-WAS-SEEN
              OR WS-PAYMENT-ADVICE-COUNT NOT = WS-DETAIL-COUNT
              OR WS-PAYMENT-ADVICE-COUNT NOT = WS-TRAILER-COUNT
               MOVE 'N' TO CONTROL-OK-SW
           END-IF.
       7000-EXIT.
           EXIT.
       8000-WRITE-SUMMARY.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE 'FINAL FILES (WPS TRAILERS)  :' TO SUM-LABEL.
           MOVE WS-TRAILER-FILE-COUNT           TO SUM-COUNT.
           WRITE CONTROL-LINE FROM SUMMARY-LINE.
           MOVE 'WIRES TRANSMITTED (TRAILER) :' TO SUM-LABEL.
           MOVE WS-TRAILER-COUNT                TO SUM-COUNT.
           WRITE CONTROL-LINE FROM SUMMARY-LINE.
           MOVE 'DETAIL RECORDS READ         :' TO SUM-LABEL.
           MOVE WS-DETAIL-COUNT                 TO SUM-COUNT.
           WRITE CONTROL-LINE FROM SUMMARY-LINE.
           MOVE 'PAYMENT ADVICES PRODUCED    :' TO SUM-LABEL.
           MOVE WS-PAYMENT-ADVICE-COUNT         TO SUM-COUNT.
           WRITE CONTROL-LINE FROM SUMMARY-LINE.
           MOVE 'RETURNED WIRE ADVICES       :' TO SUM-LABEL.
           MOVE WS-RETURN-ADVICE-COUNT          TO SUM-COUNT.
           WRITE CONTROL-LINE FROM SUMMARY-LINE.
           MOVE 'CANCELLATION NOTICES        :' TO SUM-LABEL.
           MOVE WS-CANCEL-NOTICE-COUNT          TO SUM-COUNT.
           WRITE CONTROL-LINE FROM SUMMARY-LINE.
           MOVE 'ADVICES PRINTED FOR MAIL    :' TO SUM-LABEL.
           MOVE WS-PRINTED-COUNT                TO SUM-COUNT.
           WRITE CONTROL-LINE FROM SUMMARY-LINE.
           MOVE 'ADVICES ON E-STATEMENT FEED :' TO SUM-LABEL.
           MOVE WS-ESTMT-COUNT                  TO SUM-COUNT.
           WRITE CONTROL-LINE FROM SUMMARY-LINE.
           MOVE 'CUSTOMERS ADVISED           :' TO SUM-LABEL.
           MOVE WS-CUSTOMER-COUNT               TO SUM-COUNT.
           WRITE CONTROL-LINE FROM SUMMARY-LINE.
           MOVE 'PACKAGES (CUSTOMER/BRANCH)  :' TO SUM-LABEL.
           MOVE WS-PACKAGE-COUNT                TO SUM-COUNT.
           WRITE CONTROL-LINE FROM SUMMARY-LINE.
           MOVE 'PACKAGES MAILED             :' TO SUM-LABEL.
           MOVE WS-MAIL-PACKAGE-COUNT           TO SUM-COUNT.
           WRITE CONTROL-LINE FROM SUMMARY-LINE.
           MOVE 'NO PREFERENCE - C/O BRANCH  :' TO SUM-LABEL.
           MOVE WS-NO-PREF-COUNT                TO SUM-COUNT.
           WRITE CONTROL-LINE FROM SUMMARY-LINE.
           MOVE 'EXCEPTIONS                  :' TO SUM-LABEL.
           MOVE WS-EXCEPTION-COUNT              TO SUM-COUNT.
           WRITE CONTROL-LINE FROM SUMMARY-LINE.
           EVALUATE TRUE
               WHEN CONTROL-IS-IN-BALANCE
                   MOVE 'ADVICES AGREE WITH WIRES TRANSMITTED'
                                                TO RL-RESULT
               WHEN NOT TRAILER-WAS-SEEN
                   MOVE 'NO WPS TRAILER ON FILE - HELD' TO RL-RESULT
               WHEN OTHER
                   MOVE 'ADVICES DO NOT AGREE WITH WIRES SENT - HELD'
                                                TO RL-RESULT
           END-EVALUATE.
           WRITE CONTROL-LINE FROM RESULT-LINE.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 9000-TERMINATE - THE E-STATEMENT FEED CLOSES WITH ITS TRAILER  *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           MOVE SPACES             TO ESTMT-ADVICE-RECORD.
           SET ESTA-TRAILER-REC    TO TRUE.
           MOVE WS-ESTMT-COUNT     TO ESTA-TRL-DETAIL-COUNT.
           WRITE ESTMT-ADVICE-RECORD.
           CLOSE CUSTPREF-FILE.
           CLOSE CUSTACCT-FILE.
           CLOSE ADVICE-PRINT-FILE.
           CLOSE ESTMT-FEED-FILE.
           CLOSE CONTROL-REPORT.
       9000-EXIT.
           EXIT.
