       IDENTIFICATION DIVISION.
      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              RFXG2350 PROGRAM CODE DESCRIPTION                 *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : ATM FX GENERAL LEDGER POSTING FEED.  READS   *
      *                   THE BATMFXE DAILY EXTRACT (DCLBATMFXE        *
      *                   LAYOUT) AND, FOR EVERY EXCHANGE EVENT WITH A *
      *                   SUCCESSFUL STATUS-CODE, WRITES BALANCED GL   *
      *                   POSTINGS IN THE GLPOST LAYOUT AT THE         *
      *                   TERMINAL'S OWNING BRANCH (ATMTERM MASTER).   *
      *                   CARD SIDE, IN THE CURRENCY-NUM CURRENCY      *
      *                   RESOLVED THROUGH CURRMST: DR CARD-NETWORK    *
      *                   SETTLEMENT AMT-CARD-CURRENCY, DR FEE EXPENSE *
      *                   FEE-CARD-CURRENCY, CR FX REVENUE             *
      *                   AMT-REVENUE, AND THE FX POSITION TAKES THE   *
      *                   DIFFERENCE.  ATM SIDE, IN THE TERMINAL       *
      *                   CURRENCY: CR BRANCH ATM CASH                 *
      *                   AMT-ATM-CURRENCY, CR FEE INCOME              *
      *                   FEE-ATM-CURRENCY, DR FX POSITION.  EVERY     *
      *                   AMOUNT IS ROUNDED TO ITS CURRENCY'S MINOR    *
      *                   UNITS BEFORE THE POSITION LEG IS DERIVED, SO *
      *                   EACH BRANCH/CURRENCY BUCKET PROVES.  AN      *
      *                   EVENT THE GL CANNOT CARRY GOES TO THE        *
      *                   EXCEPTIONS LIST.  THE FEED IS WRITTEN TO ITS *
      *                   OWN DATASET, WHICH THE JCL CONCATENATES INTO *
      *                   RPW2275'S GLPOST INPUT ALONGSIDE THE WIRE    *
      *                   POSTINGS.                                    *
      *                                                                *
      * USED BY         : ATM OPERATIONS - NIGHTLY GL FEED CYCLE       *
      *                                                                *
      *================================================================*
      *              M A I N T E N A N C E  L O G                      *
      *================================================================*
      *                                                                *
      *  ACCEPT.     WRITTEN/CHANGED BY              IMPLEMENTATION    *
      *  TEST #     (FULL 1ST AND LAST NAME)         DATE (MMM, YYYY)  *
      *  -------     ------------------------        ----------------  *
      *  A883451    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - INITIAL VERSION.                                             *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    RFXG2350.
       AUTHOR.        R MACALLISTER.
       INSTALLATION.  ATM OPERATIONS.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATMFXE-EXTRACT   ASSIGN TO BATMFXE
               ORGANIZATION IS SEQUENTIAL.
           SELECT ATM-TERMINAL-FILE ASSIGN TO ATMTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATRM-TERMINAL-ID.
           SELECT GL-POSTING-FILE   ASSIGN TO GLATMPST
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-REPORT         ASSIGN TO ATMGLRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CURRMST-FILE      ASSIGN TO CURRMST
               ORGANIZATION IS SEQUENTIAL.
           SELECT BUSDATE-PARM-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BATMFXE-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ATMCFXE.
       FD  ATM-TERMINAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ATMTERM.
       FD  GL-POSTING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GLPOST.
       FD  GL-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GL-LINE                      PIC X(132).
       FD  CURRMST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY CURRMST.
       FD  BUSDATE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BUSDATE-PARM-RECORD.
           05 BUSDATE-CYCLE-DATE         PIC X(10).
           05 FILLER                     PIC X(70).
       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
           05 EXTRACT-EOF-SW            PIC X(01)    VALUE 'N'.
              88 EXTRACT-EOF                         VALUE 'Y'.
           05 DETAIL-OK-SW              PIC X(01)    VALUE 'Y'.
              88 DETAIL-CAN-POST                     VALUE 'Y'.
           05 FEED-OK-SW                PIC X(01)    VALUE 'Y'.
              88 FEED-IS-IN-BALANCE                  VALUE 'Y'.
           05 CURRMST-EOF-SW            PIC X(01)    VALUE 'N'.
              88 CURRMST-EOF                         VALUE 'Y'.
           05 CURR-FOUND-SW             PIC X(01)    VALUE 'N'.
              88 CURR-FOUND                          VALUE 'Y'.
           05 TERM-FOUND-SW             PIC X(01)    VALUE 'N'.
              88 TERM-FOUND                          VALUE 'Y'.
      *    TD TERMINALS DISPENSE CANADIAN DOLLARS; AMT-ATM-CURRENCY AND
      *    FEE-ATM-CURRENCY ARE IN THIS CURRENCY, THE CARD-SIDE AMOUNTS
      *    AND AMT-REVENUE IN THE CURRENCY-NUM CURRENCY
       77  WS-ATM-CURRENCY               PIC X(03)   VALUE 'CAD'.
      *    THE SETTLEMENT, ATM CASH, FX REVENUE, FEE AND FX POSITION
      *    ACCOUNT NUMBERS ARE FIXED GL INTERNAL ACCOUNTS; THE GL
      *    INTERFACE RESOLVES THEM PER BRANCH AND CURRENCY FROM
      *    GLP-BRANCH AND GLP-CURRENCY.  FX REVENUE IS THE SAME
      *    ACCOUNT THE WIRE SIDE CREDITS.
       77  WS-FXREV-ACCT                 PIC 9(09)   VALUE 999000020.
       77  WS-CRDSTL-ACCT                PIC 9(09)   VALUE 999000030.
       77  WS-ATMCSH-ACCT                PIC 9(09)   VALUE 999000040.
       77  WS-FEEINC-ACCT                PIC 9(09)   VALUE 999000050.
       77  WS-FEEEXP-ACCT                PIC 9(09)   VALUE 999000060.
       77  WS-FXPOS-ACCT                 PIC 9(09)   VALUE 999000070.
       77  WS-EVENT-COUNT                PIC 9(09) COMP VALUE ZERO.
       77  WS-FAILED-STATUS-COUNT        PIC 9(09) COMP VALUE ZERO.
       77  WS-POSTED-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-EXCEPTION-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-POSTING-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  WS-EXCEPTION-REASON           PIC X(32)   VALUE SPACES.
       77  WS-LOOKUP-NUM                 PIC X(03)   VALUE SPACES.
       77  WS-RESOLVED-CURR              PIC X(03)   VALUE SPACES.
       77  WS-RESOLVED-UNITS             PIC 9(01)      VALUE 2.
       77  WS-ATM-MINOR-UNITS            PIC 9(01)      VALUE 2.
       77  WS-MINOR-UNITS                PIC 9(01)      VALUE 2.
       77  WS-LOOKUP-TERMINAL-ID         PIC X(08)   VALUE SPACES.
       77  WS-TERM-BRANCH                PIC 9(04)   VALUE ZERO.
       77  WS-SCALE-IN                   PIC S9(08)V9(09) COMP-3
                                                     VALUE ZERO.
       77  WS-SCALE-OUT                  PIC S9(13)V99  VALUE ZERO.
       77  WS-AMT-WHOLE                  PIC S9(13) COMP-3 VALUE ZERO.
       77  WS-AMT-TENTHS                 PIC S9(14) COMP-3 VALUE ZERO.
       77  WS-CARD-AMT                   PIC S9(13)V99  VALUE ZERO.
       77  WS-CARD-FEE                   PIC S9(13)V99  VALUE ZERO.
       77  WS-REVENUE-AMT                PIC S9(13)V99  VALUE ZERO.
       77  WS-CARD-POSITION              PIC S9(13)V99  VALUE ZERO.
       77  WS-ATM-AMT                    PIC S9(13)V99  VALUE ZERO.
       77  WS-ATM-FEE                    PIC S9(13)V99  VALUE ZERO.
       77  WS-ATM-POSITION               PIC S9(13)V99  VALUE ZERO.
       77  WS-LEG-AMT                    PIC S9(13)V99  VALUE ZERO.
       77  WS-LEG-SIDE                   PIC X(02)   VALUE SPACES.
       77  WS-TRACE-DISPLAY              PIC 9(09)   VALUE ZERO.
       77  WS-CURR-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-CURR-MAX                   PIC 9(03) COMP VALUE 300.
       77  WS-ACTUAL-RUN-DATE            PIC X(10)   VALUE SPACES.
       01  WS-STATUS-CHECK.
           05 WS-STATUS-CODE            PIC X(01).
              88 STATUS-CODE-IS-A-FAILURE VALUES 'D' 'F' 'T'.
      *    IN-STORAGE COPY OF THE CURRMST CURRENCY MASTER FOR THE
      *    NUMERIC-TO-ALPHA MAPPING AND THE MINOR-UNIT COUNT
       01  WS-CURR-TABLE.
           05 WS-CURR-ENTRY OCCURS 300 TIMES
                             INDEXED BY WS-CURR-IDX.
              10 WS-CM-ALPHA-CODE        PIC X(03).
              10 WS-CM-NUMERIC-CODE      PIC X(03).
              10 WS-CM-MINOR-UNITS       PIC 9(01).
       77  WS-BKT-COUNT                  PIC 9(03) COMP VALUE ZERO.
       77  WS-BKT-MAX                    PIC 9(03) COMP VALUE 500.
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
      *    DEBIT AND CREDIT TOTALS PER BRANCH/CURRENCY BUCKET; THE
      *    FEED IS ONLY RELEASED WHEN EVERY BUCKET PROVES EQUAL
       01  WS-BUCKET-TABLE.
           05 WS-BKT-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-BKT-IDX.
              10 WS-BKT-BRANCH           PIC 9(04).
              10 WS-BKT-CURRENCY         PIC X(03).
              10 WS-BKT-DR-TOTAL         PIC 9(15)V99.
              10 WS-BKT-CR-TOTAL         PIC 9(15)V99.
       01  HDG1-LINE.
           05 FILLER PIC X(46)
               VALUE 'ATM FX GL POSTING FEED --                     '.
           05 HDG1-RUN-DATE    PIC X(10).
           05 FILLER PIC X(76) VALUE SPACES.
       01  EXCEPTION-LINE.
           05 FILLER           PIC X(12) VALUE 'CANNOT POST '.
           05 EX-EVENT-ID      PIC X(13).
           05 FILLER           PIC X(01) VALUE '/'.
           05 EX-TERMINAL-ID   PIC X(08).
           05 FILLER           PIC X(01) VALUE '/'.
           05 EX-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X(03) VALUE ' - '.
           05 EX-REASON        PIC X(32).
           05 FILLER           PIC X(36) VALUE SPACES.
       01  BUCKET-LINE.
           05 FILLER           PIC X(07) VALUE 'BRANCH '.
           05 BK-BRANCH        PIC 9(04).
           05 FILLER           PIC X(06) VALUE '  CURR'.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 BK-CURRENCY      PIC X(03).
           05 FILLER           PIC X(06) VALUE '  DR= '.
           05 BK-DR-TOTAL      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(06) VALUE '  CR= '.
           05 BK-CR-TOTAL      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 BK-RESULT        PIC X(10).
           05 FILLER           PIC X(47) VALUE SPACES.
       01  SUMMARY-LINE.
           05 SUM-LABEL        PIC X(30).
           05 SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(91) VALUE SPACES.
       01  RESULT-LINE.
           05 FILLER PIC X(28)
               VALUE 'ATM FX GL POSTING FEED --   '.
           05 RL-RESULT        PIC X(30).
           05 FILLER PIC X(74) VALUE SPACES.
       01  ACTUAL-RUN-LINE.
           05 FILLER           PIC X(26)
               VALUE 'SYSTEM DATE ACTUALLY RAN: '.
           05 ARL-ACTUAL-DATE  PIC X(10).
           05 FILLER           PIC X(96) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 2000-POST-EXTRACT    THRU 2000-EXIT.
           PERFORM 5000-PROVE-BUCKETS   THRU 5000-EXIT.
           PERFORM 6000-WRITE-SUMMARY   THRU 6000-EXIT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
           EVALUATE TRUE
               WHEN NOT FEED-IS-IN-BALANCE
                   MOVE 12 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-YY TO WS-RUN-YY.
           MOVE WS-CURR-MM TO WS-RUN-MM.
           MOVE WS-CURR-DD TO WS-RUN-DD.
           MOVE WS-RUN-DATE-OUT TO WS-ACTUAL-RUN-DATE.
           PERFORM 1050-READ-BUSDATE    THRU 1050-EXIT.
           PERFORM 1400-LOAD-CURR-TABLE THRU 1400-EXIT.
           PERFORM 1500-ATM-MINOR-UNITS THRU 1500-EXIT.
           OPEN INPUT  BATMFXE-EXTRACT.
           OPEN INPUT  ATM-TERMINAL-FILE.
           OPEN OUTPUT GL-POSTING-FILE.
           OPEN OUTPUT GL-REPORT.
           MOVE WS-RUN-DATE-OUT TO HDG1-RUN-DATE.
           WRITE GL-LINE FROM HDG1-LINE.
           MOVE WS-ACTUAL-RUN-DATE TO ARL-ACTUAL-DATE.
           WRITE GL-LINE FROM ACTUAL-RUN-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1050-READ-BUSDATE - THE SCHEDULER-STAMPED BUSINESS DATE        *
      * CONTROL CARD DRIVES GLP-CYCLE-DATE; THE SYSTEM DATE IS KEPT    *
      * ONLY AS THE ACTUALLY-RAN-AT AUDIT STAMP.  A MISSING OR BLANK   *
      * CARD FALLS BACK TO THE SYSTEM DATE                             *
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
      * 1400-LOAD-CURR-TABLE - THE CURRENCY MASTER SUPPLIES THE ALPHA  *
      * CODE FOR CURRENCY-NUM AND THE MINOR-UNIT COUNT THE POSTED      *
      * AMOUNTS ARE ROUNDED TO.  A MASTER BIGGER THAN THE STORAGE COPY *
      * FAILS THE RUN                                                  *
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
           MOVE CMST-ALPHA-CODE   TO WS-CM-ALPHA-CODE (WS-CURR-IDX).
           MOVE CMST-NUMERIC-CODE TO WS-CM-NUMERIC-CODE (WS-CURR-IDX).
           MOVE CMST-MINOR-UNITS  TO WS-CM-MINOR-UNITS (WS-CURR-IDX).
           PERFORM 1410-READ-CURRMST THRU 1410-EXIT.
       1420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1500-ATM-MINOR-UNITS - MINOR-UNIT COUNT OF THE TERMINAL        *
      * CURRENCY, ONCE PER RUN.  NOT ON THE MASTER KEEPS TWO           *
      *----------------------------------------------------------------*
       1500-ATM-MINOR-UNITS.
           IF WS-CURR-COUNT > ZERO
               SET WS-CURR-IDX TO 1
               SEARCH WS-CURR-ENTRY
                   WHEN WS-CURR-IDX > WS-CURR-COUNT
                       CONTINUE
                   WHEN WS-CM-ALPHA-CODE (WS-CURR-IDX)
                           = WS-ATM-CURRENCY
                       MOVE WS-CM-MINOR-UNITS (WS-CURR-IDX)
                           TO WS-ATM-MINOR-UNITS
               END-SEARCH
           END-IF.
       1500-EXIT.
           EXIT.
       2000-POST-EXTRACT.
           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
           PERFORM 2200-POST-EVENT THRU 2200-EXIT
               UNTIL EXTRACT-EOF.
       2000-EXIT.
           EXIT.
       2100-READ-EXTRACT.
           READ BATMFXE-EXTRACT
               AT END SET EXTRACT-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2200-POST-EVENT - A DECLINED, FAILED OR TIMED-OUT EXCHANGE     *
      * MOVED NO MONEY AND IS SKIPPED; EVERY OTHER EVENT POSTS OR IS   *
      * LISTED AS AN EXCEPTION                                         *
      *----------------------------------------------------------------*
       2200-POST-EVENT.
           ADD 1 TO WS-EVENT-COUNT.
           MOVE STATUS-CODE TO WS-STATUS-CODE.
           IF STATUS-CODE-IS-A-FAILURE
               ADD 1 TO WS-FAILED-STATUS-COUNT
           ELSE
               PERFORM 2300-VALIDATE-EVENT THRU 2300-EXIT
               IF DETAIL-CAN-POST
                   ADD 1 TO WS-POSTED-COUNT
                   PERFORM 3000-POST-ONE-EVENT THRU 3000-EXIT
               ELSE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
               END-IF
           END-IF.
           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2300-VALIDATE-EVENT - AN EVENT THE GL CANNOT CARRY GOES TO THE *
      * EXCEPTIONS LIST RATHER THAN POISONING THE FEED.  THE CARD      *
      * CURRENCY AND THE OWNING BRANCH MUST BOTH RESOLVE               *
      *----------------------------------------------------------------*
       2300-VALIDATE-EVENT.
           MOVE 'Y'    TO DETAIL-OK-SW.
           MOVE SPACES TO WS-EXCEPTION-REASON.
           MOVE CURRENCY-NUM TO WS-LOOKUP-NUM.
           PERFORM 7000-RESOLVE-CURRENCY THRU 7000-EXIT.
           PERFORM 7100-LOOKUP-TERMINAL  THRU 7100-EXIT.
           EVALUATE TRUE
               WHEN AMT-ATM-CURRENCY NOT NUMERIC
                   MOVE 'N' TO DETAIL-OK-SW
                   MOVE 'ATM AMOUNT NOT NUMERIC'
                       TO WS-EXCEPTION-REASON
               WHEN AMT-ATM-CURRENCY NOT > ZERO
                   MOVE 'N' TO DETAIL-OK-SW
                   MOVE 'ZERO OR NEGATIVE ATM AMOUNT'
                       TO WS-EXCEPTION-REASON
               WHEN AMT-CARD-CURRENCY NOT NUMERIC
                   MOVE 'N' TO DETAIL-OK-SW
                   MOVE 'CARD AMOUNT NOT NUMERIC'
                       TO WS-EXCEPTION-REASON
               WHEN AMT-CARD-CURRENCY NOT > ZERO
                   MOVE 'N' TO DETAIL-OK-SW
                   MOVE 'ZERO OR NEGATIVE CARD AMOUNT'
                       TO WS-EXCEPTION-REASON
               WHEN FEE-ATM-CURRENCY NOT NUMERIC
                 OR FEE-CARD-CURRENCY NOT NUMERIC
                   MOVE 'N' TO DETAIL-OK-SW
                   MOVE 'FEE NOT NUMERIC'
                       TO WS-EXCEPTION-REASON
               WHEN FEE-ATM-CURRENCY < ZERO
                 OR FEE-CARD-CURRENCY < ZERO
                   MOVE 'N' TO DETAIL-OK-SW
                   MOVE 'NEGATIVE FEE'
                       TO WS-EXCEPTION-REASON
               WHEN AMT-REVENUE NOT NUMERIC
                   MOVE 'N' TO DETAIL-OK-SW
                   MOVE 'REVENUE NOT NUMERIC'
                       TO WS-EXCEPTION-REASON
               WHEN NOT CURR-FOUND
                   MOVE 'N' TO DETAIL-OK-SW
                   MOVE 'CURRENCY-NUM NOT ON CURRMST'
                       TO WS-EXCEPTION-REASON
               WHEN NOT TERM-FOUND
                   MOVE 'N' TO DETAIL-OK-SW
                   MOVE 'TERMINAL NOT ON TERMINAL MASTER'
                       TO WS-EXCEPTION-REASON
               WHEN WS-TERM-BRANCH = ZERO
                   MOVE 'N' TO DETAIL-OK-SW
                   MOVE 'TERMINAL HAS NO OWNING BRANCH'
                       TO WS-EXCEPTION-REASON
           END-EVALUATE.
       2300-EXIT.
           EXIT.
       2400-WRITE-EXCEPTION.
           MOVE EVENT-ID            TO EX-EVENT-ID.
           MOVE TERMINAL-ID         TO EX-TERMINAL-ID.
           MOVE EVENT-TIMESTAMP     TO EX-TIMESTAMP.
           MOVE WS-EXCEPTION-REASON TO EX-REASON.
           WRITE GL-LINE FROM EXCEPTION-LINE.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2500-SCALE-AMOUNT - ROUND WS-SCALE-IN TO WS-MINOR-UNITS        *
      * DECIMALS INTO WS-SCALE-OUT.  THE POSTED AMOUNT CARRIES TWO     *
      * IMPLIED DECIMALS, SO ANYTHING ABOVE TWO IS TREATED AS TWO      *
      *----------------------------------------------------------------*
       2500-SCALE-AMOUNT.
           EVALUATE WS-MINOR-UNITS
               WHEN 0
                   COMPUTE WS-AMT-WHOLE ROUNDED = WS-SCALE-IN
                   MOVE WS-AMT-WHOLE TO WS-SCALE-OUT
               WHEN 1
                   COMPUTE WS-AMT-TENTHS ROUNDED = WS-SCALE-IN * 10
                   COMPUTE WS-SCALE-OUT = WS-AMT-TENTHS / 10
               WHEN OTHER
                   COMPUTE WS-SCALE-OUT ROUNDED = WS-SCALE-IN
           END-EVALUATE.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-POST-ONE-EVENT - TWO SELF-BALANCING SETS OF LEGS AT THE   *
      * OWNING BRANCH.  CARD CURRENCY: DR SETTLEMENT + DR FEE EXPENSE  *
      * = CR FX REVENUE + CR FX POSITION.  ATM CURRENCY: DR FX         *
      * POSITION = CR ATM CASH + CR FEE INCOME.  THE POSITION LEGS ARE *
      * DERIVED FROM THE ROUNDED FIGURES SO EVERY BUCKET PROVES        *
      *----------------------------------------------------------------*
       3000-POST-ONE-EVENT.
           MOVE WS-RESOLVED-UNITS TO WS-MINOR-UNITS.
           MOVE AMT-CARD-CURRENCY TO WS-SCALE-IN.
           PERFORM 2500-SCALE-AMOUNT THRU 2500-EXIT.
           MOVE WS-SCALE-OUT      TO WS-CARD-AMT.
           MOVE FEE-CARD-CURRENCY TO WS-SCALE-IN.
           PERFORM 2500-SCALE-AMOUNT THRU 2500-EXIT.
           MOVE WS-SCALE-OUT      TO WS-CARD-FEE.
           MOVE AMT-REVENUE       TO WS-SCALE-IN.
           PERFORM 2500-SCALE-AMOUNT THRU 2500-EXIT.
           MOVE WS-SCALE-OUT      TO WS-REVENUE-AMT.
           COMPUTE WS-CARD-POSITION =
               WS-CARD-AMT + WS-CARD-FEE - WS-REVENUE-AMT.
           MOVE WS-ATM-MINOR-UNITS TO WS-MINOR-UNITS.
           MOVE AMT-ATM-CURRENCY  TO WS-SCALE-IN.
           PERFORM 2500-SCALE-AMOUNT THRU 2500-EXIT.
           MOVE WS-SCALE-OUT      TO WS-ATM-AMT.
           MOVE FEE-ATM-CURRENCY  TO WS-SCALE-IN.
           PERFORM 2500-SCALE-AMOUNT THRU 2500-EXIT.
           MOVE WS-SCALE-OUT      TO WS-ATM-FEE.
           COMPUTE WS-ATM-POSITION = WS-ATM-AMT + WS-ATM-FEE.
           MOVE TRACE-NUMBER      TO WS-TRACE-DISPLAY.
           MOVE SPACES            TO GL-POSTING-RECORD.
           MOVE WS-RUN-DATE-OUT   TO GLP-CYCLE-DATE.
           MOVE WS-TERM-BRANCH    TO GLP-BRANCH.
           MOVE WS-TRACE-DISPLAY (5:5)    TO GLP-CUSTID.
           MOVE EVENT-TIMESTAMP (1:10)    TO GLP-TRANS-DATE.
           MOVE EVENT-TIMESTAMP (12:8)    TO GLP-TRANS-TIME.
           MOVE EVENT-ID          TO GLP-WIRE-REF.
           MOVE WS-RESOLVED-CURR  TO GLP-CURRENCY.
           MOVE 'CRDSTL'          TO GLP-ACCT-CLASS.
           MOVE WS-CRDSTL-ACCT    TO GLP-ACCT-NO.
           MOVE 'DR'              TO WS-LEG-SIDE.
           MOVE WS-CARD-AMT       TO WS-LEG-AMT.
           PERFORM 3200-WRITE-LEG THRU 3200-EXIT.
           MOVE 'ATFEEX'          TO GLP-ACCT-CLASS.
           MOVE WS-FEEEXP-ACCT    TO GLP-ACCT-NO.
           MOVE 'DR'              TO WS-LEG-SIDE.
           MOVE WS-CARD-FEE       TO WS-LEG-AMT.
           PERFORM 3200-WRITE-LEG THRU 3200-EXIT.
           MOVE 'ATFXRV'          TO GLP-ACCT-CLASS.
           MOVE WS-FXREV-ACCT     TO GLP-ACCT-NO.
           MOVE 'CR'              TO WS-LEG-SIDE.
           MOVE WS-REVENUE-AMT    TO WS-LEG-AMT.
           PERFORM 3200-WRITE-LEG THRU 3200-EXIT.
           MOVE 'ATPOSC'          TO GLP-ACCT-CLASS.
           MOVE WS-FXPOS-ACCT     TO GLP-ACCT-NO.
           MOVE 'CR'              TO WS-LEG-SIDE.
           MOVE WS-CARD-POSITION  TO WS-LEG-AMT.
           PERFORM 3200-WRITE-LEG THRU 3200-EXIT.
           MOVE WS-ATM-CURRENCY   TO GLP-CURRENCY.
           MOVE 'ATMCSH'          TO GLP-ACCT-CLASS.
           MOVE WS-ATMCSH-ACCT    TO GLP-ACCT-NO.
           MOVE 'CR'              TO WS-LEG-SIDE.
           MOVE WS-ATM-AMT        TO WS-LEG-AMT.
           PERFORM 3200-WRITE-LEG THRU 3200-EXIT.
           MOVE 'ATFEEI'          TO GLP-ACCT-CLASS.
           MOVE WS-FEEINC-ACCT    TO GLP-ACCT-NO.
           MOVE 'CR'              TO WS-LEG-SIDE.
           MOVE WS-ATM-FEE        TO WS-LEG-AMT.
           PERFORM 3200-WRITE-LEG THRU 3200-EXIT.
           MOVE 'ATPOSA'          TO GLP-ACCT-CLASS.
           MOVE WS-FXPOS-ACCT     TO GLP-ACCT-NO.
           MOVE 'DR'              TO WS-LEG-SIDE.
           MOVE WS-ATM-POSITION   TO WS-LEG-AMT.
           PERFORM 3200-WRITE-LEG THRU 3200-EXIT.
       3000-EXIT.
           EXIT.
       3100-WRITE-POSTING.
           ADD 1 TO WS-POSTING-COUNT.
           WRITE GL-POSTING-RECORD.
           PERFORM 4000-ACCUM-BUCKET THRU 4000-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3200-WRITE-LEG - A ZERO LEG IS NOT SENT.  A NEGATIVE FIGURE    *
      * (A LOSS ON THE CONVERSION) POSTS ON THE OPPOSITE SIDE, SO THE  *
      * SET STILL BALANCES AND GLP-AMOUNT IS NEVER SIGNED              *
      *----------------------------------------------------------------*
       3200-WRITE-LEG.
           IF WS-LEG-AMT = ZERO
               GO TO 3200-EXIT
           END-IF.
           IF WS-LEG-AMT < ZERO
               COMPUTE WS-LEG-AMT = ZERO - WS-LEG-AMT
               IF WS-LEG-SIDE = 'DR'
                   MOVE 'CR' TO WS-LEG-SIDE
               ELSE
                   MOVE 'DR' TO WS-LEG-SIDE
               END-IF
           END-IF.
           MOVE WS-LEG-SIDE TO GLP-DR-CR.
           MOVE WS-LEG-AMT  TO GLP-AMOUNT.
           PERFORM 3100-WRITE-POSTING THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4000-ACCUM-BUCKET - ROLL THE LEG INTO ITS BRANCH/CURRENCY      *
      * DEBIT OR CREDIT TOTAL, OPENING A NEW BUCKET ON FIRST SIGHT     *
      *----------------------------------------------------------------*
       4000-ACCUM-BUCKET.
           SET WS-BKT-IDX TO 1.
           SEARCH WS-BKT-ENTRY
               AT END
                   PERFORM 4100-NEW-BUCKET THRU 4100-EXIT
               WHEN WS-BKT-IDX > WS-BKT-COUNT
                   PERFORM 4100-NEW-BUCKET THRU 4100-EXIT
               WHEN WS-BKT-BRANCH (WS-BKT-IDX) = GLP-BRANCH
                AND WS-BKT-CURRENCY (WS-BKT-IDX) = GLP-CURRENCY
                   PERFORM 4200-ADD-TO-BUCKET THRU 4200-EXIT
           END-SEARCH.
       4000-EXIT.
           EXIT.
       4100-NEW-BUCKET.
           IF WS-BKT-COUNT >= WS-BKT-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-BKT-COUNT.
           SET WS-BKT-IDX TO WS-BKT-COUNT.
           MOVE GLP-BRANCH   TO WS-BKT-BRANCH (WS-BKT-IDX).
           MOVE GLP-CURRENCY TO WS-BKT-CURRENCY (WS-BKT-IDX).
           MOVE ZERO TO WS-BKT-DR-TOTAL (WS-BKT-IDX)
                        WS-BKT-CR-TOTAL (WS-BKT-IDX).
           PERFORM 4200-ADD-TO-BUCKET THRU 4200-EXIT.
       4100-EXIT.
           EXIT.
       4200-ADD-TO-BUCKET.
           IF GLP-DR-CR = 'DR'
               ADD GLP-AMOUNT TO WS-BKT-DR-TOTAL (WS-BKT-IDX)
           ELSE
               ADD GLP-AMOUNT TO WS-BKT-CR-TOTAL (WS-BKT-IDX)
           END-IF.
       4200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 5000-PROVE-BUCKETS - DEBITS MUST EQUAL CREDITS IN EVERY        *
      * BRANCH/CURRENCY BUCKET BEFORE THE FEED IS TRUSTED              *
      *----------------------------------------------------------------*
       5000-PROVE-BUCKETS.
           IF WS-BKT-COUNT > ZERO
               PERFORM 5100-PROVE-ONE-BUCKET THRU 5100-EXIT
                   VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BKT-COUNT
           END-IF.
       5000-EXIT.
           EXIT.
       5100-PROVE-ONE-BUCKET.
           MOVE WS-BKT-BRANCH (WS-BKT-IDX)   TO BK-BRANCH.
           MOVE WS-BKT-CURRENCY (WS-BKT-IDX) TO BK-CURRENCY.
           MOVE WS-BKT-DR-TOTAL (WS-BKT-IDX) TO BK-DR-TOTAL.
           MOVE WS-BKT-CR-TOTAL (WS-BKT-IDX) TO BK-CR-TOTAL.
           IF WS-BKT-DR-TOTAL (WS-BKT-IDX)
                   = WS-BKT-CR-TOTAL (WS-BKT-IDX)
               MOVE 'BALANCED'  TO BK-RESULT
           ELSE
               MOVE 'IMBALANCE' TO BK-RESULT
               MOVE 'N' TO FEED-OK-SW
           END-IF.
           WRITE GL-LINE FROM BUCKET-LINE.
       5100-EXIT.
           EXIT.
       6000-WRITE-SUMMARY.
           MOVE 'BATMFXE EVENTS READ         :' TO SUM-LABEL.
           MOVE WS-EVENT-COUNT                  TO SUM-COUNT.
           WRITE GL-LINE FROM SUMMARY-LINE.
           MOVE 'FAILED-STATUS EVENTS SKIPPED:' TO SUM-LABEL.
           MOVE WS-FAILED-STATUS-COUNT          TO SUM-COUNT.
           WRITE GL-LINE FROM SUMMARY-LINE.
           MOVE 'EVENTS POSTED               :' TO SUM-LABEL.
           MOVE WS-POSTED-COUNT                 TO SUM-COUNT.
           WRITE GL-LINE FROM SUMMARY-LINE.
           MOVE 'POSTING RECORDS WRITTEN     :' TO SUM-LABEL.
           MOVE WS-POSTING-COUNT                TO SUM-COUNT.
           WRITE GL-LINE FROM SUMMARY-LINE.
           MOVE 'EXCEPTIONS                  :' TO SUM-LABEL.
           MOVE WS-EXCEPTION-COUNT              TO SUM-COUNT.
           WRITE GL-LINE FROM SUMMARY-LINE.
           IF FEED-IS-IN-BALANCE
               MOVE 'BALANCED - RELEASED'      TO RL-RESULT
           ELSE
               MOVE 'OUT OF BALANCE - HELD'    TO RL-RESULT
           END-IF.
           WRITE GL-LINE FROM RESULT-LINE.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7000-RESOLVE-CURRENCY - NUMERIC CODE TO ALPHA CODE AND MINOR   *
      * UNITS THROUGH THE CURRENCY MASTER                              *
      *----------------------------------------------------------------*
       7000-RESOLVE-CURRENCY.
           MOVE 'N'           TO CURR-FOUND-SW.
           MOVE WS-LOOKUP-NUM TO WS-RESOLVED-CURR.
           MOVE 2             TO WS-RESOLVED-UNITS.
           IF WS-CURR-COUNT > ZERO
               SET WS-CURR-IDX TO 1
               SEARCH WS-CURR-ENTRY
                   WHEN WS-CURR-IDX > WS-CURR-COUNT
                       CONTINUE
                   WHEN WS-CM-NUMERIC-CODE (WS-CURR-IDX)
                           = WS-LOOKUP-NUM
                       MOVE WS-CM-ALPHA-CODE (WS-CURR-IDX)
                           TO WS-RESOLVED-CURR
                       MOVE WS-CM-MINOR-UNITS (WS-CURR-IDX)
                           TO WS-RESOLVED-UNITS
                       MOVE 'Y' TO CURR-FOUND-SW
               END-SEARCH
           END-IF.
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7100-LOOKUP-TERMINAL - OWNING BRANCH FROM THE TERMINAL MASTER, *
      * READ ONLY WHEN THE TERMINAL CHANGES.  A DECOMMISSIONED         *
      * TERMINAL STILL POSTS TO ITS BRANCH -- THE CASH LEFT THAT       *
      * MACHINE -- AND IS CALLED OUT SEPARATELY BY RFXA2345            *
      *----------------------------------------------------------------*
       7100-LOOKUP-TERMINAL.
           IF TERMINAL-ID = WS-LOOKUP-TERMINAL-ID
               GO TO 7100-EXIT
           END-IF.
           MOVE TERMINAL-ID TO WS-LOOKUP-TERMINAL-ID.
           MOVE TERMINAL-ID TO ATRM-TERMINAL-ID.
           READ ATM-TERMINAL-FILE
               INVALID KEY
                   MOVE 'N'  TO TERM-FOUND-SW
                   MOVE ZERO TO WS-TERM-BRANCH
               NOT INVALID KEY
                   MOVE 'Y'  TO TERM-FOUND-SW
                   MOVE ATRM-OWNING-BRANCH TO WS-TERM-BRANCH
           END-READ.
       7100-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE BATMFXE-EXTRACT.
           CLOSE ATM-TERMINAL-FILE.
           CLOSE GL-POSTING-FILE.
           CLOSE GL-REPORT.
       9000-EXIT.
           EXIT.
