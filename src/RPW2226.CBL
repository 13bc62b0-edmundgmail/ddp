       IDENTIFICATION DIVISION.
      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              RPW2226 PROGRAM CODE DESCRIPTION                  *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : WPS SWIFT MT103 OUTBOUND MESSAGE GENERATION. *
      *                   RUNS ONCE THE PRPW2225 CROSS-FOOT AND THE    *
      *                   PRPW2228 RUN BALANCING HAVE PASSED.  READS   *
      *                   THE FINAL TRANSMISSION FILE (CRPWBILL        *
      *                   LAYOUT) AND TURNS EVERY WPS-DETAIL-REC INTO  *
      *                   A SWIFT MT103 SINGLE CUSTOMER CREDIT         *
      *                   TRANSFER ON THE MESSAGE FILE, ONE TEXT LINE  *
      *                   PER RECORD:                                  *
      *                     :20:  WPS-WIRE-REF                         *
      *                     :32A: VALUE DATE (WPS-PRO-DATE, ALREADY    *
      *                           ROLLED BY PRPW2200), WPS-PAYMT-CURR  *
      *                           AND WPS-PAYMT-AMT TO THE CURRMST     *
      *                           MINOR UNITS                          *
      *                     :50K: ORIGINATING BRANCH/ACCOUNT AND THE   *
      *                           CUSTACCT CUSTOMER NAME               *
      *                     :53A: / :54A: / :56A:  THE WPS-CORR-REC    *
      *                           CHAIN BEHIND THE DETAIL, IF ANY      *
      *                     :57A: WPS-BANKID                           *
      *                     :59:  WPS-DEST                             *
      *                     :71A: WPS-CHGSBEN                          *
      *                   A WIRE THAT CANNOT BE FORMATTED (BANK ID NOT *
      *                   IN BIC FORM, AMOUNT TOO LARGE FOR 32A,       *
      *                   CURRENCY NOT ON CURRMST) GOES TO THE         *
      *                   EXCEPTIONS REPORT INSTEAD OF THE MESSAGE     *
      *                   FILE.  THE RUN ENDS WITH A CONTROL RECORD    *
      *                   PROVING MESSAGES PLUS EXCEPTIONS AGREE WITH  *
      *                   THE WPS TRAILER COUNT AND AMOUNT; AN         *
      *                   IMBALANCE FAILS THE JOB SO THE MESSAGE FILE  *
      *                   IS HELD.                                     *
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
      *  A883448    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - INITIAL VERSION.                                             *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    RPW2226.
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
           SELECT MT103-MESSAGE-FILE ASSIGN TO MT103OUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT MT103-CONTROL-FILE ASSIGN TO MT103CTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT MT103-REPORT      ASSIGN TO MT103RPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CURRMST-FILE      ASSIGN TO CURRMST
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTACCT-FILE     ASSIGN TO CUSTACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CACT-KEY.
           SELECT BUSDATE-PARM-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WPS-FINAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WPS-FINAL-RECORD             PIC X(180).
       FD  MT103-MESSAGE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MT103-LINE                   PIC X(80).
       FD  MT103-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MT103-CONTROL-RECORD.
           05 MTC-RUN-DATE               PIC X(10).
           05 MTC-TRAILER-COUNT          PIC 9(09).
           05 MTC-TRAILER-AMT            PIC 9(13)V99.
           05 MTC-MESSAGE-COUNT          PIC 9(09).
           05 MTC-MESSAGE-AMT            PIC 9(13)V99.
           05 MTC-EXCEPTION-COUNT        PIC 9(09).
           05 MTC-EXCEPTION-AMT          PIC 9(13)V99.
           05 MTC-RESULT                 PIC X(08).
              88 MTC-BALANCED                        VALUE 'BALANCED'.
              88 MTC-OUT-OF-BALANCE                  VALUE 'OUTOFBAL'.
           05 FILLER                     PIC X(10).
       FD  MT103-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MT103-REPORT-LINE            PIC X(132).
       FD  CURRMST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY CURRMST.
       FD  CUSTACCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTACCT.
       FD  BUSDATE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BUSDATE-PARM-RECORD.
           05 BUSDATE-CYCLE-DATE         PIC X(10).
           05 FILLER                     PIC X(70).
       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
           05 FINAL-EOF-SW              PIC X(01)    VALUE 'N'.
              88 FINAL-EOF                           VALUE 'Y'.
           05 CURRMST-EOF-SW            PIC X(01)    VALUE 'N'.
              88 CURRMST-EOF                         VALUE 'Y'.
           05 WIRE-OK-SW                PIC X(01)    VALUE 'Y'.
              88 WIRE-CAN-FORMAT                     VALUE 'Y'.
           05 BIC-OK-SW                 PIC X(01)    VALUE 'Y'.
              88 BIC-IS-VALID                        VALUE 'Y'.
           05 CURR-FOUND-SW             PIC X(01)    VALUE 'N'.
              88 CURR-WAS-FOUND                      VALUE 'Y'.
           05 TRAILER-SEEN-SW           PIC X(01)    VALUE 'N'.
              88 TRAILER-WAS-SEEN                    VALUE 'Y'.
           05 CONTROL-OK-SW             PIC X(01)    VALUE 'Y'.
              88 CONTROL-IS-IN-BALANCE               VALUE 'Y'.
      *    OUR OWN BIC AS THE SENDER ON BLOCK 1.  THE SESSION AND
      *    SEQUENCE NUMBERS ARE LEFT ZERO FOR THE NETWORK INTERFACE
      *    TO STAMP AT TRANSMISSION.
       77  WS-OUR-BIC                    PIC X(11)
                                         VALUE 'TDOMCATTTOR'.
       77  WS-DETAIL-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-MESSAGE-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  WS-EXCEPTION-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-LINE-COUNT                 PIC 9(09) COMP VALUE ZERO.
       77  WS-MESSAGE-AMT                PIC 9(13)V99   VALUE ZERO.
       77  WS-EXCEPTION-AMT              PIC 9(13)V99   VALUE ZERO.
       77  WS-TRAILER-COUNT              PIC 9(09)      VALUE ZERO.
       77  WS-TRAILER-AMT                PIC 9(13)V99   VALUE ZERO.
       77  WS-CHECK-COUNT                PIC 9(09)      VALUE ZERO.
       77  WS-CHECK-AMT                  PIC 9(13)V99   VALUE ZERO.
       77  WS-EXCEPTION-REASON           PIC X(34)   VALUE SPACES.
       77  WS-MINOR-UNITS                PIC 9(01)      VALUE 2.
       77  WS-AMT-WHOLE                  PIC 9(13) COMP-3 VALUE ZERO.
       77  WS-AMT-TENTHS                 PIC 9(14) COMP-3 VALUE ZERO.
       77  WS-CURR-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-CURR-MAX                   PIC 9(03) COMP VALUE 300.
       77  WS-CHAIN-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  WS-CHAIN-SUB                  PIC 9(04) COMP VALUE ZERO.
       77  WS-BIC-SUB                    PIC 9(04) COMP VALUE ZERO.
       77  WS-BIC-LEN                    PIC 9(04) COMP VALUE ZERO.
       77  WS-BIC-CHAR                   PIC X(01)   VALUE SPACE.
       77  WS-LEAD-SPACES                PIC 9(04) COMP VALUE ZERO.
       77  WS-INT-LEN                    PIC 9(04) COMP VALUE ZERO.
       77  WS-AMT-LEN                    PIC 9(04) COMP VALUE ZERO.
       77  WS-AMT-PTR                    PIC 9(04) COMP VALUE ZERO.
       77  WS-AMT-INT-ED                 PIC Z(12)9.
       77  WS-AMT-TEXT                   PIC X(20)   VALUE SPACES.
       77  WS-CHARGES-CODE               PIC X(03)   VALUE SPACES.
       77  WS-ORDERING-NAME              PIC X(35)   VALUE SPACES.
       77  WS-ACTUAL-RUN-DATE            PIC X(10)   VALUE SPACES.
      *    THE DETAIL BEING FORMATTED.  THE FILE IS READ ONE RECORD
      *    AHEAD INTO WS-NEXT-RECORD SO A WPS-CORR-REC FOLLOWING THE
      *    DETAIL CAN BE PICKED UP BEFORE THE MESSAGE IS BUILT.
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
      *    THE CORRESPONDENT CHAIN BEHIND THE CURRENT DETAIL, IN
      *    ROUTING ORDER.  THE LAST BANK IN THE CHAIN HANDS THE FUNDS
      *    TO THE 57A BANK AND IS THE INTERMEDIARY (56A); A BANK AHEAD
      *    OF IT IS THE SENDER'S CORRESPONDENT (53A) AND, ON A
      *    THREE-BANK CHAIN, THE MIDDLE ONE THE RECEIVER'S
      *    CORRESPONDENT (54A).
       01  WS-CHAIN-TABLE.
           05 WS-CHAIN-BANK OCCURS 3 TIMES.
              10 WS-CHAIN-BANKID         PIC X(35).
              10 WS-CHAIN-CTRY           PIC X(03).
       01  WS-CHAIN-TAGS.
           05 WS-CHAIN-TAG OCCURS 3 TIMES PIC X(05).
      *    BIC WORK AREA -- 8 OR 11 CHARACTERS: BANK CODE AND COUNTRY
      *    (6 LETTERS), LOCATION (2 LETTERS/DIGITS), OPTIONAL BRANCH
      *    (3 LETTERS/DIGITS), LEFT-JUSTIFIED WITH NOTHING AFTER IT
       01  WS-BIC-WORK                   PIC X(35).
       01  WS-LT-ADDRESS.
           05 WS-LT-BIC8                 PIC X(08).
           05 WS-LT-CODE                 PIC X(01)   VALUE 'X'.
           05 WS-LT-BRANCH               PIC X(03).
       01  WS-SENDER-LT                  PIC X(12).
       01  WS-RECEIVER-LT                PIC X(12).
       01  WS-MSG-TEXT                   PIC X(80).
       01  WS-AMT-DIGITS                 PIC 9(13)V99.
       01  WS-AMT-PARTS REDEFINES WS-AMT-DIGITS.
           05 WS-AMT-INT                 PIC 9(13).
           05 WS-AMT-FRAC                PIC 9(02).
      *    IN-STORAGE COPY OF THE CURRMST CURRENCY MASTER, LOADED THE
      *    WAY RPW2270 LOADS IT
       01  WS-CURR-TABLE.
           05 WS-CURR-ENTRY OCCURS 300 TIMES
                             INDEXED BY WS-CURR-IDX.
              10 WS-CM-ALPHA-CODE        PIC X(03).
              10 WS-CM-MINOR-UNITS       PIC 9(01).
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
       01  HDG1-LINE.
           05 FILLER PIC X(46)
               VALUE 'WPS SWIFT MT103 MESSAGE GENERATION --         '.
           05 HDG1-RUN-DATE    PIC X(10).
           05 FILLER PIC X(76) VALUE SPACES.
       01  HDG2-LINE.
           05 FILLER PIC X(24)
               VALUE 'WIRE-REF         CUSTID '.
           05 FILLER PIC X(26)
               VALUE 'TRANS-DATE TRANS-TIME CCY '.
           05 FILLER PIC X(30)
               VALUE '               AMOUNT  REASON'.
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
           05 EX-PAYMT-AMT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EX-REASON        PIC X(34).
           05 FILLER           PIC X(26) VALUE SPACES.
       01  SUMMARY-LINE.
           05 SUM-LABEL        PIC X(30).
           05 SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 SUM-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(68) VALUE SPACES.
       01  RESULT-LINE.
           05 FILLER PIC X(28)
               VALUE 'WPS MT103 CONTROL --        '.
           05 RL-RESULT        PIC X(40).
           05 FILLER PIC X(64) VALUE SPACES.
       01  ACTUAL-RUN-LINE.
           05 FILLER           PIC X(26)
               VALUE 'SYSTEM DATE ACTUALLY RAN: '.
           05 ARL-ACTUAL-DATE  PIC X(10).
           05 FILLER           PIC X(96) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 2000-FORMAT-EXTRACT  THRU 2000-EXIT.
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
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-YY TO WS-RUN-YY.
           MOVE WS-CURR-MM TO WS-RUN-MM.
           MOVE WS-CURR-DD TO WS-RUN-DD.
           MOVE WS-RUN-DATE-OUT TO WS-ACTUAL-RUN-DATE.
           PERFORM 1050-READ-BUSDATE    THRU 1050-EXIT.
           PERFORM 1400-LOAD-CURR-TABLE THRU 1400-EXIT.
           MOVE WS-OUR-BIC TO WS-BIC-WORK.
           PERFORM 3600-BUILD-LT-ADDRESS THRU 3600-EXIT.
           MOVE WS-LT-ADDRESS TO WS-SENDER-LT.
           OPEN INPUT  WPS-FINAL-FILE.
           OPEN INPUT  CUSTACCT-FILE.
           OPEN OUTPUT MT103-MESSAGE-FILE.
           OPEN OUTPUT MT103-CONTROL-FILE.
           OPEN OUTPUT MT103-REPORT.
           MOVE WS-RUN-DATE-OUT TO HDG1-RUN-DATE.
           WRITE MT103-REPORT-LINE FROM HDG1-LINE.
           MOVE WS-ACTUAL-RUN-DATE TO ARL-ACTUAL-DATE.
           WRITE MT103-REPORT-LINE FROM ACTUAL-RUN-LINE.
           WRITE MT103-REPORT-LINE FROM HDG2-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1050-READ-BUSDATE - THE SCHEDULER-STAMPED BUSINESS DATE        *
      * CONTROL CARD DRIVES EVERY DATE THE CYCLE STAMPS; THE SYSTEM    *
      * DATE IS KEPT ONLY AS THE ACTUALLY-RAN-AT AUDIT STAMP.  A       *
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
      * 1400-LOAD-CURR-TABLE - THE CURRENCY MASTER SUPPLIES THE        *
      * MINOR-UNIT COUNT THE 32A AMOUNT IS FORMATTED TO.  A MASTER     *
      * BIGGER THAN THE STORAGE COPY FAILS THE RUN                     *
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
      * 2000-FORMAT-EXTRACT - THE FILE IS READ ONE RECORD AHEAD SO A   *
      * DETAIL'S TRAILING WPS-CORR-REC IS IN HAND BEFORE ITS MESSAGE   *
      * IS BUILT                                                       *
      *----------------------------------------------------------------*
       2000-FORMAT-EXTRACT.
           PERFORM 2100-READ-FINAL THRU 2100-EXIT.
           PERFORM 2200-PROCESS-RECORD THRU 2200-EXIT
               UNTIL FINAL-EOF.
       2000-EXIT.
           EXIT.
       2100-READ-FINAL.
           READ WPS-FINAL-FILE INTO WS-NEXT-RECORD
               AT END SET FINAL-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
       2200-PROCESS-RECORD.
           MOVE WS-NEXT-RECORD TO WPS-RECORD.
           PERFORM 2100-READ-FINAL THRU 2100-EXIT.
           EVALUATE TRUE
               WHEN WPS-DETAIL-REC
                   ADD 1 TO WS-DETAIL-COUNT
                   PERFORM 2300-PICK-UP-CHAIN THRU 2300-EXIT
                   PERFORM 3000-VALIDATE-WIRE THRU 3000-EXIT
                   IF WIRE-CAN-FORMAT
                       PERFORM 4000-WRITE-MESSAGE THRU 4000-EXIT
                   ELSE
                       PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
                   END-IF
               WHEN WPS-TRAILER-REC
                   MOVE 'Y' TO TRAILER-SEEN-SW
                   MOVE WPS-TOTAL-DETAIL-RECORD TO WS-TRAILER-COUNT
                   MOVE WPS-TOTAL-PAYMT-AMT     TO WS-TRAILER-AMT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2300-PICK-UP-CHAIN - A WPS-CORR-REC IMMEDIATELY BEHIND THE     *
      * DETAIL AND MATCHING IT ON CUSTOMER/DATE/TIME CARRIES THE       *
      * CORRESPONDENT CHAIN.  THE CHAIN IS TAKEN UP TO ITS FIRST       *
      * EMPTY SLOT                                                     *
      *----------------------------------------------------------------*
       2300-PICK-UP-CHAIN.
           MOVE SPACES TO WS-CHAIN-TABLE.
           MOVE SPACES TO WS-CHAIN-TAGS.
           MOVE ZERO   TO WS-CHAIN-COUNT.
           IF FINAL-EOF OR NOT NEXT-IS-CORR
               GO TO 2300-EXIT
           END-IF.
           IF WS-NEXT-CORR-CUSTID     NOT = WPS-CUSTID
              OR WS-NEXT-CORR-TRANS-DATE NOT = WPS-TRANS-DATE
              OR WS-NEXT-CORR-TRANS-TIME NOT = WPS-TRANS-TIME
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-NEXT-CORR-BANK-TABLE TO WS-CHAIN-TABLE.
           PERFORM 2310-COUNT-CHAIN THRU 2310-EXIT
               VARYING WS-CHAIN-SUB FROM 1 BY 1
               UNTIL WS-CHAIN-SUB > 3
                  OR WS-CHAIN-BANKID (WS-CHAIN-SUB) = SPACES.
           EVALUATE WS-CHAIN-COUNT
               WHEN 1
                   MOVE ':56A:' TO WS-CHAIN-TAG (1)
               WHEN 2
                   MOVE ':53A:' TO WS-CHAIN-TAG (1)
                   MOVE ':56A:' TO WS-CHAIN-TAG (2)
               WHEN 3
                   MOVE ':53A:' TO WS-CHAIN-TAG (1)
                   MOVE ':54A:' TO WS-CHAIN-TAG (2)
                   MOVE ':56A:' TO WS-CHAIN-TAG (3)
           END-EVALUATE.
           PERFORM 2100-READ-FINAL THRU 2100-EXIT.
       2300-EXIT.
           EXIT.
       2310-COUNT-CHAIN.
           ADD 1 TO WS-CHAIN-COUNT.
       2310-EXIT.
           EXIT.
       2400-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           IF WPS-PAYMT-AMT IS NUMERIC
               ADD WPS-PAYMT-AMT TO WS-EXCEPTION-AMT
               MOVE WPS-PAYMT-AMT TO EX-PAYMT-AMT
           ELSE
               MOVE ZERO TO EX-PAYMT-AMT
           END-IF.
           MOVE WPS-WIRE-REF        TO EX-WIRE-REF.
           MOVE WPS-CUSTID          TO EX-CUSTID.
           MOVE WPS-TRANS-DATE      TO EX-TRANS-DATE.
           MOVE WPS-TRANS-TIME      TO EX-TRANS-TIME.
           MOVE WPS-PAYMT-CURR      TO EX-CURR.
           MOVE WS-EXCEPTION-REASON TO EX-REASON.
           WRITE MT103-REPORT-LINE FROM EXCEPTION-LINE.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-VALIDATE-WIRE - A WIRE THE MT103 CANNOT CARRY GOES TO     *
      * THE EXCEPTIONS REPORT RATHER THAN OUT ON THE NETWORK HALF      *
      * FORMED.  THE FIRST FAILING CHECK IS THE ONE REPORTED           *
      *----------------------------------------------------------------*
       3000-VALIDATE-WIRE.
           MOVE 'Y'    TO WIRE-OK-SW.
           MOVE SPACES TO WS-EXCEPTION-REASON.
           IF WPS-WIRE-REF = SPACES OR LOW-VALUES
               MOVE 'N' TO WIRE-OK-SW
               MOVE 'NO WIRE REFERENCE FOR FIELD 20'
                   TO WS-EXCEPTION-REASON
               GO TO 3000-EXIT
           END-IF.
           IF WPS-PAYMT-AMT NOT NUMERIC OR WPS-PAYMT-AMT = ZERO
               MOVE 'N' TO WIRE-OK-SW
               MOVE 'AMOUNT MISSING OR NOT NUMERIC'
                   TO WS-EXCEPTION-REASON
               GO TO 3000-EXIT
           END-IF.
           IF WPS-PRO-DATE NOT NUMERIC
               MOVE 'N' TO WIRE-OK-SW
               MOVE 'VALUE DATE NOT NUMERIC'
                   TO WS-EXCEPTION-REASON
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-FIND-CURRENCY THRU 3100-EXIT.
           IF NOT CURR-WAS-FOUND
               MOVE 'N' TO WIRE-OK-SW
               MOVE 'CURRENCY NOT ON CURRMST'
                   TO WS-EXCEPTION-REASON
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-FORMAT-AMOUNT THRU 3200-EXIT.
           IF WS-AMT-LEN > 15
               MOVE 'N' TO WIRE-OK-SW
               MOVE 'AMOUNT TOO LARGE FOR FIELD 32A'
                   TO WS-EXCEPTION-REASON
               GO TO 3000-EXIT
           END-IF.
           MOVE WPS-BANKID TO WS-BIC-WORK.
           PERFORM 3500-CHECK-BIC THRU 3500-EXIT.
           IF NOT BIC-IS-VALID
               MOVE 'N' TO WIRE-OK-SW
               MOVE 'BENEFICIARY BANK ID NOT A BIC'
                   TO WS-EXCEPTION-REASON
               GO TO 3000-EXIT
           END-IF.
           IF WPS-HAS-CORR-CHAIN AND WS-CHAIN-COUNT = ZERO
               MOVE 'N' TO WIRE-OK-SW
               MOVE 'CORRESPONDENT CHAIN RECORD MISSING'
                   TO WS-EXCEPTION-REASON
               GO TO 3000-EXIT
           END-IF.
           IF WS-CHAIN-COUNT > ZERO
               PERFORM 3300-CHECK-CHAIN-BIC THRU 3300-EXIT
                   VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
                      OR NOT WIRE-CAN-FORMAT
           END-IF.
       3000-EXIT.
           EXIT.
       3100-FIND-CURRENCY.
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
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3200-FORMAT-AMOUNT - ROUND THE AMOUNT TO THE CURRENCY'S        *
      * MINOR UNITS THE WAY RPW2270 POSTS IT, THEN LAY IT OUT THE      *
      * SWIFT WAY: NO LEADING ZEROS, A COMMA FOR THE DECIMAL MARK AND  *
      * ONLY AS MANY DECIMALS AS THE CURRENCY HAS.  THE AMOUNT FIELDS  *
      * CARRY TWO IMPLIED DECIMALS, SO ANYTHING ABOVE TWO IS TREATED   *
      * AS TWO.  WS-AMT-LEN OVER 15 WILL NOT FIT FIELD 32A             *
      *----------------------------------------------------------------*
       3200-FORMAT-AMOUNT.
           MOVE WPS-PAYMT-AMT TO WS-AMT-DIGITS.
           EVALUATE WS-MINOR-UNITS
               WHEN 0
                   COMPUTE WS-AMT-WHOLE ROUNDED = WS-AMT-DIGITS
                   MOVE WS-AMT-WHOLE TO WS-AMT-DIGITS
               WHEN 1
                   COMPUTE WS-AMT-TENTHS ROUNDED = WS-AMT-DIGITS * 10
                   COMPUTE WS-AMT-DIGITS = WS-AMT-TENTHS / 10
               WHEN OTHER
                   MOVE 2 TO WS-MINOR-UNITS
           END-EVALUATE.
           MOVE WS-AMT-INT TO WS-AMT-INT-ED.
           MOVE ZERO TO WS-LEAD-SPACES.
           INSPECT WS-AMT-INT-ED TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES.
           COMPUTE WS-INT-LEN = 13 - WS-LEAD-SPACES.
           MOVE SPACES TO WS-AMT-TEXT.
           MOVE 1 TO WS-AMT-PTR.
           STRING WS-AMT-INT-ED (WS-LEAD-SPACES + 1 : WS-INT-LEN)
                  ','
               DELIMITED BY SIZE
               INTO WS-AMT-TEXT WITH POINTER WS-AMT-PTR.
           IF WS-MINOR-UNITS > ZERO
               STRING WS-AMT-FRAC (1 : WS-MINOR-UNITS)
                   DELIMITED BY SIZE
                   INTO WS-AMT-TEXT WITH POINTER WS-AMT-PTR
           END-IF.
           COMPUTE WS-AMT-LEN = WS-AMT-PTR - 1.
       3200-EXIT.
           EXIT.
       3300-CHECK-CHAIN-BIC.
           MOVE WS-CHAIN-BANKID (WS-CHAIN-SUB) TO WS-BIC-WORK.
           PERFORM 3500-CHECK-BIC THRU 3500-EXIT.
           IF NOT BIC-IS-VALID
               MOVE 'N' TO WIRE-OK-SW
               MOVE 'CORRESPONDENT BANK ID NOT A BIC'
                   TO WS-EXCEPTION-REASON
           END-IF.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3500-CHECK-BIC - WS-BIC-WORK MUST HOLD AN 8 OR 11 CHARACTER    *
      * BIC, LEFT-JUSTIFIED, WITH NOTHING AFTER IT                     *
      *----------------------------------------------------------------*
       3500-CHECK-BIC.
           MOVE 'Y' TO BIC-OK-SW.
           IF WS-BIC-WORK (12:24) NOT = SPACES
               MOVE 'N' TO BIC-OK-SW
               GO TO 3500-EXIT
           END-IF.
           IF WS-BIC-WORK (9:3) = SPACES
               MOVE 8  TO WS-BIC-LEN
           ELSE
               MOVE 11 TO WS-BIC-LEN
           END-IF.
           PERFORM 3510-CHECK-BIC-CHAR THRU 3510-EXIT
               VARYING WS-BIC-SUB FROM 1 BY 1
               UNTIL WS-BIC-SUB > WS-BIC-LEN
                  OR NOT BIC-IS-VALID.
       3500-EXIT.
           EXIT.
      *    BANK CODE AND COUNTRY ARE LETTERS ONLY; LOCATION AND BRANCH
      *    MAY BE LETTERS OR DIGITS
       3510-CHECK-BIC-CHAR.
           MOVE WS-BIC-WORK (WS-BIC-SUB:1) TO WS-BIC-CHAR.
           IF WS-BIC-CHAR = SPACE
               MOVE 'N' TO BIC-OK-SW
               GO TO 3510-EXIT
           END-IF.
           IF WS-BIC-CHAR IS NOT ALPHABETIC-UPPER
               IF WS-BIC-SUB < 7 OR WS-BIC-CHAR IS NOT NUMERIC
                   MOVE 'N' TO BIC-OK-SW
               END-IF
           END-IF.
       3510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3600-BUILD-LT-ADDRESS - THE 12-CHARACTER HEADER ADDRESS FOR    *
      * THE BIC IN WS-BIC-WORK: BIC8, THE 'X' TERMINAL CODE AND THE    *
      * BRANCH CODE ('XXX' FOR AN 8-CHARACTER BIC)                     *
      *----------------------------------------------------------------*
       3600-BUILD-LT-ADDRESS.
           MOVE WS-BIC-WORK (1:8) TO WS-LT-BIC8.
           MOVE 'X'               TO WS-LT-CODE.
           IF WS-BIC-WORK (9:3) = SPACES
               MOVE 'XXX'              TO WS-LT-BRANCH
           ELSE
               MOVE WS-BIC-WORK (9:3)  TO WS-LT-BRANCH
           END-IF.
       3600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4000-WRITE-MESSAGE - ONE MT103, ONE TEXT LINE PER RECORD.  THE *
      * MESSAGE GOES TO THE FIRST BANK IN ROUTING ORDER -- THE FIRST   *
      * CORRESPONDENT WHEN THERE IS A CHAIN, OTHERWISE THE             *
      * BENEFICIARY'S BANK                                             *
      *----------------------------------------------------------------*
       4000-WRITE-MESSAGE.
           ADD 1 TO WS-MESSAGE-COUNT.
           ADD WPS-PAYMT-AMT TO WS-MESSAGE-AMT.
           IF WS-CHAIN-COUNT > ZERO
               MOVE WS-CHAIN-BANKID (1) TO WS-BIC-WORK
           ELSE
               MOVE WPS-BANKID          TO WS-BIC-WORK
           END-IF.
           PERFORM 3600-BUILD-LT-ADDRESS THRU 3600-EXIT.
           MOVE WS-LT-ADDRESS TO WS-RECEIVER-LT.
           PERFORM 4100-LOAD-ORDERING-NAME THRU 4100-EXIT.
           IF WPS-CHGSBEN = SPACES
               MOVE 'SHA' TO WS-CHARGES-CODE
           ELSE
               MOVE 'BEN' TO WS-CHARGES-CODE
           END-IF.
           MOVE SPACES TO WS-MSG-TEXT.
           STRING '{1:F01' WS-SENDER-LT '0000000000}'
                  '{2:I103' WS-RECEIVER-LT 'N}{4:'
               DELIMITED BY SIZE INTO WS-MSG-TEXT.
           PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
           MOVE SPACES TO WS-MSG-TEXT.
           STRING ':20:' WPS-WIRE-REF
               DELIMITED BY SIZE INTO WS-MSG-TEXT.
           PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
           MOVE ':23B:CRED' TO WS-MSG-TEXT.
           PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
           MOVE SPACES TO WS-MSG-TEXT.
           STRING ':32A:' WPS-PRO-DATE WPS-PAYMT-CURR
                  WS-AMT-TEXT (1:WS-AMT-LEN)
               DELIMITED BY SIZE INTO WS-MSG-TEXT.
           PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
           MOVE SPACES TO WS-MSG-TEXT.
           STRING ':50K:/' WPS-PAYMT-BR WPS-PAYMT-ACCT
               DELIMITED BY SIZE INTO WS-MSG-TEXT.
           PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
           MOVE WS-ORDERING-NAME TO WS-MSG-TEXT.
           PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
           IF WS-CHAIN-COUNT > ZERO
               PERFORM 4200-WRITE-CHAIN-LINE THRU 4200-EXIT
                   VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
           END-IF.
           MOVE SPACES TO WS-MSG-TEXT.
           STRING ':57A:' WPS-BANKID
               DELIMITED BY SPACE INTO WS-MSG-TEXT.
           PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
           MOVE SPACES TO WS-MSG-TEXT.
           STRING ':59:' WPS-DEST
               DELIMITED BY SIZE INTO WS-MSG-TEXT.
           PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
           MOVE SPACES TO WS-MSG-TEXT.
           STRING ':71A:' WS-CHARGES-CODE
               DELIMITED BY SIZE INTO WS-MSG-TEXT.
           PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
           MOVE '-}' TO WS-MSG-TEXT.
           PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4100-LOAD-ORDERING-NAME - THE 50K NAME LINE IS THE CUSTOMER    *
      * NAME ON THE CUSTACCT CUSTOMER-LEVEL RECORD; A CUSTOMER WITH    *
      * NO NAME ON FILE GOES OUT UNDER ITS CUSTOMER ID                 *
      *----------------------------------------------------------------*
       4100-LOAD-ORDERING-NAME.
           MOVE SPACES TO WS-ORDERING-NAME.
           STRING 'CUSTOMER ' WPS-CUSTID
               DELIMITED BY SIZE INTO WS-ORDERING-NAME.
           MOVE WPS-CUSTID TO CACT-CUSTID.
           MOVE ZERO       TO CACT-BRANCH.
           MOVE ZERO       TO CACT-ACCT.
           READ CUSTACCT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CACT-CUSTOMER-REC AND CACT-NAME NOT = SPACES
                       MOVE CACT-NAME TO WS-ORDERING-NAME
                   END-IF
           END-READ.
       4100-EXIT.
           EXIT.
       4200-WRITE-CHAIN-LINE.
           MOVE SPACES TO WS-MSG-TEXT.
           STRING WS-CHAIN-TAG (WS-CHAIN-SUB)
                  WS-CHAIN-BANKID (WS-CHAIN-SUB)
               DELIMITED BY SPACE INTO WS-MSG-TEXT.
           PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
       4200-EXIT.
           EXIT.
       4900-WRITE-LINE.
           MOVE WS-MSG-TEXT TO MT103-LINE.
           WRITE MT103-LINE.
           ADD 1 TO WS-LINE-COUNT.
       4900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7000-PROVE-CONTROL - EVERY DETAIL ON THE FILE MUST BE EITHER A *
      * MESSAGE OR AN EXCEPTION, AND THE TWO TOGETHER MUST AGREE WITH  *
      * THE WPS TRAILER IN COUNT AND AMOUNT.  THE AMOUNTS ARE THE      *
      * WPS-PAYMT-AMT FIGURES AS CARRIED ON THE FILE, BEFORE ANY       *
      * MINOR-UNIT ROUNDING, SO THEY FOOT TO THE TRAILER EXACTLY.  A   *
      * FILE WITH NO TRAILER CANNOT BE PROVED AND FAILS                *
      *----------------------------------------------------------------*
       7000-PROVE-CONTROL.
           COMPUTE WS-CHECK-COUNT = WS-MESSAGE-COUNT
                                  + WS-EXCEPTION-COUNT.
           COMPUTE WS-CHECK-AMT   = WS-MESSAGE-AMT
                                  + WS-EXCEPTION-AMT.
           IF NOT TRAILER-WAS-SEEN
              OR WS-CHECK-COUNT NOT = WS-TRAILER-COUNT
              OR WS-CHECK-AMT   NOT = WS-TRAILER-AMT
               MOVE 'N' TO CONTROL-OK-SW
           END-IF.
           MOVE SPACES             TO MT103-CONTROL-RECORD.
           MOVE WS-RUN-DATE-OUT    TO MTC-RUN-DATE.
           MOVE WS-TRAILER-COUNT   TO MTC-TRAILER-COUNT.
           MOVE WS-TRAILER-AMT     TO MTC-TRAILER-AMT.
           MOVE WS-MESSAGE-COUNT   TO MTC-MESSAGE-COUNT.
           MOVE WS-MESSAGE-AMT     TO MTC-MESSAGE-AMT.
           MOVE WS-EXCEPTION-COUNT TO MTC-EXCEPTION-COUNT.
           MOVE WS-EXCEPTION-AMT   TO MTC-EXCEPTION-AMT.
           IF CONTROL-IS-IN-BALANCE
               SET MTC-BALANCED       TO TRUE
           ELSE
               SET MTC-OUT-OF-BALANCE TO TRUE
           END-IF.
           WRITE MT103-CONTROL-RECORD.
       7000-EXIT.
           EXIT.
       8000-WRITE-SUMMARY.
           MOVE 'DETAIL RECORDS READ         :' TO SUM-LABEL.
           MOVE WS-DETAIL-COUNT                 TO SUM-COUNT.
           MOVE WS-CHECK-AMT                    TO SUM-AMOUNT.
           WRITE MT103-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'MT103 MESSAGES WRITTEN      :' TO SUM-LABEL.
           MOVE WS-MESSAGE-COUNT                TO SUM-COUNT.
           MOVE WS-MESSAGE-AMT                  TO SUM-AMOUNT.
           WRITE MT103-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'EXCEPTIONS                  :' TO SUM-LABEL.
           MOVE WS-EXCEPTION-COUNT              TO SUM-COUNT.
           MOVE WS-EXCEPTION-AMT                TO SUM-AMOUNT.
           WRITE MT103-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'WPS TRAILER                 :' TO SUM-LABEL.
           MOVE WS-TRAILER-COUNT                TO SUM-COUNT.
           MOVE WS-TRAILER-AMT                  TO SUM-AMOUNT.
           WRITE MT103-REPORT-LINE FROM SUMMARY-LINE.
           EVALUATE TRUE
               WHEN CONTROL-IS-IN-BALANCE
                   MOVE 'BALANCED TO TRAILER - RELEASED'  TO RL-RESULT
               WHEN NOT TRAILER-WAS-SEEN
                   MOVE 'NO WPS TRAILER ON FILE - HELD'   TO RL-RESULT
               WHEN OTHER
                   MOVE 'OUT OF BALANCE TO TRAILER - HELD' TO RL-RESULT
           END-EVALUATE.
           WRITE MT103-REPORT-LINE FROM RESULT-LINE.
       8000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE WPS-FINAL-FILE.
           CLOSE CUSTACCT-FILE.
           CLOSE MT103-MESSAGE-FILE.
           CLOSE MT103-CONTROL-FILE.
           CLOSE MT103-REPORT.
       9000-EXIT.
           EXIT.
