       IDENTIFICATION DIVISION.
      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              RPW2285 PROGRAM CODE DESCRIPTION                  *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : WPS RETURNED WIRE PROCESSING.  READS THE     *
      *                   INBOUND RETURN FILE (WPSRTN LAYOUT) FROM     *
      *                   THE BENEFICIARY BANKS, SORTS IT INTO WIRE    *
      *                   REFERENCE ORDER AND MATCHES EVERY RETURN     *
      *                   AGAINST THE WPSXHST TRANSMITTED WIRE         *
      *                   HISTORY KEPT BY RPW2282.  A MATCHED RETURN   *
      *                   GENERATES REVERSING GL POSTINGS (GLPOST      *
      *                   LAYOUT): DEBIT THE NOSTRO FOR WHAT CAME      *
      *                   BACK, DEBIT FX REVENUE FOR THE SPREAD        *
      *                   REVERSED AT THE RATE THE RETURN WAS          *
      *                   CONVERTED AT, AND RE-CREDIT THE ORIGINATING  *
      *                   BRANCH/ACCOUNT WITH BOTH.  THE WIRE IS       *
      *                   STAMPED RETURNED ON THE HISTORY AND WRITTEN  *
      *                   TO THE RTNFEE FILE SO MONTH-END BILLING      *
      *                   (RPW2260) WAIVES OR REFUNDS ITS FEE.  A      *
      *                   RETURN THAT MATCHES NO WIRE WE SENT, A       *
      *                   SECOND RETURN FOR A WIRE ALREADY RETURNED,   *
      *                   OR A RETURN THE GL CANNOT CARRY GOES TO THE  *
      *                   EXCEPTIONS REPORT AND IS NEVER POSTED.       *
      *                   POSTED RETURNS ARE LISTED BY BRANCH.  DEBITS *
      *                   AND CREDITS ARE PROVED EQUAL WITHIN EVERY    *
      *                   BRANCH/CURRENCY BUCKET; AN IMBALANCE FAILS   *
      *                   THE JOB SO THE FEED IS HELD.  THE FEED IS    *
      *                   PICKED UP BY RPW2275 ALONGSIDE THE RPW2270   *
      *                   SETTLEMENT FEED.                             *
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
      *  A883449    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - INITIAL VERSION.                                             *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    RPW2285.
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
           SELECT RETURN-IN-FILE    ASSIGN TO RTNIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RTN-SORT-FILE     ASSIGN TO SRTWK01.
           SELECT RTN-SORTED-FILE   ASSIGN TO SRTOUT01
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-SORT-FILE     ASSIGN TO SRTWK02.
           SELECT HISTORY-IN-FILE   ASSIGN TO WPSXHSI
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-OUT-FILE  ASSIGN TO WPSXHSO
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-POSTING-FILE   ASSIGN TO GLRTNPST
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-FEE-FILE   ASSIGN TO RTNFEE
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-REPORT     ASSIGN TO RTNRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-REPORT  ASSIGN TO RTNXRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CURRMST-FILE      ASSIGN TO CURRMST
               ORGANIZATION IS SEQUENTIAL.
           SELECT BUSDATE-PARM-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RETURN-IN-RECORD             PIC X(150).
       SD  RTN-SORT-FILE.
       01  RTN-SORT-REC.
           05 RSRT-WIRE-REF              PIC X(15).
           05 RSRT-RETURN-DATE           PIC X(10).
           05 FILLER                     PIC X(125).
       FD  RTN-SORTED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY WPSRTN.
      *    ONE LINE OF THE RETURNED-WIRES REPORT, SORTED BY BRANCH
       SD  RPT-SORT-FILE.
       01  RPT-SORT-REC.
           05 RSR-BRANCH                 PIC 9(04).
           05 RSR-WIRE-REF               PIC X(15).
           05 RSR-CUSTID                 PIC X(05).
           05 RSR-ACCT                   PIC 9(09).
           05 RSR-CURRENCY               PIC X(03).
           05 RSR-RETURN-AMT             PIC 9(13)V99.
           05 RSR-SPREAD-REV             PIC 9(13)V99.
           05 RSR-CREDIT-AMT             PIC 9(13)V99.
           05 RSR-RETURN-DATE            PIC X(10).
           05 RSR-REASON-CODE            PIC X(04).
           05 RSR-REASON-TEXT            PIC X(35).
       FD  HISTORY-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY WPSXHST.
       FD  HISTORY-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-OUT-RECORD           PIC X(380).
       FD  GL-POSTING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GLPOST.
       FD  RETURN-FEE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY RTNFEE.
       FD  RETURN-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RETURN-LINE                  PIC X(132).
       FD  EXCEPTION-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-REPORT-LINE        PIC X(132).
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
           05 RETURN-EOF-SW             PIC X(01)    VALUE 'N'.
              88 RETURN-EOF                          VALUE 'Y'.
           05 MASTER-EOF-SW             PIC X(01)    VALUE 'N'.
              88 MASTER-EOF                          VALUE 'Y'.
           05 REPORT-EOF-SW             PIC X(01)    VALUE 'N'.
              88 REPORT-EOF                          VALUE 'Y'.
           05 RETURN-OK-SW              PIC X(01)    VALUE 'Y'.
              88 RETURN-CAN-POST                     VALUE 'Y'.
           05 FEED-OK-SW                PIC X(01)    VALUE 'Y'.
              88 FEED-IS-IN-BALANCE                  VALUE 'Y'.
           05 CURRMST-EOF-SW            PIC X(01)    VALUE 'N'.
              88 CURRMST-EOF                         VALUE 'Y'.
      *    SAME FIXED GL INTERNAL ACCOUNTS THE RPW2270 SETTLEMENT FEED
      *    POSTS THE ORIGINAL WIRE TO
       77  WS-NOSTRO-ACCT                PIC 9(09)   VALUE 999000010.
       77  WS-FXREV-ACCT                 PIC 9(09)   VALUE 999000020.
       77  WS-RETURN-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-POSTED-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-UNMATCHED-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-DUPLICATE-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-UNPOSTABLE-COUNT           PIC 9(09) COMP VALUE ZERO.
       77  WS-EXCEPTION-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-POSTING-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  WS-MASTER-IN-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-MASTER-OUT-COUNT           PIC 9(09) COMP VALUE ZERO.
       77  WS-BRANCH-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-PREV-BRANCH                PIC 9(04)   VALUE ZERO.
       77  WS-EXCEPTION-REASON           PIC X(35)   VALUE SPACES.
       77  WS-NET-SENT                   PIC 9(13)V99   VALUE ZERO.
       77  WS-CREDIT-AMT                 PIC 9(13)V99   VALUE ZERO.
       77  WS-POST-AMT                   PIC 9(13)V99   VALUE ZERO.
       77  WS-POST-SPREAD                PIC 9(13)V99   VALUE ZERO.
       77  WS-MINOR-UNITS                PIC 9(01)      VALUE 2.
       77  WS-AMT-WHOLE                  PIC 9(13) COMP-3 VALUE ZERO.
       77  WS-AMT-TENTHS                 PIC 9(14) COMP-3 VALUE ZERO.
       77  WS-CURR-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-CURR-MAX                   PIC 9(03) COMP VALUE 300.
       77  WS-ACTUAL-RUN-DATE            PIC X(10)   VALUE SPACES.
      *    THE ORIGINAL DETAIL AS IT WENT OUT, UNPACKED FROM THE
      *    HISTORY IMAGE
           COPY CRPWBILL.
      *    IN-STORAGE COPY OF THE CURRMST CURRENCY MASTER, LOADED THE
      *    WAY PRPW2200 LOADS BILLPRC
       01  WS-CURR-TABLE.
           05 WS-CURR-ENTRY OCCURS 300 TIMES
                             INDEXED BY WS-CURR-IDX.
              10 WS-CM-ALPHA-CODE        PIC X(03).
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
               VALUE 'WPS RETURNED WIRES BY BRANCH --               '.
           05 HDG1-RUN-DATE    PIC X(10).
           05 FILLER PIC X(76) VALUE SPACES.
       01  HDG2-LINE.
           05 FILLER PIC X(37)
               VALUE '  WIRE REF         CUSTID ACCOUNT    '.
           05 FILLER PIC X(41)
               VALUE 'CUR       RETURNED AMT         SPREAD REV'.
           05 FILLER PIC X(38)
               VALUE '        RE-CREDITED  RETURNED    RSN  '.
           05 FILLER PIC X(16) VALUE 'REASON'.
       01  XHDG1-LINE.
           05 FILLER PIC X(46)
               VALUE 'WPS RETURNED WIRES NOT POSTED --              '.
           05 XHDG1-RUN-DATE   PIC X(10).
           05 FILLER PIC X(76) VALUE SPACES.
       01  BRANCH-HDG-LINE.
           05 FILLER           PIC X(07) VALUE 'BRANCH '.
           05 BH-BRANCH        PIC 9(04).
           05 FILLER           PIC X(121) VALUE SPACES.
       01  DETAIL-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-WIRE-REF      PIC X(15).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-CUSTID        PIC X(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-ACCT          PIC 9(09).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-CURRENCY      PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 DL-RETURN-AMT    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 DL-SPREAD-REV    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 DL-CREDIT-AMT    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-RETURN-DATE   PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-REASON-CODE   PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 DL-REASON-TEXT   PIC X(15).
       01  BRANCH-TOTAL-LINE.
           05 FILLER           PIC X(07) VALUE 'BRANCH '.
           05 BT-BRANCH        PIC 9(04).
           05 FILLER           PIC X(19)
               VALUE ' RETURNED WIRES  : '.
           05 BT-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(91) VALUE SPACES.
       01  EXCEPTION-LINE.
           05 FILLER           PIC X(11) VALUE 'NOT POSTED '.
           05 EX-WIRE-REF      PIC X(15).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EX-RETURN-DATE   PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EX-CURRENCY      PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 EX-RETURN-AMT    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EX-REASON-CODE   PIC X(04).
           05 FILLER           PIC X(03) VALUE ' - '.
           05 EX-REASON        PIC X(35).
           05 FILLER           PIC X(26) VALUE SPACES.
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
               VALUE 'WPS RETURN POSTING FEED --  '.
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
           PERFORM 2000-SORT-RETURNS    THRU 2000-EXIT.
           PERFORM 3000-PROCESS-RETURNS THRU 3000-EXIT.
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
           OPEN OUTPUT RETURN-REPORT.
           OPEN OUTPUT EXCEPTION-REPORT.
           MOVE WS-RUN-DATE-OUT TO HDG1-RUN-DATE.
           WRITE RETURN-LINE FROM HDG1-LINE.
           MOVE WS-ACTUAL-RUN-DATE TO ARL-ACTUAL-DATE.
           WRITE RETURN-LINE FROM ACTUAL-RUN-LINE.
           WRITE RETURN-LINE FROM HDG2-LINE.
           MOVE WS-RUN-DATE-OUT TO XHDG1-RUN-DATE.
           WRITE EXCEPTION-REPORT-LINE FROM XHDG1-LINE.
           WRITE EXCEPTION-REPORT-LINE FROM ACTUAL-RUN-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1050-READ-BUSDATE - THE SCHEDULER-STAMPED BUSINESS DATE        *
      * CONTROL CARD DRIVES THE CYCLE DATE THE REVERSALS POST UNDER;   *
      * A MISSING OR BLANK CARD FALLS BACK TO THE SYSTEM DATE          *
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
      * MINOR-UNIT COUNT THE REVERSED AMOUNTS ARE ROUNDED TO.  A       *
      * MASTER BIGGER THAN THE STORAGE COPY FAILS THE RUN              *
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
      * 2000-SORT-RETURNS - PUT THE RETURN FILE INTO HISTORY KEY       *
      * ORDER; TWO RETURNS FOR ONE WIRE COME OUT OLDEST FIRST          *
      *----------------------------------------------------------------*
       2000-SORT-RETURNS.
           SORT RTN-SORT-FILE
               ON ASCENDING KEY RSRT-WIRE-REF
                                RSRT-RETURN-DATE
               USING RETURN-IN-FILE
               GIVING RTN-SORTED-FILE.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-PROCESS-RETURNS - THE MATCH AGAINST THE HISTORY FEEDS THE *
      * BRANCH SORT; THE SORTED LINES ARE THEN PRINTED BY BRANCH       *
      *----------------------------------------------------------------*
       3000-PROCESS-RETURNS.
           SORT RPT-SORT-FILE
               ON ASCENDING KEY RSR-BRANCH
                                RSR-WIRE-REF
               INPUT PROCEDURE  3100-MATCH-HISTORY THRU 3100-EXIT
               OUTPUT PROCEDURE 4500-PRINT-REPORT  THRU 4500-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3100-MATCH-HISTORY - SORT INPUT PROCEDURE.  CLASSIC MASTER     *
      * UPDATE OF THE TRANSMITTED WIRE HISTORY: HISTORY RECORDS BELOW  *
      * THE CURRENT RETURN COPY THROUGH, A RETURN ON A HISTORY KEY IS  *
      * APPLIED TO THAT RECORD WHILE IT IS STILL IN THE BUFFER (SO A   *
      * SECOND RETURN FOR IT IN THE SAME FILE IS SEEN AS A DUPLICATE), *
      * AND A RETURN WITH NO HISTORY KEY IS AN EXCEPTION               *
      *----------------------------------------------------------------*
       3100-MATCH-HISTORY.
           OPEN INPUT  RTN-SORTED-FILE.
           OPEN INPUT  HISTORY-IN-FILE.
           OPEN OUTPUT HISTORY-OUT-FILE.
           OPEN OUTPUT GL-POSTING-FILE.
           OPEN OUTPUT RETURN-FEE-FILE.
           PERFORM 3200-READ-MASTER  THRU 3200-EXIT.
           PERFORM 3300-READ-RETURN  THRU 3300-EXIT.
           PERFORM 3400-MATCH-ONE    THRU 3400-EXIT
               UNTIL RETURN-EOF.
           PERFORM 3900-DRAIN-MASTER THRU 3900-EXIT
               UNTIL MASTER-EOF.
           CLOSE RTN-SORTED-FILE.
           CLOSE HISTORY-IN-FILE.
           CLOSE HISTORY-OUT-FILE.
           CLOSE GL-POSTING-FILE.
           CLOSE RETURN-FEE-FILE.
       3100-EXIT.
           EXIT.
       3200-READ-MASTER.
           READ HISTORY-IN-FILE
               AT END SET MASTER-EOF TO TRUE
               NOT AT END ADD 1 TO WS-MASTER-IN-COUNT
           END-READ.
       3200-EXIT.
           EXIT.
       3300-READ-RETURN.
           READ RTN-SORTED-FILE
               AT END SET RETURN-EOF TO TRUE
               NOT AT END ADD 1 TO WS-RETURN-COUNT
           END-READ.
       3300-EXIT.
           EXIT.
       3400-MATCH-ONE.
           PERFORM 3450-ROLL-MASTER THRU 3450-EXIT
               UNTIL MASTER-EOF
                  OR XHST-WIRE-REF >= RTN-WIRE-REF.
           IF NOT MASTER-EOF
              AND XHST-WIRE-REF = RTN-WIRE-REF
               PERFORM 3500-APPLY-RETURN THRU 3500-EXIT
           ELSE
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE 'NO MATCHING WIRE TRANSMITTED'
                   TO WS-EXCEPTION-REASON
               PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT
           END-IF.
           PERFORM 3300-READ-RETURN THRU 3300-EXIT.
       3400-EXIT.
           EXIT.
       3450-ROLL-MASTER.
           ADD 1 TO WS-MASTER-OUT-COUNT.
           WRITE HISTORY-OUT-RECORD FROM WPS-XMIT-HIST-RECORD.
           PERFORM 3200-READ-MASTER THRU 3200-EXIT.
       3450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3500-APPLY-RETURN - A RETURN ON A WIRE WE SENT.  A WIRE        *
      * ALREADY STAMPED RETURNED IS NEVER POSTED TWICE                 *
      *----------------------------------------------------------------*
       3500-APPLY-RETURN.
           MOVE XHST-DETAIL-IMAGE TO WPS-RECORD.
           IF XHST-RETURNED
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE 'DUPLICATE - WIRE ALREADY RETURNED'
                   TO WS-EXCEPTION-REASON
               PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3550-VALIDATE-RETURN THRU 3550-EXIT.
           IF NOT RETURN-CAN-POST
               ADD 1 TO WS-UNPOSTABLE-COUNT
               PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT
               GO TO 3500-EXIT
           END-IF.
           ADD 1 TO WS-POSTED-COUNT.
           PERFORM 3600-POST-REVERSAL   THRU 3600-EXIT.
           PERFORM 3700-MARK-RETURNED   THRU 3700-EXIT.
           PERFORM 3750-WRITE-FEE-FLAG  THRU 3750-EXIT.
           PERFORM 3760-RELEASE-REPORT  THRU 3760-EXIT.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3550-VALIDATE-RETURN - A RETURN THE GL CANNOT CARRY GOES TO    *
      * THE EXCEPTIONS REPORT RATHER THAN POISONING THE FEED.  MORE    *
      * CANNOT COME BACK THAN WENT OUT NET OF THE SPREAD               *
      *----------------------------------------------------------------*
       3550-VALIDATE-RETURN.
           MOVE 'Y'    TO RETURN-OK-SW.
           MOVE SPACES TO WS-EXCEPTION-REASON.
           MOVE ZERO   TO WS-NET-SENT.
           IF WPS-PAYMT-AMT NUMERIC AND WPS-FXSPREAD NUMERIC
              AND WPS-FXSPREAD NOT > WPS-PAYMT-AMT
               COMPUTE WS-NET-SENT = WPS-PAYMT-AMT - WPS-FXSPREAD
           END-IF.
           EVALUATE TRUE
               WHEN RTN-RETURN-AMT NOT NUMERIC
                   MOVE 'N' TO RETURN-OK-SW
                   MOVE 'RETURN AMOUNT NOT NUMERIC'
                       TO WS-EXCEPTION-REASON
               WHEN RTN-RETURN-AMT = ZERO
                   MOVE 'N' TO RETURN-OK-SW
                   MOVE 'ZERO RETURN AMOUNT'
                       TO WS-EXCEPTION-REASON
               WHEN RTN-RETURN-CURR NOT = WPS-PAYMT-CURR
                   MOVE 'N' TO RETURN-OK-SW
                   MOVE 'RETURN CURRENCY DIFFERS FROM WIRE'
                       TO WS-EXCEPTION-REASON
               WHEN RTN-RETURN-RATE NOT NUMERIC
                   MOVE 'N' TO RETURN-OK-SW
                   MOVE 'RETURN RATE NOT NUMERIC'
                       TO WS-EXCEPTION-REASON
               WHEN WPS-PAYMT-BR NOT NUMERIC
                 OR WPS-PAYMT-BR = ZERO
                   MOVE 'N' TO RETURN-OK-SW
                   MOVE 'MISSING ORIGINATING BRANCH'
                       TO WS-EXCEPTION-REASON
               WHEN WPS-PAYMT-ACCT NOT NUMERIC
                 OR WPS-PAYMT-ACCT = ZERO
                   MOVE 'N' TO RETURN-OK-SW
                   MOVE 'MISSING ORIGINATING ACCOUNT'
                       TO WS-EXCEPTION-REASON
               WHEN RTN-RETURN-AMT > WS-NET-SENT
                   MOVE 'N' TO RETURN-OK-SW
                   MOVE 'RETURN EXCEEDS AMOUNT SENT'
                       TO WS-EXCEPTION-REASON
           END-EVALUATE.
       3550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3600-POST-REVERSAL - THREE LEGS, SELF-BALANCING WITHIN THE     *
      * BRANCH AND CURRENCY: DR NOSTRO + DR FX REVENUE = CR CUSTOMER.  *
      * THE SPREAD IS REVERSED AT THE RATE THE RETURN WAS CONVERTED    *
      * AT; WITH NO RATE QUOTED IT IS REVERSED IN PROPORTION TO WHAT   *
      * CAME BACK.  NEVER MORE THAN THE ORIGINAL SPREAD IS REVERSED    *
      *----------------------------------------------------------------*
       3600-POST-REVERSAL.
           MOVE RTN-RETURN-AMT TO WS-POST-AMT.
           EVALUATE TRUE
               WHEN WPS-FXSPREAD = ZERO
                   MOVE ZERO TO WS-POST-SPREAD
               WHEN RTN-RETURN-RATE > ZERO
                   COMPUTE WS-POST-SPREAD ROUNDED =
                       RTN-RETURN-AMT * RTN-RETURN-RATE
               WHEN OTHER
                   COMPUTE WS-POST-SPREAD ROUNDED =
                       WPS-FXSPREAD * RTN-RETURN-AMT / WS-NET-SENT
           END-EVALUATE.
           IF WS-POST-SPREAD > WPS-FXSPREAD
               MOVE WPS-FXSPREAD TO WS-POST-SPREAD
           END-IF.
           PERFORM 3650-SCALE-MINOR-UNITS THRU 3650-EXIT.
           COMPUTE WS-CREDIT-AMT = WS-POST-AMT + WS-POST-SPREAD.
           MOVE SPACES          TO GL-POSTING-RECORD.
           MOVE WS-RUN-DATE-OUT TO GLP-CYCLE-DATE.
           MOVE WPS-PAYMT-BR    TO GLP-BRANCH.
           MOVE WPS-PAYMT-CURR  TO GLP-CURRENCY.
           MOVE WPS-CUSTID      TO GLP-CUSTID.
           MOVE WPS-TRANS-DATE  TO GLP-TRANS-DATE.
           MOVE WPS-TRANS-TIME  TO GLP-TRANS-TIME.
           MOVE WPS-WIRE-REF    TO GLP-WIRE-REF.
           MOVE 'RTNOST'        TO GLP-ACCT-CLASS.
           MOVE WS-NOSTRO-ACCT  TO GLP-ACCT-NO.
           MOVE 'DR'            TO GLP-DR-CR.
           MOVE WS-POST-AMT     TO GLP-AMOUNT.
           PERFORM 3680-WRITE-POSTING THRU 3680-EXIT.
           IF WS-POST-SPREAD > ZERO
               MOVE 'RTFXRV'        TO GLP-ACCT-CLASS
               MOVE WS-FXREV-ACCT   TO GLP-ACCT-NO
               MOVE 'DR'            TO GLP-DR-CR
               MOVE WS-POST-SPREAD  TO GLP-AMOUNT
               PERFORM 3680-WRITE-POSTING THRU 3680-EXIT
           END-IF.
           MOVE 'RTCUST'        TO GLP-ACCT-CLASS.
           MOVE WPS-PAYMT-ACCT  TO GLP-ACCT-NO.
           MOVE 'CR'            TO GLP-DR-CR.
           MOVE WS-CREDIT-AMT   TO GLP-AMOUNT.
           PERFORM 3680-WRITE-POSTING THRU 3680-EXIT.
       3600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3650-SCALE-MINOR-UNITS - ROUND THE RETURNED AMOUNT AND THE     *
      * REVERSED SPREAD TO THE PAYMENT CURRENCY'S MINOR-UNIT COUNT,    *
      * THE SAME WAY RPW2270 ROUNDED THE ORIGINAL POSTING.  THE        *
      * RE-CREDIT IS DERIVED FROM THE ROUNDED FIGURES, SO DR STILL     *
      * EQUALS CR WITHIN THE BUCKET                                    *
      *----------------------------------------------------------------*
       3650-SCALE-MINOR-UNITS.
           MOVE 2 TO WS-MINOR-UNITS.
           IF WS-CURR-COUNT > ZERO
               SET WS-CURR-IDX TO 1
               SEARCH WS-CURR-ENTRY
                   WHEN WS-CURR-IDX > WS-CURR-COUNT
                       CONTINUE
                   WHEN WS-CM-ALPHA-CODE (WS-CURR-IDX)
                           = WPS-PAYMT-CURR
                       MOVE WS-CM-MINOR-UNITS (WS-CURR-IDX)
                           TO WS-MINOR-UNITS
               END-SEARCH
           END-IF.
           EVALUATE WS-MINOR-UNITS
               WHEN 0
                   COMPUTE WS-AMT-WHOLE ROUNDED = WS-POST-AMT
                   MOVE WS-AMT-WHOLE TO WS-POST-AMT
                   COMPUTE WS-AMT-WHOLE ROUNDED = WS-POST-SPREAD
                   MOVE WS-AMT-WHOLE TO WS-POST-SPREAD
               WHEN 1
                   COMPUTE WS-AMT-TENTHS ROUNDED = WS-POST-AMT * 10
                   COMPUTE WS-POST-AMT = WS-AMT-TENTHS / 10
                   COMPUTE WS-AMT-TENTHS ROUNDED = WS-POST-SPREAD * 10
                   COMPUTE WS-POST-SPREAD = WS-AMT-TENTHS / 10
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3650-EXIT.
           EXIT.
       3680-WRITE-POSTING.
           ADD 1 TO WS-POSTING-COUNT.
           WRITE GL-POSTING-RECORD.
           PERFORM 4000-ACCUM-BUCKET THRU 4000-EXIT.
       3680-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3700-MARK-RETURNED - STAMP THE HISTORY RECORD STILL IN THE     *
      * BUFFER; IT IS WRITTEN TO THE NEW HISTORY WHEN IT IS ROLLED     *
      *----------------------------------------------------------------*
       3700-MARK-RETURNED.
           SET XHST-RETURNED      TO TRUE.
           MOVE RTN-RETURN-DATE   TO XHST-RETURN-DATE.
           MOVE RTN-REASON-CODE   TO XHST-RETURN-REASON.
           MOVE WS-POST-AMT       TO XHST-RETURN-AMT.
           MOVE WS-CREDIT-AMT     TO XHST-RETURN-CREDIT-AMT.
       3700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3750-WRITE-FEE-FLAG - TELL MONTH-END BILLING THE WIRE CAME     *
      * BACK SO ITS FEE IS WAIVED, OR REFUNDED IF ALREADY BILLED       *
      *----------------------------------------------------------------*
       3750-WRITE-FEE-FLAG.
           MOVE SPACES           TO RETURN-FEE-RECORD.
           MOVE WPS-WIRE-REF     TO RFEE-WIRE-REF.
           MOVE WPS-CUSTID       TO RFEE-CUSTID.
           MOVE WPS-PAYMT-BR     TO RFEE-PAYMT-BR.
           MOVE WPS-TRANS-DATE   TO RFEE-TRANS-DATE.
           MOVE WPS-BILL-CODE    TO RFEE-BILL-CODE.
           MOVE WPS-PAYMT-CURR   TO RFEE-CURRENCY.
           MOVE WPS-CORR-IND     TO RFEE-CORR-IND.
           MOVE XHST-XMIT-DATE   TO RFEE-XMIT-DATE.
           MOVE RTN-RETURN-DATE  TO RFEE-RETURN-DATE.
           MOVE RTN-REASON-CODE  TO RFEE-REASON-CODE.
           WRITE RETURN-FEE-RECORD.
       3750-EXIT.
           EXIT.
       3760-RELEASE-REPORT.
           MOVE WPS-PAYMT-BR     TO RSR-BRANCH.
           MOVE WPS-WIRE-REF     TO RSR-WIRE-REF.
           MOVE WPS-CUSTID       TO RSR-CUSTID.
           MOVE WPS-PAYMT-ACCT   TO RSR-ACCT.
           MOVE WPS-PAYMT-CURR   TO RSR-CURRENCY.
           MOVE WS-POST-AMT      TO RSR-RETURN-AMT.
           MOVE WS-POST-SPREAD   TO RSR-SPREAD-REV.
           MOVE WS-CREDIT-AMT    TO RSR-CREDIT-AMT.
           MOVE RTN-RETURN-DATE  TO RSR-RETURN-DATE.
           MOVE RTN-REASON-CODE  TO RSR-REASON-CODE.
           MOVE RTN-REASON-TEXT  TO RSR-REASON-TEXT.
           RELEASE RPT-SORT-REC.
       3760-EXIT.
           EXIT.
       3800-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE RTN-WIRE-REF        TO EX-WIRE-REF.
           MOVE RTN-RETURN-DATE     TO EX-RETURN-DATE.
           MOVE RTN-RETURN-CURR     TO EX-CURRENCY.
           IF RTN-RETURN-AMT NUMERIC
               MOVE RTN-RETURN-AMT  TO EX-RETURN-AMT
           ELSE
               MOVE ZERO            TO EX-RETURN-AMT
           END-IF.
           MOVE RTN-REASON-CODE     TO EX-REASON-CODE.
           MOVE WS-EXCEPTION-REASON TO EX-REASON.
           WRITE EXCEPTION-REPORT-LINE FROM EXCEPTION-LINE.
       3800-EXIT.
           EXIT.
       3900-DRAIN-MASTER.
           PERFORM 3450-ROLL-MASTER THRU 3450-EXIT.
       3900-EXIT.
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
      * 4500-PRINT-REPORT - SORT OUTPUT PROCEDURE.  POSTED RETURNS     *
      * PRINT GROUPED BY ORIGINATING BRANCH WITH A COUNT PER BRANCH    *
      *----------------------------------------------------------------*
       4500-PRINT-REPORT.
           PERFORM 4600-RETURN-LINE THRU 4600-EXIT.
           PERFORM 4700-PRINT-ONE   THRU 4700-EXIT
               UNTIL REPORT-EOF.
           IF WS-BRANCH-COUNT > ZERO
               PERFORM 4800-BRANCH-TOTAL THRU 4800-EXIT
           END-IF.
       4500-EXIT.
           EXIT.
       4600-RETURN-LINE.
           RETURN RPT-SORT-FILE
               AT END SET REPORT-EOF TO TRUE.
       4600-EXIT.
           EXIT.
       4700-PRINT-ONE.
           IF WS-BRANCH-COUNT > ZERO
              AND RSR-BRANCH NOT = WS-PREV-BRANCH
               PERFORM 4800-BRANCH-TOTAL THRU 4800-EXIT
           END-IF.
           IF WS-BRANCH-COUNT = ZERO
               MOVE RSR-BRANCH TO WS-PREV-BRANCH
               MOVE RSR-BRANCH TO BH-BRANCH
               WRITE RETURN-LINE FROM BRANCH-HDG-LINE
           END-IF.
           ADD 1 TO WS-BRANCH-COUNT.
           MOVE RSR-WIRE-REF     TO DL-WIRE-REF.
           MOVE RSR-CUSTID       TO DL-CUSTID.
           MOVE RSR-ACCT         TO DL-ACCT.
           MOVE RSR-CURRENCY     TO DL-CURRENCY.
           MOVE RSR-RETURN-AMT   TO DL-RETURN-AMT.
           MOVE RSR-SPREAD-REV   TO DL-SPREAD-REV.
           MOVE RSR-CREDIT-AMT   TO DL-CREDIT-AMT.
           MOVE RSR-RETURN-DATE  TO DL-RETURN-DATE.
           MOVE RSR-REASON-CODE  TO DL-REASON-CODE.
           MOVE RSR-REASON-TEXT  TO DL-REASON-TEXT.
           WRITE RETURN-LINE FROM DETAIL-LINE.
           PERFORM 4600-RETURN-LINE THRU 4600-EXIT.
       4700-EXIT.
           EXIT.
       4800-BRANCH-TOTAL.
           MOVE WS-PREV-BRANCH   TO BT-BRANCH.
           MOVE WS-BRANCH-COUNT  TO BT-COUNT.
           WRITE RETURN-LINE FROM BRANCH-TOTAL-LINE.
           MOVE ZERO TO WS-BRANCH-COUNT.
       4800-EXIT.
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
           WRITE RETURN-LINE FROM BUCKET-LINE.
       5100-EXIT.
           EXIT.
       6000-WRITE-SUMMARY.
           MOVE 'RETURN RECORDS READ         :' TO SUM-LABEL.
           MOVE WS-RETURN-COUNT                 TO SUM-COUNT.
           WRITE RETURN-LINE FROM SUMMARY-LINE.
           MOVE 'RETURNS POSTED              :' TO SUM-LABEL.
           MOVE WS-POSTED-COUNT                 TO SUM-COUNT.
           WRITE RETURN-LINE FROM SUMMARY-LINE.
           MOVE 'POSTING RECORDS WRITTEN     :' TO SUM-LABEL.
           MOVE WS-POSTING-COUNT                TO SUM-COUNT.
           WRITE RETURN-LINE FROM SUMMARY-LINE.
           MOVE 'NO MATCHING WIRE            :' TO SUM-LABEL.
           MOVE WS-UNMATCHED-COUNT              TO SUM-COUNT.
           WRITE RETURN-LINE FROM SUMMARY-LINE.
           MOVE 'DUPLICATE RETURNS           :' TO SUM-LABEL.
           MOVE WS-DUPLICATE-COUNT              TO SUM-COUNT.
           WRITE RETURN-LINE FROM SUMMARY-LINE.
           MOVE 'CANNOT POST                 :' TO SUM-LABEL.
           MOVE WS-UNPOSTABLE-COUNT             TO SUM-COUNT.
           WRITE RETURN-LINE FROM SUMMARY-LINE.
           MOVE 'HISTORY RECORDS IN          :' TO SUM-LABEL.
           MOVE WS-MASTER-IN-COUNT              TO SUM-COUNT.
           WRITE RETURN-LINE FROM SUMMARY-LINE.
           MOVE 'HISTORY RECORDS OUT         :' TO SUM-LABEL.
           MOVE WS-MASTER-OUT-COUNT             TO SUM-COUNT.
           WRITE RETURN-LINE FROM SUMMARY-LINE.
           IF FEED-IS-IN-BALANCE
               MOVE 'BALANCED - RELEASED'      TO RL-RESULT
           ELSE
               MOVE 'OUT OF BALANCE - HELD'    TO RL-RESULT
           END-IF.
           WRITE RETURN-LINE FROM RESULT-LINE.
           MOVE 'RETURNS NOT POSTED          :' TO SUM-LABEL.
           MOVE WS-EXCEPTION-COUNT              TO SUM-COUNT.
           WRITE EXCEPTION-REPORT-LINE FROM SUMMARY-LINE.
       6000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE RETURN-REPORT.
           CLOSE EXCEPTION-REPORT.
       9000-EXIT.
           EXIT.
