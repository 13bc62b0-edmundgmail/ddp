       IDENTIFICATION DIVISION.
      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              PRPW2262 PROGRAM CODE DESCRIPTION                 *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : CUSTACCT CUSTOMER / ACCOUNT MASTER           *
      *                   MAINTENANCE.  APPLIES ADD / CHANGE / DELETE  *
      *                   TRANSACTION CARDS AGAINST THE CUSTOMER-LEVEL *
      *                   RECORDS (STATUS, NAME AND DAILY WIRE LIMIT   *
      *                   IN CAD) AND THE ACCOUNT-LEVEL RECORDS        *
      *                   (BRANCH/ACCOUNT STATUS AND TYPE) THE         *
      *                   PRPW2199 ACCOUNT SCREEN CHECKS EVERY WIRE    *
      *                   AGAINST.  EVERY CARD IS VALIDATED (STATUS    *
      *                   CODE, NUMERIC LIMIT AND ACCOUNT, NO ACCOUNT  *
      *                   WITHOUT ITS CUSTOMER, NO CUSTOMER DELETED    *
      *                   WHILE ITS ACCOUNTS REMAIN) AND EVERY         *
      *                   ACCEPTED TRANSACTION WRITES A BEFORE/AFTER   *
      *                   IMAGE TO THE AUDIT FILE ALONGSIDE THE        *
      *                   MAINTENANCE REPORT, AS PRPW2260 DOES FOR     *
      *                   THE RATE TABLES.                             *
      *                                                                *
      * USED BY         : WPS WIRE PAYMENTS - TABLE MAINTENANCE        *
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
       PROGRAM-ID.    PRPW2262.
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
           SELECT MAINT-CARD-FILE   ASSIGN TO CAMAINT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTACCT-FILE     ASSIGN TO CUSTACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CACT-KEY.
           SELECT AUDIT-FILE        ASSIGN TO CAAUDIT
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-REPORT      ASSIGN TO CAMRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MAINT-CARD.
           05 CAM-FUNCTION               PIC X(01).
              88 CAM-ADD                             VALUE 'A'.
              88 CAM-CHANGE                          VALUE 'C'.
              88 CAM-DELETE                          VALUE 'D'.
              88 CAM-FUNCTION-VALID      VALUES 'A' 'C' 'D'.
           05 CAM-REC-TYPE               PIC X(01).
              88 CAM-CUSTOMER-CARD                   VALUE 'C'.
              88 CAM-ACCOUNT-CARD                    VALUE 'A'.
           05 CAM-CUSTID                 PIC X(05).
           05 CAM-BRANCH-X               PIC X(04).
           05 CAM-BRANCH-9 REDEFINES CAM-BRANCH-X
                                         PIC 9(04).
           05 CAM-ACCT-X                 PIC X(09).
           05 CAM-ACCT-9   REDEFINES CAM-ACCT-X
                                         PIC 9(09).
           05 CAM-STATUS                 PIC X(01).
              88 CAM-STATUS-VALID        VALUES 'A' 'C' 'F' 'D'.
           05 CAM-ACCT-TYPE              PIC X(01).
           05 CAM-LIMIT-X                PIC X(15).
           05 CAM-LIMIT-9  REDEFINES CAM-LIMIT-X
                                         PIC 9(13)V99.
           05 CAM-NAME                   PIC X(35).
           05 FILLER                     PIC X(08).
       FD  CUSTACCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTACCT.
       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           05 AUD-RUN-DATE               PIC X(10).
           05 AUD-RUN-TIME               PIC X(08).
           05 AUD-REC-TYPE               PIC X(01).
           05 AUD-FUNCTION               PIC X(01).
           05 AUD-KEY.
              10 AUD-CUSTID              PIC X(05).
              10 AUD-BRANCH              PIC 9(04).
              10 AUD-ACCT                PIC 9(09).
           05 AUD-BEFORE-IMAGE           PIC X(80).
           05 AUD-AFTER-IMAGE            PIC X(80).
           05 FILLER                     PIC X(02).
       FD  MAINT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MAINT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
           05 CARDS-EOF-SW              PIC X(01)    VALUE 'N'.
              88 CARDS-EOF                           VALUE 'Y'.
           05 CARD-REJECT-SW            PIC X(01)    VALUE 'N'.
              88 CARD-IS-REJECTED                    VALUE 'Y'.
           05 RECORD-FOUND-SW           PIC X(01)    VALUE 'N'.
              88 RECORD-WAS-FOUND                    VALUE 'Y'.
           05 ORPHAN-FOUND-SW           PIC X(01)    VALUE 'N'.
              88 ORPHANS-WOULD-REMAIN                VALUE 'Y'.
       77  WS-CARD-SEQ                   PIC 9(05) COMP VALUE ZERO.
       77  WS-ACCEPT-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECT-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECT-REASON              PIC X(32)   VALUE SPACES.
       77  WS-NEW-BRANCH                 PIC 9(04)   VALUE ZERO.
       77  WS-NEW-ACCT                   PIC 9(09)   VALUE ZERO.
       77  WS-NEW-LIMIT                  PIC S9(13)V99    VALUE ZERO.
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
       01  WS-CURRENT-TIME.
           05 WS-TIME-HH                 PIC 9(02).
           05 WS-TIME-MM                 PIC 9(02).
           05 WS-TIME-SS                 PIC 9(02).
           05 FILLER                     PIC 9(02).
       01  WS-RUN-TIME-OUT.
           05 WS-RTIME-HH                PIC 9(02).
           05 FILLER                     PIC X(01) VALUE ':'.
           05 WS-RTIME-MM                PIC 9(02).
           05 FILLER                     PIC X(01) VALUE ':'.
           05 WS-RTIME-SS                PIC 9(02).
       01  WS-BEFORE-IMAGE               PIC X(80)   VALUE SPACES.
       01  HDG1-LINE.
           05 FILLER PIC X(46)
               VALUE 'CUSTACCT MASTER MAINTENANCE REPORT --         '.
           05 HDG1-RUN-DATE    PIC X(10).
           05 FILLER PIC X(76) VALUE SPACES.
       01  HDG2-LINE.
           05 FILLER PIC X(07) VALUE '  SEQ'.
           05 FILLER PIC X(06) VALUE 'TYPE'.
           05 FILLER PIC X(06) VALUE 'FUNC'.
           05 FILLER PIC X(07) VALUE 'CUSTID'.
           05 FILLER PIC X(06) VALUE 'BRCH'.
           05 FILLER PIC X(11) VALUE 'ACCOUNT'.
           05 FILLER PIC X(10) VALUE 'STATUS'.
           05 FILLER PIC X(32) VALUE 'REASON'.
           05 FILLER PIC X(47) VALUE SPACES.
       01  DETAIL-LINE.
           05 DL-SEQ           PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-TYPE          PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-FUNC          PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-CUSTID        PIC X(05) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-BRANCH        PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-ACCT          PIC X(09) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-STATUS        PIC X(08) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-REASON        PIC X(32) VALUE SPACES.
           05 FILLER           PIC X(47) VALUE SPACES.
       01  SUMMARY-LINE.
           05 SUM-LABEL        PIC X(30).
           05 SUM-COUNT        PIC ZZZ,ZZ9.
           05 FILLER           PIC X(95) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 2000-APPLY-CARDS     THRU 2000-EXIT.
           PERFORM 8000-WRITE-SUMMARY   THRU 8000-EXIT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE MASTER FOR UPDATE, THE AUDIT AND    *
      * REPORT FILES FOR OUTPUT, AND STAMP THE RUN DATE AND TIME       *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURR-YY TO WS-RUN-YY.
           MOVE WS-CURR-MM TO WS-RUN-MM.
           MOVE WS-CURR-DD TO WS-RUN-DD.
           MOVE WS-TIME-HH TO WS-RTIME-HH.
           MOVE WS-TIME-MM TO WS-RTIME-MM.
           MOVE WS-TIME-SS TO WS-RTIME-SS.
           OPEN INPUT  MAINT-CARD-FILE.
           OPEN I-O    CUSTACCT-FILE.
           OPEN OUTPUT AUDIT-FILE.
           OPEN OUTPUT MAINT-REPORT.
           MOVE WS-RUN-DATE-OUT TO HDG1-RUN-DATE.
           WRITE MAINT-LINE FROM HDG1-LINE.
           WRITE MAINT-LINE FROM HDG2-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-APPLY-CARDS - VALIDATE AND APPLY EVERY TRANSACTION CARD   *
      *----------------------------------------------------------------*
       2000-APPLY-CARDS.
           PERFORM 2100-READ-CARD THRU 2100-EXIT.
           PERFORM 2200-APPLY-ONE-CARD THRU 2200-EXIT
               UNTIL CARDS-EOF.
       2000-EXIT.
           EXIT.
       2100-READ-CARD.
           READ MAINT-CARD-FILE
               AT END SET CARDS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
       2200-APPLY-ONE-CARD.
           ADD 1 TO WS-CARD-SEQ.
           MOVE 'N'    TO CARD-REJECT-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2300-VALIDATE-COMMON THRU 2300-EXIT.
           IF NOT CARD-IS-REJECTED
               IF CAM-CUSTOMER-CARD
                   PERFORM 3000-APPLY-CUST-CARD THRU 3000-EXIT
               ELSE
                   PERFORM 4000-APPLY-ACCT-CARD THRU 4000-EXIT
               END-IF
           END-IF.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           PERFORM 2100-READ-CARD THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2300-VALIDATE-COMMON - RECORD TYPE, FUNCTION CODE, CUSTOMER    *
      * ID, AND A STATUS CODE WHEN ONE IS GIVEN.  A CUSTOMER CARD      *
      * ALWAYS ADDRESSES BRANCH AND ACCOUNT ZERO; AN ACCOUNT CARD      *
      * NEEDS A NUMERIC, NON-ZERO BRANCH AND ACCOUNT                   *
      *----------------------------------------------------------------*
       2300-VALIDATE-COMMON.
           IF NOT CAM-CUSTOMER-CARD AND NOT CAM-ACCOUNT-CARD
               MOVE 'Y' TO CARD-REJECT-SW
               MOVE 'INVALID RECORD TYPE' TO WS-REJECT-REASON
               GO TO 2300-EXIT
           END-IF.
           IF NOT CAM-FUNCTION-VALID
               MOVE 'Y' TO CARD-REJECT-SW
               MOVE 'INVALID FUNCTION CODE' TO WS-REJECT-REASON
               GO TO 2300-EXIT
           END-IF.
           IF CAM-CUSTID = SPACES
               MOVE 'Y' TO CARD-REJECT-SW
               MOVE 'CUSTOMER ID MISSING' TO WS-REJECT-REASON
               GO TO 2300-EXIT
           END-IF.
           IF CAM-STATUS NOT = SPACES AND NOT CAM-STATUS-VALID
               MOVE 'Y' TO CARD-REJECT-SW
               MOVE 'INVALID STATUS CODE' TO WS-REJECT-REASON
               GO TO 2300-EXIT
           END-IF.
           IF CAM-CUSTOMER-CARD
               MOVE ZERO TO WS-NEW-BRANCH
               MOVE ZERO TO WS-NEW-ACCT
               GO TO 2300-EXIT
           END-IF.
           IF CAM-BRANCH-X IS NOT NUMERIC
               OR CAM-ACCT-X IS NOT NUMERIC
               MOVE 'Y' TO CARD-REJECT-SW
               MOVE 'BRANCH/ACCOUNT NOT NUMERIC' TO WS-REJECT-REASON
               GO TO 2300-EXIT
           END-IF.
           MOVE CAM-BRANCH-9 TO WS-NEW-BRANCH.
           MOVE CAM-ACCT-9   TO WS-NEW-ACCT.
           IF WS-NEW-BRANCH = ZERO OR WS-NEW-ACCT = ZERO
               MOVE 'Y' TO CARD-REJECT-SW
               MOVE 'BRANCH/ACCOUNT IS ZERO' TO WS-REJECT-REASON
           END-IF.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-APPLY-CUST-CARD - ADD / CHANGE / DELETE A CUSTOMER-LEVEL  *
      * RECORD.  AN ADD NEEDS A STATUS AND A NUMERIC LIMIT; ON A       *
      * CHANGE A BLANK FIELD LEAVES THE STORED VALUE ALONE.  A         *
      * CUSTOMER CANNOT BE DELETED WHILE ANY OF ITS ACCOUNTS REMAIN    *
      *----------------------------------------------------------------*
       3000-APPLY-CUST-CARD.
           IF CAM-LIMIT-X NOT = SPACES
               IF CAM-LIMIT-X IS NOT NUMERIC
                   MOVE 'Y' TO CARD-REJECT-SW
                   MOVE 'DAILY LIMIT IS NOT NUMERIC'
                                             TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
               MOVE CAM-LIMIT-9 TO WS-NEW-LIMIT
           END-IF.
           IF CAM-ADD
               IF CAM-STATUS = SPACES
                   MOVE 'Y' TO CARD-REJECT-SW
                   MOVE 'STATUS MISSING' TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
               IF CAM-LIMIT-X = SPACES
                   MOVE 'Y' TO CARD-REJECT-SW
                   MOVE 'DAILY LIMIT MISSING' TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           IF CAM-DELETE
               PERFORM 3500-CHECK-ACCOUNTS THRU 3500-EXIT
               IF CARD-IS-REJECTED
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           PERFORM 5000-READ-MASTER THRU 5000-EXIT.
           EVALUATE TRUE
               WHEN CAM-ADD AND RECORD-WAS-FOUND
                   MOVE 'Y' TO CARD-REJECT-SW
                   MOVE 'CUSTOMER ALREADY ON FILE'
                                             TO WS-REJECT-REASON
               WHEN CAM-ADD
                   PERFORM 5100-ADD-MASTER THRU 5100-EXIT
               WHEN NOT RECORD-WAS-FOUND
                   MOVE 'Y' TO CARD-REJECT-SW
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
               WHEN CAM-CHANGE
                   PERFORM 5200-CHANGE-MASTER THRU 5200-EXIT
               WHEN CAM-DELETE
                   PERFORM 5300-DELETE-MASTER THRU 5300-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3500-CHECK-ACCOUNTS - POSITION JUST PAST THE CUSTOMER-LEVEL    *
      * KEY AND LOOK AT THE NEXT RECORD; IF IT IS STILL THIS CUSTOMER  *
      * IT IS AN ACCOUNT THAT WOULD BE ORPHANED                        *
      *----------------------------------------------------------------*
       3500-CHECK-ACCOUNTS.
           MOVE 'N' TO ORPHAN-FOUND-SW.
           MOVE CAM-CUSTID TO CACT-CUSTID.
           MOVE ZERO       TO CACT-BRANCH.
           MOVE ZERO       TO CACT-ACCT.
           START CUSTACCT-FILE KEY GREATER THAN CACT-KEY
               INVALID KEY MOVE 'N' TO ORPHAN-FOUND-SW
               NOT INVALID KEY
                   PERFORM 3510-READ-NEXT-MASTER THRU 3510-EXIT
           END-START.
           IF ORPHANS-WOULD-REMAIN
               MOVE 'Y' TO CARD-REJECT-SW
               MOVE 'ACCOUNTS STILL ON FILE' TO WS-REJECT-REASON
           END-IF.
       3500-EXIT.
           EXIT.
       3510-READ-NEXT-MASTER.
           READ CUSTACCT-FILE NEXT RECORD
               AT END MOVE 'N' TO ORPHAN-FOUND-SW
               NOT AT END
                   IF CACT-CUSTID = CAM-CUSTID
                       MOVE 'Y' TO ORPHAN-FOUND-SW
                   END-IF
           END-READ.
       3510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4000-APPLY-ACCT-CARD - ADD / CHANGE / DELETE AN ACCOUNT-LEVEL  *
      * RECORD.  AN ACCOUNT NEEDS ITS CUSTOMER ON FILE FIRST, AND AN   *
      * ADD NEEDS A STATUS.  ON A CHANGE A BLANK FIELD LEAVES THE      *
      * STORED VALUE ALONE.  THE LIMIT COLUMN IS NOT USED              *
      *----------------------------------------------------------------*
       4000-APPLY-ACCT-CARD.
           IF CAM-ADD
               IF CAM-STATUS = SPACES
                   MOVE 'Y' TO CARD-REJECT-SW
                   MOVE 'STATUS MISSING' TO WS-REJECT-REASON
                   GO TO 4000-EXIT
               END-IF
               PERFORM 4100-CHECK-CUSTOMER THRU 4100-EXIT
               IF CARD-IS-REJECTED
                   GO TO 4000-EXIT
               END-IF
           END-IF.
           PERFORM 5000-READ-MASTER THRU 5000-EXIT.
           EVALUATE TRUE
               WHEN CAM-ADD AND RECORD-WAS-FOUND
                   MOVE 'Y' TO CARD-REJECT-SW
                   MOVE 'ACCOUNT ALREADY ON FILE' TO WS-REJECT-REASON
               WHEN CAM-ADD
                   PERFORM 5100-ADD-MASTER THRU 5100-EXIT
               WHEN NOT RECORD-WAS-FOUND
                   MOVE 'Y' TO CARD-REJECT-SW
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
               WHEN CAM-CHANGE
                   PERFORM 5200-CHANGE-MASTER THRU 5200-EXIT
               WHEN CAM-DELETE
                   PERFORM 5300-DELETE-MASTER THRU 5300-EXIT
           END-EVALUATE.
       4000-EXIT.
           EXIT.
       4100-CHECK-CUSTOMER.
           MOVE CAM-CUSTID TO CACT-CUSTID.
           MOVE ZERO       TO CACT-BRANCH.
           MOVE ZERO       TO CACT-ACCT.
           READ CUSTACCT-FILE
               INVALID KEY
                   MOVE 'Y' TO CARD-REJECT-SW
                   MOVE 'NO CUSTOMER RECORD ON FILE'
                                             TO WS-REJECT-REASON
           END-READ.
       4100-EXIT.
           EXIT.
       5000-READ-MASTER.
           MOVE CAM-CUSTID    TO CACT-CUSTID.
           MOVE WS-NEW-BRANCH TO CACT-BRANCH.
           MOVE WS-NEW-ACCT   TO CACT-ACCT.
           MOVE 'N' TO RECORD-FOUND-SW.
           READ CUSTACCT-FILE
               INVALID KEY MOVE 'N' TO RECORD-FOUND-SW
               NOT INVALID KEY MOVE 'Y' TO RECORD-FOUND-SW
           END-READ.
       5000-EXIT.
           EXIT.
       5100-ADD-MASTER.
           MOVE SPACES          TO WS-BEFORE-IMAGE.
           MOVE SPACES          TO CUSTACCT-RECORD.
           MOVE CAM-CUSTID      TO CACT-CUSTID.
           MOVE WS-NEW-BRANCH   TO CACT-BRANCH.
           MOVE WS-NEW-ACCT     TO CACT-ACCT.
           MOVE CAM-REC-TYPE    TO CACT-REC-TYPE.
           MOVE CAM-STATUS      TO CACT-STATUS.
           MOVE CAM-ACCT-TYPE   TO CACT-ACCT-TYPE.
           MOVE CAM-NAME        TO CACT-NAME.
           IF CAM-CUSTOMER-CARD
               MOVE WS-NEW-LIMIT TO CACT-DAILY-LIMIT
           ELSE
               MOVE ZERO         TO CACT-DAILY-LIMIT
           END-IF.
           MOVE WS-RUN-DATE-OUT TO CACT-LAST-MAINT-DATE.
           WRITE CUSTACCT-RECORD
               INVALID KEY
                   MOVE 'Y' TO CARD-REJECT-SW
                   MOVE 'WRITE FAILED' TO WS-REJECT-REASON
           END-WRITE.
           IF NOT CARD-IS-REJECTED
               PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.
       5200-CHANGE-MASTER.
           MOVE CUSTACCT-RECORD TO WS-BEFORE-IMAGE.
           IF CAM-STATUS NOT = SPACES
               MOVE CAM-STATUS    TO CACT-STATUS
           END-IF.
           IF CAM-ACCT-TYPE NOT = SPACES
               MOVE CAM-ACCT-TYPE TO CACT-ACCT-TYPE
           END-IF.
           IF CAM-NAME NOT = SPACES
               MOVE CAM-NAME      TO CACT-NAME
           END-IF.
           IF CAM-CUSTOMER-CARD AND CAM-LIMIT-X NOT = SPACES
               MOVE WS-NEW-LIMIT  TO CACT-DAILY-LIMIT
           END-IF.
           MOVE WS-RUN-DATE-OUT TO CACT-LAST-MAINT-DATE.
           REWRITE CUSTACCT-RECORD
               INVALID KEY
                   MOVE 'Y' TO CARD-REJECT-SW
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE.
           IF NOT CARD-IS-REJECTED
               PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
           END-IF.
       5200-EXIT.
           EXIT.
       5300-DELETE-MASTER.
           MOVE CUSTACCT-RECORD TO WS-BEFORE-IMAGE.
           DELETE CUSTACCT-FILE RECORD
               INVALID KEY
                   MOVE 'Y' TO CARD-REJECT-SW
                   MOVE 'DELETE FAILED' TO WS-REJECT-REASON
           END-DELETE.
           IF NOT CARD-IS-REJECTED
               MOVE SPACES TO CUSTACCT-RECORD
               PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
           END-IF.
       5300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 6000-WRITE-AUDIT - ONE BEFORE/AFTER IMAGE PER ACCEPTED         *
      * TRANSACTION.  FOR AN ADD THE BEFORE IMAGE IS SPACES; FOR A     *
      * DELETE THE AFTER IMAGE IS SPACES                               *
      *----------------------------------------------------------------*
       6000-WRITE-AUDIT.
           MOVE SPACES          TO AUDIT-RECORD.
           MOVE WS-RUN-DATE-OUT TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME-OUT TO AUD-RUN-TIME.
           MOVE CAM-REC-TYPE    TO AUD-REC-TYPE.
           MOVE CAM-FUNCTION    TO AUD-FUNCTION.
           MOVE CAM-CUSTID      TO AUD-CUSTID.
           MOVE WS-NEW-BRANCH   TO AUD-BRANCH.
           MOVE WS-NEW-ACCT     TO AUD-ACCT.
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
           MOVE CUSTACCT-RECORD TO AUD-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
       6000-EXIT.
           EXIT.
       7000-WRITE-REPORT-LINE.
           MOVE WS-CARD-SEQ     TO DL-SEQ.
           EVALUATE TRUE
               WHEN CAM-CUSTOMER-CARD
                   MOVE 'CUST'  TO DL-TYPE
               WHEN CAM-ACCOUNT-CARD
                   MOVE 'ACCT'  TO DL-TYPE
               WHEN OTHER
                   MOVE CAM-REC-TYPE TO DL-TYPE
           END-EVALUATE.
           MOVE CAM-FUNCTION    TO DL-FUNC.
           MOVE CAM-CUSTID      TO DL-CUSTID.
           MOVE CAM-BRANCH-X    TO DL-BRANCH.
           MOVE CAM-ACCT-X      TO DL-ACCT.
           IF CARD-IS-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED'  TO DL-STATUS
               MOVE WS-REJECT-REASON TO DL-REASON
           ELSE
               ADD 1 TO WS-ACCEPT-COUNT
               MOVE 'ACCEPTED'  TO DL-STATUS
               MOVE SPACES      TO DL-REASON
           END-IF.
           WRITE MAINT-LINE FROM DETAIL-LINE.
       7000-EXIT.
           EXIT.
       8000-WRITE-SUMMARY.
           MOVE 'TRANSACTIONS READ           :' TO SUM-LABEL.
           MOVE WS-CARD-SEQ                     TO SUM-COUNT.
           WRITE MAINT-LINE FROM SUMMARY-LINE.
           MOVE 'TRANSACTIONS ACCEPTED       :' TO SUM-LABEL.
           MOVE WS-ACCEPT-COUNT                 TO SUM-COUNT.
           WRITE MAINT-LINE FROM SUMMARY-LINE.
           MOVE 'TRANSACTIONS REJECTED       :' TO SUM-LABEL.
           MOVE WS-REJECT-COUNT                 TO SUM-COUNT.
           WRITE MAINT-LINE FROM SUMMARY-LINE.
       8000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE MAINT-CARD-FILE.
           CLOSE CUSTACCT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE MAINT-REPORT.
       9000-EXIT.
           EXIT.
