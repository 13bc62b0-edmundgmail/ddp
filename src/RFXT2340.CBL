       IDENTIFICATION DIVISION.
      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              RFXT2340 PROGRAM CODE DESCRIPTION                 *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : ATMTERM ATM TERMINAL MASTER MAINTENANCE.     *
      *                   APPLIES ADD / CHANGE / DELETE TRANSACTION    *
      *                   CARDS AGAINST THE TERMINAL MASTER (SITE      *
      *                   NAME, CITY/PROVINCE, OWNING BRANCH, REGION,  *
      *                   INSTALL DATE AND ACTIVE/DECOMMISSIONED       *
      *                   STATUS) THAT THE ATM FX MONITOR, BULLETIN    *
      *                   AND MANAGEMENT REPORTS ENRICH EVERY          *
      *                   TERMINAL-ID FROM.  EVERY CARD IS VALIDATED   *
      *                   (STATUS CODE, NUMERIC BRANCH, INSTALL DATE   *
      *                   FORMAT, REQUIRED FIELDS ON AN ADD) AND EVERY *
      *                   ACCEPTED TRANSACTION WRITES A BEFORE/AFTER   *
      *                   IMAGE TO THE AUDIT FILE ALONGSIDE THE        *
      *                   MAINTENANCE REPORT, AS PRPW2262 DOES FOR     *
      *                   THE CUSTOMER/ACCOUNT MASTER.  A TERMINAL     *
      *                   TAKEN OUT OF SERVICE IS CHANGED TO STATUS    *
      *                   'D' RATHER THAN DELETED SO ITS HISTORY STILL *
      *                   REPORTS; DELETE IS FOR CORRECTING A BAD ADD. *
      *                                                                *
      * USED BY         : ATM OPERATIONS - TABLE MAINTENANCE           *
      *                                                                *
      *================================================================*
      *              M A I N T E N A N C E  L O G                      *
      *================================================================*
      *                                                                *
      *  ACCEPT.     WRITTEN/CHANGED BY              IMPLEMENTATION    *
      *  TEST #     (FULL 1ST AND LAST NAME)         DATE (MMM, YYYY)  *
      *  -------     ------------------------        ----------------  *
      *  A883450    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - INITIAL VERSION.                                             *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    RFXT2340.
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
           SELECT MAINT-CARD-FILE   ASSIGN TO TMMAINT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ATM-TERMINAL-FILE ASSIGN TO ATMTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATRM-TERMINAL-ID.
           SELECT AUDIT-FILE        ASSIGN TO TMAUDIT
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-REPORT      ASSIGN TO TMMRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MAINT-CARD.
           05 TMC-FUNCTION               PIC X(01).
              88 TMC-ADD                             VALUE 'A'.
              88 TMC-CHANGE                          VALUE 'C'.
              88 TMC-DELETE                          VALUE 'D'.
              88 TMC-FUNCTION-VALID      VALUES 'A' 'C' 'D'.
           05 TMC-TERMINAL-ID            PIC X(08).
           05 TMC-SITE-NAME              PIC X(30).
           05 TMC-CITY                   PIC X(20).
           05 TMC-PROVINCE               PIC X(02).
           05 TMC-BRANCH-X               PIC X(04).
           05 TMC-BRANCH-9 REDEFINES TMC-BRANCH-X
                                         PIC 9(04).
           05 TMC-REGION                 PIC X(04).
           05 TMC-INSTALL-DATE           PIC X(10).
           05 TMC-INSTALL-DATE-R REDEFINES TMC-INSTALL-DATE.
              10 TMC-INSTALL-YYYY        PIC X(04).
              10 TMC-INSTALL-DASH1       PIC X(01).
              10 TMC-INSTALL-MM          PIC X(02).
              10 TMC-INSTALL-DASH2       PIC X(01).
              10 TMC-INSTALL-DD          PIC X(02).
           05 TMC-STATUS                 PIC X(01).
              88 TMC-STATUS-VALID        VALUES 'A' 'D'.
       FD  ATM-TERMINAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ATMTERM.
       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           05 AUD-RUN-DATE               PIC X(10).
           05 AUD-RUN-TIME               PIC X(08).
           05 AUD-FUNCTION               PIC X(01).
           05 AUD-TERMINAL-ID            PIC X(08).
           05 AUD-BEFORE-IMAGE           PIC X(100).
           05 AUD-AFTER-IMAGE            PIC X(100).
           05 FILLER                     PIC X(03).
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
       77  WS-CARD-SEQ                   PIC 9(05) COMP VALUE ZERO.
       77  WS-ACCEPT-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECT-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECT-REASON              PIC X(32)   VALUE SPACES.
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
       01  WS-BEFORE-IMAGE               PIC X(100)  VALUE SPACES.
       01  HDG1-LINE.
           05 FILLER PIC X(46)
               VALUE 'ATMTERM TERMINAL MASTER MAINTENANCE REPORT -- '.
           05 HDG1-RUN-DATE    PIC X(10).
           05 FILLER PIC X(76) VALUE SPACES.
       01  HDG2-LINE.
           05 FILLER PIC X(07) VALUE '  SEQ'.
           05 FILLER PIC X(06) VALUE 'FUNC'.
           05 FILLER PIC X(10) VALUE 'TERMINAL'.
           05 FILLER PIC X(32) VALUE 'SITE NAME'.
           05 FILLER PIC X(06) VALUE 'BRCH'.
           05 FILLER PIC X(06) VALUE 'RGN'.
           05 FILLER PIC X(04) VALUE 'ST'.
           05 FILLER PIC X(10) VALUE 'STATUS'.
           05 FILLER PIC X(32) VALUE 'REASON'.
           05 FILLER PIC X(19) VALUE SPACES.
       01  DETAIL-LINE.
           05 DL-SEQ           PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-FUNC          PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-TERMINAL-ID   PIC X(08) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-SITE-NAME     PIC X(30) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-BRANCH        PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-REGION        PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-TERM-STATUS   PIC X(01) VALUE SPACES.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 DL-STATUS        PIC X(08) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-REASON        PIC X(32) VALUE SPACES.
           05 FILLER           PIC X(19) VALUE SPACES.
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
           OPEN I-O    ATM-TERMINAL-FILE.
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
               PERFORM 3000-APPLY-TERM-CARD THRU 3000-EXIT
           END-IF.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           PERFORM 2100-READ-CARD THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2300-VALIDATE-COMMON - FUNCTION CODE, TERMINAL-ID, AND THE     *
      * STATUS CODE, OWNING BRANCH AND INSTALL DATE WHEN GIVEN.  THE   *
      * INSTALL DATE IS CARRIED AS YYYY-MM-DD LIKE EVERY OTHER DATE    *
      * ON THE ATM FILES                                               *
      *----------------------------------------------------------------*
       2300-VALIDATE-COMMON.
           IF NOT TMC-FUNCTION-VALID
               MOVE 'Y' TO CARD-REJECT-SW
               MOVE 'INVALID FUNCTION CODE' TO WS-REJECT-REASON
               GO TO 2300-EXIT
           END-IF.
           IF TMC-TERMINAL-ID = SPACES
               MOVE 'Y' TO CARD-REJECT-SW
               MOVE 'TERMINAL-ID MISSING' TO WS-REJECT-REASON
               GO TO 2300-EXIT
           END-IF.
           IF TMC-STATUS NOT = SPACES AND NOT TMC-STATUS-VALID
               MOVE 'Y' TO CARD-REJECT-SW
               MOVE 'INVALID STATUS CODE' TO WS-REJECT-REASON
               GO TO 2300-EXIT
           END-IF.
           IF TMC-BRANCH-X NOT = SPACES
               IF TMC-BRANCH-X IS NOT NUMERIC
                   OR TMC-BRANCH-9 = ZERO
                   MOVE 'Y' TO CARD-REJECT-SW
                   MOVE 'OWNING BRANCH NOT VALID' TO WS-REJECT-REASON
                   GO TO 2300-EXIT
               END-IF
           END-IF.
           IF TMC-INSTALL-DATE NOT = SPACES
               IF TMC-INSTALL-YYYY IS NOT NUMERIC
                   OR TMC-INSTALL-MM IS NOT NUMERIC
                   OR TMC-INSTALL-DD IS NOT NUMERIC
                   OR TMC-INSTALL-DASH1 NOT = '-'
                   OR TMC-INSTALL-DASH2 NOT = '-'
                   OR TMC-INSTALL-MM < '01' OR TMC-INSTALL-MM > '12'
                   OR TMC-INSTALL-DD < '01' OR TMC-INSTALL-DD > '31'
                   MOVE 'Y' TO CARD-REJECT-SW
                   MOVE 'INSTALL DATE NOT YYYY-MM-DD'
                                             TO WS-REJECT-REASON
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-APPLY-TERM-CARD - ADD / CHANGE / DELETE A TERMINAL.  AN   *
      * ADD NEEDS THE SITE, CITY, PROVINCE, OWNING BRANCH, REGION AND  *
      * INSTALL DATE; A BLANK STATUS ON AN ADD MEANS ACTIVE.  ON A     *
      * CHANGE A BLANK FIELD LEAVES THE STORED VALUE ALONE             *
      *----------------------------------------------------------------*
       3000-APPLY-TERM-CARD.
           IF TMC-ADD
               IF TMC-SITE-NAME = SPACES
                   OR TMC-CITY = SPACES
                   OR TMC-PROVINCE = SPACES
                   MOVE 'Y' TO CARD-REJECT-SW
                   MOVE 'SITE/CITY/PROVINCE MISSING'
                                             TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
               IF TMC-BRANCH-X = SPACES
                   MOVE 'Y' TO CARD-REJECT-SW
                   MOVE 'OWNING BRANCH MISSING' TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
               IF TMC-REGION = SPACES
                   MOVE 'Y' TO CARD-REJECT-SW
                   MOVE 'REGION MISSING' TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
               IF TMC-INSTALL-DATE = SPACES
                   MOVE 'Y' TO CARD-REJECT-SW
                   MOVE 'INSTALL DATE MISSING' TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           PERFORM 5000-READ-MASTER THRU 5000-EXIT.
           EVALUATE TRUE
               WHEN TMC-ADD AND RECORD-WAS-FOUND
                   MOVE 'Y' TO CARD-REJECT-SW
                   MOVE 'TERMINAL ALREADY ON FILE'
                                             TO WS-REJECT-REASON
               WHEN TMC-ADD
                   PERFORM 5100-ADD-MASTER THRU 5100-EXIT
               WHEN NOT RECORD-WAS-FOUND
                   MOVE 'Y' TO CARD-REJECT-SW
                   MOVE 'TERMINAL NOT ON FILE' TO WS-REJECT-REASON
               WHEN TMC-CHANGE
                   PERFORM 5200-CHANGE-MASTER THRU 5200-EXIT
               WHEN TMC-DELETE
                   PERFORM 5300-DELETE-MASTER THRU 5300-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.
       5000-READ-MASTER.
           MOVE TMC-TERMINAL-ID TO ATRM-TERMINAL-ID.
           MOVE 'N' TO RECORD-FOUND-SW.
           READ ATM-TERMINAL-FILE
               INVALID KEY MOVE 'N' TO RECORD-FOUND-SW
               NOT INVALID KEY MOVE 'Y' TO RECORD-FOUND-SW
           END-READ.
       5000-EXIT.
           EXIT.
       5100-ADD-MASTER.
           MOVE SPACES           TO WS-BEFORE-IMAGE.
           MOVE SPACES           TO ATM-TERMINAL-RECORD.
           MOVE TMC-TERMINAL-ID  TO ATRM-TERMINAL-ID.
           MOVE TMC-SITE-NAME    TO ATRM-SITE-NAME.
           MOVE TMC-CITY         TO ATRM-CITY.
           MOVE TMC-PROVINCE     TO ATRM-PROVINCE.
           MOVE TMC-BRANCH-9     TO ATRM-OWNING-BRANCH.
           MOVE TMC-REGION       TO ATRM-REGION.
           MOVE TMC-INSTALL-DATE TO ATRM-INSTALL-DATE.
           IF TMC-STATUS = SPACES
               SET ATRM-ACTIVE   TO TRUE
           ELSE
               MOVE TMC-STATUS   TO ATRM-STATUS
           END-IF.
           MOVE WS-RUN-DATE-OUT  TO ATRM-LAST-MAINT-DATE.
           WRITE ATM-TERMINAL-RECORD
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
           MOVE ATM-TERMINAL-RECORD TO WS-BEFORE-IMAGE.
           IF TMC-SITE-NAME NOT = SPACES
               MOVE TMC-SITE-NAME    TO ATRM-SITE-NAME
           END-IF.
           IF TMC-CITY NOT = SPACES
               MOVE TMC-CITY         TO ATRM-CITY
           END-IF.
           IF TMC-PROVINCE NOT = SPACES
               MOVE TMC-PROVINCE     TO ATRM-PROVINCE
           END-IF.
           IF TMC-BRANCH-X NOT = SPACES
               MOVE TMC-BRANCH-9     TO ATRM-OWNING-BRANCH
           END-IF.
           IF TMC-REGION NOT = SPACES
               MOVE TMC-REGION       TO ATRM-REGION
           END-IF.
           IF TMC-INSTALL-DATE NOT = SPACES
               MOVE TMC-INSTALL-DATE TO ATRM-INSTALL-DATE
           END-IF.
           IF TMC-STATUS NOT = SPACES
               MOVE TMC-STATUS       TO ATRM-STATUS
           END-IF.
           MOVE WS-RUN-DATE-OUT TO ATRM-LAST-MAINT-DATE.
           REWRITE ATM-TERMINAL-RECORD
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
           MOVE ATM-TERMINAL-RECORD TO WS-BEFORE-IMAGE.
           DELETE ATM-TERMINAL-FILE RECORD
               INVALID KEY
                   MOVE 'Y' TO CARD-REJECT-SW
                   MOVE 'DELETE FAILED' TO WS-REJECT-REASON
           END-DELETE.
           IF NOT CARD-IS-REJECTED
               MOVE SPACES TO ATM-TERMINAL-RECORD
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
           MOVE SPACES              TO AUDIT-RECORD.
           MOVE WS-RUN-DATE-OUT     TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME-OUT     TO AUD-RUN-TIME.
           MOVE TMC-FUNCTION        TO AUD-FUNCTION.
           MOVE TMC-TERMINAL-ID     TO AUD-TERMINAL-ID.
           MOVE WS-BEFORE-IMAGE     TO AUD-BEFORE-IMAGE.
           MOVE ATM-TERMINAL-RECORD TO AUD-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
       6000-EXIT.
           EXIT.
       7000-WRITE-REPORT-LINE.
           MOVE WS-CARD-SEQ      TO DL-SEQ.
           MOVE TMC-FUNCTION     TO DL-FUNC.
           MOVE TMC-TERMINAL-ID  TO DL-TERMINAL-ID.
           MOVE TMC-SITE-NAME    TO DL-SITE-NAME.
           MOVE TMC-BRANCH-X     TO DL-BRANCH.
           MOVE TMC-REGION       TO DL-REGION.
           MOVE TMC-STATUS       TO DL-TERM-STATUS.
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
           CLOSE ATM-TERMINAL-FILE.
           CLOSE AUDIT-FILE.
           CLOSE MAINT-REPORT.
       9000-EXIT.
           EXIT.
