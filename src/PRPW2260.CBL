      *                   RATE ADDS AND CHANGES STAMP FXR-EFF-DATE,    *
      *                   WHICH THE START-OF-CYCLE STALENESS CHECK     *
      *                   (PRPW2205) RELIES ON.                        *
      *                   EVERY CARD CARRIES A MAKER ID AND A CHECKER  *
      *                   ID, TESTED AGAINST THE AUTHORIZED OPERATOR   *
      *                   TABLE (OPRAUTH) BEFORE IT IS APPLIED, AND    *
      *                   EVERY APPLIED CARD IS WRITTEN TO THE COMMON  *
      *                   CONTROL CARD AUTHORIZATION LOG (AUTHLOG).    *
      *                                                                *
      * USED BY         : WPS WIRE PAYMENTS - TABLE MAINTENANCE        *
      *                                                                *
      *   A BLANK FIELD STORES ZERO (CONSUMERS CONVERT AT PAR); A      *
      *   NON-BLANK, NON-NUMERIC FIELD REJECTS THE CARD.               *
      *                                                                *
      *  A883454    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - MAINTENANCE CARDS NOW CARRY A MAKER ID AND A CHECKER ID IN   *
      *   NEW COLUMNS 81-96, TESTED AGAINST THE NEW AUTHORIZED         *
      *   OPERATOR TABLE OPRAUTH BEFORE THE CARD IS APPLIED: BOTH IDS  *
      *   PRESENT, DIFFERENT, KNOWN AND ACTIVE, THE MAKER ALLOWED TO   *
      *   KEY AND THE CHECKER ALLOWED TO APPROVE FXMAINT CARDS. A CARD *
      *   THAT FAILS IS REJECTED WITH THE REASON ON THE REPORT.        *
      * - EVERY APPLIED CARD IS WRITTEN TO THE COMMON CONTROL CARD     *
      *   AUTHORIZATION LOG AUTHLOG.                                   *
      * - THE MAINTENANCE CARD IS NOW A 96-BYTE IMAGE. COLUMNS 1-80    *
      *   ARE UNCHANGED; DECKS MUST ADD THE MAKER AND CHECKER IDS.     *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    PRPW2260.
       AUTHOR.        R MACALLISTER.
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-REPORT      ASSIGN TO FXMRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPRAUTH-FILE      ASSIGN TO OPRAUTH
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUTH-LOG-FILE     ASSIGN TO AUTHLOG
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-CARD-FILE
           05 FXM-MIN-9   REDEFINES FXM-MIN-X
                                         PIC 9(13)V99.
      *    A RATE CARD NEVER USES THE MIN/MAX BAND COLUMNS, SO THE
      *    CAD CONVERSION RATE RIDES IN THE MIN COLUMNS.  THE CARD IS
      *    A 96-BYTE IMAGE: COLUMNS 1-80 ARE THE TABLE FIELDS AND THE
      *    MAKER AND CHECKER IDS OCCUPY COLUMNS 81-96.
      *    ONLY EXAMINED WHEN FXM-RATE-TABLE.
           05 FXM-CAD-RATE REDEFINES FXM-MIN-X.
              10 FXM-CAD-RATE-X          PIC X(13).
                                         PIC 9(13)V99.
           05 FXM-MAX-SIGN               PIC X(01).
           05 FXM-CAL-DESC               PIC X(20).
           05 FXM-MAKER-ID               PIC X(08).
           05 FXM-CHECKER-ID             PIC X(08).
       FD  FXRATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FXRATE.
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MAINT-LINE                    PIC X(132).
       FD  OPRAUTH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY OPRAUTH.
       FD  AUTH-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY AUTHLOG.
       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
           05 CARDS-EOF-SW              PIC X(01)    VALUE 'N'.
              88 RECORD-WAS-FOUND                    VALUE 'Y'.
           05 ORPHAN-FOUND-SW           PIC X(01)    VALUE 'N'.
              88 ORPHANS-WOULD-REMAIN                VALUE 'Y'.
           05 OPRAUTH-EOF-SW            PIC X(01)    VALUE 'N'.
              88 OPRAUTH-EOF                         VALUE 'Y'.
           05 OPR-FOUND-SW              PIC X(01)    VALUE 'N'.
              88 OPR-WAS-FOUND                       VALUE 'Y'.
           05 AUTH-REJECT-SW            PIC X(01)    VALUE 'N'.
              88 AUTH-IS-REJECTED                    VALUE 'Y'.
       77  WS-CARD-SEQ                   PIC 9(05) COMP VALUE ZERO.
       77  WS-ACCEPT-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECT-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-NEW-CAD-RATE               PIC S9(07)V9(06) VALUE ZERO.
       77  WS-NEW-MIN                    PIC S9(13)V99    VALUE ZERO.
       77  WS-NEW-MAX                    PIC S9(13)V99    VALUE ZERO.
       77  WS-OPR-COUNT                  PIC 9(05) COMP VALUE ZERO.
       77  WS-OPR-MAX                    PIC 9(05) COMP VALUE 500.
       77  WS-AUTH-CARD-SLOT             PIC 9(01)   VALUE 5.
       77  WS-AUTH-REJECT-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-AUTH-LOG-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-CURRENT-DATE.
           05 WS-CURR-CC                 PIC 9(02).
           05 WS-CURR-YY                 PIC 9(02).
           05 FILLER                     PIC X(01) VALUE ':'.
           05 WS-RTIME-SS                PIC 9(02).
       01  WS-BEFORE-IMAGE               PIC X(40)   VALUE SPACES.
      *    THE AUTHORIZED OPERATOR TABLE (OPRAUTH).  CARD RIGHT SLOT 5
      *    IS THE FXMAINT CARD THIS PROGRAM CONSUMES.
       01  WS-OPERATOR-TABLE.
           05 WS-OPR-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-OPR-IDX.
              10 WS-OPR-ID               PIC X(08).
              10 WS-OPR-ROLE             PIC X(01).
              10 WS-OPR-STATUS           PIC X(01).
                 88 WS-OPR-ACTIVE                    VALUE 'A'.
              10 WS-OPR-LIMIT            PIC 9(13)V99.
              10 WS-OPR-RIGHTS.
                 15 WS-OPR-RIGHT OCCURS 5 TIMES.
                    20 WS-OPR-MAY-KEY    PIC X(01).
                    20 WS-OPR-MAY-APPROVE
                                         PIC X(01).
      *    THE CONTROL CARD UNDER THE MAKER-CHECKER TEST AND THE
      *    OUTCOME OF THE TEST
       01  WS-AUTH-WORK.
           05 WS-AUTH-MAKER-ID           PIC X(08)   VALUE SPACES.
           05 WS-AUTH-CHECKER-ID         PIC X(08)   VALUE SPACES.
           05 WS-AUTH-FIND-ID            PIC X(08)   VALUE SPACES.
           05 WS-AUTH-AMOUNT             PIC 9(13)V99 VALUE ZERO.
           05 WS-AUTH-CURRENCY           PIC X(03)   VALUE SPACES.
           05 WS-AUTH-CAD-AMOUNT         PIC 9(13)V99 VALUE ZERO.
           05 WS-AUTH-CHECKER-ROLE       PIC X(01)   VALUE SPACES.
           05 WS-AUTH-CHECKER-LIMIT      PIC 9(13)V99 VALUE ZERO.
           05 WS-AUTH-ACTION             PIC X(08)   VALUE SPACES.
           05 WS-AUTH-REASON             PIC X(30)   VALUE SPACES.
           05 WS-AUTH-CARD-IMAGE         PIC X(96)   VALUE SPACES.
       01  HDG1-LINE.
           05 FILLER PIC X(46)
               VALUE 'FXRATE / FXTOL TABLE MAINTENANCE REPORT --    '.
           MOVE WS-TIME-HH TO WS-RTIME-HH.
           MOVE WS-TIME-MM TO WS-RTIME-MM.
           MOVE WS-TIME-SS TO WS-RTIME-SS.
           PERFORM 1200-LOAD-OPERATORS  THRU 1200-EXIT.
           OPEN INPUT  MAINT-CARD-FILE.
           OPEN I-O    FXRATE-FILE.
           OPEN I-O    FXTOL-FILE.
           OPEN I-O    SETLCAL-FILE.
           OPEN OUTPUT AUDIT-FILE.
           OPEN OUTPUT MAINT-REPORT.
           OPEN EXTEND AUTH-LOG-FILE.
           MOVE WS-RUN-DATE-OUT TO HDG1-RUN-DATE.
           WRITE MAINT-LINE FROM HDG1-LINE.
           WRITE MAINT-LINE FROM HDG2-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-LOAD-OPERATORS - THE AUTHORIZED OPERATOR TABLE SECURITY   *
      * ADMINISTRATION KEEPS, FOR THE MAKER-CHECKER TEST OF EACH       *
      * CONTROL CARD. AN OPERATOR MISSING FROM THE TABLE IS UNKNOWN,   *
      * SO AN EMPTY TABLE REJECTS EVERY CARD                           *
      *----------------------------------------------------------------*
       1200-LOAD-OPERATORS.
           OPEN INPUT OPRAUTH-FILE.
           PERFORM 1210-READ-OPERATOR THRU 1210-EXIT.
           PERFORM 1220-STORE-OPERATOR THRU 1220-EXIT
               UNTIL OPRAUTH-EOF.
           CLOSE OPRAUTH-FILE.
       1200-EXIT.
           EXIT.
       1210-READ-OPERATOR.
           READ OPRAUTH-FILE
               AT END SET OPRAUTH-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.
       1220-STORE-OPERATOR.
           IF WS-OPR-COUNT >= WS-OPR-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-OPR-COUNT.
           SET WS-OPR-IDX TO WS-OPR-COUNT.
           MOVE OPA-OPERATOR-ID    TO WS-OPR-ID (WS-OPR-IDX).
           MOVE OPA-ROLE           TO WS-OPR-ROLE (WS-OPR-IDX).
           MOVE OPA-STATUS         TO WS-OPR-STATUS (WS-OPR-IDX).
           MOVE OPA-AUTH-LIMIT-CAD TO WS-OPR-LIMIT (WS-OPR-IDX).
           MOVE OPA-CARD-RIGHTS    TO WS-OPR-RIGHTS (WS-OPR-IDX).
           PERFORM 1210-READ-OPERATOR THRU 1210-EXIT.
       1220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-APPLY-CARDS - VALIDATE AND APPLY EVERY TRANSACTION CARD   *
      *----------------------------------------------------------------*
       2000-APPLY-CARDS.
           MOVE 'N'    TO CARD-REJECT-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2300-VALIDATE-COMMON THRU 2300-EXIT.
           IF NOT CARD-IS-REJECTED
               PERFORM 2350-AUTHORIZE-CARD THRU 2350-EXIT
           END-IF.
           IF NOT CARD-IS-REJECTED
               EVALUATE TRUE
                   WHEN FXM-RATE-TABLE
                       PERFORM 5000-APPLY-CAL-CARD  THRU 5000-EXIT
               END-EVALUATE
           END-IF.
           IF NOT CARD-IS-REJECTED
               PERFORM 6600-LOG-AUTHORITY THRU 6600-EXIT
           END-IF.
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
           PERFORM 2100-READ-CARD THRU 2100-EXIT.
       2200-EXIT.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2350-AUTHORIZE-CARD - MAKER-CHECKER TEST OF THE CARD. A TABLE  *
      * CHANGE MOVES NO MONEY, SO THERE IS NO DOLLAR AUTHORITY TEST; A *
      * CARD THAT FAILS IS REJECTED WITH THE REASON ON THE REPORT      *
      *----------------------------------------------------------------*
       2350-AUTHORIZE-CARD.
           MOVE FXM-MAKER-ID        TO WS-AUTH-MAKER-ID.
           MOVE FXM-CHECKER-ID      TO WS-AUTH-CHECKER-ID.
           MOVE MAINT-CARD          TO WS-AUTH-CARD-IMAGE.
           MOVE ZERO                TO WS-AUTH-AMOUNT.
           MOVE FXM-CURRENCY        TO WS-AUTH-CURRENCY.
           EVALUATE TRUE
               WHEN FXM-ADD
                   MOVE 'ADD'       TO WS-AUTH-ACTION
               WHEN FXM-CHANGE
                   MOVE 'CHANGE'    TO WS-AUTH-ACTION
               WHEN OTHER
                   MOVE 'DELETE'    TO WS-AUTH-ACTION
           END-EVALUATE.
           PERFORM 6500-CHECK-AUTHORITY THRU 6500-EXIT.
           IF AUTH-IS-REJECTED
               MOVE 'Y'             TO CARD-REJECT-SW
               MOVE WS-AUTH-REASON  TO WS-REJECT-REASON
           END-IF.
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-APPLY-RATE-CARD - ADD / CHANGE / DELETE AGAINST FXRATE.   *
      * ADDS AND CHANGES REQUIRE A NUMERIC RATE AND AN EFFECTIVE DATE  *
      *----------------------------------------------------------------*
           WRITE AUDIT-RECORD.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 6500-CHECK-AUTHORITY - MAKER-CHECKER TEST OF ONE CONTROL CARD. *
      * BOTH IDS MUST BE PRESENT, DIFFERENT, ON THE OPERATOR TABLE AND *
      * ACTIVE; THE MAKER MUST HOLD THE RIGHT TO KEY THIS CARD TYPE    *
      * AND THE CHECKER THE RIGHT TO APPROVE IT. THE FIRST FAILURE     *
      * FOUND IS THE REASON REPORTED                                   *
      *----------------------------------------------------------------*
       6500-CHECK-AUTHORITY.
           MOVE 'N'    TO AUTH-REJECT-SW.
           MOVE SPACES TO WS-AUTH-REASON.
           MOVE SPACES TO WS-AUTH-CHECKER-ROLE.
           MOVE ZERO   TO WS-AUTH-CHECKER-LIMIT.
           MOVE ZERO   TO WS-AUTH-CAD-AMOUNT.
           IF WS-AUTH-MAKER-ID = SPACES OR WS-AUTH-CHECKER-ID = SPACES
               MOVE 'MAKER/CHECKER ID MISSING' TO WS-AUTH-REASON
               GO TO 6500-REJECT
           END-IF.
           IF WS-AUTH-MAKER-ID = WS-AUTH-CHECKER-ID
               MOVE 'MAKER AND CHECKER THE SAME' TO WS-AUTH-REASON
               GO TO 6500-REJECT
           END-IF.
           MOVE WS-AUTH-MAKER-ID TO WS-AUTH-FIND-ID.
           PERFORM 6510-FIND-OPERATOR THRU 6510-EXIT.
           IF NOT OPR-WAS-FOUND
               MOVE 'MAKER ID UNKNOWN' TO WS-AUTH-REASON
               GO TO 6500-REJECT
           END-IF.
           IF NOT WS-OPR-ACTIVE (WS-OPR-IDX)
               MOVE 'MAKER ID INACTIVE' TO WS-AUTH-REASON
               GO TO 6500-REJECT
           END-IF.
           IF WS-OPR-MAY-KEY (WS-OPR-IDX, WS-AUTH-CARD-SLOT) NOT = 'Y'
               MOVE 'MAKER MAY NOT KEY THIS CARD' TO WS-AUTH-REASON
               GO TO 6500-REJECT
           END-IF.
           MOVE WS-AUTH-CHECKER-ID TO WS-AUTH-FIND-ID.
           PERFORM 6510-FIND-OPERATOR THRU 6510-EXIT.
           IF NOT OPR-WAS-FOUND
               MOVE 'CHECKER ID UNKNOWN' TO WS-AUTH-REASON
               GO TO 6500-REJECT
           END-IF.
           MOVE WS-OPR-ROLE (WS-OPR-IDX)  TO WS-AUTH-CHECKER-ROLE.
           MOVE WS-OPR-LIMIT (WS-OPR-IDX) TO WS-AUTH-CHECKER-LIMIT.
           IF NOT WS-OPR-ACTIVE (WS-OPR-IDX)
               MOVE 'CHECKER ID INACTIVE' TO WS-AUTH-REASON
               GO TO 6500-REJECT
           END-IF.
           IF WS-OPR-MAY-APPROVE (WS-OPR-IDX, WS-AUTH-CARD-SLOT)
                                                           NOT = 'Y'
               MOVE 'CHECKER MAY NOT APPROVE CARD' TO WS-AUTH-REASON
               GO TO 6500-REJECT
           END-IF.
           GO TO 6500-EXIT.
       6500-REJECT.
           MOVE 'Y' TO AUTH-REJECT-SW.
           ADD 1 TO WS-AUTH-REJECT-COUNT.
       6500-EXIT.
           EXIT.
       6510-FIND-OPERATOR.
           MOVE 'N' TO OPR-FOUND-SW.
           IF WS-OPR-COUNT > ZERO
               SET WS-OPR-IDX TO 1
               SEARCH WS-OPR-ENTRY
                   WHEN WS-OPR-IDX > WS-OPR-COUNT
                       CONTINUE
                   WHEN WS-OPR-ID (WS-OPR-IDX) = WS-AUTH-FIND-ID
                       MOVE 'Y' TO OPR-FOUND-SW
               END-SEARCH
           END-IF.
       6510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 6600-LOG-AUTHORITY - ONE RECORD ON THE COMMON CONTROL CARD     *
      * AUTHORIZATION LOG FOR EVERY CARD ACCEPTED AND ACTED ON, FOR    *
      * THE AUDITORS                                                   *
      *----------------------------------------------------------------*
       6600-LOG-AUTHORITY.
           MOVE SPACES              TO AUTH-LOG-RECORD.
           MOVE WS-RUN-DATE-OUT      TO ALOG-BUS-DATE.
           MOVE ZERO                 TO ALOG-CYCLE-NO.
           MOVE WS-RUN-DATE-OUT      TO ALOG-RUN-DATE.
           MOVE WS-RUN-TIME-OUT      TO ALOG-RUN-TIME.
           MOVE 'PRPW2260'           TO ALOG-PROGRAM-ID.
           MOVE 'FXMAINT'            TO ALOG-CARD-TYPE.
           MOVE WS-AUTH-ACTION       TO ALOG-ACTION.
           MOVE WS-AUTH-MAKER-ID     TO ALOG-MAKER-ID.
           MOVE WS-AUTH-CHECKER-ID   TO ALOG-CHECKER-ID.
           MOVE WS-AUTH-CHECKER-ROLE TO ALOG-CHECKER-ROLE.
           MOVE WS-AUTH-CHECKER-LIMIT
                                     TO ALOG-CHECKER-LIMIT.
           MOVE WS-AUTH-AMOUNT       TO ALOG-AMOUNT.
           MOVE WS-AUTH-CURRENCY     TO ALOG-CURRENCY.
           MOVE WS-AUTH-CAD-AMOUNT   TO ALOG-CAD-AMOUNT.
           MOVE WS-AUTH-CARD-IMAGE   TO ALOG-CARD-IMAGE.
           WRITE AUTH-LOG-RECORD.
           ADD 1 TO WS-AUTH-LOG-COUNT.
       6600-EXIT.
           EXIT.
       7000-WRITE-REPORT-LINE.
           MOVE WS-CARD-SEQ     TO DL-SEQ.
           EVALUATE TRUE
           MOVE 'TRANSACTIONS REJECTED       :' TO SUM-LABEL.
           MOVE WS-REJECT-COUNT                 TO SUM-COUNT.
           WRITE MAINT-LINE FROM SUMMARY-LINE.
           MOVE 'CARDS REJECTED - AUTHORITY  :' TO SUM-LABEL.
           MOVE WS-AUTH-REJECT-COUNT            TO SUM-COUNT.
           WRITE MAINT-LINE FROM SUMMARY-LINE.
           MOVE 'CARDS LOGGED TO AUTHLOG     :' TO SUM-LABEL.
           MOVE WS-AUTH-LOG-COUNT               TO SUM-COUNT.
           WRITE MAINT-LINE FROM SUMMARY-LINE.
       8000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE SETLCAL-FILE.
           CLOSE AUDIT-FILE.
           CLOSE MAINT-REPORT.
           CLOSE AUTH-LOG-FILE.
       9000-EXIT.
           EXIT.
