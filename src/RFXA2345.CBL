       IDENTIFICATION DIVISION.
      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              RFXA2345 PROGRAM CODE DESCRIPTION                 *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : ATM FX UNREGISTERED / DECOMMISSIONED         *
      *                   TERMINAL EXCEPTION REPORT.  SORTS THE        *
      *                   BATMFXE DAILY EXTRACT (DCLBATMFXE LAYOUT) BY *
      *                   TERMINAL-ID / EVENT-TIMESTAMP AND LOOKS EACH *
      *                   TERMINAL UP ON THE ATMTERM TERMINAL MASTER.  *
      *                   EVERY EVENT FROM A TERMINAL THAT IS NOT ON   *
      *                   THE MASTER, OR IS ON IT BUT MARKED           *
      *                   DECOMMISSIONED, IS LISTED UNDER ITS          *
      *                   TERMINAL WITH A PER-TERMINAL EVENT COUNT, SO *
      *                   ATM OPERATIONS CAN EITHER REGISTER THE       *
      *                   TERMINAL THROUGH RFXT2340 OR CHASE THE       *
      *                   ACTIVITY.  RETURN CODE 4 WHEN ANY EXCEPTION  *
      *                   IS LISTED.                                   *
      *                                                                *
      * USED BY         : ATM OPERATIONS - OVERNIGHT MONITOR CYCLE     *
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
      *  A883458    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - THE PREVIOUS-TERMINAL KEY NOW STARTS AT LOW-VALUES, SO       *
      *   EVENTS WITH A BLANK TERMINAL ID GET THEIR OWN CONTROL BREAK  *
      *   AND ARE REPORTED AS NOT ON THE TERMINAL MASTER.              *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    RFXA2345.
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
           SELECT SORT-WORK-FILE    ASSIGN TO SRTWK01.
           SELECT ATM-TERMINAL-FILE ASSIGN TO ATMTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATRM-TERMINAL-ID.
           SELECT TERMX-REPORT      ASSIGN TO TERMXRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BATMFXE-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ATMCFXE.
       SD  SORT-WORK-FILE.
           COPY ATMCFXE REPLACING DCLBATMFXE BY SORT-WORK-REC.
       FD  ATM-TERMINAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ATMTERM.
       FD  TERMX-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TERMX-LINE                   PIC X(132).
       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
           05 SORT-STATUS-SW            PIC X(01)    VALUE 'N'.
              88 SORT-EOF                            VALUE 'Y'.
           05 TERM-EXCEPTION-SW         PIC X(01)    VALUE 'N'.
              88 TERM-IS-EXCEPTION                   VALUE 'Y'.
       77  WS-PREV-TERMINAL-ID          PIC X(08)    VALUE LOW-VALUES.
       77  WS-EVENT-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-TERMINAL-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-UNREG-TERM-COUNT          PIC 9(09) COMP VALUE ZERO.
       77  WS-DECOM-TERM-COUNT          PIC 9(09) COMP VALUE ZERO.
       77  WS-EXCEPTION-COUNT           PIC 9(09) COMP VALUE ZERO.
       77  WS-TERM-EVENT-COUNT          PIC 9(09) COMP VALUE ZERO.
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
           05 FILLER PIC X(40)
               VALUE 'ATM FX TERMINAL MASTER EXCEPTIONS --    '.
           05 HDG1-RUN-DATE    PIC X(10).
           05 FILLER PIC X(82) VALUE SPACES.
       01  HDG2-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(28) VALUE 'EVENT-TIMESTAMP'.
           05 FILLER PIC X(15) VALUE 'EVENT-ID'.
           05 FILLER PIC X(14) VALUE 'TRADE-ID'.
           05 FILLER PIC X(04) VALUE 'ST'.
           05 FILLER PIC X(05) VALUE 'REQ'.
           05 FILLER PIC X(13) VALUE 'BIN'.
           05 FILLER PIC X(06) VALUE 'CURR'.
           05 FILLER PIC X(22) VALUE '    AMT-ATM-CURRENCY'.
           05 FILLER PIC X(21) VALUE SPACES.
       01  TERMINAL-LINE.
           05 FILLER           PIC X(10) VALUE 'TERMINAL '.
           05 TL-TERMINAL-ID   PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TL-EXCEPTION     PIC X(24).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TL-BRANCH-LABEL  PIC X(07).
           05 TL-BRANCH        PIC X(04).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TL-SITE-NAME     PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TL-CITY          PIC X(20).
           05 FILLER           PIC X(21) VALUE SPACES.
       01  DETAIL-LINE.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 DL-TIMESTAMP     PIC X(26).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-EVENT-ID      PIC X(13).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-TRADE-ID      PIC X(12).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-STATUS        PIC X(01).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 DL-REQUEST       PIC X(01).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 DL-BIN           PIC X(11).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-CURRENCY      PIC X(03).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 DL-AMOUNT        PIC -(10)9.9(09).
           05 FILLER           PIC X(22) VALUE SPACES.
       01  TERM-TOTAL-LINE.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(26)
               VALUE 'EVENTS FOR TERMINAL      :'.
           05 TT-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(91) VALUE SPACES.
       01  SUMMARY-LINE.
           05 SUM-LABEL        PIC X(36).
           05 SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(85) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 2000-SORT-EXTRACT    THRU 2000-EXIT.
           PERFORM 8000-WRITE-SUMMARY   THRU 8000-EXIT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE TERMINAL MASTER AND THE REPORT      *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-YY TO WS-RUN-YY.
           MOVE WS-CURR-MM TO WS-RUN-MM.
           MOVE WS-CURR-DD TO WS-RUN-DD.
           OPEN INPUT  ATM-TERMINAL-FILE.
           OPEN OUTPUT TERMX-REPORT.
           MOVE WS-RUN-DATE-OUT TO HDG1-RUN-DATE.
           WRITE TERMX-LINE FROM HDG1-LINE.
           WRITE TERMX-LINE FROM HDG2-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-SORT-EXTRACT - SORT BY TERMINAL-ID / EVENT-TIMESTAMP SO   *
      * EACH TERMINAL IS LOOKED UP ONCE AND ITS EVENTS LIST IN TIME    *
      * SEQUENCE                                                       *
      *----------------------------------------------------------------*
       2000-SORT-EXTRACT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY TERMINAL-ID     OF SORT-WORK-REC
                                EVENT-TIMESTAMP OF SORT-WORK-REC
               USING BATMFXE-EXTRACT
               OUTPUT PROCEDURE 3000-PRODUCE-REPORT THRU 3000-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-PRODUCE-REPORT - SORT OUTPUT PROCEDURE                    *
      *----------------------------------------------------------------*
       3000-PRODUCE-REPORT.
           PERFORM 3100-RETURN-RECORD  THRU 3100-EXIT.
           PERFORM 3200-PROCESS-RECORD THRU 3200-EXIT
               UNTIL SORT-EOF.
           PERFORM 3500-END-TERMINAL   THRU 3500-EXIT.
       3000-EXIT.
           EXIT.
       3100-RETURN-RECORD.
           RETURN SORT-WORK-FILE
               AT END SET SORT-EOF TO TRUE.
       3100-EXIT.
           EXIT.
       3200-PROCESS-RECORD.
           ADD 1 TO WS-EVENT-COUNT.
           IF TERMINAL-ID OF SORT-WORK-REC NOT = WS-PREV-TERMINAL-ID
               PERFORM 3500-END-TERMINAL THRU 3500-EXIT
               PERFORM 3300-NEW-TERMINAL THRU 3300-EXIT
           END-IF.
           IF TERM-IS-EXCEPTION
               PERFORM 3400-WRITE-DETAIL THRU 3400-EXIT
           END-IF.
           PERFORM 3100-RETURN-RECORD THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3300-NEW-TERMINAL - LOOK THE TERMINAL UP ON THE MASTER.  NOT   *
      * ON FILE, OR ON FILE BUT DECOMMISSIONED, MAKES EVERY EVENT FROM *
      * IT AN EXCEPTION; THE TERMINAL LINE HEADS ITS EVENT LIST        *
      *----------------------------------------------------------------*
       3300-NEW-TERMINAL.
           ADD 1 TO WS-TERMINAL-COUNT.
           MOVE TERMINAL-ID OF SORT-WORK-REC TO WS-PREV-TERMINAL-ID.
           MOVE ZERO   TO WS-TERM-EVENT-COUNT.
           MOVE 'N'    TO TERM-EXCEPTION-SW.
           MOVE SPACES TO TL-EXCEPTION TL-BRANCH-LABEL TL-BRANCH
                          TL-SITE-NAME TL-CITY.
           MOVE WS-PREV-TERMINAL-ID TO ATRM-TERMINAL-ID.
           READ ATM-TERMINAL-FILE
               INVALID KEY
                   MOVE 'Y' TO TERM-EXCEPTION-SW
                   ADD 1 TO WS-UNREG-TERM-COUNT
                   MOVE 'NOT ON TERMINAL MASTER' TO TL-EXCEPTION
               NOT INVALID KEY
                   IF ATRM-DECOMMISSIONED
                       MOVE 'Y' TO TERM-EXCEPTION-SW
                       ADD 1 TO WS-DECOM-TERM-COUNT
                       MOVE 'DECOMMISSIONED'  TO TL-EXCEPTION
                       MOVE 'BRANCH '         TO TL-BRANCH-LABEL
                       MOVE ATRM-OWNING-BRANCH TO TL-BRANCH
                       MOVE ATRM-SITE-NAME    TO TL-SITE-NAME
                       MOVE ATRM-CITY         TO TL-CITY
                   END-IF
           END-READ.
           IF TERM-IS-EXCEPTION
               MOVE WS-PREV-TERMINAL-ID TO TL-TERMINAL-ID
               MOVE SPACES TO TERMX-LINE
               WRITE TERMX-LINE
               WRITE TERMX-LINE FROM TERMINAL-LINE
           END-IF.
       3300-EXIT.
           EXIT.
       3400-WRITE-DETAIL.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-TERM-EVENT-COUNT.
           MOVE EVENT-TIMESTAMP OF SORT-WORK-REC  TO DL-TIMESTAMP.
           MOVE EVENT-ID OF SORT-WORK-REC         TO DL-EVENT-ID.
           MOVE TRADE-ID OF SORT-WORK-REC         TO DL-TRADE-ID.
           MOVE STATUS-CODE OF SORT-WORK-REC      TO DL-STATUS.
           MOVE REQUEST-TYPE OF SORT-WORK-REC     TO DL-REQUEST.
           MOVE BIN OF SORT-WORK-REC              TO DL-BIN.
           MOVE CURRENCY-NUM OF SORT-WORK-REC     TO DL-CURRENCY.
           MOVE AMT-ATM-CURRENCY OF SORT-WORK-REC TO DL-AMOUNT.
           WRITE TERMX-LINE FROM DETAIL-LINE.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3500-END-TERMINAL - CLOSE OFF THE PREVIOUS EXCEPTION TERMINAL  *
      * WITH ITS EVENT COUNT                                           *
      *----------------------------------------------------------------*
       3500-END-TERMINAL.
           IF TERM-IS-EXCEPTION
               MOVE WS-TERM-EVENT-COUNT TO TT-COUNT
               WRITE TERMX-LINE FROM TERM-TOTAL-LINE
           END-IF.
       3500-EXIT.
           EXIT.
       8000-WRITE-SUMMARY.
           MOVE SPACES TO TERMX-LINE.
           WRITE TERMX-LINE.
           MOVE 'BATMFXE EVENTS READ                :'
               TO SUM-LABEL.
           MOVE WS-EVENT-COUNT      TO SUM-COUNT.
           WRITE TERMX-LINE FROM SUMMARY-LINE.
           MOVE 'TERMINALS SEEN                     :'
               TO SUM-LABEL.
           MOVE WS-TERMINAL-COUNT   TO SUM-COUNT.
           WRITE TERMX-LINE FROM SUMMARY-LINE.
           MOVE 'TERMINALS NOT ON TERMINAL MASTER   :'
               TO SUM-LABEL.
           MOVE WS-UNREG-TERM-COUNT TO SUM-COUNT.
           WRITE TERMX-LINE FROM SUMMARY-LINE.
           MOVE 'DECOMMISSIONED TERMINALS ACTIVE    :'
               TO SUM-LABEL.
           MOVE WS-DECOM-TERM-COUNT TO SUM-COUNT.
           WRITE TERMX-LINE FROM SUMMARY-LINE.
           MOVE 'EXCEPTION EVENTS LISTED            :'
               TO SUM-LABEL.
           MOVE WS-EXCEPTION-COUNT  TO SUM-COUNT.
           WRITE TERMX-LINE FROM SUMMARY-LINE.
       8000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE ATM-TERMINAL-FILE.
           CLOSE TERMX-REPORT.
       9000-EXIT.
           EXIT.
