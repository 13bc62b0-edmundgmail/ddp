      *                   AMT-REVENUE BY BIN AND BY TERMINAL-ID,       *
      *                   BROKEN OUT BY CURRENCY-NUM, NETTING OFF      *
      *                   FEE-CARD-CURRENCY TO SHOW TRUE MARGIN.       *
      *                   EACH TERMINAL LINE CARRIES ITS OWNING BRANCH *
      *                   AND SITE FROM THE ATMTERM TERMINAL MASTER,   *
      *                   AND A SECOND ROLLUP BY THE TERMINAL'S REGION *
      *                   AND CURRENCY FOLLOWS THE BIN REPORT.         *
      *                                                                *
      * USED BY         : ATM MANAGEMENT REPORTING - MONTHLY CYCLE     *
      *                                                                *
      *   MAPPING INSTEAD OF THE RAW CURRENCY-NUM; A NUMERIC CODE      *
      *   MISSING FROM THE MASTER STILL SHOWS AS KEYED.                *
      *                                                                *
      *  A883450    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - OWNING BRANCH AND SITE NAME FROM THE NEW ATMTERM TERMINAL    *
      *   MASTER NOW PRINT ON EVERY DETAIL LINE.                       *
      * - ADDED THE REGION / CURRENCY ROLLUP AFTER THE BIN REPORT.     *
      *   A TERMINAL NOT ON THE MASTER ROLLS UP UNDER REGION '????'.   *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    RFXB2320.
       AUTHOR.        R MACALLISTER.
               ORGANIZATION IS SEQUENTIAL.
           SELECT CURRMST-FILE       ASSIGN TO CURRMST
               ORGANIZATION IS SEQUENTIAL.
           SELECT ATM-TERMINAL-FILE  ASSIGN TO ATMTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATRM-TERMINAL-ID.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY CURRMST.
       FD  ATM-TERMINAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ATMTERM.
       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
           05 SORT-STATUS-SW            PIC X(01)    VALUE 'N'.
              88 EXTRACT-EOF                         VALUE 'Y'.
           05 CURRMST-EOF-SW            PIC X(01)    VALUE 'N'.
              88 CURRMST-EOF                         VALUE 'Y'.
           05 RGN-SLOT-FOUND-SW         PIC X(01)    VALUE 'N'.
              88 RGN-SLOT-FOUND                      VALUE 'Y'.
       77  WS-START-DATE                PIC X(10)    VALUE SPACES.
       77  WS-END-DATE                  PIC X(10)    VALUE SPACES.
       77  WS-EVENT-DATE                PIC X(10)    VALUE SPACES.
       77  WS-CURR-MAX                  PIC 9(03) COMP VALUE 300.
       77  WS-LOOKUP-NUM                PIC X(03)    VALUE SPACES.
       77  WS-RESOLVED-CURR             PIC X(03)    VALUE SPACES.
       77  WS-TERM-BRANCH               PIC X(04)    VALUE SPACES.
       77  WS-TERM-SITE-NAME            PIC X(30)    VALUE SPACES.
       77  WS-TERM-REGION               PIC X(04)    VALUE SPACES.
       77  WS-UNREG-REGION              PIC X(04)    VALUE '????'.
       77  WS-PREV-REGION               PIC X(04)    VALUE SPACES.
       77  WS-RGN-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-RGN-MAX                   PIC 9(03) COMP VALUE 500.
       77  WS-RGN-SUB                   PIC 9(03) COMP VALUE ZERO.
       77  WS-RGN-MOVE-SUB              PIC 9(03) COMP VALUE ZERO.
      *    IN-STORAGE COPY OF THE CURRMST CURRENCY MASTER FOR THE
      *    NUMERIC-TO-ALPHA MAPPING ON THE REPORT
       01  WS-CURR-TABLE.
                             INDEXED BY WS-CURR-IDX.
              10 WS-CM-ALPHA-CODE       PIC X(03).
              10 WS-CM-NUMERIC-CODE     PIC X(03).
      *    REGION / CURRENCY ROLLUP, KEPT IN KEY ORDER AS ENTRIES ARE
      *    ADDED SO IT PRINTS STRAIGHT FROM THE TABLE
       01  WS-REGION-TABLE.
           05 WS-RGN-ENTRY OCCURS 500 TIMES.
              10 WS-RGN-KEY.
                 15 WS-RGN-REGION       PIC X(04).
                 15 WS-RGN-CURRENCY-NUM PIC X(03).
              10 WS-RGN-AMT-ATM         PIC S9(10)V99 COMP-3.
              10 WS-RGN-FEE-ATM         PIC S9(10)V99 COMP-3.
              10 WS-RGN-FEE-CARD        PIC S9(10)V99 COMP-3.
              10 WS-RGN-REVENUE         PIC S9(10)V99 COMP-3.
              10 WS-RGN-NET-MARGIN      PIC S9(10)V99 COMP-3.
       01  WS-RGN-SEARCH-KEY.
           05 WS-RSK-REGION             PIC X(04).
           05 WS-RSK-CURRENCY-NUM       PIC X(03).
       01  WS-RGN-TOTALS.
           05 WS-RGNTOT-AMT-ATM         PIC S9(10)V99 COMP-3 VALUE 0.
           05 WS-RGNTOT-FEE-ATM         PIC S9(10)V99 COMP-3 VALUE 0.
           05 WS-RGNTOT-FEE-CARD        PIC S9(10)V99 COMP-3 VALUE 0.
           05 WS-RGNTOT-REVENUE         PIC S9(10)V99 COMP-3 VALUE 0.
           05 WS-RGNTOT-NET-MARGIN      PIC S9(10)V99 COMP-3 VALUE 0.
       01  WS-CURR-TOTALS.
           05 WS-CURR-AMT-ATM           PIC S9(10)V99 COMP-3 VALUE 0.
           05 WS-CURR-FEE-ATM           PIC S9(10)V99 COMP-3 VALUE 0.
           05 FILLER PIC X(14) VALUE 'FEE-ATM-CURR'.
           05 FILLER PIC X(14) VALUE 'FEE-CARD-CURR'.
           05 FILLER PIC X(14) VALUE 'AMT-REVENUE'.
           05 FILLER PIC X(13) VALUE 'NET-MARGIN'.
           05 FILLER PIC X(06) VALUE 'BRCH'.
           05 FILLER PIC X(25) VALUE 'SITE NAME'.
       01  CURR-DETAIL-LINE.
           05 CD-BIN                    PIC X(11).
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 CD-REVENUE                PIC -(9)9.99.
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 CD-NET-MARGIN             PIC -(9)9.99.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 CD-BRANCH                 PIC X(04).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 CD-SITE-NAME              PIC X(25).
       01  CURR-TOTAL-LINE.
           05 FILLER                    PIC X(11) VALUE SPACES.
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 BT-REVENUE                PIC -(9)9.99.
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 BT-NET-MARGIN             PIC -(9)9.99.
       01  RGN-HDG1-LINE.
           05 FILLER PIC X(60)
               VALUE 'ATM FX REGION/CURRENCY VOLUME AND MARGIN ROLLUP'.
           05 FILLER PIC X(72) VALUE SPACES.
       01  RGN-HDG2-LINE.
           05 FILLER PIC X(24) VALUE 'REGION'.
           05 FILLER PIC X(6)  VALUE 'CURR'.
           05 FILLER PIC X(16) VALUE 'AMT-ATM-CURR'.
           05 FILLER PIC X(14) VALUE 'FEE-ATM-CURR'.
           05 FILLER PIC X(14) VALUE 'FEE-CARD-CURR'.
           05 FILLER PIC X(14) VALUE 'AMT-REVENUE'.
           05 FILLER PIC X(14) VALUE 'NET-MARGIN'.
           05 FILLER PIC X(30) VALUE SPACES.
       01  RGN-DETAIL-LINE.
           05 RD-REGION                 PIC X(04).
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 RD-CURRENCY-NUM           PIC X(03).
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 RD-AMT-ATM                PIC -(9)9.99.
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 RD-FEE-ATM                PIC -(9)9.99.
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 RD-FEE-CARD               PIC -(9)9.99.
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 RD-REVENUE                PIC -(9)9.99.
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 RD-NET-MARGIN             PIC -(9)9.99.
           05 FILLER                    PIC X(33) VALUE SPACES.
       01  RGN-TOTAL-LINE.
           05 RT-REGION                 PIC X(04).
           05 FILLER                    PIC X(26)
               VALUE '  REGION TOTAL'.
           05 RT-AMT-ATM                PIC -(9)9.99.
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 RT-FEE-ATM                PIC -(9)9.99.
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 RT-FEE-CARD               PIC -(9)9.99.
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 RT-REVENUE                PIC -(9)9.99.
           05 FILLER                    PIC X(1)  VALUE SPACES.
           05 RT-NET-MARGIN             PIC -(9)9.99.
           05 FILLER                    PIC X(33) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           MOVE PARM-END-DATE   TO WS-END-DATE.
           CLOSE PARM-FILE.
           PERFORM 1100-LOAD-CURR-TABLE THRU 1100-EXIT.
           OPEN INPUT ATM-TERMINAL-FILE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
           PERFORM 3200-PROCESS-RECORD THRU 3200-EXIT
               UNTIL SORT-EOF.
           PERFORM 3300-FINAL-BREAKS   THRU 3300-EXIT.
           PERFORM 4500-WRITE-REGION-ROLLUP THRU 4500-EXIT.
       3000-EXIT.
           EXIT.
       3100-RETURN-RECORD.
           MOVE BIN OF SORT-WORK-REC          TO WS-PREV-BIN.
           MOVE TERMINAL-ID OF SORT-WORK-REC  TO WS-PREV-TERMINAL-ID.
           MOVE CURRENCY-NUM OF SORT-WORK-REC TO WS-PREV-CURRENCY-NUM.
           PERFORM 7100-LOOKUP-TERMINAL THRU 7100-EXIT.
           MOVE ZERO TO WS-BIN-AMT-ATM WS-BIN-FEE-ATM WS-BIN-FEE-CARD
                        WS-BIN-REVENUE WS-BIN-NET-MARGIN
                        WS-TERM-AMT-ATM WS-TERM-FEE-ATM
           PERFORM 4000-WRITE-TERM-TOTAL THRU 4000-EXIT.
           MOVE TERMINAL-ID OF SORT-WORK-REC  TO WS-PREV-TERMINAL-ID.
           MOVE CURRENCY-NUM OF SORT-WORK-REC TO WS-PREV-CURRENCY-NUM.
           PERFORM 7100-LOOKUP-TERMINAL THRU 7100-EXIT.
           MOVE ZERO TO WS-TERM-AMT-ATM WS-TERM-FEE-ATM
                        WS-TERM-FEE-CARD WS-TERM-REVENUE
                        WS-TERM-NET-MARGIN
           ADD WS-CURR-NET-MARGIN  TO WS-CURRNUM-NET-MARGIN
                                       WS-TERM-NET-MARGIN
                                       WS-BIN-NET-MARGIN.
           PERFORM 4200-ACCUM-REGION THRU 4200-EXIT.
       3700-EXIT.
           EXIT.
       3800-WRITE-DETAIL-LINE.
           MOVE WS-CURR-FEE-CARD               TO CD-FEE-CARD.
           MOVE WS-CURR-REVENUE                TO CD-REVENUE.
           MOVE WS-CURR-NET-MARGIN             TO CD-NET-MARGIN.
           MOVE WS-TERM-BRANCH                 TO CD-BRANCH.
           MOVE WS-TERM-SITE-NAME              TO CD-SITE-NAME.
           WRITE BIN-TERM-LINE FROM CURR-DETAIL-LINE.
       3800-EXIT.
           EXIT.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4200-ACCUM-REGION - ADD THE EVENT INTO ITS REGION / CURRENCY   *
      * ENTRY, OPENING A NEW ENTRY IN KEY SEQUENCE WHEN THE KEY IS     *
      * FIRST SEEN.  A TABLE OVERFLOW FAILS THE RUN                    *
      *----------------------------------------------------------------*
       4200-ACCUM-REGION.
           MOVE WS-TERM-REGION                TO WS-RSK-REGION.
           MOVE CURRENCY-NUM OF SORT-WORK-REC TO WS-RSK-CURRENCY-NUM.
           MOVE ZERO TO WS-RGN-SUB.
           MOVE 'N'  TO RGN-SLOT-FOUND-SW.
           PERFORM 4210-SCAN-REGION THRU 4210-EXIT
               UNTIL RGN-SLOT-FOUND.
           IF WS-RGN-SUB > WS-RGN-COUNT
               PERFORM 4220-INSERT-REGION THRU 4220-EXIT
           ELSE
               IF WS-RGN-KEY (WS-RGN-SUB) NOT = WS-RGN-SEARCH-KEY
                   PERFORM 4220-INSERT-REGION THRU 4220-EXIT
               END-IF
           END-IF.
           ADD WS-CURR-AMT-ATM    TO WS-RGN-AMT-ATM (WS-RGN-SUB).
           ADD WS-CURR-FEE-ATM    TO WS-RGN-FEE-ATM (WS-RGN-SUB).
           ADD WS-CURR-FEE-CARD   TO WS-RGN-FEE-CARD (WS-RGN-SUB).
           ADD WS-CURR-REVENUE    TO WS-RGN-REVENUE (WS-RGN-SUB).
           ADD WS-CURR-NET-MARGIN TO WS-RGN-NET-MARGIN (WS-RGN-SUB).
       4200-EXIT.
           EXIT.
       4210-SCAN-REGION.
           ADD 1 TO WS-RGN-SUB.
           IF WS-RGN-SUB > WS-RGN-COUNT
               MOVE 'Y' TO RGN-SLOT-FOUND-SW
           ELSE
               IF WS-RGN-KEY (WS-RGN-SUB) NOT < WS-RGN-SEARCH-KEY
                   MOVE 'Y' TO RGN-SLOT-FOUND-SW
               END-IF
           END-IF.
       4210-EXIT.
           EXIT.
       4220-INSERT-REGION.
           IF WS-RGN-COUNT >= WS-RGN-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RGN-COUNT TO WS-RGN-MOVE-SUB.
           PERFORM 4230-SHIFT-REGION THRU 4230-EXIT
               UNTIL WS-RGN-MOVE-SUB < WS-RGN-SUB.
           ADD 1 TO WS-RGN-COUNT.
           MOVE WS-RGN-SEARCH-KEY TO WS-RGN-KEY (WS-RGN-SUB).
           MOVE ZERO TO WS-RGN-AMT-ATM (WS-RGN-SUB)
                        WS-RGN-FEE-ATM (WS-RGN-SUB)
                        WS-RGN-FEE-CARD (WS-RGN-SUB)
                        WS-RGN-REVENUE (WS-RGN-SUB)
                        WS-RGN-NET-MARGIN (WS-RGN-SUB).
       4220-EXIT.
           EXIT.
       4230-SHIFT-REGION.
           MOVE WS-RGN-ENTRY (WS-RGN-MOVE-SUB)
               TO WS-RGN-ENTRY (WS-RGN-MOVE-SUB + 1).
           SUBTRACT 1 FROM WS-RGN-MOVE-SUB.
       4230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4500-WRITE-REGION-ROLLUP - ONE LINE PER REGION / CURRENCY,     *
      * WITH A REGION TOTAL ON EACH CHANGE OF REGION                   *
      *----------------------------------------------------------------*
       4500-WRITE-REGION-ROLLUP.
           MOVE SPACES TO BIN-TERM-LINE.
           WRITE BIN-TERM-LINE.
           WRITE BIN-TERM-LINE FROM RGN-HDG1-LINE.
           WRITE BIN-TERM-LINE FROM RGN-HDG2-LINE.
           PERFORM 4600-WRITE-REGION-LINE THRU 4600-EXIT
               VARYING WS-RGN-SUB FROM 1 BY 1
               UNTIL WS-RGN-SUB > WS-RGN-COUNT.
           IF WS-RGN-COUNT > ZERO
               PERFORM 4700-WRITE-REGION-TOTAL THRU 4700-EXIT
           END-IF.
       4500-EXIT.
           EXIT.
       4600-WRITE-REGION-LINE.
           IF WS-RGN-SUB = 1
               OR WS-RGN-REGION (WS-RGN-SUB) NOT = WS-PREV-REGION
               IF WS-RGN-SUB > 1
                   PERFORM 4700-WRITE-REGION-TOTAL THRU 4700-EXIT
               END-IF
               MOVE WS-RGN-REGION (WS-RGN-SUB) TO WS-PREV-REGION
               MOVE ZERO TO WS-RGNTOT-AMT-ATM WS-RGNTOT-FEE-ATM
                            WS-RGNTOT-FEE-CARD WS-RGNTOT-REVENUE
                            WS-RGNTOT-NET-MARGIN
           END-IF.
           ADD WS-RGN-AMT-ATM (WS-RGN-SUB)    TO WS-RGNTOT-AMT-ATM.
           ADD WS-RGN-FEE-ATM (WS-RGN-SUB)    TO WS-RGNTOT-FEE-ATM.
           ADD WS-RGN-FEE-CARD (WS-RGN-SUB)   TO WS-RGNTOT-FEE-CARD.
           ADD WS-RGN-REVENUE (WS-RGN-SUB)    TO WS-RGNTOT-REVENUE.
           ADD WS-RGN-NET-MARGIN (WS-RGN-SUB) TO WS-RGNTOT-NET-MARGIN.
           MOVE WS-RGN-REGION (WS-RGN-SUB)       TO RD-REGION.
           MOVE WS-RGN-CURRENCY-NUM (WS-RGN-SUB) TO WS-LOOKUP-NUM.
           PERFORM 7000-RESOLVE-CURRENCY THRU 7000-EXIT.
           MOVE WS-RESOLVED-CURR                 TO RD-CURRENCY-NUM.
           MOVE WS-RGN-AMT-ATM (WS-RGN-SUB)      TO RD-AMT-ATM.
           MOVE WS-RGN-FEE-ATM (WS-RGN-SUB)      TO RD-FEE-ATM.
           MOVE WS-RGN-FEE-CARD (WS-RGN-SUB)     TO RD-FEE-CARD.
           MOVE WS-RGN-REVENUE (WS-RGN-SUB)      TO RD-REVENUE.
           MOVE WS-RGN-NET-MARGIN (WS-RGN-SUB)   TO RD-NET-MARGIN.
           WRITE BIN-TERM-LINE FROM RGN-DETAIL-LINE.
       4600-EXIT.
           EXIT.
       4700-WRITE-REGION-TOTAL.
           MOVE WS-PREV-REGION        TO RT-REGION.
           MOVE WS-RGNTOT-AMT-ATM     TO RT-AMT-ATM.
           MOVE WS-RGNTOT-FEE-ATM     TO RT-FEE-ATM.
           MOVE WS-RGNTOT-FEE-CARD    TO RT-FEE-CARD.
           MOVE WS-RGNTOT-REVENUE     TO RT-REVENUE.
           MOVE WS-RGNTOT-NET-MARGIN  TO RT-NET-MARGIN.
           WRITE BIN-TERM-LINE FROM RGN-TOTAL-LINE.
       4700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7000-RESOLVE-CURRENCY - MAP THE NUMERIC CURRENCY CODE TO ITS   *
      * ISO ALPHA CODE THROUGH THE MASTER; A CODE NOT ON THE MASTER    *
      * SHOWS AS KEYED                                                 *
           END-IF.
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7100-LOOKUP-TERMINAL - OWNING BRANCH, SITE AND REGION FROM THE *
      * TERMINAL MASTER.  A TERMINAL NOT ON IT ROLLS UP UNDER THE      *
      * UNREGISTERED REGION AND IS LISTED BY RFXA2345                  *
      *----------------------------------------------------------------*
       7100-LOOKUP-TERMINAL.
           MOVE WS-PREV-TERMINAL-ID TO ATRM-TERMINAL-ID.
           READ ATM-TERMINAL-FILE
               INVALID KEY
                   MOVE '----'                TO WS-TERM-BRANCH
                   MOVE 'NOT ON TERMINAL MASTER' TO WS-TERM-SITE-NAME
                   MOVE WS-UNREG-REGION       TO WS-TERM-REGION
               NOT INVALID KEY
                   MOVE ATRM-OWNING-BRANCH    TO WS-TERM-BRANCH
                   MOVE ATRM-SITE-NAME        TO WS-TERM-SITE-NAME
                   MOVE ATRM-REGION           TO WS-TERM-REGION
           END-READ.
       7100-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE ATM-TERMINAL-FILE.
       9000-EXIT.
           EXIT.
