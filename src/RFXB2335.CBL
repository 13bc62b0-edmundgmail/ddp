      *                   DYING TERMINAL, RATE-FEED DRIFT OR A         *
      *                   CURRENCY MIX SHIFT SHOWS AS A TREND          *
      *                   INSTEAD OF AN ANECDOTE.                      *
      *                   EACH LINE CARRIES THE TERMINAL'S OWNING      *
      *                   BRANCH AND SITE FROM THE ATMTERM TERMINAL    *
      *                   MASTER, AND THE SAME COMPARISON IS REPEATED  *
      *                   ROLLED UP BY REGION AND CURRENCY.            *
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
      *   MASTER NOW PRINT ON EVERY METRIC LINE.                       *
      * - ADDED THE REGION / CURRENCY TREND ROLLUP AFTER THE TERMINAL  *
      *   LINES.  A TERMINAL NOT ON THE MASTER ROLLS UP UNDER REGION   *
      *   '????'.                                                      *
      *                                                                *
      *  A883458    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - THE BRCH AND SITE NAME COLUMN HEADINGS NOW START OVER THE    *
      *   BRANCH AND SITE NAME THEY HEAD.                              *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    RFXB2335.
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
           05 HIST-EOF-SW               PIC X(01)    VALUE 'N'.
              88 LY-MONTH-ON-FILE                    VALUE 'Y'.
           05 CURRMST-EOF-SW            PIC X(01)    VALUE 'N'.
              88 CURRMST-EOF                         VALUE 'Y'.
           05 RGN-SLOT-FOUND-SW         PIC X(01)    VALUE 'N'.
              88 RGN-SLOT-FOUND                      VALUE 'Y'.
       77  WS-THRESHOLD-PCT              PIC 9(03)   VALUE 20.
       77  WS-CURR-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-CURR-MAX                   PIC 9(03) COMP VALUE 300.
       77  WS-CUR-VALUE                  PIC S9(10)V99 VALUE ZERO.
       77  WS-PRIOR-VALUE                PIC S9(10)V99 VALUE ZERO.
       77  WS-LY-VALUE                   PIC S9(10)V99 VALUE ZERO.
       77  WS-LOOKUP-TERMINAL-ID         PIC X(08)   VALUE LOW-VALUES.
       77  WS-TERM-BRANCH                PIC X(04)   VALUE SPACES.
       77  WS-TERM-SITE-NAME             PIC X(30)   VALUE SPACES.
       77  WS-TERM-REGION                PIC X(04)   VALUE SPACES.
       77  WS-UNREG-REGION               PIC X(04)   VALUE '????'.
       77  WS-RGN-COUNT                  PIC 9(03) COMP VALUE ZERO.
       77  WS-RGN-MAX                    PIC 9(03) COMP VALUE 500.
       77  WS-RGN-SUB                    PIC 9(03) COMP VALUE ZERO.
       77  WS-RGN-MOVE-SUB               PIC 9(03) COMP VALUE ZERO.
       77  WS-RGN-FLAGGED-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-CUR-MONTH.
           05 WS-CM-YYYY                 PIC 9(04).
           05 FILLER                     PIC X(01).
           05 WS-LY-AMT                  PIC S9(10)V99 COMP-3 VALUE 0.
           05 WS-LY-FEE                  PIC S9(10)V99 COMP-3 VALUE 0.
           05 WS-LY-MARGIN               PIC S9(10)V99 COMP-3 VALUE 0.
      *    REGION / CURRENCY ROLLUP OF THE THREE MONTHS OF INTEREST,
      *    KEPT IN KEY ORDER AS ENTRIES ARE ADDED SO IT PRINTS
      *    STRAIGHT FROM THE TABLE.  A BASE MONTH COUNTS AS ON FILE
      *    FOR THE REGION WHEN ANY OF ITS TERMINALS HAD ONE
       01  WS-REGION-TABLE.
           05 WS-RGN-ENTRY OCCURS 500 TIMES.
              10 WS-RGN-KEY.
                 15 WS-RGN-REGION        PIC X(04).
                 15 WS-RGN-CURRENCY-NUM  PIC X(03).
              10 WS-RGN-PRIOR-SEEN       PIC X(01).
              10 WS-RGN-LY-SEEN          PIC X(01).
              10 WS-RGN-CUR-AMT          PIC S9(10)V99 COMP-3.
              10 WS-RGN-CUR-FEE          PIC S9(10)V99 COMP-3.
              10 WS-RGN-CUR-MARGIN       PIC S9(10)V99 COMP-3.
              10 WS-RGN-PRIOR-AMT        PIC S9(10)V99 COMP-3.
              10 WS-RGN-PRIOR-FEE        PIC S9(10)V99 COMP-3.
              10 WS-RGN-PRIOR-MARGIN     PIC S9(10)V99 COMP-3.
              10 WS-RGN-LY-AMT           PIC S9(10)V99 COMP-3.
              10 WS-RGN-LY-FEE           PIC S9(10)V99 COMP-3.
              10 WS-RGN-LY-MARGIN        PIC S9(10)V99 COMP-3.
       01  WS-RGN-SEARCH-KEY.
           05 WS-RSK-REGION              PIC X(04).
           05 WS-RSK-CURRENCY-NUM        PIC X(03).
       01  HDG1-LINE.
           05 FILLER PIC X(42)
               VALUE 'ATM FX TERMINAL TREND REPORT -- MONTH     '.
           05 FILLER PIC X(14) VALUE '     LAST-YEAR'.
           05 FILLER PIC X(09) VALUE '  PCT-PR'.
           05 FILLER PIC X(09) VALUE '  PCT-LY'.
           05 FILLER PIC X(05) VALUE 'FLAG'.
           05 FILLER PIC X(06) VALUE 'BRCH'.
           05 FILLER PIC X(27) VALUE 'SITE NAME'.
       01  DETAIL-LINE.
           05 DL-BIN           PIC X(11) VALUE SPACES.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 DL-PCT-LY        PIC -(4)9.9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-FLAG          PIC X(08) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-BRANCH        PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-SITE-NAME     PIC X(27) VALUE SPACES.
       01  RGN-HDG1-LINE.
           05 FILLER PIC X(42)
               VALUE 'ATM FX REGION TREND ROLLUP -- MONTH       '.
           05 RGN-HDG1-MONTH   PIC X(07).
           05 FILLER PIC X(83) VALUE SPACES.
       01  RGN-HDG2-LINE.
           05 FILLER PIC X(21) VALUE 'REGION'.
           05 FILLER PIC X(05) VALUE 'CURR'.
           05 FILLER PIC X(08) VALUE 'METRIC'.
           05 FILLER PIC X(14) VALUE '       CURRENT'.
           05 FILLER PIC X(14) VALUE '         PRIOR'.
           05 FILLER PIC X(14) VALUE '     LAST-YEAR'.
           05 FILLER PIC X(09) VALUE '  PCT-PR'.
           05 FILLER PIC X(09) VALUE '  PCT-LY'.
           05 FILLER PIC X(38) VALUE '  FLAG'.
       01  SUMMARY-LINE.
           05 SUM-LABEL        PIC X(30).
           05 SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 2000-SCAN-HISTORY    THRU 2000-EXIT.
           PERFORM 5000-REPORT-REGIONS  THRU 5000-EXIT.
           PERFORM 8000-WRITE-SUMMARY   THRU 8000-EXIT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
           STOP RUN.
           MOVE WS-CM-MM TO WS-LY-MM.
           PERFORM 1100-LOAD-CURR-TABLE THRU 1100-EXIT.
           OPEN INPUT  ATMHIST-FILE.
           OPEN INPUT  ATM-TERMINAL-FILE.
           OPEN OUTPUT TREND-REPORT.
           MOVE WS-CUR-MONTH     TO HDG1-MONTH.
           MOVE WS-THRESHOLD-PCT TO HDG1-THRESHOLD.
           MOVE WS-GK-CURRENCY-NUM TO WS-LOOKUP-NUM.
           PERFORM 7000-RESOLVE-CURRENCY THRU 7000-EXIT.
           MOVE WS-RESOLVED-CURR   TO DL-CURRENCY-NUM.
           IF WS-GK-TERMINAL-ID NOT = WS-LOOKUP-TERMINAL-ID
               PERFORM 7100-LOOKUP-TERMINAL THRU 7100-EXIT
           END-IF.
           MOVE WS-TERM-BRANCH     TO DL-BRANCH.
           MOVE WS-TERM-SITE-NAME  TO DL-SITE-NAME.
           PERFORM 4000-ACCUM-REGION THRU 4000-EXIT.
           MOVE 'VOLUME' TO DL-METRIC.
           MOVE WS-CUR-AMT    TO WS-CUR-VALUE.
           MOVE WS-PRIOR-AMT  TO WS-PRIOR-VALUE.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4000-ACCUM-REGION - ADD THE GROUP'S THREE MONTHS INTO ITS      *
      * REGION / CURRENCY ENTRY, OPENING A NEW ENTRY IN KEY SEQUENCE   *
      * WHEN THE KEY IS FIRST SEEN.  A TABLE OVERFLOW FAILS THE RUN    *
      *----------------------------------------------------------------*
       4000-ACCUM-REGION.
           MOVE WS-TERM-REGION     TO WS-RSK-REGION.
           MOVE WS-GK-CURRENCY-NUM TO WS-RSK-CURRENCY-NUM.
           MOVE ZERO TO WS-RGN-SUB.
           MOVE 'N'  TO RGN-SLOT-FOUND-SW.
           PERFORM 4100-SCAN-REGION THRU 4100-EXIT
               UNTIL RGN-SLOT-FOUND.
           IF WS-RGN-SUB > WS-RGN-COUNT
               PERFORM 4200-INSERT-REGION THRU 4200-EXIT
           ELSE
               IF WS-RGN-KEY (WS-RGN-SUB) NOT = WS-RGN-SEARCH-KEY
                   PERFORM 4200-INSERT-REGION THRU 4200-EXIT
               END-IF
           END-IF.
           IF PRIOR-MONTH-ON-FILE
               MOVE 'Y' TO WS-RGN-PRIOR-SEEN (WS-RGN-SUB)
           END-IF.
           IF LY-MONTH-ON-FILE
               MOVE 'Y' TO WS-RGN-LY-SEEN (WS-RGN-SUB)
           END-IF.
           ADD WS-CUR-AMT      TO WS-RGN-CUR-AMT (WS-RGN-SUB).
           ADD WS-CUR-FEE      TO WS-RGN-CUR-FEE (WS-RGN-SUB).
           ADD WS-CUR-MARGIN   TO WS-RGN-CUR-MARGIN (WS-RGN-SUB).
           ADD WS-PRIOR-AMT    TO WS-RGN-PRIOR-AMT (WS-RGN-SUB).
           ADD WS-PRIOR-FEE    TO WS-RGN-PRIOR-FEE (WS-RGN-SUB).
           ADD WS-PRIOR-MARGIN TO WS-RGN-PRIOR-MARGIN (WS-RGN-SUB).
           ADD WS-LY-AMT       TO WS-RGN-LY-AMT (WS-RGN-SUB).
           ADD WS-LY-FEE       TO WS-RGN-LY-FEE (WS-RGN-SUB).
           ADD WS-LY-MARGIN    TO WS-RGN-LY-MARGIN (WS-RGN-SUB).
       4000-EXIT.
           EXIT.
       4100-SCAN-REGION.
           ADD 1 TO WS-RGN-SUB.
           IF WS-RGN-SUB > WS-RGN-COUNT
               MOVE 'Y' TO RGN-SLOT-FOUND-SW
           ELSE
               IF WS-RGN-KEY (WS-RGN-SUB) NOT < WS-RGN-SEARCH-KEY
                   MOVE 'Y' TO RGN-SLOT-FOUND-SW
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.
       4200-INSERT-REGION.
           IF WS-RGN-COUNT >= WS-RGN-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RGN-COUNT TO WS-RGN-MOVE-SUB.
           PERFORM 4300-SHIFT-REGION THRU 4300-EXIT
               UNTIL WS-RGN-MOVE-SUB < WS-RGN-SUB.
           ADD 1 TO WS-RGN-COUNT.
           MOVE WS-RGN-SEARCH-KEY TO WS-RGN-KEY (WS-RGN-SUB).
           MOVE 'N' TO WS-RGN-PRIOR-SEEN (WS-RGN-SUB)
                       WS-RGN-LY-SEEN (WS-RGN-SUB).
           MOVE ZERO TO WS-RGN-CUR-AMT (WS-RGN-SUB)
                        WS-RGN-CUR-FEE (WS-RGN-SUB)
                        WS-RGN-CUR-MARGIN (WS-RGN-SUB)
                        WS-RGN-PRIOR-AMT (WS-RGN-SUB)
                        WS-RGN-PRIOR-FEE (WS-RGN-SUB)
                        WS-RGN-PRIOR-MARGIN (WS-RGN-SUB)
                        WS-RGN-LY-AMT (WS-RGN-SUB)
                        WS-RGN-LY-FEE (WS-RGN-SUB)
                        WS-RGN-LY-MARGIN (WS-RGN-SUB).
       4200-EXIT.
           EXIT.
       4300-SHIFT-REGION.
           MOVE WS-RGN-ENTRY (WS-RGN-MOVE-SUB)
               TO WS-RGN-ENTRY (WS-RGN-MOVE-SUB + 1).
           SUBTRACT 1 FROM WS-RGN-MOVE-SUB.
       4300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 5000-REPORT-REGIONS - THE SAME THREE METRIC LINES AND REVIEW   *
      * FLAGS FOR EVERY REGION / CURRENCY, AFTER THE TERMINAL LINES    *
      *----------------------------------------------------------------*
       5000-REPORT-REGIONS.
           MOVE SPACES TO TREND-LINE.
           WRITE TREND-LINE.
           MOVE WS-CUR-MONTH TO RGN-HDG1-MONTH.
           WRITE TREND-LINE FROM RGN-HDG1-LINE.
           WRITE TREND-LINE FROM RGN-HDG2-LINE.
           PERFORM 5100-REPORT-ONE-REGION THRU 5100-EXIT
               VARYING WS-RGN-SUB FROM 1 BY 1
               UNTIL WS-RGN-SUB > WS-RGN-COUNT.
       5000-EXIT.
           EXIT.
       5100-REPORT-ONE-REGION.
           MOVE 'N' TO FLAG-GROUP-SW.
           MOVE WS-RGN-PRIOR-SEEN (WS-RGN-SUB) TO PRIOR-SEEN-SW.
           MOVE WS-RGN-LY-SEEN (WS-RGN-SUB)    TO LY-SEEN-SW.
           MOVE WS-RGN-REGION (WS-RGN-SUB)     TO DL-BIN.
           MOVE SPACES                         TO DL-TERMINAL-ID
                                                  DL-BRANCH
                                                  DL-SITE-NAME.
           MOVE WS-RGN-CURRENCY-NUM (WS-RGN-SUB) TO WS-LOOKUP-NUM.
           PERFORM 7000-RESOLVE-CURRENCY THRU 7000-EXIT.
           MOVE WS-RESOLVED-CURR   TO DL-CURRENCY-NUM.
           MOVE 'VOLUME' TO DL-METRIC.
           MOVE WS-RGN-CUR-AMT (WS-RGN-SUB)      TO WS-CUR-VALUE.
           MOVE WS-RGN-PRIOR-AMT (WS-RGN-SUB)    TO WS-PRIOR-VALUE.
           MOVE WS-RGN-LY-AMT (WS-RGN-SUB)       TO WS-LY-VALUE.
           PERFORM 3100-WRITE-METRIC-LINE THRU 3100-EXIT.
           MOVE 'FEES'   TO DL-METRIC.
           MOVE WS-RGN-CUR-FEE (WS-RGN-SUB)      TO WS-CUR-VALUE.
           MOVE WS-RGN-PRIOR-FEE (WS-RGN-SUB)    TO WS-PRIOR-VALUE.
           MOVE WS-RGN-LY-FEE (WS-RGN-SUB)       TO WS-LY-VALUE.
           PERFORM 3100-WRITE-METRIC-LINE THRU 3100-EXIT.
           MOVE 'MARGIN' TO DL-METRIC.
           MOVE WS-RGN-CUR-MARGIN (WS-RGN-SUB)   TO WS-CUR-VALUE.
           MOVE WS-RGN-PRIOR-MARGIN (WS-RGN-SUB) TO WS-PRIOR-VALUE.
           MOVE WS-RGN-LY-MARGIN (WS-RGN-SUB)    TO WS-LY-VALUE.
           PERFORM 3100-WRITE-METRIC-LINE THRU 3100-EXIT.
           IF GROUP-IS-FLAGGED
               ADD 1 TO WS-RGN-FLAGGED-COUNT
           END-IF.
       5100-EXIT.
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
           MOVE WS-GK-TERMINAL-ID TO WS-LOOKUP-TERMINAL-ID.
           MOVE WS-GK-TERMINAL-ID TO ATRM-TERMINAL-ID.
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
       8000-WRITE-SUMMARY.
           MOVE 'TERMINAL/CURRENCY GROUPS    :' TO SUM-LABEL.
           MOVE WS-GROUP-COUNT                  TO SUM-COUNT.
           MOVE 'GROUPS FLAGGED FOR REVIEW   :' TO SUM-LABEL.
           MOVE WS-FLAGGED-COUNT                TO SUM-COUNT.
           WRITE TREND-LINE FROM SUMMARY-LINE.
           MOVE 'REGION/CURRENCY GROUPS      :' TO SUM-LABEL.
           MOVE WS-RGN-COUNT                    TO SUM-COUNT.
           WRITE TREND-LINE FROM SUMMARY-LINE.
           MOVE 'REGION GROUPS FLAGGED       :' TO SUM-LABEL.
           MOVE WS-RGN-FLAGGED-COUNT            TO SUM-COUNT.
           WRITE TREND-LINE FROM SUMMARY-LINE.
       8000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE ATMHIST-FILE.
           CLOSE ATM-TERMINAL-FILE.
           CLOSE TREND-REPORT.
       9000-EXIT.
           EXIT.
