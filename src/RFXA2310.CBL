      * - MOVED THE ALERT QUEUE RECORD LAYOUT TO THE ALERTQ COPYBOOK   *
      *   NOW THAT THE RFXA2315 DISPATCHER CONSUMES THE QUEUE.         *
      *                                                                *
      *  A883450    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - OWNING BRANCH AND SITE NAME FROM THE ATMTERM TERMINAL MASTER *
      *   NOW PRINT BESIDE THE TERMINAL-ID ON EVERY FAILURE LINE.      *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    RFXA2310.
       AUTHOR.        R MACALLISTER.
           SELECT BATMFXE-EXTRACT   ASSIGN TO BATMFXE
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE    ASSIGN TO SRTWK01.
           SELECT ATM-TERMINAL-FILE ASSIGN TO ATMTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATRM-TERMINAL-ID.
           SELECT TERMFAIL-REPORT   ASSIGN TO TERMFRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPS-ALERT-QUEUE   ASSIGN TO ALERTQ
           COPY ATMCFXE.
       SD  SORT-WORK-FILE.
           COPY ATMCFXE REPLACING DCLBATMFXE BY SORT-WORK-REC.
       FD  ATM-TERMINAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ATMTERM.
       FD  TERMFAIL-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       77  WS-FAILURE-CLASS             PIC X(20)    VALUE SPACES.
       77  WS-EVENT-HH                  PIC 9(02) COMP VALUE ZERO.
       77  WS-EVENT-MM                  PIC 9(02) COMP VALUE ZERO.
       77  WS-TERM-BRANCH               PIC X(04)    VALUE SPACES.
       77  WS-TERM-SITE-NAME            PIC X(30)    VALUE SPACES.
       01  WS-STATUS-CHECK.
           05 WS-STATUS-CODE            PIC X(01).
              88 STATUS-CODE-IS-A-FAILURE VALUES 'D' 'F' 'T'.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE TERMINAL MASTER, ALERT QUEUE AND    *
      * REPORT                                                         *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT  ATM-TERMINAL-FILE.
           OPEN OUTPUT TERMFAIL-REPORT.
           OPEN OUTPUT OPS-ALERT-QUEUE.
           MOVE SPACES TO TERMFAIL-LINE.
           STRING 'TERMINAL  BRCH  SITE NAME'   DELIMITED BY SIZE
                  '                        '     DELIMITED BY SIZE
                  'STATUS  REQ  EVENT-DESC  '    DELIMITED BY SIZE
                  'CLASSIFICATION'               DELIMITED BY SIZE
               INTO TERMFAIL-LINE.
           WRITE TERMFAIL-LINE.
       1000-EXIT.
           EXIT.
           MOVE TERMINAL-ID OF SORT-WORK-REC TO WS-PREV-TERMINAL-ID.
           MOVE ZERO      TO WS-TERM-FAIL-COUNT WS-FAIL-TABLE-IDX.
           MOVE 'N'       TO WS-TERM-ALERTED-SW.
           PERFORM 3350-LOOKUP-TERMINAL THRU 3350-EXIT.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3350-LOOKUP-TERMINAL - OWNING BRANCH AND SITE NAME FROM THE    *
      * TERMINAL MASTER; A TERMINAL NOT ON IT IS LISTED BY RFXA2345    *
      *----------------------------------------------------------------*
       3350-LOOKUP-TERMINAL.
           MOVE WS-PREV-TERMINAL-ID TO ATRM-TERMINAL-ID.
           READ ATM-TERMINAL-FILE
               INVALID KEY
                   MOVE '----'                TO WS-TERM-BRANCH
                   MOVE 'NOT ON TERMINAL MASTER' TO WS-TERM-SITE-NAME
               NOT INVALID KEY
                   MOVE ATRM-OWNING-BRANCH    TO WS-TERM-BRANCH
                   MOVE ATRM-SITE-NAME        TO WS-TERM-SITE-NAME
           END-READ.
       3350-EXIT.
           EXIT.
       3400-HANDLE-FAILURE.
           ADD 1 TO WS-FAILURE-COUNT.
           ADD 1 TO WS-TERM-FAIL-COUNT.
       3600-WRITE-DETAIL.
           MOVE SPACES TO TERMFAIL-LINE.
           STRING TERMINAL-ID OF SORT-WORK-REC   DELIMITED BY SIZE
                  '  '                           DELIMITED BY SIZE
                  WS-TERM-BRANCH                  DELIMITED BY SIZE
                  '  '                            DELIMITED BY SIZE
                  WS-TERM-SITE-NAME               DELIMITED BY SIZE
                  '   '                           DELIMITED BY SIZE
                  STATUS-CODE OF SORT-WORK-REC    DELIMITED BY SIZE
                  '       '                       DELIMITED BY SIZE
                  REQUEST-TYPE OF SORT-WORK-REC   DELIMITED BY SIZE
       3900-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE ATM-TERMINAL-FILE.
       9000-EXIT.
           EXIT.
