      * -------------                                                  *
      * - INITIAL VERSION.                                             *
      *                                                                *
      *  A883450    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - OWNING BRANCH AND SITE NAME FROM THE ATMTERM TERMINAL MASTER *
      *   NOW PRINT ON EVERY BULLETIN LINE.                            *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    RFXA2315.
       AUTHOR.        R MACALLISTER.
           SELECT WPS-REJECT-FILE   ASSIGN TO WPSREJ
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE    ASSIGN TO SRTWK01.
           SELECT ATM-TERMINAL-FILE ASSIGN TO ATMTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATRM-TERMINAL-ID.
           SELECT OPS-BULLETIN      ASSIGN TO OPSBULL
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
           05 BW-FAILURE-COUNT          PIC 9(05).
           05 BW-CONSEC-NIGHTS          PIC 9(03).
           05 BW-SEVERITY               PIC X(01).
       FD  ATM-TERMINAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ATMTERM.
       FD  OPS-BULLETIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           05 FILLER PIC X(10) VALUE 'FAILURES'.
           05 FILLER PIC X(08) VALUE 'NIGHTS'.
           05 FILLER PIC X(09) VALUE 'SEVERITY'.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(06) VALUE 'BRCH'.
           05 FILLER PIC X(30) VALUE 'SITE NAME'.
           05 FILLER PIC X(25) VALUE SPACES.
       01  DETAIL-LINE.
           05 DL-TERMINAL-ID   PIC X(08) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-CONSEC        PIC ZZ9.
           05 FILLER           PIC X(05) VALUE SPACES.
           05 DL-SEVERITY      PIC X(01).
           05 FILLER           PIC X(09) VALUE SPACES.
           05 DL-BRANCH        PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-SITE-NAME     PIC X(30) VALUE SPACES.
           05 FILLER           PIC X(25) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 1100-COUNT-SUSPENSE THRU 1100-EXIT.
           PERFORM 1200-COUNT-REJECTS  THRU 1200-EXIT.
           OPEN INPUT  OPS-ALERT-QUEUE.
           OPEN INPUT  ATM-TERMINAL-FILE.
           OPEN INPUT  ALERT-STATE-IN.
           OPEN OUTPUT ALERT-STATE-OUT.
           OPEN OUTPUT OPS-BULLETIN.
           MOVE BW-FAILURE-COUNT    TO DL-COUNT.
           MOVE BW-CONSEC-NIGHTS    TO DL-CONSEC.
           MOVE BW-SEVERITY         TO DL-SEVERITY.
           PERFORM 4250-LOOKUP-TERMINAL THRU 4250-EXIT.
           WRITE BULLETIN-LINE FROM DETAIL-LINE.
           PERFORM 4100-RETURN-RECORD THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4250-LOOKUP-TERMINAL - OWNING BRANCH AND SITE NAME FROM THE    *
      * TERMINAL MASTER; A TERMINAL NOT ON IT IS LISTED BY RFXA2345    *
      *----------------------------------------------------------------*
       4250-LOOKUP-TERMINAL.
           MOVE BW-TERMINAL-ID TO ATRM-TERMINAL-ID.
           READ ATM-TERMINAL-FILE
               INVALID KEY
                   MOVE '----'                TO DL-BRANCH
                   MOVE 'NOT ON TERMINAL MASTER' TO DL-SITE-NAME
               NOT INVALID KEY
                   MOVE ATRM-OWNING-BRANCH    TO DL-BRANCH
                   MOVE ATRM-SITE-NAME        TO DL-SITE-NAME
           END-READ.
       4250-EXIT.
           EXIT.
       4300-PRINT-SUMMARY.
           MOVE 'NEW ALERTS                         :'
               TO SUM-LABEL.
           EXIT.
       9000-TERMINATE.
           CLOSE OPS-ALERT-QUEUE.
           CLOSE ATM-TERMINAL-FILE.
           CLOSE ALERT-STATE-IN.
           CLOSE ALERT-STATE-OUT.
           CLOSE OPS-BULLETIN.
