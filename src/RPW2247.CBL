       IDENTIFICATION DIVISION.
      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              RPW2247 PROGRAM CODE DESCRIPTION                  *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : FINTRAC INTERNATIONAL ELECTRONIC FUNDS       *
      *                   TRANSFER REPORTING.  RUNS AFTER THE PRPW2228 *
      *                   RUN BALANCING, FROM THE FINAL TRANSMISSION   *
      *                   FILE (CRPWBILL LAYOUT).  EVERY OUTGOING      *
      *                   INTERNATIONAL WIRE (WPS-DEST COUNTRY OTHER   *
      *                   THAN CANADA) IS CONVERTED TO CAD AT THE      *
      *                   FXR-CAD-RATE COLUMN OF FXRATE, AND:          *
      *                     - A WIRE OF CAD 10,000 OR MORE IS ONE      *
      *                       REPORT;                                  *
      *                     - SMALLER WIRES FROM ONE CUSTOMER THAT     *
      *                       TOGETHER REACH CAD 10,000 WITHIN 24      *
      *                       HOURS ARE ONE AGGREGATE REPORT (THE      *
      *                       24-HOUR RULE).  A SMALLER WIRE THAT      *
      *                       DOES NOT YET REACH THE THRESHOLD IS      *
      *                       HELD PENDING ON THE TRACKING MASTER SO   *
      *                       THE NEXT NIGHT'S WIRES CAN STILL BE      *
      *                       AGGREGATED WITH IT.                      *
      *                   EACH REPORT CARRIES THE ORDERING CUSTOMER,   *
      *                   BRANCH AND ACCOUNT, THE BENEFICIARY          *
      *                   (WPS-DEST / WPS-BANKID), THE COUNTRIES OF    *
      *                   THE CORRESPONDENT CHAIN AND THE WIRE         *
      *                   REFERENCE OF EVERY WIRE IN IT.  OUTPUT IS    *
      *                   THE FINTRAC BATCH FILE (FINEFT LAYOUT) AND   *
      *                   A CONTROL REPORT.                            *
      *                   THE TRACKING MASTER (FINTRK LAYOUT, OLD IN / *
      *                   NEW OUT) RECORDS WHAT WAS FILED AND UNDER    *
      *                   WHICH REPORT REFERENCE, SO THAT:             *
      *                     - A RERUN OVER THE SAME FILE FILES         *
      *                       NOTHING TWICE;                           *
      *                     - A REPORT WHOSE WIRES HAVE CHANGED GOES   *
      *                       OUT AGAIN AS A CORRECTION UNDER ITS      *
      *                       ORIGINAL REFERENCE;                      *
      *                     - A FILED WIRE THAT IS NO LONGER ON THE    *
      *                       FINAL FILE, OR NO LONGER REPORTABLE,     *
      *                       GOES OUT AS A CANCELLATION.              *
      *                   FILED ENTRIES AGE OFF THE MASTER 35 DAYS     *
      *                   AFTER FILING; PENDING ENTRIES AGE OFF ONCE   *
      *                   THEY ARE OUTSIDE THE 24-HOUR WINDOW.  A      *
      *                   PENDING ENTRY FROM TONIGHT'S TRANSMISSION    *
      *                   THAT IS NO LONGER ON THE FILE (PULLED BEFORE *
      *                   A RERUN) IS DROPPED FROM THE MASTER AND      *
      *                   TAKES NO PART IN THE 24-HOUR RULE.           *
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
      *  A883452    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - INITIAL VERSION.                                             *
      *                                                                *
      *  A883458    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - A PENDING ENTRY FROM TONIGHT'S TRANSMISSION THAT IS NO       *
      *   LONGER ON THE FILE WAS PULLED BEFORE A RERUN: IT IS NO       *
      *   LONGER CARRIED INTO THE 24-HOUR AGGREGATION AND IS DROPPED   *
      *   FROM THE TRACKING MASTER, COUNTED AS TRACKING ENTRIES        *
      *   PULLED.                                                      *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    RPW2247.
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
           SELECT FXRATE-FILE       ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FXR-CURRENCY.
           SELECT CUSTACCT-FILE     ASSIGN TO CUSTACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CACT-KEY.
           SELECT TRACK-IN-FILE     ASSIGN TO FINTRKI
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRACK-OUT-FILE    ASSIGN TO FINTRKO
               ORGANIZATION IS SEQUENTIAL.
           SELECT FINTRAC-BATCH-FILE ASSIGN TO FINEFT
               ORGANIZATION IS SEQUENTIAL.
           SELECT FINTRAC-REPORT    ASSIGN TO FINCRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CAND-SORT-FILE    ASSIGN TO SRTWK01.
           SELECT TRACK-SORT-FILE   ASSIGN TO SRTWK02.
           SELECT BUSDATE-PARM-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WPS-FINAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WPS-FINAL-RECORD             PIC X(180).
       FD  FXRATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FXRATE.
       FD  CUSTACCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTACCT.
       FD  TRACK-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TRACK-IN-RECORD              PIC X(240).
       FD  TRACK-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TRACK-OUT-RECORD             PIC X(240).
       FD  FINTRAC-BATCH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY FINEFT.
       FD  FINTRAC-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FINTRAC-REPORT-LINE          PIC X(132).
      *    ONE CANDIDATE WIRE FOR EVALUATION, IN CUSTOMER / DATE /
      *    TIME ORDER SO EACH CUSTOMER'S WIRES ARRIVE TOGETHER AND IN
      *    THE ORDER THE 24-HOUR WINDOW IS WALKED.  CS-SOURCE 'T' IS A
      *    WIRE ON TONIGHT'S FILE, 'P' ONE CARRIED FROM THE MASTER.
      *    CS-CONTENT IS LAID OUT AS FTRK-FILED-CONTENT
       SD  CAND-SORT-FILE.
       01  CAND-SORT-REC.
           05 CS-CUSTID                  PIC X(05).
           05 CS-TRANS-DATE              PIC X(10).
           05 CS-TRANS-TIME              PIC X(08).
           05 CS-WIRE-REF                PIC X(15).
           05 CS-SOURCE                  PIC X(01).
           05 CS-MASTER-SUB              PIC 9(05).
           05 CS-NEW-SUB                 PIC 9(05).
           05 CS-CAD-AMT                 PIC 9(13)V99.
           05 CS-CAD-RATE                PIC 9(07)V9(06).
           05 CS-XMIT-DATE               PIC X(10).
           05 CS-CONTENT                 PIC X(110).
       SD  TRACK-SORT-FILE.
       01  TRACK-SORT-REC.
           05 TSR-WIRE-REF               PIC X(15).
           05 FILLER                     PIC X(225).
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
           05 FXRATE-EOF-SW             PIC X(01)    VALUE 'N'.
              88 FXRATE-EOF                          VALUE 'Y'.
           05 TRACK-EOF-SW              PIC X(01)    VALUE 'N'.
              88 TRACK-EOF                           VALUE 'Y'.
           05 CAND-EOF-SW               PIC X(01)    VALUE 'N'.
              88 CAND-EOF                            VALUE 'Y'.
           05 WITHIN-24-SW              PIC X(01)    VALUE 'N'.
              88 WITHIN-24-HOURS                     VALUE 'Y'.
           05 NEXT-DAY-SW               PIC X(01)    VALUE 'N'.
              88 NEXT-DAY-IS-KNOWN                   VALUE 'Y'.
           05 ALL-SAME-SW               PIC X(01)    VALUE 'N'.
              88 REPORT-IS-UNCHANGED                 VALUE 'Y'.
           05 REF-FOUND-SW              PIC X(01)    VALUE 'N'.
              88 REF-WAS-FOUND                       VALUE 'Y'.
           05 KEEP-SW                   PIC X(01)    VALUE 'N'.
              88 KEEP-ON-MASTER                      VALUE 'Y'.
      *    FINTRAC-ASSIGNED REPORTING ENTITY NUMBER AND THE REPORTING
      *    THRESHOLD IN CAD.  A WIRE TO A BENEFICIARY IN THE HOME
      *    COUNTRY IS DOMESTIC AND NOT AN INTERNATIONAL EFT
       77  WS-REPORTING-ENTITY           PIC X(07)   VALUE '1000001'.
       77  WS-REPORT-KIND                PIC X(04)   VALUE 'EFTO'.
       77  WS-HOME-CTRY                  PIC X(03)   VALUE 'CAN'.
       77  WS-EFT-THRESHOLD              PIC 9(13)V99 VALUE 10000.00.
      *    A PENDING ENTRY IS CARRIED WHILE ITS TRANSACTION DATE IS ON
      *    OR AFTER THE RUN DATE LESS WS-PEND-BACK-DAYS; A FILED ENTRY
      *    IS KEPT WS-RETAIN-BACK-DAYS AFTER FILING
       77  WS-PEND-BACK-DAYS             PIC 9(02) COMP VALUE 1.
       77  WS-RETAIN-BACK-DAYS           PIC 9(02) COMP VALUE 35.
       77  WS-BACK-DAYS                  PIC 9(02) COMP VALUE ZERO.
       77  WS-MINUS-COUNT                PIC 9(02) COMP VALUE ZERO.
       77  WS-DETAIL-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-DOMESTIC-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-INTL-COUNT                 PIC 9(09) COMP VALUE ZERO.
       77  WS-EXCEPTION-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-CARRIED-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  WS-HELD-COUNT                 PIC 9(09) COMP VALUE ZERO.
       77  WS-INITIAL-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  WS-CORRECTION-COUNT           PIC 9(09) COMP VALUE ZERO.
       77  WS-CANCEL-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-UNCHANGED-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-SUPERSEDED-COUNT           PIC 9(09) COMP VALUE ZERO.
       77  WS-BATCH-REPORT-COUNT         PIC 9(09) COMP VALUE ZERO.
       77  WS-BATCH-TXN-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-TRACK-IN-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-TRACK-OUT-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-AGED-COUNT                 PIC 9(09) COMP VALUE ZERO.
       77  WS-PULLED-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-BATCH-CAD-TOTAL            PIC 9(15)V99   VALUE ZERO.
       77  WS-RATE-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-RATE-MAX                   PIC 9(03) COMP VALUE 500.
       77  WS-TK-COUNT                   PIC 9(05) COMP VALUE ZERO.
       77  WS-TK-MAX                     PIC 9(05) COMP VALUE 10000.
       77  WS-TK-SUB2                    PIC 9(05) COMP VALUE ZERO.
       77  WS-NT-COUNT                   PIC 9(05) COMP VALUE ZERO.
       77  WS-NT-MAX                     PIC 9(05) COMP VALUE 5000.
       77  WS-NT-SUB                     PIC 9(05) COMP VALUE ZERO.
       77  WS-MASTER-SUB                 PIC 9(05) COMP VALUE ZERO.
       77  WS-GRP-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  WS-GRP-MAX                    PIC 9(04) COMP VALUE 500.
       77  WS-GM-SUB                     PIC 9(04) COMP VALUE ZERO.
       77  WS-GM-J                       PIC 9(04) COMP VALUE ZERO.
       77  WS-ANCHOR-SUB                 PIC 9(04) COMP VALUE ZERO.
       77  WS-FIRST-SUB                  PIC 9(04) COMP VALUE ZERO.
       77  WS-RPT-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  WS-RPT-NO                     PIC 9(04) COMP VALUE ZERO.
       77  WS-RF-COUNT                   PIC 9(04) COMP VALUE ZERO.
       77  WS-RF-MAX                     PIC 9(04) COMP VALUE 2000.
       77  WS-RF-SUB                     PIC 9(04) COMP VALUE ZERO.
       77  WS-CHAIN-SUB                  PIC 9(04) COMP VALUE ZERO.
       77  WS-CAD-RATE                   PIC 9(07)V9(06) VALUE ZERO.
       77  WS-CAD-AMT                    PIC 9(13)V99   VALUE ZERO.
       77  WS-AGG-CAD                    PIC 9(15)V99   VALUE ZERO.
       77  WS-VD-MONTH-LEN               PIC 9(02) COMP VALUE ZERO.
       77  WS-ZW2                        PIC 9(04) COMP VALUE ZERO.
       77  WS-ZW4                        PIC 9(06) COMP VALUE ZERO.
       77  WS-PREV-WIRE-REF              PIC X(15)   VALUE LOW-VALUES.
       77  WS-PRIOR-REF                  PIC X(18)   VALUE SPACES.
       77  WS-ANCHOR-DATE                PIC X(10)   VALUE SPACES.
       77  WS-EXCEPTION-REASON           PIC X(34)   VALUE SPACES.
       77  WS-ORDERING-NAME              PIC X(35)   VALUE SPACES.
       77  WS-LOOKUP-CUSTID              PIC X(05)   VALUE SPACES.
       77  WS-ACTUAL-RUN-DATE            PIC X(10)   VALUE SPACES.
      *    THE DETAIL BEING EVALUATED.  THE FILE IS READ ONE RECORD
      *    AHEAD INTO WS-NEXT-RECORD SO A WPS-CORR-REC FOLLOWING THE
      *    DETAIL CAN BE PICKED UP WITH IT
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
       01  WS-CHAIN-TABLE.
           05 WS-CHAIN-BANK OCCURS 3 TIMES.
              10 WS-CHAIN-BANKID         PIC X(35).
              10 WS-CHAIN-CTRY           PIC X(03).
      *    THE TRACKING ENTRY IN HAND
           COPY FINTRK.
      *    THE WIRE FIELDS AS REPORTED -- LAID OUT AS FTRK-FILED-CONTENT
       01  WS-CONTENT-WORK.
           05 WS-CW-PAYMT-AMT            PIC 9(13)V99.
           05 WS-CW-PAYMT-CURR           PIC X(03).
           05 WS-CW-PAYMT-BR             PIC 9(04).
           05 WS-CW-PAYMT-ACCT           PIC 9(09).
           05 WS-CW-DEST                 PIC X(35).
           05 WS-CW-BANKID               PIC X(35).
           05 WS-CW-CHAIN-CTRY OCCURS 3 TIMES
                                         PIC X(03).
      *    IN-STORAGE COPY OF THE FXRATE TABLE, IN KEY ORDER FOR THE
      *    BINARY SEARCH.  ONLY THE FXR-CAD-RATE CONVERSION COLUMN
      *    MATTERS HERE
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 1 TO 500 TIMES
                             DEPENDING ON WS-RATE-COUNT
                             ASCENDING KEY IS WS-RT-CURRENCY
                             INDEXED BY WS-RATE-IDX.
              10 WS-RT-CURRENCY          PIC X(03).
              10 WS-RT-CAD-RATE          PIC S9(07)V9(06) COMP-3.
      *    THE OLD TRACKING MASTER, IN WIRE REFERENCE ORDER.  SEEN 'Y'
      *    IS A WIRE ON TONIGHT'S FILE, 'C' ONE CARRIED INTO TONIGHT'S
      *    EVALUATION FROM THE MASTER.  CANCEL 'Y' MARKS A FILED WIRE
      *    THAT HAS TO BE WITHDRAWN; DONE 'Y' ONCE IT HAS BEEN
       01  WS-TK-TABLE.
           05 WS-TK-ENTRY OCCURS 1 TO 10000 TIMES
                             DEPENDING ON WS-TK-COUNT
                             ASCENDING KEY IS WS-TK-WIRE-REF
                             INDEXED BY WS-TK-IDX.
              10 WS-TK-IMAGE.
                 15 WS-TK-WIRE-REF       PIC X(15).
                 15 FILLER               PIC X(225).
              10 WS-TK-SEEN-SW           PIC X(01).
                 88 TK-NOT-SEEN                      VALUE 'N'.
                 88 TK-SEEN-TONIGHT                  VALUE 'Y'.
                 88 TK-CARRIED                       VALUE 'C'.
              10 WS-TK-CANCEL-SW         PIC X(01).
                 88 TK-TO-BE-CANCELLED               VALUE 'Y'.
              10 WS-TK-DONE-SW           PIC X(01).
                 88 TK-CANCEL-DONE                   VALUE 'Y'.
      *    WIRES ON TONIGHT'S FILE NOT YET ON THE TRACKING MASTER
       01  WS-NT-TABLE.
           05 WS-NT-ENTRY OCCURS 5000 TIMES.
              10 WS-NT-IMAGE             PIC X(240).
      *    ONE CUSTOMER'S CANDIDATE WIRES, IN DATE / TIME ORDER.
      *    WS-GM-REPORT-NO IS THE REPORT THE WIRE WAS PLACED IN, ZERO
      *    WHILE UNREPORTED
       01  WS-GROUP-WORK.
           05 WS-GRP-CUSTID              PIC X(05).
           05 WS-GRP-MEMBER OCCURS 500 TIMES.
              10 WS-GM-TRANS-DATE        PIC X(10).
              10 WS-GM-TRANS-TIME        PIC X(08).
              10 WS-GM-WIRE-REF          PIC X(15).
              10 WS-GM-SOURCE            PIC X(01).
                 88 GM-FROM-TONIGHT                  VALUE 'T'.
                 88 GM-CARRIED                       VALUE 'P'.
              10 WS-GM-MASTER-SUB        PIC 9(05) COMP.
              10 WS-GM-NEW-SUB           PIC 9(05) COMP.
              10 WS-GM-CAD-AMT           PIC 9(13)V99.
              10 WS-GM-CAD-RATE          PIC 9(07)V9(06).
              10 WS-GM-XMIT-DATE         PIC X(10).
              10 WS-GM-CONTENT           PIC X(110).
              10 WS-GM-REPORT-NO         PIC 9(04) COMP.
           05 WS-GRP-RULE OCCURS 500 TIMES PIC X(01).
      *    REPORT REFERENCES TOUCHED THIS RUN.  'R' WENT OUT TONIGHT AS
      *    AN INITIAL OR CORRECTION REPORT; 'D' LOST A FILED WIRE;
      *    'T' HAD ITS WIRES MOVED TO ANOTHER REPORT; 'X' HAS BEEN
      *    CANCELLED.  'R' OUTRANKS 'D', WHICH OUTRANKS 'T'
       01  WS-REF-TABLE.
           05 WS-RF-ENTRY OCCURS 2000 TIMES.
              10 WS-RF-REPORT-REF        PIC X(18).
              10 WS-RF-STATE             PIC X(01).
                 88 RF-REFILED                       VALUE 'R'.
                 88 RF-DROPPED                       VALUE 'D'.
                 88 RF-RETIRED                       VALUE 'T'.
                 88 RF-CANCELLED                     VALUE 'X'.
              10 WS-RF-CUSTID            PIC X(05).
              10 WS-RF-BRANCH            PIC 9(04).
              10 WS-RF-ACCT              PIC 9(09).
              10 WS-RF-RULE              PIC X(01).
       01  WS-REF-ARG.
           05 WS-RA-REPORT-REF           PIC X(18).
           05 WS-RA-STATE                PIC X(01).
           05 WS-RA-CUSTID               PIC X(05).
           05 WS-RA-BRANCH               PIC 9(04).
           05 WS-RA-ACCT                 PIC 9(09).
           05 WS-RA-RULE                 PIC X(01).
      *    THE REPORT BEING WRITTEN
       01  WS-RPT-WORK.
           05 WS-RW-REPORT-REF           PIC X(18).
           05 WS-RW-CHANGE-IND           PIC X(01).
              88 RW-INITIAL                          VALUE 'N'.
              88 RW-CORRECTION                       VALUE 'C'.
              88 RW-CANCELLATION                     VALUE 'X'.
           05 WS-RW-RULE-IND             PIC X(01).
           05 WS-RW-TXN-COUNT            PIC 9(03).
           05 WS-RW-CAD-TOTAL            PIC 9(13)V99.
           05 WS-RW-CUSTID               PIC X(05).
           05 WS-RW-BRANCH               PIC 9(04).
           05 WS-RW-ACCT                 PIC 9(09).
      *    THE TRANSACTION BEING WRITTEN; ITS WIRE FIELDS ARE IN
      *    WS-CONTENT-WORK
       01  WS-TXN-WORK.
           05 WS-TX-SEQ                  PIC 9(03).
           05 WS-TX-WIRE-REF             PIC X(15).
           05 WS-TX-TRANS-DATE           PIC X(10).
           05 WS-TX-TRANS-TIME           PIC X(08).
           05 WS-TX-CAD-AMT              PIC 9(13)V99.
           05 WS-TX-CAD-RATE             PIC 9(07)V9(06).
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
      *    DATE ARITHMETIC WORK AREAS: THE RUN DATE STEPPED BACK FOR
      *    THE AGE-OFF CUTOFFS, AND A TRANSACTION DATE STEPPED FORWARD
      *    ONE DAY FOR THE 24-HOUR WINDOW
       01  WS-CUT-WORK.
           05 WS-CUT-YY                  PIC 9(02).
           05 WS-CUT-MM                  PIC 9(02).
           05 WS-CUT-DD                  PIC 9(02).
       01  WS-CUTOFF-DATE.
           05 FILLER                     PIC X(02) VALUE '20'.
           05 WS-CO-YY                   PIC 9(02).
           05 FILLER                     PIC X(01) VALUE '-'.
           05 WS-CO-MM                   PIC 9(02).
           05 FILLER                     PIC X(01) VALUE '-'.
           05 WS-CO-DD                   PIC 9(02).
       01  WS-PEND-CUTOFF                PIC X(10) VALUE SPACES.
       01  WS-RETAIN-CUTOFF              PIC X(10) VALUE SPACES.
       01  WS-MONTH-WORK.
           05 WS-ML-YY                   PIC 9(02).
           05 WS-ML-MM                   PIC 9(02).
       01  WS-NEXT-DAY-DATE.
           05 WS-ND-CC                   PIC X(02) VALUE '20'.
           05 WS-ND-YY                   PIC 9(02).
           05 FILLER                     PIC X(01) VALUE '-'.
           05 WS-ND-MM                   PIC 9(02).
           05 FILLER                     PIC X(01) VALUE '-'.
           05 WS-ND-DD                   PIC 9(02).
       01  HDG1-LINE.
           05 FILLER PIC X(46)
               VALUE 'FINTRAC EFT REPORT CONTROL --                 '.
           05 HDG1-RUN-DATE    PIC X(10).
           05 FILLER PIC X(13) VALUE '  THRESHOLD '.
           05 HDG1-THRESHOLD   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(43) VALUE ' CAD'.
       01  HDG2-LINE.
           05 FILLER PIC X(40)
               VALUE 'REPORT-REF          CHANGE        RULE  '.
           05 FILLER PIC X(40)
               VALUE '    CUSTID NAME                         '.
           05 FILLER PIC X(40)
               VALUE '        TXNS            CAD TOTAL       '.
           05 FILLER PIC X(12) VALUE SPACES.
       01  HDG3-LINE.
           05 FILLER PIC X(40)
               VALUE '    WIRE-REF         TRANS-DATE TIME    '.
           05 FILLER PIC X(40)
               VALUE '                  AMOUNT CCY           C'.
           05 FILLER PIC X(40)
               VALUE 'AD AMOUNT  DEST CHAIN                   '.
           05 FILLER PIC X(12) VALUE SPACES.
       01  REPORT-LINE.
           05 RL-REPORT-REF    PIC X(18).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RL-CHANGE        PIC X(12).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RL-RULE          PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RL-CUSTID        PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 RL-NAME          PIC X(35).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RL-TXN-COUNT     PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RL-CAD-TOTAL     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(20) VALUE SPACES.
       01  WIRE-LINE.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WL-WIRE-REF      PIC X(15).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WL-TRANS-DATE    PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WL-TRANS-TIME    PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WL-CURR          PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WL-CAD-AMOUNT    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WL-DEST-CTRY     PIC X(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WL-CHAIN OCCURS 3 TIMES.
              10 WL-CHAIN-CTRY PIC X(03).
              10 FILLER        PIC X(01).
           05 FILLER           PIC X(27) VALUE SPACES.
       01  EXCEPTION-LINE.
           05 FILLER           PIC X(15) VALUE 'NOT EVALUATED  '.
           05 EX-WIRE-REF      PIC X(15).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EX-CUSTID        PIC X(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EX-TRANS-DATE    PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 EX-TRANS-TIME    PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EX-REASON        PIC X(34).
           05 FILLER           PIC X(38) VALUE SPACES.
       01  SUMMARY-LINE.
           05 SUM-LABEL        PIC X(40).
           05 SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(81) VALUE SPACES.
       01  SUMMARY-AMT-LINE.
           05 SUM-AMT-LABEL    PIC X(40).
           05 SUM-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(67) VALUE ' CAD'.
       01  ACTUAL-RUN-LINE.
           05 FILLER           PIC X(26)
               VALUE 'SYSTEM DATE ACTUALLY RAN: '.
           05 ARL-ACTUAL-DATE  PIC X(10).
           05 FILLER           PIC X(96) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           PERFORM 2000-LOAD-TRACKING     THRU 2000-EXIT.
           PERFORM 3000-EVALUATE-WIRES    THRU 3000-EXIT.
           PERFORM 5000-FILE-CANCELLATIONS THRU 5000-EXIT.
           PERFORM 6000-WRITE-TRACKING    THRU 6000-EXIT.
           PERFORM 7500-WRITE-TRAILER     THRU 7500-EXIT.
           PERFORM 8000-WRITE-SUMMARY     THRU 8000-EXIT.
           PERFORM 9000-TERMINATE         THRU 9000-EXIT.
           IF WS-EXCEPTION-COUNT  > ZERO
              OR WS-CORRECTION-COUNT > ZERO
              OR WS-CANCEL-COUNT     > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-YY TO WS-RUN-YY.
           MOVE WS-CURR-MM TO WS-RUN-MM.
           MOVE WS-CURR-DD TO WS-RUN-DD.
           MOVE WS-RUN-DATE-OUT TO WS-ACTUAL-RUN-DATE.
           PERFORM 1050-READ-BUSDATE    THRU 1050-EXIT.
           MOVE WS-PEND-BACK-DAYS TO WS-BACK-DAYS.
           PERFORM 1200-DERIVE-CUTOFF   THRU 1200-EXIT.
           MOVE WS-CUTOFF-DATE TO WS-PEND-CUTOFF.
           MOVE WS-RETAIN-BACK-DAYS TO WS-BACK-DAYS.
           PERFORM 1200-DERIVE-CUTOFF   THRU 1200-EXIT.
           MOVE WS-CUTOFF-DATE TO WS-RETAIN-CUTOFF.
           PERFORM 1400-LOAD-FXRATE-TABLE THRU 1400-EXIT.
           OPEN INPUT  CUSTACCT-FILE.
           OPEN OUTPUT FINTRAC-BATCH-FILE.
           OPEN OUTPUT FINTRAC-REPORT.
           MOVE SPACES              TO FINTRAC-EFT-RECORD.
           SET FEFT-BATCH-HEADER    TO TRUE.
           MOVE WS-REPORTING-ENTITY TO FEFT-REPORTING-ENTITY.
           MOVE WS-RUN-DATE-OUT     TO FEFT-BATCH-DATE.
           MOVE WS-ACTUAL-RUN-DATE  TO FEFT-BATCH-CREATED.
           MOVE WS-REPORT-KIND      TO FEFT-REPORT-KIND.
           WRITE FINTRAC-EFT-RECORD.
           MOVE WS-RUN-DATE-OUT  TO HDG1-RUN-DATE.
           MOVE WS-EFT-THRESHOLD TO HDG1-THRESHOLD.
           WRITE FINTRAC-REPORT-LINE FROM HDG1-LINE.
           MOVE WS-ACTUAL-RUN-DATE TO ARL-ACTUAL-DATE.
           WRITE FINTRAC-REPORT-LINE FROM ACTUAL-RUN-LINE.
           WRITE FINTRAC-REPORT-LINE FROM HDG2-LINE.
           WRITE FINTRAC-REPORT-LINE FROM HDG3-LINE.
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
      * 1200-DERIVE-CUTOFF - STEP THE RUN DATE BACK WS-BACK-DAYS       *
      * CALENDAR DAYS INTO WS-CUTOFF-DATE                              *
      *----------------------------------------------------------------*
       1200-DERIVE-CUTOFF.
           MOVE WS-RUN-YY TO WS-CUT-YY.
           MOVE WS-RUN-MM TO WS-CUT-MM.
           MOVE WS-RUN-DD TO WS-CUT-DD.
           IF WS-BACK-DAYS > ZERO
               PERFORM 1210-BACK-ONE-DAY THRU 1210-EXIT
                   VARYING WS-MINUS-COUNT FROM 1 BY 1
                   UNTIL WS-MINUS-COUNT > WS-BACK-DAYS
           END-IF.
           MOVE WS-CUT-YY TO WS-CO-YY.
           MOVE WS-CUT-MM TO WS-CO-MM.
           MOVE WS-CUT-DD TO WS-CO-DD.
       1200-EXIT.
           EXIT.
       1210-BACK-ONE-DAY.
           IF WS-CUT-DD > 1
               SUBTRACT 1 FROM WS-CUT-DD
           ELSE
               IF WS-CUT-MM > 1
                   SUBTRACT 1 FROM WS-CUT-MM
               ELSE
                   MOVE 12 TO WS-CUT-MM
                   SUBTRACT 1 FROM WS-CUT-YY
               END-IF
               MOVE WS-CUT-YY TO WS-ML-YY
               MOVE WS-CUT-MM TO WS-ML-MM
               PERFORM 1220-SET-MONTH-LEN THRU 1220-EXIT
               MOVE WS-VD-MONTH-LEN TO WS-CUT-DD
           END-IF.
       1210-EXIT.
           EXIT.
       1220-SET-MONTH-LEN.
           EVALUATE WS-ML-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-VD-MONTH-LEN
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-VD-MONTH-LEN
               WHEN OTHER
      *            2000-2099: A YEAR DIVISIBLE BY FOUR IS A LEAP YEAR
                   DIVIDE WS-ML-YY BY 4 GIVING WS-ZW4
                       REMAINDER WS-ZW2
                   IF WS-ZW2 = ZERO
                       MOVE 29 TO WS-VD-MONTH-LEN
                   ELSE
                       MOVE 28 TO WS-VD-MONTH-LEN
                   END-IF
           END-EVALUATE.
       1220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1230-SET-NEXT-DAY - WS-NEXT-DAY-DATE IS THE DAY AFTER          *
      * WS-ANCHOR-DATE.  A DATE THAT IS NOT YYYY-MM-DD HAS NO NEXT     *
      * DAY, AND ONLY WIRES ON THE SAME DATE JOIN ITS WINDOW           *
      *----------------------------------------------------------------*
       1230-SET-NEXT-DAY.
           MOVE 'N' TO NEXT-DAY-SW.
           IF WS-ANCHOR-DATE (3:2) NOT NUMERIC
              OR WS-ANCHOR-DATE (6:2) NOT NUMERIC
              OR WS-ANCHOR-DATE (9:2) NOT NUMERIC
               GO TO 1230-EXIT
           END-IF.
           MOVE 'Y' TO NEXT-DAY-SW.
           MOVE WS-ANCHOR-DATE (1:2) TO WS-ND-CC.
           MOVE WS-ANCHOR-DATE (3:2) TO WS-ND-YY.
           MOVE WS-ANCHOR-DATE (6:2) TO WS-ND-MM.
           MOVE WS-ANCHOR-DATE (9:2) TO WS-ND-DD.
           MOVE WS-ND-YY TO WS-ML-YY.
           MOVE WS-ND-MM TO WS-ML-MM.
           PERFORM 1220-SET-MONTH-LEN THRU 1220-EXIT.
           IF WS-ND-DD < WS-VD-MONTH-LEN
               ADD 1 TO WS-ND-DD
           ELSE
               MOVE 1 TO WS-ND-DD
               IF WS-ND-MM < 12
                   ADD 1 TO WS-ND-MM
               ELSE
                   MOVE 1 TO WS-ND-MM
                   ADD 1 TO WS-ND-YY
               END-IF
           END-IF.
       1230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1400-LOAD-FXRATE-TABLE - ONE SEQUENTIAL PASS, IN KEY ORDER     *
      * FOR THE BINARY SEARCH, CARRYING THE FXR-CAD-RATE CONVERSION    *
      * COLUMN THE THRESHOLD IS TESTED IN                              *
      *----------------------------------------------------------------*
       1400-LOAD-FXRATE-TABLE.
           OPEN INPUT FXRATE-FILE.
           PERFORM 1410-READ-FXRATE THRU 1410-EXIT.
           PERFORM 1420-STORE-FXRATE THRU 1420-EXIT
               UNTIL FXRATE-EOF.
           CLOSE FXRATE-FILE.
       1400-EXIT.
           EXIT.
       1410-READ-FXRATE.
           READ FXRATE-FILE NEXT RECORD
               AT END SET FXRATE-EOF TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.
       1420-STORE-FXRATE.
           IF WS-RATE-COUNT >= WS-RATE-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RATE-COUNT.
           SET WS-RATE-IDX TO WS-RATE-COUNT.
           MOVE FXR-CURRENCY TO WS-RT-CURRENCY (WS-RATE-IDX).
           MOVE FXR-CAD-RATE TO WS-RT-CAD-RATE (WS-RATE-IDX).
           PERFORM 1410-READ-FXRATE THRU 1410-EXIT.
       1420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-LOAD-TRACKING - THE OLD TRACKING MASTER INTO STORAGE FOR  *
      * THE BINARY SEARCH.  A MASTER OUT OF WIRE REFERENCE ORDER, OR   *
      * BIGGER THAN THE STORAGE COPY, FAILS THE RUN                    *
      *----------------------------------------------------------------*
       2000-LOAD-TRACKING.
           OPEN INPUT TRACK-IN-FILE.
           PERFORM 2010-READ-TRACKING THRU 2010-EXIT.
           PERFORM 2020-STORE-TRACKING THRU 2020-EXIT
               UNTIL TRACK-EOF.
           CLOSE TRACK-IN-FILE.
       2000-EXIT.
           EXIT.
       2010-READ-TRACKING.
           READ TRACK-IN-FILE INTO FINTRAC-TRACK-RECORD
               AT END SET TRACK-EOF TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.
       2020-STORE-TRACKING.
           IF WS-TK-COUNT >= WS-TK-MAX
              OR FTRK-WIRE-REF NOT > WS-PREV-WIRE-REF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-TK-COUNT.
           ADD 1 TO WS-TRACK-IN-COUNT.
           SET WS-TK-IDX TO WS-TK-COUNT.
           MOVE FINTRAC-TRACK-RECORD TO WS-TK-IMAGE (WS-TK-IDX).
           MOVE 'N' TO WS-TK-SEEN-SW (WS-TK-IDX).
           MOVE 'N' TO WS-TK-CANCEL-SW (WS-TK-IDX).
           MOVE 'N' TO WS-TK-DONE-SW (WS-TK-IDX).
           MOVE FTRK-WIRE-REF TO WS-PREV-WIRE-REF.
           PERFORM 2010-READ-TRACKING THRU 2010-EXIT.
       2020-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-EVALUATE-WIRES - TONIGHT'S INTERNATIONAL WIRES AND THE    *
      * ENTRIES CARRIED FROM THE MASTER ARE SORTED INTO CUSTOMER /     *
      * DATE / TIME ORDER AND EVALUATED ONE CUSTOMER AT A TIME         *
      *----------------------------------------------------------------*
       3000-EVALUATE-WIRES.
           SORT CAND-SORT-FILE
               ON ASCENDING KEY CS-CUSTID
                                CS-TRANS-DATE
                                CS-TRANS-TIME
                                CS-WIRE-REF
               INPUT PROCEDURE  3100-RELEASE-CANDIDATES THRU 3100-EXIT
               OUTPUT PROCEDURE 4000-BUILD-REPORTS      THRU 4000-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3100-RELEASE-CANDIDATES - SORT INPUT PROCEDURE.  EVERY         *
      * INTERNATIONAL DETAIL ON THE FINAL FILE, THEN THE MASTER        *
      * ENTRIES STILL INSIDE THE 24-HOUR WINDOW                        *
      *----------------------------------------------------------------*
       3100-RELEASE-CANDIDATES.
           OPEN INPUT WPS-FINAL-FILE.
           PERFORM 3110-READ-FINAL THRU 3110-EXIT.
           PERFORM 3200-PROCESS-RECORD THRU 3200-EXIT
               UNTIL FINAL-EOF.
           CLOSE WPS-FINAL-FILE.
           PERFORM 3500-RELEASE-CARRIED THRU 3500-EXIT
               VARYING WS-TK-IDX FROM 1 BY 1
               UNTIL WS-TK-IDX > WS-TK-COUNT.
       3100-EXIT.
           EXIT.
       3110-READ-FINAL.
           READ WPS-FINAL-FILE INTO WS-NEXT-RECORD
               AT END SET FINAL-EOF TO TRUE
           END-READ.
       3110-EXIT.
           EXIT.
       3200-PROCESS-RECORD.
           MOVE WS-NEXT-RECORD TO WPS-RECORD.
           PERFORM 3110-READ-FINAL THRU 3110-EXIT.
           IF NOT WPS-DETAIL-REC
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           PERFORM 3300-PICK-UP-CHAIN THRU 3300-EXIT.
           PERFORM 3400-SELECT-WIRE   THRU 3400-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3300-PICK-UP-CHAIN - A WPS-CORR-REC IMMEDIATELY BEHIND THE     *
      * DETAIL AND MATCHING IT ON CUSTOMER/DATE/TIME CARRIES THE       *
      * CORRESPONDENT CHAIN                                            *
      *----------------------------------------------------------------*
       3300-PICK-UP-CHAIN.
           MOVE SPACES TO WS-CHAIN-TABLE.
           IF FINAL-EOF OR NOT NEXT-IS-CORR
               GO TO 3300-EXIT
           END-IF.
           IF WS-NEXT-CORR-CUSTID     NOT = WPS-CUSTID
              OR WS-NEXT-CORR-TRANS-DATE NOT = WPS-TRANS-DATE
              OR WS-NEXT-CORR-TRANS-TIME NOT = WPS-TRANS-TIME
               GO TO 3300-EXIT
           END-IF.
           MOVE WS-NEXT-CORR-BANK-TABLE TO WS-CHAIN-TABLE.
           PERFORM 3110-READ-FINAL THRU 3110-EXIT.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3400-SELECT-WIRE - A WIRE WHOSE BENEFICIARY IS OUTSIDE THE     *
      * HOME COUNTRY IS CONVERTED TO CAD AND RELEASED FOR EVALUATION,  *
      * TIED TO ITS MASTER ENTRY OR TO A NEW ONE.  CAD, A CURRENCY     *
      * WITH NO RATE ON FILE, OR A ZERO RATE CONVERTS AT PAR           *
      *----------------------------------------------------------------*
       3400-SELECT-WIRE.
           IF WPS-WIRE-REF = SPACES OR LOW-VALUES
               MOVE 'NO WIRE REFERENCE' TO WS-EXCEPTION-REASON
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
               GO TO 3400-EXIT
           END-IF.
           IF WPS-PAYMT-AMT NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC' TO WS-EXCEPTION-REASON
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
               GO TO 3400-EXIT
           END-IF.
           IF WPS-DEST (1:3) = WS-HOME-CTRY
               ADD 1 TO WS-DOMESTIC-COUNT
               GO TO 3400-EXIT
           END-IF.
           ADD 1 TO WS-INTL-COUNT.
           MOVE 1 TO WS-CAD-RATE.
           IF WPS-PAYMT-CURR NOT = 'CAD' AND WS-RATE-COUNT > ZERO
               SEARCH ALL WS-RATE-ENTRY
                   AT END CONTINUE
                   WHEN WS-RT-CURRENCY (WS-RATE-IDX) = WPS-PAYMT-CURR
                       IF WS-RT-CAD-RATE (WS-RATE-IDX) NOT = ZERO
                           MOVE WS-RT-CAD-RATE (WS-RATE-IDX)
                               TO WS-CAD-RATE
                       END-IF
               END-SEARCH
           END-IF.
           COMPUTE WS-CAD-AMT ROUNDED = WPS-PAYMT-AMT * WS-CAD-RATE.
           MOVE WPS-PAYMT-AMT   TO WS-CW-PAYMT-AMT.
           MOVE WPS-PAYMT-CURR  TO WS-CW-PAYMT-CURR.
           MOVE WPS-PAYMT-BR    TO WS-CW-PAYMT-BR.
           MOVE WPS-PAYMT-ACCT  TO WS-CW-PAYMT-ACCT.
           MOVE WPS-DEST        TO WS-CW-DEST.
           MOVE WPS-BANKID      TO WS-CW-BANKID.
           PERFORM 3410-TAKE-CHAIN-CTRY THRU 3410-EXIT
               VARYING WS-CHAIN-SUB FROM 1 BY 1
               UNTIL WS-CHAIN-SUB > 3.
           MOVE SPACES          TO CAND-SORT-REC.
           MOVE WPS-CUSTID      TO CS-CUSTID.
           MOVE WPS-TRANS-DATE  TO CS-TRANS-DATE.
           MOVE WPS-TRANS-TIME  TO CS-TRANS-TIME.
           MOVE WPS-WIRE-REF    TO CS-WIRE-REF.
           MOVE 'T'             TO CS-SOURCE.
           MOVE WS-CAD-AMT      TO CS-CAD-AMT.
           MOVE WS-CAD-RATE     TO CS-CAD-RATE.
           MOVE WS-RUN-DATE-OUT TO CS-XMIT-DATE.
           MOVE WS-CONTENT-WORK TO CS-CONTENT.
           MOVE ZERO            TO CS-MASTER-SUB.
           MOVE ZERO            TO CS-NEW-SUB.
           IF WS-TK-COUNT > ZERO
               SEARCH ALL WS-TK-ENTRY
                   AT END CONTINUE
                   WHEN WS-TK-WIRE-REF (WS-TK-IDX) = WPS-WIRE-REF
                       MOVE 'Y' TO WS-TK-SEEN-SW (WS-TK-IDX)
                       SET WS-MASTER-SUB TO WS-TK-IDX
                       MOVE WS-MASTER-SUB TO CS-MASTER-SUB
               END-SEARCH
           END-IF.
           IF CS-MASTER-SUB = ZERO
               PERFORM 3420-ADD-NEW-ENTRY THRU 3420-EXIT
           END-IF.
           RELEASE CAND-SORT-REC.
       3400-EXIT.
           EXIT.
       3410-TAKE-CHAIN-CTRY.
           MOVE WS-CHAIN-CTRY (WS-CHAIN-SUB)
               TO WS-CW-CHAIN-CTRY (WS-CHAIN-SUB).
       3410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3420-ADD-NEW-ENTRY - A WIRE FIRST SEEN TONIGHT STARTS ON THE   *
      * MASTER AS PENDING; THE EVALUATION FILES IT OR LEAVES IT SO     *
      *----------------------------------------------------------------*
       3420-ADD-NEW-ENTRY.
           IF WS-NT-COUNT >= WS-NT-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NT-COUNT.
           MOVE SPACES          TO FINTRAC-TRACK-RECORD.
           MOVE WPS-WIRE-REF    TO FTRK-WIRE-REF.
           MOVE WS-RUN-DATE-OUT TO FTRK-XMIT-DATE.
           MOVE WPS-CUSTID      TO FTRK-CUSTID.
           MOVE WPS-TRANS-DATE  TO FTRK-TRANS-DATE.
           MOVE WPS-TRANS-TIME  TO FTRK-TRANS-TIME.
           SET FTRK-PENDING     TO TRUE.
           MOVE WS-CAD-AMT      TO FTRK-CAD-AMT.
           MOVE WS-CAD-RATE     TO FTRK-CAD-RATE.
           MOVE WS-CONTENT-WORK TO FTRK-FILED-CONTENT.
           MOVE FINTRAC-TRACK-RECORD TO WS-NT-IMAGE (WS-NT-COUNT).
           MOVE WS-NT-COUNT     TO CS-NEW-SUB.
       3420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3500-RELEASE-CARRIED - A MASTER ENTRY NOT ON TONIGHT'S FILE    *
      * IS EVALUATED AGAIN WHILE IT IS STILL INSIDE THE 24-HOUR        *
      * WINDOW AND EITHER PENDING, OR FILED EARLIER TONIGHT FROM AN    *
      * EARLIER DAY'S TRANSMISSION (SO A RERUN SEES THE SAME WIRES THE *
      * FIRST RUN DID).  A PENDING ENTRY FROM TONIGHT'S TRANSMISSION   *
      * THAT IS NOT ON THE FILE WAS PULLED BEFORE THIS RERUN AND IS    *
      * LEFT OUT                                                       *
      *----------------------------------------------------------------*
       3500-RELEASE-CARRIED.
           IF NOT TK-NOT-SEEN (WS-TK-IDX)
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-TK-IMAGE (WS-TK-IDX) TO FINTRAC-TRACK-RECORD.
           IF FTRK-TRANS-DATE < WS-PEND-CUTOFF
               GO TO 3500-EXIT
           END-IF.
           IF FTRK-PENDING
              AND FTRK-XMIT-DATE = WS-RUN-DATE-OUT
               GO TO 3500-EXIT
           END-IF.
           IF NOT FTRK-PENDING
              AND NOT (FTRK-ON-FILE-WITH-FINTRAC
                       AND FTRK-FILED-DATE = WS-RUN-DATE-OUT
                       AND FTRK-XMIT-DATE NOT = WS-RUN-DATE-OUT)
               GO TO 3500-EXIT
           END-IF.
           MOVE 'C' TO WS-TK-SEEN-SW (WS-TK-IDX).
           ADD 1 TO WS-CARRIED-COUNT.
           MOVE SPACES          TO CAND-SORT-REC.
           MOVE FTRK-CUSTID     TO CS-CUSTID.
           MOVE FTRK-TRANS-DATE TO CS-TRANS-DATE.
           MOVE FTRK-TRANS-TIME TO CS-TRANS-TIME.
           MOVE FTRK-WIRE-REF   TO CS-WIRE-REF.
           MOVE 'P'             TO CS-SOURCE.
           SET WS-MASTER-SUB    TO WS-TK-IDX.
           MOVE WS-MASTER-SUB   TO CS-MASTER-SUB.
           MOVE ZERO            TO CS-NEW-SUB.
           MOVE FTRK-CAD-AMT    TO CS-CAD-AMT.
           MOVE FTRK-CAD-RATE   TO CS-CAD-RATE.
           MOVE FTRK-XMIT-DATE  TO CS-XMIT-DATE.
           MOVE FTRK-FILED-CONTENT TO CS-CONTENT.
           RELEASE CAND-SORT-REC.
       3500-EXIT.
           EXIT.
       3900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WPS-WIRE-REF        TO EX-WIRE-REF.
           MOVE WPS-CUSTID          TO EX-CUSTID.
           MOVE WPS-TRANS-DATE      TO EX-TRANS-DATE.
           MOVE WPS-TRANS-TIME      TO EX-TRANS-TIME.
           MOVE WS-EXCEPTION-REASON TO EX-REASON.
           WRITE FINTRAC-REPORT-LINE FROM EXCEPTION-LINE.
       3900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4000-BUILD-REPORTS - SORT OUTPUT PROCEDURE.  A FILED WIRE FROM *
      * TONIGHT'S TRANSMISSION THAT IS NO LONGER ON THE FILE IS MARKED *
      * FOR CANCELLATION FIRST, SO THE REPORT IT WAS IN IS NOT TAKEN   *
      * AS UNCHANGED; THEN EACH CUSTOMER'S WIRES ARE EVALUATED         *
      *----------------------------------------------------------------*
       4000-BUILD-REPORTS.
           PERFORM 4010-FLAG-MISSING THRU 4010-EXIT
               VARYING WS-TK-IDX FROM 1 BY 1
               UNTIL WS-TK-IDX > WS-TK-COUNT.
           MOVE ZERO TO WS-GRP-COUNT.
           PERFORM 4050-RETURN-CANDIDATE THRU 4050-EXIT.
           PERFORM 4100-PROCESS-CANDIDATE THRU 4100-EXIT
               UNTIL CAND-EOF.
           IF WS-GRP-COUNT > ZERO
               PERFORM 4200-EVALUATE-GROUP THRU 4200-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
       4010-FLAG-MISSING.
           IF NOT TK-NOT-SEEN (WS-TK-IDX)
               GO TO 4010-EXIT
           END-IF.
           MOVE WS-TK-IMAGE (WS-TK-IDX) TO FINTRAC-TRACK-RECORD.
           IF FTRK-ON-FILE-WITH-FINTRAC
              AND FTRK-XMIT-DATE = WS-RUN-DATE-OUT
               MOVE 'Y' TO WS-TK-CANCEL-SW (WS-TK-IDX)
               MOVE 'D' TO WS-RA-STATE
               PERFORM 7210-POST-TRACK-REF THRU 7210-EXIT
           END-IF.
       4010-EXIT.
           EXIT.
       4050-RETURN-CANDIDATE.
           RETURN CAND-SORT-FILE
               AT END SET CAND-EOF TO TRUE
           END-RETURN.
       4050-EXIT.
           EXIT.
       4100-PROCESS-CANDIDATE.
           IF WS-GRP-COUNT > ZERO AND CS-CUSTID NOT = WS-GRP-CUSTID
               PERFORM 4200-EVALUATE-GROUP THRU 4200-EXIT
           END-IF.
           IF WS-GRP-COUNT >= WS-GRP-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-GRP-COUNT.
           MOVE CS-CUSTID     TO WS-GRP-CUSTID.
           MOVE CS-TRANS-DATE TO WS-GM-TRANS-DATE (WS-GRP-COUNT).
           MOVE CS-TRANS-TIME TO WS-GM-TRANS-TIME (WS-GRP-COUNT).
           MOVE CS-WIRE-REF   TO WS-GM-WIRE-REF (WS-GRP-COUNT).
           MOVE CS-SOURCE     TO WS-GM-SOURCE (WS-GRP-COUNT).
           MOVE CS-MASTER-SUB TO WS-GM-MASTER-SUB (WS-GRP-COUNT).
           MOVE CS-NEW-SUB    TO WS-GM-NEW-SUB (WS-GRP-COUNT).
           MOVE CS-CAD-AMT    TO WS-GM-CAD-AMT (WS-GRP-COUNT).
           MOVE CS-CAD-RATE   TO WS-GM-CAD-RATE (WS-GRP-COUNT).
           MOVE CS-XMIT-DATE  TO WS-GM-XMIT-DATE (WS-GRP-COUNT).
           MOVE CS-CONTENT    TO WS-GM-CONTENT (WS-GRP-COUNT).
           MOVE ZERO          TO WS-GM-REPORT-NO (WS-GRP-COUNT).
           PERFORM 4050-RETURN-CANDIDATE THRU 4050-EXIT.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4200-EVALUATE-GROUP - ONE CUSTOMER'S WIRES.  EVERY WIRE AT OR  *
      * OVER THE THRESHOLD IS A REPORT ON ITS OWN.  THE SMALLER WIRES  *
      * ARE THEN TAKEN IN TIME ORDER: EACH ONE NOT YET REPORTED OPENS  *
      * A 24-HOUR WINDOW, AND IF THE SMALLER UNREPORTED WIRES INSIDE   *
      * IT REACH THE THRESHOLD THEY ARE ONE AGGREGATE REPORT.  WHAT IS *
      * LEFT IS SETTLED BEFORE THE REPORTS ARE FILED                   *
      *----------------------------------------------------------------*
       4200-EVALUATE-GROUP.
           MOVE ZERO TO WS-RPT-COUNT.
           PERFORM 4210-SINGLE-WIRE THRU 4210-EXIT
               VARYING WS-GM-SUB FROM 1 BY 1
               UNTIL WS-GM-SUB > WS-GRP-COUNT.
           PERFORM 4220-TRY-ANCHOR THRU 4220-EXIT
               VARYING WS-ANCHOR-SUB FROM 1 BY 1
               UNTIL WS-ANCHOR-SUB > WS-GRP-COUNT.
           PERFORM 4250-SETTLE-UNREPORTED THRU 4250-EXIT
               VARYING WS-GM-SUB FROM 1 BY 1
               UNTIL WS-GM-SUB > WS-GRP-COUNT.
           PERFORM 4300-FILE-REPORT THRU 4300-EXIT
               VARYING WS-RPT-NO FROM 1 BY 1
               UNTIL WS-RPT-NO > WS-RPT-COUNT.
           MOVE ZERO TO WS-GRP-COUNT.
       4200-EXIT.
           EXIT.
       4210-SINGLE-WIRE.
           IF WS-GM-CAD-AMT (WS-GM-SUB) < WS-EFT-THRESHOLD
               GO TO 4210-EXIT
           END-IF.
           ADD 1 TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO WS-GM-REPORT-NO (WS-GM-SUB).
           MOVE 'S' TO WS-GRP-RULE (WS-RPT-COUNT).
       4210-EXIT.
           EXIT.
       4220-TRY-ANCHOR.
           IF WS-GM-REPORT-NO (WS-ANCHOR-SUB) NOT = ZERO
               GO TO 4220-EXIT
           END-IF.
           MOVE WS-GM-TRANS-DATE (WS-ANCHOR-SUB) TO WS-ANCHOR-DATE.
           PERFORM 1230-SET-NEXT-DAY THRU 1230-EXIT.
           MOVE ZERO TO WS-AGG-CAD.
           PERFORM 4230-SUM-IN-WINDOW THRU 4230-EXIT
               VARYING WS-GM-J FROM WS-ANCHOR-SUB BY 1
               UNTIL WS-GM-J > WS-GRP-COUNT.
           IF WS-AGG-CAD < WS-EFT-THRESHOLD
               GO TO 4220-EXIT
           END-IF.
           ADD 1 TO WS-RPT-COUNT.
           MOVE 'A' TO WS-GRP-RULE (WS-RPT-COUNT).
           PERFORM 4240-ASSIGN-IN-WINDOW THRU 4240-EXIT
               VARYING WS-GM-J FROM WS-ANCHOR-SUB BY 1
               UNTIL WS-GM-J > WS-GRP-COUNT.
       4220-EXIT.
           EXIT.
       4230-SUM-IN-WINDOW.
           IF WS-GM-REPORT-NO (WS-GM-J) NOT = ZERO
               GO TO 4230-EXIT
           END-IF.
           PERFORM 4235-CHECK-WINDOW THRU 4235-EXIT.
           IF WITHIN-24-HOURS
               ADD WS-GM-CAD-AMT (WS-GM-J) TO WS-AGG-CAD
           END-IF.
       4230-EXIT.
           EXIT.
      *    THE WIRES ARE IN DATE / TIME ORDER, SO WIRE J IS NEVER
      *    EARLIER THAN THE ANCHOR: IT IS INSIDE THE WINDOW ON THE
      *    ANCHOR'S DATE, OR ON THE NEXT DATE BEFORE THE ANCHOR'S TIME
       4235-CHECK-WINDOW.
           MOVE 'N' TO WITHIN-24-SW.
           IF WS-GM-TRANS-DATE (WS-GM-J) = WS-ANCHOR-DATE
               MOVE 'Y' TO WITHIN-24-SW
               GO TO 4235-EXIT
           END-IF.
           IF NEXT-DAY-IS-KNOWN
              AND WS-GM-TRANS-DATE (WS-GM-J) = WS-NEXT-DAY-DATE
              AND WS-GM-TRANS-TIME (WS-GM-J)
                  < WS-GM-TRANS-TIME (WS-ANCHOR-SUB)
               MOVE 'Y' TO WITHIN-24-SW
           END-IF.
       4235-EXIT.
           EXIT.
       4240-ASSIGN-IN-WINDOW.
           IF WS-GM-REPORT-NO (WS-GM-J) NOT = ZERO
               GO TO 4240-EXIT
           END-IF.
           PERFORM 4235-CHECK-WINDOW THRU 4235-EXIT.
           IF WITHIN-24-HOURS
               MOVE WS-RPT-COUNT TO WS-GM-REPORT-NO (WS-GM-J)
           END-IF.
       4240-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4250-SETTLE-UNREPORTED - A WIRE IN NO REPORT IS HELD PENDING,  *
      * UNLESS IT WAS ALREADY FILED, IN WHICH CASE IT IS NO LONGER     *
      * REPORTABLE AND ITS FILING IS MARKED FOR CANCELLATION           *
      *----------------------------------------------------------------*
       4250-SETTLE-UNREPORTED.
           IF WS-GM-REPORT-NO (WS-GM-SUB) NOT = ZERO
               GO TO 4250-EXIT
           END-IF.
           PERFORM 4900-FETCH-MEMBER THRU 4900-EXIT.
           IF FTRK-ON-FILE-WITH-FINTRAC
               MOVE WS-GM-MASTER-SUB (WS-GM-SUB) TO WS-MASTER-SUB
               MOVE 'Y' TO WS-TK-CANCEL-SW (WS-MASTER-SUB)
               MOVE 'D' TO WS-RA-STATE
               PERFORM 7210-POST-TRACK-REF THRU 7210-EXIT
               GO TO 4250-EXIT
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           SET FTRK-PENDING TO TRUE.
           MOVE WS-GM-XMIT-DATE (WS-GM-SUB) TO FTRK-XMIT-DATE.
           MOVE WS-GM-CAD-AMT (WS-GM-SUB)   TO FTRK-CAD-AMT.
           MOVE WS-GM-CAD-RATE (WS-GM-SUB)  TO FTRK-CAD-RATE.
           MOVE WS-GM-CONTENT (WS-GM-SUB)   TO FTRK-FILED-CONTENT.
           PERFORM 4950-STORE-MEMBER THRU 4950-EXIT.
       4250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4300-FILE-REPORT - REPORT WS-RPT-NO OF THE GROUP.  A REPORT    *
      * WITH A WIRE ALREADY ON FILE KEEPS THAT WIRE'S REPORT           *
      * REFERENCE AND GOES OUT AS A CORRECTION -- UNLESS EVERY WIRE IS *
      * ON FILE UNDER THAT REFERENCE WITH THE SAME FIELDS AND NONE OF  *
      * ITS WIRES HAS DROPPED OUT, IN WHICH CASE NOTHING IS FILED      *
      * AGAIN.  A NEW REPORT IS REFERENCED BY ITS FIRST WIRE           *
      *----------------------------------------------------------------*
       4300-FILE-REPORT.
           MOVE ZERO TO WS-FIRST-SUB.
           PERFORM 4310-FIND-FIRST THRU 4310-EXIT
               VARYING WS-GM-SUB FROM 1 BY 1
               UNTIL WS-GM-SUB > WS-GRP-COUNT
                  OR WS-FIRST-SUB > ZERO.
           MOVE SPACES TO WS-PRIOR-REF.
           PERFORM 4320-FIND-PRIOR-REF THRU 4320-EXIT
               VARYING WS-GM-SUB FROM 1 BY 1
               UNTIL WS-GM-SUB > WS-GRP-COUNT
                  OR WS-PRIOR-REF NOT = SPACES.
           MOVE SPACES TO WS-RPT-WORK.
           IF WS-PRIOR-REF = SPACES
               SET RW-INITIAL TO TRUE
               STRING 'EFT' WS-GM-WIRE-REF (WS-FIRST-SUB)
                   DELIMITED BY SIZE INTO WS-RW-REPORT-REF
           ELSE
               SET RW-CORRECTION TO TRUE
               MOVE WS-PRIOR-REF TO WS-RW-REPORT-REF
           END-IF.
           MOVE WS-GRP-RULE (WS-RPT-NO) TO WS-RW-RULE-IND.
           MOVE ZERO TO WS-RW-TXN-COUNT.
           MOVE ZERO TO WS-RW-CAD-TOTAL.
           MOVE 'Y' TO ALL-SAME-SW.
           PERFORM 4330-COMPARE-MEMBER THRU 4330-EXIT
               VARYING WS-GM-SUB FROM 1 BY 1
               UNTIL WS-GM-SUB > WS-GRP-COUNT.
           MOVE WS-RW-REPORT-REF TO WS-RA-REPORT-REF.
           PERFORM 7200-FIND-REF THRU 7200-EXIT.
           IF REF-WAS-FOUND AND RF-DROPPED (WS-RF-SUB)
               MOVE 'N' TO ALL-SAME-SW
           END-IF.
           IF REPORT-IS-UNCHANGED
               ADD 1 TO WS-UNCHANGED-COUNT
               GO TO 4300-EXIT
           END-IF.
           IF RW-INITIAL
               ADD 1 TO WS-INITIAL-COUNT
           ELSE
               ADD 1 TO WS-CORRECTION-COUNT
           END-IF.
           MOVE WS-GM-CONTENT (WS-FIRST-SUB) TO WS-CONTENT-WORK.
           MOVE WS-GRP-CUSTID    TO WS-RW-CUSTID.
           MOVE WS-CW-PAYMT-BR   TO WS-RW-BRANCH.
           MOVE WS-CW-PAYMT-ACCT TO WS-RW-ACCT.
           PERFORM 7250-WRITE-REPORT-REC THRU 7250-EXIT.
           MOVE ZERO TO WS-TX-SEQ.
           PERFORM 4340-FILE-MEMBER THRU 4340-EXIT
               VARYING WS-GM-SUB FROM 1 BY 1
               UNTIL WS-GM-SUB > WS-GRP-COUNT.
           MOVE WS-RW-REPORT-REF TO WS-RA-REPORT-REF.
           MOVE 'R'              TO WS-RA-STATE.
           MOVE WS-RW-CUSTID     TO WS-RA-CUSTID.
           MOVE WS-RW-BRANCH     TO WS-RA-BRANCH.
           MOVE WS-RW-ACCT       TO WS-RA-ACCT.
           MOVE WS-RW-RULE-IND   TO WS-RA-RULE.
           PERFORM 7220-POST-REF THRU 7220-EXIT.
       4300-EXIT.
           EXIT.
       4310-FIND-FIRST.
           IF WS-GM-REPORT-NO (WS-GM-SUB) = WS-RPT-NO
               MOVE WS-GM-SUB TO WS-FIRST-SUB
           END-IF.
       4310-EXIT.
           EXIT.
       4320-FIND-PRIOR-REF.
           IF WS-GM-REPORT-NO (WS-GM-SUB) NOT = WS-RPT-NO
               GO TO 4320-EXIT
           END-IF.
           PERFORM 4900-FETCH-MEMBER THRU 4900-EXIT.
           IF FTRK-ON-FILE-WITH-FINTRAC
               MOVE FTRK-REPORT-REF TO WS-PRIOR-REF
           END-IF.
       4320-EXIT.
           EXIT.
       4330-COMPARE-MEMBER.
           IF WS-GM-REPORT-NO (WS-GM-SUB) NOT = WS-RPT-NO
               GO TO 4330-EXIT
           END-IF.
           ADD 1 TO WS-RW-TXN-COUNT.
           ADD WS-GM-CAD-AMT (WS-GM-SUB) TO WS-RW-CAD-TOTAL.
           PERFORM 4900-FETCH-MEMBER THRU 4900-EXIT.
           IF NOT FTRK-ON-FILE-WITH-FINTRAC
              OR FTRK-REPORT-REF    NOT = WS-RW-REPORT-REF
              OR FTRK-RULE-IND      NOT = WS-RW-RULE-IND
              OR FTRK-CAD-AMT       NOT = WS-GM-CAD-AMT (WS-GM-SUB)
              OR FTRK-FILED-CONTENT NOT = WS-GM-CONTENT (WS-GM-SUB)
               MOVE 'N' TO ALL-SAME-SW
           END-IF.
       4330-EXIT.
           EXIT.
      *    A WIRE FILED BEFORE UNDER ANOTHER REFERENCE HAS MOVED TO
      *    THIS REPORT; THE OLD REPORT IS RETIRED
       4340-FILE-MEMBER.
           IF WS-GM-REPORT-NO (WS-GM-SUB) NOT = WS-RPT-NO
               GO TO 4340-EXIT
           END-IF.
           PERFORM 4900-FETCH-MEMBER THRU 4900-EXIT.
           IF FTRK-ON-FILE-WITH-FINTRAC
              AND FTRK-REPORT-REF NOT = WS-RW-REPORT-REF
               MOVE 'T' TO WS-RA-STATE
               PERFORM 7210-POST-TRACK-REF THRU 7210-EXIT
           END-IF.
           IF RW-INITIAL
               SET FTRK-FILED     TO TRUE
           ELSE
               SET FTRK-CORRECTED TO TRUE
           END-IF.
           MOVE WS-RW-REPORT-REF            TO FTRK-REPORT-REF.
           MOVE WS-RUN-DATE-OUT             TO FTRK-FILED-DATE.
           MOVE WS-RW-RULE-IND              TO FTRK-RULE-IND.
           MOVE WS-GM-XMIT-DATE (WS-GM-SUB) TO FTRK-XMIT-DATE.
           MOVE WS-GM-CAD-AMT (WS-GM-SUB)   TO FTRK-CAD-AMT.
           MOVE WS-GM-CAD-RATE (WS-GM-SUB)  TO FTRK-CAD-RATE.
           MOVE WS-GM-CONTENT (WS-GM-SUB)   TO FTRK-FILED-CONTENT.
           PERFORM 4950-STORE-MEMBER THRU 4950-EXIT.
           ADD 1 TO WS-TX-SEQ.
           MOVE FTRK-WIRE-REF      TO WS-TX-WIRE-REF.
           MOVE FTRK-TRANS-DATE    TO WS-TX-TRANS-DATE.
           MOVE FTRK-TRANS-TIME    TO WS-TX-TRANS-TIME.
           MOVE FTRK-CAD-AMT       TO WS-TX-CAD-AMT.
           MOVE FTRK-CAD-RATE      TO WS-TX-CAD-RATE.
           MOVE FTRK-FILED-CONTENT TO WS-CONTENT-WORK.
           PERFORM 7300-WRITE-TXN-REC THRU 7300-EXIT.
       4340-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4900-FETCH-MEMBER / 4950-STORE-MEMBER - THE TRACKING ENTRY OF  *
      * GROUP MEMBER WS-GM-SUB, ON THE OLD MASTER OR NEW TONIGHT       *
      *----------------------------------------------------------------*
       4900-FETCH-MEMBER.
           IF WS-GM-MASTER-SUB (WS-GM-SUB) > ZERO
               MOVE WS-GM-MASTER-SUB (WS-GM-SUB) TO WS-MASTER-SUB
               MOVE WS-TK-IMAGE (WS-MASTER-SUB)
                   TO FINTRAC-TRACK-RECORD
           ELSE
               MOVE WS-GM-NEW-SUB (WS-GM-SUB) TO WS-NT-SUB
               MOVE WS-NT-IMAGE (WS-NT-SUB) TO FINTRAC-TRACK-RECORD
           END-IF.
       4900-EXIT.
           EXIT.
       4950-STORE-MEMBER.
           IF WS-GM-MASTER-SUB (WS-GM-SUB) > ZERO
               MOVE WS-GM-MASTER-SUB (WS-GM-SUB) TO WS-MASTER-SUB
               MOVE FINTRAC-TRACK-RECORD
                   TO WS-TK-IMAGE (WS-MASTER-SUB)
           ELSE
               MOVE WS-GM-NEW-SUB (WS-GM-SUB) TO WS-NT-SUB
               MOVE FINTRAC-TRACK-RECORD TO WS-NT-IMAGE (WS-NT-SUB)
           END-IF.
       4950-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 5000-FILE-CANCELLATIONS - EVERY FILED WIRE MARKED FOR          *
      * CANCELLATION.  WHEN ITS REPORT HAS ALREADY GONE OUT AGAIN      *
      * TONIGHT AS A CORRECTION THE CORRECTION SUPERSEDES IT;          *
      * OTHERWISE ONE CANCELLATION IS FILED PER REPORT REFERENCE,      *
      * LISTING THE WIRES WITHDRAWN.  A RETIRED REPORT WHOSE WIRES ALL *
      * WENT OUT UNDER ANOTHER REFERENCE IS CANCELLED WITHOUT          *
      * TRANSACTIONS                                                   *
      *----------------------------------------------------------------*
       5000-FILE-CANCELLATIONS.
           PERFORM 5100-CANCEL-DROPPED THRU 5100-EXIT
               VARYING WS-TK-IDX FROM 1 BY 1
               UNTIL WS-TK-IDX > WS-TK-COUNT.
           PERFORM 5300-CANCEL-RETIRED THRU 5300-EXIT
               VARYING WS-RF-SUB FROM 1 BY 1
               UNTIL WS-RF-SUB > WS-RF-COUNT.
       5000-EXIT.
           EXIT.
       5100-CANCEL-DROPPED.
           IF NOT TK-TO-BE-CANCELLED (WS-TK-IDX)
              OR TK-CANCEL-DONE (WS-TK-IDX)
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-TK-IMAGE (WS-TK-IDX) TO FINTRAC-TRACK-RECORD.
           MOVE FTRK-REPORT-REF TO WS-RA-REPORT-REF.
           PERFORM 7200-FIND-REF THRU 7200-EXIT.
           IF REF-WAS-FOUND AND RF-REFILED (WS-RF-SUB)
               ADD 1 TO WS-SUPERSEDED-COUNT
               SET FTRK-CANCELLED TO TRUE
               MOVE WS-RUN-DATE-OUT TO FTRK-FILED-DATE
               MOVE FINTRAC-TRACK-RECORD TO WS-TK-IMAGE (WS-TK-IDX)
               MOVE 'Y' TO WS-TK-DONE-SW (WS-TK-IDX)
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-CANCEL-COUNT.
           MOVE SPACES           TO WS-RPT-WORK.
           SET RW-CANCELLATION   TO TRUE.
           MOVE FTRK-REPORT-REF  TO WS-RW-REPORT-REF.
           MOVE FTRK-RULE-IND    TO WS-RW-RULE-IND.
           MOVE FTRK-CUSTID      TO WS-RW-CUSTID.
           MOVE FTRK-PAYMT-BR    TO WS-RW-BRANCH.
           MOVE FTRK-PAYMT-ACCT  TO WS-RW-ACCT.
           MOVE ZERO TO WS-RW-TXN-COUNT.
           MOVE ZERO TO WS-RW-CAD-TOTAL.
           PERFORM 5110-TOTAL-DROPPED THRU 5110-EXIT
               VARYING WS-TK-SUB2 FROM WS-TK-IDX BY 1
               UNTIL WS-TK-SUB2 > WS-TK-COUNT.
           PERFORM 7250-WRITE-REPORT-REC THRU 7250-EXIT.
           MOVE ZERO TO WS-TX-SEQ.
           PERFORM 5120-CANCEL-MEMBER THRU 5120-EXIT
               VARYING WS-TK-SUB2 FROM WS-TK-IDX BY 1
               UNTIL WS-TK-SUB2 > WS-TK-COUNT.
           MOVE WS-RW-REPORT-REF TO WS-RA-REPORT-REF.
           PERFORM 7200-FIND-REF THRU 7200-EXIT.
           IF REF-WAS-FOUND
               MOVE 'X' TO WS-RF-STATE (WS-RF-SUB)
           END-IF.
       5100-EXIT.
           EXIT.
       5110-TOTAL-DROPPED.
           IF NOT TK-TO-BE-CANCELLED (WS-TK-SUB2)
              OR TK-CANCEL-DONE (WS-TK-SUB2)
               GO TO 5110-EXIT
           END-IF.
           MOVE WS-TK-IMAGE (WS-TK-SUB2) TO FINTRAC-TRACK-RECORD.
           IF FTRK-REPORT-REF = WS-RW-REPORT-REF
               ADD 1            TO WS-RW-TXN-COUNT
               ADD FTRK-CAD-AMT TO WS-RW-CAD-TOTAL
           END-IF.
       5110-EXIT.
           EXIT.
       5120-CANCEL-MEMBER.
           IF NOT TK-TO-BE-CANCELLED (WS-TK-SUB2)
              OR TK-CANCEL-DONE (WS-TK-SUB2)
               GO TO 5120-EXIT
           END-IF.
           MOVE WS-TK-IMAGE (WS-TK-SUB2) TO FINTRAC-TRACK-RECORD.
           IF FTRK-REPORT-REF NOT = WS-RW-REPORT-REF
               GO TO 5120-EXIT
           END-IF.
           ADD 1 TO WS-TX-SEQ.
           MOVE FTRK-WIRE-REF      TO WS-TX-WIRE-REF.
           MOVE FTRK-TRANS-DATE    TO WS-TX-TRANS-DATE.
           MOVE FTRK-TRANS-TIME    TO WS-TX-TRANS-TIME.
           MOVE FTRK-CAD-AMT       TO WS-TX-CAD-AMT.
           MOVE FTRK-CAD-RATE      TO WS-TX-CAD-RATE.
           MOVE FTRK-FILED-CONTENT TO WS-CONTENT-WORK.
           PERFORM 7300-WRITE-TXN-REC THRU 7300-EXIT.
           SET FTRK-CANCELLED TO TRUE.
           MOVE WS-RUN-DATE-OUT TO FTRK-FILED-DATE.
           MOVE FINTRAC-TRACK-RECORD TO WS-TK-IMAGE (WS-TK-SUB2).
           MOVE 'Y' TO WS-TK-DONE-SW (WS-TK-SUB2).
       5120-EXIT.
           EXIT.
       5300-CANCEL-RETIRED.
           IF NOT RF-RETIRED (WS-RF-SUB)
               GO TO 5300-EXIT
           END-IF.
           ADD 1 TO WS-CANCEL-COUNT.
           MOVE SPACES TO WS-RPT-WORK.
           SET RW-CANCELLATION TO TRUE.
           MOVE WS-RF-REPORT-REF (WS-RF-SUB) TO WS-RW-REPORT-REF.
           MOVE WS-RF-RULE (WS-RF-SUB)       TO WS-RW-RULE-IND.
           MOVE WS-RF-CUSTID (WS-RF-SUB)     TO WS-RW-CUSTID.
           MOVE WS-RF-BRANCH (WS-RF-SUB)     TO WS-RW-BRANCH.
           MOVE WS-RF-ACCT (WS-RF-SUB)       TO WS-RW-ACCT.
           MOVE ZERO TO WS-RW-TXN-COUNT.
           MOVE ZERO TO WS-RW-CAD-TOTAL.
           PERFORM 7250-WRITE-REPORT-REC THRU 7250-EXIT.
           MOVE 'X' TO WS-RF-STATE (WS-RF-SUB).
       5300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 6000-WRITE-TRACKING - THE NEW MASTER, BACK IN WIRE REFERENCE   *
      * ORDER: THE OLD ENTRIES STILL NEEDED PLUS TONIGHT'S NEW ONES.   *
      * A PENDING ENTRY OUTSIDE THE 24-HOUR WINDOW AND A FILED OR      *
      * CANCELLED ENTRY PAST THE RETENTION PERIOD AGE OFF; A PENDING   *
      * ENTRY FROM TONIGHT'S TRANSMISSION NO LONGER ON THE FILE IS     *
      * DROPPED                                                        *
      *----------------------------------------------------------------*
       6000-WRITE-TRACKING.
           SORT TRACK-SORT-FILE
               ON ASCENDING KEY TSR-WIRE-REF
               INPUT PROCEDURE 6100-RELEASE-TRACKING THRU 6100-EXIT
               GIVING TRACK-OUT-FILE.
       6000-EXIT.
           EXIT.
       6100-RELEASE-TRACKING.
           PERFORM 6110-RELEASE-OLD-ENTRY THRU 6110-EXIT
               VARYING WS-TK-IDX FROM 1 BY 1
               UNTIL WS-TK-IDX > WS-TK-COUNT.
           PERFORM 6120-RELEASE-NEW-ENTRY THRU 6120-EXIT
               VARYING WS-NT-SUB FROM 1 BY 1
               UNTIL WS-NT-SUB > WS-NT-COUNT.
       6100-EXIT.
           EXIT.
       6110-RELEASE-OLD-ENTRY.
           MOVE WS-TK-IMAGE (WS-TK-IDX) TO FINTRAC-TRACK-RECORD.
           IF TK-NOT-SEEN (WS-TK-IDX)
              AND FTRK-PENDING
              AND FTRK-XMIT-DATE = WS-RUN-DATE-OUT
               ADD 1 TO WS-PULLED-COUNT
               GO TO 6110-EXIT
           END-IF.
           MOVE 'N' TO KEEP-SW.
           EVALUATE TRUE
               WHEN NOT TK-NOT-SEEN (WS-TK-IDX)
                   MOVE 'Y' TO KEEP-SW
               WHEN FTRK-PENDING
                   IF FTRK-TRANS-DATE NOT < WS-PEND-CUTOFF
                       MOVE 'Y' TO KEEP-SW
                   END-IF
               WHEN OTHER
                   IF FTRK-FILED-DATE NOT < WS-RETAIN-CUTOFF
                       MOVE 'Y' TO KEEP-SW
                   END-IF
           END-EVALUATE.
           IF NOT KEEP-ON-MASTER
               ADD 1 TO WS-AGED-COUNT
               GO TO 6110-EXIT
           END-IF.
           ADD 1 TO WS-TRACK-OUT-COUNT.
           RELEASE TRACK-SORT-REC FROM FINTRAC-TRACK-RECORD.
       6110-EXIT.
           EXIT.
       6120-RELEASE-NEW-ENTRY.
           ADD 1 TO WS-TRACK-OUT-COUNT.
           RELEASE TRACK-SORT-REC FROM WS-NT-IMAGE (WS-NT-SUB).
       6120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7100-LOAD-ORDERING-NAME - THE CUSTOMER NAME ON THE CUSTACCT    *
      * CUSTOMER-LEVEL RECORD; A CUSTOMER WITH NO NAME ON FILE IS      *
      * REPORTED UNDER ITS CUSTOMER ID                                 *
      *----------------------------------------------------------------*
       7100-LOAD-ORDERING-NAME.
           MOVE SPACES TO WS-ORDERING-NAME.
           STRING 'CUSTOMER ' WS-LOOKUP-CUSTID
               DELIMITED BY SIZE INTO WS-ORDERING-NAME.
           MOVE WS-LOOKUP-CUSTID TO CACT-CUSTID.
           MOVE ZERO             TO CACT-BRANCH.
           MOVE ZERO             TO CACT-ACCT.
           READ CUSTACCT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CACT-CUSTOMER-REC AND CACT-NAME NOT = SPACES
                       MOVE CACT-NAME TO WS-ORDERING-NAME
                   END-IF
           END-READ.
       7100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7200-FIND-REF / 7210-POST-TRACK-REF / 7220-POST-REF - THE      *
      * TABLE OF REPORT REFERENCES TOUCHED THIS RUN.  7210 POSTS THE   *
      * REFERENCE OF THE TRACKING ENTRY IN HAND WITH STATE             *
      * WS-RA-STATE; A STATE NEVER GIVES WAY TO A LOWER-RANKED ONE     *
      *----------------------------------------------------------------*
       7200-FIND-REF.
           MOVE 'N' TO REF-FOUND-SW.
           PERFORM 7205-COMPARE-REF THRU 7205-EXIT
               VARYING WS-RF-SUB FROM 1 BY 1
               UNTIL WS-RF-SUB > WS-RF-COUNT
                  OR REF-WAS-FOUND.
           IF REF-WAS-FOUND
               SUBTRACT 1 FROM WS-RF-SUB
           END-IF.
       7200-EXIT.
           EXIT.
       7205-COMPARE-REF.
           IF WS-RF-REPORT-REF (WS-RF-SUB) = WS-RA-REPORT-REF
               MOVE 'Y' TO REF-FOUND-SW
           END-IF.
       7205-EXIT.
           EXIT.
       7210-POST-TRACK-REF.
           MOVE FTRK-REPORT-REF TO WS-RA-REPORT-REF.
           MOVE FTRK-CUSTID     TO WS-RA-CUSTID.
           MOVE FTRK-PAYMT-BR   TO WS-RA-BRANCH.
           MOVE FTRK-PAYMT-ACCT TO WS-RA-ACCT.
           MOVE FTRK-RULE-IND   TO WS-RA-RULE.
           PERFORM 7220-POST-REF THRU 7220-EXIT.
       7210-EXIT.
           EXIT.
       7220-POST-REF.
           PERFORM 7200-FIND-REF THRU 7200-EXIT.
           IF NOT REF-WAS-FOUND
               IF WS-RF-COUNT >= WS-RF-MAX
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RF-COUNT
               MOVE WS-RF-COUNT TO WS-RF-SUB
               MOVE WS-RA-REPORT-REF TO WS-RF-REPORT-REF (WS-RF-SUB)
               MOVE WS-RA-STATE      TO WS-RF-STATE (WS-RF-SUB)
               MOVE WS-RA-CUSTID     TO WS-RF-CUSTID (WS-RF-SUB)
               MOVE WS-RA-BRANCH     TO WS-RF-BRANCH (WS-RF-SUB)
               MOVE WS-RA-ACCT       TO WS-RF-ACCT (WS-RF-SUB)
               MOVE WS-RA-RULE       TO WS-RF-RULE (WS-RF-SUB)
               GO TO 7220-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-RA-STATE = 'R'
                   MOVE 'R' TO WS-RF-STATE (WS-RF-SUB)
               WHEN WS-RA-STATE = 'D' AND RF-RETIRED (WS-RF-SUB)
                   MOVE 'D' TO WS-RF-STATE (WS-RF-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       7220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7250-WRITE-REPORT-REC - THE REPORT RECORD FROM WS-RPT-WORK,    *
      * AND ITS LINE ON THE CONTROL REPORT                             *
      *----------------------------------------------------------------*
       7250-WRITE-REPORT-REC.
           MOVE WS-RW-CUSTID TO WS-LOOKUP-CUSTID.
           PERFORM 7100-LOAD-ORDERING-NAME THRU 7100-EXIT.
           ADD 1 TO WS-BATCH-REPORT-COUNT.
           ADD WS-RW-CAD-TOTAL TO WS-BATCH-CAD-TOTAL.
           MOVE WS-RW-REPORT-REF TO RL-REPORT-REF.
           EVALUATE TRUE
               WHEN RW-INITIAL
                   MOVE 'INITIAL'      TO RL-CHANGE
               WHEN RW-CORRECTION
                   MOVE 'CORRECTION'   TO RL-CHANGE
               WHEN OTHER
                   MOVE 'CANCELLATION' TO RL-CHANGE
           END-EVALUATE.
           IF WS-RW-RULE-IND = 'A'
               MOVE '24-HOUR' TO RL-RULE
           ELSE
               MOVE 'SINGLE'  TO RL-RULE
           END-IF.
           MOVE WS-RW-CUSTID     TO RL-CUSTID.
           MOVE WS-ORDERING-NAME TO RL-NAME.
           MOVE WS-RW-TXN-COUNT  TO RL-TXN-COUNT.
           MOVE WS-RW-CAD-TOTAL  TO RL-CAD-TOTAL.
           WRITE FINTRAC-REPORT-LINE FROM REPORT-LINE.
           MOVE SPACES TO FINTRAC-EFT-RECORD.
           SET FEFT-REPORT-HEADER    TO TRUE.
           MOVE WS-RW-REPORT-REF     TO FEFT-REPORT-REF.
           MOVE WS-RW-CHANGE-IND     TO FEFT-CHANGE-IND.
           MOVE WS-RW-RULE-IND       TO FEFT-RULE-IND.
           MOVE WS-RW-TXN-COUNT      TO FEFT-TXN-COUNT.
           MOVE WS-RW-CAD-TOTAL      TO FEFT-REPORT-CAD-TOTAL.
           MOVE WS-RW-CUSTID         TO FEFT-ORD-CUSTID.
           MOVE WS-ORDERING-NAME     TO FEFT-ORD-NAME.
           MOVE WS-RW-BRANCH         TO FEFT-ORD-BRANCH.
           MOVE WS-RW-ACCT           TO FEFT-ORD-ACCT.
           WRITE FINTRAC-EFT-RECORD.
       7250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7300-WRITE-TXN-REC - ONE TRANSACTION RECORD FROM WS-TXN-WORK   *
      * AND WS-CONTENT-WORK, AND ITS LINE ON THE CONTROL REPORT        *
      *----------------------------------------------------------------*
       7300-WRITE-TXN-REC.
           ADD 1 TO WS-BATCH-TXN-COUNT.
           MOVE WS-TX-WIRE-REF     TO WL-WIRE-REF.
           MOVE WS-TX-TRANS-DATE   TO WL-TRANS-DATE.
           MOVE WS-TX-TRANS-TIME   TO WL-TRANS-TIME.
           MOVE WS-CW-PAYMT-AMT    TO WL-AMOUNT.
           MOVE WS-CW-PAYMT-CURR   TO WL-CURR.
           MOVE WS-TX-CAD-AMT      TO WL-CAD-AMOUNT.
           MOVE WS-CW-DEST (1:3)   TO WL-DEST-CTRY.
           MOVE SPACES TO WL-CHAIN (1) WL-CHAIN (2) WL-CHAIN (3).
           MOVE WS-CW-CHAIN-CTRY (1) TO WL-CHAIN-CTRY (1).
           MOVE WS-CW-CHAIN-CTRY (2) TO WL-CHAIN-CTRY (2).
           MOVE WS-CW-CHAIN-CTRY (3) TO WL-CHAIN-CTRY (3).
           WRITE FINTRAC-REPORT-LINE FROM WIRE-LINE.
           MOVE SPACES TO FINTRAC-EFT-RECORD.
           SET FEFT-TRANSACTION    TO TRUE.
           MOVE WS-RW-REPORT-REF   TO FEFT-TXN-REPORT-REF.
           MOVE WS-TX-SEQ          TO FEFT-TXN-SEQ.
           MOVE WS-TX-WIRE-REF     TO FEFT-WIRE-REF.
           MOVE WS-TX-TRANS-DATE   TO FEFT-TXN-DATE.
           MOVE WS-TX-TRANS-TIME   TO FEFT-TXN-TIME.
           MOVE WS-CW-PAYMT-AMT    TO FEFT-AMOUNT.
           MOVE WS-CW-PAYMT-CURR   TO FEFT-CURRENCY.
           MOVE WS-TX-CAD-AMT      TO FEFT-CAD-AMOUNT.
           MOVE WS-TX-CAD-RATE     TO FEFT-CAD-RATE.
           MOVE WS-CW-PAYMT-BR     TO FEFT-TXN-BRANCH.
           MOVE WS-CW-PAYMT-ACCT   TO FEFT-TXN-ACCT.
           MOVE WS-CW-DEST         TO FEFT-BENEFICIARY.
           MOVE WS-CW-BANKID       TO FEFT-BENEF-BANKID.
           MOVE WS-CW-DEST (1:3)   TO FEFT-DEST-CTRY.
           MOVE WS-CW-CHAIN-CTRY (1) TO FEFT-CORR-CTRY (1).
           MOVE WS-CW-CHAIN-CTRY (2) TO FEFT-CORR-CTRY (2).
           MOVE WS-CW-CHAIN-CTRY (3) TO FEFT-CORR-CTRY (3).
           WRITE FINTRAC-EFT-RECORD.
       7300-EXIT.
           EXIT.
       7500-WRITE-TRAILER.
           MOVE SPACES TO FINTRAC-EFT-RECORD.
           SET FEFT-BATCH-TRAILER    TO TRUE.
           MOVE WS-BATCH-REPORT-COUNT TO FEFT-TOTAL-REPORTS.
           MOVE WS-BATCH-TXN-COUNT    TO FEFT-TOTAL-TXNS.
           MOVE WS-BATCH-CAD-TOTAL    TO FEFT-TOTAL-CAD.
           WRITE FINTRAC-EFT-RECORD.
       7500-EXIT.
           EXIT.
       8000-WRITE-SUMMARY.
           MOVE SPACES TO FINTRAC-REPORT-LINE.
           WRITE FINTRAC-REPORT-LINE.
           MOVE 'WPS DETAILS READ              :' TO SUM-LABEL.
           MOVE WS-DETAIL-COUNT TO SUM-COUNT.
           WRITE FINTRAC-REPORT-LINE FROM SUMMARY-LINE.
           MOVE '  DOMESTIC, NOT REPORTABLE    :' TO SUM-LABEL.
           MOVE WS-DOMESTIC-COUNT TO SUM-COUNT.
           WRITE FINTRAC-REPORT-LINE FROM SUMMARY-LINE.
           MOVE '  INTERNATIONAL, EVALUATED    :' TO SUM-LABEL.
           MOVE WS-INTL-COUNT TO SUM-COUNT.
           WRITE FINTRAC-REPORT-LINE FROM SUMMARY-LINE.
           MOVE '  NOT EVALUATED (EXCEPTIONS)  :' TO SUM-LABEL.
           MOVE WS-EXCEPTION-COUNT TO SUM-COUNT.
           WRITE FINTRAC-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'CARRIED FROM TRACKING MASTER  :' TO SUM-LABEL.
           MOVE WS-CARRIED-COUNT TO SUM-COUNT.
           WRITE FINTRAC-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'HELD PENDING (24-HOUR RULE)   :' TO SUM-LABEL.
           MOVE WS-HELD-COUNT TO SUM-COUNT.
           WRITE FINTRAC-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'INITIAL REPORTS FILED         :' TO SUM-LABEL.
           MOVE WS-INITIAL-COUNT TO SUM-COUNT.
           WRITE FINTRAC-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'CORRECTION REPORTS FILED      :' TO SUM-LABEL.
           MOVE WS-CORRECTION-COUNT TO SUM-COUNT.
           WRITE FINTRAC-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'CANCELLATION REPORTS FILED    :' TO SUM-LABEL.
           MOVE WS-CANCEL-COUNT TO SUM-COUNT.
           WRITE FINTRAC-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'ALREADY FILED, UNCHANGED      :' TO SUM-LABEL.
           MOVE WS-UNCHANGED-COUNT TO SUM-COUNT.
           WRITE FINTRAC-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'WITHDRAWN BY A CORRECTION     :' TO SUM-LABEL.
           MOVE WS-SUPERSEDED-COUNT TO SUM-COUNT.
           WRITE FINTRAC-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'BATCH REPORT RECORDS          :' TO SUM-LABEL.
           MOVE WS-BATCH-REPORT-COUNT TO SUM-COUNT.
           WRITE FINTRAC-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'BATCH TRANSACTION RECORDS     :' TO SUM-LABEL.
           MOVE WS-BATCH-TXN-COUNT TO SUM-COUNT.
           WRITE FINTRAC-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'BATCH CAD TOTAL               :' TO SUM-AMT-LABEL.
           MOVE WS-BATCH-CAD-TOTAL TO SUM-AMOUNT.
           WRITE FINTRAC-REPORT-LINE FROM SUMMARY-AMT-LINE.
           MOVE 'TRACKING ENTRIES READ         :' TO SUM-LABEL.
           MOVE WS-TRACK-IN-COUNT TO SUM-COUNT.
           WRITE FINTRAC-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'TRACKING ENTRIES AGED OFF     :' TO SUM-LABEL.
           MOVE WS-AGED-COUNT TO SUM-COUNT.
           WRITE FINTRAC-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'TRACKING ENTRIES PULLED       :' TO SUM-LABEL.
           MOVE WS-PULLED-COUNT TO SUM-COUNT.
           WRITE FINTRAC-REPORT-LINE FROM SUMMARY-LINE.
           MOVE 'TRACKING ENTRIES WRITTEN      :' TO SUM-LABEL.
           MOVE WS-TRACK-OUT-COUNT TO SUM-COUNT.
           WRITE FINTRAC-REPORT-LINE FROM SUMMARY-LINE.
       8000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE CUSTACCT-FILE.
           CLOSE FINTRAC-BATCH-FILE.
           CLOSE FINTRAC-REPORT.
       9000-EXIT.
           EXIT.
