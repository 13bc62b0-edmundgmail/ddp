       IDENTIFICATION DIVISION.
      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              PRPW2199 PROGRAM CODE DESCRIPTION                 *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : WPS ACCOUNT STATUS AND DAILY LIMIT SCREEN.   *
      *                   RUNS BETWEEN THE PRPW2198 SANCTIONS SCREEN   *
      *                   AND THE PRPW2200 BUILD STEP, ON THE CLEAN    *
      *                   WIRE ORIGINATION SOURCE FILE (WPSSRC         *
      *                   LAYOUT).  EVERY PAYMENT'S WSRC-CUSTID,       *
      *                   WSRC-PAYMT-BR AND WSRC-PAYMT-ACCT ARE        *
      *                   CHECKED AGAINST THE CUSTACCT CUSTOMER /      *
      *                   ACCOUNT MASTER.  A WIRE IS HELD WHEN THE     *
      *                   CUSTOMER IS NOT ON THE MASTER OR NOT ACTIVE, *
      *                   WHEN THE ACCOUNT DOES NOT BELONG TO THE      *
      *                   CUSTOMER, WHEN THE ACCOUNT IS CLOSED, FROZEN *
      *                   OR A DECEASED ESTATE, WHEN THE ACCOUNT TYPE  *
      *                   ON THE WIRE DISAGREES WITH THE MASTER, OR    *
      *                   WHEN THE WIRE WOULD TAKE THE CUSTOMER'S      *
      *                   RUNNING CAD TOTAL FOR THE TRANSACTION DATE   *
      *                   PAST THE APPROVED DAILY LIMIT.  HELD WIRES   *
      *                   GO TO THE ACCOUNT HOLD QUEUE AND ARE LISTED  *
      *                   BY BRANCH; A HELD WIRE OPS RELEASE BY CARD   *
      *                   REJOINS THE SOURCE STREAM THIS CYCLE, THE    *
      *                   WAY THE PRPW2195 DUPLICATE HOLDS DO.  THE    *
      *                   DAILY LIMIT SPANS EVERY INTRADAY CYCLE OF    *
      *                   THE BUSINESS DATE: THE CAD EACH CYCLE        *
      *                   COMMITS IS CARRIED TO THE NEXT ON THE LIMIT  *
      *                   USAGE FILE (LIMUSEI/LIMUSEO).                *
      *                   EVERY RELEASE CARD CARRIES A MAKER ID AND A  *
      *                   CHECKER ID, TESTED AGAINST THE AUTHORIZED    *
      *                   OPERATOR TABLE (OPRAUTH) BEFORE THE HOLD IS  *
      *                   RELEASED; A CARD THAT FAILS LEAVES THE WIRE  *
      *                   ON HOLD WITH THE REASON ON THE REPORT, AND   *
      *                   EVERY RELEASE IS WRITTEN TO THE COMMON       *
      *                   CONTROL CARD AUTHORIZATION LOG (AUTHLOG).    *
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
      *  A883447    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - INITIAL VERSION.                                             *
      *                                                                *
      *  A883453    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - THE DAILY LIMIT NOW HOLDS ACROSS THE INTRADAY CYCLES OF A    *
      *   BUSINESS DATE. A LIMIT USAGE FILE (LIMUSEI OLD, LIMUSEO NEW) *
      *   CARRIES THE CAD EACH CYCLE COMMITTED PER CUSTOMER AND        *
      *   TRANSACTION DATE, FROM RELEASES AND PASSED WIRES. EACH CYCLE *
      *   STARTS A CUSTOMER'S DAY FROM THE EARLIER CYCLES' USAGE. A    *
      *   RERUN OF THE SAME CYCLE REPLACES ITS OWN ENTRIES, AND        *
      *   ENTRIES FROM AN EARLIER BUSINESS DATE AGE OFF.               *
      * - THE RELEASE USE TABLE IS NOW KEPT IN DAY KEY ORDER SO IT     *
      *   MERGES WITH THE SORTED STREAM. THE BUSDATE CARD CARRIES THE  *
      *   CYCLE NUMBER, WHICH IS STAMPED ON THE RUN-CONTROL RECORD.    *
      *                                                                *
      *  A883457    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - A LIMIT USAGE ENTRY CARRIED FORWARD FROM AN EARLIER CYCLE    *
      *   NOW STEPS THE USAGE FILE ON TO ITS NEXT ENTRY, SO THE ROLL   *
      *   OF THE USAGE FILE ENDS.                                      *
      * - RELEASE CARDS NOW CARRY A MAKER ID AND A CHECKER ID (COLUMNS *
      *   24-39), TESTED AGAINST THE AUTHORIZED OPERATOR TABLE OPRAUTH *
      *   UNDER THE NEW ACTHREL RIGHT SLOT 6 BEFORE A HOLD IS          *
      *   RELEASED: BOTH IDS PRESENT, DIFFERENT, KNOWN AND ACTIVE, THE *
      *   MAKER ALLOWED TO KEY AND THE CHECKER ALLOWED TO APPROVE      *
      *   RELEASE CARDS, AND THE HELD WIRE'S CAD AMOUNT (FXRATE CAD    *
      *   RATE) WITHIN THE CHECKER'S AUTHORITY.                        *
      * - A CARD THAT FAILS LEAVES THE WIRE ON HOLD, PRINTED AS NOAUTH *
      *   WITH THE REASON, AND SETS RETURN CODE 4. EVERY RELEASE IS    *
      *   WRITTEN TO THE COMMON CONTROL CARD AUTHORIZATION LOG         *
      *   AUTHLOG.                                                     *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    PRPW2199.
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
           SELECT WPS-SOURCE-FILE   ASSIGN TO WPSSRC
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE    ASSIGN TO SRTWK01.
           SELECT HOLD-SORT-FILE    ASSIGN TO SRTWK02.
           SELECT PASSED-FILE       ASSIGN TO WPSSRCA
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTACCT-FILE     ASSIGN TO CUSTACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CACT-KEY.
           SELECT FXRATE-FILE       ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FXR-CURRENCY.
           SELECT HOLD-IN-FILE      ASSIGN TO ACTHLDI
               ORGANIZATION IS SEQUENTIAL.
           SELECT HOLD-OUT-FILE     ASSIGN TO ACTHLDO
               ORGANIZATION IS SEQUENTIAL.
           SELECT RELEASE-CARDS     ASSIGN TO ACTHREL
               ORGANIZATION IS SEQUENTIAL.
           SELECT LIMIT-USE-IN-FILE  ASSIGN TO LIMUSEI
               ORGANIZATION IS SEQUENTIAL.
           SELECT LIMIT-USE-OUT-FILE ASSIGN TO LIMUSEO
               ORGANIZATION IS SEQUENTIAL.
           SELECT BUSDATE-PARM-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL.
           SELECT BRANCH-REPORT     ASSIGN TO ACTHRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE  ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPRAUTH-FILE      ASSIGN TO OPRAUTH
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUTH-LOG-FILE     ASSIGN TO AUTHLOG
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WPS-SOURCE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY WPSSRC.
       SD  SORT-WORK-FILE.
           COPY WPSSRC REPLACING WPS-SRC-RECORD BY SORT-WORK-REC.
       SD  HOLD-SORT-FILE.
           COPY ACTHOLD REPLACING ACCT-HOLD-RECORD BY HOLD-SORT-REC.
       FD  PASSED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PASSED-RECORD               PIC X(170).
       FD  CUSTACCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTACCT.
       FD  FXRATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FXRATE.
       FD  HOLD-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ACTHOLD.
       FD  HOLD-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HOLD-OUT-RECORD             PIC X(250).
       FD  RELEASE-CARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RELEASE-CARD.
           05 AREL-CUSTID              PIC X(05).
           05 AREL-TRANS-DATE          PIC X(10).
           05 AREL-TRANS-TIME          PIC X(08).
           05 AREL-MAKER-ID            PIC X(08).
           05 AREL-CHECKER-ID          PIC X(08).
           05 FILLER                   PIC X(41).
      *    DAILY LIMIT USAGE CARRIED FROM CYCLE TO CYCLE OF THE
      *    BUSINESS DATE: ONE ENTRY PER CUSTOMER / TRANSACTION DATE PER
      *    CYCLE, GIVING THE CAD THAT CYCLE COMMITTED, IN CUSTOMER AND
      *    TRANSACTION DATE ORDER.  ENTRIES FROM AN EARLIER BUSINESS
      *    DATE AGE OFF.
       FD  LIMIT-USE-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LIMIT-USE-RECORD.
           05 LUSE-DAY-KEY.
              10 LUSE-CUSTID           PIC X(05).
              10 LUSE-TRANS-DATE       PIC X(10).
           05 LUSE-BUS-DATE            PIC X(10).
           05 LUSE-CYCLE-NO            PIC 9(01).
           05 LUSE-CAD-TOTAL           PIC 9(13)V99.
           05 FILLER                   PIC X(39).
       FD  LIMIT-USE-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LIMIT-USE-OUT-RECORD        PIC X(80).
       FD  BUSDATE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BUSDATE-PARM-RECORD.
           05 BUSDATE-CYCLE-DATE       PIC X(10).
           05 BUSDATE-CYCLE-NO         PIC X(01).
           05 FILLER                   PIC X(69).
       FD  BRANCH-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BRANCH-LINE                 PIC X(132).
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY WPSRUNC.
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
           05 SORT-STATUS-SW            PIC X(01)    VALUE 'N'.
              88 SORT-EOF                            VALUE 'Y'.
           05 HSORT-STATUS-SW           PIC X(01)    VALUE 'N'.
              88 HSORT-EOF                           VALUE 'Y'.
           05 HOLD-EOF-SW               PIC X(01)    VALUE 'N'.
              88 HOLD-EOF                            VALUE 'Y'.
           05 CARDS-EOF-SW              PIC X(01)    VALUE 'N'.
              88 CARDS-EOF                           VALUE 'Y'.
           05 FXRATE-EOF-SW             PIC X(01)    VALUE 'N'.
              88 FXRATE-EOF                          VALUE 'Y'.
           05 CARD-MATCH-SW             PIC X(01)    VALUE 'N'.
              88 CARD-WAS-MATCHED                    VALUE 'Y'.
           05 CUST-FOUND-SW             PIC X(01)    VALUE 'N'.
              88 CUST-WAS-FOUND                      VALUE 'Y'.
           05 ACCT-FOUND-SW             PIC X(01)    VALUE 'N'.
              88 ACCT-WAS-FOUND                      VALUE 'Y'.
           05 FIRST-RECORD-SW           PIC X(01)    VALUE 'Y'.
              88 FIRST-RECORD-IN-RUN                 VALUE 'Y'.
           05 FIRST-BRANCH-SW           PIC X(01)    VALUE 'Y'.
              88 FIRST-BRANCH-IN-RUN                 VALUE 'Y'.
           05 USE-SUNK-SW               PIC X(01)    VALUE 'N'.
              88 USE-ENTRY-IN-PLACE                  VALUE 'Y'.
           05 USE-CARRIED-SW            PIC X(01)    VALUE 'N'.
              88 USE-WAS-CARRIED                     VALUE 'Y'.
           05 OPRAUTH-EOF-SW            PIC X(01)    VALUE 'N'.
              88 OPRAUTH-EOF                         VALUE 'Y'.
           05 OPR-FOUND-SW              PIC X(01)    VALUE 'N'.
              88 OPR-WAS-FOUND                       VALUE 'Y'.
           05 AUTH-REJECT-SW            PIC X(01)    VALUE 'N'.
              88 AUTH-IS-REJECTED                    VALUE 'Y'.
       77  WS-CARD-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-CARD-MAX                   PIC 9(03) COMP VALUE 500.
       77  WS-USE-COUNT                  PIC 9(03) COMP VALUE ZERO.
       77  WS-USE-MAX                    PIC 9(03) COMP VALUE 500.
       77  WS-USE-POS                    PIC 9(03) COMP VALUE ZERO.
       77  WS-USE-PREV                   PIC 9(03) COMP VALUE ZERO.
       77  WS-USE-NEXT                   PIC 9(03) COMP VALUE 1.
       77  WS-RATE-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-RATE-MAX                   PIC 9(03) COMP VALUE 500.
       77  WS-SOURCE-IN-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-CLEAN-COUNT                PIC 9(09) COMP VALUE ZERO.
       77  WS-HELD-COUNT                 PIC 9(09) COMP VALUE ZERO.
       77  WS-RELEASED-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-CARRIED-HOLD-COUNT         PIC 9(09) COMP VALUE ZERO.
       77  WS-NOCUST-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-NOTOWNED-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-CUSTSTAT-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-ACCTSTAT-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-ACCTTYPE-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-OVERLIM-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  WS-BR-HELD-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  WS-UNMATCHED-CARD-COUNT       PIC 9(03) COMP VALUE ZERO.
       77  WS-DROPPED-CARD-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-LUSE-IN-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  WS-LUSE-OUT-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-LUSE-DROP-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-CAD-RATE                   PIC S9(07)V9(06) COMP-3
                                                        VALUE ZERO.
       77  WS-RATE-CURR                  PIC X(03)   VALUE SPACES.
       77  WS-CAD-AMT                    PIC 9(13)V99   VALUE ZERO.
       77  WS-DAY-TOTAL-CAD              PIC 9(13)V99   VALUE ZERO.
       77  WS-NEW-DAY-TOTAL              PIC 9(13)V99   VALUE ZERO.
       77  WS-PRIOR-USE-CAD              PIC 9(13)V99   VALUE ZERO.
       77  WS-CUST-LIMIT                 PIC 9(13)V99   VALUE ZERO.
       77  WS-BR-HELD-CAD                PIC 9(13)V99   VALUE ZERO.
       77  WS-HELD-CAD-TOTAL             PIC 9(13)V99   VALUE ZERO.
       77  WS-CUST-STATUS                PIC X(01)   VALUE SPACES.
       77  WS-HOLD-REASON                PIC X(08)   VALUE SPACES.
       77  WS-PREV-BRANCH                PIC 9(04)   VALUE ZERO.
       77  WS-ACTUAL-RUN-DATE            PIC X(10)   VALUE SPACES.
       77  WS-RUN-CYCLE-NO               PIC 9(01)   VALUE 1.
       77  WS-OPR-COUNT                  PIC 9(05) COMP VALUE ZERO.
       77  WS-OPR-MAX                    PIC 9(05) COMP VALUE 500.
       77  WS-AUTH-CARD-SLOT             PIC 9(01)   VALUE 6.
       77  WS-AUTH-REJECT-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-AUTH-LOG-COUNT             PIC 9(09) COMP VALUE ZERO.
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
      *    THE AUTHORIZED OPERATOR TABLE (OPRAUTH).  CARD RIGHT SLOT 6
      *    IS THE ACTHREL CARD THIS PROGRAM CONSUMES.
       01  WS-OPERATOR-TABLE.
           05 WS-OPR-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-OPR-IDX.
              10 WS-OPR-ID               PIC X(08).
              10 WS-OPR-ROLE             PIC X(01).
              10 WS-OPR-STATUS           PIC X(01).
                 88 WS-OPR-ACTIVE                    VALUE 'A'.
              10 WS-OPR-LIMIT            PIC 9(13)V99.
              10 WS-OPR-RIGHTS.
                 15 WS-OPR-RIGHT OCCURS 6 TIMES.
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
      *    THE LIMIT IS A PER-CUSTOMER, PER-TRANSACTION-DATE RUNNING
      *    TOTAL, SO THE SORTED STREAM BREAKS ON BOTH.
       01  WS-CURR-DAY-KEY.
           05 WS-CURR-CUSTID             PIC X(05).
           05 WS-CURR-TRANS-DATE         PIC X(10).
       01  WS-PREV-DAY-KEY               PIC X(15)   VALUE HIGH-VALUES.
       01  WS-PREV-CUSTID                PIC X(05)   VALUE HIGH-VALUES.
      *    MERGE KEYS FOR THE CARRIED USAGE FILE AND THE RELEASE USE
      *    TABLE; HIGH-VALUES ONCE EITHER IS EXHAUSTED.
       01  WS-ROLL-KEY                   PIC X(15)   VALUE SPACES.
       01  WS-LU-KEY                     PIC X(15)   VALUE SPACES.
       01  WS-REL-KEY                    PIC X(15)   VALUE SPACES.
       01  WS-LIMIT-USE-WORK.
           05 WS-LW-DAY-KEY              PIC X(15).
           05 WS-LW-BUS-DATE             PIC X(10).
           05 WS-LW-CYCLE-NO             PIC 9(01).
           05 WS-LW-CAD-TOTAL            PIC 9(13)V99.
           05 FILLER                     PIC X(39)   VALUE SPACES.
       01  WS-USE-SWAP.
           05 WS-SWAP-DAY-KEY            PIC X(15).
           05 WS-SWAP-CAD-TOTAL          PIC 9(13)V99.
       01  WS-HOLD-WORK.
           05 WS-HO-SOURCE-IMAGE         PIC X(170).
           05 WS-HO-HELD-DATE            PIC X(10).
           05 WS-HO-REASON               PIC X(08).
           05 WS-HO-PAYMT-BR             PIC 9(04).
           05 WS-HO-CAD-AMT              PIC 9(13)V99.
           05 WS-HO-DAY-TOTAL-CAD        PIC 9(13)V99.
           05 WS-HO-DAILY-LIMIT          PIC 9(13)V99.
           05 FILLER                     PIC X(13)   VALUE SPACES.
       01  WS-RELEASE-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-CARD-IDX.
              10 WS-CARD-CUSTID          PIC X(05).
              10 WS-CARD-TRANS-DATE      PIC X(10).
              10 WS-CARD-TRANS-TIME      PIC X(08).
              10 WS-CARD-USED-SW         PIC X(01).
              10 WS-CARD-MAKER-ID        PIC X(08).
              10 WS-CARD-CHECKER-ID      PIC X(08).
              10 WS-CARD-IMAGE           PIC X(80).
      *    CAD ALREADY COMMITTED BY WIRES OPS RELEASED THIS CYCLE, PER
      *    CUSTOMER AND TRANSACTION DATE.  A RELEASE IS AN OVERRIDE SO
      *    IS NEVER HELD ITSELF, BUT IT STILL USES UP THE DAY'S LIMIT
      *    FOR THE CUSTOMER'S OTHER WIRES.  ONE ENTRY PER RELEASE AT
      *    MOST, SO THE TABLE IS SIZED TO THE CARD TABLE.  KEPT IN
      *    DAY KEY ORDER SO IT MERGES WITH THE SORTED STREAM.
       01  WS-RELEASE-USE-TABLE.
           05 WS-USE-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-USE-IDX.
              10 WS-USE-DAY-KEY          PIC X(15).
              10 WS-USE-CAD-TOTAL        PIC 9(13)V99.
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
      *    THE HELD WIRE'S FIELDS ARE PICKED OUT OF THE SOURCE IMAGE
      *    THROUGH THIS OVERLAY (WPSSRC LAYOUT).
       01  WS-HELD-SOURCE.
           05 WS-HS-CUSTID               PIC X(05).
           05 FILLER                     PIC X(06).
           05 WS-HS-PAYMT-AMT            PIC 9(13)V99.
           05 WS-HS-PAYMT-CURR           PIC X(03).
           05 FILLER                     PIC X(74).
           05 WS-HS-PAYMT-BR             PIC 9(04).
           05 WS-HS-PAYMT-ACCT           PIC 9(09).
           05 FILLER                     PIC X(01).
           05 WS-HS-TRANS-DATE           PIC X(10).
           05 WS-HS-TRANS-TIME           PIC X(08).
           05 FILLER                     PIC X(35).
       01  HDG1-LINE.
           05 FILLER PIC X(46)
               VALUE 'WPS ACCOUNT / DAILY LIMIT HOLD REPORT --      '.
           05 HDG1-RUN-DATE    PIC X(10).
           05 FILLER PIC X(76) VALUE SPACES.
       01  HDG2-LINE.
           05 FILLER PIC X(06) VALUE 'BRCH'.
           05 FILLER PIC X(07) VALUE 'CUSTID'.
           05 FILLER PIC X(11) VALUE 'ACCOUNT'.
           05 FILLER PIC X(12) VALUE 'TRANS-DATE'.
           05 FILLER PIC X(21) VALUE '         PAYMENT-AMT'.
           05 FILLER PIC X(05) VALUE 'CURR'.
           05 FILLER PIC X(20) VALUE '          CAD-AMT'.
           05 FILLER PIC X(10) VALUE 'ACTION'.
           05 FILLER PIC X(28) VALUE 'REASON'.
           05 FILLER PIC X(12) VALUE 'HELD SINCE'.
       01  SECTION-LINE.
           05 SEC-TEXT         PIC X(60) VALUE SPACES.
           05 FILLER           PIC X(72) VALUE SPACES.
       01  BRANCH-HDG-LINE.
           05 FILLER           PIC X(07) VALUE 'BRANCH '.
           05 BH-BRANCH        PIC 9(04).
           05 FILLER           PIC X(121) VALUE SPACES.
       01  DETAIL-LINE.
           05 DL-BRANCH        PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-CUSTID        PIC X(05) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-ACCT          PIC X(09) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-TRANS-DATE    PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 DL-PAYMT-AMT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 DL-CURR          PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-CAD-AMT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-ACTION        PIC X(08) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-REASON        PIC X(26) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-HELD-DATE     PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
       01  BRANCH-TOTAL-LINE.
           05 FILLER           PIC X(07) VALUE 'BRANCH '.
           05 BT-BRANCH        PIC 9(04).
           05 FILLER           PIC X(19) VALUE ' WIRES ON HOLD    :'.
           05 BT-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(08) VALUE '   CAD :'.
           05 BT-CAD           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(65) VALUE SPACES.
       01  SUMMARY-LINE.
           05 SUM-LABEL        PIC X(30).
           05 SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(91) VALUE SPACES.
       01  SUMMARY-CAD-LINE.
           05 SUMC-LABEL       PIC X(30).
           05 SUMC-CAD         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(84) VALUE SPACES.
       01  AUTH-REASON-LINE.
           05 FILLER           PIC X(13) VALUE SPACES.
           05 FILLER           PIC X(22)
               VALUE 'CARD NOT AUTHORIZED - '.
           05 AR-REASON        PIC X(30).
           05 FILLER           PIC X(67) VALUE SPACES.
       01  ACTUAL-RUN-LINE.
           05 FILLER           PIC X(26)
               VALUE 'SYSTEM DATE ACTUALLY RAN: '.
           05 ARL-ACTUAL-DATE  PIC X(10).
           05 FILLER           PIC X(96) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 1500-PROCESS-HOLDS   THRU 1500-EXIT.
           PERFORM 2000-SORT-AND-SCREEN THRU 2000-EXIT.
           PERFORM 6000-BRANCH-REPORT   THRU 6000-EXIT.
           PERFORM 7000-REPORT-UNMATCHED THRU 7000-EXIT.
           PERFORM 8000-WRITE-SUMMARY   THRU 8000-EXIT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
           IF WS-HELD-COUNT > ZERO OR WS-CARRIED-HOLD-COUNT > ZERO
               OR WS-AUTH-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------*
      * 1000-INITIALIZE - LOAD THE CAD CONVERSION RATES, THE OPS       *
      * RELEASE CARDS AND THE AUTHORIZED OPERATORS, OPEN THE CYCLE     *
      * FILES AND HEAD THE REPORT                                      *
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
           MOVE WS-RUN-DATE-OUT TO WS-ACTUAL-RUN-DATE.
           PERFORM 1050-READ-BUSDATE      THRU 1050-EXIT.
           PERFORM 1100-LOAD-CARDS        THRU 1100-EXIT.
           PERFORM 1200-LOAD-OPERATORS    THRU 1200-EXIT.
           PERFORM 1400-LOAD-FXRATE-TABLE THRU 1400-EXIT.
           OPEN INPUT  CUSTACCT-FILE.
           OPEN INPUT  HOLD-IN-FILE.
           OPEN INPUT  LIMIT-USE-IN-FILE.
           OPEN OUTPUT PASSED-FILE.
           OPEN OUTPUT HOLD-OUT-FILE.
           OPEN OUTPUT LIMIT-USE-OUT-FILE.
           OPEN OUTPUT BRANCH-REPORT.
           OPEN EXTEND AUTH-LOG-FILE.
           MOVE WS-RUN-DATE-OUT TO HDG1-RUN-DATE.
           WRITE BRANCH-LINE FROM HDG1-LINE.
           MOVE WS-ACTUAL-RUN-DATE TO ARL-ACTUAL-DATE.
           WRITE BRANCH-LINE FROM ACTUAL-RUN-LINE.
           WRITE BRANCH-LINE FROM HDG2-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1050-READ-BUSDATE - THE SCHEDULER-STAMPED BUSINESS DATE        *
      * CONTROL CARD DRIVES EVERY DATE THE CYCLE STAMPS; THE SYSTEM    *
      * DATE IS KEPT ONLY AS THE ACTUALLY-RAN-AT AUDIT STAMP.  A       *
      * MISSING OR BLANK CARD FALLS BACK TO THE SYSTEM DATE            *
      * CARD COLUMN 11 CARRIES THE INTRADAY CYCLE NUMBER (1-9); A      *
      * BLANK OR ZERO COLUMN MEANS THE FIRST CYCLE OF THE DAY          *
      *----------------------------------------------------------------*
       1050-READ-BUSDATE.
           OPEN INPUT BUSDATE-PARM-FILE.
           READ BUSDATE-PARM-FILE
               AT END MOVE SPACES TO BUSDATE-PARM-RECORD
           END-READ.
           CLOSE BUSDATE-PARM-FILE.
           IF BUSDATE-CYCLE-DATE NOT = SPACES
               MOVE BUSDATE-CYCLE-DATE TO WS-RUN-DATE-OUT
           END-IF.
           IF BUSDATE-CYCLE-NO IS NUMERIC
               AND BUSDATE-CYCLE-NO NOT = '0'
               MOVE BUSDATE-CYCLE-NO TO WS-RUN-CYCLE-NO
           END-IF.
       1050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-LOAD-CARDS - READ THE OPS RELEASE CARDS INTO THE          *
      * IN-STORAGE TABLE.  A BLANK-KEYED CARD IS DROPPED.  CARDS       *
      * BEYOND THE TABLE LIMIT ARE COUNTED AND REPORTED SO AN IGNORED  *
      * RELEASE NEVER GOES UNNOTICED                                   *
      *----------------------------------------------------------------*
       1100-LOAD-CARDS.
           OPEN INPUT RELEASE-CARDS.
           PERFORM 1110-READ-CARD THRU 1110-EXIT.
           PERFORM 1120-STORE-CARD THRU 1120-EXIT
               UNTIL CARDS-EOF OR WS-CARD-COUNT >= WS-CARD-MAX.
           PERFORM 1130-COUNT-DROPPED-CARD THRU 1130-EXIT
               UNTIL CARDS-EOF.
           CLOSE RELEASE-CARDS.
       1100-EXIT.
           EXIT.
       1110-READ-CARD.
           READ RELEASE-CARDS
               AT END SET CARDS-EOF TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.
       1120-STORE-CARD.
           IF AREL-CUSTID = SPACES AND AREL-TRANS-DATE = SPACES
               AND AREL-TRANS-TIME = SPACES
               GO TO 1120-READ-NEXT
           END-IF.
           ADD 1 TO WS-CARD-COUNT.
           SET WS-CARD-IDX TO WS-CARD-COUNT.
           MOVE AREL-CUSTID      TO WS-CARD-CUSTID (WS-CARD-IDX).
           MOVE AREL-TRANS-DATE  TO WS-CARD-TRANS-DATE (WS-CARD-IDX).
           MOVE AREL-TRANS-TIME  TO WS-CARD-TRANS-TIME (WS-CARD-IDX).
           MOVE AREL-MAKER-ID    TO WS-CARD-MAKER-ID (WS-CARD-IDX).
           MOVE AREL-CHECKER-ID  TO WS-CARD-CHECKER-ID (WS-CARD-IDX).
           MOVE RELEASE-CARD     TO WS-CARD-IMAGE (WS-CARD-IDX).
           MOVE 'N' TO WS-CARD-USED-SW (WS-CARD-IDX).
       1120-READ-NEXT.
           PERFORM 1110-READ-CARD THRU 1110-EXIT.
       1120-EXIT.
           EXIT.
       1130-COUNT-DROPPED-CARD.
           ADD 1 TO WS-DROPPED-CARD-COUNT.
           PERFORM 1110-READ-CARD THRU 1110-EXIT.
       1130-EXIT.
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
      * 1400-LOAD-FXRATE-TABLE - ONE SEQUENTIAL PASS, IN KEY ORDER     *
      * FOR THE BINARY SEARCH, CARRYING THE FXR-CAD-RATE CONVERSION    *
      * COLUMN THE DAILY LIMIT IS MEASURED WITH                        *
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
      * 1500-PROCESS-HOLDS - A HELD WIRE OPS RELEASED BY A PROPERLY    *
      * AUTHORIZED CARD REJOINS THE SOURCE STREAM THIS CYCLE AND       *
      * COUNTS AGAINST THE CUSTOMER'S DAY; ANYTHING ELSE ON THE HOLD   *
      * QUEUE, INCLUDING A WIRE WHOSE RELEASE CARD FAILED THE          *
      * MAKER-CHECKER TEST, CARRIES FORWARD FOR THE BRANCH TO ACT ON   *
      *----------------------------------------------------------------*
       1500-PROCESS-HOLDS.
           MOVE SPACES TO SECTION-LINE.
           MOVE 'WIRES RELEASED BY OPS THIS CYCLE' TO SEC-TEXT.
           WRITE BRANCH-LINE FROM SECTION-LINE.
           PERFORM 1510-READ-HOLD THRU 1510-EXIT.
           PERFORM 1520-WORK-ONE-HOLD THRU 1520-EXIT
               UNTIL HOLD-EOF.
       1500-EXIT.
           EXIT.
       1510-READ-HOLD.
           READ HOLD-IN-FILE
               AT END SET HOLD-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.
       1520-WORK-ONE-HOLD.
           MOVE ACTH-SOURCE-IMAGE OF ACCT-HOLD-RECORD
               TO WS-HELD-SOURCE.
           PERFORM 1530-FIND-RELEASE-CARD THRU 1530-EXIT.
           MOVE 'N' TO AUTH-REJECT-SW.
           IF CARD-WAS-MATCHED
               PERFORM 1535-AUTHORIZE-RELEASE THRU 1535-EXIT
           END-IF.
           IF CARD-WAS-MATCHED AND NOT AUTH-IS-REJECTED
               ADD 1 TO WS-RELEASED-COUNT
               WRITE PASSED-RECORD FROM WS-HELD-SOURCE
               PERFORM 1540-NOTE-RELEASE-USE THRU 1540-EXIT
               MOVE 'RELEASED' TO DL-ACTION
               PERFORM 1550-LIST-RELEASE THRU 1550-EXIT
               PERFORM 6600-LOG-AUTHORITY THRU 6600-EXIT
           ELSE
               ADD 1 TO WS-CARRIED-HOLD-COUNT
               WRITE HOLD-OUT-RECORD FROM ACCT-HOLD-RECORD
           END-IF.
           IF AUTH-IS-REJECTED
               MOVE WS-AUTH-CAD-AMOUNT TO WS-CAD-AMT
               MOVE 'NOAUTH'           TO DL-ACTION
               PERFORM 1550-LIST-RELEASE THRU 1550-EXIT
               MOVE WS-AUTH-REASON     TO AR-REASON
               WRITE BRANCH-LINE FROM AUTH-REASON-LINE
           END-IF.
           PERFORM 1510-READ-HOLD THRU 1510-EXIT.
       1520-EXIT.
           EXIT.
       1530-FIND-RELEASE-CARD.
           MOVE 'N' TO CARD-MATCH-SW.
           IF WS-CARD-COUNT > ZERO
               SET WS-CARD-IDX TO 1
               SEARCH WS-CARD-ENTRY
                   WHEN WS-CARD-IDX > WS-CARD-COUNT
                       CONTINUE
                   WHEN WS-CARD-CUSTID (WS-CARD-IDX) = WS-HS-CUSTID
                    AND WS-CARD-TRANS-DATE (WS-CARD-IDX)
                                               = WS-HS-TRANS-DATE
                    AND WS-CARD-TRANS-TIME (WS-CARD-IDX)
                                               = WS-HS-TRANS-TIME
                       MOVE 'Y' TO CARD-MATCH-SW
                       MOVE 'Y' TO WS-CARD-USED-SW (WS-CARD-IDX)
               END-SEARCH
           END-IF.
       1530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1535-AUTHORIZE-RELEASE - MAKER-CHECKER TEST OF THE MATCHED     *
      * RELEASE CARD AGAINST THE HELD WIRE'S AMOUNT AND CURRENCY       *
      *----------------------------------------------------------------*
       1535-AUTHORIZE-RELEASE.
           MOVE WS-CARD-MAKER-ID (WS-CARD-IDX)   TO WS-AUTH-MAKER-ID.
           MOVE WS-CARD-CHECKER-ID (WS-CARD-IDX) TO WS-AUTH-CHECKER-ID.
           MOVE WS-CARD-IMAGE (WS-CARD-IDX)      TO WS-AUTH-CARD-IMAGE.
           MOVE WS-HS-PAYMT-AMT                  TO WS-AUTH-AMOUNT.
           MOVE WS-HS-PAYMT-CURR                 TO WS-AUTH-CURRENCY.
           MOVE 'RELEASE'                        TO WS-AUTH-ACTION.
           PERFORM 6500-CHECK-AUTHORITY THRU 6500-EXIT.
       1535-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1540-NOTE-RELEASE-USE - ADD THE RELEASED WIRE'S CAD VALUE TO   *
      * THE CUSTOMER'S USAGE FOR ITS TRANSACTION DATE                  *
      *----------------------------------------------------------------*
       1540-NOTE-RELEASE-USE.
           MOVE WS-HS-PAYMT-CURR TO WS-RATE-CURR.
           PERFORM 4200-LOOKUP-CAD-RATE THRU 4200-EXIT.
           COMPUTE WS-CAD-AMT ROUNDED = WS-HS-PAYMT-AMT * WS-CAD-RATE.
           MOVE WS-HS-CUSTID     TO WS-CURR-CUSTID.
           MOVE WS-HS-TRANS-DATE TO WS-CURR-TRANS-DATE.
           IF WS-USE-COUNT > ZERO
               SET WS-USE-IDX TO 1
               SEARCH WS-USE-ENTRY
                   WHEN WS-USE-IDX > WS-USE-COUNT
                       PERFORM 1545-ADD-USE-ENTRY THRU 1545-EXIT
                   WHEN WS-USE-DAY-KEY (WS-USE-IDX) = WS-CURR-DAY-KEY
                       ADD WS-CAD-AMT TO WS-USE-CAD-TOTAL (WS-USE-IDX)
               END-SEARCH
           ELSE
               PERFORM 1545-ADD-USE-ENTRY THRU 1545-EXIT
           END-IF.
       1540-EXIT.
           EXIT.
       1545-ADD-USE-ENTRY.
           IF WS-USE-COUNT >= WS-USE-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-USE-COUNT.
           SET WS-USE-IDX TO WS-USE-COUNT.
           MOVE WS-CURR-DAY-KEY TO WS-USE-DAY-KEY (WS-USE-IDX).
           MOVE WS-CAD-AMT      TO WS-USE-CAD-TOTAL (WS-USE-IDX).
           MOVE WS-USE-COUNT    TO WS-USE-POS.
           MOVE 'N'             TO USE-SUNK-SW.
           PERFORM 1546-SINK-USE-ENTRY THRU 1546-EXIT
               UNTIL USE-ENTRY-IN-PLACE.
       1545-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1546-SINK-USE-ENTRY - MOVE THE NEW ENTRY DOWN THE TABLE UNTIL  *
      * THE ONE BEFORE IT HAS A LOWER DAY KEY                          *
      *----------------------------------------------------------------*
       1546-SINK-USE-ENTRY.
           IF WS-USE-POS = 1
               MOVE 'Y' TO USE-SUNK-SW
               GO TO 1546-EXIT
           END-IF.
           COMPUTE WS-USE-PREV = WS-USE-POS - 1.
           IF WS-USE-DAY-KEY (WS-USE-PREV) < WS-USE-DAY-KEY (WS-USE-POS)
               MOVE 'Y' TO USE-SUNK-SW
               GO TO 1546-EXIT
           END-IF.
           MOVE WS-USE-ENTRY (WS-USE-PREV) TO WS-USE-SWAP.
           MOVE WS-USE-ENTRY (WS-USE-POS)
                                   TO WS-USE-ENTRY (WS-USE-PREV).
           MOVE WS-USE-SWAP                TO WS-USE-ENTRY (WS-USE-POS).
           MOVE WS-USE-PREV                TO WS-USE-POS.
       1546-EXIT.
           EXIT.
       1550-LIST-RELEASE.
           MOVE WS-HS-PAYMT-BR    TO DL-BRANCH.
           MOVE WS-HS-CUSTID      TO DL-CUSTID.
           MOVE WS-HS-PAYMT-ACCT  TO DL-ACCT.
           MOVE WS-HS-TRANS-DATE  TO DL-TRANS-DATE.
           MOVE WS-HS-PAYMT-AMT   TO DL-PAYMT-AMT.
           MOVE WS-HS-PAYMT-CURR  TO DL-CURR.
           MOVE WS-CAD-AMT        TO DL-CAD-AMT.
           MOVE ACTH-REASON OF ACCT-HOLD-RECORD TO WS-HOLD-REASON.
           PERFORM 6900-REASON-TEXT THRU 6900-EXIT.
           MOVE ACTH-HELD-DATE OF ACCT-HOLD-RECORD TO DL-HELD-DATE.
           WRITE BRANCH-LINE FROM DETAIL-LINE.
       1550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-SORT-AND-SCREEN - SORT TONIGHT'S SOURCE BY CUSTOMER,      *
      * TRANSACTION DATE AND TIME SO THE DAILY LIMIT IS CONSUMED IN    *
      * THE ORDER THE CUSTOMER KEYED THE WIRES                         *
      *----------------------------------------------------------------*
       2000-SORT-AND-SCREEN.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY WSRC-CUSTID     OF SORT-WORK-REC
                                WSRC-TRANS-DATE OF SORT-WORK-REC
                                WSRC-TRANS-TIME OF SORT-WORK-REC
               USING WPS-SOURCE-FILE
               OUTPUT PROCEDURE 3000-SCREEN-STREAM THRU 3000-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-SCREEN-STREAM - SORT OUTPUT PROCEDURE                     *
      *----------------------------------------------------------------*
       3000-SCREEN-STREAM.
           PERFORM 3060-READ-LIMIT-USE THRU 3060-EXIT.
           PERFORM 3065-SET-REL-KEY    THRU 3065-EXIT.
           PERFORM 3100-RETURN-RECORD  THRU 3100-EXIT.
           PERFORM 3200-SCREEN-RECORD  THRU 3200-EXIT
               UNTIL SORT-EOF.
           IF NOT FIRST-RECORD-IN-RUN
               PERFORM 3380-WRITE-DAY-USE THRU 3380-EXIT
           END-IF.
           MOVE HIGH-VALUES TO WS-ROLL-KEY.
           PERFORM 3360-ROLL-LIMIT-USE THRU 3360-EXIT
               UNTIL WS-LU-KEY >= WS-ROLL-KEY
                 AND WS-REL-KEY >= WS-ROLL-KEY.
       3000-EXIT.
           EXIT.
       3060-READ-LIMIT-USE.
           READ LIMIT-USE-IN-FILE
               AT END MOVE HIGH-VALUES TO WS-LU-KEY
               NOT AT END
                   ADD 1 TO WS-LUSE-IN-COUNT
                   MOVE LUSE-DAY-KEY TO WS-LU-KEY
           END-READ.
       3060-EXIT.
           EXIT.
       3065-SET-REL-KEY.
           IF WS-USE-NEXT > WS-USE-COUNT
               MOVE HIGH-VALUES TO WS-REL-KEY
           ELSE
               MOVE WS-USE-DAY-KEY (WS-USE-NEXT) TO WS-REL-KEY
           END-IF.
       3065-EXIT.
           EXIT.
       3100-RETURN-RECORD.
           RETURN SORT-WORK-FILE
               AT END SET SORT-EOF TO TRUE.
       3100-EXIT.
           EXIT.
       3200-SCREEN-RECORD.
           ADD 1 TO WS-SOURCE-IN-COUNT.
           MOVE WSRC-CUSTID OF SORT-WORK-REC     TO WS-CURR-CUSTID.
           MOVE WSRC-TRANS-DATE OF SORT-WORK-REC TO WS-CURR-TRANS-DATE.
           IF FIRST-RECORD-IN-RUN
               OR WS-CURR-CUSTID NOT = WS-PREV-CUSTID
               PERFORM 3300-LOAD-CUSTOMER THRU 3300-EXIT
           END-IF.
           IF FIRST-RECORD-IN-RUN
               OR WS-CURR-DAY-KEY NOT = WS-PREV-DAY-KEY
               PERFORM 3350-START-CUSTOMER-DAY THRU 3350-EXIT
           END-IF.
           MOVE WSRC-PAYMT-CURR OF SORT-WORK-REC TO WS-RATE-CURR.
           PERFORM 4200-LOOKUP-CAD-RATE THRU 4200-EXIT.
           COMPUTE WS-CAD-AMT ROUNDED =
               WSRC-PAYMT-AMT OF SORT-WORK-REC * WS-CAD-RATE.
           PERFORM 3400-CHECK-WIRE THRU 3400-EXIT.
           IF WS-HOLD-REASON = SPACES
               PERFORM 3500-PASS-CLEAN   THRU 3500-EXIT
           ELSE
               PERFORM 3600-HOLD-WIRE    THRU 3600-EXIT
           END-IF.
           MOVE 'N' TO FIRST-RECORD-SW.
           MOVE WS-CURR-CUSTID  TO WS-PREV-CUSTID.
           MOVE WS-CURR-DAY-KEY TO WS-PREV-DAY-KEY.
           PERFORM 3100-RETURN-RECORD THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3300-LOAD-CUSTOMER - THE CUSTOMER-LEVEL RECORD (BRANCH AND     *
      * ACCOUNT ZERO) CARRIES THE CUSTOMER STATUS AND DAILY LIMIT      *
      *----------------------------------------------------------------*
       3300-LOAD-CUSTOMER.
           MOVE WS-CURR-CUSTID TO CACT-CUSTID.
           MOVE ZERO           TO CACT-BRANCH.
           MOVE ZERO           TO CACT-ACCT.
           MOVE 'N'    TO CUST-FOUND-SW.
           MOVE SPACES TO WS-CUST-STATUS.
           MOVE ZERO   TO WS-CUST-LIMIT.
           READ CUSTACCT-FILE
               INVALID KEY MOVE 'N' TO CUST-FOUND-SW
               NOT INVALID KEY
                   IF CACT-CUSTOMER-REC
                       MOVE 'Y' TO CUST-FOUND-SW
                       MOVE CACT-STATUS      TO WS-CUST-STATUS
                       MOVE CACT-DAILY-LIMIT TO WS-CUST-LIMIT
                   END-IF
           END-READ.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3350-START-CUSTOMER-DAY - THE RUNNING TOTAL FOR A NEW          *
      * CUSTOMER / TRANSACTION DATE STARTS FROM WHAT EARLIER CYCLES OF *
      * THE BUSINESS DATE COMMITTED PLUS WHATEVER OPS RELEASES ALREADY *
      * COMMITTED FOR IT THIS CYCLE.  THE PREVIOUS DAY KEY'S USAGE IS  *
      * WRITTEN FIRST                                                  *
      *----------------------------------------------------------------*
       3350-START-CUSTOMER-DAY.
           IF NOT FIRST-RECORD-IN-RUN
               PERFORM 3380-WRITE-DAY-USE THRU 3380-EXIT
           END-IF.
           MOVE WS-CURR-DAY-KEY TO WS-ROLL-KEY.
           PERFORM 3360-ROLL-LIMIT-USE THRU 3360-EXIT
               UNTIL WS-LU-KEY >= WS-ROLL-KEY
                 AND WS-REL-KEY >= WS-ROLL-KEY.
           MOVE ZERO TO WS-PRIOR-USE-CAD.
           PERFORM 3370-TAKE-PRIOR-USE THRU 3370-EXIT
               UNTIL WS-LU-KEY NOT = WS-CURR-DAY-KEY.
           MOVE WS-PRIOR-USE-CAD TO WS-DAY-TOTAL-CAD.
           IF WS-REL-KEY = WS-CURR-DAY-KEY
               ADD WS-USE-CAD-TOTAL (WS-USE-NEXT) TO WS-DAY-TOTAL-CAD
               ADD 1 TO WS-USE-NEXT
               PERFORM 3065-SET-REL-KEY THRU 3065-EXIT
           END-IF.
       3350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3360-ROLL-LIMIT-USE - BRING THE USAGE FILE UP TO THE ROLL KEY, *
      * CARRYING EARLIER CYCLES' ENTRIES AND WRITING THIS CYCLE'S      *
      * ENTRY FOR ANY DAY KEY WHOSE ONLY USAGE IS AN OPS RELEASE, IN   *
      * DAY KEY ORDER                                                  *
      *----------------------------------------------------------------*
       3360-ROLL-LIMIT-USE.
           IF WS-LU-KEY NOT > WS-REL-KEY
               PERFORM 3365-CARRY-LIMIT-USE THRU 3365-EXIT
               PERFORM 3060-READ-LIMIT-USE  THRU 3060-EXIT
           ELSE
               MOVE SPACES          TO WS-LIMIT-USE-WORK
               MOVE WS-REL-KEY      TO WS-LW-DAY-KEY
               MOVE WS-USE-CAD-TOTAL (WS-USE-NEXT) TO WS-LW-CAD-TOTAL
               PERFORM 3390-PUT-LIMIT-USE THRU 3390-EXIT
               ADD 1 TO WS-USE-NEXT
               PERFORM 3065-SET-REL-KEY THRU 3065-EXIT
           END-IF.
       3360-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3365-CARRY-LIMIT-USE - AN ENTRY FROM ANOTHER CYCLE OF TODAY'S  *
      * BUSINESS DATE CARRIES FORWARD.  ONE FROM THIS SAME CYCLE (A    *
      * RERUN) IS REPLACED BY TONIGHT'S FIGURES, AND ONE FROM AN       *
      * EARLIER BUSINESS DATE AGES OFF                                 *
      *----------------------------------------------------------------*
       3365-CARRY-LIMIT-USE.
           MOVE 'N' TO USE-CARRIED-SW.
           IF LUSE-BUS-DATE = WS-RUN-DATE-OUT
               AND LUSE-CYCLE-NO NOT = WS-RUN-CYCLE-NO
               MOVE 'Y' TO USE-CARRIED-SW
               ADD 1 TO WS-LUSE-OUT-COUNT
               WRITE LIMIT-USE-OUT-RECORD FROM LIMIT-USE-RECORD
           ELSE
               ADD 1 TO WS-LUSE-DROP-COUNT
           END-IF.
       3365-EXIT.
           EXIT.
       3370-TAKE-PRIOR-USE.
           PERFORM 3365-CARRY-LIMIT-USE THRU 3365-EXIT.
           IF USE-WAS-CARRIED
               ADD LUSE-CAD-TOTAL TO WS-PRIOR-USE-CAD
           END-IF.
           PERFORM 3060-READ-LIMIT-USE THRU 3060-EXIT.
       3370-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3380-WRITE-DAY-USE - THIS CYCLE'S SHARE OF THE FINISHED DAY    *
      * KEY: ITS OPS RELEASES AND ITS PASSED WIRES                     *
      *----------------------------------------------------------------*
       3380-WRITE-DAY-USE.
           MOVE SPACES          TO WS-LIMIT-USE-WORK.
           MOVE WS-PREV-DAY-KEY TO WS-LW-DAY-KEY.
           COMPUTE WS-LW-CAD-TOTAL =
               WS-DAY-TOTAL-CAD - WS-PRIOR-USE-CAD.
           IF WS-LW-CAD-TOTAL > ZERO
               PERFORM 3390-PUT-LIMIT-USE THRU 3390-EXIT
           END-IF.
       3380-EXIT.
           EXIT.
       3390-PUT-LIMIT-USE.
           MOVE WS-RUN-DATE-OUT TO WS-LW-BUS-DATE.
           MOVE WS-RUN-CYCLE-NO TO WS-LW-CYCLE-NO.
           ADD 1 TO WS-LUSE-OUT-COUNT.
           WRITE LIMIT-USE-OUT-RECORD FROM WS-LIMIT-USE-WORK.
       3390-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3400-CHECK-WIRE - THE FIRST FAILING CHECK NAMES THE HOLD       *
      * REASON: CUSTOMER ON FILE AND ACTIVE, ACCOUNT HELD BY THE       *
      * CUSTOMER, ACCOUNT ACTIVE, ACCOUNT TYPE AGREES, AND THE WIRE    *
      * FITS INSIDE WHAT IS LEFT OF THE DAY'S LIMIT.  A ZERO LIMIT     *
      * GIVES NO WIRE AUTHORITY AT ALL                                 *
      *----------------------------------------------------------------*
       3400-CHECK-WIRE.
           MOVE SPACES TO WS-HOLD-REASON.
           IF NOT CUST-WAS-FOUND
               MOVE 'NOCUST'   TO WS-HOLD-REASON
               ADD 1 TO WS-NOCUST-COUNT
               GO TO 3400-EXIT
           END-IF.
           IF WS-CUST-STATUS NOT = 'A'
               MOVE 'CUSTSTAT' TO WS-HOLD-REASON
               ADD 1 TO WS-CUSTSTAT-COUNT
               GO TO 3400-EXIT
           END-IF.
           PERFORM 3450-READ-ACCOUNT THRU 3450-EXIT.
           IF NOT ACCT-WAS-FOUND
               MOVE 'NOTOWNED' TO WS-HOLD-REASON
               ADD 1 TO WS-NOTOWNED-COUNT
               GO TO 3400-EXIT
           END-IF.
           IF NOT CACT-ACTIVE
               EVALUATE TRUE
                   WHEN CACT-CLOSED
                       MOVE 'ACCTCLSD' TO WS-HOLD-REASON
                   WHEN CACT-FROZEN
                       MOVE 'ACCTFRZN' TO WS-HOLD-REASON
                   WHEN CACT-DECEASED-ESTATE
                       MOVE 'ACCTDCSD' TO WS-HOLD-REASON
                   WHEN OTHER
                       MOVE 'ACCTSTAT' TO WS-HOLD-REASON
               END-EVALUATE
               ADD 1 TO WS-ACCTSTAT-COUNT
               GO TO 3400-EXIT
           END-IF.
           IF CACT-ACCT-TYPE NOT = SPACES
               AND CACT-ACCT-TYPE NOT = WSRC-ACCT-TYPE OF SORT-WORK-REC
               MOVE 'ACCTTYPE' TO WS-HOLD-REASON
               ADD 1 TO WS-ACCTTYPE-COUNT
               GO TO 3400-EXIT
           END-IF.
           COMPUTE WS-NEW-DAY-TOTAL = WS-DAY-TOTAL-CAD + WS-CAD-AMT.
           IF WS-NEW-DAY-TOTAL > WS-CUST-LIMIT
               MOVE 'OVERLIM'  TO WS-HOLD-REASON
               ADD 1 TO WS-OVERLIM-COUNT
           END-IF.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3450-READ-ACCOUNT - AN ACCOUNT BELONGS TO THE CUSTOMER ONLY    *
      * WHEN AN ACCOUNT-LEVEL RECORD EXISTS UNDER THE CUSTOMER'S OWN   *
      * ID FOR THE BRANCH AND ACCOUNT ON THE WIRE                      *
      *----------------------------------------------------------------*
       3450-READ-ACCOUNT.
           MOVE WS-CURR-CUSTID                   TO CACT-CUSTID.
           MOVE WSRC-PAYMT-BR OF SORT-WORK-REC   TO CACT-BRANCH.
           MOVE WSRC-PAYMT-ACCT OF SORT-WORK-REC TO CACT-ACCT.
           MOVE 'N' TO ACCT-FOUND-SW.
           READ CUSTACCT-FILE
               INVALID KEY MOVE 'N' TO ACCT-FOUND-SW
               NOT INVALID KEY
                   IF CACT-ACCOUNT-REC
                       MOVE 'Y' TO ACCT-FOUND-SW
                   END-IF
           END-READ.
       3450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3500-PASS-CLEAN - A CLEAN WIRE FLOWS THROUGH TO THE OUTPUT     *
      * THAT FEEDS THE PRPW2200 BUILD STEP AND USES UP ITS SHARE OF    *
      * THE CUSTOMER'S DAY.  A HELD WIRE USES NONE OF IT               *
      *----------------------------------------------------------------*
       3500-PASS-CLEAN.
           ADD 1 TO WS-CLEAN-COUNT.
           ADD WS-CAD-AMT TO WS-DAY-TOTAL-CAD.
           WRITE PASSED-RECORD FROM SORT-WORK-REC.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3600-HOLD-WIRE - DIVERT THE WIRE TO THE ACCOUNT HOLD QUEUE     *
      * WITH ITS FULL SOURCE IMAGE AND THE CAD FIGURES BEHIND A LIMIT  *
      * HOLD                                                           *
      *----------------------------------------------------------------*
       3600-HOLD-WIRE.
           ADD 1 TO WS-HELD-COUNT.
           MOVE SPACES                   TO WS-HOLD-WORK.
           MOVE SORT-WORK-REC            TO WS-HO-SOURCE-IMAGE.
           MOVE WS-RUN-DATE-OUT          TO WS-HO-HELD-DATE.
           MOVE WS-HOLD-REASON           TO WS-HO-REASON.
           MOVE WSRC-PAYMT-BR OF SORT-WORK-REC TO WS-HO-PAYMT-BR.
           MOVE WS-CAD-AMT               TO WS-HO-CAD-AMT.
           IF WS-HOLD-REASON = 'OVERLIM'
               MOVE WS-NEW-DAY-TOTAL     TO WS-HO-DAY-TOTAL-CAD
               MOVE WS-CUST-LIMIT        TO WS-HO-DAILY-LIMIT
           ELSE
               MOVE ZERO                 TO WS-HO-DAY-TOTAL-CAD
               MOVE ZERO                 TO WS-HO-DAILY-LIMIT
           END-IF.
           WRITE HOLD-OUT-RECORD FROM WS-HOLD-WORK.
       3600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4200-LOOKUP-CAD-RATE - THE FXR-CAD-RATE CONVERSION RATE FOR    *
      * THE WIRE'S CURRENCY.  CAD ITSELF, A CURRENCY WITH NO RATE ON   *
      * FILE, OR A ZERO (NEVER-STAMPED) RATE CONVERTS AT PAR           *
      *----------------------------------------------------------------*
       4200-LOOKUP-CAD-RATE.
           MOVE 1 TO WS-CAD-RATE.
           IF WS-RATE-CURR NOT = 'CAD' AND WS-RATE-COUNT > ZERO
               SEARCH ALL WS-RATE-ENTRY
                   AT END CONTINUE
                   WHEN WS-RT-CURRENCY (WS-RATE-IDX) = WS-RATE-CURR
                       IF WS-RT-CAD-RATE (WS-RATE-IDX) NOT = ZERO
                           MOVE WS-RT-CAD-RATE (WS-RATE-IDX)
                               TO WS-CAD-RATE
                       END-IF
               END-SEARCH
           END-IF.
       4200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 6000-BRANCH-REPORT - EVERY WIRE LEFT ON THE HOLD QUEUE (NEW    *
      * TONIGHT OR CARRIED FORWARD) LISTED BY OWNING BRANCH, WITH A    *
      * COUNT AND CAD TOTAL PER BRANCH                                 *
      *----------------------------------------------------------------*
       6000-BRANCH-REPORT.
           CLOSE HOLD-OUT-FILE.
           MOVE SPACES TO SECTION-LINE.
           MOVE 'WIRES ON ACCOUNT HOLD BY BRANCH' TO SEC-TEXT.
           WRITE BRANCH-LINE FROM SECTION-LINE.
           SORT HOLD-SORT-FILE
               ON ASCENDING KEY ACTH-PAYMT-BR     OF HOLD-SORT-REC
                                ACTH-SOURCE-IMAGE OF HOLD-SORT-REC
               USING HOLD-OUT-FILE
               OUTPUT PROCEDURE 6100-PRINT-HOLDS THRU 6100-EXIT.
       6000-EXIT.
           EXIT.
       6100-PRINT-HOLDS.
           PERFORM 6200-RETURN-HOLD THRU 6200-EXIT.
           PERFORM 6300-LIST-ONE-HOLD THRU 6300-EXIT
               UNTIL HSORT-EOF.
           IF NOT FIRST-BRANCH-IN-RUN
               PERFORM 6400-BRANCH-TOTAL THRU 6400-EXIT
           END-IF.
       6100-EXIT.
           EXIT.
       6200-RETURN-HOLD.
           RETURN HOLD-SORT-FILE
               AT END SET HSORT-EOF TO TRUE.
       6200-EXIT.
           EXIT.
       6300-LIST-ONE-HOLD.
           IF FIRST-BRANCH-IN-RUN
               OR ACTH-PAYMT-BR OF HOLD-SORT-REC NOT = WS-PREV-BRANCH
               IF NOT FIRST-BRANCH-IN-RUN
                   PERFORM 6400-BRANCH-TOTAL THRU 6400-EXIT
               END-IF
               MOVE ACTH-PAYMT-BR OF HOLD-SORT-REC TO WS-PREV-BRANCH
               MOVE WS-PREV-BRANCH TO BH-BRANCH
               WRITE BRANCH-LINE FROM BRANCH-HDG-LINE
               MOVE 'N' TO FIRST-BRANCH-SW
           END-IF.
           MOVE ACTH-SOURCE-IMAGE OF HOLD-SORT-REC TO WS-HELD-SOURCE.
           MOVE WS-HS-PAYMT-BR    TO DL-BRANCH.
           MOVE WS-HS-CUSTID      TO DL-CUSTID.
           MOVE WS-HS-PAYMT-ACCT  TO DL-ACCT.
           MOVE WS-HS-TRANS-DATE  TO DL-TRANS-DATE.
           MOVE WS-HS-PAYMT-AMT   TO DL-PAYMT-AMT.
           MOVE WS-HS-PAYMT-CURR  TO DL-CURR.
           MOVE ACTH-CAD-AMT OF HOLD-SORT-REC TO DL-CAD-AMT.
           MOVE 'HELD'            TO DL-ACTION.
           MOVE ACTH-REASON OF HOLD-SORT-REC TO WS-HOLD-REASON.
           PERFORM 6900-REASON-TEXT THRU 6900-EXIT.
           MOVE ACTH-HELD-DATE OF HOLD-SORT-REC TO DL-HELD-DATE.
           WRITE BRANCH-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-BR-HELD-COUNT.
           ADD ACTH-CAD-AMT OF HOLD-SORT-REC TO WS-BR-HELD-CAD
                                                WS-HELD-CAD-TOTAL.
           PERFORM 6200-RETURN-HOLD THRU 6200-EXIT.
       6300-EXIT.
           EXIT.
       6400-BRANCH-TOTAL.
           MOVE WS-PREV-BRANCH   TO BT-BRANCH.
           MOVE WS-BR-HELD-COUNT TO BT-COUNT.
           MOVE WS-BR-HELD-CAD   TO BT-CAD.
           WRITE BRANCH-LINE FROM BRANCH-TOTAL-LINE.
           MOVE ZERO TO WS-BR-HELD-COUNT.
           MOVE ZERO TO WS-BR-HELD-CAD.
       6400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 6500-CHECK-AUTHORITY - MAKER-CHECKER TEST OF ONE CONTROL CARD. *
      * BOTH IDS MUST BE PRESENT, DIFFERENT, ON THE OPERATOR TABLE AND *
      * ACTIVE; THE MAKER MUST HOLD THE RIGHT TO KEY THIS CARD TYPE    *
      * AND THE CHECKER THE RIGHT TO APPROVE IT; AND THE CARD'S        *
      * AMOUNT, IN CAD, MAY NOT EXCEED THE CHECKER'S DOLLAR AUTHORITY. *
      * THE FIRST FAILURE FOUND IS THE REASON REPORTED                 *
      *----------------------------------------------------------------*
       6500-CHECK-AUTHORITY.
           MOVE 'N'    TO AUTH-REJECT-SW.
           MOVE SPACES TO WS-AUTH-REASON.
           MOVE SPACES TO WS-AUTH-CHECKER-ROLE.
           MOVE ZERO   TO WS-AUTH-CHECKER-LIMIT.
           PERFORM 6520-LOOKUP-CAD-RATE THRU 6520-EXIT.
           COMPUTE WS-AUTH-CAD-AMOUNT ROUNDED =
               WS-AUTH-AMOUNT * WS-CAD-RATE.
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
           IF WS-AUTH-CAD-AMOUNT > WS-AUTH-CHECKER-LIMIT
               MOVE 'OVER CHECKER AUTHORITY' TO WS-AUTH-REASON
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
      * 6520-LOOKUP-CAD-RATE - THE FXR-CAD-RATE CONVERSION RATE FOR    *
      * THE CARD'S CURRENCY. CAD ITSELF, A CURRENCY WITH NO RATE ON    *
      * FILE, OR A ZERO (NEVER-STAMPED) RATE CONVERTS AT PAR           *
      *----------------------------------------------------------------*
       6520-LOOKUP-CAD-RATE.
           MOVE WS-AUTH-CURRENCY TO WS-RATE-CURR.
           PERFORM 4200-LOOKUP-CAD-RATE THRU 4200-EXIT.
       6520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 6600-LOG-AUTHORITY - ONE RECORD ON THE COMMON CONTROL CARD     *
      * AUTHORIZATION LOG FOR EVERY CARD ACCEPTED AND ACTED ON, FOR    *
      * THE AUDITORS                                                   *
      *----------------------------------------------------------------*
       6600-LOG-AUTHORITY.
           MOVE SPACES               TO AUTH-LOG-RECORD.
           MOVE WS-RUN-DATE-OUT      TO ALOG-BUS-DATE.
           MOVE WS-RUN-CYCLE-NO      TO ALOG-CYCLE-NO.
           MOVE WS-ACTUAL-RUN-DATE   TO ALOG-RUN-DATE.
           MOVE WS-RUN-TIME-OUT      TO ALOG-RUN-TIME.
           MOVE 'PRPW2199'           TO ALOG-PROGRAM-ID.
           MOVE 'ACTHREL'            TO ALOG-CARD-TYPE.
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
      *----------------------------------------------------------------*
      * 6900-REASON-TEXT - THE BRANCH-READABLE WORDING OF A HOLD CODE  *
      *----------------------------------------------------------------*
       6900-REASON-TEXT.
           EVALUATE WS-HOLD-REASON
               WHEN 'NOCUST'
                   MOVE 'CUSTOMER NOT ON MASTER'    TO DL-REASON
               WHEN 'CUSTSTAT'
                   MOVE 'CUSTOMER NOT ACTIVE'       TO DL-REASON
               WHEN 'NOTOWNED'
                   MOVE 'ACCT NOT HELD BY CUSTOMER' TO DL-REASON
               WHEN 'ACCTCLSD'
                   MOVE 'ACCOUNT CLOSED'            TO DL-REASON
               WHEN 'ACCTFRZN'
                   MOVE 'ACCOUNT FROZEN'            TO DL-REASON
               WHEN 'ACCTDCSD'
                   MOVE 'DECEASED ESTATE ACCOUNT'   TO DL-REASON
               WHEN 'ACCTSTAT'
                   MOVE 'ACCOUNT NOT ACTIVE'        TO DL-REASON
               WHEN 'ACCTTYPE'
                   MOVE 'ACCOUNT TYPE MISMATCH'     TO DL-REASON
               WHEN 'OVERLIM'
                   MOVE 'DAILY WIRE LIMIT EXCEEDED' TO DL-REASON
               WHEN OTHER
                   MOVE WS-HOLD-REASON              TO DL-REASON
           END-EVALUATE.
       6900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7000-REPORT-UNMATCHED - A RELEASE CARD THAT MATCHED NO HELD    *
      * WIRE WAS PROBABLY KEYED WRONG; LIST IT FOR OPS                 *
      *----------------------------------------------------------------*
       7000-REPORT-UNMATCHED.
           IF WS-CARD-COUNT > ZERO
               PERFORM 7010-CHECK-ONE-CARD THRU 7010-EXIT
                   VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
           END-IF.
       7000-EXIT.
           EXIT.
       7010-CHECK-ONE-CARD.
           IF WS-CARD-USED-SW (WS-CARD-IDX) = 'N'
               ADD 1 TO WS-UNMATCHED-CARD-COUNT
               MOVE SPACES TO DETAIL-LINE
               MOVE WS-CARD-CUSTID (WS-CARD-IDX)     TO DL-CUSTID
               MOVE WS-CARD-TRANS-DATE (WS-CARD-IDX) TO DL-TRANS-DATE
               MOVE 'BADCARD'                        TO DL-ACTION
               WRITE BRANCH-LINE FROM DETAIL-LINE
           END-IF.
       7010-EXIT.
           EXIT.
       8000-WRITE-SUMMARY.
           MOVE 'SOURCE RECORDS READ         :' TO SUM-LABEL.
           MOVE WS-SOURCE-IN-COUNT              TO SUM-COUNT.
           WRITE BRANCH-LINE FROM SUMMARY-LINE.
           MOVE 'CLEAN RECORDS PASSED        :' TO SUM-LABEL.
           MOVE WS-CLEAN-COUNT                  TO SUM-COUNT.
           WRITE BRANCH-LINE FROM SUMMARY-LINE.
           MOVE 'HELD - CUSTOMER NOT ON FILE :' TO SUM-LABEL.
           MOVE WS-NOCUST-COUNT                 TO SUM-COUNT.
           WRITE BRANCH-LINE FROM SUMMARY-LINE.
           MOVE 'HELD - CUSTOMER NOT ACTIVE  :' TO SUM-LABEL.
           MOVE WS-CUSTSTAT-COUNT               TO SUM-COUNT.
           WRITE BRANCH-LINE FROM SUMMARY-LINE.
           MOVE 'HELD - ACCT NOT CUSTOMER S  :' TO SUM-LABEL.
           MOVE WS-NOTOWNED-COUNT               TO SUM-COUNT.
           WRITE BRANCH-LINE FROM SUMMARY-LINE.
           MOVE 'HELD - ACCOUNT NOT ACTIVE   :' TO SUM-LABEL.
           MOVE WS-ACCTSTAT-COUNT               TO SUM-COUNT.
           WRITE BRANCH-LINE FROM SUMMARY-LINE.
           MOVE 'HELD - ACCOUNT TYPE MISMATCH:' TO SUM-LABEL.
           MOVE WS-ACCTTYPE-COUNT               TO SUM-COUNT.
           WRITE BRANCH-LINE FROM SUMMARY-LINE.
           MOVE 'HELD - DAILY LIMIT EXCEEDED :' TO SUM-LABEL.
           MOVE WS-OVERLIM-COUNT                TO SUM-COUNT.
           WRITE BRANCH-LINE FROM SUMMARY-LINE.
           MOVE 'HOLDS RELEASED BY OPS       :' TO SUM-LABEL.
           MOVE WS-RELEASED-COUNT               TO SUM-COUNT.
           WRITE BRANCH-LINE FROM SUMMARY-LINE.
           MOVE 'HOLDS CARRIED FORWARD       :' TO SUM-LABEL.
           MOVE WS-CARRIED-HOLD-COUNT           TO SUM-COUNT.
           WRITE BRANCH-LINE FROM SUMMARY-LINE.
           MOVE 'CAD VALUE LEFT ON HOLD      :' TO SUMC-LABEL.
           MOVE WS-HELD-CAD-TOTAL               TO SUMC-CAD.
           WRITE BRANCH-LINE FROM SUMMARY-CAD-LINE.
           MOVE 'RELEASE CARDS MATCHING NONE :' TO SUM-LABEL.
           MOVE WS-UNMATCHED-CARD-COUNT         TO SUM-COUNT.
           WRITE BRANCH-LINE FROM SUMMARY-LINE.
           MOVE 'CARDS REJECTED - AUTHORITY  :' TO SUM-LABEL.
           MOVE WS-AUTH-REJECT-COUNT            TO SUM-COUNT.
           WRITE BRANCH-LINE FROM SUMMARY-LINE.
           MOVE 'CARDS LOGGED TO AUTHLOG     :' TO SUM-LABEL.
           MOVE WS-AUTH-LOG-COUNT               TO SUM-COUNT.
           WRITE BRANCH-LINE FROM SUMMARY-LINE.
           MOVE 'INTRADAY CYCLE NUMBER       :' TO SUM-LABEL.
           MOVE WS-RUN-CYCLE-NO                 TO SUM-COUNT.
           WRITE BRANCH-LINE FROM SUMMARY-LINE.
           MOVE 'LIMIT USAGE ENTRIES IN      :' TO SUM-LABEL.
           MOVE WS-LUSE-IN-COUNT                TO SUM-COUNT.
           WRITE BRANCH-LINE FROM SUMMARY-LINE.
           MOVE 'LIMIT USAGE ENTRIES OUT     :' TO SUM-LABEL.
           MOVE WS-LUSE-OUT-COUNT               TO SUM-COUNT.
           WRITE BRANCH-LINE FROM SUMMARY-LINE.
           MOVE 'LIMIT USAGE ENTRIES DROPPED :' TO SUM-LABEL.
           MOVE WS-LUSE-DROP-COUNT              TO SUM-COUNT.
           WRITE BRANCH-LINE FROM SUMMARY-LINE.
           IF WS-DROPPED-CARD-COUNT > ZERO
               MOVE 'CARDS DROPPED - TABLE FULL  :' TO SUM-LABEL
               MOVE WS-DROPPED-CARD-COUNT           TO SUM-COUNT
               WRITE BRANCH-LINE FROM SUMMARY-LINE
           END-IF.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8900-WRITE-RUN-CONTROL - RECORDS IN = TONIGHT'S SOURCE PLUS    *
      * THE HOLDS READ BACK; PASSED = CLEAN PLUS RELEASED; HELD = NEW  *
      * HOLDS PLUS HOLDS CARRIED FORWARD.  THE HOLDS READ BACK RIDE    *
      * ALONG AS A SUPPLEMENTARY THIRD COUNT SO PRPW2228 CAN TAKE      *
      * THEM OUT WHEN IT CHAINS THE UPSTREAM OUTPUT INTO THIS STEP     *
      *----------------------------------------------------------------*
       8900-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE SPACES           TO WPS-RUN-CONTROL-RECORD.
           MOVE 'PRPW2199'       TO RUNC-STEP-NAME.
           MOVE WS-RUN-DATE-OUT  TO RUNC-CYCLE-DATE.
           MOVE WS-RUN-CYCLE-NO  TO RUNC-CYCLE-NO.
           COMPUTE RUNC-RECS-IN = WS-SOURCE-IN-COUNT
               + WS-RELEASED-COUNT + WS-CARRIED-HOLD-COUNT.
           MOVE 'PASSED'         TO RUNC-OUT-LABEL (1).
           COMPUTE RUNC-OUT-COUNT (1) = WS-CLEAN-COUNT
               + WS-RELEASED-COUNT.
           MOVE 'ACCTHELD'       TO RUNC-OUT-LABEL (2).
           COMPUTE RUNC-OUT-COUNT (2) = WS-HELD-COUNT
               + WS-CARRIED-HOLD-COUNT.
           MOVE 'HOLDSIN'        TO RUNC-OUT-LABEL (3).
           COMPUTE RUNC-OUT-COUNT (3) = WS-RELEASED-COUNT
               + WS-CARRIED-HOLD-COUNT.
           WRITE WPS-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.
       8900-EXIT.
           EXIT.
       9000-TERMINATE.
           PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
           CLOSE CUSTACCT-FILE.
           CLOSE HOLD-IN-FILE.
           CLOSE LIMIT-USE-IN-FILE.
           CLOSE LIMIT-USE-OUT-FILE.
           CLOSE PASSED-FILE.
           CLOSE BRANCH-REPORT.
           CLOSE AUTH-LOG-FILE.
       9000-EXIT.
           EXIT.
