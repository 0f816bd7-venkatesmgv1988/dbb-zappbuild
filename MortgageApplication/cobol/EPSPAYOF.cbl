       ID DIVISION.
       PROGRAM-ID. EPSPAYOF.
      *    THIS PROGRAM PRODUCES PAYOFF QUOTES FROM THE ACCTVSAM KSDS
      *    LOADED BY EPSVLOAD. IT READS PAYOFF REQUEST CARDS FROM
      *    PAYCARD (ACCOUNT NUMBER, GOOD-THROUGH DATE, REQUESTER AND
      *    ANY ACCOUNT-SPECIFIC FEES), DOES A KEYED READ OF THE
      *    ACCOUNT AND WRITES A FORMATTED PAYOFF STATEMENT TO
      *    PAYSTMT - THE PRINCIPAL BALANCE (OP-LOAN-CURR-BAL), PLUS
      *    INTEREST ACCRUED AT OP-LOAN-INT-RATE FROM THE DATE
      *    INTEREST IS PAID THROUGH UP TO THE GOOD-THROUGH DATE, PLUS
      *    FEES, GIVING THE AMOUNT TO PAY OFF. THE DAILY PER-DIEM IS
      *    PRINTED FOR CLOSINGS THAT SLIP PAST THE GOOD-THROUGH DATE
      *    AND THE ESCROW BALANCE (OP-LOAN-ESCROW-BAL) IS SHOWN AS A
      *    SEPARATE REFUND, NOT NETTED AGAINST THE PAYOFF.
      *
      *    INTEREST IS PAID IN ARREARS, SO AN INSTALLMENT DUE ON
      *    OP-LOAN-NEXT-PMT-DT HAS NOT YET PAID THE MONTH BEFORE IT -
      *    INTEREST IS ACCRUED FROM ONE MONTH BEFORE THE NEXT PAYMENT
      *    DATE, ON AN ACTUAL/365 DAY BASIS. A LOAN BEHIND ON ITS
      *    PAYMENTS THEREFORE PICKS UP EVERY UNPAID MONTH'S INTEREST.
      *
      *    EVERY REQUEST IS LISTED ON THE PAYRPT CONTROL REPORT AS
      *    QUOTED OR REJECTED. A REQUEST IS REJECTED WITH A REASON,
      *    AND NO STATEMENT IS WRITTEN, WHEN THE ACCOUNT IS NOT ON
      *    THE KSDS, IS CLOSED, HAS NO LOAN ROW (OP-LOAN-NEXT-PMT-DT
      *    IS SPACES), OR THE GOOD-THROUGH DATE IS NOT A REAL DATE OR
      *    HAS ALREADY PASSED.
      *
      *    PAYPARM CARD - STANDARD RELEASE/RECORDING FEE (9(5)V99)
      *    AND PAYOFF STATEMENT FEE (9(5)V99) ADDED TO EVERY QUOTE.
      *    WHEN THE CARD IS ABSENT NO STANDARD FEES ARE CHARGED.
      *
      *    AUTHOR - ARUNKUMAR KOWALPADOLI & AJAY CHINCHANSUR
      *    DATE - 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PAYOFF-CARD-FILE ASSIGN TO PAYCARD
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PAYCARD-STATUS.

       SELECT PAYOFF-PARM-FILE ASSIGN TO PAYPARM
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PAYPARM-STATUS.

       SELECT ACCT-VSAM-FILE ASSIGN TO ACCTVSAM
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS VS-CUST-ACCT
       FILE STATUS IS WS-ACCTVSAM-STATUS.

       SELECT PAYOFF-STMT-FILE ASSIGN TO PAYSTMT
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PAYSTMT-STATUS.

       SELECT PAYOFF-REPORT-FILE ASSIGN TO PAYRPT
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PAYRPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD PAYOFF-CARD-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 PAYCARD-REC      PIC X(80).

       FD PAYOFF-PARM-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 PAYPARM-REC      PIC X(80).

       FD ACCT-VSAM-FILE.

       01 ACCTVSAM-REC.
           05  VS-CUST-ACCT         PIC X(10).
           05  VS-REST-OF-REC       PIC X(330).

       FD PAYOFF-STMT-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 PAYSTMT-REC      PIC X(132).

       FD PAYOFF-REPORT-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 PAYRPT-REC       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-WORK-FIELDS.
           05 WS-PAYCARD-STATUS    PIC XX    VALUE '00'.
           05 WS-PAYPARM-STATUS    PIC XX    VALUE '00'.
           05 WS-ACCTVSAM-STATUS   PIC XX    VALUE '00'.
           05 WS-PAYSTMT-STATUS    PIC XX    VALUE '00'.
           05 WS-PAYRPT-STATUS     PIC XX    VALUE '00'.
           05 WS-RUN-DATE-YMD      PIC 9(08) VALUE 0.
           05 WS-RUN-DATE-INT      PIC S9(09) COMP VALUE 0.
           05 WS-GOOD-THRU-INT     PIC S9(09) COMP VALUE 0.
           05 WS-PAID-THRU-INT     PIC S9(09) COMP VALUE 0.
           05 WS-REJECT-CODE       PIC X(02) VALUE SPACES.
           05 WS-REJECT-TEXT       PIC X(25) VALUE SPACES.

       01 WS-CURSOR-FLAGS.
           05 WS-PAYCARD-EOF-SW     PIC X    VALUE 'N'.
               88  END-OF-PAYCARD                VALUE 'Y'.
           05 WS-QUOTE-VALID-SW     PIC X    VALUE 'N'.
               88  QUOTE-VALID                   VALUE 'Y'.
           05 WS-DATE-VALID-SW      PIC X    VALUE 'N'.
               88  PMT-DATE-VALID                VALUE 'Y'.
           05 WS-VSAM-ERROR-SW      PIC X    VALUE 'N'.
               88  ACCTVSAM-ERROR                VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-CARD-READ-CNT      PIC 9(09) VALUE 0.
           05 WS-QUOTED-CNT         PIC 9(09) VALUE 0.
           05 WS-REJECTED-CNT       PIC 9(09) VALUE 0.
           05 WS-PAYOFF-TOT         PIC S9(13)V99 VALUE 0.

      *    CONTROL CARD VALUES - SEE THE PAYPARM NOTES IN THE
      *    PROGRAM HEADER. DEFAULTS APPLY WHEN THE CARD IS ABSENT.
       01 WS-PARM-FIELDS.
           05 WS-RELEASE-FEE        PIC 9(05)V99 VALUE 0.
           05 WS-STMT-FEE           PIC 9(05)V99 VALUE 0.

       01 WS-PAYPARM-CARD.
           05  PRM-RELEASE-FEE      PIC 9(05)V99.
           05  PRM-STMT-FEE         PIC 9(05)V99.
           05  PRM-FILLER           PIC X(66).

      *    PAYOFF REQUEST CARD - ONE PER QUOTE. PQ-OTHER-FEES CARRIES
      *    ANY ACCOUNT-SPECIFIC CHARGES (LATE CHARGES, ADVANCES) AND
      *    MAY BE LEFT BLANK.
       01 WS-PAYOFF-CARD.
           05  PQ-CUST-ACCT         PIC X(10).
           05  PQ-GOOD-THRU-DATE    PIC 9(08).
           05  PQ-REQUESTER         PIC X(30).
           05  PQ-OTHER-FEES        PIC 9(05)V99.
           05  PQ-FILLER            PIC X(25).

      *    MIRRORS WS-RSTFILE-RECORD IN EPSACCTS.CBL - THE KSDS
      *    RECORD IS THE EXTRACT RECORD LOADED UNCHANGED.
       01 WS-RSTFILE-DETAIL.
           05  OP-CUST-ACCT         PIC X(10).
           05  OP-ACCT-TYP          PIC X(20).
           05  OP-ACCT-STA          PIC X(10).
           05  OP-ACCT-OPEN-DT      PIC X(10).
           05  OP-ACCT-CLOS-DT      PIC X(10).
           05  OP-ACCT-LST-ACTV-DT  PIC X(10).
           05  OP-CUST-ID           PIC X(10).
           05  OP-CUST-FNAME        PIC X(20).
           05  OP-CUST-LNAME        PIC X(20).
           05  OP-CUST-DOB          PIC X(10).
           05  OP-CUST-GENDER       PIC X(01).
           05  OP-CUST-ADR1         PIC X(50).
           05  OP-CUST-ADR2         PIC X(50).
           05  OP-CUST-CITY         PIC X(20).
           05  OP-CUST-STATE        PIC X(02).
           05  OP-CUST-ZIP          PIC X(10).
           05  OP-CUST-CNTRY        PIC X(20).
           05  OP-LOAN-CURR-BAL     PIC S9(9)V99.
           05  OP-LOAN-INT-RATE     PIC S9(3)V9(4).
           05  OP-LOAN-ESCROW-BAL   PIC S9(9)V99.
           05  OP-LOAN-NEXT-PMT-DT  PIC X(10).
           05  OP-LOAN-DELINQ-STA   PIC X(10).
           05  OP-FILLER            PIC X(08).

      *    CONVERSION AREA FOR THE ISO YYYY-MM-DD DATES EPSACCTS
      *    WRITES TO RSTFILE - REASSEMBLED AS YYYYMMDD SO THE DAY
      *    DIFFERENCE AGAINST THE GOOD-THROUGH DATE CAN BE COMPUTED.
       01 WS-ISO-DATE.
           05  ISO-YYYY             PIC X(04).
           05  FILLER               PIC X(01).
           05  ISO-MM               PIC X(02).
           05  FILLER               PIC X(01).
           05  ISO-DD               PIC X(02).

       01 WS-YMD-DATE.
           05  YMD-YYYY             PIC X(04).
           05  YMD-YYYY-NUM REDEFINES YMD-YYYY
                                    PIC 9(04).
           05  YMD-MM               PIC X(02).
           05  YMD-MM-NUM REDEFINES YMD-MM
                                    PIC 9(02).
           05  YMD-DD               PIC X(02).
           05  YMD-DD-NUM REDEFINES YMD-DD
                                    PIC 9(02).
       01 WS-YMD-DATE-NUM REDEFINES WS-YMD-DATE
                                    PIC 9(08).

       01 WS-DATE-WORK-FIELDS.
           05 WS-MONTH-END-DD       PIC 9(02) VALUE 0.
           05 WS-LEAP-REM-4         PIC 9(04) VALUE 0.
           05 WS-LEAP-REM-100       PIC 9(04) VALUE 0.
           05 WS-LEAP-REM-400       PIC 9(04) VALUE 0.
           05 WS-SAVE-DD            PIC 9(02) VALUE 0.
           05 WS-PAID-THRU-YMD      PIC 9(08) VALUE 0.

      *    ACTUAL/365 - THE PER-DIEM IS ONE DAY OF INTEREST ON THE
      *    PRINCIPAL BALANCE.
       01 WS-DAY-BASIS              PIC 9(03) VALUE 365.

      *    PAYOFF FIGURES FOR THE CURRENT QUOTE, CLEARED BY
      *    B100-QUOTE-ACCOUNT BEFORE EACH QUOTE.
       01 WS-PAYOFF-FIELDS.
           05 WS-ACCRUED-DAYS       PIC S9(05) COMP VALUE 0.
           05 WS-PER-DIEM           PIC S9(7)V99 VALUE 0.
           05 WS-ACCRUED-INT        PIC S9(9)V99 VALUE 0.
           05 WS-TOTAL-FEES         PIC S9(7)V99 VALUE 0.
           05 WS-PAYOFF-AMT         PIC S9(11)V99 VALUE 0.

      *    PAYOFF STATEMENT LINES (PAYSTMT).
       01 WS-STMT-TITLE-LINE.
           05  FILLER               PIC X(16) VALUE
               'PAYOFF STATEMENT'.
           05  FILLER               PIC X(40) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE 'QUOTE DATE: '.
           05  STM-QUOTE-DATE       PIC 9(08).
           05  FILLER               PIC X(56) VALUE SPACES.

       01 WS-STMT-ACCT-LINE.
           05  FILLER               PIC X(10) VALUE 'ACCOUNT:  '.
           05  STM-CUST-ACCT        PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  STM-ACCT-TYP         PIC X(20).
           05  FILLER               PIC X(14) VALUE
               'PREPARED FOR: '.
           05  STM-REQUESTER        PIC X(30).
           05  FILLER               PIC X(46) VALUE SPACES.

       01 WS-STMT-NAME-LINE.
           05  FILLER               PIC X(10) VALUE 'BORROWER: '.
           05  STM-CUST-FNAME       PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  STM-CUST-LNAME       PIC X(20).
           05  FILLER               PIC X(81) VALUE SPACES.

       01 WS-STMT-ADDR-LINE.
           05  FILLER               PIC X(10) VALUE 'PROPERTY: '.
           05  STM-CUST-ADR1        PIC X(50).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  STM-CUST-ADR2        PIC X(50).
           05  FILLER               PIC X(21) VALUE SPACES.

       01 WS-STMT-CITY-LINE.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  STM-CUST-CITY        PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  STM-CUST-STATE       PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  STM-CUST-ZIP         PIC X(10).
           05  FILLER               PIC X(88) VALUE SPACES.

       01 WS-STMT-GOOD-THRU-LINE.
           05  FILLER               PIC X(30) VALUE
               'PAYOFF GOOD THROUGH'.
           05  STM-GOOD-THRU-DATE   PIC 9(08).
           05  FILLER               PIC X(16) VALUE
               '  INTEREST RATE '.
           05  STM-INT-RATE         PIC ZZ9.9(4).
           05  FILLER               PIC X(01) VALUE '%'.
           05  FILLER               PIC X(69) VALUE SPACES.

       01 WS-STMT-INTEREST-LINE.
           05  FILLER               PIC X(14) VALUE
               'INTEREST FROM '.
           05  STM-INT-FROM-DATE    PIC 9(08).
           05  FILLER               PIC X(04) VALUE ' TO '.
           05  STM-INT-TO-DATE      PIC 9(08).
           05  FILLER               PIC X(02) VALUE ' ('.
           05  STM-INT-DAYS         PIC ZZZZ9.
           05  FILLER               PIC X(07) VALUE ' DAYS) '.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  STM-INT-AMT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(67) VALUE SPACES.

       01 WS-STMT-AMOUNT-LINE.
           05  STM-AMT-LABEL        PIC X(50).
           05  STM-AMT-VALUE        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(67) VALUE SPACES.

       01 WS-STMT-RULE-LINE.
           05  FILLER               PIC X(50) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE ALL '-'.
           05  FILLER               PIC X(67) VALUE SPACES.

       01 WS-STMT-BLANK-LINE       PIC X(132) VALUE SPACES.

      *    CONTROL REPORT LINES (PAYRPT).
       01 WS-RPT-HEADING-1.
           05  FILLER               PIC X(30) VALUE
               'PAYOFF QUOTE REPORT FOR RUN '.
           05  HDG-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(94) VALUE SPACES.

       01 WS-RPT-HEADING-2.
           05  FILLER               PIC X(44) VALUE
               'ACCOUNT    GOODTHRU  REQUESTER              '.
           05  FILLER               PIC X(43) VALUE
               '        STATUS        PAYOFF AMT RS  REASON'.
           05  FILLER               PIC X(45) VALUE SPACES.

       01 WS-RPT-DETAIL-LINE.
           05  RPT-CUST-ACCT        PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-GOOD-THRU-DATE   PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-REQUESTER        PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-STATUS           PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-PAYOFF-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-REASON-CODE      PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-REASON-TEXT      PIC X(25).
           05  FILLER               PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.

       DISPLAY '*******************'
       DISPLAY ' PAYOFF PGM START  '
       DISPLAY '*******************'

       PERFORM 1000-INITIALIZATION
       THRU 1000-EXIT

       PERFORM A100-PROCESS-REQUESTS
       THRU A100-EXIT

       PERFORM 9000-TERMINATE
       THRU 9000-EXIT
       GOBACK
       .

       1000-INITIALIZATION.

       INITIALIZE WS-COUNTERS

       ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD

       COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YMD)

       OPEN INPUT PAYOFF-PARM-FILE

       IF WS-PAYPARM-STATUS = '00'
            READ PAYOFF-PARM-FILE INTO WS-PAYPARM-CARD
            EVALUATE WS-PAYPARM-STATUS
                WHEN '00'
                     IF PRM-RELEASE-FEE NUMERIC
                          MOVE PRM-RELEASE-FEE TO WS-RELEASE-FEE
                     END-IF
                     IF PRM-STMT-FEE NUMERIC
                          MOVE PRM-STMT-FEE TO WS-STMT-FEE
                     END-IF
                WHEN OTHER
                     DISPLAY 'READ PAYPARM FAILED: '
                             WS-PAYPARM-STATUS
                     DISPLAY 'NO STANDARD PAYOFF FEES IN EFFECT'
            END-EVALUATE
            CLOSE PAYOFF-PARM-FILE
       ELSE
            DISPLAY 'NO PAYPARM CARD - NO STANDARD PAYOFF FEES'
       END-IF

       DISPLAY 'RELEASE FEE           : ' WS-RELEASE-FEE
       DISPLAY 'PAYOFF STATEMENT FEE  : ' WS-STMT-FEE

       OPEN INPUT PAYOFF-CARD-FILE

       EVALUATE WS-PAYCARD-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN INPUT PAYCARD FAILED: '
                        WS-PAYCARD-STATUS
                SET END-OF-PAYCARD TO TRUE
       END-EVALUATE

       OPEN INPUT ACCT-VSAM-FILE

       EVALUATE WS-ACCTVSAM-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN INPUT ACCTVSAM FAILED: '
                        WS-ACCTVSAM-STATUS
                SET ACCTVSAM-ERROR TO TRUE
                SET END-OF-PAYCARD TO TRUE
       END-EVALUATE

       OPEN OUTPUT PAYOFF-STMT-FILE

       EVALUATE WS-PAYSTMT-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN OUTPUT PAYSTMT FAILED: '
                        WS-PAYSTMT-STATUS
                SET END-OF-PAYCARD TO TRUE
       END-EVALUATE

       OPEN OUTPUT PAYOFF-REPORT-FILE

       EVALUATE WS-PAYRPT-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN OUTPUT PAYRPT FAILED: '
                        WS-PAYRPT-STATUS
                SET END-OF-PAYCARD TO TRUE
       END-EVALUATE

       MOVE WS-RUN-DATE-YMD TO HDG-RUN-DATE
       MOVE WS-RPT-HEADING-1 TO PAYRPT-REC
       WRITE PAYRPT-REC
       MOVE WS-RPT-HEADING-2 TO PAYRPT-REC
       WRITE PAYRPT-REC.

       1000-EXIT.
       EXIT.

       A100-PROCESS-REQUESTS.

       PERFORM UNTIL END-OF-PAYCARD

            READ PAYOFF-CARD-FILE INTO WS-PAYOFF-CARD

            EVALUATE WS-PAYCARD-STATUS
                WHEN '00'
                     IF PQ-CUST-ACCT NOT = SPACES
                          ADD 1 TO WS-CARD-READ-CNT
                          PERFORM B100-QUOTE-ACCOUNT
                          THRU B100-EXIT
                     END-IF
                WHEN '10'
                     SET END-OF-PAYCARD TO TRUE
                WHEN OTHER
                     DISPLAY 'READ PAYCARD FAILED: ' WS-PAYCARD-STATUS
                     SET END-OF-PAYCARD TO TRUE
            END-EVALUATE

       END-PERFORM.

       A100-EXIT.
       EXIT.

       B100-QUOTE-ACCOUNT.

       MOVE 'Y' TO WS-QUOTE-VALID-SW
       MOVE SPACES TO WS-REJECT-CODE
                      WS-REJECT-TEXT
       INITIALIZE WS-PAYOFF-FIELDS

       PERFORM B200-EDIT-GOOD-THRU-DATE
       THRU B200-EXIT

       IF QUOTE-VALID
            MOVE PQ-CUST-ACCT TO VS-CUST-ACCT
            READ ACCT-VSAM-FILE

            EVALUATE WS-ACCTVSAM-STATUS
                WHEN '00'
                     MOVE ACCTVSAM-REC TO WS-RSTFILE-DETAIL
                     EVALUATE TRUE
                         WHEN OP-ACCT-STA = 'CLOSED'
                              MOVE '02' TO WS-REJECT-CODE
                              MOVE 'N' TO WS-QUOTE-VALID-SW
                         WHEN OP-LOAN-NEXT-PMT-DT = SPACES
                              MOVE '03' TO WS-REJECT-CODE
                              MOVE 'N' TO WS-QUOTE-VALID-SW
                         WHEN OTHER
                              CONTINUE
                     END-EVALUATE
                WHEN '23'
                     MOVE '01' TO WS-REJECT-CODE
                     MOVE 'N' TO WS-QUOTE-VALID-SW
                WHEN OTHER
                     DISPLAY 'READ ACCTVSAM FAILED: '
                             WS-ACCTVSAM-STATUS
                             ' KEY: ' PQ-CUST-ACCT
                     MOVE '07' TO WS-REJECT-CODE
                     MOVE 'N' TO WS-QUOTE-VALID-SW
                     SET ACCTVSAM-ERROR TO TRUE
                     SET END-OF-PAYCARD TO TRUE
            END-EVALUATE
       END-IF

       IF QUOTE-VALID
            PERFORM B300-COMPUTE-PAYOFF
            THRU B300-EXIT
       END-IF

       IF QUOTE-VALID
            ADD 1 TO WS-QUOTED-CNT
            ADD WS-PAYOFF-AMT TO WS-PAYOFF-TOT
            PERFORM B400-WRITE-STATEMENT
            THRU B400-EXIT
       ELSE
            ADD 1 TO WS-REJECTED-CNT
       END-IF

       PERFORM B800-REPORT-REQUEST
       THRU B800-EXIT.

       B100-EXIT.
       EXIT.

      *    THE GOOD-THROUGH DATE MUST BE A REAL CALENDAR DATE AND
      *    MUST NOT BE BEFORE THE RUN DATE.
       B200-EDIT-GOOD-THRU-DATE.

       IF PQ-GOOD-THRU-DATE NUMERIC
            MOVE PQ-GOOD-THRU-DATE TO WS-YMD-DATE-NUM
            PERFORM 8100-EDIT-PMT-DATE
            THRU 8100-EXIT
       ELSE
            MOVE 'N' TO WS-DATE-VALID-SW
       END-IF

       IF PMT-DATE-VALID
            COMPUTE WS-GOOD-THRU-INT =
                    FUNCTION INTEGER-OF-DATE(WS-YMD-DATE-NUM)
            IF WS-GOOD-THRU-INT < WS-RUN-DATE-INT
                 MOVE '05' TO WS-REJECT-CODE
                 MOVE 'N' TO WS-QUOTE-VALID-SW
            END-IF
       ELSE
            MOVE '04' TO WS-REJECT-CODE
            MOVE 'N' TO WS-QUOTE-VALID-SW
       END-IF.

       B200-EXIT.
       EXIT.

       B300-COMPUTE-PAYOFF.

       MOVE OP-LOAN-NEXT-PMT-DT TO WS-ISO-DATE
       MOVE ISO-YYYY TO YMD-YYYY
       MOVE ISO-MM TO YMD-MM
       MOVE ISO-DD TO YMD-DD

       PERFORM 8100-EDIT-PMT-DATE
       THRU 8100-EXIT

       IF PMT-DATE-VALID
            PERFORM B310-ACCRUE-INTEREST
            THRU B310-EXIT
       ELSE
            MOVE '06' TO WS-REJECT-CODE
            MOVE 'N' TO WS-QUOTE-VALID-SW
       END-IF.

       B300-EXIT.
       EXIT.

      *    INTEREST IS PAID THROUGH ONE MONTH BEFORE THE NEXT PAYMENT
      *    DATE (SAME DAY OF MONTH, PULLED BACK TO THE MONTH END FOR
      *    A 29TH-31ST DUE DAY). ACCRUED INTEREST RUNS FROM THERE TO
      *    THE GOOD-THROUGH DATE; A LOAN PAID AHEAD ACCRUES NOTHING.
       B310-ACCRUE-INTEREST.

       MOVE YMD-DD-NUM TO WS-SAVE-DD
       IF YMD-MM-NUM = 01
            MOVE 12 TO YMD-MM-NUM
            SUBTRACT 1 FROM YMD-YYYY-NUM
       ELSE
            SUBTRACT 1 FROM YMD-MM-NUM
       END-IF
       MOVE 01 TO YMD-DD-NUM

       PERFORM 8100-EDIT-PMT-DATE
       THRU 8100-EXIT

       IF WS-SAVE-DD > WS-MONTH-END-DD
            MOVE WS-MONTH-END-DD TO YMD-DD-NUM
       ELSE
            MOVE WS-SAVE-DD TO YMD-DD-NUM
       END-IF

       MOVE WS-YMD-DATE-NUM TO WS-PAID-THRU-YMD
       COMPUTE WS-PAID-THRU-INT =
               FUNCTION INTEGER-OF-DATE(WS-PAID-THRU-YMD)

       COMPUTE WS-ACCRUED-DAYS = WS-GOOD-THRU-INT - WS-PAID-THRU-INT
       IF WS-ACCRUED-DAYS < 0
            MOVE 0 TO WS-ACCRUED-DAYS
       END-IF

       COMPUTE WS-PER-DIEM ROUNDED =
               OP-LOAN-CURR-BAL * OP-LOAN-INT-RATE
               / (100 * WS-DAY-BASIS)

       COMPUTE WS-ACCRUED-INT ROUNDED =
               OP-LOAN-CURR-BAL * OP-LOAN-INT-RATE * WS-ACCRUED-DAYS
               / (100 * WS-DAY-BASIS)

       COMPUTE WS-TOTAL-FEES = WS-RELEASE-FEE + WS-STMT-FEE

       IF PQ-OTHER-FEES NUMERIC
            ADD PQ-OTHER-FEES TO WS-TOTAL-FEES
       END-IF

       COMPUTE WS-PAYOFF-AMT =
               OP-LOAN-CURR-BAL + WS-ACCRUED-INT + WS-TOTAL-FEES.

       B310-EXIT.
       EXIT.

       B400-WRITE-STATEMENT.

       MOVE WS-RUN-DATE-YMD TO STM-QUOTE-DATE
       MOVE WS-STMT-TITLE-LINE TO PAYSTMT-REC
       PERFORM B500-WRITE-STMT-LINE
       THRU B500-EXIT

       MOVE OP-CUST-ACCT TO STM-CUST-ACCT
       MOVE OP-ACCT-TYP TO STM-ACCT-TYP
       MOVE PQ-REQUESTER TO STM-REQUESTER
       MOVE WS-STMT-ACCT-LINE TO PAYSTMT-REC
       PERFORM B500-WRITE-STMT-LINE
       THRU B500-EXIT

       MOVE OP-CUST-FNAME TO STM-CUST-FNAME
       MOVE OP-CUST-LNAME TO STM-CUST-LNAME
       MOVE WS-STMT-NAME-LINE TO PAYSTMT-REC
       PERFORM B500-WRITE-STMT-LINE
       THRU B500-EXIT

       MOVE OP-CUST-ADR1 TO STM-CUST-ADR1
       MOVE OP-CUST-ADR2 TO STM-CUST-ADR2
       MOVE WS-STMT-ADDR-LINE TO PAYSTMT-REC
       PERFORM B500-WRITE-STMT-LINE
       THRU B500-EXIT

       MOVE OP-CUST-CITY TO STM-CUST-CITY
       MOVE OP-CUST-STATE TO STM-CUST-STATE
       MOVE OP-CUST-ZIP TO STM-CUST-ZIP
       MOVE WS-STMT-CITY-LINE TO PAYSTMT-REC
       PERFORM B500-WRITE-STMT-LINE
       THRU B500-EXIT

       MOVE WS-STMT-BLANK-LINE TO PAYSTMT-REC
       PERFORM B500-WRITE-STMT-LINE
       THRU B500-EXIT

       MOVE PQ-GOOD-THRU-DATE TO STM-GOOD-THRU-DATE
       MOVE OP-LOAN-INT-RATE TO STM-INT-RATE
       MOVE WS-STMT-GOOD-THRU-LINE TO PAYSTMT-REC
       PERFORM B500-WRITE-STMT-LINE
       THRU B500-EXIT

       MOVE 'PRINCIPAL BALANCE' TO STM-AMT-LABEL
       MOVE OP-LOAN-CURR-BAL TO STM-AMT-VALUE
       MOVE WS-STMT-AMOUNT-LINE TO PAYSTMT-REC
       PERFORM B500-WRITE-STMT-LINE
       THRU B500-EXIT

       MOVE WS-PAID-THRU-YMD TO STM-INT-FROM-DATE
       MOVE PQ-GOOD-THRU-DATE TO STM-INT-TO-DATE
       MOVE WS-ACCRUED-DAYS TO STM-INT-DAYS
       MOVE WS-ACCRUED-INT TO STM-INT-AMT
       MOVE WS-STMT-INTEREST-LINE TO PAYSTMT-REC
       PERFORM B500-WRITE-STMT-LINE
       THRU B500-EXIT

       MOVE 'FEES' TO STM-AMT-LABEL
       MOVE WS-TOTAL-FEES TO STM-AMT-VALUE
       MOVE WS-STMT-AMOUNT-LINE TO PAYSTMT-REC
       PERFORM B500-WRITE-STMT-LINE
       THRU B500-EXIT

       MOVE WS-STMT-RULE-LINE TO PAYSTMT-REC
       PERFORM B500-WRITE-STMT-LINE
       THRU B500-EXIT

       MOVE 'TOTAL AMOUNT TO PAY OFF' TO STM-AMT-LABEL
       MOVE WS-PAYOFF-AMT TO STM-AMT-VALUE
       MOVE WS-STMT-AMOUNT-LINE TO PAYSTMT-REC
       PERFORM B500-WRITE-STMT-LINE
       THRU B500-EXIT

       MOVE WS-STMT-BLANK-LINE TO PAYSTMT-REC
       PERFORM B500-WRITE-STMT-LINE
       THRU B500-EXIT

       MOVE 'PER DIEM - ADD FOR EACH DAY AFTER GOOD THROUGH'
         TO STM-AMT-LABEL
       MOVE WS-PER-DIEM TO STM-AMT-VALUE
       MOVE WS-STMT-AMOUNT-LINE TO PAYSTMT-REC
       PERFORM B500-WRITE-STMT-LINE
       THRU B500-EXIT

       MOVE 'ESCROW BALANCE - REFUNDED SEPARATELY AFTER PAYOFF'
         TO STM-AMT-LABEL
       MOVE OP-LOAN-ESCROW-BAL TO STM-AMT-VALUE
       MOVE WS-STMT-AMOUNT-LINE TO PAYSTMT-REC
       PERFORM B500-WRITE-STMT-LINE
       THRU B500-EXIT

       MOVE WS-STMT-BLANK-LINE TO PAYSTMT-REC
       PERFORM B500-WRITE-STMT-LINE
       THRU B500-EXIT.

       B400-EXIT.
       EXIT.

       B500-WRITE-STMT-LINE.

       WRITE PAYSTMT-REC

       EVALUATE WS-PAYSTMT-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'WRITE PAYSTMT FAILED: ' WS-PAYSTMT-STATUS
       END-EVALUATE.

       B500-EXIT.
       EXIT.

       B800-REPORT-REQUEST.

       MOVE PQ-CUST-ACCT TO RPT-CUST-ACCT
       MOVE WS-PAYOFF-CARD(11:8) TO RPT-GOOD-THRU-DATE
       MOVE PQ-REQUESTER TO RPT-REQUESTER

       IF QUOTE-VALID
            MOVE 'QUOTED' TO RPT-STATUS
            MOVE WS-PAYOFF-AMT TO RPT-PAYOFF-AMT
            MOVE SPACES TO RPT-REASON-CODE
                           RPT-REASON-TEXT
       ELSE
            EVALUATE WS-REJECT-CODE
                WHEN '01'
                     MOVE 'NOT ON ACCTVSAM' TO WS-REJECT-TEXT
                WHEN '02'
                     MOVE 'ACCOUNT CLOSED' TO WS-REJECT-TEXT
                WHEN '03'
                     MOVE 'NO LOAN ON ACCOUNT' TO WS-REJECT-TEXT
                WHEN '04'
                     MOVE 'GOOD-THROUGH DATE INVALID' TO
                          WS-REJECT-TEXT
                WHEN '05'
                     MOVE 'GOOD-THROUGH DATE PASSED' TO
                          WS-REJECT-TEXT
                WHEN '06'
                     MOVE 'NEXT PMT DATE UNUSABLE' TO
                          WS-REJECT-TEXT
                WHEN OTHER
                     MOVE 'ACCTVSAM ERROR - SEE LOG' TO
                          WS-REJECT-TEXT
            END-EVALUATE
            MOVE 'REJECTED' TO RPT-STATUS
            MOVE 0 TO RPT-PAYOFF-AMT
            MOVE WS-REJECT-CODE TO RPT-REASON-CODE
            MOVE WS-REJECT-TEXT TO RPT-REASON-TEXT
       END-IF

       MOVE WS-RPT-DETAIL-LINE TO PAYRPT-REC
       WRITE PAYRPT-REC

       EVALUATE WS-PAYRPT-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'WRITE PAYRPT FAILED: ' WS-PAYRPT-STATUS
       END-EVALUATE.

       B800-EXIT.
       EXIT.

      *    VALIDATES WS-YMD-DATE AS A REAL CALENDAR DATE, INCLUDING
      *    MONTH LENGTHS AND LEAP-YEAR FEBRUARY, BEFORE IT IS GIVEN
      *    TO FUNCTION INTEGER-OF-DATE (WHOSE RESULT FOR AN INVALID
      *    DATE IS UNDEFINED) - SAME RULES AS 8100-EDIT-DATE IN
      *    EPSEDIT.CBL. WS-MONTH-END-DD IS LEFT HOLDING THE LAST DAY
      *    OF THE MONTH FOR B310-ACCRUE-INTEREST.
       8100-EDIT-PMT-DATE.

       MOVE 'N' TO WS-DATE-VALID-SW

       IF WS-YMD-DATE-NUM NUMERIC
          AND YMD-MM-NUM >= 01 AND YMD-MM-NUM <= 12
          AND YMD-DD-NUM >= 01

            EVALUATE YMD-MM-NUM
                WHEN 01
                WHEN 03
                WHEN 05
                WHEN 07
                WHEN 08
                WHEN 10
                WHEN 12
                     MOVE 31 TO WS-MONTH-END-DD
                WHEN 04
                WHEN 06
                WHEN 09
                WHEN 11
                     MOVE 30 TO WS-MONTH-END-DD
                WHEN 02
                     DIVIDE YMD-YYYY-NUM BY 4
                            GIVING WS-LEAP-REM-4
                            REMAINDER WS-LEAP-REM-4
                     DIVIDE YMD-YYYY-NUM BY 100
                            GIVING WS-LEAP-REM-100
                            REMAINDER WS-LEAP-REM-100
                     DIVIDE YMD-YYYY-NUM BY 400
                            GIVING WS-LEAP-REM-400
                            REMAINDER WS-LEAP-REM-400
                     IF WS-LEAP-REM-400 = 0
                        OR (WS-LEAP-REM-4 = 0
                            AND WS-LEAP-REM-100 NOT = 0)
                          MOVE 29 TO WS-MONTH-END-DD
                     ELSE
                          MOVE 28 TO WS-MONTH-END-DD
                     END-IF
            END-EVALUATE

            IF YMD-DD-NUM <= WS-MONTH-END-DD
                 SET PMT-DATE-VALID TO TRUE
            END-IF

       END-IF.

       8100-EXIT.
       EXIT.

       9000-TERMINATE.

       DISPLAY 'PAYOFF REQUESTS READ  : ' WS-CARD-READ-CNT
       DISPLAY 'PAYOFFS QUOTED        : ' WS-QUOTED-CNT
       DISPLAY 'REQUESTS REJECTED     : ' WS-REJECTED-CNT
       DISPLAY 'TOTAL PAYOFF DOLLARS  : ' WS-PAYOFF-TOT

       IF ACCTVSAM-ERROR
            MOVE 8 TO RETURN-CODE
       END-IF

       CLOSE PAYOFF-CARD-FILE
       CLOSE ACCT-VSAM-FILE
       CLOSE PAYOFF-STMT-FILE
       CLOSE PAYOFF-REPORT-FILE.

       9000-EXIT.
       EXIT.
