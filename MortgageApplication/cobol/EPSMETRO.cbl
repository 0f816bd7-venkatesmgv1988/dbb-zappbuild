       ID DIVISION.
       PROGRAM-ID. EPSMETRO.
      *    THIS PROGRAM IS THE MONTH-END CREDIT BUREAU REPORTING STEP.
      *    IT READS THE RSTFILE EXTRACT PRODUCED BY EPSACCTS AND
      *    WRITES THE METRO 2 (426 CHARACTER FIXED FORMAT) FILE SENT
      *    TO THE BUREAUS - A HEADER RECORD, ONE BASE SEGMENT FOR
      *    EVERY LOAN ACCOUNT AND A TRAILER RECORD CARRYING THE TOTAL
      *    BASE RECORDS, THE COUNT OF BASE RECORDS BY ACCOUNT STATUS
      *    CODE AND THE TOTAL DATES OF BIRTH REPORTED, IN THE
      *    STANDARD TRAILER POSITIONS. THE CURRENT BALANCE AND AMOUNT
      *    PAST DUE TOTALS HAVE NO PLACE IN THE TRAILER AND ARE
      *    PRINTED ON THE M2EXCP CONTROL TOTALS INSTEAD. ACCOUNTS
      *    WITHOUT A LOAN ROW (OP-LOAN-NEXT-PMT-DT IS SPACES) ARE NOT
      *    REPORTED.
      *
      *    ACCOUNT STATUS AND PAYMENT RATING - DAYS PAST DUE ARE
      *    MEASURED FROM OP-LOAN-NEXT-PMT-DT TO THE RUN DATE USING
      *    THE EPSAGING BUCKETS (FEWER THAN 30, 30-59, 60-89, 90+).
      *    THE RUN DATE IS BD-PROCESS-DATE FROM THE BUSDATE CONTROL
      *    CARD, NOT THE SYSTEM CLOCK, AND A PAYMENT DUE ON A WEEKEND
      *    OR A HOLIDAY CARD DATE IS NOT LATE UNTIL THE NEXT BUSINESS
      *    DAY. THE DUE DATE ITSELF IS REPORTED AS IT STANDS.
      *        OP-LOAN-DELINQ-STA CHARGE-OFF   97, RATING L
      *        OP-ACCT-STA CLOSED, NO BALANCE  13, RATING BY BUCKET
      *                                        (0 / 1 / 2 / 3)
      *        OTHERWISE BY BUCKET             11 / 71 / 78 / 80
      *    SCHEDULED PAYMENT, AMOUNT PAST DUE AND HIGHEST CREDIT -
      *    RSTFILE CARRIES NO INSTALLMENT, ARREARS OR ORIGINAL LOAN
      *    AMOUNT, SO ALL THREE ARE DERIVED BY B350-DERIVE-AMOUNTS.
      *    THE REMAINING TERM IS THE M2PARM TERMS DURATION LESS THE
      *    WHOLE MONTHS FROM OP-ACCT-OPEN-DT TO THE RUN DATE (AT
      *    LEAST ONE), AND THE SCHEDULED PAYMENT IS THE LEVEL
      *    PRINCIPAL AND INTEREST PAYMENT THAT PAYS OP-LOAN-CURR-BAL
      *    OFF OVER THAT TERM AT OP-LOAN-INT-RATE / 12 A MONTH (THE
      *    MONTHLY RATE EPSYIELD USES). A 71, 78 OR 80 LOAN REPORTS
      *    THE SCHEDULED PAYMENT TIMES THE INSTALLMENTS MISSED -
      *    DAYS PAST DUE / 30, ROUNDED UP - AS THE AMOUNT PAST DUE,
      *    NEVER MORE THAN THE CURRENT BALANCE. A CHARGED-OFF (97)
      *    LOAN REPORTS NO SCHEDULED PAYMENT AND ITS WHOLE CURRENT
      *    BALANCE AS THE AMOUNT PAST DUE, AS THE BUREAUS REQUIRE.
      *    THE HIGHEST CREDIT REPORTED IS THE ORIGINAL AMOUNT THAT
      *    SCHEDULED PAYMENT WOULD HAVE AMORTIZED OVER THE FULL TERMS
      *    DURATION, NOT LESS THAN THE CURRENT BALANCE; A LOAN PAST
      *    ITS TERM, A CHARGED-OFF LOAN AND A CLOSED LOAN REPORT THE
      *    CURRENT BALANCE AS THE HIGHEST CREDIT.
      *
      *    A LOAN MISSING A FIELD THE BUREAUS REQUIRE IS NOT WRITTEN
      *    TO THE BUREAU FILE - ONE M2EXCP LINE IS WRITTEN PER
      *    FAILING FIELD WITH A REASON CODE, USING THE SAME DATE,
      *    STATE AND ZIP RULES AS EPSEDIT -
      *        M001 OP-CUST-DOB NOT A REAL DATE
      *        M002 OP-CUST-STATE NOT A VALID STATE CODE
      *        M003 OP-CUST-ZIP MALFORMED
      *        M004 OP-CUST-LNAME MISSING
      *        M005 OP-CUST-FNAME MISSING
      *        M006 OP-CUST-ADR1 MISSING
      *        M007 OP-CUST-CITY MISSING
      *        M008 OP-ACCT-OPEN-DT NOT A REAL DATE
      *        M009 OP-LOAN-NEXT-PMT-DT NOT A REAL DATE
      *        M010 OP-LOAN-CURR-BAL NOT NUMERIC OR NEGATIVE
      *
      *    M2PARM CARDS - TYPE IN COLUMNS 1-2.
      *        ID  IDENTIFICATION NUMBER (20), EQUIFAX (10), EXPERIAN
      *            (5), TRANSUNION (10) AND INNOVIS (10) PROGRAM IDS,
      *            REPORTER TELEPHONE (10), TERMS DURATION (3) -
      *            THE ORIGINAL TERM IN MONTHS OF EVERY LOAN REPORTED
      *            (DEFAULT 360). IT IS ALSO THE TERM THE SCHEDULED
      *            PAYMENT AND THE DERIVED HIGHEST CREDIT ARE WORKED
      *            OUT OVER - SEE ABOVE.
      *        NM  REPORTER NAME (40)
      *        AD  REPORTER ADDRESS (78)
      *    THE ID CARD IS REQUIRED - WITHOUT AN IDENTIFICATION NUMBER
      *    NO BUREAU FILE IS WRITTEN AND THE PROGRAM ENDS WITH
      *    RETURN-CODE 8. RETURN-CODE 4 WHEN ANY LOAN WAS EXCEPTED,
      *    OTHERWISE RETURN-CODE 0.
      *
      *    AUTHOR - ARUNKUMAR KOWALPADOLI & AJAY CHINCHANSUR
      *    DATE - 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ACCT-RESULT-FILE ASSIGN TO RSTFILE
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-RSTFILE-STATUS.

       SELECT METRO2-PARM-FILE ASSIGN TO M2PARM
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-M2PARM-STATUS.

       SELECT METRO2-BUREAU-FILE ASSIGN TO METRO2
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-METRO2-STATUS.

       SELECT METRO2-EXCEPTION-FILE ASSIGN TO M2EXCP
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-M2EXCP-STATUS.

       SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-BUSDATE-STATUS.

       SELECT HOLIDAY-FILE ASSIGN TO HOLIDAY
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD ACCT-RESULT-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 RSTFILE-REC      PIC X(340).

       FD METRO2-PARM-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 M2PARM-REC       PIC X(80).

       FD METRO2-BUREAU-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 METRO2-REC       PIC X(426).

       FD METRO2-EXCEPTION-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 M2EXCP-REC       PIC X(132).

       FD BUSINESS-DATE-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 BUSDATE-REC      PIC X(80).

       FD HOLIDAY-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 HOLIDAY-REC      PIC X(80).

       WORKING-STORAGE SECTION.
      *
       01 WS-WORK-FIELDS.
           05 WS-RSTFILE-STATUS    PIC XX    VALUE '00'.
           05 WS-M2PARM-STATUS     PIC XX    VALUE '00'.
           05 WS-METRO2-STATUS     PIC XX    VALUE '00'.
           05 WS-M2EXCP-STATUS     PIC XX    VALUE '00'.
           05 WS-RUN-DATE-YMD      PIC 9(08) VALUE 0.
           05 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-YMD.
               10 WS-RUN-YYYY      PIC 9(04).
               10 WS-RUN-MM        PIC 9(02).
               10 WS-RUN-DD        PIC 9(02).
           05 WS-RUN-DATE-INT      PIC S9(09) COMP VALUE 0.
           05 WS-RUN-TIME          PIC 9(08) VALUE 0.
           05 WS-PMT-DATE-INT      PIC S9(09) COMP VALUE 0.
           05 WS-DAYS-PAST-DUE     PIC S9(05) COMP VALUE 0.
           05 WS-BUCKET-NO         PIC 9(01) VALUE 0.
           05 WS-ACCT-STATUS       PIC X(02) VALUE SPACES.
           05 WS-PMT-RATING        PIC X(01) VALUE SPACES.
           05 WS-BAL-DOLLARS       PIC 9(09) VALUE 0.
           05 WS-DUE-DATE-MDY      PIC 9(08) VALUE 0.
           05 WS-BUSDATE-STATUS    PIC XX    VALUE '00'.
           05 WS-HOLIDAY-STATUS    PIC XX    VALUE '00'.

       01 WS-CURSOR-FLAGS.
           05 WS-RSTFILE-EOF-SW     PIC X    VALUE 'N'.
               88  END-OF-RSTFILE                VALUE 'Y'.
           05 WS-M2PARM-EOF-SW      PIC X    VALUE 'N'.
               88  END-OF-M2PARM                 VALUE 'Y'.
           05 WS-DATE-VALID-SW      PIC X    VALUE 'N'.
               88  EDIT-DATE-VALID               VALUE 'Y'.
           05 WS-STATE-VALID-SW     PIC X    VALUE 'N'.
               88  EDIT-STATE-VALID              VALUE 'Y'.
           05 WS-REC-IN-ERROR-SW    PIC X    VALUE 'N'.
               88  RECORD-IN-ERROR               VALUE 'Y'.
           05 WS-REPORTER-ID-SW     PIC X    VALUE 'N'.
               88  REPORTER-ID-PRESENT           VALUE 'Y'.
           05 WS-BUSDATE-OK-SW      PIC X    VALUE 'N'.
               88  BUSINESS-DATE-OK              VALUE 'Y'.
           05 WS-HOLIDAY-EOF-SW     PIC X    VALUE 'N'.
               88  END-OF-HOLIDAY                VALUE 'Y'.
           05 WS-BUS-DAY-SW         PIC X    VALUE 'N'.
               88  IS-BUSINESS-DAY               VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-REC-READ-CNT       PIC 9(09) VALUE 0.
           05 WS-NOLOAN-REC-CNT     PIC 9(09) VALUE 0.
           05 WS-BASE-WRITTEN-CNT   PIC 9(09) VALUE 0.
           05 WS-REC-EXCEPT-CNT     PIC 9(09) VALUE 0.
           05 WS-FIELD-ERROR-CNT    PIC 9(09) VALUE 0.
           05 WS-DOB-REPORTED-CNT   PIC 9(09) VALUE 0.
           05 WS-STATUS-11-CNT      PIC 9(09) VALUE 0.
           05 WS-STATUS-13-CNT      PIC 9(09) VALUE 0.
           05 WS-STATUS-71-CNT      PIC 9(09) VALUE 0.
           05 WS-STATUS-78-CNT      PIC 9(09) VALUE 0.
           05 WS-STATUS-80-CNT      PIC 9(09) VALUE 0.
           05 WS-STATUS-97-CNT      PIC 9(09) VALUE 0.
           05 WS-TOTAL-CURR-BAL     PIC 9(13) VALUE 0.
           05 WS-TOTAL-PAST-DUE     PIC 9(13) VALUE 0.
           05 WS-ROLLED-DUE-CNT     PIC 9(09) VALUE 0.

      *    REPORTER VALUES FROM THE M2PARM CARDS - SEE THE NOTES IN
      *    THE PROGRAM HEADER.
       01 WS-PARM-FIELDS.
           05 WS-IDENT-NUMBER       PIC X(20) VALUE SPACES.
           05 WS-EQUIFAX-ID         PIC X(10) VALUE SPACES.
           05 WS-EXPERIAN-ID        PIC X(05) VALUE SPACES.
           05 WS-TRANSUNION-ID      PIC X(10) VALUE SPACES.
           05 WS-INNOVIS-ID         PIC X(10) VALUE SPACES.
           05 WS-REPORTER-PHONE     PIC X(10) VALUE SPACES.
           05 WS-TERMS-DURATION     PIC X(03) VALUE '360'.
           05 WS-TERMS-MONTHS REDEFINES WS-TERMS-DURATION
                                    PIC 9(03).
           05 WS-REPORTER-NAME      PIC X(40) VALUE SPACES.
           05 WS-REPORTER-ADDR      PIC X(78) VALUE SPACES.

       01 WS-M2PARM-CARD.
           05  PRM-CARD-TYPE        PIC X(02).
           05  PRM-CARD-DATA        PIC X(78).
           05  PRM-ID-CARD REDEFINES PRM-CARD-DATA.
               10  PRM-IDENT-NUMBER     PIC X(20).
               10  PRM-EQUIFAX-ID       PIC X(10).
               10  PRM-EXPERIAN-ID      PIC X(05).
               10  PRM-TRANSUNION-ID    PIC X(10).
               10  PRM-INNOVIS-ID       PIC X(10).
               10  PRM-REPORTER-PHONE   PIC X(10).
               10  PRM-TERMS-DURATION   PIC X(03).
               10  PRM-FILLER           PIC X(10).
           05  PRM-NM-CARD REDEFINES PRM-CARD-DATA.
               10  PRM-REPORTER-NAME    PIC X(40).
               10  FILLER               PIC X(38).

      *    TRAILER VERIFICATION PASS WORK FIELDS - SEE
      *    0100-VERIFY-TRAILER.
       01 WS-TRAILER-CHECK-FIELDS.
           05 WS-TRAILER-OK-SW      PIC X    VALUE 'N'.
               88  RSTFILE-TRAILER-OK            VALUE 'Y'.
           05 WS-TRAILER-FOUND-SW   PIC X    VALUE 'N'.
               88  TRAILER-RECORD-FOUND          VALUE 'Y'.
           05 WS-VERIFY-EOF-SW      PIC X    VALUE 'N'.
               88  END-OF-VERIFY-PASS            VALUE 'Y'.
           05 WS-DETAIL-VERIFY-CNT  PIC 9(09) VALUE 0.

      *    MIRRORS WS-TRAILER-RECORD IN EPSACCTS.CBL.
       01 WS-TRAILER-CHECK-REC.
           05  TCK-REC-ID           PIC X(06).
           05  TCK-RUN-DATETIME     PIC X(26).
           05  TCK-REC-COUNT        PIC 9(09).
           05  TCK-FAIL-COUNT       PIC 9(09).
           05  TCK-FILLER           PIC X(290).

      *    DATE UNDER EDIT BY 8100-EDIT-DATE (ISO YYYY-MM-DD).
       01 WS-EDIT-DATE.
           05  EDT-YYYY             PIC X(04).
           05  EDT-YYYY-NUM REDEFINES EDT-YYYY
                                    PIC 9(04).
           05  EDT-SEP-1            PIC X(01).
           05  EDT-MM               PIC X(02).
           05  EDT-MM-NUM REDEFINES EDT-MM
                                    PIC 9(02).
           05  EDT-SEP-2            PIC X(01).
           05  EDT-DD               PIC X(02).
           05  EDT-DD-NUM REDEFINES EDT-DD
                                    PIC 9(02).

      *    A VALID WS-EDIT-DATE REASSEMBLED AS YYYYMMDD FOR THE DAY
      *    ARITHMETIC AND AS MMDDYYYY FOR THE BUREAU FILE.
       01 WS-YMD-DATE.
           05  YMD-YYYY             PIC X(04).
           05  YMD-MM               PIC X(02).
           05  YMD-DD               PIC X(02).
       01 WS-YMD-DATE-NUM REDEFINES WS-YMD-DATE
                                    PIC 9(08).

       01 WS-MDY-DATE.
           05  MDY-MM               PIC X(02).
           05  MDY-DD               PIC X(02).
           05  MDY-YYYY             PIC X(04).
       01 WS-MDY-DATE-NUM REDEFINES WS-MDY-DATE
                                    PIC 9(08).

       01 WS-DATE-WORK-FIELDS.
           05 WS-MONTH-END-DD       PIC 9(02) VALUE 0.
           05 WS-LEAP-REM-4         PIC 9(04) VALUE 0.
           05 WS-LEAP-REM-100       PIC 9(04) VALUE 0.
           05 WS-LEAP-REM-400       PIC 9(04) VALUE 0.
           05 WS-RUN-DATE-MDY       PIC 9(08) VALUE 0.
           05 WS-TIME-STAMP.
               10 TS-DATE-MDY       PIC 9(08).
               10 TS-HHMMSS         PIC 9(06).
           05 WS-WEEK-QUOTIENT      PIC S9(09) COMP VALUE 0.
           05 WS-WEEKDAY-NO         PIC S9(01) COMP VALUE 0.

      *    SCHEDULED PAYMENT AND HIGHEST CREDIT WORK FIELDS - SEE
      *    B350-DERIVE-AMOUNTS.
       01 WS-AMOUNT-WORK-FIELDS.
           05 WS-ELAPSED-MONTHS     PIC S9(05) COMP VALUE 0.
           05 WS-REMAIN-MONTHS      PIC S9(05) COMP VALUE 0.
           05 WS-MISSED-INSTALL     PIC S9(05) COMP VALUE 0.
           05 WS-MONTH-RATE         PIC S9(01)V9(12) VALUE 0.
           05 WS-GROWTH-REMAIN      PIC S9(05)V9(12) VALUE 0.
           05 WS-GROWTH-FULL        PIC S9(05)V9(12) VALUE 0.
           05 WS-DISCOUNT-REMAIN    PIC S9(01)V9(12) VALUE 0.
           05 WS-DISCOUNT-FULL      PIC S9(01)V9(12) VALUE 0.
           05 WS-PMT-FACTOR         PIC S9(01)V9(12) VALUE 0.
           05 WS-ANNUITY-FACTOR     PIC S9(05)V9(10) VALUE 0.
           05 WS-INSTALLMENT        PIC S9(09)V99 VALUE 0.
           05 WS-INSTALL-DOLLARS    PIC 9(09) VALUE 0.
           05 WS-PAST-DUE-DOLLARS   PIC 9(09) VALUE 0.
           05 WS-HIGH-CREDIT-AMT    PIC S9(11)V99 VALUE 0.
           05 WS-HIGH-CREDIT-DOLLARS PIC 9(09) VALUE 0.
           05 WS-ROLL-FROM-INT      PIC S9(09) COMP VALUE 0.

      *    BUSINESS-DATE CONTROL CARD MAINTAINED BY OPERATIONS - MIRRORS
      *    WS-BUSDATE-CARD IN EPSAGING.CBL.
       01 WS-BUSDATE-CARD.
           05  BD-PROCESS-DATE      PIC 9(08).
           05  BD-PRIOR-BUS-DATE    PIC 9(08).
           05  BD-FILLER            PIC X(64).

      *    BANK HOLIDAY CALENDAR - MIRRORS WS-HOLIDAY-CARD AND
      *    WS-HOLIDAY-TABLE IN EPSAGING.CBL.
       01 WS-HOLIDAY-CARD.
           05  HC-HOLIDAY-DATE      PIC 9(08).
           05  FILLER               PIC X(01).
           05  HC-HOLIDAY-NAME      PIC X(30).
           05  HC-FILLER            PIC X(41).

       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-TBL-CNT    PIC 9(04) VALUE 0.
           05 WS-HOLIDAY-INT        OCCURS 500 TIMES
                                    PIC S9(09) COMP.
           05 WS-HOLIDAY-SUB        PIC 9(04) COMP VALUE 0.

      *    VALID STATE AND TERRITORY CODES - SAME LIST AS EPSEDIT.
       01 WS-STATE-CODE-LIST.
           05  FILLER               PIC X(40) VALUE
               'ALAKAZARCACOCTDEFLGAHIIDILINIAKSKYLAMEMD'.
           05  FILLER               PIC X(40) VALUE
               'MAMIMNMSMOMTNENVNHNJNMNYNCNDOHOKORPARISC'.
           05  FILLER               PIC X(38) VALUE
               'SDTNTXUTVTVAWAWVWIWYDCPRVIGUASMPAAAEAP'.
       01 WS-STATE-CODE-TABLE REDEFINES WS-STATE-CODE-LIST.
           05 WS-STATE-CODE         OCCURS 59 TIMES
                                    PIC X(02).

       01 WS-TABLE-SUBSCRIPTS.
           05 WS-STATE-SUB          PIC 9(04) COMP VALUE 0.

      *    MIRRORS WS-RSTFILE-RECORD IN EPSACCTS.CBL.
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

       01 WS-RSTFILE-TRAILER.
           05  TRLR-REC-ID           PIC X(06).

      *    METRO 2 HEADER RECORD.
       01 WS-M2-HEADER.
           05  HD-RDW               PIC X(04).
           05  HD-RECORD-ID         PIC X(06).
           05  HD-CYCLE-ID          PIC X(02).
           05  HD-INNOVIS-ID        PIC X(10).
           05  HD-EQUIFAX-ID        PIC X(10).
           05  HD-EXPERIAN-ID       PIC X(05).
           05  HD-TRANSUNION-ID     PIC X(10).
           05  HD-ACTIVITY-DATE     PIC 9(08).
           05  HD-DATE-CREATED      PIC 9(08).
           05  HD-PROGRAM-DATE      PIC 9(08).
           05  HD-PROGRAM-REV-DATE  PIC 9(08).
           05  HD-REPORTER-NAME     PIC X(40).
           05  HD-REPORTER-ADDR     PIC X(96).
           05  HD-REPORTER-PHONE    PIC X(10).
           05  HD-SOFTWARE-VENDOR   PIC X(40).
           05  HD-SOFTWARE-VERSION  PIC X(05).
           05  HD-PRBC-ID           PIC X(10).
           05  HD-RESERVED          PIC X(146).

      *    METRO 2 BASE SEGMENT - ONE PER REPORTED LOAN.
       01 WS-M2-BASE-SEGMENT.
           05  BS-RDW               PIC X(04).
           05  BS-PROC-IND          PIC X(01).
           05  BS-TIME-STAMP        PIC X(14).
           05  BS-CORRECTION-IND    PIC X(01).
           05  BS-IDENT-NUMBER      PIC X(20).
           05  BS-CYCLE-ID          PIC X(02).
           05  BS-CONS-ACCT-NUM     PIC X(30).
           05  BS-PORTFOLIO-TYPE    PIC X(01).
           05  BS-ACCOUNT-TYPE      PIC X(02).
           05  BS-DATE-OPENED       PIC 9(08).
           05  BS-CREDIT-LIMIT      PIC 9(09).
           05  BS-HIGH-CREDIT       PIC 9(09).
           05  BS-TERMS-DURATION    PIC X(03).
           05  BS-TERMS-FREQ        PIC X(01).
           05  BS-SCHED-PMT-AMT     PIC 9(09).
           05  BS-ACTUAL-PMT-AMT    PIC 9(09).
           05  BS-ACCT-STATUS       PIC X(02).
           05  BS-PMT-RATING        PIC X(01).
           05  BS-PMT-HISTORY       PIC X(24).
           05  BS-SPECIAL-COMMENT   PIC X(02).
           05  BS-COMPLIANCE-COND   PIC X(02).
           05  BS-CURRENT-BAL       PIC 9(09).
           05  BS-AMT-PAST-DUE      PIC 9(09).
           05  BS-ORIG-CHGOFF-AMT   PIC 9(09).
           05  BS-DATE-ACCT-INFO    PIC 9(08).
           05  BS-DATE-FIRST-DELINQ PIC 9(08).
           05  BS-DATE-CLOSED       PIC 9(08).
           05  BS-DATE-LAST-PMT     PIC 9(08).
           05  BS-INT-TYPE-IND      PIC X(01).
           05  BS-RESERVED          PIC X(17).
           05  BS-SURNAME           PIC X(25).
           05  BS-FIRST-NAME        PIC X(20).
           05  BS-MIDDLE-NAME       PIC X(20).
           05  BS-GENERATION-CODE   PIC X(01).
           05  BS-SSN               PIC 9(09).
           05  BS-DOB               PIC 9(08).
           05  BS-TELEPHONE         PIC 9(10).
           05  BS-ECOA-CODE         PIC X(01).
           05  BS-CONS-INFO-IND     PIC X(02).
           05  BS-COUNTRY-CODE      PIC X(02).
           05  BS-ADDRESS-1         PIC X(32).
           05  BS-ADDRESS-2         PIC X(32).
           05  BS-CITY              PIC X(20).
           05  BS-STATE             PIC X(02).
           05  BS-POSTAL-CODE       PIC X(09).
           05  BS-ADDRESS-IND       PIC X(01).
           05  BS-RESIDENCE-CODE    PIC X(01).

      *    METRO 2 TRAILER RECORD - 426 BYTES IN THE STANDARD FIELD
      *    ORDER. SEGMENTS AND STATUS CODES THIS FILE NEVER CARRIES
      *    ARE ZERO FILLED.
       01 WS-M2-TRAILER.
           05  TR-RDW               PIC X(04).
           05  TR-RECORD-ID         PIC X(07).
           05  TR-TOTAL-BASE        PIC 9(09).
           05  TR-RESERVED-1        PIC X(09).
           05  TR-STATUS-DF         PIC 9(09).
           05  TR-TOTAL-J1          PIC 9(09).
           05  TR-TOTAL-J2          PIC 9(09).
           05  TR-BLOCK-COUNT       PIC 9(09).
           05  TR-STATUS-DA         PIC 9(09).
           05  TR-STATUS-05         PIC 9(09).
           05  TR-STATUS-11         PIC 9(09).
           05  TR-STATUS-13         PIC 9(09).
           05  TR-STATUS-61         PIC 9(09).
           05  TR-STATUS-62         PIC 9(09).
           05  TR-STATUS-63         PIC 9(09).
           05  TR-STATUS-64         PIC 9(09).
           05  TR-STATUS-65         PIC 9(09).
           05  TR-STATUS-71         PIC 9(09).
           05  TR-STATUS-78         PIC 9(09).
           05  TR-STATUS-80         PIC 9(09).
           05  TR-STATUS-82         PIC 9(09).
           05  TR-STATUS-83         PIC 9(09).
           05  TR-STATUS-84         PIC 9(09).
           05  TR-STATUS-88         PIC 9(09).
           05  TR-STATUS-89         PIC 9(09).
           05  TR-STATUS-93         PIC 9(09).
           05  TR-STATUS-94         PIC 9(09).
           05  TR-STATUS-95         PIC 9(09).
           05  TR-STATUS-96         PIC 9(09).
           05  TR-STATUS-97         PIC 9(09).
           05  TR-TOTAL-ECOA-Z      PIC 9(09).
           05  TR-TOTAL-EMPLOYMENT  PIC 9(09).
           05  TR-TOTAL-ORIG-CRED   PIC 9(09).
           05  TR-TOTAL-PURCHASED   PIC 9(09).
           05  TR-TOTAL-MORTGAGE    PIC 9(09).
           05  TR-TOTAL-SPEC-PMT    PIC 9(09).
           05  TR-TOTAL-CHANGE      PIC 9(09).
           05  TR-TOTAL-SSN-ALL     PIC 9(09).
           05  TR-TOTAL-SSN-BASE    PIC 9(09).
           05  TR-TOTAL-SSN-J1      PIC 9(09).
           05  TR-TOTAL-SSN-J2      PIC 9(09).
           05  TR-TOTAL-DOB-ALL     PIC 9(09).
           05  TR-TOTAL-DOB-BASE    PIC 9(09).
           05  TR-TOTAL-DOB-J1      PIC 9(09).
           05  TR-TOTAL-DOB-J2      PIC 9(09).
           05  TR-TOTAL-PHONE-ALL   PIC 9(09).
           05  TR-RESERVED-2        PIC X(19).

       01 WS-RPT-HEADING-1.
           05  FILLER               PIC X(45) VALUE
               'METRO 2 BUREAU FILE EXCEPTION REPORT FOR RUN '.
           05  HDG-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(79) VALUE SPACES.

       01 WS-RPT-HEADING-2.
           05  FILLER               PIC X(48) VALUE
               'ACCOUNT    CODE FIELD                VALUE'.
           05  FILLER               PIC X(84) VALUE SPACES.

       01 WS-RPT-ERROR-LINE.
           05  RPT-CUST-ACCT        PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-REASON-CODE      PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-FIELD-NAME       PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-FIELD-VALUE      PIC X(50).
           05  FILLER               PIC X(45) VALUE SPACES.

       01 WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(30).
           05  RPT-TOT-VALUE        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.

       DISPLAY '*******************'
       DISPLAY '  METRO2 PGM START '
       DISPLAY '*******************'

       PERFORM 0100-VERIFY-TRAILER
       THRU 0100-EXIT

       PERFORM 0300-LOAD-BUSINESS-DATE
       THRU 0300-EXIT

       EVALUATE TRUE
           WHEN NOT RSTFILE-TRAILER-OK
                DISPLAY 'RSTFILE FAILED TRAILER VERIFICATION - '
                        'NO OUTPUT'
                MOVE 8 TO RETURN-CODE
           WHEN NOT BUSINESS-DATE-OK
                DISPLAY 'BUSDATE CARD UNUSABLE - NO OUTPUT'
                MOVE 8 TO RETURN-CODE
           WHEN OTHER
                PERFORM 0200-LOAD-REPORTER-CARDS
                THRU 0200-EXIT

                IF REPORTER-ID-PRESENT
                     PERFORM 1000-INITIALIZATION
                     THRU 1000-EXIT

                     PERFORM A100-PROCESS-RSTFILE
                     THRU A100-EXIT

                     PERFORM 9000-TERMINATE
                     THRU 9000-EXIT
                ELSE
                     DISPLAY 'NO REPORTER IDENTIFICATION NUMBER ON '
                             'M2PARM - NO BUREAU FILE'
                     MOVE 8 TO RETURN-CODE
                END-IF
       END-EVALUATE
       GOBACK
       .

      *    VERIFIES THE TRAILR CONTROL TOTALS BEFORE ANY OUTPUT IS
      *    OPENED - THE DETAIL RECORDS ARE COUNTED IN A SEPARATE PASS
      *    AND COMPARED TO TRLR-REC-COUNT (SEE 9000-TERMINATE IN
      *    EPSACCTS.CBL), SO A SHORT FILE, A FILE WITH NO TRAILER AT
      *    ALL OR A RUN THAT LOGGED EXTRACT FAILURES STOPS HERE WITH
      *    RETURN-CODE 8 INSTEAD OF FLOWING DOWNSTREAM.
       0100-VERIFY-TRAILER.

       OPEN INPUT ACCT-RESULT-FILE

       IF WS-RSTFILE-STATUS NOT = '00'
            DISPLAY 'OPEN INPUT RSTFILE FAILED: ' WS-RSTFILE-STATUS
            SET END-OF-VERIFY-PASS TO TRUE
       END-IF

       PERFORM UNTIL END-OF-VERIFY-PASS

            READ ACCT-RESULT-FILE

            EVALUATE WS-RSTFILE-STATUS
                WHEN '00'
                     IF RSTFILE-REC(1:6) = 'TRAILR'
                          MOVE RSTFILE-REC TO WS-TRAILER-CHECK-REC
                          SET TRAILER-RECORD-FOUND TO TRUE
                     ELSE
                          ADD 1 TO WS-DETAIL-VERIFY-CNT
                     END-IF
                WHEN '10'
                     SET END-OF-VERIFY-PASS TO TRUE
                WHEN OTHER
                     DISPLAY 'READ RSTFILE FAILED: ' WS-RSTFILE-STATUS
                     SET END-OF-VERIFY-PASS TO TRUE
            END-EVALUATE

       END-PERFORM

       CLOSE ACCT-RESULT-FILE

       EVALUATE TRUE
           WHEN NOT TRAILER-RECORD-FOUND
                DISPLAY 'RSTFILE HAS NO TRAILR RECORD'
           WHEN TCK-REC-COUNT NOT NUMERIC
                DISPLAY 'RSTFILE TRAILER COUNT NOT NUMERIC: '
                        TCK-REC-COUNT
           WHEN TCK-REC-COUNT NOT = WS-DETAIL-VERIFY-CNT
                DISPLAY 'RSTFILE TRAILER COUNT MISMATCH - TRAILER: '
                        TCK-REC-COUNT ' DETAILS READ: '
                        WS-DETAIL-VERIFY-CNT
           WHEN TCK-FAIL-COUNT NOT NUMERIC
                DISPLAY 'RSTFILE TRAILER FAIL COUNT NOT NUMERIC: '
                        TCK-FAIL-COUNT
           WHEN TCK-FAIL-COUNT > 0
                DISPLAY 'RSTFILE WRITTEN WITH EXTRACT FAILURES: '
                        TCK-FAIL-COUNT
           WHEN OTHER
                SET RSTFILE-TRAILER-OK TO TRUE
       END-EVALUATE.

       0100-EXIT.
       EXIT.

      *    READS THE M2PARM REPORTER CARDS. THE BUREAU FILE IS ONLY
      *    WRITTEN WHEN AN ID CARD WITH AN IDENTIFICATION NUMBER WAS
      *    FOUND.
       0200-LOAD-REPORTER-CARDS.

       OPEN INPUT METRO2-PARM-FILE

       IF WS-M2PARM-STATUS NOT = '00'
            DISPLAY 'OPEN INPUT M2PARM FAILED: ' WS-M2PARM-STATUS
            SET END-OF-M2PARM TO TRUE
       END-IF

       PERFORM UNTIL END-OF-M2PARM

            READ METRO2-PARM-FILE INTO WS-M2PARM-CARD

            EVALUATE WS-M2PARM-STATUS
                WHEN '00'
                     EVALUATE PRM-CARD-TYPE
                         WHEN 'ID'
                              MOVE PRM-IDENT-NUMBER TO WS-IDENT-NUMBER
                              MOVE PRM-EQUIFAX-ID TO WS-EQUIFAX-ID
                              MOVE PRM-EXPERIAN-ID TO WS-EXPERIAN-ID
                              MOVE PRM-TRANSUNION-ID
                                TO WS-TRANSUNION-ID
                              MOVE PRM-INNOVIS-ID TO WS-INNOVIS-ID
                              MOVE PRM-REPORTER-PHONE
                                TO WS-REPORTER-PHONE
                              IF PRM-TERMS-DURATION NUMERIC
                                 AND PRM-TERMS-DURATION > '000'
                                   MOVE PRM-TERMS-DURATION
                                     TO WS-TERMS-DURATION
                              END-IF
                         WHEN 'NM'
                              MOVE PRM-REPORTER-NAME
                                TO WS-REPORTER-NAME
                         WHEN 'AD'
                              MOVE PRM-CARD-DATA TO WS-REPORTER-ADDR
                         WHEN OTHER
                              DISPLAY 'UNKNOWN M2PARM CARD IGNORED: '
                                      PRM-CARD-TYPE
                     END-EVALUATE
                WHEN '10'
                     SET END-OF-M2PARM TO TRUE
                WHEN OTHER
                     DISPLAY 'READ M2PARM FAILED: ' WS-M2PARM-STATUS
                     SET END-OF-M2PARM TO TRUE
            END-EVALUATE

       END-PERFORM

       IF WS-M2PARM-STATUS NOT = '35'
            CLOSE METRO2-PARM-FILE
       END-IF

       IF WS-IDENT-NUMBER NOT = SPACES
            SET REPORTER-ID-PRESENT TO TRUE
       END-IF

       DISPLAY 'IDENTIFICATION NUMBER : ' WS-IDENT-NUMBER
       DISPLAY 'REPORTER NAME         : ' WS-REPORTER-NAME
       DISPLAY 'TERMS DURATION        : ' WS-TERMS-DURATION.

       0200-EXIT.
       EXIT.

      *    READS THE BUSDATE CONTROL CARD FOR THE NIGHT BEING
      *    PROCESSED - SAME AS 0300-LOAD-BUSINESS-DATE IN
      *    EPSAGING.CBL. THE YYYYMMDD CARD DATE IS LAID INTO
      *    WS-EDIT-DATE SO 8100-EDIT-DATE CAN CHECK IT.
       0300-LOAD-BUSINESS-DATE.

       OPEN INPUT BUSINESS-DATE-FILE

       IF WS-BUSDATE-STATUS = '00'
            READ BUSINESS-DATE-FILE INTO WS-BUSDATE-CARD
            IF WS-BUSDATE-STATUS NOT = '00'
                 DISPLAY 'READ BUSDATE FAILED: ' WS-BUSDATE-STATUS
                 MOVE SPACES TO WS-BUSDATE-CARD
            END-IF
            CLOSE BUSINESS-DATE-FILE

            MOVE WS-BUSDATE-CARD(1:4) TO EDT-YYYY
            MOVE '-' TO EDT-SEP-1
            MOVE WS-BUSDATE-CARD(5:2) TO EDT-MM
            MOVE '-' TO EDT-SEP-2
            MOVE WS-BUSDATE-CARD(7:2) TO EDT-DD
            PERFORM 8100-EDIT-DATE
            THRU 8100-EXIT

            IF EDIT-DATE-VALID
                 SET BUSINESS-DATE-OK TO TRUE
            ELSE
                 DISPLAY 'BUSDATE PROCESSING DATE INVALID: '
                         WS-BUSDATE-CARD(1:8)
            END-IF
       ELSE
            DISPLAY 'NO BUSDATE CARD - SYSTEM DATE USED'
            ACCEPT BD-PROCESS-DATE FROM DATE YYYYMMDD
            SET BUSINESS-DATE-OK TO TRUE
            MOVE 4 TO RETURN-CODE
       END-IF

       DISPLAY 'BUSINESS DATE         : ' WS-BUSDATE-CARD(1:8).

       0300-EXIT.
       EXIT.

       1000-INITIALIZATION.

       INITIALIZE WS-COUNTERS

       MOVE BD-PROCESS-DATE TO WS-RUN-DATE-YMD
       ACCEPT WS-RUN-TIME FROM TIME

       COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YMD)

       PERFORM 1100-LOAD-HOLIDAYS
       THRU 1100-EXIT

       MOVE WS-RUN-DATE-YMD TO WS-YMD-DATE-NUM
       MOVE YMD-MM TO MDY-MM
       MOVE YMD-DD TO MDY-DD
       MOVE YMD-YYYY TO MDY-YYYY
       MOVE WS-MDY-DATE-NUM TO WS-RUN-DATE-MDY
       MOVE WS-RUN-DATE-MDY TO TS-DATE-MDY
       MOVE WS-RUN-TIME(1:6) TO TS-HHMMSS

       OPEN INPUT ACCT-RESULT-FILE

       EVALUATE WS-RSTFILE-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN INPUT RSTFILE FAILED: '
                        WS-RSTFILE-STATUS
                SET END-OF-RSTFILE TO TRUE
       END-EVALUATE

       OPEN OUTPUT METRO2-BUREAU-FILE

       EVALUATE WS-METRO2-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN OUTPUT METRO2 FAILED: '
                        WS-METRO2-STATUS
                SET END-OF-RSTFILE TO TRUE
       END-EVALUATE

       OPEN OUTPUT METRO2-EXCEPTION-FILE

       EVALUATE WS-M2EXCP-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN OUTPUT M2EXCP FAILED: '
                        WS-M2EXCP-STATUS
                SET END-OF-RSTFILE TO TRUE
       END-EVALUATE

       MOVE WS-RUN-DATE-YMD TO HDG-RUN-DATE
       MOVE WS-RPT-HEADING-1 TO M2EXCP-REC
       WRITE M2EXCP-REC
       MOVE WS-RPT-HEADING-2 TO M2EXCP-REC
       WRITE M2EXCP-REC

       INITIALIZE WS-M2-HEADER
       MOVE '0426' TO HD-RDW
       MOVE 'HEADER' TO HD-RECORD-ID
       MOVE WS-INNOVIS-ID TO HD-INNOVIS-ID
       MOVE WS-EQUIFAX-ID TO HD-EQUIFAX-ID
       MOVE WS-EXPERIAN-ID TO HD-EXPERIAN-ID
       MOVE WS-TRANSUNION-ID TO HD-TRANSUNION-ID
       MOVE WS-RUN-DATE-MDY TO HD-ACTIVITY-DATE
       MOVE WS-RUN-DATE-MDY TO HD-DATE-CREATED
       MOVE WS-RUN-DATE-MDY TO HD-PROGRAM-DATE
       MOVE WS-RUN-DATE-MDY TO HD-PROGRAM-REV-DATE
       MOVE WS-REPORTER-NAME TO HD-REPORTER-NAME
       MOVE WS-REPORTER-ADDR TO HD-REPORTER-ADDR
       MOVE WS-REPORTER-PHONE TO HD-REPORTER-PHONE

       MOVE WS-M2-HEADER TO METRO2-REC
       PERFORM B500-WRITE-METRO2
       THRU B500-EXIT.

       1000-EXIT.
       EXIT.

      *    LOADS THE HOLIDAY CALENDAR. THE FILE IS OPTIONAL - WITHOUT
      *    IT ONLY SATURDAYS AND SUNDAYS DEFER A DUE DATE. SAME AS
      *    1100-LOAD-HOLIDAYS IN EPSAGING.CBL.
       1100-LOAD-HOLIDAYS.

       OPEN INPUT HOLIDAY-FILE

       IF WS-HOLIDAY-STATUS NOT = '00'
            DISPLAY 'NO HOLIDAY CALENDAR - WEEKENDS ONLY'
            SET END-OF-HOLIDAY TO TRUE
       END-IF

       PERFORM UNTIL END-OF-HOLIDAY

            READ HOLIDAY-FILE INTO WS-HOLIDAY-CARD

            EVALUATE WS-HOLIDAY-STATUS
                WHEN '00'
                     MOVE WS-HOLIDAY-CARD(1:4) TO EDT-YYYY
                     MOVE '-' TO EDT-SEP-1
                     MOVE WS-HOLIDAY-CARD(5:2) TO EDT-MM
                     MOVE '-' TO EDT-SEP-2
                     MOVE WS-HOLIDAY-CARD(7:2) TO EDT-DD
                     PERFORM 8100-EDIT-DATE
                     THRU 8100-EXIT
                     EVALUATE TRUE
                         WHEN NOT EDIT-DATE-VALID
                              DISPLAY 'HOLIDAY CARD IGNORED: '
                                      WS-HOLIDAY-CARD(1:39)
                         WHEN WS-HOLIDAY-TBL-CNT >= 500
                              DISPLAY 'WS-HOLIDAY-TABLE FULL - '
                                 'MAX 500 HOLIDAY CARDS EXCEEDED'
                              SET END-OF-HOLIDAY TO TRUE
                         WHEN OTHER
                              ADD 1 TO WS-HOLIDAY-TBL-CNT
                              COMPUTE WS-HOLIDAY-INT
                                      (WS-HOLIDAY-TBL-CNT) =
                                      FUNCTION INTEGER-OF-DATE
                                      (HC-HOLIDAY-DATE)
                     END-EVALUATE
                WHEN '10'
                     SET END-OF-HOLIDAY TO TRUE
                WHEN OTHER
                     DISPLAY 'READ HOLIDAY FAILED: ' WS-HOLIDAY-STATUS
                     SET END-OF-HOLIDAY TO TRUE
            END-EVALUATE

       END-PERFORM

       IF WS-HOLIDAY-STATUS NOT = '35'
            CLOSE HOLIDAY-FILE
       END-IF

       DISPLAY 'HOLIDAYS LOADED       : ' WS-HOLIDAY-TBL-CNT.

       1100-EXIT.
       EXIT.

       A100-PROCESS-RSTFILE.

       PERFORM UNTIL END-OF-RSTFILE

            READ ACCT-RESULT-FILE INTO WS-RSTFILE-DETAIL

            EVALUATE WS-RSTFILE-STATUS
                WHEN '00'
                     MOVE RSTFILE-REC(1:6) TO TRLR-REC-ID
                     IF TRLR-REC-ID NOT = 'TRAILR'
                          ADD 1 TO WS-REC-READ-CNT
                          PERFORM B100-REPORT-RECORD
                          THRU B100-EXIT
                     END-IF
                WHEN '10'
                     SET END-OF-RSTFILE TO TRUE
                WHEN OTHER
                     DISPLAY 'READ RSTFILE FAILED: ' WS-RSTFILE-STATUS
                     SET END-OF-RSTFILE TO TRUE
            END-EVALUATE

       END-PERFORM

       CLOSE ACCT-RESULT-FILE.

       A100-EXIT.
       EXIT.

       B100-REPORT-RECORD.

       IF OP-LOAN-NEXT-PMT-DT = SPACES
            ADD 1 TO WS-NOLOAN-REC-CNT
       ELSE
            PERFORM B200-EDIT-BUREAU-FIELDS
            THRU B200-EXIT

            IF RECORD-IN-ERROR
                 ADD 1 TO WS-REC-EXCEPT-CNT
            ELSE
                 PERFORM B300-DERIVE-STATUS
                 THRU B300-EXIT

                 PERFORM B350-DERIVE-AMOUNTS
                 THRU B350-EXIT

                 PERFORM B400-BUILD-BASE-SEGMENT
                 THRU B400-EXIT

                 MOVE WS-M2-BASE-SEGMENT TO METRO2-REC
                 PERFORM B500-WRITE-METRO2
                 THRU B500-EXIT
            END-IF
       END-IF.

       B100-EXIT.
       EXIT.

      *    CHECKS EVERY FIELD THE BUREAUS REQUIRE. EACH FAILING FIELD
      *    GETS ITS OWN M2EXCP LINE AND KEEPS THE LOAN OFF THE FILE.
       B200-EDIT-BUREAU-FIELDS.

       MOVE 'N' TO WS-REC-IN-ERROR-SW

       MOVE OP-CUST-DOB TO WS-EDIT-DATE
       PERFORM 8100-EDIT-DATE
       THRU 8100-EXIT
       IF NOT EDIT-DATE-VALID
            MOVE 'M001' TO RPT-REASON-CODE
            MOVE 'OP-CUST-DOB' TO RPT-FIELD-NAME
            MOVE OP-CUST-DOB TO RPT-FIELD-VALUE
            PERFORM B900-WRITE-EXCEPTION
            THRU B900-EXIT
       END-IF

       PERFORM 8200-EDIT-STATE
       THRU 8200-EXIT
       IF NOT EDIT-STATE-VALID
            MOVE 'M002' TO RPT-REASON-CODE
            MOVE 'OP-CUST-STATE' TO RPT-FIELD-NAME
            MOVE OP-CUST-STATE TO RPT-FIELD-VALUE
            PERFORM B900-WRITE-EXCEPTION
            THRU B900-EXIT
       END-IF

       IF OP-CUST-ZIP(1:5) NOT NUMERIC
          OR (OP-CUST-ZIP(6:5) NOT = SPACES
              AND (OP-CUST-ZIP(6:1) NOT = '-'
                   OR OP-CUST-ZIP(7:4) NOT NUMERIC))
            MOVE 'M003' TO RPT-REASON-CODE
            MOVE 'OP-CUST-ZIP' TO RPT-FIELD-NAME
            MOVE OP-CUST-ZIP TO RPT-FIELD-VALUE
            PERFORM B900-WRITE-EXCEPTION
            THRU B900-EXIT
       END-IF

       IF OP-CUST-LNAME = SPACES
            MOVE 'M004' TO RPT-REASON-CODE
            MOVE 'OP-CUST-LNAME' TO RPT-FIELD-NAME
            MOVE SPACES TO RPT-FIELD-VALUE
            PERFORM B900-WRITE-EXCEPTION
            THRU B900-EXIT
       END-IF

       IF OP-CUST-FNAME = SPACES
            MOVE 'M005' TO RPT-REASON-CODE
            MOVE 'OP-CUST-FNAME' TO RPT-FIELD-NAME
            MOVE SPACES TO RPT-FIELD-VALUE
            PERFORM B900-WRITE-EXCEPTION
            THRU B900-EXIT
       END-IF

       IF OP-CUST-ADR1 = SPACES
            MOVE 'M006' TO RPT-REASON-CODE
            MOVE 'OP-CUST-ADR1' TO RPT-FIELD-NAME
            MOVE SPACES TO RPT-FIELD-VALUE
            PERFORM B900-WRITE-EXCEPTION
            THRU B900-EXIT
       END-IF

       IF OP-CUST-CITY = SPACES
            MOVE 'M007' TO RPT-REASON-CODE
            MOVE 'OP-CUST-CITY' TO RPT-FIELD-NAME
            MOVE SPACES TO RPT-FIELD-VALUE
            PERFORM B900-WRITE-EXCEPTION
            THRU B900-EXIT
       END-IF

       MOVE OP-ACCT-OPEN-DT TO WS-EDIT-DATE
       PERFORM 8100-EDIT-DATE
       THRU 8100-EXIT
       IF NOT EDIT-DATE-VALID
            MOVE 'M008' TO RPT-REASON-CODE
            MOVE 'OP-ACCT-OPEN-DT' TO RPT-FIELD-NAME
            MOVE OP-ACCT-OPEN-DT TO RPT-FIELD-VALUE
            PERFORM B900-WRITE-EXCEPTION
            THRU B900-EXIT
       END-IF

       MOVE OP-LOAN-NEXT-PMT-DT TO WS-EDIT-DATE
       PERFORM 8100-EDIT-DATE
       THRU 8100-EXIT
       IF EDIT-DATE-VALID
            PERFORM 8300-CONVERT-DATE
            THRU 8300-EXIT
            MOVE WS-MDY-DATE-NUM TO WS-DUE-DATE-MDY
            COMPUTE WS-PMT-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-YMD-DATE-NUM)
       ELSE
            MOVE 'M009' TO RPT-REASON-CODE
            MOVE 'OP-LOAN-NEXT-PMT-DT' TO RPT-FIELD-NAME
            MOVE OP-LOAN-NEXT-PMT-DT TO RPT-FIELD-VALUE
            PERFORM B900-WRITE-EXCEPTION
            THRU B900-EXIT
       END-IF

       IF OP-LOAN-CURR-BAL NOT NUMERIC
          OR OP-LOAN-CURR-BAL < 0
            MOVE 'M010' TO RPT-REASON-CODE
            MOVE 'OP-LOAN-CURR-BAL' TO RPT-FIELD-NAME
            MOVE WS-RSTFILE-DETAIL(284:11) TO RPT-FIELD-VALUE
            PERFORM B900-WRITE-EXCEPTION
            THRU B900-EXIT
       END-IF.

       B200-EXIT.
       EXIT.

      *    ACCOUNT STATUS AND PAYMENT RATING - SEE THE RULES IN THE
      *    PROGRAM HEADER.
       B300-DERIVE-STATUS.

       PERFORM 8400-ROLL-TO-BUSINESS-DAY
       THRU 8400-EXIT

       COMPUTE WS-DAYS-PAST-DUE =
               WS-RUN-DATE-INT - WS-PMT-DATE-INT

       EVALUATE TRUE
           WHEN WS-DAYS-PAST-DUE < 30
                MOVE 1 TO WS-BUCKET-NO
           WHEN WS-DAYS-PAST-DUE < 60
                MOVE 2 TO WS-BUCKET-NO
           WHEN WS-DAYS-PAST-DUE < 90
                MOVE 3 TO WS-BUCKET-NO
           WHEN OTHER
                MOVE 4 TO WS-BUCKET-NO
       END-EVALUATE

       MOVE OP-LOAN-CURR-BAL TO WS-BAL-DOLLARS
       MOVE SPACES TO WS-PMT-RATING

       EVALUATE TRUE
           WHEN OP-LOAN-DELINQ-STA(1:6) = 'CHARGE'
                MOVE '97' TO WS-ACCT-STATUS
                MOVE 'L' TO WS-PMT-RATING
           WHEN OP-ACCT-STA(1:6) = 'CLOSED'
            AND WS-BAL-DOLLARS = 0
                MOVE '13' TO WS-ACCT-STATUS
                EVALUATE WS-BUCKET-NO
                    WHEN 1
                         MOVE '0' TO WS-PMT-RATING
                    WHEN 2
                         MOVE '1' TO WS-PMT-RATING
                    WHEN 3
                         MOVE '2' TO WS-PMT-RATING
                    WHEN OTHER
                         MOVE '3' TO WS-PMT-RATING
                END-EVALUATE
           WHEN WS-BUCKET-NO = 1
                MOVE '11' TO WS-ACCT-STATUS
           WHEN WS-BUCKET-NO = 2
                MOVE '71' TO WS-ACCT-STATUS
           WHEN WS-BUCKET-NO = 3
                MOVE '78' TO WS-ACCT-STATUS
           WHEN OTHER
                MOVE '80' TO WS-ACCT-STATUS
       END-EVALUATE.

       B300-EXIT.
       EXIT.

      *    SCHEDULED PAYMENT, AMOUNT PAST DUE AND HIGHEST CREDIT IN
      *    WHOLE DOLLARS - SEE THE RULES IN THE PROGRAM HEADER.
       B350-DERIVE-AMOUNTS.

       MOVE 0 TO WS-INSTALL-DOLLARS
       MOVE 0 TO WS-PAST-DUE-DOLLARS
       MOVE WS-BAL-DOLLARS TO WS-HIGH-CREDIT-DOLLARS

       IF WS-ACCT-STATUS = '97'
            MOVE WS-BAL-DOLLARS TO WS-PAST-DUE-DOLLARS
       END-IF

       IF WS-ACCT-STATUS = '11' OR '71' OR '78' OR '80'
          AND OP-LOAN-CURR-BAL > 0

            MOVE OP-ACCT-OPEN-DT TO WS-EDIT-DATE
            COMPUTE WS-ELAPSED-MONTHS =
                    (WS-RUN-YYYY - EDT-YYYY-NUM) * 12
                  + WS-RUN-MM - EDT-MM-NUM
            IF WS-ELAPSED-MONTHS < 0
                 MOVE 0 TO WS-ELAPSED-MONTHS
            END-IF
            COMPUTE WS-REMAIN-MONTHS =
                    WS-TERMS-MONTHS - WS-ELAPSED-MONTHS
            IF WS-REMAIN-MONTHS < 1
                 MOVE 1 TO WS-REMAIN-MONTHS
            END-IF

            IF OP-LOAN-INT-RATE NUMERIC AND OP-LOAN-INT-RATE > 0
                 COMPUTE WS-MONTH-RATE ROUNDED =
                         OP-LOAN-INT-RATE / 1200
                 COMPUTE WS-GROWTH-REMAIN ROUNDED =
                         (1 + WS-MONTH-RATE) ** WS-REMAIN-MONTHS
                 COMPUTE WS-GROWTH-FULL ROUNDED =
                         (1 + WS-MONTH-RATE) ** WS-TERMS-MONTHS
                 COMPUTE WS-DISCOUNT-REMAIN ROUNDED =
                         1 / WS-GROWTH-REMAIN
                 COMPUTE WS-DISCOUNT-FULL ROUNDED =
                         1 / WS-GROWTH-FULL
                 COMPUTE WS-PMT-FACTOR ROUNDED =
                         WS-MONTH-RATE / (1 - WS-DISCOUNT-REMAIN)
                 COMPUTE WS-ANNUITY-FACTOR ROUNDED =
                         (1 - WS-DISCOUNT-FULL) / WS-MONTH-RATE
                 COMPUTE WS-INSTALLMENT ROUNDED =
                         OP-LOAN-CURR-BAL * WS-PMT-FACTOR
                 COMPUTE WS-HIGH-CREDIT-AMT ROUNDED =
                         WS-INSTALLMENT * WS-ANNUITY-FACTOR
            ELSE
                 COMPUTE WS-INSTALLMENT ROUNDED =
                         OP-LOAN-CURR-BAL / WS-REMAIN-MONTHS
                 COMPUTE WS-HIGH-CREDIT-AMT ROUNDED =
                         WS-INSTALLMENT * WS-TERMS-MONTHS
            END-IF

            COMPUTE WS-INSTALL-DOLLARS ROUNDED = WS-INSTALLMENT

            IF WS-ELAPSED-MONTHS < WS-TERMS-MONTHS
               AND WS-HIGH-CREDIT-AMT > WS-BAL-DOLLARS
                 COMPUTE WS-HIGH-CREDIT-DOLLARS ROUNDED =
                         WS-HIGH-CREDIT-AMT
            END-IF

            IF WS-ACCT-STATUS NOT = '11'
                 COMPUTE WS-MISSED-INSTALL =
                         (WS-DAYS-PAST-DUE + 29) / 30
                 COMPUTE WS-PAST-DUE-DOLLARS =
                         WS-INSTALL-DOLLARS * WS-MISSED-INSTALL
                    ON SIZE ERROR
                         MOVE WS-BAL-DOLLARS TO WS-PAST-DUE-DOLLARS
                 END-COMPUTE
                 IF WS-PAST-DUE-DOLLARS > WS-BAL-DOLLARS
                      MOVE WS-BAL-DOLLARS TO WS-PAST-DUE-DOLLARS
                 END-IF
            END-IF

       END-IF.

       B350-EXIT.
       EXIT.

       B400-BUILD-BASE-SEGMENT.

       INITIALIZE WS-M2-BASE-SEGMENT
       MOVE '0426' TO BS-RDW
       MOVE '1' TO BS-PROC-IND
       MOVE WS-TIME-STAMP TO BS-TIME-STAMP
       MOVE WS-IDENT-NUMBER TO BS-IDENT-NUMBER
       MOVE OP-CUST-ACCT TO BS-CONS-ACCT-NUM
       MOVE 'M' TO BS-PORTFOLIO-TYPE
       MOVE '26' TO BS-ACCOUNT-TYPE

       MOVE OP-ACCT-OPEN-DT TO WS-EDIT-DATE
       PERFORM 8300-CONVERT-DATE
       THRU 8300-EXIT
       MOVE WS-MDY-DATE-NUM TO BS-DATE-OPENED

       MOVE WS-HIGH-CREDIT-DOLLARS TO BS-HIGH-CREDIT
       MOVE WS-TERMS-DURATION TO BS-TERMS-DURATION
       MOVE 'M' TO BS-TERMS-FREQ
       MOVE WS-ACCT-STATUS TO BS-ACCT-STATUS
       MOVE WS-PMT-RATING TO BS-PMT-RATING
       MOVE ALL 'B' TO BS-PMT-HISTORY
       MOVE WS-BAL-DOLLARS TO BS-CURRENT-BAL
       MOVE WS-INSTALL-DOLLARS TO BS-SCHED-PMT-AMT
       MOVE WS-PAST-DUE-DOLLARS TO BS-AMT-PAST-DUE
       MOVE WS-RUN-DATE-MDY TO BS-DATE-ACCT-INFO

       IF WS-ACCT-STATUS = '97'
            MOVE WS-BAL-DOLLARS TO BS-ORIG-CHGOFF-AMT
       END-IF

       IF WS-ACCT-STATUS = '71' OR '78' OR '80' OR '97'
            MOVE WS-DUE-DATE-MDY TO BS-DATE-FIRST-DELINQ
       END-IF

       IF OP-ACCT-CLOS-DT NOT = SPACES
            MOVE OP-ACCT-CLOS-DT TO WS-EDIT-DATE
            PERFORM 8100-EDIT-DATE
            THRU 8100-EXIT
            IF EDIT-DATE-VALID
                 PERFORM 8300-CONVERT-DATE
                 THRU 8300-EXIT
                 MOVE WS-MDY-DATE-NUM TO BS-DATE-CLOSED
            END-IF
       END-IF

       MOVE OP-ACCT-LST-ACTV-DT TO WS-EDIT-DATE
       PERFORM 8100-EDIT-DATE
       THRU 8100-EXIT
       IF EDIT-DATE-VALID
            PERFORM 8300-CONVERT-DATE
            THRU 8300-EXIT
            MOVE WS-MDY-DATE-NUM TO BS-DATE-LAST-PMT
       END-IF

       MOVE OP-CUST-LNAME TO BS-SURNAME
       MOVE OP-CUST-FNAME TO BS-FIRST-NAME

       MOVE OP-CUST-DOB TO WS-EDIT-DATE
       PERFORM 8300-CONVERT-DATE
       THRU 8300-EXIT
       MOVE WS-MDY-DATE-NUM TO BS-DOB

       MOVE '1' TO BS-ECOA-CODE
       MOVE 'US' TO BS-COUNTRY-CODE
       MOVE OP-CUST-ADR1 TO BS-ADDRESS-1
       MOVE OP-CUST-ADR2 TO BS-ADDRESS-2
       MOVE OP-CUST-CITY TO BS-CITY
       MOVE OP-CUST-STATE TO BS-STATE
       MOVE OP-CUST-ZIP(1:5) TO BS-POSTAL-CODE(1:5)
       IF OP-CUST-ZIP(6:1) = '-'
            MOVE OP-CUST-ZIP(7:4) TO BS-POSTAL-CODE(6:4)
       END-IF

       EVALUATE WS-ACCT-STATUS
           WHEN '11'
                ADD 1 TO WS-STATUS-11-CNT
           WHEN '13'
                ADD 1 TO WS-STATUS-13-CNT
           WHEN '71'
                ADD 1 TO WS-STATUS-71-CNT
           WHEN '78'
                ADD 1 TO WS-STATUS-78-CNT
           WHEN '80'
                ADD 1 TO WS-STATUS-80-CNT
           WHEN '97'
                ADD 1 TO WS-STATUS-97-CNT
       END-EVALUATE

       ADD 1 TO WS-BASE-WRITTEN-CNT
       ADD 1 TO WS-DOB-REPORTED-CNT
       ADD WS-BAL-DOLLARS TO WS-TOTAL-CURR-BAL
       ADD BS-AMT-PAST-DUE TO WS-TOTAL-PAST-DUE.

       B400-EXIT.
       EXIT.

       B500-WRITE-METRO2.

       WRITE METRO2-REC

       EVALUATE WS-METRO2-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'WRITE METRO2 FAILED: ' WS-METRO2-STATUS
                MOVE 8 TO RETURN-CODE
       END-EVALUATE.

       B500-EXIT.
       EXIT.

       B800-WRITE-TOTAL-LINE.

       MOVE WS-RPT-TOTAL-LINE TO M2EXCP-REC
       WRITE M2EXCP-REC

       EVALUATE WS-M2EXCP-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'WRITE M2EXCP FAILED: ' WS-M2EXCP-STATUS
       END-EVALUATE.

       B800-EXIT.
       EXIT.

       B900-WRITE-EXCEPTION.

       SET RECORD-IN-ERROR TO TRUE
       ADD 1 TO WS-FIELD-ERROR-CNT

       MOVE OP-CUST-ACCT TO RPT-CUST-ACCT
       MOVE WS-RPT-ERROR-LINE TO M2EXCP-REC
       WRITE M2EXCP-REC

       EVALUATE WS-M2EXCP-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'WRITE M2EXCP FAILED: ' WS-M2EXCP-STATUS
       END-EVALUATE.

       B900-EXIT.
       EXIT.

      *    VALIDATES WS-EDIT-DATE AS A REAL ISO YYYY-MM-DD DATE,
      *    INCLUDING MONTH LENGTHS AND LEAP-YEAR FEBRUARY - SAME
      *    RULES AS 8100-EDIT-DATE IN EPSEDIT.CBL.
       8100-EDIT-DATE.

       MOVE 'N' TO WS-DATE-VALID-SW

       IF EDT-YYYY NUMERIC AND EDT-MM NUMERIC AND EDT-DD NUMERIC
          AND EDT-SEP-1 = '-' AND EDT-SEP-2 = '-'
          AND EDT-MM-NUM >= 01 AND EDT-MM-NUM <= 12
          AND EDT-DD-NUM >= 01

            EVALUATE EDT-MM-NUM
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
                     DIVIDE EDT-YYYY-NUM BY 4
                            GIVING WS-LEAP-REM-4
                            REMAINDER WS-LEAP-REM-4
                     DIVIDE EDT-YYYY-NUM BY 100
                            GIVING WS-LEAP-REM-100
                            REMAINDER WS-LEAP-REM-100
                     DIVIDE EDT-YYYY-NUM BY 400
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

            IF EDT-DD-NUM <= WS-MONTH-END-DD
                 SET EDIT-DATE-VALID TO TRUE
            END-IF

       END-IF.

       8100-EXIT.
       EXIT.

       8200-EDIT-STATE.

       MOVE 'N' TO WS-STATE-VALID-SW
       MOVE 1 TO WS-STATE-SUB

       PERFORM UNTIL WS-STATE-SUB > 59
                  OR EDIT-STATE-VALID
            IF OP-CUST-STATE = WS-STATE-CODE(WS-STATE-SUB)
                 SET EDIT-STATE-VALID TO TRUE
            END-IF
            ADD 1 TO WS-STATE-SUB
       END-PERFORM.

       8200-EXIT.
       EXIT.

      *    REASSEMBLES A VALID WS-EDIT-DATE AS YYYYMMDD AND AS THE
      *    MMDDYYYY FORM THE BUREAU FILE CARRIES.
       8300-CONVERT-DATE.

       MOVE EDT-YYYY TO YMD-YYYY
       MOVE EDT-MM TO YMD-MM
       MOVE EDT-DD TO YMD-DD
       MOVE EDT-MM TO MDY-MM
       MOVE EDT-DD TO MDY-DD
       MOVE EDT-YYYY TO MDY-YYYY.

       8300-EXIT.
       EXIT.

      *    MOVES THE DUE DATE IN WS-PMT-DATE-INT FORWARD TO THE NEXT
      *    BUSINESS DAY WHEN IT FALLS ON A SATURDAY, A SUNDAY OR A
      *    HOLIDAY-FILE DATE - SAME AS 8200-ROLL-TO-BUSINESS-DAY IN
      *    EPSAGING.CBL.
       8400-ROLL-TO-BUSINESS-DAY.

       MOVE 'N' TO WS-BUS-DAY-SW
       MOVE WS-PMT-DATE-INT TO WS-ROLL-FROM-INT

       PERFORM UNTIL IS-BUSINESS-DAY
            DIVIDE WS-PMT-DATE-INT BY 7
                   GIVING WS-WEEK-QUOTIENT
                   REMAINDER WS-WEEKDAY-NO
            SET IS-BUSINESS-DAY TO TRUE
            IF WS-WEEKDAY-NO = 0 OR WS-WEEKDAY-NO = 6
                 MOVE 'N' TO WS-BUS-DAY-SW
            ELSE
                 MOVE 1 TO WS-HOLIDAY-SUB
                 PERFORM UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-TBL-CNT
                            OR NOT IS-BUSINESS-DAY
                      IF WS-HOLIDAY-INT(WS-HOLIDAY-SUB) =
                         WS-PMT-DATE-INT
                           MOVE 'N' TO WS-BUS-DAY-SW
                      END-IF
                      ADD 1 TO WS-HOLIDAY-SUB
                 END-PERFORM
            END-IF
            IF NOT IS-BUSINESS-DAY
                 ADD 1 TO WS-PMT-DATE-INT
            END-IF
       END-PERFORM

       IF WS-PMT-DATE-INT NOT = WS-ROLL-FROM-INT
            ADD 1 TO WS-ROLLED-DUE-CNT
       END-IF.

       8400-EXIT.
       EXIT.

       9000-TERMINATE.

       INITIALIZE WS-M2-TRAILER
       MOVE '0426' TO TR-RDW
       MOVE 'TRAILER' TO TR-RECORD-ID
       MOVE WS-BASE-WRITTEN-CNT TO TR-TOTAL-BASE
       MOVE WS-STATUS-11-CNT TO TR-STATUS-11
       MOVE WS-STATUS-13-CNT TO TR-STATUS-13
       MOVE WS-STATUS-71-CNT TO TR-STATUS-71
       MOVE WS-STATUS-78-CNT TO TR-STATUS-78
       MOVE WS-STATUS-80-CNT TO TR-STATUS-80
       MOVE WS-STATUS-97-CNT TO TR-STATUS-97
       MOVE WS-DOB-REPORTED-CNT TO TR-TOTAL-DOB-ALL
       MOVE WS-DOB-REPORTED-CNT TO TR-TOTAL-DOB-BASE

       MOVE WS-M2-TRAILER TO METRO2-REC
       PERFORM B500-WRITE-METRO2
       THRU B500-EXIT

       MOVE 'RSTFILE RECORDS READ' TO RPT-TOT-LABEL
       MOVE WS-REC-READ-CNT TO RPT-TOT-VALUE
       PERFORM B800-WRITE-TOTAL-LINE
       THRU B800-EXIT
       MOVE 'ACCOUNTS WITHOUT LOAN' TO RPT-TOT-LABEL
       MOVE WS-NOLOAN-REC-CNT TO RPT-TOT-VALUE
       PERFORM B800-WRITE-TOTAL-LINE
       THRU B800-EXIT
       MOVE 'LOANS EXCEPTED' TO RPT-TOT-LABEL
       MOVE WS-REC-EXCEPT-CNT TO RPT-TOT-VALUE
       PERFORM B800-WRITE-TOTAL-LINE
       THRU B800-EXIT
       MOVE 'FIELD EXCEPTIONS' TO RPT-TOT-LABEL
       MOVE WS-FIELD-ERROR-CNT TO RPT-TOT-VALUE
       PERFORM B800-WRITE-TOTAL-LINE
       THRU B800-EXIT
       MOVE 'BASE SEGMENTS WRITTEN' TO RPT-TOT-LABEL
       MOVE WS-BASE-WRITTEN-CNT TO RPT-TOT-VALUE
       PERFORM B800-WRITE-TOTAL-LINE
       THRU B800-EXIT
       MOVE '  STATUS 11 CURRENT' TO RPT-TOT-LABEL
       MOVE WS-STATUS-11-CNT TO RPT-TOT-VALUE
       PERFORM B800-WRITE-TOTAL-LINE
       THRU B800-EXIT
       MOVE '  STATUS 13 PAID OR CLOSED' TO RPT-TOT-LABEL
       MOVE WS-STATUS-13-CNT TO RPT-TOT-VALUE
       PERFORM B800-WRITE-TOTAL-LINE
       THRU B800-EXIT
       MOVE '  STATUS 71 30-59 DAYS' TO RPT-TOT-LABEL
       MOVE WS-STATUS-71-CNT TO RPT-TOT-VALUE
       PERFORM B800-WRITE-TOTAL-LINE
       THRU B800-EXIT
       MOVE '  STATUS 78 60-89 DAYS' TO RPT-TOT-LABEL
       MOVE WS-STATUS-78-CNT TO RPT-TOT-VALUE
       PERFORM B800-WRITE-TOTAL-LINE
       THRU B800-EXIT
       MOVE '  STATUS 80 90+ DAYS' TO RPT-TOT-LABEL
       MOVE WS-STATUS-80-CNT TO RPT-TOT-VALUE
       PERFORM B800-WRITE-TOTAL-LINE
       THRU B800-EXIT
       MOVE '  STATUS 97 CHARGED OFF' TO RPT-TOT-LABEL
       MOVE WS-STATUS-97-CNT TO RPT-TOT-VALUE
       PERFORM B800-WRITE-TOTAL-LINE
       THRU B800-EXIT
       MOVE 'TOTAL CURRENT BALANCE' TO RPT-TOT-LABEL
       MOVE WS-TOTAL-CURR-BAL TO RPT-TOT-VALUE
       PERFORM B800-WRITE-TOTAL-LINE
       THRU B800-EXIT
       MOVE 'TOTAL AMOUNT PAST DUE' TO RPT-TOT-LABEL
       MOVE WS-TOTAL-PAST-DUE TO RPT-TOT-VALUE
       PERFORM B800-WRITE-TOTAL-LINE
       THRU B800-EXIT

       DISPLAY 'RSTFILE RECORDS READ  : ' WS-REC-READ-CNT
       DISPLAY 'ACCOUNTS WITHOUT LOAN : ' WS-NOLOAN-REC-CNT
       DISPLAY 'BASE SEGMENTS WRITTEN : ' WS-BASE-WRITTEN-CNT
       DISPLAY 'LOANS EXCEPTED        : ' WS-REC-EXCEPT-CNT
       DISPLAY 'FIELD EXCEPTIONS      : ' WS-FIELD-ERROR-CNT
       DISPLAY 'TOTAL CURRENT BALANCE : ' WS-TOTAL-CURR-BAL
       DISPLAY 'TOTAL AMOUNT PAST DUE : ' WS-TOTAL-PAST-DUE
       DISPLAY 'DUE DATES ROLLED      : ' WS-ROLLED-DUE-CNT

       IF WS-REC-EXCEPT-CNT > 0
          AND RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
       END-IF

       CLOSE METRO2-BUREAU-FILE
             METRO2-EXCEPTION-FILE.

       9000-EXIT.
       EXIT.
