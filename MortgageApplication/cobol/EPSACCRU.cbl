       ID DIVISION.
       PROGRAM-ID. EPSACCRU.
      *    THIS PROGRAM IS THE DAILY LOAN INTEREST ACCRUAL STEP FOR
      *    EPSACCTS. IT MATCHES THE RSTFILE EXTRACT AGAINST LAST
      *    NIGHT'S ACCRUAL CARRY FILE (ACCROLD) ACCOUNT BY ACCOUNT -
      *    BOTH IN ASCENDING OP-CUST-ACCT ORDER, THE SAME MATCH
      *    EPSDELTA MAKES - AND WRITES TONIGHT'S CARRY FILE (ACCRNEW)
      *    HOLDING EACH LOAN'S MONTH-TO-DATE ACCRUED INTEREST.
      *
      *    ONE DAY'S INTEREST IS OP-LOAN-CURR-BAL TIMES
      *    OP-LOAN-INT-RATE (A PERCENT) OVER 100 OVER THE DAY BASIS
      *    (365 UNLESS THE ACCRPARM 'B' CARD SAYS 360), ROUNDED TO
      *    THE CENT. INTEREST ACCRUES FOR EVERY CALENDAR DAY, SO EACH
      *    RUN ACCRUES ONE DAY'S INTEREST FOR EACH DAY FROM THE DAY
      *    AFTER THE LOAN WAS LAST ACCRUED THROUGH TO TONIGHT'S
      *    BD-PROCESS-DATE - A MONDAY RUN PICKS UP THE WEEKEND. ON
      *    THE LAST BUSINESS DAY OF THE MONTH (THE NEXT BUSINESS DAY,
      *    SKIPPING WEEKENDS AND HOLIDAY CARD DATES, FALLS IN THE
      *    NEXT MONTH) THE RUN ACCRUES THROUGH THE LAST CALENDAR DAY
      *    OF THE MONTH AND WRITES THE MONTH-END GLPOST FILE IN THE
      *    SAME H/D/T SHAPE STAFFGL WRITES FOR PAYROLL -
      *        'H' BATCH HEADER, BATCH 'INTACCR', RUN DATE, PERIOD
      *        'D' PER INCOME COST CENTER - A CREDIT TO INTEREST
      *            INCOME FOR THE MONTH'S ACCRUAL AND A DEBIT THAT
      *            REVERSES THE PRIOR MONTH'S, THEN ONE DEBIT TO
      *            ACCRUED INTEREST RECEIVABLE FOR THE MONTH AND ONE
      *            CREDIT REVERSING THE PRIOR MONTH'S RECEIVABLE
      *        'T' CONTROL-TOTAL TRAILER, DEBITS EQUAL CREDITS
      *    THE INCOME COST CENTER COMES FROM THE OP-ACCT-TYP OF THE
      *    LOAN ('C' CARDS); A TYPE WITHOUT A CARD FALLS TO THE
      *    SUSPENSE COST CENTER SO THE FILE STILL BALANCES, AND THE
      *    STEP ENDS WITH RETURN-CODE 4 SO SOMEONE RECLASSIFIES IT.
      *    THE AMOUNT BOOKED AT EACH MONTH END IS KEPT ON THE CARRY
      *    RECORD SO THE NEXT MONTH END CAN REVERSE IT, EVEN FOR A
      *    LOAN THAT HAS SINCE LEFT THE EXTRACT.
      *
      *    NON-ACCRUAL - A LOAN 90 OR MORE DAYS PAST DUE (THE SAME
      *    BUCKET RULES AS EPSAGING, A DUE DATE ON A WEEKEND OR
      *    HOLIDAY NOT LATE UNTIL THE NEXT BUSINESS DAY), A LOAN
      *    WHOSE OP-LOAN-DELINQ-STA IS ON THE NON-ACCRUAL LIST, OR A
      *    LOAN WHOSE NEXT PAYMENT DATE CANNOT BE AGED STOPS
      *    ACCRUING AND IS LISTED ON THE NONACRPT REPORT WITH THE
      *    MONTH-TO-DATE AMOUNT ACCRUED BEFORE IT STOPPED. THAT
      *    AMOUNT IS NOT BOOKED - IT IS DROPPED FROM THE CARRY
      *    RECORD, SO IT NEVER REACHES THE MONTH-END INCOME ENTRY,
      *    WHILE THE AMOUNT BOOKED AT THE PRIOR MONTH END IS STILL
      *    REVERSED. THE DAYS IT SPENDS ON NON-ACCRUAL ARE NEVER
      *    CAUGHT UP.
      *
      *    ACCRPARM CARDS (OPTIONAL) -
      *        'B' DAY BASIS 9(03) (360 OR 365), ACCRUED INTEREST
      *            RECEIVABLE COST CENTER 9(04) (DEFAULT 9100) AND
      *            SUSPENSE COST CENTER 9(04) (DEFAULT 9999)
      *        'C' OP-ACCT-TYP X(20), INCOME COST CENTER 9(04)
      *        'N' OP-LOAN-DELINQ-STA X(10) TO ADD TO THE NON-ACCRUAL
      *            LIST (NONACCRUAL, NON-ACCRL, CHARGE-OFF,
      *            BANKRUPTCY AND FORECLOSE ARE ALWAYS ON IT)
      *    ACCOUNTS WITHOUT A LOAN ROW (OP-LOAN-NEXT-PMT-DT IS
      *    SPACES) DO NOT ACCRUE. A RERUN FOR THE SAME NIGHT MUST BE
      *    GIVEN THE SAME ACCROLD - A LOAN ALREADY ACCRUED THROUGH
      *    TONIGHT ACCRUES NOTHING MORE AND ENDS THE STEP WITH
      *    RETURN-CODE 4. WITHOUT AN ACCROLD (THE FIRST RUN) EVERY
      *    LOAN STARTS FROM THE PRIOR BUSINESS DATE.
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

       SELECT OLD-ACCRUAL-FILE ASSIGN TO ACCROLD
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-ACCROLD-STATUS.

       SELECT NEW-ACCRUAL-FILE ASSIGN TO ACCRNEW
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-ACCRNEW-STATUS.

       SELECT ACCRUAL-PARM-FILE ASSIGN TO ACCRPARM
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-ACCRPARM-STATUS.

       SELECT GL-POSTING-FILE ASSIGN TO GLPOST
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-GLPOST-STATUS.

       SELECT NONACCRUAL-REPORT-FILE ASSIGN TO NONACRPT
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-NONACRPT-STATUS.

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

       FD OLD-ACCRUAL-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 ACCROLD-REC      PIC X(80).

       FD NEW-ACCRUAL-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 ACCRNEW-REC      PIC X(80).

       FD ACCRUAL-PARM-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 ACCRPARM-REC     PIC X(80).

       FD GL-POSTING-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 GLPOST-REC       PIC X(80).

       FD NONACCRUAL-REPORT-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 NONACRPT-REC     PIC X(132).

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
           05 WS-ACCROLD-STATUS    PIC XX    VALUE '00'.
           05 WS-ACCRNEW-STATUS    PIC XX    VALUE '00'.
           05 WS-ACCRPARM-STATUS   PIC XX    VALUE '00'.
           05 WS-GLPOST-STATUS     PIC XX    VALUE '00'.
           05 WS-NONACRPT-STATUS   PIC XX    VALUE '00'.
           05 WS-BUSDATE-STATUS    PIC XX    VALUE '00'.
           05 WS-HOLIDAY-STATUS    PIC XX    VALUE '00'.
           05 WS-RUN-DATE-YMD      PIC 9(08) VALUE 0.
           05 WS-RUN-DATE-INT      PIC S9(09) COMP VALUE 0.
           05 WS-PMT-DATE-INT      PIC S9(09) COMP VALUE 0.
           05 WS-DAYS-PAST-DUE     PIC S9(05) COMP VALUE 0.
           05 WS-NONACCR-REASON    PIC X(24) VALUE SPACES.

       01 WS-CURSOR-FLAGS.
           05 WS-RSTFILE-EOF-SW     PIC X    VALUE 'N'.
               88  END-OF-RSTFILE                VALUE 'Y'.
           05 WS-ACCROLD-EOF-SW     PIC X    VALUE 'N'.
               88  END-OF-ACCROLD                VALUE 'Y'.
           05 WS-ACCRPARM-EOF-SW    PIC X    VALUE 'N'.
               88  END-OF-ACCRPARM               VALUE 'Y'.
           05 WS-ENTRY-FOUND-SW     PIC X    VALUE 'N'.
               88  CC-ENTRY-FOUND                VALUE 'Y'.
           05 WS-DATE-VALID-SW      PIC X    VALUE 'N'.
               88  DATE-VALID                    VALUE 'Y'.
           05 WS-BUSDATE-OK-SW      PIC X    VALUE 'N'.
               88  BUSINESS-DATE-OK              VALUE 'Y'.
           05 WS-HOLIDAY-EOF-SW     PIC X    VALUE 'N'.
               88  END-OF-HOLIDAY                VALUE 'Y'.
           05 WS-BUS-DAY-SW         PIC X    VALUE 'N'.
               88  IS-BUSINESS-DAY               VALUE 'Y'.
           05 WS-MONTH-END-SW       PIC X    VALUE 'N'.
               88  MONTH-END-RUN                 VALUE 'Y'.
           05 WS-ABANDON-SW         PIC X    VALUE 'N'.
               88  RUN-ABANDONED                 VALUE 'Y'.
           05 WS-NONACCR-SW         PIC X    VALUE 'N'.
               88  LOAN-ON-NONACCRUAL            VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-REC-READ-CNT       PIC 9(09) VALUE 0.
           05 WS-OLD-READ-CNT       PIC 9(09) VALUE 0.
           05 WS-NEW-WRITE-CNT      PIC 9(09) VALUE 0.
           05 WS-NOLOAN-REC-CNT     PIC 9(09) VALUE 0.
           05 WS-ACCRUED-CNT        PIC 9(09) VALUE 0.
           05 WS-NONACCR-CNT        PIC 9(09) VALUE 0.
           05 WS-NEW-LOAN-CNT       PIC 9(09) VALUE 0.
           05 WS-CARRY-ONLY-CNT     PIC 9(09) VALUE 0.
           05 WS-DROPPED-CNT        PIC 9(09) VALUE 0.
           05 WS-BAD-AMOUNT-CNT     PIC 9(09) VALUE 0.
           05 WS-BAD-DATE-CNT       PIC 9(09) VALUE 0.
           05 WS-ROLLED-DUE-CNT     PIC 9(09) VALUE 0.
           05 WS-ALREADY-ACCR-CNT   PIC 9(09) VALUE 0.
           05 WS-UNPOSTED-MTD-CNT   PIC 9(09) VALUE 0.
           05 WS-SUSPENSE-LOAN-CNT  PIC 9(09) VALUE 0.
           05 WS-GL-LINE-CNT        PIC 9(07) VALUE 0.

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

      *    CONVERSION AREA FOR THE ISO YYYY-MM-DD DATES EPSACCTS
      *    WRITES TO RSTFILE - REASSEMBLED AS YYYYMMDD SO THE DAY
      *    DIFFERENCE AGAINST THE RUN DATE CAN BE COMPUTED.
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
           05 WS-WEEK-QUOTIENT      PIC S9(09) COMP VALUE 0.
           05 WS-WEEKDAY-NO         PIC S9(01) COMP VALUE 0.
           05 WS-ROLL-FROM-INT      PIC S9(09) COMP VALUE 0.

      *    THE ACCRUAL WINDOW FOR TONIGHT - SEE 1300-SET-ACCRUAL-
      *    PERIOD. A LOAN NEW TONIGHT IS TAKEN AS ACCRUED THROUGH
      *    WS-PRIOR-THRU-INT, THE DAY LAST NIGHT'S RUN ACCRUED TO.
       01 WS-ACCRUAL-DATES.
           05 WS-RUN-PERIOD         PIC 9(06) VALUE 0.
           05 WS-ACCRUE-THRU-YMD    PIC 9(08) VALUE 0.
           05 WS-ACCRUE-THRU-INT    PIC S9(09) COMP VALUE 0.
           05 WS-PRIOR-THRU-INT     PIC S9(09) COMP VALUE 0.
           05 WS-FROM-INT           PIC S9(09) COMP VALUE 0.
           05 WS-NEXT-BUS-YMD       PIC 9(08) VALUE 0.
           05 WS-ACCRUE-DAYS        PIC S9(05) COMP VALUE 0.

       01 WS-ACCRUAL-AMOUNTS.
           05 WS-DAY-INTEREST       PIC S9(7)V99 VALUE 0.
           05 WS-ACCRUAL-AMT        PIC S9(9)V99 VALUE 0.
           05 WS-TONIGHT-TOTAL      PIC S9(13)V99 VALUE 0.
           05 WS-MTD-TOTAL          PIC S9(13)V99 VALUE 0.
           05 WS-NONACCR-BAL-TOTAL  PIC S9(13)V99 VALUE 0.
           05 WS-NONACCR-MTD-TOTAL  PIC S9(13)V99 VALUE 0.
           05 WS-INCOME-TOTAL       PIC S9(13)V99 VALUE 0.
           05 WS-REVERSAL-TOTAL     PIC S9(13)V99 VALUE 0.

      *    BUSINESS-DATE CONTROL CARD MAINTAINED BY OPERATIONS - THE
      *    PROCESSING DATE THE NIGHT'S RUN IS FOR AND THE BUSINESS
      *    DATE BEFORE IT, BOTH YYYYMMDD. THE SAME CARD IS READ BY
      *    EVERY STEP THAT AGES, BUCKETS OR GATES ON A DATE.
       01 WS-BUSDATE-CARD.
           05  BD-PROCESS-DATE      PIC 9(08).
           05  BD-PRIOR-BUS-DATE    PIC 9(08).
           05  BD-FILLER            PIC X(64).

      *    BANK HOLIDAY CALENDAR CARD - ONE OBSERVED HOLIDAY PER
      *    CARD, YYYYMMDD, MAINTAINED BY OPERATIONS WITH BUSDATE.
       01 WS-HOLIDAY-CARD.
           05  HC-HOLIDAY-DATE      PIC 9(08).
           05  FILLER               PIC X(01).
           05  HC-HOLIDAY-NAME      PIC X(30).
           05  HC-FILLER            PIC X(41).

      *    HOLIDAYS HELD AS INTEGER-OF-DATE DAY NUMBERS SO A DUE
      *    DATE CAN BE CHECKED AGAINST THEM WITHOUT CONVERSION.
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-TBL-CNT    PIC 9(04) VALUE 0.
           05 WS-HOLIDAY-INT        OCCURS 500 TIMES
                                    PIC S9(09) COMP.
           05 WS-HOLIDAY-SUB        PIC 9(04) COMP VALUE 0.

      *    ACCRPARM CARD - SEE THE PROGRAM HEADER.
       01 WS-ACCRPARM-CARD.
           05  AP-CARD-TYPE         PIC X(01).
               88  AP-BASIS-CARD                 VALUE 'B'.
               88  AP-COST-CENTER-CARD           VALUE 'C'.
               88  AP-NONACCRUAL-CARD            VALUE 'N'.
           05  FILLER               PIC X(01).
           05  AP-CARD-DATA         PIC X(78).
           05  AP-BASIS-DATA REDEFINES AP-CARD-DATA.
               10  AP-DAY-BASIS     PIC 9(03).
               10  FILLER           PIC X(01).
               10  AP-AIR-CC        PIC 9(04).
               10  FILLER           PIC X(01).
               10  AP-SUSPENSE-CC   PIC 9(04).
               10  FILLER           PIC X(65).
           05  AP-COST-CENTER-DATA REDEFINES AP-CARD-DATA.
               10  AP-ACCT-TYP      PIC X(20).
               10  FILLER           PIC X(01).
               10  AP-COST-CENTER   PIC 9(04).
               10  FILLER           PIC X(53).
           05  AP-NONACCRUAL-DATA REDEFINES AP-CARD-DATA.
               10  AP-DELINQ-STA    PIC X(10).
               10  FILLER           PIC X(68).

      *    ACCRUAL CONSTANTS - DEFAULTS UNLESS THE 'B' CARD SETS
      *    THEM. THE RECEIVABLE COST CENTER TAKES THE OFFSET OF
      *    EVERY INCOME LINE; SUSPENSE TAKES THE INCOME OF ANY
      *    OP-ACCT-TYP WITHOUT A 'C' CARD.
       01 WS-ACCRUAL-CONSTANTS.
           05 WS-DAY-BASIS          PIC 9(03) VALUE 365.
           05 WS-AIR-CC             PIC 9(04) VALUE 9100.
           05 WS-SUSPENSE-CC        PIC 9(04) VALUE 9999.

      *    OP-ACCT-TYP TO INCOME COST CENTER, FROM THE 'C' CARDS.
       01 WS-TYPE-CC-TABLE.
           05 WS-TYPE-CC-CNT        PIC 9(04) VALUE 0.
           05 WS-TYPE-CC-ENTRY      OCCURS 200 TIMES
                                    INDEXED BY WS-TYPE-CC-IDX.
              10 TC-ACCT-TYP        PIC X(20).
              10 TC-COST-CENTER     PIC 9(04).

      *    OP-LOAN-DELINQ-STA VALUES THAT STOP ACCRUAL. THE FIRST
      *    FIVE ARE STANDING ENTRIES; 'N' CARDS FILL THE REST.
       01 WS-NONACCR-STA-VALUES.
           05  FILLER  PIC X(10) VALUE 'NONACCRUAL'.
           05  FILLER  PIC X(10) VALUE 'NON-ACCRL '.
           05  FILLER  PIC X(10) VALUE 'CHARGE-OFF'.
           05  FILLER  PIC X(10) VALUE 'BANKRUPTCY'.
           05  FILLER  PIC X(10) VALUE 'FORECLOSE '.
           05  FILLER  PIC X(150) VALUE SPACES.
       01 WS-NONACCR-STA-TABLE REDEFINES WS-NONACCR-STA-VALUES.
           05  WS-NONACCR-STA-ENTRY OCCURS 20 TIMES
                                    INDEXED BY WS-NONACCR-IDX.
               10  NS-DELINQ-STA    PIC X(10).
       01 WS-NONACCR-STA-CNT        PIC 9(04) VALUE 5.

      *    ONE ENTRY PER GL COST CENTER, KEPT IN ASCENDING ORDER -
      *    SAME TECHNIQUE AS B200-LOCATE-DEPT IN STAFFGL. THE
      *    MONTH'S INCOME AND THE PRIOR MONTH'S REVERSAL ARE EACH
      *    SUMMED FROM THE SAME PER-LOAN AMOUNTS AS THE RECEIVABLE
      *    LINES, SO THE FILE BALANCES BY CONSTRUCTION.
       01 WS-CC-TABLE.
           05 WS-CC-TBL-CNT         PIC 9(04) VALUE 0.
           05 WS-CC-ENTRY OCCURS 1 TO 1000 TIMES
                                DEPENDING ON WS-CC-TBL-CNT.
              10 CC-COST-CENTER     PIC 9(04).
              10 CC-INCOME-AMT      PIC S9(13)V99.
              10 CC-REVERSAL-AMT    PIC S9(13)V99.

       01 WS-TABLE-SUBSCRIPTS.
           05 WS-ENTRY-SUB          PIC 9(04) COMP VALUE 0.
           05 WS-SHIFT-SUB          PIC 9(04) COMP VALUE 0.
           05 WS-SEARCH-CC          PIC 9(04) VALUE 0.

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

      *    ACCRUAL CARRY RECORD - ONE PER LOAN, ASCENDING BY
      *    ACCOUNT, READ FROM ACCROLD AND WRITTEN TO ACCRNEW.
      *        AC-PERIOD          YYYYMM THE MONTH-TO-DATE IS FOR
      *        AC-ACCRUED-THRU    LAST DAY INTEREST WAS ACCRUED FOR
      *        AC-MTD-ACCRUED     INTEREST ACCRUED IN AC-PERIOD
      *        AC-POSTED-PERIOD   YYYYMM OF THE LAST MONTH-END BOOKING
      *        AC-POSTED-AMT      AMOUNT BOOKED THEN, REVERSED AT THE
      *                           NEXT MONTH END
      *        AC-NONACCR-FLAG    'Y' WHILE THE LOAN IS ON NON-ACCRUAL
       01 WS-ACCRUAL-REC.
           05  AC-CUST-ACCT         PIC X(10).
           05  AC-ACCT-TYP          PIC X(20).
           05  AC-PERIOD            PIC 9(06).
           05  AC-ACCRUED-THRU      PIC 9(08).
           05  AC-MTD-ACCRUED       PIC S9(9)V99.
           05  AC-POSTED-PERIOD     PIC 9(06).
           05  AC-POSTED-AMT        PIC S9(9)V99.
           05  AC-NONACCR-FLAG      PIC X(01).
           05  AC-FILLER            PIC X(07).

       01 WS-OLD-ACCRUAL-REC.
           05  OLD-CUST-ACCT        PIC X(10).
           05  FILLER               PIC X(70).

      *    GLPOST RECORD LAYOUTS - SAME FORMATS AS STAFFGL.CBL, THE
      *    FIXED FORMATS THE LEDGER INTERFACE INGESTS. AMOUNTS ARE
      *    UNSIGNED DISPLAY WITH AN ASSUMED DECIMAL, DEBIT/CREDIT
      *    CARRIED AS 'D'/'C'.
       01 WS-GL-HEADER-RECORD.
           05  GH-REC-TYPE          PIC X(01) VALUE 'H'.
           05  GH-BATCH-ID          PIC X(08) VALUE 'INTACCR '.
           05  GH-RUN-DATE          PIC 9(08).
           05  GH-PERIOD            PIC 9(06).
           05  GH-FILLER            PIC X(57) VALUE SPACES.

       01 WS-GL-DETAIL-RECORD.
           05  GD-REC-TYPE          PIC X(01) VALUE 'D'.
           05  GD-COST-CENTER       PIC 9(04).
           05  GD-DEBIT-CREDIT      PIC X(01).
           05  GD-AMOUNT            PIC 9(11)V99.
           05  GD-DESCRIPTION       PIC X(25).
           05  GD-FILLER            PIC X(36) VALUE SPACES.

       01 WS-GL-TRAILER-RECORD.
           05  GT-REC-TYPE          PIC X(01) VALUE 'T'.
           05  GT-LINE-COUNT        PIC 9(07).
           05  GT-DEBIT-TOTAL       PIC 9(13)V99.
           05  GT-CREDIT-TOTAL      PIC 9(13)V99.
           05  GT-FILLER            PIC X(42) VALUE SPACES.

       01 WS-RPT-HEADING-1.
           05  FILLER               PIC X(32) VALUE
               'NON-ACCRUAL LOAN REPORT FOR RUN '.
           05  HDG-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(92) VALUE SPACES.

       01 WS-RPT-HEADING-2.
           05  FILLER               PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER               PIC X(21) VALUE 'ACCOUNT TYPE'.
           05  FILLER               PIC X(16) VALUE
               '   CURRENT BAL'.
           05  FILLER               PIC X(09) VALUE '    RATE'.
           05  FILLER               PIC X(11) VALUE 'NEXT PMT'.
           05  FILLER               PIC X(07) VALUE '   DPD'.
           05  FILLER               PIC X(11) VALUE 'DELINQ STA'.
           05  FILLER               PIC X(25) VALUE 'REASON'.
           05  FILLER               PIC X(15) VALUE
               'MTD NOT BOOKED'.
           05  FILLER               PIC X(06) VALUE SPACES.

       01 WS-RPT-DETAIL-LINE.
           05  RPT-CUST-ACCT        PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-ACCT-TYP         PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-CURR-BAL         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-INT-RATE         PIC ZZ9.9999.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-NEXT-PMT-DT      PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-DAYS-PAST-DUE    PIC ZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-DELINQ-STA       PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-REASON           PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-MTD-ACCRUED      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(06) VALUE SPACES.

       01 WS-RPT-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
               'NON-ACCRUAL LOANS'.
           05  RPT-TOT-CNT          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-TOT-BAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(61) VALUE SPACES.
           05  RPT-TOT-MTD          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(06) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.

       DISPLAY '*******************'
       DISPLAY ' ACCRUAL PGM START '
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
                PERFORM 1000-INITIALIZATION
                THRU 1000-EXIT

                PERFORM A100-MATCH-FILES
                THRU A100-EXIT

                PERFORM 9000-TERMINATE
                THRU 9000-EXIT
       END-EVALUATE
       GOBACK
       .

      *    VERIFIES THE TRAILR CONTROL TOTALS BEFORE ANY OUTPUT IS
      *    OPENED - THE DETAIL RECORDS ARE COUNTED IN A SEPARATE PASS
      *    AND COMPARED TO TRLR-REC-COUNT (SEE 9000-TERMINATE IN
      *    EPSACCTS.CBL), SO A SHORT FILE, A FILE WITH NO TRAILER AT
      *    ALL OR A RUN THAT LOGGED EXTRACT FAILURES STOPS HERE WITH
      *    RETURN-CODE 8 INSTEAD OF DROPPING LOANS FROM THE ACCRUAL.
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

      *    READS THE BUSDATE CONTROL CARD FOR THE NIGHT BEING
      *    PROCESSED. WITHOUT A CARD THE SYSTEM DATE IS USED AND THE
      *    STEP ENDS WITH RETURN-CODE 4 SO OPERATIONS SEE IT; A CARD
      *    WHOSE PROCESSING DATE IS NOT A REAL CALENDAR DATE STOPS
      *    THE STEP BEFORE ANY OUTPUT IS OPENED.
       0300-LOAD-BUSINESS-DATE.

       OPEN INPUT BUSINESS-DATE-FILE

       IF WS-BUSDATE-STATUS = '00'
            READ BUSINESS-DATE-FILE INTO WS-BUSDATE-CARD
            IF WS-BUSDATE-STATUS NOT = '00'
                 DISPLAY 'READ BUSDATE FAILED: ' WS-BUSDATE-STATUS
                 MOVE SPACES TO WS-BUSDATE-CARD
            END-IF
            CLOSE BUSINESS-DATE-FILE

            MOVE BD-PROCESS-DATE TO WS-YMD-DATE
            PERFORM 8100-EDIT-DATE
            THRU 8100-EXIT

            IF DATE-VALID
                 SET BUSINESS-DATE-OK TO TRUE
            ELSE
                 DISPLAY 'BUSDATE PROCESSING DATE INVALID: '
                         WS-BUSDATE-CARD(1:8)
            END-IF
       ELSE
            DISPLAY 'NO BUSDATE CARD - SYSTEM DATE USED'
            ACCEPT BD-PROCESS-DATE FROM DATE YYYYMMDD
            MOVE 0 TO BD-PRIOR-BUS-DATE
            SET BUSINESS-DATE-OK TO TRUE
            MOVE 4 TO RETURN-CODE
       END-IF

       DISPLAY 'BUSINESS DATE         : ' WS-BUSDATE-CARD(1:8).

       0300-EXIT.
       EXIT.

       1000-INITIALIZATION.

       INITIALIZE WS-WORK-FIELDS
                  WS-COUNTERS
                  WS-ACCRUAL-AMOUNTS
                  WS-CC-TABLE

       MOVE BD-PROCESS-DATE TO WS-RUN-DATE-YMD

       COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YMD)

       PERFORM 1100-LOAD-HOLIDAYS
       THRU 1100-EXIT

       PERFORM 1200-LOAD-ACCRUAL-PARMS
       THRU 1200-EXIT

       PERFORM 1300-SET-ACCRUAL-PERIOD
       THRU 1300-EXIT

       OPEN INPUT ACCT-RESULT-FILE

       EVALUATE WS-RSTFILE-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN INPUT RSTFILE FAILED: '
                        WS-RSTFILE-STATUS
                SET RUN-ABANDONED TO TRUE
       END-EVALUATE

      *    NO ACCROLD AT ALL IS THE FIRST ACCRUAL RUN; ANY OTHER
      *    OPEN FAILURE WOULD RESTART EVERY MONTH-TO-DATE FROM ZERO
      *    AND LOSE THE PRIOR MONTH'S REVERSAL, SO THE RUN STOPS.
       OPEN INPUT OLD-ACCRUAL-FILE

       EVALUATE WS-ACCROLD-STATUS
           WHEN '00'
                CONTINUE
           WHEN '35'
                DISPLAY 'NO ACCROLD - FIRST ACCRUAL RUN'
                SET END-OF-ACCROLD TO TRUE
           WHEN OTHER
                DISPLAY 'OPEN INPUT ACCROLD FAILED: '
                        WS-ACCROLD-STATUS
                SET RUN-ABANDONED TO TRUE
       END-EVALUATE

       OPEN OUTPUT NEW-ACCRUAL-FILE

       EVALUATE WS-ACCRNEW-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN OUTPUT ACCRNEW FAILED: '
                        WS-ACCRNEW-STATUS
                SET RUN-ABANDONED TO TRUE
       END-EVALUATE

       OPEN OUTPUT NONACCRUAL-REPORT-FILE

       EVALUATE WS-NONACRPT-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN OUTPUT NONACRPT FAILED: '
                        WS-NONACRPT-STATUS
                SET RUN-ABANDONED TO TRUE
       END-EVALUATE

       IF MONTH-END-RUN
            OPEN OUTPUT GL-POSTING-FILE
            EVALUATE WS-GLPOST-STATUS
                WHEN '00'
                     CONTINUE
                WHEN OTHER
                     DISPLAY 'OPEN OUTPUT GLPOST FAILED: '
                             WS-GLPOST-STATUS
                     SET RUN-ABANDONED TO TRUE
            END-EVALUATE
       END-IF

       IF RUN-ABANDONED
            SET END-OF-RSTFILE TO TRUE
            SET END-OF-ACCROLD TO TRUE
       END-IF

       MOVE HIGH-VALUES TO OP-CUST-ACCT
       MOVE HIGH-VALUES TO OLD-CUST-ACCT

       MOVE WS-RUN-DATE-YMD TO HDG-RUN-DATE
       MOVE WS-RPT-HEADING-1 TO NONACRPT-REC
       PERFORM B950-WRITE-REPORT-LINE
       THRU B950-EXIT
       MOVE WS-RPT-HEADING-2 TO NONACRPT-REC
       PERFORM B950-WRITE-REPORT-LINE
       THRU B950-EXIT

       PERFORM B100-READ-RSTFILE
       THRU B100-EXIT

       PERFORM B200-READ-ACCROLD
       THRU B200-EXIT.

       1000-EXIT.
       EXIT.

      *    LOADS THE HOLIDAY CALENDAR. THE FILE IS OPTIONAL - WITHOUT
      *    IT ONLY SATURDAYS AND SUNDAYS DEFER A DUE DATE OR THE
      *    MONTH-END RUN. A CARD THAT IS NOT A REAL CALENDAR DATE IS
      *    LISTED AND SKIPPED.
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
                     MOVE HC-HOLIDAY-DATE TO WS-YMD-DATE
                     PERFORM 8100-EDIT-DATE
                     THRU 8100-EXIT
                     EVALUATE TRUE
                         WHEN NOT DATE-VALID
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
                                      (WS-YMD-DATE-NUM)
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

      *    LOADS THE ACCRPARM CARDS. THE FILE IS OPTIONAL - WITHOUT
      *    IT THE DAY BASIS IS 365 AND ALL INCOME GOES TO SUSPENSE.
       1200-LOAD-ACCRUAL-PARMS.

       OPEN INPUT ACCRUAL-PARM-FILE

       IF WS-ACCRPARM-STATUS NOT = '00'
            DISPLAY 'NO ACCRPARM CARDS - ACCRUAL DEFAULTS IN EFFECT'
            SET END-OF-ACCRPARM TO TRUE
       END-IF

       PERFORM UNTIL END-OF-ACCRPARM

            READ ACCRUAL-PARM-FILE INTO WS-ACCRPARM-CARD

            EVALUATE WS-ACCRPARM-STATUS
                WHEN '00'
                     PERFORM 1250-STORE-PARM-CARD
                     THRU 1250-EXIT
                WHEN '10'
                     SET END-OF-ACCRPARM TO TRUE
                WHEN OTHER
                     DISPLAY 'READ ACCRPARM FAILED: '
                             WS-ACCRPARM-STATUS
                     SET END-OF-ACCRPARM TO TRUE
            END-EVALUATE

       END-PERFORM

       IF WS-ACCRPARM-STATUS NOT = '35'
            CLOSE ACCRUAL-PARM-FILE
       END-IF

       DISPLAY 'DAY BASIS             : ' WS-DAY-BASIS
       DISPLAY 'COST CENTER CARDS     : ' WS-TYPE-CC-CNT
       DISPLAY 'NON-ACCRUAL STATUSES  : ' WS-NONACCR-STA-CNT.

       1200-EXIT.
       EXIT.

       1250-STORE-PARM-CARD.

       EVALUATE TRUE
           WHEN AP-BASIS-CARD
                IF (AP-DAY-BASIS = 360 OR AP-DAY-BASIS = 365)
                   AND AP-AIR-CC NUMERIC
                   AND AP-SUSPENSE-CC NUMERIC
                     MOVE AP-DAY-BASIS TO WS-DAY-BASIS
                     MOVE AP-AIR-CC TO WS-AIR-CC
                     MOVE AP-SUSPENSE-CC TO WS-SUSPENSE-CC
                ELSE
                     DISPLAY 'ACCRPARM BASIS CARD IGNORED: '
                             WS-ACCRPARM-CARD(1:16)
                END-IF
           WHEN AP-COST-CENTER-CARD
                EVALUATE TRUE
                    WHEN AP-ACCT-TYP = SPACES
                      OR AP-COST-CENTER NOT NUMERIC
                         DISPLAY 'ACCRPARM COST CENTER CARD IGNORED: '
                                 WS-ACCRPARM-CARD(1:27)
                    WHEN WS-TYPE-CC-CNT >= 200
                         DISPLAY 'WS-TYPE-CC-TABLE FULL - '
                            'MAX 200 COST CENTER CARDS EXCEEDED'
                    WHEN OTHER
                         ADD 1 TO WS-TYPE-CC-CNT
                         MOVE AP-ACCT-TYP TO
                              TC-ACCT-TYP(WS-TYPE-CC-CNT)
                         MOVE AP-COST-CENTER TO
                              TC-COST-CENTER(WS-TYPE-CC-CNT)
                END-EVALUATE
           WHEN AP-NONACCRUAL-CARD
                EVALUATE TRUE
                    WHEN AP-DELINQ-STA = SPACES
                         DISPLAY 'ACCRPARM NON-ACCRUAL CARD IGNORED'
                    WHEN WS-NONACCR-STA-CNT >= 20
                         DISPLAY 'WS-NONACCR-STA-TABLE FULL - '
                            'MAX 20 NON-ACCRUAL STATUSES EXCEEDED'
                    WHEN OTHER
                         ADD 1 TO WS-NONACCR-STA-CNT
                         MOVE AP-DELINQ-STA TO
                              NS-DELINQ-STA(WS-NONACCR-STA-CNT)
                END-EVALUATE
           WHEN OTHER
                DISPLAY 'ACCRPARM CARD TYPE UNKNOWN: '
                        WS-ACCRPARM-CARD(1:27)
       END-EVALUATE.

       1250-EXIT.
       EXIT.

      *    SETS TONIGHT'S ACCRUAL WINDOW. THE RUN IS THE MONTH-END
      *    RUN WHEN THE NEXT BUSINESS DAY AFTER BD-PROCESS-DATE IS IN
      *    A LATER MONTH, AND THEN ACCRUES THROUGH THE LAST CALENDAR
      *    DAY OF THE MONTH SO THE MONTH'S BOOKING IS COMPLETE.
      *    LAST NIGHT'S RUN ACCRUED THROUGH BD-PRIOR-BUS-DATE, OR
      *    THROUGH THE END OF ITS MONTH WHEN THAT IS AN EARLIER MONTH
      *    (IT WAS THE MONTH-END RUN); WITHOUT A PRIOR BUSINESS DATE
      *    A NEW LOAN ACCRUES TONIGHT ONLY.
       1300-SET-ACCRUAL-PERIOD.

       MOVE WS-RUN-DATE-YMD TO WS-YMD-DATE
       PERFORM 8100-EDIT-DATE
       THRU 8100-EXIT

       COMPUTE WS-RUN-PERIOD = YMD-YYYY-NUM * 100 + YMD-MM-NUM

       COMPUTE WS-PMT-DATE-INT = WS-RUN-DATE-INT + 1
       PERFORM 8200-ROLL-TO-BUSINESS-DAY
       THRU 8200-EXIT
       COMPUTE WS-NEXT-BUS-YMD =
               FUNCTION DATE-OF-INTEGER(WS-PMT-DATE-INT)

       IF WS-NEXT-BUS-YMD(1:6) NOT = WS-RUN-DATE-YMD(1:6)
            SET MONTH-END-RUN TO TRUE
            COMPUTE WS-ACCRUE-THRU-YMD =
                    WS-RUN-PERIOD * 100 + WS-MONTH-END-DD
       ELSE
            MOVE WS-RUN-DATE-YMD TO WS-ACCRUE-THRU-YMD
       END-IF

       COMPUTE WS-ACCRUE-THRU-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCRUE-THRU-YMD)

       MOVE BD-PRIOR-BUS-DATE TO WS-YMD-DATE
       PERFORM 8100-EDIT-DATE
       THRU 8100-EXIT

       EVALUATE TRUE
           WHEN NOT DATE-VALID
             OR BD-PRIOR-BUS-DATE >= WS-RUN-DATE-YMD
                COMPUTE WS-PRIOR-THRU-INT = WS-RUN-DATE-INT - 1
           WHEN BD-PRIOR-BUS-DATE(1:6) NOT = WS-RUN-DATE-YMD(1:6)
                COMPUTE WS-PRIOR-THRU-INT =
                        FUNCTION INTEGER-OF-DATE
                        (WS-RUN-PERIOD * 100 + 1) - 1
           WHEN OTHER
                COMPUTE WS-PRIOR-THRU-INT =
                        FUNCTION INTEGER-OF-DATE(BD-PRIOR-BUS-DATE)
       END-EVALUATE

       DISPLAY 'ACCRUING THROUGH      : ' WS-ACCRUE-THRU-YMD

       IF MONTH-END-RUN
            DISPLAY 'MONTH-END RUN - GLPOST WRITTEN FOR PERIOD '
                    WS-RUN-PERIOD
       END-IF.

       1300-EXIT.
       EXIT.

      *    MATCHES RSTFILE AGAINST ACCROLD BY ACCOUNT. A LOAN ON
      *    RSTFILE ONLY IS NEW AND STARTS A CARRY RECORD; ONE ON
      *    BOTH IS ACCRUED FROM ITS CARRY RECORD; A CARRY RECORD
      *    WITH NO RSTFILE LOAN IS CARRIED UNTIL ITS LAST BOOKING
      *    HAS BEEN REVERSED.
       A100-MATCH-FILES.

       PERFORM UNTIL END-OF-RSTFILE AND END-OF-ACCROLD

            EVALUATE TRUE
                WHEN OP-CUST-ACCT < OLD-CUST-ACCT
                     IF OP-LOAN-NEXT-PMT-DT = SPACES
                          ADD 1 TO WS-NOLOAN-REC-CNT
                     ELSE
                          ADD 1 TO WS-NEW-LOAN-CNT
                          INITIALIZE WS-ACCRUAL-REC
                          MOVE OP-CUST-ACCT TO AC-CUST-ACCT
                          MOVE WS-RUN-PERIOD TO AC-PERIOD
                          COMPUTE AC-ACCRUED-THRU =
                                  FUNCTION DATE-OF-INTEGER
                                  (WS-PRIOR-THRU-INT)
                          PERFORM B300-ACCRUE-LOAN
                          THRU B300-EXIT
                     END-IF
                     PERFORM B100-READ-RSTFILE
                     THRU B100-EXIT
                WHEN OP-CUST-ACCT > OLD-CUST-ACCT
                     MOVE WS-OLD-ACCRUAL-REC TO WS-ACCRUAL-REC
                     PERFORM B400-CARRY-ONLY
                     THRU B400-EXIT
                     PERFORM B200-READ-ACCROLD
                     THRU B200-EXIT
                WHEN OTHER
                     MOVE WS-OLD-ACCRUAL-REC TO WS-ACCRUAL-REC
                     IF OP-LOAN-NEXT-PMT-DT = SPACES
                          ADD 1 TO WS-NOLOAN-REC-CNT
                          PERFORM B400-CARRY-ONLY
                          THRU B400-EXIT
                     ELSE
                          PERFORM B300-ACCRUE-LOAN
                          THRU B300-EXIT
                     END-IF
                     PERFORM B100-READ-RSTFILE
                     THRU B100-EXIT
                     PERFORM B200-READ-ACCROLD
                     THRU B200-EXIT
            END-EVALUATE

       END-PERFORM.

       A100-EXIT.
       EXIT.

       B100-READ-RSTFILE.

       IF NOT END-OF-RSTFILE

            READ ACCT-RESULT-FILE INTO WS-RSTFILE-DETAIL

            EVALUATE WS-RSTFILE-STATUS
                WHEN '00'
                     IF RSTFILE-REC(1:6) = 'TRAILR'
                          SET END-OF-RSTFILE TO TRUE
                          MOVE HIGH-VALUES TO OP-CUST-ACCT
                     ELSE
                          ADD 1 TO WS-REC-READ-CNT
                     END-IF
                WHEN '10'
                     SET END-OF-RSTFILE TO TRUE
                     MOVE HIGH-VALUES TO OP-CUST-ACCT
                WHEN OTHER
                     DISPLAY 'READ RSTFILE FAILED: ' WS-RSTFILE-STATUS
                     SET END-OF-RSTFILE TO TRUE
                     MOVE HIGH-VALUES TO OP-CUST-ACCT
            END-EVALUATE

       END-IF.

       B100-EXIT.
       EXIT.

       B200-READ-ACCROLD.

       IF NOT END-OF-ACCROLD

            READ OLD-ACCRUAL-FILE INTO WS-OLD-ACCRUAL-REC

            EVALUATE WS-ACCROLD-STATUS
                WHEN '00'
                     ADD 1 TO WS-OLD-READ-CNT
                WHEN '10'
                     SET END-OF-ACCROLD TO TRUE
                     MOVE HIGH-VALUES TO OLD-CUST-ACCT
                WHEN OTHER
                     DISPLAY 'READ ACCROLD FAILED: ' WS-ACCROLD-STATUS
                     SET END-OF-ACCROLD TO TRUE
                     MOVE HIGH-VALUES TO OLD-CUST-ACCT
            END-EVALUATE

       END-IF.

       B200-EXIT.
       EXIT.

      *    ACCRUES ONE RSTFILE LOAN INTO WS-ACCRUAL-REC - DAYS FROM
      *    THE DAY AFTER AC-ACCRUED-THRU TO WS-ACCRUE-THRU-INT AT ONE
      *    DAY'S INTEREST EACH - UNLESS THE LOAN IS ON NON-ACCRUAL,
      *    THEN BOOKS IT AT MONTH END AND WRITES THE CARRY RECORD.
       B300-ACCRUE-LOAN.

       MOVE OP-ACCT-TYP TO AC-ACCT-TYP
       MOVE 0 TO WS-ACCRUAL-AMT

       PERFORM B500-ROLL-PERIOD
       THRU B500-EXIT

       PERFORM C100-CHECK-NONACCRUAL
       THRU C100-EXIT

       MOVE AC-ACCRUED-THRU TO WS-YMD-DATE
       PERFORM 8100-EDIT-DATE
       THRU 8100-EXIT
       IF DATE-VALID
            COMPUTE WS-FROM-INT =
                    FUNCTION INTEGER-OF-DATE(AC-ACCRUED-THRU)
       ELSE
            MOVE WS-PRIOR-THRU-INT TO WS-FROM-INT
       END-IF
       COMPUTE WS-ACCRUE-DAYS = WS-ACCRUE-THRU-INT - WS-FROM-INT

       EVALUATE TRUE
           WHEN LOAN-ON-NONACCRUAL
                ADD 1 TO WS-NONACCR-CNT
                MOVE 'Y' TO AC-NONACCR-FLAG
                PERFORM B800-WRITE-NONACCRUAL
                THRU B800-EXIT
                MOVE 0 TO AC-MTD-ACCRUED
           WHEN WS-ACCRUE-DAYS <= 0
                ADD 1 TO WS-ALREADY-ACCR-CNT
                MOVE 'N' TO AC-NONACCR-FLAG
           WHEN OP-LOAN-CURR-BAL NOT NUMERIC
             OR OP-LOAN-INT-RATE NOT NUMERIC
                ADD 1 TO WS-BAD-AMOUNT-CNT
                DISPLAY 'UNUSABLE BALANCE OR RATE FOR ACCT '
                        OP-CUST-ACCT
           WHEN OTHER
                ADD 1 TO WS-ACCRUED-CNT
                MOVE 'N' TO AC-NONACCR-FLAG
                IF OP-LOAN-CURR-BAL > 0 AND OP-LOAN-INT-RATE > 0
                     COMPUTE WS-DAY-INTEREST ROUNDED =
                             OP-LOAN-CURR-BAL * OP-LOAN-INT-RATE
                             / 100 / WS-DAY-BASIS
                     COMPUTE WS-ACCRUAL-AMT =
                             WS-DAY-INTEREST * WS-ACCRUE-DAYS
                     ADD WS-ACCRUAL-AMT TO AC-MTD-ACCRUED
                     ADD WS-ACCRUAL-AMT TO WS-TONIGHT-TOTAL
                END-IF
       END-EVALUATE

      *    NON-ACCRUAL DAYS AND DAYS WITH AN UNUSABLE BALANCE ARE
      *    NOT CAUGHT UP LATER, SO THE LOAN IS MARKED ACCRUED
      *    THROUGH TONIGHT EITHER WAY.
       IF WS-ACCRUE-DAYS > 0
            MOVE WS-ACCRUE-THRU-YMD TO AC-ACCRUED-THRU
       END-IF

       PERFORM B600-BOOK-MONTH-END
       THRU B600-EXIT

       PERFORM B700-WRITE-CARRY
       THRU B700-EXIT.

       B300-EXIT.
       EXIT.

      *    A CARRY RECORD WITH NO LOAN ON TONIGHT'S RSTFILE - PAID
      *    OFF OR CLOSED. NOTHING ACCRUES; THE LAST BOOKING IS
      *    REVERSED AND THE MONTH-TO-DATE BOOKED AT MONTH END, AND
      *    THE RECORD IS DROPPED ONCE NOTHING IS LEFT TO REVERSE.
       B400-CARRY-ONLY.

       ADD 1 TO WS-CARRY-ONLY-CNT

       PERFORM B500-ROLL-PERIOD
       THRU B500-EXIT

       PERFORM B600-BOOK-MONTH-END
       THRU B600-EXIT

       IF AC-MTD-ACCRUED = 0 AND AC-POSTED-AMT = 0
            ADD 1 TO WS-DROPPED-CNT
       ELSE
            PERFORM B700-WRITE-CARRY
            THRU B700-EXIT
       END-IF.

       B400-EXIT.
       EXIT.

      *    STARTS A NEW MONTH-TO-DATE WHEN THE CARRY RECORD IS FOR
      *    AN EARLIER MONTH. THE OLD MONTH'S AMOUNT WAS BOOKED BY ITS
      *    MONTH-END RUN; IF THAT RUN NEVER BOOKED IT, THE AMOUNT IS
      *    KEPT AND BOOKED WITH THIS MONTH INSTEAD OF BEING LOST.
       B500-ROLL-PERIOD.

       IF AC-PERIOD < WS-RUN-PERIOD
            IF AC-POSTED-PERIOD = AC-PERIOD
                 MOVE 0 TO AC-MTD-ACCRUED
            ELSE
                 IF AC-MTD-ACCRUED NOT = 0
                      ADD 1 TO WS-UNPOSTED-MTD-CNT
                      DISPLAY 'PRIOR MONTH ACCRUAL NEVER BOOKED - '
                              'ACCT ' AC-CUST-ACCT
                 END-IF
            END-IF
            MOVE WS-RUN-PERIOD TO AC-PERIOD
       END-IF.

       B500-EXIT.
       EXIT.

      *    ON THE MONTH-END RUN, ADDS THE AMOUNT BOOKED LAST MONTH
      *    END TO ITS COST CENTER'S REVERSAL AND THE MONTH-TO-DATE TO
      *    ITS COST CENTER'S INCOME, AND REMEMBERS WHAT WAS BOOKED.
      *    A RERUN OF THE MONTH-END NIGHT FROM THE SAME ACCROLD
      *    BOOKS THE SAME AMOUNTS AGAIN.
       B600-BOOK-MONTH-END.

       IF MONTH-END-RUN AND AC-POSTED-PERIOD NOT = WS-RUN-PERIOD

            PERFORM C200-FIND-TYPE-CC
            THRU C200-EXIT

            PERFORM B900-LOCATE-COST-CENTER
            THRU B900-EXIT

            IF CC-ENTRY-FOUND
                 ADD AC-POSTED-AMT TO CC-REVERSAL-AMT(WS-ENTRY-SUB)
                 ADD AC-MTD-ACCRUED TO CC-INCOME-AMT(WS-ENTRY-SUB)
            END-IF

            ADD AC-POSTED-AMT TO WS-REVERSAL-TOTAL
            ADD AC-MTD-ACCRUED TO WS-INCOME-TOTAL
            MOVE AC-MTD-ACCRUED TO AC-POSTED-AMT
            MOVE WS-RUN-PERIOD TO AC-POSTED-PERIOD

       END-IF.

       B600-EXIT.
       EXIT.

       B700-WRITE-CARRY.

       ADD AC-MTD-ACCRUED TO WS-MTD-TOTAL

       MOVE WS-ACCRUAL-REC TO ACCRNEW-REC
       WRITE ACCRNEW-REC

       EVALUATE WS-ACCRNEW-STATUS
           WHEN '00'
                ADD 1 TO WS-NEW-WRITE-CNT
           WHEN OTHER
                DISPLAY 'WRITE ACCRNEW FAILED: ' WS-ACCRNEW-STATUS
       END-EVALUATE.

       B700-EXIT.
       EXIT.

       B800-WRITE-NONACCRUAL.

       MOVE OP-CUST-ACCT TO RPT-CUST-ACCT
       MOVE OP-ACCT-TYP TO RPT-ACCT-TYP
       MOVE OP-LOAN-NEXT-PMT-DT TO RPT-NEXT-PMT-DT
       MOVE OP-LOAN-DELINQ-STA TO RPT-DELINQ-STA
       MOVE WS-NONACCR-REASON TO RPT-REASON
       MOVE AC-MTD-ACCRUED TO RPT-MTD-ACCRUED
       ADD AC-MTD-ACCRUED TO WS-NONACCR-MTD-TOTAL

       IF OP-LOAN-CURR-BAL NUMERIC
            MOVE OP-LOAN-CURR-BAL TO RPT-CURR-BAL
            ADD OP-LOAN-CURR-BAL TO WS-NONACCR-BAL-TOTAL
       ELSE
            MOVE 0 TO RPT-CURR-BAL
       END-IF

       IF OP-LOAN-INT-RATE NUMERIC
            MOVE OP-LOAN-INT-RATE TO RPT-INT-RATE
       ELSE
            MOVE 0 TO RPT-INT-RATE
       END-IF

       IF WS-DAYS-PAST-DUE > 0
            MOVE WS-DAYS-PAST-DUE TO RPT-DAYS-PAST-DUE
       ELSE
            MOVE 0 TO RPT-DAYS-PAST-DUE
       END-IF

       MOVE WS-RPT-DETAIL-LINE TO NONACRPT-REC
       PERFORM B950-WRITE-REPORT-LINE
       THRU B950-EXIT.

       B800-EXIT.
       EXIT.

      *    FINDS THE WS-CC-ENTRY FOR WS-SEARCH-CC, INSERTING A NEW
      *    ZEROED ENTRY IN ASCENDING ORDER WHEN THE COST CENTER HAS
      *    NOT BEEN SEEN YET - SAME TECHNIQUE AS B200-LOCATE-DEPT IN
      *    STAFFGL.
       B900-LOCATE-COST-CENTER.

       MOVE 'N' TO WS-ENTRY-FOUND-SW
       MOVE 1 TO WS-ENTRY-SUB

       PERFORM UNTIL WS-ENTRY-SUB > WS-CC-TBL-CNT
                  OR CC-COST-CENTER(WS-ENTRY-SUB) >= WS-SEARCH-CC
            ADD 1 TO WS-ENTRY-SUB
       END-PERFORM

       IF WS-ENTRY-SUB <= WS-CC-TBL-CNT
          AND CC-COST-CENTER(WS-ENTRY-SUB) = WS-SEARCH-CC
            SET CC-ENTRY-FOUND TO TRUE
       ELSE
            IF WS-CC-TBL-CNT >= 1000
                 DISPLAY 'WS-CC-TABLE FULL - '
                    'MAX 1000 COST CENTERS EXCEEDED'
            ELSE
                 ADD 1 TO WS-CC-TBL-CNT
                 MOVE WS-CC-TBL-CNT TO WS-SHIFT-SUB
                 PERFORM UNTIL WS-SHIFT-SUB <= WS-ENTRY-SUB
                      MOVE WS-CC-ENTRY(WS-SHIFT-SUB - 1) TO
                           WS-CC-ENTRY(WS-SHIFT-SUB)
                      SUBTRACT 1 FROM WS-SHIFT-SUB
                 END-PERFORM
                 INITIALIZE WS-CC-ENTRY(WS-ENTRY-SUB)
                 MOVE WS-SEARCH-CC TO CC-COST-CENTER(WS-ENTRY-SUB)
                 SET CC-ENTRY-FOUND TO TRUE
            END-IF
       END-IF.

       B900-EXIT.
       EXIT.

       B950-WRITE-REPORT-LINE.

       WRITE NONACRPT-REC

       EVALUATE WS-NONACRPT-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'WRITE NONACRPT FAILED: ' WS-NONACRPT-STATUS
       END-EVALUATE.

       B950-EXIT.
       EXIT.

       B960-WRITE-GL-RECORD.

       WRITE GLPOST-REC

       EVALUATE WS-GLPOST-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'WRITE GLPOST FAILED: ' WS-GLPOST-STATUS
       END-EVALUATE.

       B960-EXIT.
       EXIT.

      *    PUTS THE LOAN ON NON-ACCRUAL WHEN ITS OP-LOAN-DELINQ-STA
      *    IS ON THE NON-ACCRUAL LIST, WHEN IT IS 90 OR MORE DAYS
      *    PAST DUE BY THE EPSAGING RULES, OR WHEN ITS NEXT PAYMENT
      *    DATE CANNOT BE AGED AT ALL.
       C100-CHECK-NONACCRUAL.

       MOVE 'N' TO WS-NONACCR-SW
       MOVE SPACES TO WS-NONACCR-REASON
       MOVE 0 TO WS-DAYS-PAST-DUE

       MOVE OP-LOAN-NEXT-PMT-DT TO WS-ISO-DATE
       MOVE ISO-YYYY TO YMD-YYYY
       MOVE ISO-MM TO YMD-MM
       MOVE ISO-DD TO YMD-DD

       PERFORM 8100-EDIT-DATE
       THRU 8100-EXIT

       IF DATE-VALID
            COMPUTE WS-PMT-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-YMD-DATE-NUM)
            MOVE WS-PMT-DATE-INT TO WS-ROLL-FROM-INT
            PERFORM 8200-ROLL-TO-BUSINESS-DAY
            THRU 8200-EXIT
            IF WS-PMT-DATE-INT NOT = WS-ROLL-FROM-INT
                 ADD 1 TO WS-ROLLED-DUE-CNT
            END-IF
            COMPUTE WS-DAYS-PAST-DUE =
                    WS-RUN-DATE-INT - WS-PMT-DATE-INT
       ELSE
            ADD 1 TO WS-BAD-DATE-CNT
            DISPLAY 'UNUSABLE NEXT PMT DATE FOR ACCT '
                    OP-CUST-ACCT ': ' OP-LOAN-NEXT-PMT-DT
       END-IF

       SET WS-NONACCR-IDX TO 1
       IF OP-LOAN-DELINQ-STA NOT = SPACES
            SEARCH WS-NONACCR-STA-ENTRY
                AT END
                     CONTINUE
                WHEN WS-NONACCR-IDX > WS-NONACCR-STA-CNT
                     CONTINUE
                WHEN NS-DELINQ-STA(WS-NONACCR-IDX) =
                     OP-LOAN-DELINQ-STA
                     SET LOAN-ON-NONACCRUAL TO TRUE
                     MOVE 'NON-ACCRUAL STATUS' TO WS-NONACCR-REASON
            END-SEARCH
       END-IF

       EVALUATE TRUE
           WHEN LOAN-ON-NONACCRUAL
                CONTINUE
           WHEN NOT DATE-VALID
                SET LOAN-ON-NONACCRUAL TO TRUE
                MOVE 'NEXT PMT DATE UNUSABLE' TO WS-NONACCR-REASON
           WHEN WS-DAYS-PAST-DUE >= 90
                SET LOAN-ON-NONACCRUAL TO TRUE
                MOVE '90+ DAYS PAST DUE' TO WS-NONACCR-REASON
           WHEN OTHER
                CONTINUE
       END-EVALUATE.

       C100-EXIT.
       EXIT.

      *    SETS WS-SEARCH-CC TO THE INCOME COST CENTER FOR
      *    AC-ACCT-TYP, OR TO SUSPENSE WHEN NO 'C' CARD NAMES IT.
       C200-FIND-TYPE-CC.

       MOVE WS-SUSPENSE-CC TO WS-SEARCH-CC
       SET WS-TYPE-CC-IDX TO 1

       SEARCH WS-TYPE-CC-ENTRY
           AT END
                CONTINUE
           WHEN WS-TYPE-CC-IDX > WS-TYPE-CC-CNT
                CONTINUE
           WHEN TC-ACCT-TYP(WS-TYPE-CC-IDX) = AC-ACCT-TYP
                MOVE TC-COST-CENTER(WS-TYPE-CC-IDX) TO WS-SEARCH-CC
       END-SEARCH

       IF WS-SEARCH-CC = WS-SUSPENSE-CC
          AND (AC-POSTED-AMT NOT = 0 OR AC-MTD-ACCRUED NOT = 0)
            ADD 1 TO WS-SUSPENSE-LOAN-CNT
       END-IF.

       C200-EXIT.
       EXIT.

      *    VALIDATES WS-YMD-DATE AS A REAL CALENDAR DATE, INCLUDING
      *    MONTH LENGTHS AND LEAP-YEAR FEBRUARY, BEFORE IT IS GIVEN
      *    TO FUNCTION INTEGER-OF-DATE (WHOSE RESULT FOR AN INVALID
      *    DATE IS UNDEFINED) - SAME RULES AS 8100-EDIT-DATE IN
      *    EPSEDIT.CBL. WS-MONTH-END-DD IS LEFT HOLDING THE LAST DAY
      *    OF THE MONTH.
       8100-EDIT-DATE.

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
                 SET DATE-VALID TO TRUE
            END-IF

       END-IF.

       8100-EXIT.
       EXIT.

      *    MOVES THE DATE IN WS-PMT-DATE-INT FORWARD TO THE NEXT
      *    BUSINESS DAY WHEN IT FALLS ON A SATURDAY, A SUNDAY OR A
      *    HOLIDAY-FILE DATE. INTEGER-OF-DATE DAY 1 (01/01/1601) WAS
      *    A MONDAY, SO THE REMAINDER BY 7 IS 1 FOR MONDAY THROUGH 6
      *    FOR SATURDAY AND 0 FOR SUNDAY.
       8200-ROLL-TO-BUSINESS-DAY.

       MOVE 'N' TO WS-BUS-DAY-SW

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
       END-PERFORM.

       8200-EXIT.
       EXIT.

      *    WRITES THE MONTH-END GLPOST FILE - PER COST CENTER THE
      *    INCOME CREDIT AND THE PRIOR MONTH'S REVERSING DEBIT, THEN
      *    THE RECEIVABLE DEBIT AND ITS REVERSING CREDIT - AND THE
      *    NON-ACCRUAL TOTAL LINE.
       9000-TERMINATE.

       IF MONTH-END-RUN AND NOT RUN-ABANDONED

            MOVE WS-RUN-DATE-YMD TO GH-RUN-DATE
            MOVE WS-RUN-PERIOD TO GH-PERIOD
            MOVE WS-GL-HEADER-RECORD TO GLPOST-REC
            PERFORM B960-WRITE-GL-RECORD
            THRU B960-EXIT

            MOVE 1 TO WS-ENTRY-SUB
            PERFORM UNTIL WS-ENTRY-SUB > WS-CC-TBL-CNT
                 MOVE CC-COST-CENTER(WS-ENTRY-SUB) TO GD-COST-CENTER
                 IF CC-INCOME-AMT(WS-ENTRY-SUB) NOT = 0
                      MOVE 'C' TO GD-DEBIT-CREDIT
                      MOVE CC-INCOME-AMT(WS-ENTRY-SUB) TO GD-AMOUNT
                      MOVE 'LOAN INTEREST INCOME' TO GD-DESCRIPTION
                      ADD 1 TO WS-GL-LINE-CNT
                      MOVE WS-GL-DETAIL-RECORD TO GLPOST-REC
                      PERFORM B960-WRITE-GL-RECORD
                      THRU B960-EXIT
                 END-IF
                 IF CC-REVERSAL-AMT(WS-ENTRY-SUB) NOT = 0
                      MOVE 'D' TO GD-DEBIT-CREDIT
                      MOVE CC-REVERSAL-AMT(WS-ENTRY-SUB) TO GD-AMOUNT
                      MOVE 'REVERSE PRIOR INT INCOME'
                        TO GD-DESCRIPTION
                      ADD 1 TO WS-GL-LINE-CNT
                      MOVE WS-GL-DETAIL-RECORD TO GLPOST-REC
                      PERFORM B960-WRITE-GL-RECORD
                      THRU B960-EXIT
                 END-IF
                 ADD 1 TO WS-ENTRY-SUB
            END-PERFORM

            MOVE WS-AIR-CC TO GD-COST-CENTER
            MOVE 'D' TO GD-DEBIT-CREDIT
            MOVE WS-INCOME-TOTAL TO GD-AMOUNT
            MOVE 'ACCRUED INT RECEIVABLE' TO GD-DESCRIPTION
            ADD 1 TO WS-GL-LINE-CNT
            MOVE WS-GL-DETAIL-RECORD TO GLPOST-REC
            PERFORM B960-WRITE-GL-RECORD
            THRU B960-EXIT

            IF WS-REVERSAL-TOTAL NOT = 0
                 MOVE WS-AIR-CC TO GD-COST-CENTER
                 MOVE 'C' TO GD-DEBIT-CREDIT
                 MOVE WS-REVERSAL-TOTAL TO GD-AMOUNT
                 MOVE 'REVERSE PRIOR ACCRUED INT' TO GD-DESCRIPTION
                 ADD 1 TO WS-GL-LINE-CNT
                 MOVE WS-GL-DETAIL-RECORD TO GLPOST-REC
                 PERFORM B960-WRITE-GL-RECORD
                 THRU B960-EXIT
            END-IF

            MOVE WS-GL-LINE-CNT TO GT-LINE-COUNT
            COMPUTE GT-DEBIT-TOTAL =
                    WS-INCOME-TOTAL + WS-REVERSAL-TOTAL
            MOVE GT-DEBIT-TOTAL TO GT-CREDIT-TOTAL
            MOVE WS-GL-TRAILER-RECORD TO GLPOST-REC
            PERFORM B960-WRITE-GL-RECORD
            THRU B960-EXIT

       END-IF

       MOVE WS-NONACCR-CNT TO RPT-TOT-CNT
       MOVE WS-NONACCR-BAL-TOTAL TO RPT-TOT-BAL
       MOVE WS-NONACCR-MTD-TOTAL TO RPT-TOT-MTD
       MOVE WS-RPT-TOTAL-LINE TO NONACRPT-REC
       PERFORM B950-WRITE-REPORT-LINE
       THRU B950-EXIT

       DISPLAY 'RSTFILE RECORDS READ  : ' WS-REC-READ-CNT
       DISPLAY 'ACCROLD RECORDS READ  : ' WS-OLD-READ-CNT
       DISPLAY 'ACCRNEW RECORDS WRITTN: ' WS-NEW-WRITE-CNT
       DISPLAY 'ACCOUNTS WITHOUT LOAN : ' WS-NOLOAN-REC-CNT
       DISPLAY 'LOANS ACCRUED         : ' WS-ACCRUED-CNT
       DISPLAY 'NEW LOANS STARTED     : ' WS-NEW-LOAN-CNT
       DISPLAY 'LOANS ON NON-ACCRUAL  : ' WS-NONACCR-CNT
       DISPLAY 'CARRIED WITHOUT LOAN  : ' WS-CARRY-ONLY-CNT
       DISPLAY 'CARRY RECORDS DROPPED : ' WS-DROPPED-CNT
       DISPLAY 'ALREADY ACCRUED       : ' WS-ALREADY-ACCR-CNT
       DISPLAY 'UNUSABLE BAL OR RATE  : ' WS-BAD-AMOUNT-CNT
       DISPLAY 'UNUSABLE PMT DATES    : ' WS-BAD-DATE-CNT
       DISPLAY 'DUE DATES ROLLED      : ' WS-ROLLED-DUE-CNT
       DISPLAY 'ACCRUED TONIGHT       : ' WS-TONIGHT-TOTAL
       DISPLAY 'MONTH-TO-DATE ACCRUED : ' WS-MTD-TOTAL

       IF MONTH-END-RUN
            DISPLAY 'INCOME BOOKED         : ' WS-INCOME-TOTAL
            DISPLAY 'PRIOR MONTH REVERSED  : ' WS-REVERSAL-TOTAL
            DISPLAY 'LOANS TO SUSPENSE CC  : ' WS-SUSPENSE-LOAN-CNT
            CLOSE GL-POSTING-FILE
       END-IF

       CLOSE ACCT-RESULT-FILE
       CLOSE NEW-ACCRUAL-FILE
       CLOSE NONACCRUAL-REPORT-FILE

       IF WS-ACCROLD-STATUS NOT = '35'
            CLOSE OLD-ACCRUAL-FILE
       END-IF

       EVALUATE TRUE
           WHEN RUN-ABANDONED
                DISPLAY 'ACCRUAL FILES UNUSABLE - RUN ABANDONED'
                MOVE 8 TO RETURN-CODE
           WHEN WS-SUSPENSE-LOAN-CNT > 0
             OR WS-ALREADY-ACCR-CNT > 0
             OR WS-UNPOSTED-MTD-CNT > 0
             OR WS-BAD-AMOUNT-CNT > 0
             OR WS-BAD-DATE-CNT > 0
                DISPLAY 'ACCRUAL EXCEPTIONS LOGGED - REVIEW NEEDED'
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                CONTINUE
       END-EVALUATE.

       9000-EXIT.
       EXIT.
