      *    (OP-LOAN-NEXT-PMT-DT IS SPACES) ARE SKIPPED, AS ARE
      *    RECORDS WITH UNUSABLE PAYMENT DATES.
      *
      *    TONIGHT'S SIDE IS AGED AS OF BD-PROCESS-DATE AND LAST
      *    NIGHT'S AS OF BD-PRIOR-BUS-DATE FROM THE BUSDATE CONTROL
      *    CARD, SO EACH SIDE IS BUCKETED EXACTLY AS IT WAS ON ITS
      *    OWN NIGHT AND A RERUN FOR A BACK DATE REPRODUCES THE
      *    ORIGINAL MATRIX. A PAYMENT DUE ON A WEEKEND OR A HOLIDAY
      *    CARD DATE IS NOT LATE UNTIL THE NEXT BUSINESS DAY - SAME
      *    RULES AS EPSAGING.
      *
      *    AUTHOR - ARUNKUMAR KOWALPADOLI & AJAY CHINCHANSUR
      *    DATE - 02/09/2026
       ENVIRONMENT DIVISION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-MIGRRPT-STATUS.

       SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-BUSDATE-STATUS.

       SELECT HOLIDAY-FILE ASSIGN TO HOLIDAY
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01 MIGRRPT-REC      PIC X(132).

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
           05 WS-NEW-BUCKET-NO     PIC 9(01) VALUE 0.
           05 WS-CELL-BALANCE      PIC S9(9)V99 VALUE 0.
           05 WS-CELL-ACCT-TYP     PIC X(20) VALUE SPACES.
           05 WS-PRIOR-DATE-YMD    PIC 9(08) VALUE 0.
           05 WS-PRIOR-DATE-INT    PIC S9(09) COMP VALUE 0.
           05 WS-BUSDATE-STATUS    PIC XX    VALUE '00'.
           05 WS-HOLIDAY-STATUS    PIC XX    VALUE '00'.

       01 WS-CURSOR-FLAGS.
           05 WS-NEWRST-EOF-SW      PIC X    VALUE 'N'.
               88  PMT-DATE-VALID                VALUE 'Y'.
           05 WS-CELL-USABLE-SW     PIC X    VALUE 'N'.
               88  MIGRATE-CELL-USABLE           VALUE 'Y'.
           05 WS-BUSDATE-OK-SW      PIC X    VALUE 'N'.
               88  BUSINESS-DATE-OK              VALUE 'Y'.
           05 WS-HOLIDAY-EOF-SW     PIC X    VALUE 'N'.
               88  END-OF-HOLIDAY                VALUE 'Y'.
           05 WS-BUS-DAY-SW         PIC X    VALUE 'N'.
               88  IS-BUSINESS-DAY               VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-NEW-READ-CNT       PIC 9(09) VALUE 0.
           05 WS-PAID-OFF-CNT       PIC 9(09) VALUE 0.
           05 WS-NOLOAN-CNT         PIC 9(09) VALUE 0.
           05 WS-BAD-DATE-CNT       PIC 9(09) VALUE 0.
           05 WS-ROLLED-DUE-CNT     PIC 9(09) VALUE 0.

      *    TRAILER VERIFICATION PASS WORK FIELDS - THE FOUND/EOF
      *    SWITCHES AND THE DETAIL COUNT ARE RESET PER FILE, SEE
           05 WS-LEAP-REM-4         PIC 9(04) VALUE 0.
           05 WS-LEAP-REM-100       PIC 9(04) VALUE 0.
           05 WS-LEAP-REM-400       PIC 9(04) VALUE 0.
           05 WS-WEEK-QUOTIENT      PIC S9(09) COMP VALUE 0.
           05 WS-WEEKDAY-NO         PIC S9(01) COMP VALUE 0.
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

      *    BUCKETING INTERFACE FOR 8000-BUCKET-PMT-DATE - THE CALLER
      *    SETS WS-BKT-PMT-DATE AND THE DAY NUMBER TO AGE IT AS OF
      *    (WS-RUN-DATE-INT FOR NEWRST, WS-PRIOR-DATE-INT FOR
      *    OLDRST) IN WS-BKT-AS-OF-INT AND GETS BACK A BUCKET NUMBER -
      *        1-4  CURRENT / 30 / 60 / 90+ (EPSAGING RULES)
      *        5    NO LOAN (DATE IS SPACES)
      *        0    UNUSABLE DATE
       01 WS-BUCKET-FIELDS.
           05 WS-BKT-PMT-DATE       PIC X(10) VALUE SPACES.
           05 WS-BKT-BUCKET-NO      PIC 9(01) VALUE 0.
           05 WS-BKT-AS-OF-INT      PIC S9(09) COMP VALUE 0.

      *    ONE ENTRY PER OP-ACCT-TYP SEEN ON EITHER FILE, KEPT IN
      *    ASCENDING ORDER BY B500-LOCATE-ENTRY (SAME TECHNIQUE AS
       PERFORM 0200-VERIFY-OLDRST
       THRU 0200-EXIT

       PERFORM 0300-LOAD-BUSINESS-DATE
       THRU 0300-EXIT

       EVALUATE TRUE
           WHEN NOT NEWRST-TRAILER-OK
           WHEN NOT OLDRST-TRAILER-OK
                DISPLAY 'EXTRACT FAILED TRAILER VERIFICATION - '
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

       0200-EXIT.
       EXIT.

      *    READS THE BUSDATE CONTROL CARD THE WAY EPSAGING.CBL DOES,
      *    EXCEPT THAT THE PRIOR BUSINESS DATE IS EDITED AS WELL,
      *    SINCE OLDRST IS AGED AS OF IT, AND MUST FALL BEFORE THE
      *    PROCESSING DATE. WITHOUT A CARD BOTH SIDES ARE AGED AS OF
      *    THE SYSTEM DATE AND THE STEP ENDS WITH RETURN-CODE 4.
       0300-LOAD-BUSINESS-DATE.

       OPEN INPUT BUSINESS-DATE-FILE

       IF WS-BUSDATE-STATUS = '00'
            READ BUSINESS-DATE-FILE INTO WS-BUSDATE-CARD
            IF WS-BUSDATE-STATUS NOT = '00'
                 DISPLAY 'READ BUSDATE FAILED: ' WS-BUSDATE-STATUS
                 MOVE SPACES TO WS-BUSDATE-CARD
            END-IF
            CLOSE BUSINESS-DATE-FILE

            MOVE BD-PRIOR-BUS-DATE TO WS-YMD-DATE
            PERFORM 8100-EDIT-PMT-DATE
            THRU 8100-EXIT

            IF PMT-DATE-VALID
                 MOVE BD-PROCESS-DATE TO WS-YMD-DATE
                 PERFORM 8100-EDIT-PMT-DATE
                 THRU 8100-EXIT
            END-IF

            EVALUATE TRUE
                WHEN NOT PMT-DATE-VALID
                     DISPLAY 'BUSDATE DATES INVALID: '
                             WS-BUSDATE-CARD(1:16)
                WHEN BD-PRIOR-BUS-DATE NOT < BD-PROCESS-DATE
                     DISPLAY 'BUSDATE PRIOR DATE NOT BEFORE '
                             'PROCESSING DATE: '
                             WS-BUSDATE-CARD(1:16)
                WHEN OTHER
                     MOVE BD-PRIOR-BUS-DATE TO WS-PRIOR-DATE-YMD
                     SET BUSINESS-DATE-OK TO TRUE
            END-EVALUATE
       ELSE
            DISPLAY 'NO BUSDATE CARD - SYSTEM DATE USED'
            ACCEPT BD-PROCESS-DATE FROM DATE YYYYMMDD
            MOVE BD-PROCESS-DATE TO WS-PRIOR-DATE-YMD
            SET BUSINESS-DATE-OK TO TRUE
            MOVE 4 TO RETURN-CODE
       END-IF

       DISPLAY 'BUSINESS DATE         : ' WS-BUSDATE-CARD(1:8)
       DISPLAY 'PRIOR BUSINESS DATE   : ' WS-PRIOR-DATE-YMD.

       0300-EXIT.
       EXIT.

       1000-INITIALIZATION.

       INITIALIZE WS-COUNTERS
                  WS-MIGRATE-TABLE
                  WS-GRAND-MATRIX

       MOVE BD-PROCESS-DATE TO WS-RUN-DATE-YMD

       COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YMD)
       COMPUTE WS-PRIOR-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PRIOR-DATE-YMD)

       PERFORM 1100-LOAD-HOLIDAYS
       THRU 1100-EXIT

       OPEN INPUT NEW-RESULT-FILE

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
                     MOVE HC-HOLIDAY-DATE TO WS-YMD-DATE
                     PERFORM 8100-EDIT-PMT-DATE
                     THRU 8100-EXIT
                     EVALUATE TRUE
                         WHEN NOT PMT-DATE-VALID
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

      *    SAME MERGE AS A100-MATCH-FILES IN EPSDELTA.CBL - AN
      *    ACCOUNT ON NEWRST ONLY IS A CANDIDATE NEW LOAN, ON OLDRST
      *    ONLY A CANDIDATE PAID-OFF LOAN, AND ON BOTH A CANDIDATE
       B300-TALLY-NEW-ONLY.

       MOVE NEW-LOAN-NEXT-PMT-DT TO WS-BKT-PMT-DATE
       MOVE WS-RUN-DATE-INT TO WS-BKT-AS-OF-INT
       PERFORM 8000-BUCKET-PMT-DATE
       THRU 8000-EXIT
       MOVE WS-BKT-BUCKET-NO TO WS-NEW-BUCKET-NO
       B350-TALLY-OLD-ONLY.

       MOVE OLD-LOAN-NEXT-PMT-DT TO WS-BKT-PMT-DATE
       MOVE WS-PRIOR-DATE-INT TO WS-BKT-AS-OF-INT
       PERFORM 8000-BUCKET-PMT-DATE
       THRU 8000-EXIT
       MOVE WS-BKT-BUCKET-NO TO WS-OLD-BUCKET-NO
       B400-TALLY-MATCHED.

       MOVE OLD-LOAN-NEXT-PMT-DT TO WS-BKT-PMT-DATE
       MOVE WS-PRIOR-DATE-INT TO WS-BKT-AS-OF-INT
       PERFORM 8000-BUCKET-PMT-DATE
       THRU 8000-EXIT
       MOVE WS-BKT-BUCKET-NO TO WS-OLD-BUCKET-NO

       MOVE NEW-LOAN-NEXT-PMT-DT TO WS-BKT-PMT-DATE
       MOVE WS-RUN-DATE-INT TO WS-BKT-AS-OF-INT
       PERFORM 8000-BUCKET-PMT-DATE
       THRU 8000-EXIT
       MOVE WS-BKT-BUCKET-NO TO WS-NEW-BUCKET-NO
       B700-EXIT.
       EXIT.

      *    BUCKETS WS-BKT-PMT-DATE AS OF WS-BKT-AS-OF-INT USING THE
      *    SAME RULES AS B100-AGE-RECORD IN EPSAGING.CBL - FEWER
      *    THAN 30 DAYS PAST DUE IS CURRENT, 30-59 IS 30 DAYS, 60-89
      *    IS 60 DAYS AND 90 OR MORE IS 90+. SPACES MEANS NO LOAN
      *    ROW (BUCKET 5) AND AN INVALID DATE RETURNS BUCKET 0. A
      *    DUE DATE ON A WEEKEND OR HOLIDAY IS FIRST ROLLED TO THE
      *    NEXT BUSINESS DAY BY 8200-ROLL-TO-BUSINESS-DAY.
       8000-BUCKET-PMT-DATE.

       IF WS-BKT-PMT-DATE = SPACES
            IF PMT-DATE-VALID
                 COMPUTE WS-PMT-DATE-INT =
                         FUNCTION INTEGER-OF-DATE(WS-YMD-DATE-NUM)
                 PERFORM 8200-ROLL-TO-BUSINESS-DAY
                 THRU 8200-EXIT
                 COMPUTE WS-DAYS-PAST-DUE =
                         WS-BKT-AS-OF-INT - WS-PMT-DATE-INT

                 EVALUATE TRUE
                     WHEN WS-DAYS-PAST-DUE < 30
       8100-EXIT.
       EXIT.

      *    MOVES THE DUE DATE IN WS-PMT-DATE-INT FORWARD TO THE NEXT
      *    BUSINESS DAY WHEN IT FALLS ON A SATURDAY, A SUNDAY OR A
      *    HOLIDAY-FILE DATE - SAME AS 8200-ROLL-TO-BUSINESS-DAY IN
      *    EPSAGING.CBL.
       8200-ROLL-TO-BUSINESS-DAY.

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

       8200-EXIT.
       EXIT.

       9000-TERMINATE.

       MOVE 1 TO WS-ENTRY-SUB
       DISPLAY 'PAID-OFF LOANS        : ' WS-PAID-OFF-CNT
       DISPLAY 'ACCOUNTS WITHOUT LOAN : ' WS-NOLOAN-CNT
       DISPLAY 'UNUSABLE PMT DATES    : ' WS-BAD-DATE-CNT
       DISPLAY 'DUE DATES ROLLED      : ' WS-ROLLED-DUE-CNT

       CLOSE NEW-RESULT-FILE
       CLOSE OLD-RESULT-FILE
