      *    DAYS, AND 90 OR MORE AS 90+ DAYS. ACCOUNTS WITHOUT A LOAN
      *    ROW (OP-LOAN-NEXT-PMT-DT IS SPACES) ARE SKIPPED.
      *
      *    THE RUN DATE IS BD-PROCESS-DATE FROM THE BUSDATE CONTROL
      *    CARD OPERATIONS MAINTAIN, NOT THE SYSTEM CLOCK, SO A RUN
      *    THAT SLIPS PAST MIDNIGHT OR A RERUN FOR A BACK DATE AGES
      *    AS OF THE NIGHT IT IS FOR. A PAYMENT DUE ON A SATURDAY,
      *    SUNDAY OR A DATE ON THE HOLIDAY CALENDAR IS NOT LATE
      *    UNTIL THE NEXT BUSINESS DAY, SO ITS DUE DATE IS ROLLED
      *    FORWARD BEFORE THE DAYS PAST DUE ARE COUNTED.
      *
      *    AUTHOR - ARUNKUMAR KOWALPADOLI & AJAY CHINCHANSUR
      *    DATE - 21/08/2026
       ENVIRONMENT DIVISION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-AGINGRPT-STATUS.

       SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-BUSDATE-STATUS.

       SELECT HOLIDAY-FILE ASSIGN TO HOLIDAY
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01 AGINGRPT-REC     PIC X(132).

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
           05 WS-PMT-DATE-INT      PIC S9(09) COMP VALUE 0.
           05 WS-DAYS-PAST-DUE     PIC S9(05) COMP VALUE 0.
           05 WS-BUCKET-NO         PIC 9(01) VALUE 0.
           05 WS-BUSDATE-STATUS    PIC XX    VALUE '00'.
           05 WS-HOLIDAY-STATUS    PIC XX    VALUE '00'.

       01 WS-CURSOR-FLAGS.
           05 WS-RSTFILE-EOF-SW     PIC X    VALUE 'N'.
               88  AGING-ENTRY-FOUND             VALUE 'Y'.
           05 WS-DATE-VALID-SW      PIC X    VALUE 'N'.
               88  PMT-DATE-VALID                VALUE 'Y'.
           05 WS-BUSDATE-OK-SW      PIC X    VALUE 'N'.
               88  BUSINESS-DATE-OK              VALUE 'Y'.
           05 WS-HOLIDAY-EOF-SW     PIC X    VALUE 'N'.
               88  END-OF-HOLIDAY                VALUE 'Y'.
           05 WS-BUS-DAY-SW         PIC X    VALUE 'N'.
               88  IS-BUSINESS-DAY               VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-REC-READ-CNT       PIC 9(09) VALUE 0.
           05 WS-LOAN-REC-CNT       PIC 9(09) VALUE 0.
           05 WS-NOLOAN-REC-CNT     PIC 9(09) VALUE 0.
           05 WS-BAD-DATE-CNT       PIC 9(09) VALUE 0.
           05 WS-ROLLED-DUE-CNT     PIC 9(09) VALUE 0.

      *    TRAILER VERIFICATION PASS WORK FIELDS - SEE
      *    0100-VERIFY-TRAILER.
           05 WS-LEAP-REM-4         PIC 9(04) VALUE 0.
           05 WS-LEAP-REM-100       PIC 9(04) VALUE 0.
           05 WS-LEAP-REM-400       PIC 9(04) VALUE 0.
           05 WS-WEEK-QUOTIENT      PIC S9(09) COMP VALUE 0.
           05 WS-WEEKDAY-NO         PIC S9(01) COMP VALUE 0.
           05 WS-ROLL-FROM-INT      PIC S9(09) COMP VALUE 0.

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

      *    MIRRORS WS-RSTFILE-RECORD IN EPSACCTS.CBL.
       01 WS-RSTFILE-DETAIL.
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

                PERFORM A100-PROCESS-RSTFILE
                THRU A100-EXIT

                PERFORM 9000-TERMINATE
                THRU 9000-EXIT
       END-EVALUATE
       GOBACK
       .

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
            PERFORM 8100-EDIT-PMT-DATE
            THRU 8100-EXIT

            IF PMT-DATE-VALID
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

       INITIALIZE WS-WORK-FIELDS
                  WS-AGING-TABLE
                  WS-GRAND-TOTALS

       MOVE BD-PROCESS-DATE TO WS-RUN-DATE-YMD

       COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YMD)

       PERFORM 1100-LOAD-HOLIDAYS
       THRU 1100-EXIT

       OPEN INPUT ACCT-RESULT-FILE

       EVALUATE WS-RSTFILE-STATUS
       1000-EXIT.
       EXIT.

      *    LOADS THE HOLIDAY CALENDAR. THE FILE IS OPTIONAL - WITHOUT
      *    IT ONLY SATURDAYS AND SUNDAYS DEFER A DUE DATE. A CARD
      *    THAT IS NOT A REAL CALENDAR DATE IS LISTED AND SKIPPED.
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

       A100-PROCESS-RSTFILE.

       PERFORM UNTIL END-OF-RSTFILE

                 COMPUTE WS-PMT-DATE-INT =
                         FUNCTION INTEGER-OF-DATE(WS-YMD-DATE-NUM)
                 PERFORM 8200-ROLL-TO-BUSINESS-DAY
                 THRU 8200-EXIT
                 COMPUTE WS-DAYS-PAST-DUE =
                         WS-RUN-DATE-INT - WS-PMT-DATE-INT

       8100-EXIT.
       EXIT.

      *    MOVES THE DUE DATE IN WS-PMT-DATE-INT FORWARD TO THE NEXT
      *    BUSINESS DAY WHEN IT FALLS ON A SATURDAY, A SUNDAY OR A
      *    HOLIDAY-FILE DATE. INTEGER-OF-DATE DAY 1 (01/01/1601) WAS
      *    A MONDAY, SO THE REMAINDER BY 7 IS 1 FOR MONDAY THROUGH 6
      *    FOR SATURDAY AND 0 FOR SUNDAY.
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
       DISPLAY 'LOANS AGED            : ' WS-LOAN-REC-CNT
       DISPLAY 'ACCOUNTS WITHOUT LOAN : ' WS-NOLOAN-REC-CNT
       DISPLAY 'UNUSABLE PMT DATES    : ' WS-BAD-DATE-CNT
       DISPLAY 'DUE DATES ROLLED      : ' WS-ROLLED-DUE-CNT

       CLOSE AGING-REPORT-FILE.

