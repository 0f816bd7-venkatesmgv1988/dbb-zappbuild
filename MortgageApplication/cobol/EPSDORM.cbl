      *                  DIFFERENT FILING DEADLINE
      *    CLOSED ACCOUNTS ARE NOT EXAMINED.
      *
      *    MONTHS INACTIVE ARE MEASURED TO BD-PROCESS-DATE ON THE
      *    BUSDATE CONTROL CARD, NOT THE SYSTEM CLOCK, SO A RERUN FOR
      *    A BACK DATE SELECTS THE SAME ACCOUNTS AS THE NIGHT ITSELF.
      *
      *    AUTHOR - ARUNKUMAR KOWALPADOLI & AJAY CHINCHANSUR
      *    DATE - 21/08/2026
       ENVIRONMENT DIVISION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-ESCHRPT-STATUS.

       SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01 ESCHRPT-REC      PIC X(132).

       FD BUSINESS-DATE-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 BUSDATE-REC      PIC X(80).

       WORKING-STORAGE SECTION.
      *
       01 WS-WORK-FIELDS.
           05 WS-MONTHS-INACTIVE   PIC S9(05) COMP VALUE 0.
           05 WS-DORMANT-MONTHS    PIC 9(03) VALUE 0.
           05 WS-WARNING-MONTHS    PIC 9(03) VALUE 0.
           05 WS-BUSDATE-STATUS    PIC XX    VALUE '00'.

       01 WS-RUN-DATE-PARTS.
           05 RUN-YYYY              PIC 9(04).
       01 WS-RUN-DATE-YMD REDEFINES WS-RUN-DATE-PARTS
                                    PIC 9(08).

      *    BUSINESS-DATE CONTROL CARD MAINTAINED BY OPERATIONS - MIRRORS
      *    WS-BUSDATE-CARD IN EPSAGING.CBL.
       01 WS-BUSDATE-CARD.
           05  BD-PROCESS-DATE      PIC 9(08).
           05  BD-PRIOR-BUS-DATE    PIC 9(08).
           05  BD-FILLER            PIC X(64).

       01 WS-CURSOR-FLAGS.
           05 WS-RSTFILE-EOF-SW     PIC X    VALUE 'N'.
               88  END-OF-RSTFILE                VALUE 'Y'.
               88  END-OF-DRMPARM                VALUE 'Y'.
           05 WS-STATE-FOUND-SW     PIC X    VALUE 'N'.
               88  STATE-ENTRY-FOUND             VALUE 'Y'.
           05 WS-BUSDATE-OK-SW      PIC X    VALUE 'N'.
               88  BUSINESS-DATE-OK              VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-REC-READ-CNT       PIC 9(09) VALUE 0.
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
      *    PROCESSED - SAME AS 0300-LOAD-BUSINESS-DATE IN
      *    EPSAGING.CBL EXCEPT THAT ONLY THE YEAR AND MONTH DRIVE
      *    THE DORMANCY TEST, SO THE DATE IS EDITED HERE FOR A
      *    NUMERIC YEAR, MONTH AND DAY RATHER THAN A FULL CALENDAR
      *    CHECK.
       0300-LOAD-BUSINESS-DATE.

       OPEN INPUT BUSINESS-DATE-FILE

       IF WS-BUSDATE-STATUS = '00'
            READ BUSINESS-DATE-FILE INTO WS-BUSDATE-CARD
            IF WS-BUSDATE-STATUS NOT = '00'
                 DISPLAY 'READ BUSDATE FAILED: ' WS-BUSDATE-STATUS
                 MOVE SPACES TO WS-BUSDATE-CARD
            END-IF
            CLOSE BUSINESS-DATE-FILE

            MOVE BD-PROCESS-DATE TO WS-RUN-DATE-PARTS

            IF WS-RUN-DATE-YMD NUMERIC
               AND RUN-MM >= 01 AND RUN-MM <= 12
               AND RUN-DD >= 01 AND RUN-DD <= 31
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
                  WS-THRESHOLD-TABLE
                  WS-STATE-TABLE

       MOVE BD-PROCESS-DATE TO WS-RUN-DATE-YMD
       COMPUTE WS-RUN-MONTHS = RUN-YYYY * 12 + RUN-MM

       OPEN INPUT DORMANCY-PARM-FILE
