      *    AN ACCOUNT COUNTS AS DELINQUENT WHEN OP-LOAN-DELINQ-STA
      *    IS PRESENT AND IS NOT 'CURRENT'.
      *
      *    THE PERIOD COMES FROM BD-PROCESS-DATE ON THE BUSDATE
      *    CONTROL CARD, NOT THE SYSTEM CLOCK, SO A MONTH-END RUN
      *    THAT SLIPS PAST MIDNIGHT, OR IS RERUN LATER, STILL FILES
      *    ITS ROWS UNDER THE MONTH IT IS FOR.
      *
      *    AUTHOR - ARUNKUMAR KOWALPADOLI & AJAY CHINCHANSUR
      *    DATE - 02/09/2026
       ENVIRONMENT DIVISION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SNAPRPT-STATUS.

       SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01 SNAPRPT-REC      PIC X(132).

       FD BUSINESS-DATE-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 BUSDATE-REC      PIC X(80).

       WORKING-STORAGE SECTION.
      *
       01 WS-WORK-FIELDS.
           05 WS-TOTAL-MONTHS      PIC 9(07) COMP VALUE 0.
           05 WS-WORK-YYYY         PIC 9(04) VALUE 0.
           05 WS-WORK-MM           PIC 9(02) VALUE 0.
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
               88  HISTORY-FILE-USABLE           VALUE 'Y'.
           05 WS-DELINQ-SW          PIC X    VALUE 'N'.
               88  ACCOUNT-DELINQUENT            VALUE 'Y'.
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

                PERFORM A200-MAINTAIN-HISTORY
                THRU A200-EXIT

                PERFORM 9000-TERMINATE
                THRU 9000-EXIT
       END-EVALUATE
       GOBACK
       .

       0100-EXIT.
       EXIT.

      *    READS THE BUSDATE CONTROL CARD FOR THE NIGHT BEING
      *    PROCESSED - SAME AS 0300-LOAD-BUSINESS-DATE IN
      *    EPSDORM.CBL, WHERE ONLY THE YEAR AND MONTH ARE USED.
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
                  WS-GRAND-TOTALS
                  WS-TREND-TABLE

       MOVE BD-PROCESS-DATE TO WS-RUN-DATE-YMD

       COMPUTE WS-CURR-PERIOD = RUN-YYYY * 100 + RUN-MM
       COMPUTE WS-CUTOFF-PERIOD = (RUN-YYYY - 1) * 100 + RUN-MM
