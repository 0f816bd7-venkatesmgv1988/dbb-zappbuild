      *                  CUSTOMER NAME, ADDRESS AND ZIP, BALANCE AND
      *                  DAYS PAST DUE), SORTED WORST-FIRST BY BUCKET
      *                  THEN BY OP-LOAN-CURR-BAL DESCENDING AND
      *                  ASSIGNED TO A NAMED COLLECTOR FROM STAFF
      *                  (STAFF ID AND NAME CARRIED ON THE RECORD)
      *        DUNLTR  - ONE DUNNING LETTER RECORD PER LOAN WITH THE
      *                  FULL MAILING ADDRESS, THE WAY DORMLTR FROM
      *                  EPSDORM FEEDS THE DORMANCY LETTER RUN. THE
      *                      'C' COURTESY REMINDER   AT 30 DAYS
      *                      'D' DEMAND LETTER       AT 60 DAYS
      *                      'F' PRE-FORECLOSURE     AT 90+ DAYS
      *        COLRPT  - COLLECTOR WORKLOAD REPORT - LOAN COUNT,
      *                  DOLLARS AND BUCKET MIX PER COLLECTOR
      *
      *    COLLECTORS ARE THE STFOUT EXTRACT ROWS (WRITTEN BY STAFF)
      *    IN THE COLLECTION DEPARTMENT NAMED ON THE COLPARM CARD,
      *    WITH A VALID DEPARTMENT AND A FOUND DETAIL ROW, LESS ANY
      *    STAFF ID ON A COLOOO OUT-OF-OFFICE CARD COVERING THE RUN
      *    DATE. EACH COLLECTOR'S SHARE IS WEIGHTED -
      *        WEIGHT = JOB WEIGHT + YEARS / YEARS-PER-POINT
      *    WHERE THE JOB WEIGHT COMES FROM THE COLPARM CARD (1 FOR A
      *    JOB NOT ON THE CARD, 0 TAKES THE JOB OFF THE QUEUE, E.G.
      *    MGR). EACH LOAN, WORST FIRST, GOES TO THE ELIGIBLE
      *    COLLECTOR WITH THE LOWEST LOANS-PER-WEIGHT SO FAR, AND
      *    90+ LOANS ARE ONLY ELIGIBLE TO SENIOR COLLECTORS (YEARS AT
      *    OR ABOVE THE COLPARM SENIOR YEARS) WHILE ANY IS IN. WITH
      *    NO SENIOR COLLECTOR IN, 90+ LOANS GO TO THE WHOLE FLOOR;
      *    WITH NO COLLECTOR AT ALL THE QUEUE IS WRITTEN UNASSIGNED
      *    (STAFF ID 0000). EITHER CASE ENDS WITH RETURN-CODE 4.
      *
      *    COLPARM CARD - COLLECTION DEPT 9(04), SENIOR YEARS 9(02)
      *    (DEFAULT 5), YEARS-PER-POINT 9(02) (DEFAULT 5) AND UP TO
      *    SIX JOB X(05) / WEIGHT 9(02) PAIRS.
      *    COLOOO CARDS - STAFF ID 9(04), FROM AND TO DATES 9(08)
      *    YYYYMMDD (EITHER MAY BE BLANK FOR AN OPEN END) AND A
      *    REASON X(20).
      *    ACCOUNTS WITHOUT A LOAN ROW (OP-LOAN-NEXT-PMT-DT IS
      *    SPACES), CURRENT LOANS AND CLOSED ACCOUNTS ARE SKIPPED.
      *
      *    THE RUN DATE IS BD-PROCESS-DATE FROM THE BUSDATE CONTROL
      *    CARD, NOT THE SYSTEM CLOCK, AND A PAYMENT DUE ON A
      *    WEEKEND OR A HOLIDAY CARD DATE IS NOT LATE UNTIL THE NEXT
      *    BUSINESS DAY - SAME RULES AS EPSAGING.
      *
      *    AUTHOR - ARUNKUMAR KOWALPADOLI & AJAY CHINCHANSUR
      *    DATE - 02/09/2026
       ENVIRONMENT DIVISION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-COLPARM-STATUS.

       SELECT STAFF-OUT-FILE ASSIGN TO STFOUT
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-STFOUT-STATUS.

       SELECT OUT-OF-OFFICE-FILE ASSIGN TO COLOOO
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-COLOOO-STATUS.

       SELECT WORK-QUEUE-FILE ASSIGN TO COLLQUE
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-COLLQUE-STATUS.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-DUNLTR-STATUS.

       SELECT WORKLOAD-REPORT-FILE ASSIGN TO COLRPT
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-COLRPT-STATUS.

       SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-BUSDATE-STATUS.

       SELECT HOLIDAY-FILE ASSIGN TO HOLIDAY
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01 COLPARM-REC      PIC X(80).

       FD STAFF-OUT-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 STFOUT-REC       PIC X(80).

       FD OUT-OF-OFFICE-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 COLOOO-REC       PIC X(80).

       FD WORK-QUEUE-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 DUNLTR-REC       PIC X(250).

       FD WORKLOAD-REPORT-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 COLRPT-REC       PIC X(132).

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
           05 WS-COLPARM-STATUS    PIC XX    VALUE '00'.
           05 WS-STFOUT-STATUS     PIC XX    VALUE '00'.
           05 WS-COLOOO-STATUS     PIC XX    VALUE '00'.
           05 WS-COLLQUE-STATUS    PIC XX    VALUE '00'.
           05 WS-DUNLTR-STATUS     PIC XX    VALUE '00'.
           05 WS-COLRPT-STATUS     PIC XX    VALUE '00'.
           05 WS-RUN-DATE-YMD      PIC 9(08) VALUE 0.
           05 WS-RUN-DATE-INT      PIC S9(09) COMP VALUE 0.
           05 WS-PMT-DATE-INT      PIC S9(09) COMP VALUE 0.
           05 WS-DAYS-PAST-DUE     PIC S9(05) COMP VALUE 0.
           05 WS-BUCKET-NO         PIC 9(01) VALUE 0.
           05 WS-LOAD-RATIO        PIC 9(07)V9(06) VALUE 0.
           05 WS-BEST-RATIO        PIC 9(07)V9(06) VALUE 0.
           05 WS-JOB-WEIGHT        PIC 9(02) VALUE 0.
           05 WS-BUSDATE-STATUS    PIC XX    VALUE '00'.
           05 WS-HOLIDAY-STATUS    PIC XX    VALUE '00'.

       01 WS-CURSOR-FLAGS.
           05 WS-RSTFILE-EOF-SW     PIC X    VALUE 'N'.
               88  END-OF-RSTFILE                VALUE 'Y'.
           05 WS-STFOUT-EOF-SW      PIC X    VALUE 'N'.
               88  END-OF-STFOUT                 VALUE 'Y'.
           05 WS-COLOOO-EOF-SW      PIC X    VALUE 'N'.
               88  END-OF-COLOOO                 VALUE 'Y'.
           05 WS-OUT-FOUND-SW       PIC X    VALUE 'N'.
               88  COLLECTOR-IS-OUT              VALUE 'Y'.
           05 WS-SENIOR-ONLY-SW     PIC X    VALUE 'N'.
               88  SENIOR-ONLY-PICK              VALUE 'Y'.
           05 WS-QUEUE-STORED-SW    PIC X    VALUE 'N'.
               88  QUEUE-ENTRY-STORED            VALUE 'Y'.
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
           05 WS-PRECLOSE-CNT       PIC 9(09) VALUE 0.
           05 WS-NOLOAN-CNT         PIC 9(09) VALUE 0.
           05 WS-BAD-DATE-CNT       PIC 9(09) VALUE 0.
           05 WS-STAFF-READ-CNT     PIC 9(09) VALUE 0.
           05 WS-COLLECTOR-IN-CNT   PIC 9(09) VALUE 0.
           05 WS-COLLECTOR-OUT-CNT  PIC 9(09) VALUE 0.
           05 WS-SENIOR-IN-CNT      PIC 9(09) VALUE 0.
           05 WS-UNASSIGNED-CNT     PIC 9(09) VALUE 0.
           05 WS-SENIOR-FALLBACK-CNT PIC 9(09) VALUE 0.
           05 WS-ROLLED-DUE-CNT     PIC 9(09) VALUE 0.

      *    TRAILER VERIFICATION PASS WORK FIELDS - SEE
      *    0100-VERIFY-TRAILER.
           05  TCK-FAIL-COUNT       PIC 9(09).
           05  TCK-FILLER           PIC X(290).

      *    COLPARM CARD - SEE THE PROGRAM HEADER. WITHOUT THE CARD
      *    NO DEPARTMENT IS KNOWN, SO NO COLLECTOR IS PICKED AND THE
      *    QUEUE IS WRITTEN UNASSIGNED.
       01 WS-PARM-FIELDS.
           05 WS-COLL-DEPT          PIC 9(04) VALUE 0.
           05 WS-SENIOR-YEARS       PIC 9(02) VALUE 5.
           05 WS-YEARS-PER-POINT    PIC 9(02) VALUE 5.

       01 WS-COLPARM-CARD.
           05  PRM-COLL-DEPT        PIC 9(04).
           05  PRM-SENIOR-YEARS     PIC 9(02).
           05  PRM-YEARS-PER-POINT  PIC 9(02).
           05  PRM-JOB-WEIGHT-PAIR  OCCURS 6 TIMES.
               10  PRM-JOB          PIC X(05).
               10  PRM-WEIGHT       PIC 9(02).
           05  PRM-FILLER           PIC X(30).

      *    OUT-OF-OFFICE CARD - SEE THE PROGRAM HEADER.
       01 WS-COLOOO-CARD.
           05  OOO-STAFF-ID         PIC 9(04).
           05  OOO-FROM-DATE        PIC 9(08).
           05  OOO-TO-DATE          PIC 9(08).
           05  OOO-REASON           PIC X(20).
           05  OOO-FILLER           PIC X(40).

      *    SAME LAYOUT AS WS-STAFF-OUT-FILE-RECORD IN STAFF.CBL.
       01 WS-STAFF-OUT-DETAIL.
           05 FO-STAFF-ID           PIC 9(04).
           05 FO-STAFF-NAME         PIC X(09).
           05 FO-STAFF-DEPT         PIC 9(04).
           05 FO-DEPT-NAME          PIC X(20).
           05 FO-DEPT-STATUS        PIC X(01).
           05 FO-STAFF-JOB          PIC X(05).
           05 FO-STAFF-YEARS        PIC 9(04).
           05 FO-STAFF-SALARY       PIC 9(7)V99.
           05 FO-STAFF-ERROR        PIC S9(9).
           05 FO-STAFF-NOTFND       PIC X(01).
           05 FO-FILLER             PIC X(14).

      *    STAFF IDS OUT OF OFFICE ON THE RUN DATE, FROM COLOOO.
       01 WS-OUT-TABLE.
           05 WS-OUT-TBL-CNT        PIC 9(04) VALUE 0.
           05 WS-OUT-ENTRY OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-OUT-TBL-CNT.
              10 OT-STAFF-ID        PIC 9(04).
              10 OT-REASON          PIC X(20).

      *    ONE ENTRY PER COLLECTION DEPARTMENT EMPLOYEE IN STFOUT
      *    ORDER, CARRYING THE SHARE WEIGHT AND THE WORKLOAD DEALT
      *    SO FAR. AN OUT-OF-OFFICE OR ZERO-WEIGHT EMPLOYEE STAYS IN
      *    THE TABLE FOR THE WORKLOAD REPORT BUT IS NEVER PICKED.
      *    CL-BUCKET-CNT IS INDEXED BY BUCKET NUMBER (2 = 30-59,
      *    3 = 60-89, 4 = 90+); ENTRY 1 IS UNUSED.
       01 WS-COLLECTOR-TABLE.
           05 WS-COLL-TBL-CNT       PIC 9(04) VALUE 0.
           05 WS-COLLECTOR-ENTRY OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-COLL-TBL-CNT.
              10 CL-STAFF-ID        PIC 9(04).
              10 CL-STAFF-NAME      PIC X(09).
              10 CL-STAFF-JOB       PIC X(05).
              10 CL-STAFF-YEARS     PIC 9(04).
              10 CL-WEIGHT          PIC 9(03).
              10 CL-STATUS          PIC X(01).
                 88  CL-IN                       VALUE 'I'.
                 88  CL-OUT                      VALUE 'O'.
                 88  CL-NOT-ON-QUEUE             VALUE 'N'.
              10 CL-SENIOR-SW       PIC X(01).
                 88  CL-SENIOR                   VALUE 'Y'.
              10 CL-OUT-REASON      PIC X(20).
              10 CL-LOAN-CNT        PIC 9(07).
              10 CL-BAL-TOT         PIC S9(11)V99.
              10 CL-BUCKET-CNT      PIC 9(07) OCCURS 4 TIMES.

      *    COLLECTOR PICKED FOR THE CURRENT QUEUE ENTRY - ZERO WHEN
      *    NOBODY IS ELIGIBLE.
       01 WS-PICK-FIELDS.
           05 WS-PICK-SUB           PIC 9(04) COMP VALUE 0.
           05 WS-COLL-SUB           PIC 9(04) COMP VALUE 0.
           05 WS-OUT-SUB            PIC 9(04) COMP VALUE 0.
           05 WS-PRM-SUB            PIC 9(04) COMP VALUE 0.
           05 WS-BKT-SUB            PIC 9(04) COMP VALUE 0.

      *    UNASSIGNED WORKLOAD TOTALS FOR THE REPORT.
       01 WS-UNASSIGNED-TOTALS.
           05 WS-UNASG-BAL-TOT      PIC S9(11)V99 VALUE 0.
           05 WS-UNASG-BUCKET-CNT   PIC 9(07) OCCURS 4 TIMES.

       01 WS-GRAND-TOTALS.
           05 WS-GRAND-LOAN-CNT     PIC 9(07) VALUE 0.
           05 WS-GRAND-BAL-TOT      PIC S9(11)V99 VALUE 0.
           05 WS-GRAND-BUCKET-CNT   PIC 9(07) OCCURS 4 TIMES.

       01 WS-RPT-HEADING-1.
           05  FILLER               PIC X(38) VALUE
               'COLLECTOR WORKLOAD REPORT FOR RUN '.
           05  HDG-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(12) VALUE
               '   COLL DEPT'.
           05  HDG-COLL-DEPT        PIC Z(03)9.
           05  FILLER               PIC X(70) VALUE SPACES.

       01 WS-RPT-HEADING-2.
           05  FILLER               PIC X(44) VALUE
               '  ID NAME      JOB    YRS WGT STATUS        '.
           05  FILLER               PIC X(44) VALUE
               ' LOANS           BALANCE    30-59   60-89   '.
           05  FILLER               PIC X(44) VALUE
               '  90+ OUT REASON'.

       01 WS-RPT-DETAIL-LINE.
           05  RPT-STAFF-ID         PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-STAFF-NAME       PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-STAFF-JOB        PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-STAFF-YEARS      PIC ZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-WEIGHT           PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-STATUS           PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-LOAN-CNT         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-BAL-TOT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-BKT-30           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-BKT-60           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-BKT-90           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-OUT-REASON       PIC X(20).
           05  FILLER               PIC X(18) VALUE SPACES.

      *    MIRRORS WS-RSTFILE-RECORD IN EPSACCTS.CBL.
       01 WS-RSTFILE-DETAIL.
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

      *    WORK-QUEUE ENTRIES ACCUMULATED IN WORST-FIRST ORDER BY
      *    B300-STORE-QUEUE-ENTRY - THE SORT KEY INVERTS THE BUCKET

      *    WORK-QUEUE RECORD FOR THE COLLECTIONS CALL LIST - RAW
      *    FIELD FORMATS LIKE THE DORMLTR RECORD IN EPSDORM.CBL SO
      *    DOWNSTREAM SYSTEMS CAN PARSE IT. THE COLLECTOR IS THE
      *    STAFF ID AND NAME FROM STFOUT (0000 AND SPACES WHEN THE
      *    LOAN COULD NOT BE ASSIGNED).
       01 WS-QUEUE-RECORD.
           05  WQ-STAFF-ID          PIC 9(04).
           05  WQ-STAFF-NAME        PIC X(09).
           05  WQ-CUST-ACCT         PIC X(10).
           05  WQ-CUST-FNAME        PIC X(20).
           05  WQ-CUST-LNAME        PIC X(20).
           05  WQ-LOAN-CURR-BAL     PIC S9(9)V99.
           05  WQ-DAYS-PAST-DUE     PIC 9(05).
           05  WQ-BUCKET-NO         PIC 9(01).
           05  WQ-FILLER            PIC X(38).

      *    DUNNING LETTER RECORD FOR THE PRINT SHOP - THE TEMPLATE
      *    CODE IN FRONT, THEN THE FULL MAILING ADDRESS FROM THE
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
      *    SAME AS 0300-LOAD-BUSINESS-DATE IN EPSAGING.CBL.
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

       INITIALIZE WS-COUNTERS
                  WS-QUEUE-TABLE
                  WS-OUT-TABLE
                  WS-COLLECTOR-TABLE
                  WS-UNASSIGNED-TOTALS
                  WS-GRAND-TOTALS

       MOVE BD-PROCESS-DATE TO WS-RUN-DATE-YMD

       COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YMD)

       PERFORM 1400-LOAD-HOLIDAYS
       THRU 1400-EXIT

       MOVE SPACES TO WS-COLPARM-CARD

       OPEN INPUT COLLECT-PARM-FILE

       IF WS-COLPARM-STATUS = '00'
            READ COLLECT-PARM-FILE INTO WS-COLPARM-CARD
            EVALUATE WS-COLPARM-STATUS
                WHEN '00'
                     IF PRM-COLL-DEPT NUMERIC
                          MOVE PRM-COLL-DEPT TO WS-COLL-DEPT
                     ELSE
                          DISPLAY 'COLPARM DEPT IGNORED: '
                                  WS-COLPARM-CARD(1:4)
                     END-IF
                     IF PRM-SENIOR-YEARS NUMERIC
                          MOVE PRM-SENIOR-YEARS TO WS-SENIOR-YEARS
                     END-IF
                     IF PRM-YEARS-PER-POINT NUMERIC
                        AND PRM-YEARS-PER-POINT > 0
                          MOVE PRM-YEARS-PER-POINT TO
                               WS-YEARS-PER-POINT
                     END-IF
                WHEN OTHER
                     DISPLAY 'READ COLPARM FAILED: '
                             WS-COLPARM-STATUS
                     DISPLAY 'COLLECTOR ASSIGNMENT DEFAULTS IN EFFECT'
                     MOVE SPACES TO WS-COLPARM-CARD
            END-EVALUATE
            CLOSE COLLECT-PARM-FILE
       ELSE
            DISPLAY 'NO COLPARM CARD - NO COLLECTION DEPT KNOWN'
       END-IF

       DISPLAY 'COLLECTION DEPT       : ' WS-COLL-DEPT
       DISPLAY 'SENIOR YEARS FOR 90+  : ' WS-SENIOR-YEARS
       DISPLAY 'YEARS PER WEIGHT POINT: ' WS-YEARS-PER-POINT

       PERFORM 1100-LOAD-OUT-OF-OFFICE
       THRU 1100-EXIT

       PERFORM 1200-LOAD-COLLECTORS
       THRU 1200-EXIT

       OPEN INPUT ACCT-RESULT-FILE

                DISPLAY 'OPEN OUTPUT DUNLTR FAILED: '
                        WS-DUNLTR-STATUS
                SET END-OF-RSTFILE TO TRUE
       END-EVALUATE

       OPEN OUTPUT WORKLOAD-REPORT-FILE

       EVALUATE WS-COLRPT-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN OUTPUT COLRPT FAILED: '
                        WS-COLRPT-STATUS
                SET END-OF-RSTFILE TO TRUE
       END-EVALUATE.

       1000-EXIT.
       EXIT.

      *    LOADS THE STAFF IDS WHOSE OUT-OF-OFFICE CARD COVERS THE
      *    RUN DATE. A BLANK FROM OR TO DATE IS AN OPEN END.
       1100-LOAD-OUT-OF-OFFICE.

       OPEN INPUT OUT-OF-OFFICE-FILE

       IF WS-COLOOO-STATUS NOT = '00'
            DISPLAY 'NO COLOOO CARDS - NO COLLECTOR OUT OF OFFICE'
            SET END-OF-COLOOO TO TRUE
       END-IF

       PERFORM UNTIL END-OF-COLOOO

            READ OUT-OF-OFFICE-FILE INTO WS-COLOOO-CARD

            EVALUATE WS-COLOOO-STATUS
                WHEN '00'
                     EVALUATE TRUE
                         WHEN OOO-STAFF-ID NOT NUMERIC
                              DISPLAY 'COLOOO CARD IGNORED: '
                                      WS-COLOOO-CARD(1:20)
                         WHEN OOO-FROM-DATE NUMERIC
                          AND OOO-FROM-DATE > WS-RUN-DATE-YMD
                              CONTINUE
                         WHEN OOO-TO-DATE NUMERIC
                          AND OOO-TO-DATE < WS-RUN-DATE-YMD
                              CONTINUE
                         WHEN WS-OUT-TBL-CNT >= 500
                              DISPLAY 'WS-OUT-TABLE FULL - '
                                 'MAX 500 COLOOO CARDS EXCEEDED'
                              SET END-OF-COLOOO TO TRUE
                         WHEN OTHER
                              ADD 1 TO WS-OUT-TBL-CNT
                              MOVE OOO-STAFF-ID TO
                                   OT-STAFF-ID(WS-OUT-TBL-CNT)
                              MOVE OOO-REASON TO
                                   OT-REASON(WS-OUT-TBL-CNT)
                     END-EVALUATE
                WHEN '10'
                     SET END-OF-COLOOO TO TRUE
                WHEN OTHER
                     DISPLAY 'READ COLOOO FAILED: ' WS-COLOOO-STATUS
                     SET END-OF-COLOOO TO TRUE
            END-EVALUATE

       END-PERFORM

       IF WS-COLOOO-STATUS NOT = '35'
            CLOSE OUT-OF-OFFICE-FILE
       END-IF

       DISPLAY 'OUT OF OFFICE TODAY   : ' WS-OUT-TBL-CNT.

       1100-EXIT.
       EXIT.

      *    BUILDS THE COLLECTOR TABLE FROM THE STAFF EXTRACT - EVERY
      *    EMPLOYEE IN THE COLLECTION DEPARTMENT WHOSE DETAIL ROW WAS
      *    FOUND AND WHOSE DEPARTMENT CODE IS VALID (THE SAME ROWS
      *    STAFFRPT COUNTS). THE SHARE WEIGHT IS SET HERE AND THE
      *    OUT-OF-OFFICE CARDS ARE APPLIED.
       1200-LOAD-COLLECTORS.

       OPEN INPUT STAFF-OUT-FILE

       IF WS-STFOUT-STATUS NOT = '00'
            DISPLAY 'OPEN INPUT STFOUT FAILED: ' WS-STFOUT-STATUS
            SET END-OF-STFOUT TO TRUE
       END-IF

       PERFORM UNTIL END-OF-STFOUT

            READ STAFF-OUT-FILE INTO WS-STAFF-OUT-DETAIL

            EVALUATE WS-STFOUT-STATUS
                WHEN '00'
                     ADD 1 TO WS-STAFF-READ-CNT
                     IF FO-STAFF-DEPT = WS-COLL-DEPT
                        AND WS-COLL-DEPT > 0
                        AND FO-STAFF-NOTFND NOT = 'Y'
                        AND FO-DEPT-STATUS = 'V'
                          PERFORM 1300-ADD-COLLECTOR
                          THRU 1300-EXIT
                     END-IF
                WHEN '10'
                     SET END-OF-STFOUT TO TRUE
                WHEN OTHER
                     DISPLAY 'READ STFOUT FAILED: ' WS-STFOUT-STATUS
                     SET END-OF-STFOUT TO TRUE
            END-EVALUATE

       END-PERFORM

       IF WS-STFOUT-STATUS NOT = '35'
            CLOSE STAFF-OUT-FILE
       END-IF

       DISPLAY 'STAFF RECORDS READ    : ' WS-STAFF-READ-CNT
       DISPLAY 'COLLECTORS IN         : ' WS-COLLECTOR-IN-CNT
       DISPLAY 'SENIOR COLLECTORS IN  : ' WS-SENIOR-IN-CNT
       DISPLAY 'COLLECTORS OUT        : ' WS-COLLECTOR-OUT-CNT.

       1200-EXIT.
       EXIT.

       1300-ADD-COLLECTOR.

       IF WS-COLL-TBL-CNT >= 500
            DISPLAY 'WS-COLLECTOR-TABLE FULL - '
               'MAX 500 COLLECTORS EXCEEDED'
       ELSE
            ADD 1 TO WS-COLL-TBL-CNT
            MOVE WS-COLL-TBL-CNT TO WS-COLL-SUB
            INITIALIZE WS-COLLECTOR-ENTRY(WS-COLL-SUB)
            MOVE FO-STAFF-ID TO CL-STAFF-ID(WS-COLL-SUB)
            MOVE FO-STAFF-NAME TO CL-STAFF-NAME(WS-COLL-SUB)
            MOVE FO-STAFF-JOB TO CL-STAFF-JOB(WS-COLL-SUB)
            MOVE FO-STAFF-YEARS TO CL-STAFF-YEARS(WS-COLL-SUB)
            MOVE SPACES TO CL-OUT-REASON(WS-COLL-SUB)

            MOVE 1 TO WS-JOB-WEIGHT
            MOVE 1 TO WS-PRM-SUB
            PERFORM UNTIL WS-PRM-SUB > 6
                 IF PRM-JOB(WS-PRM-SUB) = FO-STAFF-JOB
                    AND PRM-JOB(WS-PRM-SUB) NOT = SPACES
                    AND PRM-WEIGHT(WS-PRM-SUB) NUMERIC
                      MOVE PRM-WEIGHT(WS-PRM-SUB) TO WS-JOB-WEIGHT
                      MOVE 6 TO WS-PRM-SUB
                 END-IF
                 ADD 1 TO WS-PRM-SUB
            END-PERFORM

            IF WS-JOB-WEIGHT = 0
                 MOVE 0 TO CL-WEIGHT(WS-COLL-SUB)
            ELSE
                 COMPUTE CL-WEIGHT(WS-COLL-SUB) = WS-JOB-WEIGHT
                         + FO-STAFF-YEARS / WS-YEARS-PER-POINT
            END-IF

            IF FO-STAFF-YEARS >= WS-SENIOR-YEARS
                 SET CL-SENIOR(WS-COLL-SUB) TO TRUE
            ELSE
                 MOVE 'N' TO CL-SENIOR-SW(WS-COLL-SUB)
            END-IF

            MOVE 'N' TO WS-OUT-FOUND-SW
            MOVE 1 TO WS-OUT-SUB
            PERFORM UNTIL WS-OUT-SUB > WS-OUT-TBL-CNT
                       OR COLLECTOR-IS-OUT
                 IF OT-STAFF-ID(WS-OUT-SUB) = FO-STAFF-ID
                      SET COLLECTOR-IS-OUT TO TRUE
                      MOVE OT-REASON(WS-OUT-SUB) TO
                           CL-OUT-REASON(WS-COLL-SUB)
                 END-IF
                 ADD 1 TO WS-OUT-SUB
            END-PERFORM

            EVALUATE TRUE
                WHEN COLLECTOR-IS-OUT
                     SET CL-OUT(WS-COLL-SUB) TO TRUE
                     ADD 1 TO WS-COLLECTOR-OUT-CNT
                WHEN CL-WEIGHT(WS-COLL-SUB) = 0
                     SET CL-NOT-ON-QUEUE(WS-COLL-SUB) TO TRUE
                WHEN OTHER
                     SET CL-IN(WS-COLL-SUB) TO TRUE
                     ADD 1 TO WS-COLLECTOR-IN-CNT
                     IF CL-SENIOR(WS-COLL-SUB)
                          ADD 1 TO WS-SENIOR-IN-CNT
                     END-IF
            END-EVALUATE
       END-IF.

       1300-EXIT.
       EXIT.

      *    LOADS THE HOLIDAY CALENDAR. THE FILE IS OPTIONAL - WITHOUT
      *    IT ONLY SATURDAYS AND SUNDAYS DEFER A DUE DATE. SAME AS
      *    1100-LOAD-HOLIDAYS IN EPSAGING.CBL.
       1400-LOAD-HOLIDAYS.

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

       1400-EXIT.
       EXIT.

       A100-PROCESS-RSTFILE.

       PERFORM UNTIL END-OF-RSTFILE
            IF PMT-DATE-VALID
                 COMPUTE WS-PMT-DATE-INT =
                         FUNCTION INTEGER-OF-DATE(WS-YMD-DATE-NUM)
                 PERFORM 8200-ROLL-TO-BUSINESS-DAY
                 THRU 8200-EXIT
                 COMPUTE WS-DAYS-PAST-DUE =
                         WS-RUN-DATE-INT - WS-PMT-DATE-INT

       B400-EXIT.
       EXIT.

      *    WRITES THE SORTED QUEUE, WORST FIRST, GIVING EACH ENTRY TO
      *    THE COLLECTOR B600-PICK-COLLECTOR CHOOSES AND POSTING IT TO
      *    THAT COLLECTOR'S WORKLOAD.
       B500-WRITE-QUEUE.

       MOVE 1 TO WS-ENTRY-SUB
       PERFORM UNTIL WS-ENTRY-SUB > WS-QUEUE-TBL-CNT

            PERFORM B600-PICK-COLLECTOR
            THRU B600-EXIT

            MOVE QE-BUCKET-NO(WS-ENTRY-SUB) TO WS-BKT-SUB
            ADD 1 TO WS-GRAND-LOAN-CNT
            ADD QE-LOAN-CURR-BAL(WS-ENTRY-SUB) TO WS-GRAND-BAL-TOT
            ADD 1 TO WS-GRAND-BUCKET-CNT(WS-BKT-SUB)

            IF WS-PICK-SUB = 0
                 ADD 1 TO WS-UNASSIGNED-CNT
                 ADD QE-LOAN-CURR-BAL(WS-ENTRY-SUB) TO
                     WS-UNASG-BAL-TOT
                 ADD 1 TO WS-UNASG-BUCKET-CNT(WS-BKT-SUB)
                 MOVE 0 TO WQ-STAFF-ID
                 MOVE SPACES TO WQ-STAFF-NAME
            ELSE
                 ADD 1 TO CL-LOAN-CNT(WS-PICK-SUB)
                 ADD QE-LOAN-CURR-BAL(WS-ENTRY-SUB) TO
                     CL-BAL-TOT(WS-PICK-SUB)
                 ADD 1 TO CL-BUCKET-CNT(WS-PICK-SUB, WS-BKT-SUB)
                 MOVE CL-STAFF-ID(WS-PICK-SUB) TO WQ-STAFF-ID
                 MOVE CL-STAFF-NAME(WS-PICK-SUB) TO WQ-STAFF-NAME
            END-IF

            MOVE QE-CUST-ACCT(WS-ENTRY-SUB) TO WQ-CUST-ACCT
            MOVE QE-CUST-FNAME(WS-ENTRY-SUB) TO WQ-CUST-FNAME
            MOVE QE-CUST-LNAME(WS-ENTRY-SUB) TO WQ-CUST-LNAME
       B500-EXIT.
       EXIT.

      *    PICKS THE COLLECTOR FOR QUEUE ENTRY WS-ENTRY-SUB - THE
      *    ELIGIBLE COLLECTOR WHOSE LOANS-PER-WEIGHT WOULD BE LOWEST
      *    AFTER TAKING THIS LOAN, SO OVER THE RUN EACH COLLECTOR'S
      *    SHARE FOLLOWS THEIR WEIGHT. A 90+ LOAN IS ONLY ELIGIBLE TO
      *    A SENIOR COLLECTOR WHILE ANY SENIOR COLLECTOR IS IN. TIES
      *    GO TO THE EARLIER STAFF ID. WS-PICK-SUB IS LEFT ZERO WHEN
      *    NO COLLECTOR IS IN.
       B600-PICK-COLLECTOR.

       MOVE 0 TO WS-PICK-SUB
       MOVE 'N' TO WS-SENIOR-ONLY-SW

       IF QE-BUCKET-NO(WS-ENTRY-SUB) = 4
            IF WS-SENIOR-IN-CNT > 0
                 SET SENIOR-ONLY-PICK TO TRUE
            ELSE
                 IF WS-COLLECTOR-IN-CNT > 0
                      ADD 1 TO WS-SENIOR-FALLBACK-CNT
                 END-IF
            END-IF
       END-IF

       MOVE 1 TO WS-COLL-SUB
       PERFORM UNTIL WS-COLL-SUB > WS-COLL-TBL-CNT
            IF CL-IN(WS-COLL-SUB)
               AND (CL-SENIOR(WS-COLL-SUB) OR NOT SENIOR-ONLY-PICK)
                 COMPUTE WS-LOAD-RATIO =
                         (CL-LOAN-CNT(WS-COLL-SUB) + 1)
                         / CL-WEIGHT(WS-COLL-SUB)
                 IF WS-PICK-SUB = 0
                    OR WS-LOAD-RATIO < WS-BEST-RATIO
                      MOVE WS-COLL-SUB TO WS-PICK-SUB
                      MOVE WS-LOAD-RATIO TO WS-BEST-RATIO
                 END-IF
            END-IF
            ADD 1 TO WS-COLL-SUB
       END-PERFORM.

       B600-EXIT.
       EXIT.

      *    PRINTS ONE WORKLOAD LINE PER COLLECTION DEPARTMENT
      *    EMPLOYEE - COLLECTORS OUT OF OFFICE OR OFF THE QUEUE ARE
      *    LISTED WITH THEIR STATUS SO THE FLOOR MANAGER SEES THE
      *    WHOLE DEPARTMENT - THEN ANY UNASSIGNED WORK AND THE
      *    DEPARTMENT TOTAL.
       B700-WRITE-WORKLOAD-RPT.

       MOVE WS-RUN-DATE-YMD TO HDG-RUN-DATE
       MOVE WS-COLL-DEPT TO HDG-COLL-DEPT
       MOVE WS-RPT-HEADING-1 TO COLRPT-REC
       PERFORM B900-WRITE-REPORT-REC
       THRU B900-EXIT
       MOVE WS-RPT-HEADING-2 TO COLRPT-REC
       PERFORM B900-WRITE-REPORT-REC
       THRU B900-EXIT

       MOVE 1 TO WS-COLL-SUB
       PERFORM UNTIL WS-COLL-SUB > WS-COLL-TBL-CNT
            MOVE CL-STAFF-ID(WS-COLL-SUB) TO RPT-STAFF-ID
            MOVE CL-STAFF-NAME(WS-COLL-SUB) TO RPT-STAFF-NAME
            MOVE CL-STAFF-JOB(WS-COLL-SUB) TO RPT-STAFF-JOB
            MOVE CL-STAFF-YEARS(WS-COLL-SUB) TO RPT-STAFF-YEARS
            MOVE CL-WEIGHT(WS-COLL-SUB) TO RPT-WEIGHT
            EVALUATE TRUE
                WHEN CL-OUT(WS-COLL-SUB)
                     MOVE 'OUT OF OFFICE' TO RPT-STATUS
                WHEN CL-NOT-ON-QUEUE(WS-COLL-SUB)
                     MOVE 'NOT ON QUEUE' TO RPT-STATUS
                WHEN CL-SENIOR(WS-COLL-SUB)
                     MOVE 'IN - SENIOR' TO RPT-STATUS
                WHEN OTHER
                     MOVE 'IN' TO RPT-STATUS
            END-EVALUATE
            MOVE CL-LOAN-CNT(WS-COLL-SUB) TO RPT-LOAN-CNT
            MOVE CL-BAL-TOT(WS-COLL-SUB) TO RPT-BAL-TOT
            MOVE CL-BUCKET-CNT(WS-COLL-SUB, 2) TO RPT-BKT-30
            MOVE CL-BUCKET-CNT(WS-COLL-SUB, 3) TO RPT-BKT-60
            MOVE CL-BUCKET-CNT(WS-COLL-SUB, 4) TO RPT-BKT-90
            MOVE CL-OUT-REASON(WS-COLL-SUB) TO RPT-OUT-REASON
            MOVE WS-RPT-DETAIL-LINE TO COLRPT-REC
            PERFORM B900-WRITE-REPORT-REC
            THRU B900-EXIT
            ADD 1 TO WS-COLL-SUB
       END-PERFORM

       MOVE SPACES TO COLRPT-REC
       PERFORM B900-WRITE-REPORT-REC
       THRU B900-EXIT

       IF WS-UNASSIGNED-CNT > 0
            MOVE '0000' TO RPT-STAFF-ID
            MOVE SPACES TO RPT-STAFF-NAME
                           RPT-STAFF-JOB
                           RPT-OUT-REASON
            MOVE 0 TO RPT-STAFF-YEARS
                      RPT-WEIGHT
            MOVE 'UNASSIGNED' TO RPT-STATUS
            MOVE WS-UNASSIGNED-CNT TO RPT-LOAN-CNT
            MOVE WS-UNASG-BAL-TOT TO RPT-BAL-TOT
            MOVE WS-UNASG-BUCKET-CNT(2) TO RPT-BKT-30
            MOVE WS-UNASG-BUCKET-CNT(3) TO RPT-BKT-60
            MOVE WS-UNASG-BUCKET-CNT(4) TO RPT-BKT-90
            MOVE WS-RPT-DETAIL-LINE TO COLRPT-REC
            PERFORM B900-WRITE-REPORT-REC
            THRU B900-EXIT
       END-IF

       MOVE SPACES TO RPT-STAFF-ID
                      RPT-STAFF-JOB
                      RPT-OUT-REASON
       MOVE 'TOTAL' TO RPT-STAFF-NAME
       MOVE 0 TO RPT-STAFF-YEARS
                 RPT-WEIGHT
       MOVE SPACES TO RPT-STATUS
       MOVE WS-GRAND-LOAN-CNT TO RPT-LOAN-CNT
       MOVE WS-GRAND-BAL-TOT TO RPT-BAL-TOT
       MOVE WS-GRAND-BUCKET-CNT(2) TO RPT-BKT-30
       MOVE WS-GRAND-BUCKET-CNT(3) TO RPT-BKT-60
       MOVE WS-GRAND-BUCKET-CNT(4) TO RPT-BKT-90
       MOVE WS-RPT-DETAIL-LINE TO COLRPT-REC
       PERFORM B900-WRITE-REPORT-REC
       THRU B900-EXIT.

       B700-EXIT.
       EXIT.

       B900-WRITE-REPORT-REC.

       WRITE COLRPT-REC

       EVALUATE WS-COLRPT-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'WRITE COLRPT FAILED: ' WS-COLRPT-STATUS
       END-EVALUATE.

       B900-EXIT.
       EXIT.

      *    VALIDATES WS-YMD-DATE AS A REAL CALENDAR DATE, INCLUDING
      *    MONTH LENGTHS AND LEAP-YEAR FEBRUARY, BEFORE IT IS GIVEN
      *    TO FUNCTION INTEGER-OF-DATE (WHOSE RESULT FOR AN INVALID
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

       PERFORM B500-WRITE-QUEUE
       THRU B500-EXIT

       PERFORM B700-WRITE-WORKLOAD-RPT
       THRU B700-EXIT

       DISPLAY 'RSTFILE RECORDS READ  : ' WS-REC-READ-CNT
       DISPLAY 'DELINQUENT LOANS      : ' WS-DELINQ-CNT
       DISPLAY 'COURTESY LETTERS      : ' WS-COURTESY-CNT
       DISPLAY 'PRE-FORECLOSE LETTERS : ' WS-PRECLOSE-CNT
       DISPLAY 'ACCOUNTS WITHOUT LOAN : ' WS-NOLOAN-CNT
       DISPLAY 'UNUSABLE PMT DATES    : ' WS-BAD-DATE-CNT
       DISPLAY 'DUE DATES ROLLED      : ' WS-ROLLED-DUE-CNT
       DISPLAY 'LOANS UNASSIGNED      : ' WS-UNASSIGNED-CNT
       DISPLAY '90+ WITH NO SENIOR IN : ' WS-SENIOR-FALLBACK-CNT

       IF WS-UNASSIGNED-CNT > 0
          OR WS-SENIOR-FALLBACK-CNT > 0
            MOVE 4 TO RETURN-CODE
       END-IF

       CLOSE WORK-QUEUE-FILE
       CLOSE DUNNING-LETTER-FILE
       CLOSE WORKLOAD-REPORT-FILE.

       9000-EXIT.
       EXIT.
