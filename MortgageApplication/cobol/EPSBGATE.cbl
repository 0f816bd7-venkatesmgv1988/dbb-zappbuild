      *    YESTERDAY'S FILES. THIS STEP READS THE GATEPARM CARD (THE
      *    PREREQUISITE PROGRAM NAME, PLUS 'W' WHEN A WARNING RUN IS
      *    ACCEPTABLE), FETCHES THAT PROGRAM'S NEWEST BATCH_RUN_LOG
      *    ROW AND SETS RETURN-CODE 0 ONLY WHEN THE ROW STARTED ON
      *    OR AFTER THE PROCESSING DATE, HAS A RUN_END_TS AND ENDED
      *    NORMAL (OR WARNING WHEN THE CARD ALLOWS IT). ANYTHING ELSE
      *    - STARTED WITH NO END, FATAL, OR A RUN FROM BEFORE THE
      *    PROCESSING DATE - COMES BACK RETURN-CODE 8 SO COND
      *    PROCESSING HOLDS THE REST OF THE JOB.
      *
      *    THE PROCESSING DATE IS BD-PROCESS-DATE FROM THE BUSDATE
      *    CONTROL CARD, NOT THE CLOCK, SO A PREREQUISITE THAT SLIPS
      *    PAST MIDNIGHT STILL OPENS THE GATE. A CARD WHOSE
      *    PROCESSING DATE IS NOT A REAL CALENDAR DATE KEEPS THE GATE
      *    CLOSED (RETURN-CODE 8). WITHOUT A BUSDATE CARD THE DB2
      *    CURRENT DATE IS USED. BATCH_RUN_LOG DOES NOT RECORD WHICH
      *    BUSINESS DATE A RUN WAS FOR, SO ON A RERUN FOR A BACK DATE
      *    ANY LATER RUN OF THE PREREQUISITE OPENS THE GATE -
      *    OPERATIONS MUST RERUN THE PREREQUISITE FOR THAT DATE
      *    BEFORE RELEASING THE DOWNSTREAM JOB.
      *
      *    GATEPARM CARD - COLUMNS 1-8 PREREQUISITE PROGRAM NAME,
      *    COLUMN 10 'W' TO ACCEPT A WARNING DISPOSITION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-GATEPARM-STATUS.

       SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01 GATEPARM-REC     PIC X(80).

       FD BUSINESS-DATE-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 BUSDATE-REC      PIC X(80).

       WORKING-STORAGE SECTION.
      *
       01 WS-WORK-FIELDS.
           05 WS-GATEPARM-STATUS   PIC XX    VALUE '00'.
           05 WS-BUSDATE-STATUS    PIC XX    VALUE '00'.
           05 WS-PROCESS-DATE-ISO  PIC X(10) VALUE SPACES.

       01 WS-CURSOR-FLAGS.
           05 WS-DATE-VALID-SW      PIC X    VALUE 'N'.
               88  DATE-VALID                    VALUE 'Y'.
           05 WS-GATE-PASS-SW       PIC X    VALUE 'N'.
               88  GATE-PASSED                   VALUE 'Y'.
           05 WS-ROW-FOUND-SW       PIC X    VALUE 'N'.
               88  RUN-LOG-ROW-FOUND             VALUE 'Y'.
           05 WS-BUSDATE-OK-SW      PIC X    VALUE 'N'.
               88  BUSINESS-DATE-OK              VALUE 'Y'.

       01 WS-GATEPARM-CARD.
           05  PRM-PGM-NAME         PIC X(08).
               88  WARNING-ACCEPTABLE            VALUE 'W'.
           05  PRM-FILLER-2         PIC X(70).

      *    BUSINESS-DATE CONTROL CARD MAINTAINED BY OPERATIONS -
      *    MIRRORS WS-BUSDATE-CARD IN EPSAGING.CBL, WITH THE
      *    PROCESSING DATE BROKEN OUT FOR EDITING.
       01 WS-BUSDATE-CARD.
           05  BD-PROCESS-DATE      PIC 9(08).
           05  BD-PROCESS-PARTS REDEFINES BD-PROCESS-DATE.
               10  BD-PROC-YYYY     PIC X(04).
               10  BD-PROC-MM       PIC X(02).
               10  BD-PROC-MM-NUM REDEFINES BD-PROC-MM
                                    PIC 9(02).
               10  BD-PROC-DD       PIC X(02).
               10  BD-PROC-DD-NUM REDEFINES BD-PROC-DD
                                    PIC 9(02).
           05  BD-PRIOR-BUS-DATE    PIC 9(08).
           05  BD-FILLER            PIC X(64).

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

      *    NEWEST BATCH_RUN_LOG ROW FOR THE PREREQUISITE PROGRAM.
      *    RUN_END_TS IS NULL ON ROWS STILL MARKED STARTED, SO IT
      *    CARRIES A NULL INDICATOR - SAME AS EPSOPSUM.CBL.
       THRU 1000-EXIT

       IF PRM-PGM-NAME NOT = SPACES
          AND BUSINESS-DATE-OK
            PERFORM A100-CHECK-RUN-LOG
            THRU A100-EXIT
       END-IF
       INITIALIZE WS-WORK-FIELDS
       MOVE SPACES TO WS-GATEPARM-CARD

       PERFORM 1100-LOAD-BUSINESS-DATE
       THRU 1100-EXIT

       OPEN INPUT GATE-PARM-FILE

       1000-EXIT.
       EXIT.

      *    READS THE BUSDATE CONTROL CARD AND SETS THE PROCESSING
      *    DATE IN THE YYYY-MM-DD FORM OF THE RUN_START_TS DATE PART.
      *    A CARD WHOSE PROCESSING DATE FAILS 8100-EDIT-DATE KEEPS
      *    THE GATE CLOSED; WITHOUT A CARD THE DB2 CURRENT DATE IS USED.
       1100-LOAD-BUSINESS-DATE.

       MOVE SPACES TO WS-BUSDATE-CARD

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
                 STRING BD-PROC-YYYY '-' BD-PROC-MM '-' BD-PROC-DD
                        DELIMITED BY SIZE
                        INTO WS-PROCESS-DATE-ISO
                 SET BUSINESS-DATE-OK TO TRUE
            ELSE
                 DISPLAY 'BUSDATE PROCESSING DATE INVALID: '
                         WS-BUSDATE-CARD(1:8)
            END-IF
       ELSE
            DISPLAY 'NO BUSDATE CARD - DB2 CURRENT DATE USED'

            EXEC SQL
                SET :WS-PROCESS-DATE-ISO = CURRENT DATE
            END-EXEC

            IF SQLCODE NOT = 0
                 DISPLAY 'SET CURRENT DATE FAILED, SQLCODE: ' SQLCODE
            ELSE
                 SET BUSINESS-DATE-OK TO TRUE
            END-IF
       END-IF

       DISPLAY 'BUSINESS DATE         : ' WS-PROCESS-DATE-ISO.

       1100-EXIT.
       EXIT.

      *    FETCHES THE NEWEST BATCH_RUN_LOG ROW FOR THE PREREQUISITE
      *    PROGRAM AND APPLIES THE GATE RULES - STARTED ON OR AFTER
      *    THE PROCESSING DATE, RUN COMPLETE (RUN_END_TS PRESENT) AND
      *    DISPOSITION NORMAL, WITH WARNING ACCEPTABLE ONLY WHEN THE
      *    CARD SAYS SO.
       A100-CHECK-RUN-LOG.

         EXEC SQL
       DISPLAY 'LATEST DISPOSITION    : ' RL-DISPOSITION

       EVALUATE TRUE
           WHEN RL-RUN-START-TS(1:10) < WS-PROCESS-DATE-ISO
                DISPLAY 'LATEST RUN IS FROM BEFORE BUSINESS DATE - '
                        WS-PROCESS-DATE-ISO
           WHEN IND-RUN-END-TS < 0
                DISPLAY 'LATEST RUN HAS NO RUN_END_TS - '
                        'STILL RUNNING OR DIED'
       B100-EXIT.
       EXIT.

      *    VALIDATES WS-YMD-DATE AS A REAL CALENDAR DATE, INCLUDING
      *    MONTH LENGTHS AND LEAP-YEAR FEBRUARY - SAME RULES AS
      *    8100-EDIT-DATE IN EPSEDIT.CBL.
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

       9000-TERMINATE.

       IF GATE-PASSED
