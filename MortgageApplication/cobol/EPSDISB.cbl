       ID DIVISION.
       PROGRAM-ID. EPSDISB.
      *    THIS PROGRAM IS THE ESCROW DISBURSEMENT RUN. IT READS THE
      *    ESCPAYEE KSDS (SEE EPSPYMNT.CBL) FROM THE START AND PAYS
      *    EVERY ACTIVE PAYEE ITEM WHOSE DUE DATE FALLS ON OR BEFORE
      *    THE RUN DATE PLUS THE LOOKAHEAD WINDOW ON THE DSBPARM
      *    CONTROL CARD - ONE DSBFILE RECORD PER ITEM FOR THE CHECK
      *    PRINT OR ACH ORIGINATION STEP, LOAN_ESCROW_BAL ON LOAN1 IS
      *    REDUCED BY THE AMOUNT PAID, AND THE ITEM'S DUE DATE IS
      *    MOVED ON BY ITS FREQUENCY (A ONE-TIME ITEM IS MARKED PAID)
      *    SO THE SAME BILL IS NOT PAID TWICE.
      *
      *    AN ITEM IS NEVER HELD BACK FOR LACK OF ESCROW FUNDS - A
      *    TAX OR INSURANCE PREMIUM THAT GOES UNPAID LAPSES THE
      *    CUSTOMER'S POLICY. WHEN LOAN_ESCROW_BAL CANNOT COVER THE
      *    PAYMENT THE ITEM IS STILL PAID, THE ESCROW BALANCE GOES
      *    NEGATIVE BY THE SHORTFALL (THE ESCROW ADVANCE RECOVERED AT
      *    THE NEXT EPSESCRW ANALYSIS), AND THE ITEM IS LISTED ON
      *    ADVRPT WITH THE ADVANCE AMOUNT.
      *
      *    AN ITEM IS NOT PAID, AND IS LISTED ON ADVRPT WITH THE
      *    REASON, WHEN THE ACCOUNT IS NOT ON CUST_ACCOUN1, HAS NO
      *    LOAN1 ROW, IS NOT OPEN, OR THE LOAN1 UPDATE FAILS.
      *
      *    DSBPARM CARD - LOOKAHEAD WINDOW IN DAYS (9(3)). WHEN THE
      *    CARD IS ABSENT THE WINDOW IS 30 DAYS.
      *
      *    THE RUN DATE IS BD-PROCESS-DATE FROM THE BUSDATE CONTROL
      *    CARD, NOT THE SYSTEM CLOCK, SO THE WINDOW AND THE
      *    DISBURSEMENT DATE ARE THE SAME WHETHER THE RUN FINISHES
      *    BEFORE OR AFTER MIDNIGHT. WITHOUT A BUSDATE CARD THE
      *    SYSTEM DATE IS USED AND THE RUN ENDS WARNING; A CARD WITH
      *    AN INVALID PROCESSING DATE PAYS NOTHING AND ENDS FATAL.
      *
      *    AUTHOR - ARUNKUMAR KOWALPADOLI & AJAY CHINCHANSUR
      *    DATE - 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT DISB-PARM-FILE ASSIGN TO DSBPARM
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-DSBPARM-STATUS.

       SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-BUSDATE-STATUS.

       SELECT PAYEE-VSAM-FILE ASSIGN TO ESCPAYEE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS PY-KEY
       FILE STATUS IS WS-ESCPAYEE-STATUS.

       SELECT DISBURSEMENT-FILE ASSIGN TO DSBFILE
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-DSBFILE-STATUS.

       SELECT ADVANCE-REPORT-FILE ASSIGN TO ADVRPT
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-ADVRPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD DISB-PARM-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 DSBPARM-REC      PIC X(80).

      *    MIRRORS ESCPAYEE-REC IN EPSPYMNT.CBL.
       FD PAYEE-VSAM-FILE.

       01 ESCPAYEE-REC.
           05  PY-KEY.
               10  PY-CUST-ACCT     PIC X(10).
               10  PY-ITEM-SEQ      PIC 9(02).
           05  PY-ITEM-TYPE         PIC X(01).
           05  PY-PAYEE-ID          PIC X(10).
           05  PY-PAYEE-NAME        PIC X(30).
           05  PY-PAYEE-ADDR1       PIC X(30).
           05  PY-PAYEE-CITY        PIC X(20).
           05  PY-PAYEE-STATE       PIC X(02).
           05  PY-PAYEE-ZIP         PIC X(10).
           05  PY-PAYEE-REF         PIC X(20).
           05  PY-PMT-METHOD        PIC X(01).
           05  PY-ACH-ROUTING       PIC X(09).
           05  PY-ACH-ACCOUNT       PIC X(17).
           05  PY-DUE-AMOUNT        PIC 9(07)V99.
           05  PY-DUE-DATE          PIC 9(08).
           05  PY-FREQ-MONTHS       PIC 9(02).
           05  PY-ITEM-STATUS       PIC X(01).
           05  PY-LAST-PAID-DATE    PIC 9(08).
           05  PY-LAST-PAID-AMT     PIC 9(07)V99.
           05  PY-FILLER            PIC X(21).

       FD DISBURSEMENT-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 DSBFILE-REC      PIC X(220).

       FD ADVANCE-REPORT-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 ADVRPT-REC       PIC X(132).

       FD BUSINESS-DATE-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 BUSDATE-REC      PIC X(80).

       WORKING-STORAGE SECTION.
      *
       01 WS-WORK-FIELDS.
           05 WS-SQLCODE           PIC 9(08) VALUE 0.
           05 WS-CURRENT-DATETIME  PIC X(26) VALUE SPACES.
           05 WS-DSBPARM-STATUS    PIC XX    VALUE '00'.
           05 WS-ESCPAYEE-STATUS   PIC XX    VALUE '00'.
           05 WS-DSBFILE-STATUS    PIC XX    VALUE '00'.
           05 WS-ADVRPT-STATUS     PIC XX    VALUE '00'.
           05 WS-RUN-DATE-YMD      PIC 9(08) VALUE 0.
           05 WS-RUN-DATE-INT      PIC S9(09) COMP VALUE 0.
           05 WS-WINDOW-END-YMD    PIC 9(08) VALUE 0.
           05 WS-REJECT-TEXT       PIC X(25) VALUE SPACES.
           05 WS-BUSDATE-STATUS    PIC XX    VALUE '00'.

       01 WS-CURSOR-FLAGS.
           05 WS-ESCPAYEE-EOF-SW    PIC X    VALUE 'N'.
               88  END-OF-ESCPAYEE               VALUE 'Y'.
           05 WS-ITEM-VALID-SW      PIC X    VALUE 'N'.
               88  ITEM-VALID                    VALUE 'Y'.
           05 WS-DATE-VALID-SW      PIC X    VALUE 'N'.
               88  PMT-DATE-VALID                VALUE 'Y'.
           05 WS-BUSDATE-DFLT-SW    PIC X    VALUE 'N'.
               88  BUSDATE-DEFAULTED             VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-ITEM-READ-CNT      PIC 9(09) VALUE 0.
           05 WS-ITEM-DUE-CNT       PIC 9(09) VALUE 0.
           05 WS-DISBURSED-CNT      PIC 9(09) VALUE 0.
           05 WS-CHECK-CNT          PIC 9(09) VALUE 0.
           05 WS-ACH-CNT            PIC 9(09) VALUE 0.
           05 WS-ADVANCE-CNT        PIC 9(09) VALUE 0.
           05 WS-NOT-PAID-CNT       PIC 9(09) VALUE 0.
           05 WS-SQL-FAIL-CNT       PIC 9(09) VALUE 0.
           05 WS-IO-FAIL-CNT        PIC 9(09) VALUE 0.

       01 WS-CONTROL-TOTALS.
           05 WS-DISBURSED-AMT      PIC S9(11)V99 VALUE 0.
           05 WS-CHECK-AMT          PIC S9(11)V99 VALUE 0.
           05 WS-ACH-AMT            PIC S9(11)V99 VALUE 0.
           05 WS-ADVANCE-AMT        PIC S9(11)V99 VALUE 0.
           05 WS-NOT-PAID-AMT       PIC S9(11)V99 VALUE 0.

      *    RUN-LOG KEY AND FINAL DISPOSITION FOR THE BATCH_RUN_LOG
      *    ROW THIS RUN INSERTS AT START AND COMPLETES AT END - THE
      *    ROW IS KEYED ON PGM_NAME PLUS THE START TIMESTAMP, SO THE
      *    START VALUE MUST BE HELD UNCHANGED ACROSS THE RUN.
       01 WS-RUN-LOG-FIELDS.
           05 WS-RUN-START-TS      PIC X(26) VALUE SPACES.
           05 WS-RUN-END-TS        PIC X(26) VALUE SPACES.
           05 WS-RUN-DISPOSITION   PIC X(08) VALUE SPACES.
           05 WS-LOG-RECS-WRITTEN  PIC S9(09) COMP VALUE 0.
           05 WS-LOG-FAIL-COUNT    PIC S9(09) COMP VALUE 0.

      *    CONTROL CARD VALUES - SEE THE DSBPARM NOTES IN THE
      *    PROGRAM HEADER. DEFAULTS APPLY WHEN THE CARD IS ABSENT.
       01 WS-PARM-FIELDS.
           05 WS-LOOKAHEAD-DAYS     PIC 9(03) VALUE 30.

       01 WS-DSBPARM-CARD.
           05  PRM-LOOKAHEAD-DAYS   PIC 9(03).
           05  PRM-FILLER           PIC X(77).

      *    LOAN1 ESCROW BALANCE FOR THE ACCOUNT BEING PAID, WITH THE
      *    ACCOUNT STATUS FROM CUST_ACCOUN1. LOAN1 IS LEFT OUTER
      *    JOINED SO AN ACCOUNT WITHOUT A LOAN ROW IS TOLD APART FROM
      *    AN ACCOUNT THAT IS NOT ON FILE AT ALL.
       01 WS-LOAN-HOST-FIELDS.
           05 HV-CUST-ACCT          PIC X(10).
           05 HV-ACCT-STA           PIC X(10).
           05 HV-LOAN-CURR-BAL      PIC S9(9)V99.
           05 HV-LOAN-ESCROW-BAL    PIC S9(9)V99.

       01 WS-LOAN-INDICATORS.
           05 IND-LOAN-CURR-BAL      PIC S9(04) COMP.
           05 IND-LOAN-ESCROW-BAL    PIC S9(04) COMP.

       01 WS-DISB-FIELDS.
           05 WS-ESCROW-AVAIL-AMT   PIC S9(09)V99 VALUE 0.
           05 WS-ITEM-ADVANCE-AMT   PIC S9(09)V99 VALUE 0.
           05 WS-NEW-ESCROW-BAL     PIC S9(9)V99  VALUE 0.
           05 WS-DUE-DAY            PIC 9(02) VALUE 0.

      *    BUSINESS-DATE CONTROL CARD MAINTAINED BY OPERATIONS - MIRRORS
      *    WS-BUSDATE-CARD IN EPSAGING.CBL.
       01 WS-BUSDATE-CARD.
           05  BD-PROCESS-DATE      PIC 9(08).
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

      *    DISBURSEMENT RECORD - ONE PER ITEM PAID, FOR THE CHECK
      *    PRINT (DS-PMT-METHOD 'C') OR ACH ORIGINATION ('A') STEP.
       01 WS-DISBURSEMENT-RECORD.
           05  DS-DISB-DATE         PIC 9(08).
           05  DS-DISB-SEQ          PIC 9(07).
           05  DS-PMT-METHOD        PIC X(01).
           05  DS-CUST-ACCT         PIC X(10).
           05  DS-ITEM-SEQ          PIC 9(02).
           05  DS-ITEM-TYPE         PIC X(01).
           05  DS-PAYEE-ID          PIC X(10).
           05  DS-PAYEE-NAME        PIC X(30).
           05  DS-PAYEE-ADDR1       PIC X(30).
           05  DS-PAYEE-CITY        PIC X(20).
           05  DS-PAYEE-STATE       PIC X(02).
           05  DS-PAYEE-ZIP         PIC X(10).
           05  DS-PAYEE-REF         PIC X(20).
           05  DS-ACH-ROUTING       PIC X(09).
           05  DS-ACH-ACCOUNT       PIC X(17).
           05  DS-DISB-AMOUNT       PIC 9(07)V99.
           05  DS-ADVANCE-AMT       PIC 9(07)V99.
           05  DS-DUE-DATE          PIC 9(08).
           05  DS-FILLER            PIC X(17).

       01 WS-RPT-HEADING-1.
           05  FILLER               PIC X(40) VALUE
               'ESCROW DISBURSEMENT ADVANCE REPORT RUN '.
           05  HDG-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(17) VALUE
               ' WINDOW THROUGH '.
           05  HDG-WINDOW-END       PIC 9(08).
           05  FILLER               PIC X(59) VALUE SPACES.

       01 WS-RPT-HEADING-2.
           05  FILLER               PIC X(44) VALUE
               'ACCOUNT    SQ T PAYEE'.
           05  FILLER               PIC X(44) VALUE
               '   DUE DATE  AMOUNT PAID   ESCROW BEFORE    '.
           05  FILLER               PIC X(44) VALUE
               '  ADVANCE ACTION'.

       01 WS-RPT-DETAIL-LINE.
           05  RPT-CUST-ACCT        PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-ITEM-SEQ         PIC 9(02).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-ITEM-TYPE        PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-PAYEE-NAME       PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-DUE-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-DUE-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-ESCROW-BAL       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-ADVANCE-AMT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-ACTION           PIC X(25).
           05  FILLER               PIC X(09) VALUE SPACES.

       01 WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(30).
           05  RPT-TOT-CNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-TOT-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(71) VALUE SPACES.

      *-----------------------------------*
      *  DB2 COMMUNICATION AREA           *
      *-----------------------------------*

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       0000-MAINLINE.

       DISPLAY '*******************'
       DISPLAY ' DISBURSE PGM START'
       DISPLAY '*******************'

       PERFORM 1000-INITIALIZATION
       THRU 1000-EXIT

       PERFORM A100-PROCESS-PAYEES
       THRU A100-EXIT

       PERFORM 9000-TERMINATE
       THRU 9000-EXIT
       GOBACK
       .

       1000-INITIALIZATION.

       INITIALIZE WS-COUNTERS
                  WS-CONTROL-TOTALS

       EXEC SQL
           SET :WS-CURRENT-DATETIME = CURRENT TIMESTAMP
       END-EXEC

       IF SQLCODE NOT = 0
            MOVE SQLCODE TO WS-SQLCODE
            DISPLAY 'CURRENT TIMESTAMP FAILED, SQLCODE: ' WS-SQLCODE
       END-IF

       PERFORM 8800-LOG-RUN-START
       THRU 8800-EXIT

       OPEN INPUT DISB-PARM-FILE

       IF WS-DSBPARM-STATUS = '00'
            READ DISB-PARM-FILE INTO WS-DSBPARM-CARD
            EVALUATE WS-DSBPARM-STATUS
                WHEN '00'
                     IF PRM-LOOKAHEAD-DAYS NUMERIC
                          MOVE PRM-LOOKAHEAD-DAYS
                            TO WS-LOOKAHEAD-DAYS
                     END-IF
                WHEN OTHER
                     DISPLAY 'READ DSBPARM FAILED: '
                             WS-DSBPARM-STATUS
                     DISPLAY 'LOOKAHEAD DEFAULT REMAINS IN EFFECT'
            END-EVALUATE
            CLOSE DISB-PARM-FILE
       ELSE
            DISPLAY 'NO DSBPARM CARD - LOOKAHEAD DEFAULT IN EFFECT'
       END-IF

       PERFORM 1100-LOAD-BUSINESS-DATE
       THRU 1100-EXIT

       COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-YMD)
       COMPUTE WS-WINDOW-END-YMD =
               FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INT
                                        + WS-LOOKAHEAD-DAYS)

       DISPLAY 'RUN DATE              : ' WS-RUN-DATE-YMD
       DISPLAY 'LOOKAHEAD DAYS        : ' WS-LOOKAHEAD-DAYS
       DISPLAY 'PAYING ITEMS DUE BY   : ' WS-WINDOW-END-YMD

       OPEN I-O PAYEE-VSAM-FILE

       EVALUATE WS-ESCPAYEE-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN I-O ESCPAYEE FAILED: '
                        WS-ESCPAYEE-STATUS
                ADD 1 TO WS-IO-FAIL-CNT
                SET END-OF-ESCPAYEE TO TRUE
       END-EVALUATE

       OPEN OUTPUT DISBURSEMENT-FILE

       EVALUATE WS-DSBFILE-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN OUTPUT DSBFILE FAILED: '
                        WS-DSBFILE-STATUS
                ADD 1 TO WS-IO-FAIL-CNT
                SET END-OF-ESCPAYEE TO TRUE
       END-EVALUATE

       OPEN OUTPUT ADVANCE-REPORT-FILE

       EVALUATE WS-ADVRPT-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN OUTPUT ADVRPT FAILED: '
                        WS-ADVRPT-STATUS
                ADD 1 TO WS-IO-FAIL-CNT
                SET END-OF-ESCPAYEE TO TRUE
       END-EVALUATE

       MOVE WS-RUN-DATE-YMD TO HDG-RUN-DATE
       MOVE WS-WINDOW-END-YMD TO HDG-WINDOW-END
       MOVE WS-RPT-HEADING-1 TO ADVRPT-REC
       WRITE ADVRPT-REC
       MOVE WS-RPT-HEADING-2 TO ADVRPT-REC
       WRITE ADVRPT-REC.

       1000-EXIT.
       EXIT.

      *    READS THE BUSDATE CONTROL CARD INTO WS-RUN-DATE-YMD - SAME
      *    AS 0300-LOAD-BUSINESS-DATE IN EPSAGING.CBL. A CARD WITH AN
      *    INVALID PROCESSING DATE IS A FILE FAILURE, SO NOTHING IS
      *    PAID, AND THE SYSTEM DATE STANDS IN FOR A MISSING CARD.
       1100-LOAD-BUSINESS-DATE.

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

            IF NOT PMT-DATE-VALID
                 DISPLAY 'BUSDATE PROCESSING DATE INVALID: '
                         WS-BUSDATE-CARD(1:8)
                 ACCEPT BD-PROCESS-DATE FROM DATE YYYYMMDD
                 ADD 1 TO WS-IO-FAIL-CNT
                 SET END-OF-ESCPAYEE TO TRUE
            END-IF
       ELSE
            DISPLAY 'NO BUSDATE CARD - SYSTEM DATE USED'
            ACCEPT BD-PROCESS-DATE FROM DATE YYYYMMDD
            SET BUSDATE-DEFAULTED TO TRUE
       END-IF

       MOVE BD-PROCESS-DATE TO WS-RUN-DATE-YMD.

       1100-EXIT.
       EXIT.

       A100-PROCESS-PAYEES.

       PERFORM UNTIL END-OF-ESCPAYEE

            READ PAYEE-VSAM-FILE NEXT RECORD

            EVALUATE WS-ESCPAYEE-STATUS
                WHEN '00'
                     ADD 1 TO WS-ITEM-READ-CNT
                     IF PY-ITEM-STATUS = 'A'
                        AND PY-DUE-DATE NUMERIC
                        AND PY-DUE-DATE <= WS-WINDOW-END-YMD
                          ADD 1 TO WS-ITEM-DUE-CNT
                          PERFORM B100-DISBURSE-ITEM
                          THRU B100-EXIT
                     END-IF
                WHEN '10'
                     SET END-OF-ESCPAYEE TO TRUE
                WHEN OTHER
                     DISPLAY 'READ ESCPAYEE FAILED: '
                             WS-ESCPAYEE-STATUS
                     ADD 1 TO WS-IO-FAIL-CNT
                     SET END-OF-ESCPAYEE TO TRUE
            END-EVALUATE

       END-PERFORM.

       A100-EXIT.
       EXIT.

      *    PAYS ONE DUE ITEM, OR LISTS IT AS NOT PAID WITH A REASON
      *    WHEN THE LOAN CANNOT BE UPDATED.
       B100-DISBURSE-ITEM.

       MOVE 'Y' TO WS-ITEM-VALID-SW
       MOVE SPACES TO WS-REJECT-TEXT
       INITIALIZE WS-DISB-FIELDS

       PERFORM B200-FETCH-LOAN
       THRU B200-EXIT

       IF ITEM-VALID
            IF HV-LOAN-ESCROW-BAL > 0
                 MOVE HV-LOAN-ESCROW-BAL TO WS-ESCROW-AVAIL-AMT
            END-IF
            IF PY-DUE-AMOUNT > WS-ESCROW-AVAIL-AMT
                 COMPUTE WS-ITEM-ADVANCE-AMT =
                         PY-DUE-AMOUNT - WS-ESCROW-AVAIL-AMT
            END-IF
            COMPUTE WS-NEW-ESCROW-BAL =
                    HV-LOAN-ESCROW-BAL - PY-DUE-AMOUNT

            PERFORM B300-UPDATE-ESCROW
            THRU B300-EXIT
       END-IF

       IF ITEM-VALID
            PERFORM B400-WRITE-DISBURSEMENT
            THRU B400-EXIT

            PERFORM B500-ADVANCE-DUE-DATE
            THRU B500-EXIT

            IF WS-ITEM-ADVANCE-AMT > 0
                 ADD 1 TO WS-ADVANCE-CNT
                 ADD WS-ITEM-ADVANCE-AMT TO WS-ADVANCE-AMT
                 MOVE 'PAID - ESCROW ADVANCE' TO RPT-ACTION
                 PERFORM B800-REPORT-ITEM
                 THRU B800-EXIT
            END-IF
       ELSE
            ADD 1 TO WS-NOT-PAID-CNT
            ADD PY-DUE-AMOUNT TO WS-NOT-PAID-AMT
            MOVE WS-REJECT-TEXT TO RPT-ACTION
            PERFORM B800-REPORT-ITEM
            THRU B800-EXIT
       END-IF.

       B100-EXIT.
       EXIT.

       B200-FETCH-LOAN.

       MOVE PY-CUST-ACCT TO HV-CUST-ACCT

       EXEC SQL
            SELECT ACC.ACCT_STA
                  ,LOAN.LOAN_CURR_BAL
                  ,LOAN.LOAN_ESCROW_BAL
            INTO  :HV-ACCT-STA
                 ,:HV-LOAN-CURR-BAL:IND-LOAN-CURR-BAL
                 ,:HV-LOAN-ESCROW-BAL:IND-LOAN-ESCROW-BAL
            FROM CUST_ACCOUN1 ACC
                 LEFT OUTER JOIN LOAN1 LOAN
                   ON LOAN.CUST_ACCT = ACC.CUST_ACCT
            WHERE ACC.CUST_ACCT = :HV-CUST-ACCT
       END-EXEC

       EVALUATE SQLCODE
           WHEN 0
                EVALUATE TRUE
                    WHEN IND-LOAN-CURR-BAL < 0
                         MOVE 'NOT PAID - NO LOAN' TO WS-REJECT-TEXT
                         MOVE 'N' TO WS-ITEM-VALID-SW
                    WHEN HV-ACCT-STA NOT = 'OPEN'
                         MOVE 'NOT PAID - ACCT NOT OPEN'
                           TO WS-REJECT-TEXT
                         MOVE 'N' TO WS-ITEM-VALID-SW
                    WHEN OTHER
                         IF IND-LOAN-ESCROW-BAL < 0
                              MOVE 0 TO HV-LOAN-ESCROW-BAL
                         END-IF
                END-EVALUATE
           WHEN 100
                MOVE 'NOT PAID - ACCT NOT FOUND' TO WS-REJECT-TEXT
                MOVE 'N' TO WS-ITEM-VALID-SW
           WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                DISPLAY 'LOAN LOOKUP FAILED FOR ACCT ' HV-CUST-ACCT
                        ', SQLCODE: ' WS-SQLCODE
                ADD 1 TO WS-SQL-FAIL-CNT
                MOVE 'NOT PAID - SQL ERROR' TO WS-REJECT-TEXT
                MOVE 'N' TO WS-ITEM-VALID-SW
       END-EVALUATE.

       B200-EXIT.
       EXIT.

       B300-UPDATE-ESCROW.

       EXEC SQL
           UPDATE LOAN1
              SET LOAN_ESCROW_BAL = :WS-NEW-ESCROW-BAL
            WHERE CUST_ACCT = :HV-CUST-ACCT
       END-EXEC

       IF SQLCODE NOT = 0
            MOVE SQLCODE TO WS-SQLCODE
            DISPLAY 'UPDATE LOAN1 FAILED FOR ACCT ' HV-CUST-ACCT
                    ', SQLCODE: ' WS-SQLCODE
            ADD 1 TO WS-SQL-FAIL-CNT
            MOVE 'NOT PAID - SQL ERROR' TO WS-REJECT-TEXT
            MOVE 'N' TO WS-ITEM-VALID-SW
       END-IF.

       B300-EXIT.
       EXIT.

       B400-WRITE-DISBURSEMENT.

       ADD 1 TO WS-DISBURSED-CNT
       ADD PY-DUE-AMOUNT TO WS-DISBURSED-AMT

       IF PY-PMT-METHOD = 'A'
            ADD 1 TO WS-ACH-CNT
            ADD PY-DUE-AMOUNT TO WS-ACH-AMT
       ELSE
            ADD 1 TO WS-CHECK-CNT
            ADD PY-DUE-AMOUNT TO WS-CHECK-AMT
       END-IF

       INITIALIZE WS-DISBURSEMENT-RECORD
       MOVE WS-RUN-DATE-YMD TO DS-DISB-DATE
       MOVE WS-DISBURSED-CNT TO DS-DISB-SEQ
       MOVE PY-PMT-METHOD TO DS-PMT-METHOD
       MOVE PY-CUST-ACCT TO DS-CUST-ACCT
       MOVE PY-ITEM-SEQ TO DS-ITEM-SEQ
       MOVE PY-ITEM-TYPE TO DS-ITEM-TYPE
       MOVE PY-PAYEE-ID TO DS-PAYEE-ID
       MOVE PY-PAYEE-NAME TO DS-PAYEE-NAME
       MOVE PY-PAYEE-ADDR1 TO DS-PAYEE-ADDR1
       MOVE PY-PAYEE-CITY TO DS-PAYEE-CITY
       MOVE PY-PAYEE-STATE TO DS-PAYEE-STATE
       MOVE PY-PAYEE-ZIP TO DS-PAYEE-ZIP
       MOVE PY-PAYEE-REF TO DS-PAYEE-REF
       MOVE PY-ACH-ROUTING TO DS-ACH-ROUTING
       MOVE PY-ACH-ACCOUNT TO DS-ACH-ACCOUNT
       MOVE PY-DUE-AMOUNT TO DS-DISB-AMOUNT
       MOVE WS-ITEM-ADVANCE-AMT TO DS-ADVANCE-AMT
       MOVE PY-DUE-DATE TO DS-DUE-DATE

       MOVE WS-DISBURSEMENT-RECORD TO DSBFILE-REC
       WRITE DSBFILE-REC

       EVALUATE WS-DSBFILE-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'WRITE DSBFILE FAILED: ' WS-DSBFILE-STATUS
                        ' ACCT: ' PY-CUST-ACCT
                ADD 1 TO WS-IO-FAIL-CNT
       END-EVALUATE.

       B400-EXIT.
       EXIT.

      *    MOVES THE PAID ITEM'S DUE DATE ON BY PY-FREQ-MONTHS, WITH
      *    A DUE DAY OF 29-31 PULLED BACK TO THE END OF A SHORT
      *    MONTH, OR MARKS A ONE-TIME ITEM PAID, AND REWRITES IT.
       B500-ADVANCE-DUE-DATE.

       MOVE WS-RUN-DATE-YMD TO PY-LAST-PAID-DATE
       MOVE PY-DUE-AMOUNT TO PY-LAST-PAID-AMT

       IF PY-FREQ-MONTHS = 0
            MOVE 'P' TO PY-ITEM-STATUS
       ELSE
            MOVE PY-DUE-DATE TO WS-YMD-DATE-NUM
            MOVE YMD-DD-NUM TO WS-DUE-DAY
            ADD PY-FREQ-MONTHS TO YMD-MM-NUM
            IF YMD-MM-NUM > 12
                 SUBTRACT 12 FROM YMD-MM-NUM
                 ADD 1 TO YMD-YYYY-NUM
            END-IF
            MOVE 01 TO YMD-DD-NUM
            PERFORM 8100-EDIT-PMT-DATE
            THRU 8100-EXIT
            IF WS-DUE-DAY > WS-MONTH-END-DD
                 MOVE WS-MONTH-END-DD TO YMD-DD-NUM
            ELSE
                 MOVE WS-DUE-DAY TO YMD-DD-NUM
            END-IF
            MOVE WS-YMD-DATE-NUM TO PY-DUE-DATE
       END-IF

       REWRITE ESCPAYEE-REC

       EVALUATE WS-ESCPAYEE-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'REWRITE ESCPAYEE FAILED: '
                        WS-ESCPAYEE-STATUS ' KEY: ' PY-KEY
                ADD 1 TO WS-IO-FAIL-CNT
       END-EVALUATE.

       B500-EXIT.
       EXIT.

       B800-REPORT-ITEM.

       MOVE PY-CUST-ACCT TO RPT-CUST-ACCT
       MOVE PY-ITEM-SEQ TO RPT-ITEM-SEQ
       MOVE PY-ITEM-TYPE TO RPT-ITEM-TYPE
       MOVE PY-PAYEE-NAME TO RPT-PAYEE-NAME
       MOVE DS-DUE-DATE TO RPT-DUE-DATE
       MOVE PY-DUE-AMOUNT TO RPT-DUE-AMOUNT
       MOVE HV-LOAN-ESCROW-BAL TO RPT-ESCROW-BAL
       MOVE WS-ITEM-ADVANCE-AMT TO RPT-ADVANCE-AMT

       IF NOT ITEM-VALID
            MOVE PY-DUE-DATE TO RPT-DUE-DATE
            MOVE 0 TO RPT-ESCROW-BAL
       END-IF

       MOVE WS-RPT-DETAIL-LINE TO ADVRPT-REC
       WRITE ADVRPT-REC

       EVALUATE WS-ADVRPT-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'WRITE ADVRPT FAILED: ' WS-ADVRPT-STATUS
       END-EVALUATE.

       B800-EXIT.
       EXIT.

       B900-WRITE-TOTAL-LINE.

       MOVE WS-RPT-TOTAL-LINE TO ADVRPT-REC
       WRITE ADVRPT-REC

       EVALUATE WS-ADVRPT-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'WRITE ADVRPT FAILED: ' WS-ADVRPT-STATUS
       END-EVALUATE.

       B900-EXIT.
       EXIT.

      *    VALIDATES WS-YMD-DATE AS A REAL CALENDAR DATE AND LEAVES
      *    THE LAST DAY OF ITS MONTH IN WS-MONTH-END-DD - SAME RULES
      *    AS 8100-EDIT-DATE IN EPSEDIT.CBL.
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

       8800-LOG-RUN-START.

       MOVE WS-CURRENT-DATETIME TO WS-RUN-START-TS

       EXEC SQL
           INSERT INTO BATCH_RUN_LOG
                  (PGM_NAME, RUN_START_TS, RECS_WRITTEN,
                   FAIL_COUNT, DISPOSITION)
           VALUES ('EPSDISB', :WS-RUN-START-TS, 0, 0, 'STARTED')
       END-EXEC

       IF SQLCODE NOT = 0
            DISPLAY 'RUN LOG START INSERT FAILED, SQLCODE: ' SQLCODE
       END-IF.

       8800-EXIT.
       EXIT.

      *    COMPLETES THE BATCH_RUN_LOG ROW AND SETS THE RETURN CODE
      *    THE SCHEDULER KEYS OFF - AN SQL OR FILE FAILURE IS FATAL,
      *    A DUE ITEM THAT COULD NOT BE PAID IS A WARNING.
       8900-LOG-RUN-END.

       EXEC SQL
           SET :WS-CURRENT-DATETIME = CURRENT TIMESTAMP
       END-EXEC

       MOVE WS-CURRENT-DATETIME TO WS-RUN-END-TS

       EVALUATE TRUE
           WHEN WS-SQL-FAIL-CNT > 0
             OR WS-IO-FAIL-CNT > 0
                MOVE 'FATAL' TO WS-RUN-DISPOSITION
                MOVE 8 TO RETURN-CODE
           WHEN WS-NOT-PAID-CNT > 0
             OR BUSDATE-DEFAULTED
                MOVE 'WARNING' TO WS-RUN-DISPOSITION
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 'NORMAL' TO WS-RUN-DISPOSITION
                MOVE 0 TO RETURN-CODE
       END-EVALUATE

       MOVE WS-DISBURSED-CNT TO WS-LOG-RECS-WRITTEN
       MOVE WS-NOT-PAID-CNT TO WS-LOG-FAIL-COUNT

       EXEC SQL
           UPDATE BATCH_RUN_LOG
              SET RUN_END_TS = :WS-RUN-END-TS,
                  RECS_WRITTEN = :WS-LOG-RECS-WRITTEN,
                  FAIL_COUNT = :WS-LOG-FAIL-COUNT,
                  DISPOSITION = :WS-RUN-DISPOSITION
            WHERE PGM_NAME = 'EPSDISB'
              AND RUN_START_TS = :WS-RUN-START-TS
       END-EXEC

       IF SQLCODE NOT = 0
            DISPLAY 'RUN LOG END UPDATE FAILED, SQLCODE: ' SQLCODE
       END-IF

       DISPLAY 'RUN DISPOSITION : ' WS-RUN-DISPOSITION.

       8900-EXIT.
       EXIT.

       9000-TERMINATE.

       MOVE SPACES TO ADVRPT-REC
       WRITE ADVRPT-REC

       MOVE 'PAYEE ITEMS READ' TO RPT-TOT-LABEL
       MOVE WS-ITEM-READ-CNT TO RPT-TOT-CNT
       MOVE 0 TO RPT-TOT-AMT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       MOVE 'ITEMS DUE IN WINDOW' TO RPT-TOT-LABEL
       MOVE WS-ITEM-DUE-CNT TO RPT-TOT-CNT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       MOVE 'ITEMS DISBURSED' TO RPT-TOT-LABEL
       MOVE WS-DISBURSED-CNT TO RPT-TOT-CNT
       MOVE WS-DISBURSED-AMT TO RPT-TOT-AMT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       MOVE '  BY CHECK' TO RPT-TOT-LABEL
       MOVE WS-CHECK-CNT TO RPT-TOT-CNT
       MOVE WS-CHECK-AMT TO RPT-TOT-AMT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       MOVE '  BY ACH' TO RPT-TOT-LABEL
       MOVE WS-ACH-CNT TO RPT-TOT-CNT
       MOVE WS-ACH-AMT TO RPT-TOT-AMT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       MOVE 'ESCROW ADVANCES' TO RPT-TOT-LABEL
       MOVE WS-ADVANCE-CNT TO RPT-TOT-CNT
       MOVE WS-ADVANCE-AMT TO RPT-TOT-AMT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       MOVE 'DUE ITEMS NOT PAID' TO RPT-TOT-LABEL
       MOVE WS-NOT-PAID-CNT TO RPT-TOT-CNT
       MOVE WS-NOT-PAID-AMT TO RPT-TOT-AMT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       DISPLAY 'PAYEE ITEMS READ      : ' WS-ITEM-READ-CNT
       DISPLAY 'ITEMS DUE IN WINDOW   : ' WS-ITEM-DUE-CNT
       DISPLAY 'ITEMS DISBURSED       : ' WS-DISBURSED-CNT
       DISPLAY 'ESCROW ADVANCES       : ' WS-ADVANCE-CNT
       DISPLAY 'DUE ITEMS NOT PAID    : ' WS-NOT-PAID-CNT
       DISPLAY 'SQL FAILURES          : ' WS-SQL-FAIL-CNT
       DISPLAY 'I-O FAILURES          : ' WS-IO-FAIL-CNT

       PERFORM 8900-LOG-RUN-END
       THRU 8900-EXIT

       CLOSE PAYEE-VSAM-FILE
       CLOSE DISBURSEMENT-FILE
       CLOSE ADVANCE-REPORT-FILE.

       9000-EXIT.
       EXIT.
