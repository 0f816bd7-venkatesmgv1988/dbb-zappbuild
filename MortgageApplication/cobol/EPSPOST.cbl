       ID DIVISION.
       PROGRAM-ID. EPSPOST.
      *    THIS PROGRAM IS THE DAILY PAYMENT POSTING STEP. IT READS
      *    THE BANK'S LOCKBOX/ACH REMITTANCE FILE (LOCKBOX), MATCHES
      *    EACH PAYMENT TO ITS CUST_ACCT ON CUST_ACCOUN1/LOAN1, SPLITS
      *    THE PAYMENT INTO INTEREST, ESCROW AND PRINCIPAL, UPDATES
      *    LOAN_CURR_BAL AND LOAN_ESCROW_BAL ON LOAN1 AND ADVANCES
      *    LOAN_NEXT_PMT_DT ONE MONTH, SO THE NEXT EPSACCTS EXTRACT
      *    (AND EPSAGING/EPSCOLLQ BEHIND IT) SEES THE PAYMENT.
      *
      *    SPLIT RULES - ONE MONTH'S INTEREST (LOAN_CURR_BAL TIMES
      *    LOAN_INT_RATE OVER 1200, THE SAME FORMULA EPSYIELD USES)
      *    IS TAKEN FIRST, THEN THE ESCROW PORTION BILLED ON THE
      *    COUPON, AND WHATEVER IS LEFT REDUCES PRINCIPAL.
      *
      *    A PAYMENT IS NOT POSTED BUT WRITTEN TO THE SUSPFILE
      *    UNAPPLIED-CASH FILE (AND SHOWN ON PMTRPT WITH A REASON)
      *    WHEN THE ACCOUNT IS NOT ON CUST_ACCOUN1, HAS NO LOAN1 ROW
      *    OR IS NOT OPEN, WHEN THE AMOUNT PAID IS SHORT OF OR OVER
      *    THE COUPON AMOUNT DUE BY MORE THAN THE PMTPARM TOLERANCE,
      *    WHEN THE PRINCIPAL PORTION WOULD EXCEED THE BALANCE, OR
      *    WHEN THE ITEM CANNOT BE READ. NO ITEM IS EVER DROPPED -
      *    POSTED PLUS SUSPENSE ALWAYS TIES BACK TO THE DEPOSIT.
      *
      *    THE DEPOSIT IS PROVED BEFORE ANYTHING IS POSTED - THE
      *    DETAIL COUNT AND DOLLARS ARE SUMMED IN A SEPARATE PASS AND
      *    COMPARED TO THE BANK TRAILER, THE SAME WAY THE RSTFILE
      *    READERS VERIFY THE TRAILR RECORD, AND AN UNBALANCED
      *    DEPOSIT STOPS THE RUN WITH RETURN-CODE 8.
      *
      *    PMTPARM CARD - SHORT PAYMENT TOLERANCE (9(5)V99) AND OVER
      *    PAYMENT TOLERANCE (9(5)V99) IN DOLLARS. WHEN THE CARD IS
      *    ABSENT 5.00 AND 5.00 ARE USED.
      *
      *    AUTHOR - ARUNKUMAR KOWALPADOLI & AJAY CHINCHANSUR
      *    DATE - 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT LOCKBOX-FILE ASSIGN TO LOCKBOX
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-LOCKBOX-STATUS.

       SELECT PAYMENT-PARM-FILE ASSIGN TO PMTPARM
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PMTPARM-STATUS.

       SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SUSPFILE-STATUS.

       SELECT POSTING-REPORT-FILE ASSIGN TO PMTRPT
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PMTRPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD LOCKBOX-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 LOCKBOX-REC      PIC X(80).

       FD PAYMENT-PARM-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 PMTPARM-REC      PIC X(80).

       FD SUSPENSE-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 SUSPFILE-REC     PIC X(150).

       FD POSTING-REPORT-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 PMTRPT-REC       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-WORK-FIELDS.
           05 WS-SQLCODE           PIC 9(08) VALUE 0.
           05 WS-CURRENT-DATETIME  PIC X(26) VALUE SPACES.
           05 WS-LOCKBOX-STATUS    PIC XX    VALUE '00'.
           05 WS-PMTPARM-STATUS    PIC XX    VALUE '00'.
           05 WS-SUSPFILE-STATUS   PIC XX    VALUE '00'.
           05 WS-PMTRPT-STATUS     PIC XX    VALUE '00'.
           05 WS-REJECT-CODE       PIC X(02) VALUE SPACES.
           05 WS-REJECT-TEXT       PIC X(25) VALUE SPACES.

       01 WS-CURSOR-FLAGS.
           05 WS-LOCKBOX-EOF-SW     PIC X    VALUE 'N'.
               88  END-OF-LOCKBOX                VALUE 'Y'.
           05 WS-PMT-VALID-SW       PIC X    VALUE 'N'.
               88  PMT-VALID                     VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-ITEM-READ-CNT      PIC 9(09) VALUE 0.
           05 WS-POSTED-CNT         PIC 9(09) VALUE 0.
           05 WS-SUSPENSE-CNT       PIC 9(09) VALUE 0.
           05 WS-SQL-FAIL-CNT       PIC 9(09) VALUE 0.

      *    DOLLAR CONTROL TOTALS FOR THE RUN - POSTED PLUS SUSPENSE
      *    MUST EQUAL THE BANK DEPOSIT TOTAL ON THE LOCKBOX TRAILER.
       01 WS-CONTROL-TOTALS.
           05 WS-ITEM-READ-AMT      PIC S9(11)V99 VALUE 0.
           05 WS-POSTED-AMT         PIC S9(11)V99 VALUE 0.
           05 WS-POSTED-INT-AMT     PIC S9(11)V99 VALUE 0.
           05 WS-POSTED-PRIN-AMT    PIC S9(11)V99 VALUE 0.
           05 WS-POSTED-ESC-AMT     PIC S9(11)V99 VALUE 0.
           05 WS-SUSPENSE-AMT       PIC S9(11)V99 VALUE 0.
           05 WS-APPLIED-TOTAL-AMT  PIC S9(11)V99 VALUE 0.
           05 WS-OUT-OF-BAL-AMT     PIC S9(11)V99 VALUE 0.

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

      *    DEPOSIT VERIFICATION PASS WORK FIELDS - SEE
      *    0100-VERIFY-DEPOSIT.
       01 WS-DEPOSIT-CHECK-FIELDS.
           05 WS-DEPOSIT-OK-SW      PIC X    VALUE 'N'.
               88  LOCKBOX-DEPOSIT-OK            VALUE 'Y'.
           05 WS-HEADER-FOUND-SW    PIC X    VALUE 'N'.
               88  HEADER-RECORD-FOUND           VALUE 'Y'.
           05 WS-TRAILER-FOUND-SW   PIC X    VALUE 'N'.
               88  TRAILER-RECORD-FOUND          VALUE 'Y'.
           05 WS-VERIFY-EOF-SW      PIC X    VALUE 'N'.
               88  END-OF-VERIFY-PASS            VALUE 'Y'.
           05 WS-BAD-ITEM-SW        PIC X    VALUE 'N'.
               88  BAD-ITEM-FOUND                VALUE 'Y'.
           05 WS-DETAIL-VERIFY-CNT  PIC 9(09) VALUE 0.
           05 WS-DETAIL-VERIFY-AMT  PIC S9(11)V99 VALUE 0.

      *    CONTROL CARD VALUES - SEE THE PMTPARM NOTES IN THE
      *    PROGRAM HEADER. DEFAULTS APPLY WHEN THE CARD IS ABSENT.
       01 WS-PARM-FIELDS.
           05 WS-SHORT-TOL          PIC 9(05)V99 VALUE 5.00.
           05 WS-OVER-TOL           PIC 9(05)V99 VALUE 5.00.

       01 WS-PMTPARM-CARD.
           05  PRM-SHORT-TOL        PIC 9(05)V99.
           05  PRM-OVER-TOL         PIC 9(05)V99.
           05  PRM-FILLER           PIC X(66).

      *    LOCKBOX REMITTANCE FILE - ONE 'H' DEPOSIT HEADER, ONE 'D'
      *    RECORD PER PAYMENT (ACCOUNT, AMOUNT PAID AND THE AMOUNT
      *    DUE AND ESCROW PORTION FROM THE COUPON SCAN LINE OR ACH
      *    ADDENDA) AND ONE 'T' TRAILER CARRYING THE BANK'S ITEM
      *    COUNT AND DEPOSIT TOTAL.
       01 WS-LOCKBOX-HEADER.
           05  LBH-REC-TYPE         PIC X(01).
           05  LBH-DEPOSIT-DATE     PIC 9(08).
           05  LBH-LOCKBOX-ID       PIC X(10).
           05  LBH-FILLER           PIC X(61).

       01 WS-LOCKBOX-DETAIL.
           05  LBD-REC-TYPE         PIC X(01).
           05  LBD-CUST-ACCT        PIC X(10).
           05  LBD-PMT-AMOUNT       PIC 9(09)V99.
           05  LBD-AMOUNT-DUE       PIC 9(09)V99.
           05  LBD-ESCROW-DUE       PIC 9(07)V99.
           05  LBD-PMT-DATE         PIC 9(08).
      *    'C' CHECK THROUGH THE LOCKBOX, 'A' ACH CREDIT.
           05  LBD-PMT-METHOD       PIC X(01).
           05  LBD-CHECK-NO         PIC X(10).
           05  LBD-REMIT-NAME       PIC X(15).
           05  LBD-FILLER           PIC X(04).

       01 WS-LOCKBOX-TRAILER.
           05  LBT-REC-TYPE         PIC X(01).
           05  LBT-ITEM-COUNT       PIC 9(07).
           05  LBT-DEPOSIT-TOTAL    PIC 9(11)V99.
           05  LBT-FILLER           PIC X(59).

      *    LOAN1 ROW FOR THE ACCOUNT BEING POSTED, WITH THE ACCOUNT
      *    STATUS FROM CUST_ACCOUN1. LOAN1 IS LEFT OUTER JOINED SO
      *    AN ACCOUNT WITHOUT A LOAN ROW IS TOLD APART FROM AN
      *    ACCOUNT THAT IS NOT ON FILE AT ALL.
       01 WS-LOAN-HOST-FIELDS.
           05 HV-CUST-ACCT          PIC X(10).
           05 HV-ACCT-STA           PIC X(10).
           05 HV-LOAN-CURR-BAL      PIC S9(9)V99.
           05 HV-LOAN-INT-RATE      PIC S9(3)V9(4).
           05 HV-LOAN-ESCROW-BAL    PIC S9(9)V99.
           05 HV-NEXT-PMT-DT        PIC X(10).
           05 HV-NEW-NEXT-PMT-DT    PIC X(10).

       01 WS-LOAN-INDICATORS.
           05 IND-LOAN-CURR-BAL      PIC S9(04) COMP.
           05 IND-LOAN-INT-RATE      PIC S9(04) COMP.
           05 IND-LOAN-ESCROW-BAL    PIC S9(04) COMP.
           05 IND-NEXT-PMT-DT        PIC S9(04) COMP.
           05 IND-NEW-NEXT-PMT-DT    PIC S9(04) COMP.

      *    HOW THE CURRENT PAYMENT IS SPLIT - SEE B400-SPLIT-PAYMENT.
       01 WS-SPLIT-FIELDS.
           05 WS-VARIANCE-AMT       PIC S9(09)V99 VALUE 0.
           05 WS-REMAINING-AMT      PIC S9(09)V99 VALUE 0.
           05 WS-INTEREST-DUE       PIC S9(09)V99 VALUE 0.
           05 WS-INTEREST-AMT       PIC S9(09)V99 VALUE 0.
           05 WS-ESCROW-AMT         PIC S9(09)V99 VALUE 0.
           05 WS-PRINCIPAL-AMT      PIC S9(09)V99 VALUE 0.
           05 WS-NEW-CURR-BAL       PIC S9(9)V99  VALUE 0.
           05 WS-NEW-ESCROW-BAL     PIC S9(9)V99  VALUE 0.

      *    UNAPPLIED-CASH SUSPENSE RECORD - THE REMITTANCE AS THE
      *    BANK SENT IT PLUS THE REASON IT WAS NOT POSTED, SO CASH
      *    APPLICATION CAN RESEARCH AND REPOST IT.
       01 WS-SUSPENSE-RECORD.
           05  SU-DEPOSIT-DATE      PIC 9(08).
           05  SU-LOCKBOX-ID        PIC X(10).
           05  SU-ITEM-SEQ          PIC 9(07).
           05  SU-CUST-ACCT         PIC X(10).
           05  SU-PMT-AMOUNT        PIC 9(09)V99.
           05  SU-AMOUNT-DUE        PIC 9(09)V99.
           05  SU-PMT-DATE          PIC 9(08).
           05  SU-PMT-METHOD        PIC X(01).
           05  SU-CHECK-NO          PIC X(10).
           05  SU-REMIT-NAME        PIC X(15).
           05  SU-REASON-CODE       PIC X(02).
           05  SU-REASON-TEXT       PIC X(25).
           05  SU-FILLER            PIC X(32).

       01 WS-RPT-HEADING-1.
           05  FILLER               PIC X(40) VALUE
               'LOCKBOX PAYMENT POSTING REPORT DEPOSIT '.
           05  HDG-DEPOSIT-DATE     PIC 9(08).
           05  FILLER               PIC X(09) VALUE ' LOCKBOX '.
           05  HDG-LOCKBOX-ID       PIC X(10).
           05  FILLER               PIC X(65) VALUE SPACES.

       01 WS-RPT-HEADING-2.
           05  FILLER               PIC X(44) VALUE
               '      SEQ ACCOUNT       AMOUNT PAID     INTE'.
           05  FILLER               PIC X(44) VALUE
               'REST    PRINCIPAL       ESCROW NEXT DUE   ST'.
           05  FILLER               PIC X(44) VALUE
               'ATUS   RSN REASON'.

       01 WS-RPT-DETAIL-LINE.
           05  RPT-ITEM-SEQ         PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-CUST-ACCT        PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-PMT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-INTEREST-AMT     PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-PRINCIPAL-AMT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-ESCROW-AMT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-NEXT-PMT-DT      PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-STATUS           PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-REASON-CODE      PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-REASON-TEXT      PIC X(25).
           05  FILLER               PIC X(09) VALUE SPACES.

       01 WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(30).
           05  RPT-TOT-CNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-TOT-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(71) VALUE SPACES.

       01 WS-RPT-BALANCE-LINE.
           05  FILLER               PIC X(30) VALUE
               'DEPOSIT CONTROL STATUS'.
           05  RPT-BALANCE-STATUS   PIC X(30).
           05  FILLER               PIC X(72) VALUE SPACES.

      *-----------------------------------*
      *  DB2 COMMUNICATION AREA           *
      *-----------------------------------*

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       0000-MAINLINE.

       DISPLAY '*******************'
       DISPLAY ' POSTING PGM START '
       DISPLAY '*******************'

       PERFORM 0100-VERIFY-DEPOSIT
       THRU 0100-EXIT

       IF LOCKBOX-DEPOSIT-OK
            PERFORM 1000-INITIALIZATION
            THRU 1000-EXIT

            PERFORM A100-PROCESS-LOCKBOX
            THRU A100-EXIT

            PERFORM 9000-TERMINATE
            THRU 9000-EXIT
       ELSE
            DISPLAY 'LOCKBOX FAILED DEPOSIT VERIFICATION - NOTHING '
                    'POSTED'
            MOVE 8 TO RETURN-CODE
       END-IF
       GOBACK
       .

      *    PROVES THE DEPOSIT BEFORE ANY LOAN1 ROW IS TOUCHED - THE
      *    'D' RECORDS ARE COUNTED AND SUMMED IN A SEPARATE PASS AND
      *    COMPARED TO THE BANK'S 'T' TRAILER. A FILE WITH NO HEADER
      *    OR TRAILER, AN UNREADABLE AMOUNT OR AN UNKNOWN RECORD TYPE
      *    ALSO FAILS, SINCE THE DEPOSIT COULD NOT THEN BE TIED OUT.
       0100-VERIFY-DEPOSIT.

       OPEN INPUT LOCKBOX-FILE

       IF WS-LOCKBOX-STATUS NOT = '00'
            DISPLAY 'OPEN INPUT LOCKBOX FAILED: ' WS-LOCKBOX-STATUS
            SET END-OF-VERIFY-PASS TO TRUE
       END-IF

       PERFORM UNTIL END-OF-VERIFY-PASS

            READ LOCKBOX-FILE

            EVALUATE WS-LOCKBOX-STATUS
                WHEN '00'
                     EVALUATE LOCKBOX-REC(1:1)
                         WHEN 'H'
                              MOVE LOCKBOX-REC TO WS-LOCKBOX-HEADER
                              SET HEADER-RECORD-FOUND TO TRUE
                         WHEN 'D'
                              MOVE LOCKBOX-REC TO WS-LOCKBOX-DETAIL
                              ADD 1 TO WS-DETAIL-VERIFY-CNT
                              IF LBD-PMT-AMOUNT NUMERIC
                                   ADD LBD-PMT-AMOUNT TO
                                       WS-DETAIL-VERIFY-AMT
                              ELSE
                                   DISPLAY 'LOCKBOX ITEM AMOUNT NOT '
                                      'NUMERIC, ITEM: '
                                      WS-DETAIL-VERIFY-CNT
                                   SET BAD-ITEM-FOUND TO TRUE
                              END-IF
                         WHEN 'T'
                              MOVE LOCKBOX-REC TO WS-LOCKBOX-TRAILER
                              SET TRAILER-RECORD-FOUND TO TRUE
                         WHEN OTHER
                              DISPLAY 'LOCKBOX RECORD TYPE UNKNOWN: '
                                      LOCKBOX-REC(1:1)
                              SET BAD-ITEM-FOUND TO TRUE
                     END-EVALUATE
                WHEN '10'
                     SET END-OF-VERIFY-PASS TO TRUE
                WHEN OTHER
                     DISPLAY 'READ LOCKBOX FAILED: ' WS-LOCKBOX-STATUS
                     SET BAD-ITEM-FOUND TO TRUE
                     SET END-OF-VERIFY-PASS TO TRUE
            END-EVALUATE

       END-PERFORM

       CLOSE LOCKBOX-FILE

       EVALUATE TRUE
           WHEN NOT HEADER-RECORD-FOUND
                DISPLAY 'LOCKBOX HAS NO DEPOSIT HEADER RECORD'
           WHEN NOT TRAILER-RECORD-FOUND
                DISPLAY 'LOCKBOX HAS NO DEPOSIT TRAILER RECORD'
           WHEN BAD-ITEM-FOUND
                DISPLAY 'LOCKBOX HAS UNREADABLE ITEMS'
           WHEN LBT-ITEM-COUNT NOT NUMERIC
                DISPLAY 'LOCKBOX TRAILER COUNT NOT NUMERIC: '
                        LBT-ITEM-COUNT
           WHEN LBT-ITEM-COUNT NOT = WS-DETAIL-VERIFY-CNT
                DISPLAY 'LOCKBOX TRAILER COUNT MISMATCH - TRAILER: '
                        LBT-ITEM-COUNT ' ITEMS READ: '
                        WS-DETAIL-VERIFY-CNT
           WHEN LBT-DEPOSIT-TOTAL NOT NUMERIC
                DISPLAY 'LOCKBOX DEPOSIT TOTAL NOT NUMERIC: '
                        LBT-DEPOSIT-TOTAL
           WHEN LBT-DEPOSIT-TOTAL NOT = WS-DETAIL-VERIFY-AMT
                DISPLAY 'LOCKBOX DEPOSIT TOTAL MISMATCH - TRAILER: '
                        LBT-DEPOSIT-TOTAL ' ITEMS SUM: '
                        WS-DETAIL-VERIFY-AMT
           WHEN OTHER
                SET LOCKBOX-DEPOSIT-OK TO TRUE
       END-EVALUATE.

       0100-EXIT.
       EXIT.

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

       OPEN INPUT PAYMENT-PARM-FILE

       IF WS-PMTPARM-STATUS = '00'
            READ PAYMENT-PARM-FILE INTO WS-PMTPARM-CARD
            EVALUATE WS-PMTPARM-STATUS
                WHEN '00'
                     IF PRM-SHORT-TOL NUMERIC
                          MOVE PRM-SHORT-TOL TO WS-SHORT-TOL
                     END-IF
                     IF PRM-OVER-TOL NUMERIC
                          MOVE PRM-OVER-TOL TO WS-OVER-TOL
                     END-IF
                WHEN OTHER
                     DISPLAY 'READ PMTPARM FAILED: '
                             WS-PMTPARM-STATUS
                     DISPLAY 'PAYMENT TOLERANCE DEFAULTS REMAIN IN '
                             'EFFECT'
            END-EVALUATE
            CLOSE PAYMENT-PARM-FILE
       ELSE
            DISPLAY 'NO PMTPARM CARD - TOLERANCE DEFAULTS IN EFFECT'
       END-IF

       DISPLAY 'SHORT PMT TOLERANCE   : ' WS-SHORT-TOL
       DISPLAY 'OVER PMT TOLERANCE    : ' WS-OVER-TOL

       OPEN INPUT LOCKBOX-FILE

       EVALUATE WS-LOCKBOX-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN INPUT LOCKBOX FAILED: '
                        WS-LOCKBOX-STATUS
                SET END-OF-LOCKBOX TO TRUE
       END-EVALUATE

       OPEN OUTPUT SUSPENSE-FILE

       EVALUATE WS-SUSPFILE-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN OUTPUT SUSPFILE FAILED: '
                        WS-SUSPFILE-STATUS
                SET END-OF-LOCKBOX TO TRUE
       END-EVALUATE

       OPEN OUTPUT POSTING-REPORT-FILE

       EVALUATE WS-PMTRPT-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN OUTPUT PMTRPT FAILED: '
                        WS-PMTRPT-STATUS
                SET END-OF-LOCKBOX TO TRUE
       END-EVALUATE

       MOVE LBH-DEPOSIT-DATE TO HDG-DEPOSIT-DATE
       MOVE LBH-LOCKBOX-ID TO HDG-LOCKBOX-ID
       MOVE WS-RPT-HEADING-1 TO PMTRPT-REC
       WRITE PMTRPT-REC
       MOVE WS-RPT-HEADING-2 TO PMTRPT-REC
       WRITE PMTRPT-REC.

       1000-EXIT.
       EXIT.

       A100-PROCESS-LOCKBOX.

       PERFORM UNTIL END-OF-LOCKBOX

            READ LOCKBOX-FILE

            EVALUATE WS-LOCKBOX-STATUS
                WHEN '00'
                     IF LOCKBOX-REC(1:1) = 'D'
                          MOVE LOCKBOX-REC TO WS-LOCKBOX-DETAIL
                          ADD 1 TO WS-ITEM-READ-CNT
                          ADD LBD-PMT-AMOUNT TO WS-ITEM-READ-AMT
                          PERFORM B100-POST-PAYMENT
                          THRU B100-EXIT
                     END-IF
                WHEN '10'
                     SET END-OF-LOCKBOX TO TRUE
                WHEN OTHER
                     DISPLAY 'READ LOCKBOX FAILED: ' WS-LOCKBOX-STATUS
                     SET END-OF-LOCKBOX TO TRUE
            END-EVALUATE

       END-PERFORM

       CLOSE LOCKBOX-FILE.

       A100-EXIT.
       EXIT.

      *    POSTS ONE REMITTANCE ITEM, OR SENDS IT TO SUSPENSE WITH A
      *    REASON CODE WHEN ANY CHECK FAILS. EITHER WAY THE ITEM IS
      *    PRINTED ON PMTRPT AND COUNTED IN THE CONTROL TOTALS.
       B100-POST-PAYMENT.

       MOVE 'Y' TO WS-PMT-VALID-SW
       MOVE SPACES TO WS-REJECT-CODE
                      WS-REJECT-TEXT
       MOVE SPACES TO HV-NEW-NEXT-PMT-DT
       INITIALIZE WS-SPLIT-FIELDS

       EVALUATE TRUE
           WHEN LBD-CUST-ACCT = SPACES
             OR LBD-PMT-AMOUNT = 0
             OR LBD-AMOUNT-DUE NOT NUMERIC
             OR LBD-ESCROW-DUE NOT NUMERIC
                MOVE '07' TO WS-REJECT-CODE
                MOVE 'N' TO WS-PMT-VALID-SW
           WHEN OTHER
                CONTINUE
       END-EVALUATE

       IF PMT-VALID
            PERFORM B200-FETCH-LOAN
            THRU B200-EXIT
       END-IF

       IF PMT-VALID
            PERFORM B300-CHECK-TOLERANCE
            THRU B300-EXIT
       END-IF

       IF PMT-VALID
            PERFORM B400-SPLIT-PAYMENT
            THRU B400-EXIT
       END-IF

       IF PMT-VALID
            PERFORM B500-UPDATE-LOAN
            THRU B500-EXIT
       END-IF

       IF PMT-VALID
            ADD 1 TO WS-POSTED-CNT
            ADD LBD-PMT-AMOUNT TO WS-POSTED-AMT
            ADD WS-INTEREST-AMT TO WS-POSTED-INT-AMT
            ADD WS-PRINCIPAL-AMT TO WS-POSTED-PRIN-AMT
            ADD WS-ESCROW-AMT TO WS-POSTED-ESC-AMT
       ELSE
            PERFORM B600-WRITE-SUSPENSE
            THRU B600-EXIT
       END-IF

       PERFORM B800-REPORT-PAYMENT
       THRU B800-EXIT.

       B100-EXIT.
       EXIT.

      *    READS THE ACCOUNT AND ITS LOAN ROW. THE NEXT PAYMENT DATE
      *    ONE MONTH ON IS TAKEN FROM DB2 DATE ARITHMETIC SO A DUE
      *    DAY OF 29-31 IS PULLED BACK TO THE END OF A SHORT MONTH.
       B200-FETCH-LOAN.

       MOVE LBD-CUST-ACCT TO HV-CUST-ACCT

       EXEC SQL
            SELECT ACC.ACCT_STA
                  ,LOAN.LOAN_CURR_BAL
                  ,LOAN.LOAN_INT_RATE
                  ,LOAN.LOAN_ESCROW_BAL
                  ,LOAN.LOAN_NEXT_PMT_DT
                  ,LOAN.LOAN_NEXT_PMT_DT + 1 MONTH
            INTO  :HV-ACCT-STA
                 ,:HV-LOAN-CURR-BAL:IND-LOAN-CURR-BAL
                 ,:HV-LOAN-INT-RATE:IND-LOAN-INT-RATE
                 ,:HV-LOAN-ESCROW-BAL:IND-LOAN-ESCROW-BAL
                 ,:HV-NEXT-PMT-DT:IND-NEXT-PMT-DT
                 ,:HV-NEW-NEXT-PMT-DT:IND-NEW-NEXT-PMT-DT
            FROM CUST_ACCOUN1 ACC
                 LEFT OUTER JOIN LOAN1 LOAN
                   ON LOAN.CUST_ACCT = ACC.CUST_ACCT
            WHERE ACC.CUST_ACCT = :HV-CUST-ACCT
       END-EXEC

       EVALUATE SQLCODE
           WHEN 0
                EVALUATE TRUE
                    WHEN IND-LOAN-CURR-BAL < 0
                      OR IND-LOAN-INT-RATE < 0
                      OR IND-NEXT-PMT-DT < 0
                         MOVE '02' TO WS-REJECT-CODE
                         MOVE 'N' TO WS-PMT-VALID-SW
                    WHEN HV-ACCT-STA NOT = 'OPEN'
                         MOVE '03' TO WS-REJECT-CODE
                         MOVE 'N' TO WS-PMT-VALID-SW
                    WHEN OTHER
                         IF IND-LOAN-ESCROW-BAL < 0
                              MOVE 0 TO HV-LOAN-ESCROW-BAL
                         END-IF
                END-EVALUATE
           WHEN 100
                MOVE '01' TO WS-REJECT-CODE
                MOVE 'N' TO WS-PMT-VALID-SW
           WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                DISPLAY 'LOAN LOOKUP FAILED FOR ACCT ' HV-CUST-ACCT
                        ', SQLCODE: ' WS-SQLCODE
                ADD 1 TO WS-SQL-FAIL-CNT
                MOVE '08' TO WS-REJECT-CODE
                MOVE 'N' TO WS-PMT-VALID-SW
       END-EVALUATE.

       B200-EXIT.
       EXIT.

      *    THE AMOUNT PAID MUST BE WITHIN THE PMTPARM TOLERANCE OF
      *    THE COUPON AMOUNT DUE - A SHORT PAYMENT OR OVERPAYMENT
      *    BEYOND THAT IS HELD FOR CASH APPLICATION TO DECIDE.
       B300-CHECK-TOLERANCE.

       COMPUTE WS-VARIANCE-AMT = LBD-PMT-AMOUNT - LBD-AMOUNT-DUE

       EVALUATE TRUE
           WHEN WS-VARIANCE-AMT < 0
            AND WS-VARIANCE-AMT + WS-SHORT-TOL < 0
                MOVE '04' TO WS-REJECT-CODE
                MOVE 'N' TO WS-PMT-VALID-SW
           WHEN WS-VARIANCE-AMT > WS-OVER-TOL
                MOVE '05' TO WS-REJECT-CODE
                MOVE 'N' TO WS-PMT-VALID-SW
           WHEN OTHER
                CONTINUE
       END-EVALUATE.

       B300-EXIT.
       EXIT.

      *    INTEREST FIRST, THEN THE BILLED ESCROW, THEN PRINCIPAL -
      *    A SHORT PAYMENT INSIDE TOLERANCE THEREFORE COMES OUT OF
      *    PRINCIPAL AND A SMALL OVERPAYMENT GOES TO PRINCIPAL.
       B400-SPLIT-PAYMENT.

       COMPUTE WS-INTEREST-DUE ROUNDED =
               HV-LOAN-CURR-BAL * HV-LOAN-INT-RATE / 1200

       IF WS-INTEREST-DUE < 0
            MOVE 0 TO WS-INTEREST-DUE
       END-IF

       MOVE LBD-PMT-AMOUNT TO WS-REMAINING-AMT

       IF WS-REMAINING-AMT > WS-INTEREST-DUE
            MOVE WS-INTEREST-DUE TO WS-INTEREST-AMT
       ELSE
            MOVE WS-REMAINING-AMT TO WS-INTEREST-AMT
       END-IF
       SUBTRACT WS-INTEREST-AMT FROM WS-REMAINING-AMT

       IF WS-REMAINING-AMT > LBD-ESCROW-DUE
            MOVE LBD-ESCROW-DUE TO WS-ESCROW-AMT
       ELSE
            MOVE WS-REMAINING-AMT TO WS-ESCROW-AMT
       END-IF
       SUBTRACT WS-ESCROW-AMT FROM WS-REMAINING-AMT

       MOVE WS-REMAINING-AMT TO WS-PRINCIPAL-AMT

       IF WS-PRINCIPAL-AMT > HV-LOAN-CURR-BAL
            MOVE '06' TO WS-REJECT-CODE
            MOVE 'N' TO WS-PMT-VALID-SW
       ELSE
            COMPUTE WS-NEW-CURR-BAL =
                    HV-LOAN-CURR-BAL - WS-PRINCIPAL-AMT
            COMPUTE WS-NEW-ESCROW-BAL =
                    HV-LOAN-ESCROW-BAL + WS-ESCROW-AMT
       END-IF.

       B400-EXIT.
       EXIT.

       B500-UPDATE-LOAN.

       EXEC SQL
           UPDATE LOAN1
              SET LOAN_CURR_BAL = :WS-NEW-CURR-BAL,
                  LOAN_ESCROW_BAL = :WS-NEW-ESCROW-BAL,
                  LOAN_NEXT_PMT_DT = :HV-NEW-NEXT-PMT-DT
            WHERE CUST_ACCT = :HV-CUST-ACCT
       END-EXEC

       IF SQLCODE NOT = 0
            MOVE SQLCODE TO WS-SQLCODE
            DISPLAY 'UPDATE LOAN1 FAILED FOR ACCT ' HV-CUST-ACCT
                    ', SQLCODE: ' WS-SQLCODE
            ADD 1 TO WS-SQL-FAIL-CNT
            MOVE '08' TO WS-REJECT-CODE
            MOVE 'N' TO WS-PMT-VALID-SW
       END-IF.

       B500-EXIT.
       EXIT.

       B600-WRITE-SUSPENSE.

       ADD 1 TO WS-SUSPENSE-CNT
       ADD LBD-PMT-AMOUNT TO WS-SUSPENSE-AMT

       EVALUATE WS-REJECT-CODE
           WHEN '01'
                MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-TEXT
           WHEN '02'
                MOVE 'NO LOAN ON ACCOUNT' TO WS-REJECT-TEXT
           WHEN '03'
                MOVE 'ACCOUNT NOT OPEN' TO WS-REJECT-TEXT
           WHEN '04'
                MOVE 'SHORT PAYMENT' TO WS-REJECT-TEXT
           WHEN '05'
                MOVE 'OVERPAYMENT' TO WS-REJECT-TEXT
           WHEN '06'
                MOVE 'PAYMENT EXCEEDS BALANCE' TO WS-REJECT-TEXT
           WHEN '07'
                MOVE 'REMITTANCE DATA INVALID' TO WS-REJECT-TEXT
           WHEN OTHER
                MOVE 'SQL ERROR - SEE LOG' TO WS-REJECT-TEXT
       END-EVALUATE

       INITIALIZE WS-SUSPENSE-RECORD
       MOVE LBH-DEPOSIT-DATE TO SU-DEPOSIT-DATE
       MOVE LBH-LOCKBOX-ID TO SU-LOCKBOX-ID
       MOVE WS-ITEM-READ-CNT TO SU-ITEM-SEQ
       MOVE LBD-CUST-ACCT TO SU-CUST-ACCT
       MOVE LBD-PMT-AMOUNT TO SU-PMT-AMOUNT
       IF LBD-AMOUNT-DUE NUMERIC
            MOVE LBD-AMOUNT-DUE TO SU-AMOUNT-DUE
       END-IF
       IF LBD-PMT-DATE NUMERIC
            MOVE LBD-PMT-DATE TO SU-PMT-DATE
       END-IF
       MOVE LBD-PMT-METHOD TO SU-PMT-METHOD
       MOVE LBD-CHECK-NO TO SU-CHECK-NO
       MOVE LBD-REMIT-NAME TO SU-REMIT-NAME
       MOVE WS-REJECT-CODE TO SU-REASON-CODE
       MOVE WS-REJECT-TEXT TO SU-REASON-TEXT

       MOVE WS-SUSPENSE-RECORD TO SUSPFILE-REC
       WRITE SUSPFILE-REC

       EVALUATE WS-SUSPFILE-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'WRITE SUSPFILE FAILED: ' WS-SUSPFILE-STATUS
       END-EVALUATE.

       B600-EXIT.
       EXIT.

       B800-REPORT-PAYMENT.

       MOVE WS-ITEM-READ-CNT TO RPT-ITEM-SEQ
       MOVE LBD-CUST-ACCT TO RPT-CUST-ACCT
       MOVE LBD-PMT-AMOUNT TO RPT-PMT-AMOUNT

       IF PMT-VALID
            MOVE WS-INTEREST-AMT TO RPT-INTEREST-AMT
            MOVE WS-PRINCIPAL-AMT TO RPT-PRINCIPAL-AMT
            MOVE WS-ESCROW-AMT TO RPT-ESCROW-AMT
            MOVE HV-NEW-NEXT-PMT-DT TO RPT-NEXT-PMT-DT
            MOVE 'POSTED' TO RPT-STATUS
            MOVE SPACES TO RPT-REASON-CODE
                           RPT-REASON-TEXT
       ELSE
            MOVE 0 TO RPT-INTEREST-AMT
                      RPT-PRINCIPAL-AMT
                      RPT-ESCROW-AMT
            MOVE SPACES TO RPT-NEXT-PMT-DT
            MOVE 'SUSPENSE' TO RPT-STATUS
            MOVE WS-REJECT-CODE TO RPT-REASON-CODE
            MOVE WS-REJECT-TEXT TO RPT-REASON-TEXT
       END-IF

       MOVE WS-RPT-DETAIL-LINE TO PMTRPT-REC
       WRITE PMTRPT-REC

       EVALUATE WS-PMTRPT-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'WRITE PMTRPT FAILED: ' WS-PMTRPT-STATUS
       END-EVALUATE.

       B800-EXIT.
       EXIT.

      *    PRINTS ONE LABEL/COUNT/AMOUNT CONTROL TOTAL LINE - THE
      *    CALLER LOADS RPT-TOT-LABEL, RPT-TOT-CNT AND RPT-TOT-AMT.
       B900-WRITE-TOTAL-LINE.

       MOVE WS-RPT-TOTAL-LINE TO PMTRPT-REC
       WRITE PMTRPT-REC

       EVALUATE WS-PMTRPT-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'WRITE PMTRPT FAILED: ' WS-PMTRPT-STATUS
       END-EVALUATE.

       B900-EXIT.
       EXIT.

       8800-LOG-RUN-START.

       MOVE WS-CURRENT-DATETIME TO WS-RUN-START-TS

       EXEC SQL
           INSERT INTO BATCH_RUN_LOG
                  (PGM_NAME, RUN_START_TS, RECS_WRITTEN,
                   FAIL_COUNT, DISPOSITION)
           VALUES ('EPSPOST', :WS-RUN-START-TS, 0, 0, 'STARTED')
       END-EXEC

       IF SQLCODE NOT = 0
            DISPLAY 'RUN LOG START INSERT FAILED, SQLCODE: ' SQLCODE
       END-IF.

       8800-EXIT.
       EXIT.

      *    COMPLETES THE BATCH_RUN_LOG ROW AND SETS THE RETURN CODE
      *    THE SCHEDULER KEYS OFF - AN SQL FAILURE OR A RUN THAT DOES
      *    NOT TIE BACK TO THE DEPOSIT IS FATAL, ITEMS LEFT IN
      *    SUSPENSE FOR CASH APPLICATION ARE A WARNING.
       8900-LOG-RUN-END.

       EXEC SQL
           SET :WS-CURRENT-DATETIME = CURRENT TIMESTAMP
       END-EXEC

       MOVE WS-CURRENT-DATETIME TO WS-RUN-END-TS

       EVALUATE TRUE
           WHEN WS-SQL-FAIL-CNT > 0
             OR WS-OUT-OF-BAL-AMT NOT = 0
                MOVE 'FATAL' TO WS-RUN-DISPOSITION
                MOVE 8 TO RETURN-CODE
           WHEN WS-SUSPENSE-CNT > 0
                MOVE 'WARNING' TO WS-RUN-DISPOSITION
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 'NORMAL' TO WS-RUN-DISPOSITION
                MOVE 0 TO RETURN-CODE
       END-EVALUATE

       MOVE WS-POSTED-CNT TO WS-LOG-RECS-WRITTEN
       MOVE WS-SUSPENSE-CNT TO WS-LOG-FAIL-COUNT

       EXEC SQL
           UPDATE BATCH_RUN_LOG
              SET RUN_END_TS = :WS-RUN-END-TS,
                  RECS_WRITTEN = :WS-LOG-RECS-WRITTEN,
                  FAIL_COUNT = :WS-LOG-FAIL-COUNT,
                  DISPOSITION = :WS-RUN-DISPOSITION
            WHERE PGM_NAME = 'EPSPOST'
              AND RUN_START_TS = :WS-RUN-START-TS
       END-EXEC

       IF SQLCODE NOT = 0
            DISPLAY 'RUN LOG END UPDATE FAILED, SQLCODE: ' SQLCODE
       END-IF

       DISPLAY 'RUN DISPOSITION : ' WS-RUN-DISPOSITION.

       8900-EXIT.
       EXIT.

      *    PRINTS THE CONTROL TOTALS - THE BANK DEPOSIT, WHAT WAS
      *    POSTED (WITH ITS INTEREST/PRINCIPAL/ESCROW SPLIT), WHAT
      *    WENT TO SUSPENSE, AND ANY DIFFERENCE BETWEEN THE DEPOSIT
      *    AND POSTED PLUS SUSPENSE.
       9000-TERMINATE.

       COMPUTE WS-APPLIED-TOTAL-AMT =
               WS-POSTED-AMT + WS-SUSPENSE-AMT
       COMPUTE WS-OUT-OF-BAL-AMT =
               LBT-DEPOSIT-TOTAL - WS-APPLIED-TOTAL-AMT

       MOVE SPACES TO PMTRPT-REC
       WRITE PMTRPT-REC

       MOVE 'BANK DEPOSIT TOTAL' TO RPT-TOT-LABEL
       MOVE LBT-ITEM-COUNT TO RPT-TOT-CNT
       MOVE LBT-DEPOSIT-TOTAL TO RPT-TOT-AMT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       MOVE 'ITEMS READ' TO RPT-TOT-LABEL
       MOVE WS-ITEM-READ-CNT TO RPT-TOT-CNT
       MOVE WS-ITEM-READ-AMT TO RPT-TOT-AMT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       MOVE 'PAYMENTS POSTED' TO RPT-TOT-LABEL
       MOVE WS-POSTED-CNT TO RPT-TOT-CNT
       MOVE WS-POSTED-AMT TO RPT-TOT-AMT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       MOVE '  APPLIED TO INTEREST' TO RPT-TOT-LABEL
       MOVE 0 TO RPT-TOT-CNT
       MOVE WS-POSTED-INT-AMT TO RPT-TOT-AMT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       MOVE '  APPLIED TO PRINCIPAL' TO RPT-TOT-LABEL
       MOVE WS-POSTED-PRIN-AMT TO RPT-TOT-AMT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       MOVE '  APPLIED TO ESCROW' TO RPT-TOT-LABEL
       MOVE WS-POSTED-ESC-AMT TO RPT-TOT-AMT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       MOVE 'UNAPPLIED CASH TO SUSPENSE' TO RPT-TOT-LABEL
       MOVE WS-SUSPENSE-CNT TO RPT-TOT-CNT
       MOVE WS-SUSPENSE-AMT TO RPT-TOT-AMT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       MOVE 'POSTED PLUS SUSPENSE' TO RPT-TOT-LABEL
       COMPUTE RPT-TOT-CNT = WS-POSTED-CNT + WS-SUSPENSE-CNT
       MOVE WS-APPLIED-TOTAL-AMT TO RPT-TOT-AMT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       MOVE 'DIFFERENCE TO DEPOSIT' TO RPT-TOT-LABEL
       MOVE 0 TO RPT-TOT-CNT
       MOVE WS-OUT-OF-BAL-AMT TO RPT-TOT-AMT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       IF WS-OUT-OF-BAL-AMT = 0
            MOVE 'IN BALANCE' TO RPT-BALANCE-STATUS
       ELSE
            MOVE 'OUT OF BALANCE' TO RPT-BALANCE-STATUS
       END-IF
       MOVE WS-RPT-BALANCE-LINE TO PMTRPT-REC
       WRITE PMTRPT-REC

       DISPLAY 'LOCKBOX ITEMS READ    : ' WS-ITEM-READ-CNT
       DISPLAY 'PAYMENTS POSTED       : ' WS-POSTED-CNT
       DISPLAY 'ITEMS TO SUSPENSE     : ' WS-SUSPENSE-CNT
       DISPLAY 'SQL FAILURES          : ' WS-SQL-FAIL-CNT
       DISPLAY 'DEPOSIT CONTROL       : ' RPT-BALANCE-STATUS

       PERFORM 8900-LOG-RUN-END
       THRU 8900-EXIT

       CLOSE SUSPENSE-FILE
       CLOSE POSTING-REPORT-FILE.

       9000-EXIT.
       EXIT.
