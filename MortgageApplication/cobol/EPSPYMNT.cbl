       ID DIVISION.
       PROGRAM-ID. EPSPYMNT.
      *    THIS PROGRAM MAINTAINS THE ESCPAYEE KSDS - THE ESCROW
      *    PAYEE MASTER EPSDISB PAYS FROM. THERE IS ONE RECORD PER
      *    ESCROWED ITEM ON A LOAN (PROPERTY TAX, HAZARD OR FLOOD
      *    INSURANCE, MORTGAGE INSURANCE), KEYED ON CUST_ACCT PLUS AN
      *    ITEM SEQUENCE NUMBER, CARRYING THE PAYEE, HOW THEY ARE
      *    PAID (CHECK OR ACH), THE AMOUNT, THE NEXT DUE DATE AND HOW
      *    MANY MONTHS APART THE DUE DATES FALL. THIS STEP READS
      *    PAYEETRN (ACTION CODE PLUS THE FULL PAYEE RECORD) AND
      *    APPLIES EACH TRANSACTION WITH A KEYED I-O -
      *        'A' ADD     - WRITE A NEW PAYEE ITEM
      *        'C' CHANGE  - REWRITE THE ITEM, KEEPING THE LAST-PAID
      *                      DATE AND AMOUNT EPSDISB RECORDED
      *        'D' DELETE  - DELETE THE PAYEE ITEM
      *
      *    ADDS AND CHANGES ARE EDITED BEFORE ANYTHING IS WRITTEN -
      *    ITEM TYPE T/H/F/M/O, METHOD C (CHECK) OR A (ACH, WHICH
      *    NEEDS A NUMERIC ROUTING NUMBER AND AN ACCOUNT), A NON-ZERO
      *    AMOUNT, A REAL DUE DATE, A FREQUENCY OF 00 (ONE-TIME), 01,
      *    03, 06 OR 12 MONTHS AND STATUS A (ACTIVE) OR I (INACTIVE).
      *    A TRANSACTION THAT FAILS AN EDIT IS REJECTED AND THE RUN
      *    ENDS WITH RETURN-CODE 4. AN ADD THAT FINDS THE KEY ALREADY
      *    PRESENT, A CHANGE OR DELETE THAT FINDS NO RECORD, OR ANY
      *    OTHER I-O FAILURE ENDS THE RUN WITH RETURN-CODE 8.
      *
      *    AUTHOR - ARUNKUMAR KOWALPADOLI & AJAY CHINCHANSUR
      *    DATE - 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PAYEE-TRAN-FILE ASSIGN TO PAYEETRN
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PAYEETRN-STATUS.

       SELECT PAYEE-VSAM-FILE ASSIGN TO ESCPAYEE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS PY-KEY
       FILE STATUS IS WS-ESCPAYEE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD PAYEE-TRAN-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 PAYEETRN-REC     PIC X(221).

      *    ESCROW PAYEE MASTER RECORD.
       FD PAYEE-VSAM-FILE.

       01 ESCPAYEE-REC.
           05  PY-KEY.
               10  PY-CUST-ACCT     PIC X(10).
               10  PY-ITEM-SEQ      PIC 9(02).
      *    T PROPERTY TAX, H HAZARD INSURANCE, F FLOOD INSURANCE,
      *    M MORTGAGE INSURANCE, O OTHER.
           05  PY-ITEM-TYPE         PIC X(01).
           05  PY-PAYEE-ID          PIC X(10).
           05  PY-PAYEE-NAME        PIC X(30).
           05  PY-PAYEE-ADDR1       PIC X(30).
           05  PY-PAYEE-CITY        PIC X(20).
           05  PY-PAYEE-STATE       PIC X(02).
           05  PY-PAYEE-ZIP         PIC X(10).
      *    PARCEL NUMBER OR POLICY NUMBER THE PAYEE BILLS UNDER.
           05  PY-PAYEE-REF         PIC X(20).
      *    C CHECK, A ACH.
           05  PY-PMT-METHOD        PIC X(01).
           05  PY-ACH-ROUTING       PIC X(09).
           05  PY-ACH-ACCOUNT       PIC X(17).
           05  PY-DUE-AMOUNT        PIC 9(07)V99.
           05  PY-DUE-DATE          PIC 9(08).
      *    MONTHS BETWEEN DUE DATES - 00 IS A ONE-TIME ITEM.
           05  PY-FREQ-MONTHS       PIC 9(02).
      *    A ACTIVE, I INACTIVE, P ONE-TIME ITEM ALREADY PAID.
           05  PY-ITEM-STATUS       PIC X(01).
           05  PY-LAST-PAID-DATE    PIC 9(08).
           05  PY-LAST-PAID-AMT     PIC 9(07)V99.
           05  PY-FILLER            PIC X(21).

       WORKING-STORAGE SECTION.
      *
       01 WS-WORK-FIELDS.
           05 WS-PAYEETRN-STATUS   PIC XX    VALUE '00'.
           05 WS-ESCPAYEE-STATUS   PIC XX    VALUE '00'.
           05 WS-REJECT-TEXT       PIC X(30) VALUE SPACES.

       01 WS-CURSOR-FLAGS.
           05 WS-PAYEETRN-EOF-SW    PIC X    VALUE 'N'.
               88  END-OF-PAYEETRN               VALUE 'Y'.
           05 WS-TRAN-VALID-SW      PIC X    VALUE 'N'.
               88  TRAN-VALID                    VALUE 'Y'.
           05 WS-DATE-VALID-SW      PIC X    VALUE 'N'.
               88  PMT-DATE-VALID                VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-TRAN-READ-CNT      PIC 9(09) VALUE 0.
           05 WS-ADDED-CNT          PIC 9(09) VALUE 0.
           05 WS-CHANGED-CNT        PIC 9(09) VALUE 0.
           05 WS-DELETED-CNT        PIC 9(09) VALUE 0.
           05 WS-REJECTED-CNT       PIC 9(09) VALUE 0.
           05 WS-MISMATCH-CNT       PIC 9(09) VALUE 0.
           05 WS-IO-FAIL-CNT        PIC 9(09) VALUE 0.

      *    CURRENT PAYEETRN RECORD - THE ACTION CODE FOLLOWED BY THE
      *    FULL ESCPAYEE RECORD.
       01 WS-PAYEE-TRAN.
           05  PTR-ACTION-CODE      PIC X(01).
               88  PAYEE-ADD                     VALUE 'A'.
               88  PAYEE-CHANGE                  VALUE 'C'.
               88  PAYEE-DELETE                  VALUE 'D'.
           05  PTR-PAYEE-REC.
               10  PTR-KEY.
                   15  PTR-CUST-ACCT    PIC X(10).
                   15  PTR-ITEM-SEQ     PIC X(02).
               10  PTR-ITEM-TYPE        PIC X(01).
               10  PTR-PAYEE-ID         PIC X(10).
               10  PTR-PAYEE-NAME       PIC X(30).
               10  PTR-PAYEE-ADDR1      PIC X(30).
               10  PTR-PAYEE-CITY       PIC X(20).
               10  PTR-PAYEE-STATE      PIC X(02).
               10  PTR-PAYEE-ZIP        PIC X(10).
               10  PTR-PAYEE-REF        PIC X(20).
               10  PTR-PMT-METHOD       PIC X(01).
               10  PTR-ACH-ROUTING      PIC X(09).
               10  PTR-ACH-ACCOUNT      PIC X(17).
               10  PTR-DUE-AMOUNT       PIC 9(07)V99.
               10  PTR-DUE-DATE         PIC 9(08).
               10  PTR-FREQ-MONTHS      PIC 9(02).
               10  PTR-ITEM-STATUS      PIC X(01).
               10  PTR-LAST-PAID-DATE   PIC 9(08).
               10  PTR-LAST-PAID-AMT    PIC 9(07)V99.
               10  PTR-FILLER           PIC X(21).

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

       PROCEDURE DIVISION.

       0000-MAINLINE.

       DISPLAY '*******************'
       DISPLAY ' PAYEE MAINT START '
       DISPLAY '*******************'

       PERFORM 1000-INITIALIZATION
       THRU 1000-EXIT

       PERFORM A100-APPLY-TRANSACTIONS
       THRU A100-EXIT

       PERFORM 9000-TERMINATE
       THRU 9000-EXIT
       GOBACK
       .

       1000-INITIALIZATION.

       INITIALIZE WS-WORK-FIELDS
                  WS-COUNTERS

       OPEN INPUT PAYEE-TRAN-FILE

       EVALUATE WS-PAYEETRN-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN INPUT PAYEETRN FAILED: '
                        WS-PAYEETRN-STATUS
                ADD 1 TO WS-IO-FAIL-CNT
                SET END-OF-PAYEETRN TO TRUE
       END-EVALUATE

       OPEN I-O PAYEE-VSAM-FILE

       EVALUATE WS-ESCPAYEE-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN I-O ESCPAYEE FAILED: '
                        WS-ESCPAYEE-STATUS
                ADD 1 TO WS-IO-FAIL-CNT
                SET END-OF-PAYEETRN TO TRUE
       END-EVALUATE.

       1000-EXIT.
       EXIT.

       A100-APPLY-TRANSACTIONS.

       PERFORM UNTIL END-OF-PAYEETRN

            READ PAYEE-TRAN-FILE INTO WS-PAYEE-TRAN

            EVALUATE WS-PAYEETRN-STATUS
                WHEN '00'
                     ADD 1 TO WS-TRAN-READ-CNT
                     EVALUATE TRUE
                         WHEN PAYEE-ADD
                              PERFORM B100-EDIT-PAYEE
                              THRU B100-EXIT
                              IF TRAN-VALID
                                   PERFORM B200-APPLY-ADD
                                   THRU B200-EXIT
                              END-IF
                         WHEN PAYEE-CHANGE
                              PERFORM B100-EDIT-PAYEE
                              THRU B100-EXIT
                              IF TRAN-VALID
                                   PERFORM B300-APPLY-CHANGE
                                   THRU B300-EXIT
                              END-IF
                         WHEN PAYEE-DELETE
                              PERFORM B400-APPLY-DELETE
                              THRU B400-EXIT
                         WHEN OTHER
                              ADD 1 TO WS-REJECTED-CNT
                              DISPLAY 'UNKNOWN ACTION CODE '
                                      PTR-ACTION-CODE
                                      ' FOR PAYEE ' PTR-KEY
                     END-EVALUATE
                WHEN '10'
                     SET END-OF-PAYEETRN TO TRUE
                WHEN OTHER
                     DISPLAY 'READ PAYEETRN FAILED: '
                             WS-PAYEETRN-STATUS
                     ADD 1 TO WS-IO-FAIL-CNT
                     SET END-OF-PAYEETRN TO TRUE
            END-EVALUATE

       END-PERFORM.

       A100-EXIT.
       EXIT.

      *    FIELD EDITS FOR AN ADD OR CHANGE - SEE THE PROGRAM HEADER.
      *    THE FIRST FAILING EDIT REJECTS THE TRANSACTION.
       B100-EDIT-PAYEE.

       MOVE 'Y' TO WS-TRAN-VALID-SW
       MOVE SPACES TO WS-REJECT-TEXT

       EVALUATE TRUE
           WHEN PTR-CUST-ACCT = SPACES
             OR PTR-ITEM-SEQ NOT NUMERIC
                MOVE 'KEY MISSING OR INVALID' TO WS-REJECT-TEXT
           WHEN PTR-ITEM-TYPE NOT = 'T' AND NOT = 'H'
                          AND NOT = 'F' AND NOT = 'M' AND NOT = 'O'
                MOVE 'ITEM TYPE INVALID' TO WS-REJECT-TEXT
           WHEN PTR-PAYEE-ID = SPACES
             OR PTR-PAYEE-NAME = SPACES
                MOVE 'PAYEE ID OR NAME MISSING' TO WS-REJECT-TEXT
           WHEN PTR-PMT-METHOD NOT = 'C' AND NOT = 'A'
                MOVE 'PAYMENT METHOD INVALID' TO WS-REJECT-TEXT
           WHEN PTR-PMT-METHOD = 'A'
            AND (PTR-ACH-ROUTING NOT NUMERIC
                 OR PTR-ACH-ACCOUNT = SPACES)
                MOVE 'ACH ROUTING OR ACCOUNT INVALID'
                  TO WS-REJECT-TEXT
           WHEN PTR-PMT-METHOD = 'C'
            AND PTR-PAYEE-ADDR1 = SPACES
                MOVE 'CHECK PAYEE ADDRESS MISSING' TO WS-REJECT-TEXT
           WHEN PTR-DUE-AMOUNT NOT NUMERIC
             OR PTR-DUE-AMOUNT = 0
                MOVE 'DUE AMOUNT INVALID' TO WS-REJECT-TEXT
           WHEN PTR-FREQ-MONTHS NOT NUMERIC
             OR (PTR-FREQ-MONTHS NOT = 00 AND NOT = 01
                 AND NOT = 03 AND NOT = 06 AND NOT = 12)
                MOVE 'FREQUENCY INVALID' TO WS-REJECT-TEXT
           WHEN PTR-ITEM-STATUS NOT = 'A' AND NOT = 'I'
                MOVE 'ITEM STATUS INVALID' TO WS-REJECT-TEXT
           WHEN OTHER
                MOVE PTR-DUE-DATE TO WS-YMD-DATE
                PERFORM 8100-EDIT-PMT-DATE
                THRU 8100-EXIT
                IF NOT PMT-DATE-VALID
                     MOVE 'DUE DATE INVALID' TO WS-REJECT-TEXT
                END-IF
       END-EVALUATE

       IF WS-REJECT-TEXT NOT = SPACES
            MOVE 'N' TO WS-TRAN-VALID-SW
            ADD 1 TO WS-REJECTED-CNT
            DISPLAY 'PAYEE ' PTR-CUST-ACCT '-' PTR-ITEM-SEQ
                    ' REJECTED: ' WS-REJECT-TEXT
       END-IF.

       B100-EXIT.
       EXIT.

       B200-APPLY-ADD.

       MOVE PTR-PAYEE-REC TO ESCPAYEE-REC
       MOVE 0 TO PY-LAST-PAID-DATE
                 PY-LAST-PAID-AMT
       WRITE ESCPAYEE-REC

       EVALUATE WS-ESCPAYEE-STATUS
           WHEN '00'
                ADD 1 TO WS-ADDED-CNT
           WHEN '22'
                ADD 1 TO WS-MISMATCH-CNT
                DISPLAY 'ADD FOUND KEY ALREADY ON ESCPAYEE: '
                        PTR-KEY
           WHEN OTHER
                ADD 1 TO WS-IO-FAIL-CNT
                DISPLAY 'WRITE ESCPAYEE FAILED: ' WS-ESCPAYEE-STATUS
                        ' KEY: ' PTR-KEY
       END-EVALUATE.

       B200-EXIT.
       EXIT.

      *    THE EXISTING ITEM IS READ FIRST SO THE LAST-PAID DATE AND
      *    AMOUNT WRITTEN BY EPSDISB ARE CARRIED ONTO THE NEW IMAGE.
       B300-APPLY-CHANGE.

       MOVE PTR-KEY TO PY-KEY
       READ PAYEE-VSAM-FILE

       EVALUATE WS-ESCPAYEE-STATUS
           WHEN '00'
                MOVE PY-LAST-PAID-DATE TO PTR-LAST-PAID-DATE
                MOVE PY-LAST-PAID-AMT TO PTR-LAST-PAID-AMT
                MOVE PTR-PAYEE-REC TO ESCPAYEE-REC
                REWRITE ESCPAYEE-REC
                EVALUATE WS-ESCPAYEE-STATUS
                    WHEN '00'
                         ADD 1 TO WS-CHANGED-CNT
                    WHEN OTHER
                         ADD 1 TO WS-IO-FAIL-CNT
                         DISPLAY 'REWRITE ESCPAYEE FAILED: '
                                 WS-ESCPAYEE-STATUS
                                 ' KEY: ' PTR-KEY
                END-EVALUATE
           WHEN '23'
                ADD 1 TO WS-MISMATCH-CNT
                DISPLAY 'CHANGE FOUND NO RECORD ON ESCPAYEE: '
                        PTR-KEY
           WHEN OTHER
                ADD 1 TO WS-IO-FAIL-CNT
                DISPLAY 'READ ESCPAYEE FAILED: ' WS-ESCPAYEE-STATUS
                        ' KEY: ' PTR-KEY
       END-EVALUATE.

       B300-EXIT.
       EXIT.

       B400-APPLY-DELETE.

       MOVE PTR-KEY TO PY-KEY
       DELETE PAYEE-VSAM-FILE

       EVALUATE WS-ESCPAYEE-STATUS
           WHEN '00'
                ADD 1 TO WS-DELETED-CNT
           WHEN '23'
                ADD 1 TO WS-MISMATCH-CNT
                DISPLAY 'DELETE FOUND NO RECORD ON ESCPAYEE: '
                        PTR-KEY
           WHEN OTHER
                ADD 1 TO WS-IO-FAIL-CNT
                DISPLAY 'DELETE ESCPAYEE FAILED: '
                        WS-ESCPAYEE-STATUS
                        ' KEY: ' PTR-KEY
       END-EVALUATE.

       B400-EXIT.
       EXIT.

      *    VALIDATES WS-YMD-DATE AS A REAL CALENDAR DATE, INCLUDING
      *    MONTH LENGTHS AND LEAP-YEAR FEBRUARY - SAME RULES AS
      *    8100-EDIT-DATE IN EPSEDIT.CBL.
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

       9000-TERMINATE.

       DISPLAY 'PAYEETRN RECORDS READ : ' WS-TRAN-READ-CNT
       DISPLAY 'PAYEE ITEMS ADDED     : ' WS-ADDED-CNT
       DISPLAY 'PAYEE ITEMS CHANGED   : ' WS-CHANGED-CNT
       DISPLAY 'PAYEE ITEMS DELETED   : ' WS-DELETED-CNT
       DISPLAY 'TRANSACTIONS REJECTED : ' WS-REJECTED-CNT
       DISPLAY 'APPLY MISMATCHES      : ' WS-MISMATCH-CNT
       DISPLAY 'I-O FAILURES          : ' WS-IO-FAIL-CNT

       CLOSE PAYEE-TRAN-FILE
       CLOSE PAYEE-VSAM-FILE

       EVALUATE TRUE
           WHEN WS-MISMATCH-CNT > 0
             OR WS-IO-FAIL-CNT > 0
                MOVE 8 TO RETURN-CODE
           WHEN WS-REJECTED-CNT > 0
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 0 TO RETURN-CODE
       END-EVALUATE.

       9000-EXIT.
       EXIT.
