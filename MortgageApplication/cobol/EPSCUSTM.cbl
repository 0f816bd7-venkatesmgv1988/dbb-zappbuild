       ID DIVISION.
       PROGRAM-ID. EPSCUSTM.
      *    THIS PROGRAM IS THE BATCH MAINTENANCE STEP FOR CUSTOMER1.
      *    NAME AND ADDRESS CHANGES USED TO BE KEYED STRAIGHT INTO
      *    DB2 WITH AD-HOC SQL - THE SAME FIELDS THAT FEED EVERY
      *    LETTER EPSDORM, EPSESCRW AND EPSCOLLQ PRODUCE. IT READS
      *    CUSTTRAN TRANSACTION CARDS, EACH CARRYING A CUST_ID, AN
      *    ACTION CODE AND THE NEW FIELD VALUES -
      *        'A' ADDRESS CHANGE   ADR1, CITY, STATE AND ZIP ARE
      *                             REQUIRED; ADR2 IS REPLACED AS
      *                             GIVEN; A BLANK COUNTRY KEEPS THE
      *                             CURRENT VALUE
      *        'N' NAME CHANGE      FNAME AND/OR LNAME (A BLANK
      *                             FIELD KEEPS THE CURRENT VALUE)
      *        'D' DOB/GENDER       DOB AND/OR GENDER CORRECTION (A
      *                             BLANK FIELD KEEPS THE CURRENT
      *                             VALUE)
      *    EVERY CARD IS EDITED BEFORE CUSTOMER1 IS TOUCHED, WITH
      *    THE SAME RULES EPSEDIT APPLIES TO THE EXTRACT - STATE
      *    MUST BE ON THE STATE CODE LIST, ZIP MUST BE 99999 OR
      *    99999-9999, DOB MUST BE A REAL ISO DATE AND GENDER MUST
      *    BE M, F, X OR U. A GOOD CARD IS APPLIED WITH AN UPDATE OF
      *    THE CUSTOMER1 ROW AND -
      *        CUSTAUD - ONE BEFORE/AFTER AUDIT RECORD PER APPLIED
      *                  CHANGE CARRYING BOTH FULL ROW IMAGES
      *        CHGNTC  - FOR AN ADDRESS CHANGE, TWO CHANGE
      *                  CONFIRMATION NOTICE RECORDS - ONE TO THE
      *                  OLD ADDRESS AND ONE TO THE NEW - SO THE
      *                  CUSTOMER HEARS OF THE CHANGE AT BOTH PLACES
      *                  (AN UNREQUESTED ADDRESS CHANGE IS THE USUAL
      *                  FIRST STEP IN AN ACCOUNT TAKEOVER)
      *        CUSTRPT - APPLIED/REJECTED REPORT WITH REASON CODES
      *    THE RUN IS BRACKETED IN BATCH_RUN_LOG LIKE STAFFUPD - AN
      *    SQL FAILURE ENDS THE RUN WITH RETURN-CODE 8, REJECTED
      *    CARDS WITH RETURN-CODE 4.
      *
      *    AUTHOR - ARUNKUMAR KOWALPADOLI & AJAY CHINCHANSUR
      *    DATE - 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CUST-TRAN-FILE ASSIGN TO CUSTTRAN
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-CUSTTRAN-STATUS.

       SELECT CUST-AUDIT-FILE ASSIGN TO CUSTAUD
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-CUSTAUD-STATUS.

       SELECT CHANGE-NOTICE-FILE ASSIGN TO CHGNTC
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-CHGNTC-STATUS.

       SELECT CUST-REPORT-FILE ASSIGN TO CUSTRPT
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-CUSTRPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD CUST-TRAN-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 CUSTTRAN-REC     PIC X(200).

       FD CUST-AUDIT-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 CUSTAUD-REC      PIC X(500).

       FD CHANGE-NOTICE-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 CHGNTC-REC       PIC X(250).

       FD CUST-REPORT-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 CUSTRPT-REC      PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-WORK-FIELDS.
           05 WS-SQLCODE           PIC 9(08) VALUE 0.
           05 WS-CURRENT-DATETIME  PIC X(26) VALUE SPACES.
           05 WS-CUSTTRAN-STATUS   PIC XX    VALUE '00'.
           05 WS-CUSTAUD-STATUS    PIC XX    VALUE '00'.
           05 WS-CHGNTC-STATUS     PIC XX    VALUE '00'.
           05 WS-CUSTRPT-STATUS    PIC XX    VALUE '00'.
           05 WS-REJECT-CODE       PIC X(02) VALUE SPACES.
           05 WS-REJECT-TEXT       PIC X(25) VALUE SPACES.

       01 WS-CURSOR-FLAGS.
           05 WS-CUSTTRAN-EOF-SW    PIC X    VALUE 'N'.
               88  END-OF-CUSTTRAN               VALUE 'Y'.
           05 WS-TRAN-VALID-SW      PIC X    VALUE 'N'.
               88  TRAN-VALID                    VALUE 'Y'.
           05 WS-DATE-VALID-SW      PIC X    VALUE 'N'.
               88  EDIT-DATE-VALID               VALUE 'Y'.
           05 WS-STATE-VALID-SW     PIC X    VALUE 'N'.
               88  EDIT-STATE-VALID              VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-TRAN-READ-CNT      PIC 9(09) VALUE 0.
           05 WS-APPLIED-CNT        PIC 9(09) VALUE 0.
           05 WS-REJECTED-CNT       PIC 9(09) VALUE 0.
           05 WS-ADDRESS-CHG-CNT    PIC 9(09) VALUE 0.
           05 WS-NAME-CHG-CNT       PIC 9(09) VALUE 0.
           05 WS-DOB-CHG-CNT        PIC 9(09) VALUE 0.
           05 WS-AUDIT-CNT          PIC 9(09) VALUE 0.
           05 WS-NOTICE-CNT         PIC 9(09) VALUE 0.
           05 WS-SQL-FAIL-CNT       PIC 9(09) VALUE 0.
           05 WS-IO-FAIL-CNT        PIC 9(09) VALUE 0.

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

      *    TRANSACTION CARD - ACTION CODE, CUST_ID AND A REFERENCE
      *    FOR THE REQUEST (BRANCH TICKET OR OPERATOR), THEN THE NEW
      *    VALUES LAID OUT PER ACTION OVER THE SAME 152 BYTES.
       01 WS-CUSTTRAN-CARD.
           05  CT-ACTION            PIC X(01).
               88  TRAN-ADDRESS              VALUE 'A'.
               88  TRAN-NAME                 VALUE 'N'.
               88  TRAN-DOB-GENDER           VALUE 'D'.
           05  CT-CUST-ID           PIC X(10).
           05  CT-REQUEST-REF       PIC X(10).
           05  CT-CHANGE-DATA       PIC X(152).
           05  CT-ADDRESS-DATA REDEFINES CT-CHANGE-DATA.
               10  CT-CUST-ADR1     PIC X(50).
               10  CT-CUST-ADR2     PIC X(50).
               10  CT-CUST-CITY     PIC X(20).
               10  CT-CUST-STATE    PIC X(02).
               10  CT-CUST-ZIP      PIC X(10).
               10  CT-CUST-CNTRY    PIC X(20).
           05  CT-NAME-DATA REDEFINES CT-CHANGE-DATA.
               10  CT-CUST-FNAME    PIC X(20).
               10  CT-CUST-LNAME    PIC X(20).
               10  FILLER           PIC X(112).
           05  CT-DOB-DATA REDEFINES CT-CHANGE-DATA.
               10  CT-CUST-DOB      PIC X(10).
               10  CT-CUST-GENDER   PIC X(01).
               10  FILLER           PIC X(141).
           05  CT-FILLER            PIC X(27).

      *    HOST VARIABLES FOR THE CUSTOMER1 ROW - SAME FORMATS AS
      *    THE OP-CUST FIELDS OF WS-RSTFILE-RECORD IN EPSACCTS.CBL.
      *    THE BEFORE IMAGE IS FETCHED INTO HV-CUST-ROW AND KEPT IN
      *    WS-BEFORE-IMAGE; THE CARD IS OVERLAID ON HV-CUST-ROW TO
      *    BUILD THE AFTER IMAGE THAT IS UPDATED.
       01 HV-CUST-ID               PIC X(10).

       01 HV-CUST-ROW.
           05 HV-CUST-FNAME         PIC X(20).
           05 HV-CUST-LNAME         PIC X(20).
           05 HV-CUST-DOB           PIC X(10).
           05 HV-CUST-GENDER        PIC X(01).
           05 HV-CUST-ADR1          PIC X(50).
           05 HV-CUST-ADR2          PIC X(50).
           05 HV-CUST-CITY          PIC X(20).
           05 HV-CUST-STATE         PIC X(02).
           05 HV-CUST-ZIP           PIC X(10).
           05 HV-CUST-CNTRY         PIC X(20).

       01 WS-BEFORE-IMAGE.
           05 BI-CUST-FNAME         PIC X(20).
           05 BI-CUST-LNAME         PIC X(20).
           05 BI-CUST-DOB           PIC X(10).
           05 BI-CUST-GENDER        PIC X(01).
           05 BI-CUST-ADR1          PIC X(50).
           05 BI-CUST-ADR2          PIC X(50).
           05 BI-CUST-CITY          PIC X(20).
           05 BI-CUST-STATE         PIC X(02).
           05 BI-CUST-ZIP           PIC X(10).
           05 BI-CUST-CNTRY         PIC X(20).

      *    BEFORE/AFTER AUDIT RECORD - RAW FIELD FORMATS SO THE
      *    AUDIT TRAIL CAN BE LOADED OR SEARCHED WITHOUT THE REPORT.
       01 WS-AUDIT-RECORD.
           05  AU-RUN-TS            PIC X(26).
           05  AU-CUST-ID           PIC X(10).
           05  AU-ACTION            PIC X(01).
           05  AU-REQUEST-REF       PIC X(10).
           05  AU-BEFORE-IMAGE      PIC X(203).
           05  AU-AFTER-IMAGE       PIC X(203).
           05  AU-FILLER            PIC X(47).

      *    CHANGE CONFIRMATION NOTICE FOR THE PRINT SHOP - ONE TO
      *    THE OLD ADDRESS ('O') AND ONE TO THE NEW ('N'), FIELD
      *    FORMATS LIKE THE DORMLTR RECORD IN EPSDORM.CBL. THE
      *    NOTICES ARE KEPT OUT OF THE EPSMAILM CONSOLIDATION ON
      *    PURPOSE - THE OLD-ADDRESS COPY MUST NOT BE REDIRECTED TO
      *    THE NEW ADDRESS.
       01 WS-NOTICE-RECORD.
           05  NT-NOTICE-TYPE       PIC X(01).
               88  NT-OLD-ADDRESS            VALUE 'O'.
               88  NT-NEW-ADDRESS            VALUE 'N'.
           05  NT-CUST-ID           PIC X(10).
           05  NT-CUST-FNAME        PIC X(20).
           05  NT-CUST-LNAME        PIC X(20).
           05  NT-CUST-ADR1         PIC X(50).
           05  NT-CUST-ADR2         PIC X(50).
           05  NT-CUST-CITY         PIC X(20).
           05  NT-CUST-STATE        PIC X(02).
           05  NT-CUST-ZIP          PIC X(10).
           05  NT-CUST-CNTRY        PIC X(20).
           05  NT-CHANGE-DATE       PIC X(10).
           05  NT-REQUEST-REF       PIC X(10).
           05  NT-FILLER            PIC X(27).

      *    DATE UNDER EDIT BY 8100-EDIT-DATE (ISO YYYY-MM-DD).
       01 WS-EDIT-DATE.
           05  EDT-YYYY             PIC X(04).
           05  EDT-YYYY-NUM REDEFINES EDT-YYYY
                                    PIC 9(04).
           05  EDT-SEP-1            PIC X(01).
           05  EDT-MM               PIC X(02).
           05  EDT-MM-NUM REDEFINES EDT-MM
                                    PIC 9(02).
           05  EDT-SEP-2            PIC X(01).
           05  EDT-DD               PIC X(02).
           05  EDT-DD-NUM REDEFINES EDT-DD
                                    PIC 9(02).

       01 WS-DATE-WORK-FIELDS.
           05 WS-MONTH-END-DD       PIC 9(02) VALUE 0.
           05 WS-LEAP-REM-4         PIC 9(04) VALUE 0.
           05 WS-LEAP-REM-100       PIC 9(04) VALUE 0.
           05 WS-LEAP-REM-400       PIC 9(04) VALUE 0.

      *    STATE CODE UNDER EDIT BY 8200-EDIT-STATE.
       01 WS-EDIT-STATE            PIC X(02) VALUE SPACES.

      *    MIRRORS WS-STATE-CODE-LIST IN EPSEDIT.CBL.
       01 WS-STATE-CODE-LIST.
           05  FILLER               PIC X(40) VALUE
               'ALAKAZARCACOCTDEFLGAHIIDILINIAKSKYLAMEMD'.
           05  FILLER               PIC X(40) VALUE
               'MAMIMNMSMOMTNENVNHNJNMNYNCNDOHOKORPARISC'.
           05  FILLER               PIC X(38) VALUE
               'SDTNTXUTVTVAWAWVWIWYDCPRVIGUASMPAAAEAP'.
       01 WS-STATE-CODE-TABLE REDEFINES WS-STATE-CODE-LIST.
           05 WS-STATE-CODE         OCCURS 59 TIMES
                                    PIC X(02).

       01 WS-TABLE-SUBSCRIPTS.
           05 WS-STATE-SUB          PIC 9(04) COMP VALUE 0.

       01 WS-RPT-HEADING-1.
           05  FILLER               PIC X(40) VALUE
               'CUSTOMER1 MAINTENANCE REPORT FOR RUN '.
           05  HDG-RUN-DATE         PIC X(10).
           05  FILLER               PIC X(82) VALUE SPACES.

       01 WS-RPT-HEADING-2.
           05  FILLER               PIC X(45) VALUE
               'A CUST ID    REFERENCE  NEW VALUE'.
           05  FILLER               PIC X(87) VALUE
               '                              STATUS   RSN REASON'.

       01 WS-RPT-DETAIL-LINE.
           05  RPT-ACTION           PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-CUST-ID          PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-REQUEST-REF      PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-NEW-VALUE        PIC X(50).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-STATUS           PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-REASON-CODE      PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-REASON-TEXT      PIC X(25).
           05  FILLER               PIC X(19) VALUE SPACES.

       01 WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(30).
           05  RPT-TOT-CNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(91) VALUE SPACES.

      *-----------------------------------*
      *  DB2 COMMUNICATION AREA           *
      *-----------------------------------*

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.

       0000-MAINLINE.

       DISPLAY '*******************'
       DISPLAY ' CUSTMNT PGM START '
       DISPLAY '*******************'

       PERFORM 1000-INITIALIZATION
       THRU 1000-EXIT

       PERFORM A100-PROCESS-TRANSACTIONS
       THRU A100-EXIT

       PERFORM 9000-TERMINATE
       THRU 9000-EXIT

       GOBACK
       .

       1000-INITIALIZATION.

       INITIALIZE WS-COUNTERS

       EXEC SQL
           SET :WS-CURRENT-DATETIME = CURRENT TIMESTAMP
       END-EXEC

       IF SQLCODE NOT = 0
            MOVE SQLCODE TO WS-SQLCODE
            DISPLAY 'CURRENT TIMESTAMP FAILED, SQLCODE: ' WS-SQLCODE
       END-IF

       PERFORM 8800-LOG-RUN-START
       THRU 8800-EXIT

       OPEN INPUT CUST-TRAN-FILE

       EVALUATE WS-CUSTTRAN-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN INPUT CUSTTRAN FAILED: '
                        WS-CUSTTRAN-STATUS
                ADD 1 TO WS-IO-FAIL-CNT
                SET END-OF-CUSTTRAN TO TRUE
       END-EVALUATE

       OPEN OUTPUT CUST-AUDIT-FILE

       EVALUATE WS-CUSTAUD-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN OUTPUT CUSTAUD FAILED: '
                        WS-CUSTAUD-STATUS
                ADD 1 TO WS-IO-FAIL-CNT
                SET END-OF-CUSTTRAN TO TRUE
       END-EVALUATE

       OPEN OUTPUT CHANGE-NOTICE-FILE

       EVALUATE WS-CHGNTC-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN OUTPUT CHGNTC FAILED: '
                        WS-CHGNTC-STATUS
                ADD 1 TO WS-IO-FAIL-CNT
                SET END-OF-CUSTTRAN TO TRUE
       END-EVALUATE

       OPEN OUTPUT CUST-REPORT-FILE

       EVALUATE WS-CUSTRPT-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN OUTPUT CUSTRPT FAILED: '
                        WS-CUSTRPT-STATUS
                ADD 1 TO WS-IO-FAIL-CNT
                SET END-OF-CUSTTRAN TO TRUE
       END-EVALUATE

       MOVE WS-CURRENT-DATETIME(1:10) TO HDG-RUN-DATE
       MOVE WS-RPT-HEADING-1 TO CUSTRPT-REC
       WRITE CUSTRPT-REC
       MOVE WS-RPT-HEADING-2 TO CUSTRPT-REC
       WRITE CUSTRPT-REC.

       1000-EXIT.
       EXIT.

       A100-PROCESS-TRANSACTIONS.

       PERFORM UNTIL END-OF-CUSTTRAN

            READ CUST-TRAN-FILE INTO WS-CUSTTRAN-CARD

            EVALUATE WS-CUSTTRAN-STATUS
                WHEN '00'
                     ADD 1 TO WS-TRAN-READ-CNT
                     PERFORM B100-APPLY-TRANSACTION
                     THRU B100-EXIT
                WHEN '10'
                     SET END-OF-CUSTTRAN TO TRUE
                WHEN OTHER
                     DISPLAY 'READ CUSTTRAN FAILED: '
                             WS-CUSTTRAN-STATUS
                     ADD 1 TO WS-IO-FAIL-CNT
                     SET END-OF-CUSTTRAN TO TRUE
            END-EVALUATE

       END-PERFORM.

       A100-EXIT.
       EXIT.

      *    EDITS THE CARD, THEN FETCHES THE CURRENT ROW, OVERLAYS
      *    THE CHANGE AND APPLIES IT. NOTHING IS WRITTEN TO CUSTOMER1
      *    UNLESS EVERY EDIT PASSES. EVERY CARD IS REPORTED.
       B100-APPLY-TRANSACTION.

       MOVE 'Y' TO WS-TRAN-VALID-SW
       MOVE SPACES TO WS-REJECT-CODE
                      WS-REJECT-TEXT

       EVALUATE TRUE
           WHEN NOT TRAN-ADDRESS
            AND NOT TRAN-NAME
            AND NOT TRAN-DOB-GENDER
                MOVE '01' TO WS-REJECT-CODE
                MOVE 'N' TO WS-TRAN-VALID-SW
           WHEN CT-CUST-ID = SPACES
                MOVE '02' TO WS-REJECT-CODE
                MOVE 'N' TO WS-TRAN-VALID-SW
           WHEN TRAN-ADDRESS
                PERFORM B200-EDIT-ADDRESS
                THRU B200-EXIT
           WHEN TRAN-NAME
                PERFORM B300-EDIT-NAME
                THRU B300-EXIT
           WHEN TRAN-DOB-GENDER
                PERFORM B400-EDIT-DOB-GENDER
                THRU B400-EXIT
       END-EVALUATE

       IF TRAN-VALID
            PERFORM B500-FETCH-CUSTOMER
            THRU B500-EXIT
       END-IF

       IF TRAN-VALID
            PERFORM B600-APPLY-CHANGE
            THRU B600-EXIT
       END-IF

       IF TRAN-VALID
            PERFORM B700-WRITE-AUDIT
            THRU B700-EXIT
            IF TRAN-ADDRESS
                 PERFORM B750-WRITE-NOTICES
                 THRU B750-EXIT
            END-IF
       END-IF

       PERFORM B800-REPORT-TRANSACTION
       THRU B800-EXIT.

       B100-EXIT.
       EXIT.

      *    AN ADDRESS CHANGE NEEDS A STREET LINE, CITY, STATE AND
      *    ZIP. STATE AND ZIP ARE EDITED WITH THE EPSEDIT RULES.
       B200-EDIT-ADDRESS.

       MOVE CT-CUST-STATE TO WS-EDIT-STATE
       PERFORM 8200-EDIT-STATE
       THRU 8200-EXIT

       EVALUATE TRUE
           WHEN CT-CUST-ADR1 = SPACES
             OR CT-CUST-CITY = SPACES
             OR CT-CUST-STATE = SPACES
             OR CT-CUST-ZIP = SPACES
                MOVE '03' TO WS-REJECT-CODE
                MOVE 'N' TO WS-TRAN-VALID-SW
           WHEN NOT EDIT-STATE-VALID
                MOVE '04' TO WS-REJECT-CODE
                MOVE 'N' TO WS-TRAN-VALID-SW
           WHEN CT-CUST-ZIP(1:5) NOT NUMERIC
             OR (CT-CUST-ZIP(6:5) NOT = SPACES
                 AND (CT-CUST-ZIP(6:1) NOT = '-'
                      OR CT-CUST-ZIP(7:4) NOT NUMERIC))
                MOVE '05' TO WS-REJECT-CODE
                MOVE 'N' TO WS-TRAN-VALID-SW
           WHEN OTHER
                CONTINUE
       END-EVALUATE.

       B200-EXIT.
       EXIT.

       B300-EDIT-NAME.

       IF CT-CUST-FNAME = SPACES
          AND CT-CUST-LNAME = SPACES
            MOVE '03' TO WS-REJECT-CODE
            MOVE 'N' TO WS-TRAN-VALID-SW
       END-IF.

       B300-EXIT.
       EXIT.

      *    DOB MUST BE A REAL ISO DATE AND GENDER ONE OF THE CODES
      *    EPSEDIT ACCEPTS. EITHER MAY BE LEFT BLANK, NOT BOTH.
       B400-EDIT-DOB-GENDER.

       IF CT-CUST-DOB = SPACES
          AND CT-CUST-GENDER = SPACES
            MOVE '03' TO WS-REJECT-CODE
            MOVE 'N' TO WS-TRAN-VALID-SW
       END-IF

       IF TRAN-VALID AND CT-CUST-DOB NOT = SPACES
            MOVE CT-CUST-DOB TO WS-EDIT-DATE
            PERFORM 8100-EDIT-DATE
            THRU 8100-EXIT
            IF NOT EDIT-DATE-VALID
                 MOVE '06' TO WS-REJECT-CODE
                 MOVE 'N' TO WS-TRAN-VALID-SW
            END-IF
       END-IF

       IF TRAN-VALID AND CT-CUST-GENDER NOT = SPACES
          AND CT-CUST-GENDER NOT = 'M' AND NOT = 'F'
          AND NOT = 'X' AND NOT = 'U'
            MOVE '07' TO WS-REJECT-CODE
            MOVE 'N' TO WS-TRAN-VALID-SW
       END-IF.

       B400-EXIT.
       EXIT.

      *    READS THE CURRENT ROW AND KEEPS IT AS THE BEFORE IMAGE.
       B500-FETCH-CUSTOMER.

       MOVE CT-CUST-ID TO HV-CUST-ID

       EXEC SQL
            SELECT CUST_FNAME
                  ,CUST_LNAME
                  ,CUST_DOB
                  ,CUST_GENDER
                  ,CUST_ADR1
                  ,CUST_ADR2
                  ,CUST_CITY
                  ,CUST_STATE
                  ,CUST_ZIP
                  ,CUST_CNTRY
            INTO  :HV-CUST-FNAME
                 ,:HV-CUST-LNAME
                 ,:HV-CUST-DOB
                 ,:HV-CUST-GENDER
                 ,:HV-CUST-ADR1
                 ,:HV-CUST-ADR2
                 ,:HV-CUST-CITY
                 ,:HV-CUST-STATE
                 ,:HV-CUST-ZIP
                 ,:HV-CUST-CNTRY
            FROM CUSTOMER1
            WHERE CUST_ID = :HV-CUST-ID
       END-EXEC

       EVALUATE SQLCODE
           WHEN 0
                MOVE HV-CUST-ROW TO WS-BEFORE-IMAGE
           WHEN 100
                MOVE '08' TO WS-REJECT-CODE
                MOVE 'N' TO WS-TRAN-VALID-SW
           WHEN OTHER
                MOVE SQLCODE TO WS-SQLCODE
                DISPLAY 'CUSTOMER1 FETCH FAILED FOR ' HV-CUST-ID
                        ', SQLCODE: ' WS-SQLCODE
                ADD 1 TO WS-SQL-FAIL-CNT
                MOVE '99' TO WS-REJECT-CODE
                MOVE 'N' TO WS-TRAN-VALID-SW
       END-EVALUATE.

       B500-EXIT.
       EXIT.

      *    OVERLAYS THE CARD ON THE CURRENT ROW AND UPDATES IT. A
      *    CARD THAT WOULD LEAVE THE ROW UNCHANGED IS REJECTED SO
      *    THE AUDIT TRAIL AND THE NOTICES ONLY CARRY REAL CHANGES.
       B600-APPLY-CHANGE.

       EVALUATE TRUE
           WHEN TRAN-ADDRESS
                MOVE CT-CUST-ADR1 TO HV-CUST-ADR1
                MOVE CT-CUST-ADR2 TO HV-CUST-ADR2
                MOVE CT-CUST-CITY TO HV-CUST-CITY
                MOVE CT-CUST-STATE TO HV-CUST-STATE
                MOVE CT-CUST-ZIP TO HV-CUST-ZIP
                IF CT-CUST-CNTRY NOT = SPACES
                     MOVE CT-CUST-CNTRY TO HV-CUST-CNTRY
                END-IF
           WHEN TRAN-NAME
                IF CT-CUST-FNAME NOT = SPACES
                     MOVE CT-CUST-FNAME TO HV-CUST-FNAME
                END-IF
                IF CT-CUST-LNAME NOT = SPACES
                     MOVE CT-CUST-LNAME TO HV-CUST-LNAME
                END-IF
           WHEN TRAN-DOB-GENDER
                IF CT-CUST-DOB NOT = SPACES
                     MOVE CT-CUST-DOB TO HV-CUST-DOB
                END-IF
                IF CT-CUST-GENDER NOT = SPACES
                     MOVE CT-CUST-GENDER TO HV-CUST-GENDER
                END-IF
       END-EVALUATE

       IF HV-CUST-ROW = WS-BEFORE-IMAGE
            MOVE '09' TO WS-REJECT-CODE
            MOVE 'N' TO WS-TRAN-VALID-SW
       END-IF

       IF TRAN-VALID

            EXEC SQL
                UPDATE CUSTOMER1
                   SET CUST_FNAME = :HV-CUST-FNAME,
                       CUST_LNAME = :HV-CUST-LNAME,
                       CUST_DOB = :HV-CUST-DOB,
                       CUST_GENDER = :HV-CUST-GENDER,
                       CUST_ADR1 = :HV-CUST-ADR1,
                       CUST_ADR2 = :HV-CUST-ADR2,
                       CUST_CITY = :HV-CUST-CITY,
                       CUST_STATE = :HV-CUST-STATE,
                       CUST_ZIP = :HV-CUST-ZIP,
                       CUST_CNTRY = :HV-CUST-CNTRY
                 WHERE CUST_ID = :HV-CUST-ID
            END-EXEC

            IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'CUSTOMER1 UPDATE FAILED FOR ' HV-CUST-ID
                         ', SQLCODE: ' WS-SQLCODE
                 ADD 1 TO WS-SQL-FAIL-CNT
                 MOVE '99' TO WS-REJECT-CODE
                 MOVE 'N' TO WS-TRAN-VALID-SW
            END-IF

       END-IF.

       B600-EXIT.
       EXIT.

       B700-WRITE-AUDIT.

       MOVE SPACES TO WS-AUDIT-RECORD
       MOVE WS-CURRENT-DATETIME TO AU-RUN-TS
       MOVE CT-CUST-ID TO AU-CUST-ID
       MOVE CT-ACTION TO AU-ACTION
       MOVE CT-REQUEST-REF TO AU-REQUEST-REF
       MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE
       MOVE HV-CUST-ROW TO AU-AFTER-IMAGE

       MOVE WS-AUDIT-RECORD TO CUSTAUD-REC
       WRITE CUSTAUD-REC

       EVALUATE WS-CUSTAUD-STATUS
           WHEN '00'
                ADD 1 TO WS-AUDIT-CNT
           WHEN OTHER
                DISPLAY 'WRITE CUSTAUD FAILED: ' WS-CUSTAUD-STATUS
                ADD 1 TO WS-IO-FAIL-CNT
       END-EVALUATE.

       B700-EXIT.
       EXIT.

      *    ONE NOTICE TO THE OLD ADDRESS FROM THE BEFORE IMAGE AND
      *    ONE TO THE NEW ADDRESS FROM THE AFTER IMAGE.
       B750-WRITE-NOTICES.

       MOVE SPACES TO WS-NOTICE-RECORD
       SET NT-OLD-ADDRESS TO TRUE
       MOVE CT-CUST-ID TO NT-CUST-ID
       MOVE BI-CUST-FNAME TO NT-CUST-FNAME
       MOVE BI-CUST-LNAME TO NT-CUST-LNAME
       MOVE BI-CUST-ADR1 TO NT-CUST-ADR1
       MOVE BI-CUST-ADR2 TO NT-CUST-ADR2
       MOVE BI-CUST-CITY TO NT-CUST-CITY
       MOVE BI-CUST-STATE TO NT-CUST-STATE
       MOVE BI-CUST-ZIP TO NT-CUST-ZIP
       MOVE BI-CUST-CNTRY TO NT-CUST-CNTRY
       MOVE WS-CURRENT-DATETIME(1:10) TO NT-CHANGE-DATE
       MOVE CT-REQUEST-REF TO NT-REQUEST-REF
       PERFORM B760-WRITE-NOTICE-REC
       THRU B760-EXIT

       SET NT-NEW-ADDRESS TO TRUE
       MOVE HV-CUST-FNAME TO NT-CUST-FNAME
       MOVE HV-CUST-LNAME TO NT-CUST-LNAME
       MOVE HV-CUST-ADR1 TO NT-CUST-ADR1
       MOVE HV-CUST-ADR2 TO NT-CUST-ADR2
       MOVE HV-CUST-CITY TO NT-CUST-CITY
       MOVE HV-CUST-STATE TO NT-CUST-STATE
       MOVE HV-CUST-ZIP TO NT-CUST-ZIP
       MOVE HV-CUST-CNTRY TO NT-CUST-CNTRY
       PERFORM B760-WRITE-NOTICE-REC
       THRU B760-EXIT.

       B750-EXIT.
       EXIT.

       B760-WRITE-NOTICE-REC.

       MOVE WS-NOTICE-RECORD TO CHGNTC-REC
       WRITE CHGNTC-REC

       EVALUATE WS-CHGNTC-STATUS
           WHEN '00'
                ADD 1 TO WS-NOTICE-CNT
           WHEN OTHER
                DISPLAY 'WRITE CHGNTC FAILED: ' WS-CHGNTC-STATUS
                ADD 1 TO WS-IO-FAIL-CNT
       END-EVALUATE.

       B760-EXIT.
       EXIT.

       B800-REPORT-TRANSACTION.

       MOVE CT-ACTION TO RPT-ACTION
       MOVE CT-CUST-ID TO RPT-CUST-ID
       MOVE CT-REQUEST-REF TO RPT-REQUEST-REF

       EVALUATE TRUE
           WHEN TRAN-ADDRESS
                MOVE CT-CUST-ADR1 TO RPT-NEW-VALUE
           WHEN TRAN-NAME
                MOVE CT-CHANGE-DATA(1:40) TO RPT-NEW-VALUE
           WHEN OTHER
                MOVE CT-CHANGE-DATA(1:11) TO RPT-NEW-VALUE
       END-EVALUATE

       IF TRAN-VALID
            ADD 1 TO WS-APPLIED-CNT
            EVALUATE TRUE
                WHEN TRAN-ADDRESS
                     ADD 1 TO WS-ADDRESS-CHG-CNT
                WHEN TRAN-NAME
                     ADD 1 TO WS-NAME-CHG-CNT
                WHEN OTHER
                     ADD 1 TO WS-DOB-CHG-CNT
            END-EVALUATE
            MOVE 'APPLIED' TO RPT-STATUS
            MOVE SPACES TO RPT-REASON-CODE
                           RPT-REASON-TEXT
       ELSE
            ADD 1 TO WS-REJECTED-CNT
            EVALUATE WS-REJECT-CODE
                WHEN '01'
                     MOVE 'INVALID ACTION CODE' TO WS-REJECT-TEXT
                WHEN '02'
                     MOVE 'CUST ID MISSING' TO WS-REJECT-TEXT
                WHEN '03'
                     MOVE 'REQUIRED FIELD MISSING' TO WS-REJECT-TEXT
                WHEN '04'
                     MOVE 'INVALID STATE CODE' TO WS-REJECT-TEXT
                WHEN '05'
                     MOVE 'ZIP MALFORMED' TO WS-REJECT-TEXT
                WHEN '06'
                     MOVE 'DOB NOT A REAL DATE' TO WS-REJECT-TEXT
                WHEN '07'
                     MOVE 'GENDER NOT A KNOWN VALUE' TO
                          WS-REJECT-TEXT
                WHEN '08'
                     MOVE 'CUST ID NOT ON CUSTOMER1' TO
                          WS-REJECT-TEXT
                WHEN '09'
                     MOVE 'NO CHANGE TO CURRENT ROW' TO
                          WS-REJECT-TEXT
                WHEN OTHER
                     MOVE 'SQL ERROR - SEE LOG' TO WS-REJECT-TEXT
            END-EVALUATE
            MOVE 'REJECTED' TO RPT-STATUS
            MOVE WS-REJECT-CODE TO RPT-REASON-CODE
            MOVE WS-REJECT-TEXT TO RPT-REASON-TEXT
       END-IF

       MOVE WS-RPT-DETAIL-LINE TO CUSTRPT-REC
       WRITE CUSTRPT-REC

       EVALUATE WS-CUSTRPT-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'WRITE CUSTRPT FAILED: ' WS-CUSTRPT-STATUS
                ADD 1 TO WS-IO-FAIL-CNT
       END-EVALUATE.

       B800-EXIT.
       EXIT.

       B900-WRITE-TOTAL-LINE.

       MOVE WS-RPT-TOTAL-LINE TO CUSTRPT-REC
       WRITE CUSTRPT-REC

       EVALUATE WS-CUSTRPT-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'WRITE CUSTRPT FAILED: ' WS-CUSTRPT-STATUS
                ADD 1 TO WS-IO-FAIL-CNT
       END-EVALUATE.

       B900-EXIT.
       EXIT.

       8100-EDIT-DATE.

       MOVE 'N' TO WS-DATE-VALID-SW

       IF EDT-YYYY NUMERIC AND EDT-MM NUMERIC AND EDT-DD NUMERIC
          AND EDT-SEP-1 = '-' AND EDT-SEP-2 = '-'
          AND EDT-MM-NUM >= 01 AND EDT-MM-NUM <= 12
          AND EDT-DD-NUM >= 01

            EVALUATE EDT-MM-NUM
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
                     DIVIDE EDT-YYYY-NUM BY 4
                            GIVING WS-LEAP-REM-4
                            REMAINDER WS-LEAP-REM-4
                     DIVIDE EDT-YYYY-NUM BY 100
                            GIVING WS-LEAP-REM-100
                            REMAINDER WS-LEAP-REM-100
                     DIVIDE EDT-YYYY-NUM BY 400
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

            IF EDT-DD-NUM <= WS-MONTH-END-DD
                 SET EDIT-DATE-VALID TO TRUE
            END-IF

       END-IF.

       8100-EXIT.
       EXIT.

       8200-EDIT-STATE.

       MOVE 'N' TO WS-STATE-VALID-SW
       MOVE 1 TO WS-STATE-SUB

       PERFORM UNTIL WS-STATE-SUB > 59
                  OR EDIT-STATE-VALID
            IF WS-EDIT-STATE = WS-STATE-CODE(WS-STATE-SUB)
                 SET EDIT-STATE-VALID TO TRUE
            END-IF
            ADD 1 TO WS-STATE-SUB
       END-PERFORM.

       8200-EXIT.
       EXIT.

       8800-LOG-RUN-START.

       MOVE WS-CURRENT-DATETIME TO WS-RUN-START-TS

       EXEC SQL
           INSERT INTO BATCH_RUN_LOG
                  (PGM_NAME, RUN_START_TS, RECS_WRITTEN,
                   FAIL_COUNT, DISPOSITION)
           VALUES ('EPSCUSTM', :WS-RUN-START-TS, 0, 0, 'STARTED')
       END-EXEC

       IF SQLCODE NOT = 0
            DISPLAY 'RUN LOG START INSERT FAILED, SQLCODE: ' SQLCODE
       END-IF.

       8800-EXIT.
       EXIT.

      *    COMPLETES THE BATCH_RUN_LOG ROW AND SETS THE RETURN CODE
      *    THE SCHEDULER KEYS OFF - AN SQL OR FILE FAILURE MEANS THE
      *    AUDIT TRAIL MAY NOT COVER EVERY UPDATE (FATAL), REJECTED
      *    CARDS STILL LEAVE A CONSISTENT TABLE (WARNING).
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
           WHEN WS-REJECTED-CNT > 0
                MOVE 'WARNING' TO WS-RUN-DISPOSITION
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 'NORMAL' TO WS-RUN-DISPOSITION
                MOVE 0 TO RETURN-CODE
       END-EVALUATE

       MOVE WS-APPLIED-CNT TO WS-LOG-RECS-WRITTEN
       MOVE WS-REJECTED-CNT TO WS-LOG-FAIL-COUNT

       EXEC SQL
           UPDATE BATCH_RUN_LOG
              SET RUN_END_TS = :WS-RUN-END-TS,
                  RECS_WRITTEN = :WS-LOG-RECS-WRITTEN,
                  FAIL_COUNT = :WS-LOG-FAIL-COUNT,
                  DISPOSITION = :WS-RUN-DISPOSITION
            WHERE PGM_NAME = 'EPSCUSTM'
              AND RUN_START_TS = :WS-RUN-START-TS
       END-EXEC

       IF SQLCODE NOT = 0
            DISPLAY 'RUN LOG END UPDATE FAILED, SQLCODE: ' SQLCODE
       END-IF

       DISPLAY 'RUN DISPOSITION : ' WS-RUN-DISPOSITION.

       8900-EXIT.
       EXIT.

       9000-TERMINATE.

       MOVE SPACES TO CUSTRPT-REC
       WRITE CUSTRPT-REC

       MOVE 'TRANSACTIONS READ' TO RPT-TOT-LABEL
       MOVE WS-TRAN-READ-CNT TO RPT-TOT-CNT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       MOVE 'TRANSACTIONS APPLIED' TO RPT-TOT-LABEL
       MOVE WS-APPLIED-CNT TO RPT-TOT-CNT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       MOVE '  ADDRESS CHANGES' TO RPT-TOT-LABEL
       MOVE WS-ADDRESS-CHG-CNT TO RPT-TOT-CNT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       MOVE '  NAME CHANGES' TO RPT-TOT-LABEL
       MOVE WS-NAME-CHG-CNT TO RPT-TOT-CNT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       MOVE '  DOB/GENDER CORRECTIONS' TO RPT-TOT-LABEL
       MOVE WS-DOB-CHG-CNT TO RPT-TOT-CNT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       MOVE 'TRANSACTIONS REJECTED' TO RPT-TOT-LABEL
       MOVE WS-REJECTED-CNT TO RPT-TOT-CNT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       MOVE 'AUDIT RECORDS WRITTEN' TO RPT-TOT-LABEL
       MOVE WS-AUDIT-CNT TO RPT-TOT-CNT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       MOVE 'CHANGE NOTICES WRITTEN' TO RPT-TOT-LABEL
       MOVE WS-NOTICE-CNT TO RPT-TOT-CNT
       PERFORM B900-WRITE-TOTAL-LINE
       THRU B900-EXIT

       DISPLAY 'TRANSACTIONS READ     : ' WS-TRAN-READ-CNT
       DISPLAY 'TRANSACTIONS APPLIED  : ' WS-APPLIED-CNT
       DISPLAY 'TRANSACTIONS REJECTED : ' WS-REJECTED-CNT
       DISPLAY 'AUDIT RECORDS         : ' WS-AUDIT-CNT
       DISPLAY 'CHANGE NOTICES        : ' WS-NOTICE-CNT
       DISPLAY 'SQL FAILURES          : ' WS-SQL-FAIL-CNT

       PERFORM 8900-LOG-RUN-END
       THRU 8900-EXIT

       CLOSE CUST-TRAN-FILE
       CLOSE CUST-AUDIT-FILE
       CLOSE CHANGE-NOTICE-FILE
       CLOSE CUST-REPORT-FILE.

       9000-EXIT.
       EXIT.
