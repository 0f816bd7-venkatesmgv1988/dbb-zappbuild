      ******************************************************************
      * Module Name        STAFFMRT                                    *
      * Version            1.0                                         *
      * Date               15/10/2026                                  *
      *                                                                *
      * COBOL Batch Program                                            *
      *                                                                *
      * Annual merit increase run. HR used to work the raises out in   *
      * a spreadsheet and key the STAFFUPD 'C' cards by hand. This     *
      * program reads the STAFF-OUT-FILE written by STAFF (one record  *
      * per employee), prices each employee's merit from the           *
      * MERITPRM control cards and writes the salary-change cards to   *
      * STFTRAN for STAFFUPD to apply, together with a proof report    *
      * on MRTRPT for HR to sign off first. Nothing touches the STAFF  *
      * table until STAFFUPD is run against the cards. MERITPRM -      *
      *     'M' merit matrix cell - JOB (blank for any job not carded  *
      *         on its own), YEARS band low/high and merit percent     *
      *     'B' department budget - DEPT and the most the department's *
      *         increases may add to the payroll                       *
      * An employee takes the percent of the cell for the employee's   *
      * JOB and YEARS band (the blank-JOB cell for the band when the   *
      * JOB has none). Where a department's increases come to more     *
      * than its budget every increase in the department is scaled     *
      * down by the same factor so the total fits; departments without *
      * a 'B' card are not capped. A new salary outside the SALRANGE   *
      * limits for the JOB (the same cards STAFFUPD checks) is listed  *
      * as a breach and no card is written for it, since STAFFUPD      *
      * would reject it - the held increase is not given to anyone     *
      * else.                                                          *
      * Employees in invalid departments (FO-DEPT-STATUS 'I' or 'E'),  *
      * employees STAFF could not read in full (FO-DEPT-STATUS 'U' or  *
      * a non-zero FO-STAFF-ERROR - salary and job are not on the      *
      * record) and employees with no matrix cell are listed but get   *
      * no card either, and any held employee ends the run with        *
      * RETURN-CODE 4. No MERITPRM matrix cards at all stops the run   *
      * with RETURN-CODE 8 and no cards written.                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFFMRT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT STAFF-OUT-FILE ASSIGN TO STFOUT
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-STFOUT-STATUS.

       SELECT MERIT-PARM-FILE ASSIGN TO MERITPRM
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-MERITPRM-STATUS.

       SELECT SALARY-RANGE-FILE ASSIGN TO SALRANGE
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SALRANGE-STATUS.

       SELECT STAFF-TRAN-FILE ASSIGN TO STFTRAN
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-STFTRAN-STATUS.

       SELECT MERIT-REPORT-FILE ASSIGN TO MRTRPT
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-MRTRPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD STAFF-OUT-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 STAFF-OUT-FILE-REC     PIC X(80).

       FD MERIT-PARM-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 MERITPRM-REC           PIC X(80).

       FD SALARY-RANGE-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 SALRANGE-REC           PIC X(80).

       FD STAFF-TRAN-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 STFTRAN-REC            PIC X(80).

       FD MERIT-REPORT-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 MRTRPT-REC             PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS-FIELDS.
           05 WS-STFOUT-STATUS      PIC XX VALUE '00'.
           05 WS-MERITPRM-STATUS    PIC XX VALUE '00'.
           05 WS-SALRANGE-STATUS    PIC XX VALUE '00'.
           05 WS-STFTRAN-STATUS     PIC XX VALUE '00'.
           05 WS-MRTRPT-STATUS      PIC XX VALUE '00'.

       01 WS-WORK-FIELDS.
           05 WS-RUN-DATE-YMD       PIC 9(08) VALUE 0.
           05 WS-SORT-KEY.
              10 SRT-DEPT           PIC 9(04).
              10 SRT-STAFF-ID       PIC 9(04).

       01 WS-CURSOR-FLAGS.
           05 WS-STFOUT-EOF-SW      PIC X VALUE 'N'.
               88  END-OF-STFOUT      VALUE 'Y'.
           05 WS-MERITPRM-EOF-SW    PIC X VALUE 'N'.
               88  END-OF-MERITPRM    VALUE 'Y'.
           05 WS-SALRANGE-EOF-SW    PIC X VALUE 'N'.
               88  END-OF-SALRANGE    VALUE 'Y'.
           05 WS-DEPT-FOUND-SW      PIC X VALUE 'N'.
               88  DEPT-ENTRY-FOUND   VALUE 'Y'.
           05 WS-CELL-FOUND-SW      PIC X VALUE 'N'.
               88  MATRIX-CELL-FOUND  VALUE 'Y'.
           05 WS-RANGE-FOUND-SW     PIC X VALUE 'N'.
               88  RANGE-ENTRY-FOUND  VALUE 'Y'.
           05 WS-BUDGET-FOUND-SW    PIC X VALUE 'N'.
               88  BUDGET-ENTRY-FOUND VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-REC-READ-CNT       PIC 9(09) VALUE 0.
           05 WS-NOTFND-SKIP-CNT    PIC 9(09) VALUE 0.
           05 WS-EMP-PRICED-CNT     PIC 9(09) VALUE 0.
           05 WS-CARD-WRITTEN-CNT   PIC 9(09) VALUE 0.
           05 WS-ZERO-MERIT-CNT     PIC 9(09) VALUE 0.
           05 WS-NO-CELL-CNT        PIC 9(09) VALUE 0.
           05 WS-BAD-DEPT-CNT       PIC 9(09) VALUE 0.
           05 WS-READ-ERROR-CNT     PIC 9(09) VALUE 0.
           05 WS-BREACH-CNT         PIC 9(09) VALUE 0.
           05 WS-CAPPED-DEPT-CNT    PIC 9(09) VALUE 0.
           05 WS-OVERFLOW-CNT       PIC 9(09) VALUE 0.

      *  SAME LAYOUT AS WS-STAFF-OUT-FILE-RECORD IN STAFF.CBL.
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

      *  MERITPRM CONTROL CARD - 'M' MATRIX CELL OR 'B' DEPARTMENT
      *  BUDGET, SELECTED BY THE CARD TYPE IN COLUMN 1.
       01 WS-MERITPRM-CARD.
           05 MP-CARD-TYPE          PIC X(01).
               88  MATRIX-CARD        VALUE 'M'.
               88  BUDGET-CARD        VALUE 'B'.
           05 MP-MATRIX-DATA.
              10 MP-JOB             PIC X(05).
              10 MP-YEARS-LOW       PIC 9(04).
              10 MP-YEARS-HIGH      PIC 9(04).
              10 MP-MERIT-PCT       PIC 9(02)V99.
              10 FILLER             PIC X(62).
           05 MP-BUDGET-DATA REDEFINES MP-MATRIX-DATA.
              10 MP-DEPT            PIC 9(04).
              10 MP-BUDGET-AMT      PIC 9(09)V99.
              10 FILLER             PIC X(64).

      *  SAME LAYOUT AS WS-SALRANGE-CARD IN STAFFUPD.CBL.
       01 WS-SALRANGE-CARD.
           05 SR-JOB                PIC X(05).
           05 SR-MIN-SALARY         PIC 9(7)V99.
           05 SR-MAX-SALARY         PIC 9(7)V99.
           05 SR-FILLER             PIC X(57).

      *  SAME LAYOUT AS WS-STFTRAN-CARD IN STAFFUPD.CBL. ONLY THE ID
      *  AND SALARY ARE FILLED IN - THE REST OF THE CARD IS LEFT
      *  BLANK SO STAFFUPD KEEPS THE CURRENT VALUES.
       01 WS-STFTRAN-CARD.
           05 TR-ACTION             PIC X(01).
           05 TR-STAFF-ID           PIC 9(04).
           05 TR-NAME               PIC X(09).
           05 TR-DEPT               PIC 9(04).
           05 TR-JOB                PIC X(05).
           05 TR-YEARS              PIC 9(04).
           05 TR-SALARY             PIC 9(7)V99.
           05 TR-FILLER             PIC X(44).

       01 WS-MATRIX-TABLE.
           05 WS-MATRIX-TBL-CNT     PIC 9(03) VALUE 0.
           05 WS-MATRIX-ENTRY OCCURS 1 TO 200 TIMES
                                DEPENDING ON WS-MATRIX-TBL-CNT.
              10 MX-JOB             PIC X(05).
              10 MX-YEARS-LOW       PIC 9(04).
              10 MX-YEARS-HIGH      PIC 9(04).
              10 MX-MERIT-PCT       PIC 9(02)V99.

       01 WS-BUDGET-TABLE.
           05 WS-BUDGET-TBL-CNT     PIC 9(04) VALUE 0.
           05 WS-BUDGET-ENTRY OCCURS 1 TO 1000 TIMES
                                DEPENDING ON WS-BUDGET-TBL-CNT.
              10 BG-DEPT            PIC 9(04).
              10 BG-BUDGET-AMT      PIC 9(09)V99.

       01 WS-RANGE-TABLE.
           05 WS-RANGE-TBL-CNT      PIC 9(03) VALUE 0.
           05 WS-RANGE-ENTRY OCCURS 1 TO 50 TIMES
                                DEPENDING ON WS-RANGE-TBL-CNT.
              10 RG-JOB             PIC X(05).
              10 RG-MIN-SALARY      PIC 9(7)V99.
              10 RG-MAX-SALARY      PIC 9(7)V99.

      *  ONE ENTRY PER EMPLOYEE, KEPT IN DEPARTMENT THEN ID ORDER FOR
      *  THE PROOF REPORT - SAME ASCENDING-INSERT TECHNIQUE AS
      *  B200-LOCATE-DEPT IN STAFFRPT.CBL. EM-STATUS SAYS WHETHER THE
      *  EMPLOYEE GETS A CARD.
       01 WS-EMPLOYEE-TABLE.
           05 WS-EMP-TBL-CNT        PIC 9(05) VALUE 0.
           05 WS-EMPLOYEE-ENTRY OCCURS 1 TO 10000 TIMES
                                DEPENDING ON WS-EMP-TBL-CNT.
              10 EM-SORT-KEY.
                 15 EM-DEPT         PIC 9(04).
                 15 EM-STAFF-ID     PIC 9(04).
              10 EM-STAFF-NAME      PIC X(09).
              10 EM-STAFF-JOB       PIC X(05).
              10 EM-STAFF-YEARS     PIC 9(04).
              10 EM-OLD-SALARY      PIC 9(7)V99.
              10 EM-MERIT-PCT       PIC 9(02)V99.
              10 EM-REQ-INCREASE    PIC 9(7)V99.
              10 EM-INCREASE        PIC 9(7)V99.
              10 EM-NEW-SALARY      PIC 9(7)V99.
              10 EM-RANGE-MIN       PIC 9(7)V99.
              10 EM-RANGE-MAX       PIC 9(7)V99.
              10 EM-STATUS          PIC X(01).
                  88  EM-ELIGIBLE      VALUE 'E'.
                  88  EM-NO-CELL       VALUE 'N'.
                  88  EM-BAD-DEPT      VALUE 'D'.
                  88  EM-READ-ERROR    VALUE 'R'.
                  88  EM-ABOVE-RANGE   VALUE 'H'.
                  88  EM-BELOW-RANGE   VALUE 'L'.

      *  ONE ENTRY PER DEPARTMENT IN ASCENDING DEPARTMENT ORDER,
      *  LOCATED THE SAME WAY AS IN STAFFRPT.CBL.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-TBL-CNT       PIC 9(04) VALUE 0.
           05 WS-DEPT-ENTRY OCCURS 1 TO 1000 TIMES
                                DEPENDING ON WS-DEPT-TBL-CNT.
              10 DT-DEPT            PIC 9(04).
              10 DT-DEPT-NAME       PIC X(20).
              10 DT-HEADCOUNT       PIC 9(07).
              10 DT-OLD-TOTAL       PIC 9(11)V99.
              10 DT-REQ-INCREASE    PIC 9(11)V99.
              10 DT-BUDGET-AMT      PIC 9(09)V99.
              10 DT-SCALE-FACTOR    PIC 9V9(06).
              10 DT-APPLIED-INCR    PIC 9(11)V99.
              10 DT-HELD-INCR       PIC 9(11)V99.
              10 DT-BUDGET-SW       PIC X(01).
                  88  DT-HAS-BUDGET    VALUE 'Y'.
                  88  DT-OVER-BUDGET   VALUE 'O'.
                  88  DT-NO-BUDGET     VALUE 'N'.

       01 WS-TABLE-SUBSCRIPTS.
           05 WS-ENTRY-SUB          PIC 9(05) COMP VALUE 0.
           05 WS-SHIFT-SUB          PIC 9(05) COMP VALUE 0.
           05 WS-EMP-SUB            PIC 9(05) COMP VALUE 0.
           05 WS-DEPT-SUB           PIC 9(04) COMP VALUE 0.
           05 WS-MATRIX-SUB         PIC 9(03) COMP VALUE 0.
           05 WS-BUDGET-SUB         PIC 9(04) COMP VALUE 0.
           05 WS-RANGE-SUB          PIC 9(03) COMP VALUE 0.

       01 WS-GRAND-TOTALS.
           05 WS-GRAND-HEADCOUNT    PIC 9(09) VALUE 0.
           05 WS-GRAND-OLD-TOTAL    PIC 9(13)V99 VALUE 0.
           05 WS-GRAND-REQ-INCR     PIC 9(13)V99 VALUE 0.
           05 WS-GRAND-APPLIED      PIC 9(13)V99 VALUE 0.
           05 WS-GRAND-HELD         PIC 9(13)V99 VALUE 0.

       01 WS-WORK-AMOUNTS.
           05 WS-NEW-TOTAL          PIC 9(13)V99 VALUE 0.
           05 WS-SCALE-PCT          PIC 9(03)V99 VALUE 0.

       01 WS-RPT-HEADING-1.
           05  FILLER               PIC X(29) VALUE
               'MERIT INCREASE PROOF FOR RUN '.
           05  HDG-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(48) VALUE
               '   - NOTHING IS APPLIED UNTIL STAFFUPD RUNS THE '.
           05  FILLER               PIC X(47) VALUE
               'STFTRAN CARDS'.

       01 WS-RPT-HEADING-2.
           05  FILLER               PIC X(05) VALUE '  ID'.
           05  FILLER               PIC X(10) VALUE 'NAME'.
           05  FILLER               PIC X(05) VALUE 'DEPT'.
           05  FILLER               PIC X(06) VALUE 'JOB'.
           05  FILLER               PIC X(05) VALUE ' YRS'.
           05  FILLER               PIC X(14) VALUE '   OLD SALARY'.
           05  FILLER               PIC X(06) VALUE '  PCT'.
           05  FILLER               PIC X(14) VALUE '    REQUESTED'.
           05  FILLER               PIC X(14) VALUE '     INCREASE'.
           05  FILLER               PIC X(14) VALUE '   NEW SALARY'.
           05  FILLER               PIC X(39) VALUE 'NOTE'.

       01 WS-RPT-DETAIL-LINE.
           05  RPT-STAFF-ID         PIC 9(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-STAFF-NAME       PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-DEPT             PIC 9(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-JOB              PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-YEARS            PIC ZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-OLD-SALARY       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-MERIT-PCT        PIC Z9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-REQ-INCREASE     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-INCREASE         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-NEW-SALARY       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-NOTE             PIC X(30).
           05  FILLER               PIC X(09) VALUE SPACES.

       01 WS-RPT-DEPT-LINE-1.
           05  FILLER               PIC X(05) VALUE 'DEPT '.
           05  RPT-DT-DEPT          PIC 9(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-DT-DEPT-NAME     PIC X(20).
           05  FILLER               PIC X(12) VALUE '  HEADCOUNT '.
           05  RPT-DT-HEADCOUNT     PIC ZZZ9.
           05  FILLER               PIC X(18) VALUE
               '  SALARIES BEFORE '.
           05  RPT-DT-OLD-TOTAL     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(08) VALUE '  AFTER '.
           05  RPT-DT-NEW-TOTAL     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(24) VALUE SPACES.

       01 WS-RPT-DEPT-LINE-2.
           05  FILLER               PIC X(15) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'REQUESTED '.
           05  RPT-DT-REQ-INCR      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(09) VALUE '  BUDGET '.
           05  RPT-DT-BUDGET        PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(10) VALUE '  APPLIED '.
           05  RPT-DT-APPLIED       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-DT-BUDGET-NOTE   PIC X(22).
           05  RPT-DT-SCALE-PCT     PIC ZZ9.99 BLANK WHEN ZERO.
           05  RPT-DT-PCT-SIGN      PIC X(01).
           05  FILLER               PIC X(09) VALUE SPACES.

       01 WS-RPT-GRAND-LINE-1.
           05  FILLER               PIC X(30) VALUE 'GRAND TOTAL'.
           05  FILLER               PIC X(12) VALUE '  HEADCOUNT '.
           05  RPT-GT-HEADCOUNT     PIC ZZZZ9.
           05  FILLER               PIC X(18) VALUE
               '  SALARIES BEFORE '.
           05  RPT-GT-OLD-TOTAL     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(08) VALUE '  AFTER '.
           05  RPT-GT-NEW-TOTAL     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(23) VALUE SPACES.

       01 WS-RPT-GRAND-LINE-2.
           05  FILLER               PIC X(15) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'REQUESTED '.
           05  RPT-GT-REQ-INCR      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(10) VALUE '  APPLIED '.
           05  RPT-GT-APPLIED       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(07) VALUE '  HELD '.
           05  RPT-GT-HELD          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(39) VALUE SPACES.

       01 WS-RPT-BREACH-HEADING.
           05  FILLER               PIC X(132) VALUE
               'SALRANGE BREACHES - NO STFTRAN CARD WRITTEN'.

       01 WS-RPT-BREACH-LINE.
           05  RPT-BR-STAFF-ID      PIC 9(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-BR-STAFF-NAME    PIC X(09).
           05  FILLER               PIC X(06) VALUE ' DEPT '.
           05  RPT-BR-DEPT          PIC 9(04).
           05  FILLER               PIC X(05) VALUE ' JOB '.
           05  RPT-BR-JOB           PIC X(05).
           05  FILLER               PIC X(12) VALUE '  NEW SALARY'.
           05  RPT-BR-NEW-SALARY    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(08) VALUE '  RANGE '.
           05  RPT-BR-RANGE-MIN     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(03) VALUE ' - '.
           05  RPT-BR-RANGE-MAX     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RPT-BR-NOTE          PIC X(20).
           05  FILLER               PIC X(14) VALUE SPACES.

       01 WS-RPT-BLANK-LINE        PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------

       0000-MAINLINE.

           PERFORM 1000-INITIALIZATION
           THRU 1000-EXIT

           IF WS-MATRIX-TBL-CNT = 0
                DISPLAY 'NO MERIT MATRIX CARDS - NO OUTPUT'
                MOVE 8 TO RETURN-CODE
           ELSE
                PERFORM 1300-OPEN-FILES
                THRU 1300-EXIT

                PERFORM A100-PROCESS-STFOUT
                THRU A100-EXIT

                PERFORM A200-APPLY-BUDGETS
                THRU A200-EXIT

                PERFORM A300-WRITE-PROOF
                THRU A300-EXIT

                PERFORM 9000-TERMINATE
                THRU 9000-EXIT
           END-IF

           STOP RUN.

       1000-INITIALIZATION.

           INITIALIZE WS-COUNTERS
                      WS-MATRIX-TABLE
                      WS-BUDGET-TABLE
                      WS-RANGE-TABLE
                      WS-EMPLOYEE-TABLE
                      WS-DEPT-TABLE
                      WS-GRAND-TOTALS

           ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD

           PERFORM 1100-LOAD-MERIT-CARDS
           THRU 1100-EXIT

           PERFORM 1200-LOAD-SALARY-RANGES
           THRU 1200-EXIT.

       1000-EXIT.
       EXIT.

      *  'M' CARDS NEED A NUMERIC BAND WITH LOW NOT ABOVE HIGH AND A
      *  NUMERIC PERCENT; 'B' CARDS A NUMERIC DEPT AND AMOUNT. ANY
      *  OTHER CARD IS DISPLAYED AND SKIPPED.
       1100-LOAD-MERIT-CARDS.

           OPEN INPUT MERIT-PARM-FILE

           IF WS-MERITPRM-STATUS NOT = '00'
                DISPLAY 'OPEN INPUT MERITPRM FAILED: '
                        WS-MERITPRM-STATUS
                SET END-OF-MERITPRM TO TRUE
           END-IF

           PERFORM UNTIL END-OF-MERITPRM

                READ MERIT-PARM-FILE INTO WS-MERITPRM-CARD

                EVALUATE WS-MERITPRM-STATUS
                    WHEN '00'
                         PERFORM 1150-STORE-MERIT-CARD
                         THRU 1150-EXIT
                    WHEN '10'
                         SET END-OF-MERITPRM TO TRUE
                    WHEN OTHER
                         DISPLAY 'READ MERITPRM FAILED: '
                                 WS-MERITPRM-STATUS
                         SET END-OF-MERITPRM TO TRUE
                END-EVALUATE

           END-PERFORM

           IF WS-MERITPRM-STATUS NOT = '35'
                CLOSE MERIT-PARM-FILE
           END-IF

           DISPLAY 'MERIT MATRIX CELLS    : ' WS-MATRIX-TBL-CNT
           DISPLAY 'DEPT BUDGET CARDS     : ' WS-BUDGET-TBL-CNT.

       1100-EXIT.
       EXIT.

       1150-STORE-MERIT-CARD.

           EVALUATE TRUE
               WHEN MATRIX-CARD
                AND MP-YEARS-LOW NUMERIC
                AND MP-YEARS-HIGH NUMERIC
                AND MP-MERIT-PCT NUMERIC
                AND MP-YEARS-LOW NOT > MP-YEARS-HIGH
                    IF WS-MATRIX-TBL-CNT >= 200
                         DISPLAY 'WS-MATRIX-TABLE FULL - '
                            'MAX 200 MATRIX CARDS EXCEEDED'
                         ADD 1 TO WS-OVERFLOW-CNT
                    ELSE
                         ADD 1 TO WS-MATRIX-TBL-CNT
                         MOVE MP-JOB TO MX-JOB(WS-MATRIX-TBL-CNT)
                         MOVE MP-YEARS-LOW TO
                              MX-YEARS-LOW(WS-MATRIX-TBL-CNT)
                         MOVE MP-YEARS-HIGH TO
                              MX-YEARS-HIGH(WS-MATRIX-TBL-CNT)
                         MOVE MP-MERIT-PCT TO
                              MX-MERIT-PCT(WS-MATRIX-TBL-CNT)
                    END-IF
               WHEN BUDGET-CARD
                AND MP-DEPT NUMERIC
                AND MP-BUDGET-AMT NUMERIC
                    IF WS-BUDGET-TBL-CNT >= 1000
                         DISPLAY 'WS-BUDGET-TABLE FULL - '
                            'MAX 1000 BUDGET CARDS EXCEEDED'
                         ADD 1 TO WS-OVERFLOW-CNT
                    ELSE
                         ADD 1 TO WS-BUDGET-TBL-CNT
                         MOVE MP-DEPT TO BG-DEPT(WS-BUDGET-TBL-CNT)
                         MOVE MP-BUDGET-AMT TO
                              BG-BUDGET-AMT(WS-BUDGET-TBL-CNT)
                    END-IF
               WHEN OTHER
                    DISPLAY 'MERITPRM CARD IGNORED: '
                            WS-MERITPRM-CARD(1:18)
           END-EVALUATE.

       1150-EXIT.
       EXIT.

      *  SAME CARDS AND LOAD AS 1100-LOAD-SALARY-RANGES IN
      *  STAFFUPD.CBL. JOBS WITHOUT A CARD ARE NOT RANGE-CHECKED.
       1200-LOAD-SALARY-RANGES.

           OPEN INPUT SALARY-RANGE-FILE

           IF WS-SALRANGE-STATUS NOT = '00'
                DISPLAY 'NO SALRANGE CARDS - SALARY CHECK SKIPPED'
                SET END-OF-SALRANGE TO TRUE
           END-IF

           PERFORM UNTIL END-OF-SALRANGE

                READ SALARY-RANGE-FILE INTO WS-SALRANGE-CARD

                EVALUATE WS-SALRANGE-STATUS
                    WHEN '00'
                         IF SR-JOB NOT = SPACES
                            AND SR-MIN-SALARY NUMERIC
                            AND SR-MAX-SALARY NUMERIC
                              IF WS-RANGE-TBL-CNT >= 50
                                   DISPLAY 'WS-RANGE-TABLE FULL - '
                                      'MAX 50 JOB CARDS EXCEEDED'
                                   SET END-OF-SALRANGE TO TRUE
                              ELSE
                                   ADD 1 TO WS-RANGE-TBL-CNT
                                   MOVE SR-JOB TO
                                        RG-JOB(WS-RANGE-TBL-CNT)
                                   MOVE SR-MIN-SALARY TO
                                      RG-MIN-SALARY(WS-RANGE-TBL-CNT)
                                   MOVE SR-MAX-SALARY TO
                                      RG-MAX-SALARY(WS-RANGE-TBL-CNT)
                              END-IF
                         ELSE
                              DISPLAY 'SALRANGE CARD IGNORED: '
                                      WS-SALRANGE-CARD(1:23)
                         END-IF
                    WHEN '10'
                         SET END-OF-SALRANGE TO TRUE
                    WHEN OTHER
                         DISPLAY 'READ SALRANGE FAILED: '
                                 WS-SALRANGE-STATUS
                         SET END-OF-SALRANGE TO TRUE
                END-EVALUATE

           END-PERFORM

           IF WS-SALRANGE-STATUS NOT = '35'
                CLOSE SALARY-RANGE-FILE
           END-IF

           DISPLAY 'SALARY RANGE CARDS    : ' WS-RANGE-TBL-CNT.

       1200-EXIT.
       EXIT.

       1300-OPEN-FILES.

           OPEN INPUT STAFF-OUT-FILE

           EVALUATE WS-STFOUT-STATUS
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'OPEN INPUT STAFF-OUT-FILE FAILED: '
                            WS-STFOUT-STATUS
                    SET END-OF-STFOUT TO TRUE
           END-EVALUATE

           OPEN OUTPUT STAFF-TRAN-FILE

           EVALUATE WS-STFTRAN-STATUS
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'OPEN OUTPUT STFTRAN FAILED: '
                            WS-STFTRAN-STATUS
                    SET END-OF-STFOUT TO TRUE
           END-EVALUATE

           OPEN OUTPUT MERIT-REPORT-FILE

           EVALUATE WS-MRTRPT-STATUS
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'OPEN OUTPUT MRTRPT FAILED: '
                            WS-MRTRPT-STATUS
                    SET END-OF-STFOUT TO TRUE
           END-EVALUATE

           MOVE WS-RUN-DATE-YMD TO HDG-RUN-DATE
           MOVE WS-RPT-HEADING-1 TO MRTRPT-REC
           PERFORM B900-WRITE-REPORT-REC
           THRU B900-EXIT
           MOVE WS-RPT-HEADING-2 TO MRTRPT-REC
           PERFORM B900-WRITE-REPORT-REC
           THRU B900-EXIT.

       1300-EXIT.
       EXIT.

       A100-PROCESS-STFOUT.

           PERFORM UNTIL END-OF-STFOUT

                READ STAFF-OUT-FILE INTO WS-STAFF-OUT-DETAIL

                EVALUATE WS-STFOUT-STATUS
                    WHEN '00'
                         ADD 1 TO WS-REC-READ-CNT
                         IF FO-STAFF-NOTFND = 'Y'
                              ADD 1 TO WS-NOTFND-SKIP-CNT
                         ELSE
                              PERFORM B100-PRICE-EMPLOYEE
                              THRU B100-EXIT
                         END-IF
                    WHEN '10'
                         SET END-OF-STFOUT TO TRUE
                    WHEN OTHER
                         DISPLAY 'READ STAFF-OUT-FILE FAILED: '
                                 WS-STFOUT-STATUS
                         SET END-OF-STFOUT TO TRUE
                END-EVALUATE

           END-PERFORM

           CLOSE STAFF-OUT-FILE.

       A100-EXIT.
       EXIT.

      *  TOTALS EACH DEPARTMENT'S REQUESTED INCREASES, SETS THE
      *  SCALE FACTOR FOR A DEPARTMENT OVER ITS BUDGET, THEN SETS
      *  EVERY ELIGIBLE EMPLOYEE'S INCREASE AND NEW SALARY AND CHECKS
      *  IT AGAINST SALRANGE.
       A200-APPLY-BUDGETS.

           MOVE 1 TO WS-DEPT-SUB
           PERFORM UNTIL WS-DEPT-SUB > WS-DEPT-TBL-CNT
                PERFORM B400-SET-DEPT-SCALE
                THRU B400-EXIT
                ADD 1 TO WS-DEPT-SUB
           END-PERFORM

           MOVE 1 TO WS-EMP-SUB
           PERFORM UNTIL WS-EMP-SUB > WS-EMP-TBL-CNT
                IF EM-ELIGIBLE(WS-EMP-SUB)
                     PERFORM B500-SET-INCREASE
                     THRU B500-EXIT
                END-IF
                ADD 1 TO WS-EMP-SUB
           END-PERFORM.

       A200-EXIT.
       EXIT.

      *  WRITES THE STFTRAN CARDS AND THE PROOF REPORT - EMPLOYEES
      *  IN DEPARTMENT ORDER WITH TWO TOTAL LINES AT EACH
      *  DEPARTMENT BREAK, THE GRAND TOTAL, THEN THE SALRANGE
      *  BREACHES.
       A300-WRITE-PROOF.

           MOVE 1 TO WS-EMP-SUB
           PERFORM UNTIL WS-EMP-SUB > WS-EMP-TBL-CNT
                PERFORM B600-WRITE-EMPLOYEE
                THRU B600-EXIT
                IF WS-EMP-SUB = WS-EMP-TBL-CNT
                   OR EM-DEPT(WS-EMP-SUB + 1) NOT =
                      EM-DEPT(WS-EMP-SUB)
                     PERFORM B700-WRITE-DEPT-TOTAL
                     THRU B700-EXIT
                END-IF
                ADD 1 TO WS-EMP-SUB
           END-PERFORM

           MOVE WS-GRAND-HEADCOUNT TO RPT-GT-HEADCOUNT
           MOVE WS-GRAND-OLD-TOTAL TO RPT-GT-OLD-TOTAL
           COMPUTE WS-NEW-TOTAL = WS-GRAND-OLD-TOTAL
                                + WS-GRAND-APPLIED
           MOVE WS-NEW-TOTAL TO RPT-GT-NEW-TOTAL
           MOVE WS-RPT-GRAND-LINE-1 TO MRTRPT-REC
           PERFORM B900-WRITE-REPORT-REC
           THRU B900-EXIT

           MOVE WS-GRAND-REQ-INCR TO RPT-GT-REQ-INCR
           MOVE WS-GRAND-APPLIED TO RPT-GT-APPLIED
           MOVE WS-GRAND-HELD TO RPT-GT-HELD
           MOVE WS-RPT-GRAND-LINE-2 TO MRTRPT-REC
           PERFORM B900-WRITE-REPORT-REC
           THRU B900-EXIT

           MOVE WS-RPT-BLANK-LINE TO MRTRPT-REC
           PERFORM B900-WRITE-REPORT-REC
           THRU B900-EXIT
           MOVE WS-RPT-BREACH-HEADING TO MRTRPT-REC
           PERFORM B900-WRITE-REPORT-REC
           THRU B900-EXIT

           MOVE 1 TO WS-EMP-SUB
           PERFORM UNTIL WS-EMP-SUB > WS-EMP-TBL-CNT
                IF EM-ABOVE-RANGE(WS-EMP-SUB)
                   OR EM-BELOW-RANGE(WS-EMP-SUB)
                     PERFORM B800-WRITE-BREACH
                     THRU B800-EXIT
                END-IF
                ADD 1 TO WS-EMP-SUB
           END-PERFORM.

       A300-EXIT.
       EXIT.

      *  FILES THE EMPLOYEE IN DEPARTMENT/ID ORDER AND PRICES THE
      *  REQUESTED INCREASE FROM THE MATRIX. THE BUDGET CAP IS NOT
      *  KNOWN UNTIL THE WHOLE DEPARTMENT HAS BEEN READ, SO THE FINAL
      *  INCREASE IS SET LATER BY B500-SET-INCREASE.
       B100-PRICE-EMPLOYEE.

           PERFORM B200-LOCATE-DEPT
           THRU B200-EXIT

           EVALUATE TRUE
               WHEN NOT DEPT-ENTRY-FOUND
                    ADD 1 TO WS-OVERFLOW-CNT
               WHEN WS-EMP-TBL-CNT >= 10000
                    DISPLAY 'WS-EMPLOYEE-TABLE FULL - '
                       'MAX 10000 EMPLOYEES EXCEEDED'
                    ADD 1 TO WS-OVERFLOW-CNT
               WHEN OTHER
                    PERFORM B150-FILE-EMPLOYEE
                    THRU B150-EXIT
           END-EVALUATE.

       B100-EXIT.
       EXIT.

       B150-FILE-EMPLOYEE.

           MOVE FO-STAFF-DEPT TO SRT-DEPT
           MOVE FO-STAFF-ID TO SRT-STAFF-ID

           MOVE 1 TO WS-EMP-SUB
           PERFORM UNTIL WS-EMP-SUB > WS-EMP-TBL-CNT
                      OR EM-SORT-KEY(WS-EMP-SUB) >= WS-SORT-KEY
                ADD 1 TO WS-EMP-SUB
           END-PERFORM

           ADD 1 TO WS-EMP-TBL-CNT
           MOVE WS-EMP-TBL-CNT TO WS-SHIFT-SUB
           PERFORM UNTIL WS-SHIFT-SUB <= WS-EMP-SUB
                MOVE WS-EMPLOYEE-ENTRY(WS-SHIFT-SUB - 1) TO
                     WS-EMPLOYEE-ENTRY(WS-SHIFT-SUB)
                SUBTRACT 1 FROM WS-SHIFT-SUB
           END-PERFORM

           INITIALIZE WS-EMPLOYEE-ENTRY(WS-EMP-SUB)
           MOVE WS-SORT-KEY TO EM-SORT-KEY(WS-EMP-SUB)
           MOVE FO-STAFF-NAME TO EM-STAFF-NAME(WS-EMP-SUB)
           MOVE FO-STAFF-JOB TO EM-STAFF-JOB(WS-EMP-SUB)
           MOVE FO-STAFF-YEARS TO EM-STAFF-YEARS(WS-EMP-SUB)
           MOVE FO-STAFF-SALARY TO EM-OLD-SALARY(WS-EMP-SUB)
           MOVE FO-STAFF-SALARY TO EM-NEW-SALARY(WS-EMP-SUB)

           ADD 1 TO WS-EMP-PRICED-CNT
           ADD 1 TO DT-HEADCOUNT(WS-ENTRY-SUB)
           ADD FO-STAFF-SALARY TO DT-OLD-TOTAL(WS-ENTRY-SUB)
           ADD 1 TO WS-GRAND-HEADCOUNT
           ADD FO-STAFF-SALARY TO WS-GRAND-OLD-TOTAL

           PERFORM B300-LOOKUP-MERIT-PCT
           THRU B300-EXIT

           EVALUATE TRUE
               WHEN FO-DEPT-STATUS = 'I' OR FO-DEPT-STATUS = 'E'
                    SET EM-BAD-DEPT(WS-EMP-SUB) TO TRUE
                    ADD 1 TO WS-BAD-DEPT-CNT
               WHEN FO-DEPT-STATUS NOT = 'V'
                 OR FO-STAFF-ERROR NOT = 0
                    SET EM-READ-ERROR(WS-EMP-SUB) TO TRUE
                    ADD 1 TO WS-READ-ERROR-CNT
               WHEN NOT MATRIX-CELL-FOUND
                    SET EM-NO-CELL(WS-EMP-SUB) TO TRUE
                    ADD 1 TO WS-NO-CELL-CNT
               WHEN OTHER
                    SET EM-ELIGIBLE(WS-EMP-SUB) TO TRUE
                    MOVE MX-MERIT-PCT(WS-MATRIX-SUB) TO
                         EM-MERIT-PCT(WS-EMP-SUB)
                    COMPUTE EM-REQ-INCREASE(WS-EMP-SUB) ROUNDED =
                            FO-STAFF-SALARY
                            * MX-MERIT-PCT(WS-MATRIX-SUB) / 100
                    ADD EM-REQ-INCREASE(WS-EMP-SUB) TO
                        DT-REQ-INCREASE(WS-ENTRY-SUB)
                    ADD EM-REQ-INCREASE(WS-EMP-SUB) TO
                        WS-GRAND-REQ-INCR
           END-EVALUATE.

       B150-EXIT.
       EXIT.

      *  FINDS THE WS-DEPT-ENTRY FOR FO-STAFF-DEPT, INSERTING A NEW
      *  ZEROED ENTRY IN ASCENDING DEPARTMENT ORDER WHEN THE
      *  DEPARTMENT HAS NOT BEEN SEEN YET - SAME AS B200-LOCATE-DEPT
      *  IN STAFFRPT.CBL.
       B200-LOCATE-DEPT.

           MOVE 'N' TO WS-DEPT-FOUND-SW
           MOVE 1 TO WS-ENTRY-SUB

           PERFORM UNTIL WS-ENTRY-SUB > WS-DEPT-TBL-CNT
                      OR DT-DEPT(WS-ENTRY-SUB) >= FO-STAFF-DEPT
                ADD 1 TO WS-ENTRY-SUB
           END-PERFORM

           IF WS-ENTRY-SUB <= WS-DEPT-TBL-CNT
              AND DT-DEPT(WS-ENTRY-SUB) = FO-STAFF-DEPT
                SET DEPT-ENTRY-FOUND TO TRUE
           ELSE
                IF WS-DEPT-TBL-CNT >= 1000
                     DISPLAY 'WS-DEPT-TABLE FULL - '
                        'MAX 1000 DEPARTMENTS EXCEEDED'
                ELSE
                     ADD 1 TO WS-DEPT-TBL-CNT
                     MOVE WS-DEPT-TBL-CNT TO WS-SHIFT-SUB
                     PERFORM UNTIL WS-SHIFT-SUB <= WS-ENTRY-SUB
                          MOVE WS-DEPT-ENTRY(WS-SHIFT-SUB - 1) TO
                               WS-DEPT-ENTRY(WS-SHIFT-SUB)
                          SUBTRACT 1 FROM WS-SHIFT-SUB
                     END-PERFORM
                     INITIALIZE WS-DEPT-ENTRY(WS-ENTRY-SUB)
                     MOVE FO-STAFF-DEPT TO DT-DEPT(WS-ENTRY-SUB)
                     MOVE FO-DEPT-NAME TO DT-DEPT-NAME(WS-ENTRY-SUB)
                     SET DT-NO-BUDGET(WS-ENTRY-SUB) TO TRUE
                     SET DEPT-ENTRY-FOUND TO TRUE
                END-IF
           END-IF.

       B200-EXIT.
       EXIT.

      *  FINDS THE MATRIX CELL FOR FO-STAFF-JOB AND FO-STAFF-YEARS -
      *  A CELL CARDED FOR THE JOB ITSELF FIRST, OTHERWISE THE
      *  BLANK-JOB CELL FOR THE YEARS BAND. WS-MATRIX-SUB POINTS AT
      *  THE CELL WHEN MATRIX-CELL-FOUND.
       B300-LOOKUP-MERIT-PCT.

           MOVE 'N' TO WS-CELL-FOUND-SW

           MOVE 1 TO WS-MATRIX-SUB
           PERFORM UNTIL WS-MATRIX-SUB > WS-MATRIX-TBL-CNT
                      OR MATRIX-CELL-FOUND
                IF MX-JOB(WS-MATRIX-SUB) = FO-STAFF-JOB
                   AND FO-STAFF-YEARS >= MX-YEARS-LOW(WS-MATRIX-SUB)
                   AND FO-STAFF-YEARS <= MX-YEARS-HIGH(WS-MATRIX-SUB)
                     SET MATRIX-CELL-FOUND TO TRUE
                ELSE
                     ADD 1 TO WS-MATRIX-SUB
                END-IF
           END-PERFORM

           IF NOT MATRIX-CELL-FOUND
                MOVE 1 TO WS-MATRIX-SUB
                PERFORM UNTIL WS-MATRIX-SUB > WS-MATRIX-TBL-CNT
                           OR MATRIX-CELL-FOUND
                     IF MX-JOB(WS-MATRIX-SUB) = SPACES
                        AND FO-STAFF-YEARS >=
                            MX-YEARS-LOW(WS-MATRIX-SUB)
                        AND FO-STAFF-YEARS <=
                            MX-YEARS-HIGH(WS-MATRIX-SUB)
                          SET MATRIX-CELL-FOUND TO TRUE
                     ELSE
                          ADD 1 TO WS-MATRIX-SUB
                     END-IF
                END-PERFORM
           END-IF.

       B300-EXIT.
       EXIT.

      *  A DEPARTMENT WHOSE REQUESTED INCREASES EXCEED ITS 'B' CARD
      *  IS SCALED BY BUDGET / REQUESTED. THE FACTOR IS TRUNCATED,
      *  AND SO IS EACH SCALED INCREASE, SO THE DEPARTMENT TOTAL
      *  NEVER COMES OUT ABOVE THE BUDGET.
       B400-SET-DEPT-SCALE.

           MOVE 1 TO DT-SCALE-FACTOR(WS-DEPT-SUB)
           MOVE 'N' TO WS-BUDGET-FOUND-SW

           MOVE 1 TO WS-BUDGET-SUB
           PERFORM UNTIL WS-BUDGET-SUB > WS-BUDGET-TBL-CNT
                      OR BUDGET-ENTRY-FOUND
                IF BG-DEPT(WS-BUDGET-SUB) = DT-DEPT(WS-DEPT-SUB)
                     SET BUDGET-ENTRY-FOUND TO TRUE
                ELSE
                     ADD 1 TO WS-BUDGET-SUB
                END-IF
           END-PERFORM

           IF BUDGET-ENTRY-FOUND
                MOVE BG-BUDGET-AMT(WS-BUDGET-SUB) TO
                     DT-BUDGET-AMT(WS-DEPT-SUB)
                IF DT-REQ-INCREASE(WS-DEPT-SUB) >
                   DT-BUDGET-AMT(WS-DEPT-SUB)
                     SET DT-OVER-BUDGET(WS-DEPT-SUB) TO TRUE
                     ADD 1 TO WS-CAPPED-DEPT-CNT
                     COMPUTE DT-SCALE-FACTOR(WS-DEPT-SUB) =
                             DT-BUDGET-AMT(WS-DEPT-SUB)
                             / DT-REQ-INCREASE(WS-DEPT-SUB)
                ELSE
                     SET DT-HAS-BUDGET(WS-DEPT-SUB) TO TRUE
                END-IF
           END-IF.

       B400-EXIT.
       EXIT.

      *  SCALES THE REQUESTED INCREASE BY THE DEPARTMENT FACTOR AND
      *  HOLDS IT WHEN THE NEW SALARY FALLS OUTSIDE THE JOB'S
      *  SALRANGE CARD.
       B500-SET-INCREASE.

      *  THE DEPARTMENT SUBSCRIPTS MOVE WHILE STFOUT IS LOADING, SO
      *  THE DEPARTMENT IS LOOKED UP AGAIN HERE.
           MOVE EM-DEPT(WS-EMP-SUB) TO FO-STAFF-DEPT
           PERFORM B200-LOCATE-DEPT
           THRU B200-EXIT

           COMPUTE EM-INCREASE(WS-EMP-SUB) =
                   EM-REQ-INCREASE(WS-EMP-SUB)
                   * DT-SCALE-FACTOR(WS-ENTRY-SUB)
           COMPUTE EM-NEW-SALARY(WS-EMP-SUB) =
                   EM-OLD-SALARY(WS-EMP-SUB)
                   + EM-INCREASE(WS-EMP-SUB)

           MOVE 'N' TO WS-RANGE-FOUND-SW
           MOVE 1 TO WS-RANGE-SUB
           PERFORM UNTIL WS-RANGE-SUB > WS-RANGE-TBL-CNT
                      OR RANGE-ENTRY-FOUND
                IF RG-JOB(WS-RANGE-SUB) = EM-STAFF-JOB(WS-EMP-SUB)
                     SET RANGE-ENTRY-FOUND TO TRUE
                ELSE
                     ADD 1 TO WS-RANGE-SUB
                END-IF
           END-PERFORM

           IF RANGE-ENTRY-FOUND
                MOVE RG-MIN-SALARY(WS-RANGE-SUB) TO
                     EM-RANGE-MIN(WS-EMP-SUB)
                MOVE RG-MAX-SALARY(WS-RANGE-SUB) TO
                     EM-RANGE-MAX(WS-EMP-SUB)
                EVALUATE TRUE
                    WHEN EM-NEW-SALARY(WS-EMP-SUB) >
                         RG-MAX-SALARY(WS-RANGE-SUB)
                         SET EM-ABOVE-RANGE(WS-EMP-SUB) TO TRUE
                    WHEN EM-NEW-SALARY(WS-EMP-SUB) <
                         RG-MIN-SALARY(WS-RANGE-SUB)
                         SET EM-BELOW-RANGE(WS-EMP-SUB) TO TRUE
                    WHEN OTHER
                         CONTINUE
                END-EVALUATE
           END-IF

           IF EM-ELIGIBLE(WS-EMP-SUB)
                ADD EM-INCREASE(WS-EMP-SUB) TO
                    DT-APPLIED-INCR(WS-ENTRY-SUB)
                ADD EM-INCREASE(WS-EMP-SUB) TO WS-GRAND-APPLIED
           ELSE
                ADD 1 TO WS-BREACH-CNT
                ADD EM-INCREASE(WS-EMP-SUB) TO
                    DT-HELD-INCR(WS-ENTRY-SUB)
                ADD EM-INCREASE(WS-EMP-SUB) TO WS-GRAND-HELD
           END-IF.

       B500-EXIT.
       EXIT.

      *  ONE PROOF LINE PER EMPLOYEE, AND THE STFTRAN 'C' CARD FOR
      *  AN ELIGIBLE EMPLOYEE WITH A NON-ZERO INCREASE.
       B600-WRITE-EMPLOYEE.

           MOVE EM-DEPT(WS-EMP-SUB) TO FO-STAFF-DEPT
           PERFORM B200-LOCATE-DEPT
           THRU B200-EXIT

           MOVE EM-STAFF-ID(WS-EMP-SUB) TO RPT-STAFF-ID
           MOVE EM-STAFF-NAME(WS-EMP-SUB) TO RPT-STAFF-NAME
           MOVE EM-DEPT(WS-EMP-SUB) TO RPT-DEPT
           MOVE EM-STAFF-JOB(WS-EMP-SUB) TO RPT-JOB
           MOVE EM-STAFF-YEARS(WS-EMP-SUB) TO RPT-YEARS
           MOVE EM-OLD-SALARY(WS-EMP-SUB) TO RPT-OLD-SALARY
           MOVE EM-MERIT-PCT(WS-EMP-SUB) TO RPT-MERIT-PCT
           MOVE EM-REQ-INCREASE(WS-EMP-SUB) TO RPT-REQ-INCREASE
           MOVE EM-INCREASE(WS-EMP-SUB) TO RPT-INCREASE
           MOVE EM-NEW-SALARY(WS-EMP-SUB) TO RPT-NEW-SALARY
           MOVE SPACES TO RPT-NOTE

           EVALUATE TRUE
               WHEN EM-BAD-DEPT(WS-EMP-SUB)
                    MOVE 'HELD - INVALID DEPT' TO RPT-NOTE
               WHEN EM-READ-ERROR(WS-EMP-SUB)
                    MOVE 'HELD - STAFF READ ERROR' TO RPT-NOTE
               WHEN EM-NO-CELL(WS-EMP-SUB)
                    MOVE 'HELD - NO MATRIX CELL' TO RPT-NOTE
               WHEN EM-ABOVE-RANGE(WS-EMP-SUB)
                    MOVE 'HELD - ABOVE SALRANGE MAX' TO RPT-NOTE
               WHEN EM-BELOW-RANGE(WS-EMP-SUB)
                    MOVE 'HELD - BELOW SALRANGE MIN' TO RPT-NOTE
               WHEN EM-INCREASE(WS-EMP-SUB) = 0
                    MOVE 'NO INCREASE - NO CARD' TO RPT-NOTE
                    ADD 1 TO WS-ZERO-MERIT-CNT
               WHEN OTHER
                    MOVE SPACES TO WS-STFTRAN-CARD
                    MOVE 'C' TO TR-ACTION
                    MOVE EM-STAFF-ID(WS-EMP-SUB) TO TR-STAFF-ID
                    MOVE EM-NEW-SALARY(WS-EMP-SUB) TO TR-SALARY
                    MOVE WS-STFTRAN-CARD TO STFTRAN-REC
                    WRITE STFTRAN-REC
                    EVALUATE WS-STFTRAN-STATUS
                        WHEN '00'
                             ADD 1 TO WS-CARD-WRITTEN-CNT
                        WHEN OTHER
                             DISPLAY 'WRITE STFTRAN FAILED: '
                                     WS-STFTRAN-STATUS
                             ADD 1 TO WS-OVERFLOW-CNT
                    END-EVALUATE
                    IF DT-OVER-BUDGET(WS-ENTRY-SUB)
                         MOVE 'SCALED TO DEPT BUDGET' TO RPT-NOTE
                    END-IF
           END-EVALUATE

           MOVE WS-RPT-DETAIL-LINE TO MRTRPT-REC
           PERFORM B900-WRITE-REPORT-REC
           THRU B900-EXIT.

       B600-EXIT.
       EXIT.

       B700-WRITE-DEPT-TOTAL.

           MOVE EM-DEPT(WS-EMP-SUB) TO FO-STAFF-DEPT
           PERFORM B200-LOCATE-DEPT
           THRU B200-EXIT

           MOVE DT-DEPT(WS-ENTRY-SUB) TO RPT-DT-DEPT
           MOVE DT-DEPT-NAME(WS-ENTRY-SUB) TO RPT-DT-DEPT-NAME
           MOVE DT-HEADCOUNT(WS-ENTRY-SUB) TO RPT-DT-HEADCOUNT
           MOVE DT-OLD-TOTAL(WS-ENTRY-SUB) TO RPT-DT-OLD-TOTAL
           COMPUTE WS-NEW-TOTAL = DT-OLD-TOTAL(WS-ENTRY-SUB)
                                + DT-APPLIED-INCR(WS-ENTRY-SUB)
           MOVE WS-NEW-TOTAL TO RPT-DT-NEW-TOTAL
           MOVE WS-RPT-DEPT-LINE-1 TO MRTRPT-REC
           PERFORM B900-WRITE-REPORT-REC
           THRU B900-EXIT

           MOVE DT-REQ-INCREASE(WS-ENTRY-SUB) TO RPT-DT-REQ-INCR
           MOVE DT-BUDGET-AMT(WS-ENTRY-SUB) TO RPT-DT-BUDGET
           MOVE DT-APPLIED-INCR(WS-ENTRY-SUB) TO RPT-DT-APPLIED
           MOVE 0 TO RPT-DT-SCALE-PCT
           MOVE SPACES TO RPT-DT-PCT-SIGN

           EVALUATE TRUE
               WHEN DT-OVER-BUDGET(WS-ENTRY-SUB)
                    MOVE 'OVER BUDGET, SCALED TO' TO RPT-DT-BUDGET-NOTE
                    COMPUTE WS-SCALE-PCT =
                            DT-SCALE-FACTOR(WS-ENTRY-SUB) * 100
                    MOVE WS-SCALE-PCT TO RPT-DT-SCALE-PCT
                    MOVE '%' TO RPT-DT-PCT-SIGN
               WHEN DT-HAS-BUDGET(WS-ENTRY-SUB)
                    MOVE 'WITHIN BUDGET' TO RPT-DT-BUDGET-NOTE
               WHEN OTHER
                    MOVE 'NO BUDGET CARD' TO RPT-DT-BUDGET-NOTE
           END-EVALUATE

           MOVE WS-RPT-DEPT-LINE-2 TO MRTRPT-REC
           PERFORM B900-WRITE-REPORT-REC
           THRU B900-EXIT

           MOVE WS-RPT-BLANK-LINE TO MRTRPT-REC
           PERFORM B900-WRITE-REPORT-REC
           THRU B900-EXIT.

       B700-EXIT.
       EXIT.

       B800-WRITE-BREACH.

           MOVE EM-STAFF-ID(WS-EMP-SUB) TO RPT-BR-STAFF-ID
           MOVE EM-STAFF-NAME(WS-EMP-SUB) TO RPT-BR-STAFF-NAME
           MOVE EM-DEPT(WS-EMP-SUB) TO RPT-BR-DEPT
           MOVE EM-STAFF-JOB(WS-EMP-SUB) TO RPT-BR-JOB
           MOVE EM-NEW-SALARY(WS-EMP-SUB) TO RPT-BR-NEW-SALARY
           MOVE EM-RANGE-MIN(WS-EMP-SUB) TO RPT-BR-RANGE-MIN
           MOVE EM-RANGE-MAX(WS-EMP-SUB) TO RPT-BR-RANGE-MAX

           IF EM-ABOVE-RANGE(WS-EMP-SUB)
                MOVE 'ABOVE JOB MAXIMUM' TO RPT-BR-NOTE
           ELSE
                MOVE 'BELOW JOB MINIMUM' TO RPT-BR-NOTE
           END-IF

           MOVE WS-RPT-BREACH-LINE TO MRTRPT-REC
           PERFORM B900-WRITE-REPORT-REC
           THRU B900-EXIT.

       B800-EXIT.
       EXIT.

       B900-WRITE-REPORT-REC.

           WRITE MRTRPT-REC

           EVALUATE WS-MRTRPT-STATUS
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'WRITE MRTRPT FAILED: ' WS-MRTRPT-STATUS
           END-EVALUATE.

       B900-EXIT.
       EXIT.

       9000-TERMINATE.

           DISPLAY 'STFOUT RECORDS READ   : ' WS-REC-READ-CNT
           DISPLAY 'NOT-FOUND SKIPPED     : ' WS-NOTFND-SKIP-CNT
           DISPLAY 'EMPLOYEES PRICED      : ' WS-EMP-PRICED-CNT
           DISPLAY 'STFTRAN CARDS WRITTEN : ' WS-CARD-WRITTEN-CNT
           DISPLAY 'NO INCREASE           : ' WS-ZERO-MERIT-CNT
           DISPLAY 'HELD - NO MATRIX CELL : ' WS-NO-CELL-CNT
           DISPLAY 'HELD - INVALID DEPT   : ' WS-BAD-DEPT-CNT
           DISPLAY 'HELD - STAFF READ ERR : ' WS-READ-ERROR-CNT
           DISPLAY 'HELD - SALRANGE       : ' WS-BREACH-CNT
           DISPLAY 'DEPTS SCALED TO BUDGET: ' WS-CAPPED-DEPT-CNT

           CLOSE STAFF-TRAN-FILE
           CLOSE MERIT-REPORT-FILE

           EVALUATE TRUE
               WHEN WS-OVERFLOW-CNT > 0
                    DISPLAY 'MERIT RUN INCOMPLETE - SEE MESSAGES'
                    MOVE 8 TO RETURN-CODE
               WHEN WS-NO-CELL-CNT > 0
                 OR WS-BAD-DEPT-CNT > 0
                 OR WS-READ-ERROR-CNT > 0
                 OR WS-BREACH-CNT > 0
                    MOVE 4 TO RETURN-CODE
               WHEN OTHER
                    MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       9000-EXIT.
       EXIT.
