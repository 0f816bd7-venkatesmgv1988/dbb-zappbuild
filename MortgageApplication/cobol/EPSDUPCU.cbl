       ID DIVISION.
       PROGRAM-ID. EPSDUPCU.
      *    THIS PROGRAM IS THE DATA-STEWARD DUPLICATE CUSTOMER SCAN.
      *    YEARS OF BRANCH KEYING HAVE LEFT THE SAME PERSON IN
      *    CUSTOMER1 UNDER MORE THAN ONE CUST_ID, WHICH SHOWS UP AS
      *    TWO HOUSEHOLDS IN EPSCROLL, TWO ENVELOPES IN EPSMAILM AND
      *    A DORMANT FLAG IN EPSDORM FOR A PERSON WHO IS ACTIVE ON
      *    ANOTHER CUST_ID. THE STEP READS THE RSTFILE EXTRACT
      *    (ONE RECORD PER ACCOUNT, CUSTOMER1 FIELDS REPEATED - SEE
      *    EPSCROLL.CBL), BUILDS ONE ENTRY PER OP-CUST-ID WITH ITS
      *    LINKED ACCOUNTS, SCORES LIKELY DUPLICATE PAIRS AND PRINTS
      *    A MERGE-CANDIDATE REPORT ON DUPRPT. NOTHING IS UPDATED -
      *    THE STEWARDS REVIEW THE REPORT AND CORRECT THE CUST_LINK1
      *    LINKS THEMSELVES.
      *
      *    NAMES ARE COMPARED UPPER-CASED WITH SPACES AND
      *    PUNCTUATION REMOVED (SO "MC DONALD", "MC-DONALD" AND
      *    "MCDONALD" MATCH, IN ANY MIX OF CASE). OP-CUST-ADR1 IS
      *    UPPER-CASED, SPLIT INTO WORDS, THE COMMON STREET WORDS
      *    ARE SHORTENED TO THEIR POSTAL ABBREVIATIONS AND THE WORDS
      *    ARE RUN TOGETHER, AND IS COMPARED WITH THE FIRST FIVE
      *    CHARACTERS OF OP-CUST-ZIP. A PAIR SCORES -
      *        40  LAST AND FIRST NAME THE SAME
      *        35  LAST AND FIRST NAME KEYED THE WRONG WAY ROUND
      *        20  LAST NAME AND FIRST INITIAL THE SAME
      *        30  OP-CUST-DOB THE SAME
      *        30  ADDRESS LINE 1 AND ZIP THE SAME
      *    AND IS A MERGE CANDIDATE AT WS-MIN-MATCH-SCORE OR ABOVE,
      *    I.E. WHEN AT LEAST TWO OF NAME, BIRTH DATE AND ADDRESS
      *    AGREE. EVERY SUCH PAIR HAS THE SAME LAST NAME, THE SAME
      *    BIRTH DATE OR THE SAME ADDRESS AND ZIP (A REVERSED NAME
      *    PAIR HAS NEITHER LAST NAME, SO IT IS ONLY FOUND THROUGH
      *    ITS BIRTH DATE OR ADDRESS), SO CUSTOMERS ARE ONLY COMPARED
      *    WITHIN RUNS OF EQUAL LAST NAME, RUNS OF EQUAL BIRTH DATE
      *    AND RUNS OF EQUAL ADDRESS AND ZIP RATHER THAN EVERY
      *    CUSTOMER AGAINST EVERY OTHER.
      *
      *    CANDIDATE PAIRS THAT SHARE A CUSTOMER ARE CHAINED INTO ONE
      *    GROUP - ONE SUSPECTED PERSON - AND THE GROUPS ARE PRINTED
      *    STRONGEST MATCH FIRST, EACH WITH ITS CUST_IDS, THEIR
      *    LINKED ACCOUNTS AND THE PAIRS THAT TIED THEM TOGETHER.
      *    A TABLE OVERFLOW IS REPORTED AND ENDS THE RUN WITH
      *    RETURN-CODE 4 SINCE THE REPORT IS THEN INCOMPLETE.
      *
      *    AUTHOR - ARUNKUMAR KOWALPADOLI & AJAY CHINCHANSUR
      *    DATE - 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ACCT-RESULT-FILE ASSIGN TO RSTFILE
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-RSTFILE-STATUS.

       SELECT DUPLICATE-REPORT-FILE ASSIGN TO DUPRPT
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-DUPRPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD ACCT-RESULT-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 RSTFILE-REC      PIC X(340).

       FD DUPLICATE-REPORT-FILE
       BLOCK CONTAINS 0 RECORDS
       RECORDING MODE IS F.

       01 DUPRPT-REC       PIC X(132).

       WORKING-STORAGE SECTION.
      *
       01 WS-WORK-FIELDS.
           05 WS-RSTFILE-STATUS    PIC XX    VALUE '00'.
           05 WS-DUPRPT-STATUS     PIC XX    VALUE '00'.
           05 WS-RUN-DATE-YMD      PIC 9(08) VALUE 0.
           05 WS-MIN-MATCH-SCORE   PIC 9(03) VALUE 60.

       01 WS-CURSOR-FLAGS.
           05 WS-RSTFILE-EOF-SW     PIC X    VALUE 'N'.
               88  END-OF-RSTFILE                VALUE 'Y'.
           05 WS-CUST-FOUND-SW      PIC X    VALUE 'N'.
               88  CUST-ENTRY-FOUND              VALUE 'Y'.
           05 WS-OVERFLOW-SW        PIC X    VALUE 'N'.
               88  TABLE-OVERFLOWED              VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-REC-READ-CNT       PIC 9(09) VALUE 0.
           05 WS-DROPPED-ACCT-CNT   PIC 9(09) VALUE 0.
           05 WS-PAIR-COMPARED-CNT  PIC 9(09) VALUE 0.
           05 WS-CAND-GROUP-CNT     PIC 9(09) VALUE 0.
           05 WS-CAND-CUST-CNT      PIC 9(09) VALUE 0.
           05 WS-DROPPED-PAIR-CNT   PIC 9(09) VALUE 0.
           05 WS-RPT-LINE-CNT       PIC 9(09) VALUE 0.

      *    TRAILER VERIFICATION PASS WORK FIELDS - SEE
      *    0100-VERIFY-TRAILER.
       01 WS-TRAILER-CHECK-FIELDS.
           05 WS-TRAILER-OK-SW      PIC X    VALUE 'N'.
               88  RSTFILE-TRAILER-OK            VALUE 'Y'.
           05 WS-TRAILER-FOUND-SW   PIC X    VALUE 'N'.
               88  TRAILER-RECORD-FOUND          VALUE 'Y'.
           05 WS-VERIFY-EOF-SW      PIC X    VALUE 'N'.
               88  END-OF-VERIFY-PASS            VALUE 'Y'.
           05 WS-DETAIL-VERIFY-CNT  PIC 9(09) VALUE 0.

      *    MIRRORS WS-TRAILER-RECORD IN EPSACCTS.CBL.
       01 WS-TRAILER-CHECK-REC.
           05  TCK-REC-ID           PIC X(06).
           05  TCK-RUN-DATETIME     PIC X(26).
           05  TCK-REC-COUNT        PIC 9(09).
           05  TCK-FAIL-COUNT       PIC 9(09).
           05  TCK-FILLER           PIC X(290).

      *    MIRRORS WS-RSTFILE-RECORD IN EPSACCTS.CBL.
       01 WS-RSTFILE-DETAIL.
           05  OP-CUST-ACCT         PIC X(10).
           05  OP-ACCT-TYP          PIC X(20).
           05  OP-ACCT-STA          PIC X(10).
           05  OP-ACCT-OPEN-DT      PIC X(10).
           05  OP-ACCT-CLOS-DT      PIC X(10).
           05  OP-ACCT-LST-ACTV-DT  PIC X(10).
           05  OP-CUST-ID           PIC X(10).
           05  OP-CUST-FNAME        PIC X(20).
           05  OP-CUST-LNAME        PIC X(20).
           05  OP-CUST-DOB          PIC X(10).
           05  OP-CUST-GENDER       PIC X(01).
           05  OP-CUST-ADR1         PIC X(50).
           05  OP-CUST-ADR2         PIC X(50).
           05  OP-CUST-CITY         PIC X(20).
           05  OP-CUST-STATE        PIC X(02).
           05  OP-CUST-ZIP          PIC X(10).
           05  OP-CUST-CNTRY        PIC X(20).
           05  OP-LOAN-CURR-BAL     PIC S9(9)V99.
           05  OP-LOAN-INT-RATE     PIC S9(3)V9(4).
           05  OP-LOAN-ESCROW-BAL   PIC S9(9)V99.
           05  OP-LOAN-NEXT-PMT-DT  PIC X(10).
           05  OP-LOAN-DELINQ-STA   PIC X(10).
           05  OP-FILLER            PIC X(08).

      *    ONE ENTRY PER OP-CUST-ID, KEPT IN ASCENDING ORDER BY
      *    B200-LOCATE-CUSTOMER (SAME TECHNIQUE AS EPSCROLL.CBL),
      *    CARRYING THE NORMALIZED MATCH KEYS, THE FIRST
      *    WS-MAX-ACCT-LISTED LINKED ACCOUNTS AND THE CANDIDATE GROUP
      *    THE CUSTOMER HAS BEEN CHAINED INTO (CT-GROUP-NO ZERO WHEN
      *    NONE). CT-NEXT-MEMBER LINKS THE MEMBERS OF A GROUP.
       01 WS-CUSTOMER-TABLE.
           05 WS-CUST-TBL-CNT       PIC 9(07) VALUE 0.
           05 WS-CUSTOMER-ENTRY OCCURS 1 TO 100000 TIMES
                                DEPENDING ON WS-CUST-TBL-CNT.
              10 CT-CUST-ID         PIC X(10).
              10 CT-CUST-FNAME      PIC X(20).
              10 CT-CUST-LNAME      PIC X(20).
              10 CT-CUST-DOB        PIC X(10).
              10 CT-CUST-ADR1       PIC X(50).
              10 CT-CUST-ZIP        PIC X(10).
              10 CT-LNAME-KEY       PIC X(20).
              10 CT-FNAME-KEY       PIC X(20).
              10 CT-ADDR-KEY        PIC X(50).
              10 CT-ZIP5-KEY        PIC X(05).
              10 CT-GROUP-NO        PIC 9(05) COMP.
              10 CT-NEXT-MEMBER     PIC 9(07) COMP.
              10 CT-ACCT-CNT        PIC 9(05).
              10 CT-ACCT-LISTED     OCCURS 5 TIMES.
                 15 CT-ACCT-NO      PIC X(10).
                 15 CT-ACCT-TYP     PIC X(20).
                 15 CT-ACCT-STA     PIC X(10).

       01 WS-MAX-ACCT-LISTED        PIC 9(02) VALUE 5.

      *    BLOCKING INDEXES BUILT ONCE THE CUSTOMER TABLE IS LOADED -
      *    ONE ENTRY PER CUSTOMER, KEPT IN ASCENDING KEY ORDER BY
      *    C100-INDEX-CUSTOMER SO CUSTOMERS WITH THE SAME LAST NAME
      *    (OR THE SAME BIRTH DATE, OR THE SAME ADDRESS AND ZIP) SIT
      *    TOGETHER. BLANK KEYS ARE NOT INDEXED.
       01 WS-LNAME-INDEX.
           05 WS-LNX-CNT            PIC 9(07) VALUE 0.
           05 WS-LNX-ENTRY OCCURS 1 TO 100000 TIMES
                                DEPENDING ON WS-LNX-CNT.
              10 LX-LNAME-KEY       PIC X(20).
              10 LX-CUST-SUB        PIC 9(07) COMP.

       01 WS-DOB-INDEX.
           05 WS-DBX-CNT            PIC 9(07) VALUE 0.
           05 WS-DBX-ENTRY OCCURS 1 TO 100000 TIMES
                                DEPENDING ON WS-DBX-CNT.
              10 DX-CUST-DOB        PIC X(10).
              10 DX-CUST-SUB        PIC 9(07) COMP.

       01 WS-ADDR-INDEX.
           05 WS-ADX-CNT            PIC 9(07) VALUE 0.
           05 WS-ADX-ENTRY OCCURS 1 TO 100000 TIMES
                                DEPENDING ON WS-ADX-CNT.
              10 AX-ADDR-ZIP-KEY.
                 15 AX-ADDR-KEY     PIC X(50).
                 15 AX-ZIP5-KEY     PIC X(05).
              10 AX-CUST-SUB        PIC 9(07) COMP.

      *    CANDIDATE PAIRS IN THE ORDER FOUND. PR-NEXT-PAIR LINKS THE
      *    PAIRS OF ONE GROUP.
       01 WS-PAIR-TABLE.
           05 WS-PAIR-TBL-CNT       PIC 9(05) VALUE 0.
           05 WS-PAIR-ENTRY OCCURS 1 TO 20000 TIMES
                                DEPENDING ON WS-PAIR-TBL-CNT.
              10 PR-CUST-SUB-1      PIC 9(07) COMP.
              10 PR-CUST-SUB-2      PIC 9(07) COMP.
              10 PR-SCORE           PIC 9(03).
              10 PR-NAME-REASON     PIC X(15).
              10 PR-DOB-REASON      PIC X(03).
              10 PR-ADDR-REASON     PIC X(07).
              10 PR-NEXT-PAIR       PIC 9(05) COMP.

      *    ONE ENTRY PER SUSPECTED PERSON. WHEN A PAIR JOINS TWO
      *    EXISTING GROUPS THE HIGHER-NUMBERED GROUP IS FOLDED INTO
      *    THE LOWER ONE BY C400-MERGE-GROUPS AND FLAGGED MERGED.
       01 WS-GROUP-TABLE.
           05 WS-GROUP-TBL-CNT      PIC 9(05) VALUE 0.
           05 WS-GROUP-ENTRY OCCURS 1 TO 10000 TIMES
                                DEPENDING ON WS-GROUP-TBL-CNT.
              10 GP-FIRST-MEMBER    PIC 9(07) COMP.
              10 GP-LAST-MEMBER     PIC 9(07) COMP.
              10 GP-MEMBER-CNT      PIC 9(05).
              10 GP-FIRST-PAIR      PIC 9(05) COMP.
              10 GP-LAST-PAIR       PIC 9(05) COMP.
              10 GP-PAIR-CNT        PIC 9(05).
              10 GP-BEST-SCORE      PIC 9(03).
              10 GP-MERGED-SW       PIC X(01).
                 88 GP-MERGED                   VALUE 'Y'.

      *    LIVE GROUPS IN REPORT ORDER, BUILT BY A400-RANK-GROUPS -
      *    THE SORT KEY COMPLEMENTS THE BEST SCORE AND THE MEMBER
      *    COUNT SO THE USUAL ASCENDING-INSERT TECHNIQUE (SEE
      *    B300-STORE-QUEUE-ENTRY IN EPSCOLLQ.CBL) PUTS THE STRONGEST
      *    AND LARGEST GROUPS FIRST.
       01 WS-RANK-TABLE.
           05 WS-RANK-TBL-CNT       PIC 9(05) VALUE 0.
           05 WS-RANK-ENTRY OCCURS 1 TO 10000 TIMES
                                DEPENDING ON WS-RANK-TBL-CNT.
              10 RK-SORT-KEY.
                 15 RK-SCORE-INV    PIC 9(03).
                 15 RK-MEMBER-INV   PIC 9(05).
                 15 RK-GROUP-NO     PIC 9(05).

       01 WS-RANK-SORT-KEY.
           05 SRT-SCORE-INV         PIC 9(03).
           05 SRT-MEMBER-INV        PIC 9(05).
           05 SRT-GROUP-NO          PIC 9(05).

       01 WS-TABLE-SUBSCRIPTS.
           05 WS-ENTRY-SUB          PIC 9(07) COMP VALUE 0.
           05 WS-SHIFT-SUB          PIC 9(07) COMP VALUE 0.
           05 WS-ACCT-SUB           PIC 9(04) COMP VALUE 0.
           05 WS-RUN-START          PIC 9(07) COMP VALUE 0.
           05 WS-RUN-END            PIC 9(07) COMP VALUE 0.
           05 WS-OUTER-SUB          PIC 9(07) COMP VALUE 0.
           05 WS-INNER-SUB          PIC 9(07) COMP VALUE 0.
           05 WS-CUST-SUB-A         PIC 9(07) COMP VALUE 0.
           05 WS-CUST-SUB-B         PIC 9(07) COMP VALUE 0.
           05 WS-MEMBER-SUB         PIC 9(07) COMP VALUE 0.
           05 WS-PAIR-SUB           PIC 9(05) COMP VALUE 0.
           05 WS-GROUP-SUB          PIC 9(05) COMP VALUE 0.
           05 WS-GROUP-A            PIC 9(05) COMP VALUE 0.
           05 WS-GROUP-B            PIC 9(05) COMP VALUE 0.
           05 WS-GROUP-SWAP         PIC 9(05) COMP VALUE 0.
           05 WS-RANK-SUB           PIC 9(05) COMP VALUE 0.

      *    WORK FIELDS FOR B300-SCRUB-TEXT AND B400-SQUEEZE-WORDS.
      *    NORM-CHAR-KEPT LISTS THE LETTERS AND DIGITS ONE BY ONE SO
      *    THE TEST DOES NOT DEPEND ON THE COLLATING SEQUENCE.
       01 WS-NORMALIZE-FIELDS.
           05 WS-NORM-TEXT          PIC X(50).
           05 WS-NORM-KEY           PIC X(50).
           05 WS-NORM-WORD          PIC X(50).
           05 WS-NORM-SUB           PIC 9(04) COMP VALUE 0.
           05 WS-NORM-PTR           PIC 9(04) COMP VALUE 0.
           05 WS-KEY-PTR            PIC 9(04) COMP VALUE 0.
           05 WS-ABBREV-SW          PIC X    VALUE 'N'.
               88  ABBREVIATE-WORDS              VALUE 'Y'.
           05 WS-NORM-CHAR          PIC X(01).
               88  NORM-CHAR-KEPT   VALUE 'A' 'B' 'C' 'D' 'E' 'F'
                                          'G' 'H' 'I' 'J' 'K' 'L'
                                          'M' 'N' 'O' 'P' 'Q' 'R'
                                          'S' 'T' 'U' 'V' 'W' 'X'
                                          'Y' 'Z' '0' '1' '2' '3'
                                          '4' '5' '6' '7' '8' '9'.

       01 WS-LOWER-CASE             PIC X(26) VALUE
               'abcdefghijklmnopqrstuvwxyz'.
       01 WS-UPPER-CASE             PIC X(26) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *    STREET WORDS SHORTENED BEFORE ADDRESSES ARE COMPARED, SO
      *    "12 NORTH OAK STREET" AND "12 N. OAK ST" NORMALIZE ALIKE.
       01 WS-ABBREV-VALUES.
           05  FILLER  PIC X(16) VALUE 'STREET    ST    '.
           05  FILLER  PIC X(16) VALUE 'AVENUE    AVE   '.
           05  FILLER  PIC X(16) VALUE 'AV        AVE   '.
           05  FILLER  PIC X(16) VALUE 'ROAD      RD    '.
           05  FILLER  PIC X(16) VALUE 'DRIVE     DR    '.
           05  FILLER  PIC X(16) VALUE 'LANE      LN    '.
           05  FILLER  PIC X(16) VALUE 'COURT     CT    '.
           05  FILLER  PIC X(16) VALUE 'PLACE     PL    '.
           05  FILLER  PIC X(16) VALUE 'BOULEVARD BLVD  '.
           05  FILLER  PIC X(16) VALUE 'CIRCLE    CIR   '.
           05  FILLER  PIC X(16) VALUE 'HIGHWAY   HWY   '.
           05  FILLER  PIC X(16) VALUE 'PARKWAY   PKWY  '.
           05  FILLER  PIC X(16) VALUE 'TERRACE   TER   '.
           05  FILLER  PIC X(16) VALUE 'APARTMENT APT   '.
           05  FILLER  PIC X(16) VALUE 'SUITE     STE   '.
           05  FILLER  PIC X(16) VALUE 'NORTH     N     '.
           05  FILLER  PIC X(16) VALUE 'SOUTH     S     '.
           05  FILLER  PIC X(16) VALUE 'EAST      E     '.
           05  FILLER  PIC X(16) VALUE 'WEST      W     '.
           05  FILLER  PIC X(16) VALUE 'POST      PO    '.
       01 WS-ABBREV-TABLE REDEFINES WS-ABBREV-VALUES.
           05  WS-ABBREV-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-ABBREV-IDX.
               10  AB-STREET-WORD   PIC X(10).
               10  AB-SHORT-WORD    PIC X(06).

      *    THE PAIR BEING SCORED BY C200-SCORE-PAIR.
       01 WS-PAIR-SCORE-FIELDS.
           05 WS-PAIR-SCORE         PIC 9(03) VALUE 0.
           05 WS-NAME-REASON        PIC X(15) VALUE SPACES.
           05 WS-DOB-REASON         PIC X(03) VALUE SPACES.
           05 WS-ADDR-REASON        PIC X(07) VALUE SPACES.

       01 WS-RPT-HEADING-1.
           05  FILLER               PIC X(44) VALUE
               'DUPLICATE CUSTOMER MERGE CANDIDATES FOR RUN '.
           05  HDG-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(18) VALUE
               '   MINIMUM SCORE '.
           05  HDG-MIN-SCORE        PIC ZZ9.
           05  FILLER               PIC X(59) VALUE SPACES.

       01 WS-RPT-HEADING-2.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE 'CUST ID'.
           05  FILLER               PIC X(21) VALUE 'LAST NAME'.
           05  FILLER               PIC X(21) VALUE 'FIRST NAME'.
           05  FILLER               PIC X(11) VALUE 'DOB'.
           05  FILLER               PIC X(31) VALUE 'ADDRESS LINE 1'.
           05  FILLER               PIC X(11) VALUE 'ZIP'.
           05  FILLER               PIC X(05) VALUE 'ACCTS'.
           05  FILLER               PIC X(18) VALUE SPACES.

       01 WS-RPT-GROUP-LINE.
           05  FILLER               PIC X(16) VALUE
               'CANDIDATE GROUP '.
           05  RPT-GROUP-NO         PIC Z(04)9.
           05  FILLER               PIC X(18) VALUE
               '  MATCH STRENGTH '.
           05  RPT-GROUP-SCORE      PIC ZZ9.
           05  FILLER               PIC X(13) VALUE
               '  CUST IDS '.
           05  RPT-GROUP-MEMBERS    PIC ZZZZ9.
           05  FILLER               PIC X(09) VALUE
               '  PAIRS '.
           05  RPT-GROUP-PAIRS      PIC ZZZZ9.
           05  FILLER               PIC X(58) VALUE SPACES.

       01 WS-RPT-MEMBER-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  RPT-CUST-ID          PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-CUST-LNAME       PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-CUST-FNAME       PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-CUST-DOB         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-CUST-ADR1        PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-CUST-ZIP         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-ACCT-CNT         PIC ZZZZ9.
           05  FILLER               PIC X(18) VALUE SPACES.

       01 WS-RPT-ACCOUNT-LINE.
           05  FILLER               PIC X(14) VALUE SPACES.
           05  FILLER               PIC X(08) VALUE 'ACCOUNT '.
           05  RPT-ACCT-NO          PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-ACCT-TYP         PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-ACCT-STA         PIC X(10).
           05  FILLER               PIC X(68) VALUE SPACES.

       01 WS-RPT-MORE-ACCT-LINE.
           05  FILLER               PIC X(14) VALUE SPACES.
           05  RPT-MORE-ACCT-CNT    PIC ZZZZ9.
           05  FILLER               PIC X(31) VALUE
               ' MORE ACCOUNTS NOT LISTED'.
           05  FILLER               PIC X(82) VALUE SPACES.

       01 WS-RPT-PAIR-LINE.
           05  FILLER               PIC X(09) VALUE
               '   MATCH '.
           05  RPT-PAIR-CUST-1      PIC X(10).
           05  FILLER               PIC X(03) VALUE ' - '.
           05  RPT-PAIR-CUST-2      PIC X(10).
           05  FILLER               PIC X(07) VALUE ' SCORE '.
           05  RPT-PAIR-SCORE       PIC ZZ9.
           05  FILLER               PIC X(04) VALUE ' ON '.
           05  RPT-PAIR-NAME        PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-PAIR-DOB         PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RPT-PAIR-ADDR        PIC X(07).
           05  FILLER               PIC X(59) VALUE SPACES.

       01 WS-RPT-NONE-LINE.
           05  FILLER               PIC X(44) VALUE
               'NO DUPLICATE CUSTOMER CANDIDATES FOUND'.
           05  FILLER               PIC X(88) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.

       DISPLAY '*******************'
       DISPLAY ' DUPCUST PGM START '
       DISPLAY '*******************'

       PERFORM 0100-VERIFY-TRAILER
       THRU 0100-EXIT

       IF RSTFILE-TRAILER-OK
            PERFORM 1000-INITIALIZATION
            THRU 1000-EXIT

            PERFORM A100-PROCESS-RSTFILE
            THRU A100-EXIT

            PERFORM A200-BUILD-INDEXES
            THRU A200-EXIT

            PERFORM A300-SCORE-CANDIDATES
            THRU A300-EXIT

            PERFORM A400-RANK-GROUPS
            THRU A400-EXIT

            PERFORM A500-WRITE-REPORT
            THRU A500-EXIT

            PERFORM 9000-TERMINATE
            THRU 9000-EXIT
       ELSE
            DISPLAY 'RSTFILE FAILED TRAILER VERIFICATION - NO OUTPUT'
            MOVE 8 TO RETURN-CODE
       END-IF
       GOBACK
       .

      *    VERIFIES THE TRAILR CONTROL TOTALS BEFORE ANY OUTPUT IS
      *    OPENED - SAME CHECK AS 0100-VERIFY-TRAILER IN
      *    EPSCROLL.CBL.
       0100-VERIFY-TRAILER.

       OPEN INPUT ACCT-RESULT-FILE

       IF WS-RSTFILE-STATUS NOT = '00'
            DISPLAY 'OPEN INPUT RSTFILE FAILED: ' WS-RSTFILE-STATUS
            SET END-OF-VERIFY-PASS TO TRUE
       END-IF

       PERFORM UNTIL END-OF-VERIFY-PASS

            READ ACCT-RESULT-FILE

            EVALUATE WS-RSTFILE-STATUS
                WHEN '00'
                     IF RSTFILE-REC(1:6) = 'TRAILR'
                          MOVE RSTFILE-REC TO WS-TRAILER-CHECK-REC
                          SET TRAILER-RECORD-FOUND TO TRUE
                     ELSE
                          ADD 1 TO WS-DETAIL-VERIFY-CNT
                     END-IF
                WHEN '10'
                     SET END-OF-VERIFY-PASS TO TRUE
                WHEN OTHER
                     DISPLAY 'READ RSTFILE FAILED: ' WS-RSTFILE-STATUS
                     SET END-OF-VERIFY-PASS TO TRUE
            END-EVALUATE

       END-PERFORM

       CLOSE ACCT-RESULT-FILE

       EVALUATE TRUE
           WHEN NOT TRAILER-RECORD-FOUND
                DISPLAY 'RSTFILE HAS NO TRAILR RECORD'
           WHEN TCK-REC-COUNT NOT NUMERIC
                DISPLAY 'RSTFILE TRAILER COUNT NOT NUMERIC: '
                        TCK-REC-COUNT
           WHEN TCK-REC-COUNT NOT = WS-DETAIL-VERIFY-CNT
                DISPLAY 'RSTFILE TRAILER COUNT MISMATCH - TRAILER: '
                        TCK-REC-COUNT ' DETAILS READ: '
                        WS-DETAIL-VERIFY-CNT
           WHEN TCK-FAIL-COUNT NOT NUMERIC
                DISPLAY 'RSTFILE TRAILER FAIL COUNT NOT NUMERIC: '
                        TCK-FAIL-COUNT
           WHEN TCK-FAIL-COUNT > 0
                DISPLAY 'RSTFILE WRITTEN WITH EXTRACT FAILURES: '
                        TCK-FAIL-COUNT
           WHEN OTHER
                SET RSTFILE-TRAILER-OK TO TRUE
       END-EVALUATE.

       0100-EXIT.
       EXIT.

       1000-INITIALIZATION.

       INITIALIZE WS-COUNTERS
                  WS-CUSTOMER-TABLE
                  WS-LNAME-INDEX
                  WS-DOB-INDEX
                  WS-PAIR-TABLE
                  WS-GROUP-TABLE
                  WS-RANK-TABLE

       ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD

       OPEN INPUT ACCT-RESULT-FILE

       EVALUATE WS-RSTFILE-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN INPUT RSTFILE FAILED: '
                        WS-RSTFILE-STATUS
                SET END-OF-RSTFILE TO TRUE
       END-EVALUATE

       OPEN OUTPUT DUPLICATE-REPORT-FILE

       EVALUATE WS-DUPRPT-STATUS
           WHEN '00'
                CONTINUE
           WHEN OTHER
                DISPLAY 'OPEN OUTPUT DUPRPT FAILED: '
                        WS-DUPRPT-STATUS
                SET END-OF-RSTFILE TO TRUE
       END-EVALUATE.

       1000-EXIT.
       EXIT.

       A100-PROCESS-RSTFILE.

       PERFORM UNTIL END-OF-RSTFILE

            READ ACCT-RESULT-FILE INTO WS-RSTFILE-DETAIL

            EVALUATE WS-RSTFILE-STATUS
                WHEN '00'
                     IF RSTFILE-REC(1:6) NOT = 'TRAILR'
                          ADD 1 TO WS-REC-READ-CNT
                          PERFORM B100-LOAD-ACCOUNT
                          THRU B100-EXIT
                     END-IF
                WHEN '10'
                     SET END-OF-RSTFILE TO TRUE
                WHEN OTHER
                     DISPLAY 'READ RSTFILE FAILED: ' WS-RSTFILE-STATUS
                     SET END-OF-RSTFILE TO TRUE
            END-EVALUATE

       END-PERFORM

       CLOSE ACCT-RESULT-FILE.

       A100-EXIT.
       EXIT.

      *    THE CUSTOMER SUBSCRIPTS ARE ONLY STABLE ONCE EVERY RSTFILE
      *    RECORD HAS BEEN LOADED, SO THE BLOCKING INDEXES ARE BUILT
      *    AS A SEPARATE PASS OVER THE FINISHED CUSTOMER TABLE.
       A200-BUILD-INDEXES.

       MOVE 1 TO WS-CUST-SUB-A
       PERFORM UNTIL WS-CUST-SUB-A > WS-CUST-TBL-CNT
            PERFORM C100-INDEX-CUSTOMER
            THRU C100-EXIT
            ADD 1 TO WS-CUST-SUB-A
       END-PERFORM.

       A200-EXIT.
       EXIT.

      *    COMPARES EVERY PAIR WITHIN EACH RUN OF EQUAL LAST NAME,
      *    THEN EVERY PAIR WITHIN EACH RUN OF EQUAL BIRTH DATE, THEN
      *    EVERY PAIR WITHIN EACH RUN OF EQUAL ADDRESS AND ZIP. A
      *    PAIR WITH THE SAME LAST NAME WAS ALREADY SCORED IN THE
      *    FIRST PASS AND IS SKIPPED IN THE LATER ONES; A PAIR WITH
      *    THE SAME BIRTH DATE WAS ALREADY SCORED BY THE SECOND PASS
      *    AND IS SKIPPED IN THE THIRD.
       A300-SCORE-CANDIDATES.

       MOVE 1 TO WS-RUN-START
       PERFORM UNTIL WS-RUN-START > WS-LNX-CNT
            MOVE WS-RUN-START TO WS-RUN-END
            PERFORM UNTIL WS-RUN-END >= WS-LNX-CNT
                       OR LX-LNAME-KEY(WS-RUN-END + 1) NOT =
                          LX-LNAME-KEY(WS-RUN-START)
                 ADD 1 TO WS-RUN-END
            END-PERFORM

            MOVE WS-RUN-START TO WS-OUTER-SUB
            PERFORM UNTIL WS-OUTER-SUB >= WS-RUN-END
                 COMPUTE WS-INNER-SUB = WS-OUTER-SUB + 1
                 PERFORM UNTIL WS-INNER-SUB > WS-RUN-END
                      MOVE LX-CUST-SUB(WS-OUTER-SUB)
                        TO WS-CUST-SUB-A
                      MOVE LX-CUST-SUB(WS-INNER-SUB)
                        TO WS-CUST-SUB-B
                      PERFORM C200-SCORE-PAIR
                      THRU C200-EXIT
                      ADD 1 TO WS-INNER-SUB
                 END-PERFORM
                 ADD 1 TO WS-OUTER-SUB
            END-PERFORM

            COMPUTE WS-RUN-START = WS-RUN-END + 1
       END-PERFORM

       MOVE 1 TO WS-RUN-START
       PERFORM UNTIL WS-RUN-START > WS-DBX-CNT
            MOVE WS-RUN-START TO WS-RUN-END
            PERFORM UNTIL WS-RUN-END >= WS-DBX-CNT
                       OR DX-CUST-DOB(WS-RUN-END + 1) NOT =
                          DX-CUST-DOB(WS-RUN-START)
                 ADD 1 TO WS-RUN-END
            END-PERFORM

            MOVE WS-RUN-START TO WS-OUTER-SUB
            PERFORM UNTIL WS-OUTER-SUB >= WS-RUN-END
                 COMPUTE WS-INNER-SUB = WS-OUTER-SUB + 1
                 PERFORM UNTIL WS-INNER-SUB > WS-RUN-END
                      MOVE DX-CUST-SUB(WS-OUTER-SUB)
                        TO WS-CUST-SUB-A
                      MOVE DX-CUST-SUB(WS-INNER-SUB)
                        TO WS-CUST-SUB-B
                      IF CT-LNAME-KEY(WS-CUST-SUB-A) = SPACES
                         OR CT-LNAME-KEY(WS-CUST-SUB-A) NOT =
                            CT-LNAME-KEY(WS-CUST-SUB-B)
                           PERFORM C200-SCORE-PAIR
                           THRU C200-EXIT
                      END-IF
                      ADD 1 TO WS-INNER-SUB
                 END-PERFORM
                 ADD 1 TO WS-OUTER-SUB
            END-PERFORM

            COMPUTE WS-RUN-START = WS-RUN-END + 1
       END-PERFORM

       MOVE 1 TO WS-RUN-START
       PERFORM UNTIL WS-RUN-START > WS-ADX-CNT
            MOVE WS-RUN-START TO WS-RUN-END
            PERFORM UNTIL WS-RUN-END >= WS-ADX-CNT
                       OR AX-ADDR-ZIP-KEY(WS-RUN-END + 1) NOT =
                          AX-ADDR-ZIP-KEY(WS-RUN-START)
                 ADD 1 TO WS-RUN-END
            END-PERFORM

            MOVE WS-RUN-START TO WS-OUTER-SUB
            PERFORM UNTIL WS-OUTER-SUB >= WS-RUN-END
                 COMPUTE WS-INNER-SUB = WS-OUTER-SUB + 1
                 PERFORM UNTIL WS-INNER-SUB > WS-RUN-END
                      MOVE AX-CUST-SUB(WS-OUTER-SUB)
                        TO WS-CUST-SUB-A
                      MOVE AX-CUST-SUB(WS-INNER-SUB)
                        TO WS-CUST-SUB-B
                      IF (CT-LNAME-KEY(WS-CUST-SUB-A) = SPACES
                          OR CT-LNAME-KEY(WS-CUST-SUB-A) NOT =
                             CT-LNAME-KEY(WS-CUST-SUB-B))
                         AND (CT-CUST-DOB(WS-CUST-SUB-A) = SPACES
                          OR CT-CUST-DOB(WS-CUST-SUB-A) NOT =
                             CT-CUST-DOB(WS-CUST-SUB-B))
                           PERFORM C200-SCORE-PAIR
                           THRU C200-EXIT
                      END-IF
                      ADD 1 TO WS-INNER-SUB
                 END-PERFORM
                 ADD 1 TO WS-OUTER-SUB
            END-PERFORM

            COMPUTE WS-RUN-START = WS-RUN-END + 1
       END-PERFORM.

       A300-EXIT.
       EXIT.

       A400-RANK-GROUPS.

       MOVE 1 TO WS-GROUP-SUB
       PERFORM UNTIL WS-GROUP-SUB > WS-GROUP-TBL-CNT
            IF NOT GP-MERGED(WS-GROUP-SUB)
                 ADD 1 TO WS-CAND-GROUP-CNT
                 ADD GP-MEMBER-CNT(WS-GROUP-SUB) TO WS-CAND-CUST-CNT
                 COMPUTE SRT-SCORE-INV =
                         999 - GP-BEST-SCORE(WS-GROUP-SUB)
                 COMPUTE SRT-MEMBER-INV =
                         99999 - GP-MEMBER-CNT(WS-GROUP-SUB)
                 MOVE WS-GROUP-SUB TO SRT-GROUP-NO

                 MOVE 1 TO WS-RANK-SUB
                 PERFORM UNTIL WS-RANK-SUB > WS-RANK-TBL-CNT
                            OR RK-SORT-KEY(WS-RANK-SUB) >=
                               WS-RANK-SORT-KEY
                      ADD 1 TO WS-RANK-SUB
                 END-PERFORM

                 ADD 1 TO WS-RANK-TBL-CNT
                 MOVE WS-RANK-TBL-CNT TO WS-SHIFT-SUB
                 PERFORM UNTIL WS-SHIFT-SUB <= WS-RANK-SUB
                      MOVE WS-RANK-ENTRY(WS-SHIFT-SUB - 1) TO
                           WS-RANK-ENTRY(WS-SHIFT-SUB)
                      SUBTRACT 1 FROM WS-SHIFT-SUB
                 END-PERFORM
                 MOVE WS-RANK-SORT-KEY TO RK-SORT-KEY(WS-RANK-SUB)
            END-IF
            ADD 1 TO WS-GROUP-SUB
       END-PERFORM.

       A400-EXIT.
       EXIT.

       A500-WRITE-REPORT.

       MOVE WS-RUN-DATE-YMD TO HDG-RUN-DATE
       MOVE WS-MIN-MATCH-SCORE TO HDG-MIN-SCORE
       MOVE WS-RPT-HEADING-1 TO DUPRPT-REC
       PERFORM B900-WRITE-REPORT-REC
       THRU B900-EXIT
       MOVE WS-RPT-HEADING-2 TO DUPRPT-REC
       PERFORM B900-WRITE-REPORT-REC
       THRU B900-EXIT
       MOVE SPACES TO DUPRPT-REC
       PERFORM B900-WRITE-REPORT-REC
       THRU B900-EXIT

       IF WS-RANK-TBL-CNT = 0
            MOVE WS-RPT-NONE-LINE TO DUPRPT-REC
            PERFORM B900-WRITE-REPORT-REC
            THRU B900-EXIT
       END-IF

       MOVE 1 TO WS-RANK-SUB
       PERFORM UNTIL WS-RANK-SUB > WS-RANK-TBL-CNT
            MOVE RK-GROUP-NO(WS-RANK-SUB) TO WS-GROUP-SUB
            PERFORM B500-WRITE-GROUP
            THRU B500-EXIT
            ADD 1 TO WS-RANK-SUB
       END-PERFORM.

       A500-EXIT.
       EXIT.

       B100-LOAD-ACCOUNT.

       PERFORM B200-LOCATE-CUSTOMER
       THRU B200-EXIT

       IF CUST-ENTRY-FOUND
            ADD 1 TO CT-ACCT-CNT(WS-ENTRY-SUB)
            IF CT-ACCT-CNT(WS-ENTRY-SUB) <= WS-MAX-ACCT-LISTED
                 MOVE CT-ACCT-CNT(WS-ENTRY-SUB) TO WS-ACCT-SUB
                 MOVE OP-CUST-ACCT
                   TO CT-ACCT-NO(WS-ENTRY-SUB, WS-ACCT-SUB)
                 MOVE OP-ACCT-TYP
                   TO CT-ACCT-TYP(WS-ENTRY-SUB, WS-ACCT-SUB)
                 MOVE OP-ACCT-STA
                   TO CT-ACCT-STA(WS-ENTRY-SUB, WS-ACCT-SUB)
            END-IF
       ELSE
            ADD 1 TO WS-DROPPED-ACCT-CNT
       END-IF.

       B100-EXIT.
       EXIT.

      *    FINDS THE WS-CUSTOMER-ENTRY FOR OP-CUST-ID, INSERTING A
      *    NEW ENTRY IN ASCENDING ORDER WITH ITS MATCH KEYS WHEN THE
      *    CUSTOMER HAS NOT BEEN SEEN YET - SAME TECHNIQUE AS
      *    B200-LOCATE-CUSTOMER IN EPSCROLL.CBL.
       B200-LOCATE-CUSTOMER.

       MOVE 'N' TO WS-CUST-FOUND-SW
       MOVE 1 TO WS-ENTRY-SUB

       PERFORM UNTIL WS-ENTRY-SUB > WS-CUST-TBL-CNT
                  OR CT-CUST-ID(WS-ENTRY-SUB) >= OP-CUST-ID
            ADD 1 TO WS-ENTRY-SUB
       END-PERFORM

       IF WS-ENTRY-SUB <= WS-CUST-TBL-CNT
          AND CT-CUST-ID(WS-ENTRY-SUB) = OP-CUST-ID
            SET CUST-ENTRY-FOUND TO TRUE
       ELSE
            IF WS-CUST-TBL-CNT >= 100000
                 DISPLAY 'WS-CUSTOMER-TABLE FULL - '
                    'MAX 100000 CUSTOMERS EXCEEDED'
                 SET TABLE-OVERFLOWED TO TRUE
            ELSE
                 ADD 1 TO WS-CUST-TBL-CNT
                 MOVE WS-CUST-TBL-CNT TO WS-SHIFT-SUB
                 PERFORM UNTIL WS-SHIFT-SUB <= WS-ENTRY-SUB
                      MOVE WS-CUSTOMER-ENTRY(WS-SHIFT-SUB - 1) TO
                           WS-CUSTOMER-ENTRY(WS-SHIFT-SUB)
                      SUBTRACT 1 FROM WS-SHIFT-SUB
                 END-PERFORM
                 INITIALIZE WS-CUSTOMER-ENTRY(WS-ENTRY-SUB)
                 MOVE OP-CUST-ID TO CT-CUST-ID(WS-ENTRY-SUB)
                 MOVE OP-CUST-FNAME TO CT-CUST-FNAME(WS-ENTRY-SUB)
                 MOVE OP-CUST-LNAME TO CT-CUST-LNAME(WS-ENTRY-SUB)
                 MOVE OP-CUST-DOB TO CT-CUST-DOB(WS-ENTRY-SUB)
                 MOVE OP-CUST-ADR1 TO CT-CUST-ADR1(WS-ENTRY-SUB)
                 MOVE OP-CUST-ZIP TO CT-CUST-ZIP(WS-ENTRY-SUB)
                 MOVE OP-CUST-ZIP(1:5) TO CT-ZIP5-KEY(WS-ENTRY-SUB)

                 MOVE 'N' TO WS-ABBREV-SW
                 MOVE OP-CUST-LNAME TO WS-NORM-TEXT
                 PERFORM B300-SCRUB-TEXT
                 THRU B300-EXIT
                 MOVE WS-NORM-KEY TO CT-LNAME-KEY(WS-ENTRY-SUB)

                 MOVE OP-CUST-FNAME TO WS-NORM-TEXT
                 PERFORM B300-SCRUB-TEXT
                 THRU B300-EXIT
                 MOVE WS-NORM-KEY TO CT-FNAME-KEY(WS-ENTRY-SUB)

                 SET ABBREVIATE-WORDS TO TRUE
                 MOVE OP-CUST-ADR1 TO WS-NORM-TEXT
                 PERFORM B300-SCRUB-TEXT
                 THRU B300-EXIT
                 MOVE WS-NORM-KEY TO CT-ADDR-KEY(WS-ENTRY-SUB)

                 SET CUST-ENTRY-FOUND TO TRUE
            END-IF
       END-IF.

       B200-EXIT.
       EXIT.

      *    NORMALIZES WS-NORM-TEXT INTO WS-NORM-KEY - UPPER-CASES
      *    IT, TURNS EVERYTHING BUT LETTERS AND DIGITS INTO SPACES
      *    AND HANDS IT TO B400-SQUEEZE-WORDS TO RUN THE WORDS
      *    TOGETHER.
       B300-SCRUB-TEXT.

       INSPECT WS-NORM-TEXT CONVERTING WS-LOWER-CASE
                                    TO WS-UPPER-CASE

       MOVE 1 TO WS-NORM-SUB
       PERFORM UNTIL WS-NORM-SUB > 50
            MOVE WS-NORM-TEXT(WS-NORM-SUB:1) TO WS-NORM-CHAR
            IF NOT NORM-CHAR-KEPT
                 MOVE SPACE TO WS-NORM-TEXT(WS-NORM-SUB:1)
            END-IF
            ADD 1 TO WS-NORM-SUB
       END-PERFORM

       PERFORM B400-SQUEEZE-WORDS
       THRU B400-EXIT.

       B300-EXIT.
       EXIT.

      *    SPLITS THE SCRUBBED TEXT INTO WORDS AND STRINGS THEM INTO
      *    WS-NORM-KEY WITH NO SPACES BETWEEN THEM. FOR ADDRESSES
      *    (ABBREVIATE-WORDS) EACH WORD FOUND IN WS-ABBREV-TABLE IS
      *    REPLACED BY ITS SHORT FORM FIRST.
       B400-SQUEEZE-WORDS.

       MOVE SPACES TO WS-NORM-KEY
       MOVE 1 TO WS-NORM-PTR
       MOVE 1 TO WS-KEY-PTR

       PERFORM UNTIL WS-NORM-PTR > 50
            MOVE SPACES TO WS-NORM-WORD
            UNSTRING WS-NORM-TEXT DELIMITED BY ALL SPACE
                INTO WS-NORM-WORD
                WITH POINTER WS-NORM-PTR
            END-UNSTRING

            IF WS-NORM-WORD NOT = SPACES
                 IF ABBREVIATE-WORDS
                      SET WS-ABBREV-IDX TO 1
                      SEARCH WS-ABBREV-ENTRY
                          AT END
                               CONTINUE
                          WHEN AB-STREET-WORD(WS-ABBREV-IDX) =
                               WS-NORM-WORD
                               MOVE AB-SHORT-WORD(WS-ABBREV-IDX)
                                 TO WS-NORM-WORD
                      END-SEARCH
                 END-IF
                 STRING WS-NORM-WORD DELIMITED BY SPACE
                     INTO WS-NORM-KEY
                     WITH POINTER WS-KEY-PTR
                 END-STRING
            END-IF
       END-PERFORM.

       B400-EXIT.
       EXIT.

      *    PRINTS ONE CANDIDATE GROUP - THE GROUP LINE, EACH CUST_ID
      *    WITH ITS LINKED ACCOUNTS, THEN THE PAIRS THAT TIED THE
      *    GROUP TOGETHER.
       B500-WRITE-GROUP.

       MOVE WS-RANK-SUB TO RPT-GROUP-NO
       MOVE GP-BEST-SCORE(WS-GROUP-SUB) TO RPT-GROUP-SCORE
       MOVE GP-MEMBER-CNT(WS-GROUP-SUB) TO RPT-GROUP-MEMBERS
       MOVE GP-PAIR-CNT(WS-GROUP-SUB) TO RPT-GROUP-PAIRS
       MOVE WS-RPT-GROUP-LINE TO DUPRPT-REC
       PERFORM B900-WRITE-REPORT-REC
       THRU B900-EXIT

       MOVE GP-FIRST-MEMBER(WS-GROUP-SUB) TO WS-MEMBER-SUB
       PERFORM UNTIL WS-MEMBER-SUB = 0
            MOVE CT-CUST-ID(WS-MEMBER-SUB) TO RPT-CUST-ID
            MOVE CT-CUST-LNAME(WS-MEMBER-SUB) TO RPT-CUST-LNAME
            MOVE CT-CUST-FNAME(WS-MEMBER-SUB) TO RPT-CUST-FNAME
            MOVE CT-CUST-DOB(WS-MEMBER-SUB) TO RPT-CUST-DOB
            MOVE CT-CUST-ADR1(WS-MEMBER-SUB) TO RPT-CUST-ADR1
            MOVE CT-CUST-ZIP(WS-MEMBER-SUB) TO RPT-CUST-ZIP
            MOVE CT-ACCT-CNT(WS-MEMBER-SUB) TO RPT-ACCT-CNT
            MOVE WS-RPT-MEMBER-LINE TO DUPRPT-REC
            PERFORM B900-WRITE-REPORT-REC
            THRU B900-EXIT

            MOVE 1 TO WS-ACCT-SUB
            PERFORM UNTIL WS-ACCT-SUB > WS-MAX-ACCT-LISTED
                       OR WS-ACCT-SUB > CT-ACCT-CNT(WS-MEMBER-SUB)
                 MOVE CT-ACCT-NO(WS-MEMBER-SUB, WS-ACCT-SUB)
                   TO RPT-ACCT-NO
                 MOVE CT-ACCT-TYP(WS-MEMBER-SUB, WS-ACCT-SUB)
                   TO RPT-ACCT-TYP
                 MOVE CT-ACCT-STA(WS-MEMBER-SUB, WS-ACCT-SUB)
                   TO RPT-ACCT-STA
                 MOVE WS-RPT-ACCOUNT-LINE TO DUPRPT-REC
                 PERFORM B900-WRITE-REPORT-REC
                 THRU B900-EXIT
                 ADD 1 TO WS-ACCT-SUB
            END-PERFORM

            IF CT-ACCT-CNT(WS-MEMBER-SUB) > WS-MAX-ACCT-LISTED
                 COMPUTE RPT-MORE-ACCT-CNT =
                         CT-ACCT-CNT(WS-MEMBER-SUB)
                         - WS-MAX-ACCT-LISTED
                 MOVE WS-RPT-MORE-ACCT-LINE TO DUPRPT-REC
                 PERFORM B900-WRITE-REPORT-REC
                 THRU B900-EXIT
            END-IF

            MOVE CT-NEXT-MEMBER(WS-MEMBER-SUB) TO WS-MEMBER-SUB
       END-PERFORM

       MOVE GP-FIRST-PAIR(WS-GROUP-SUB) TO WS-PAIR-SUB
       PERFORM UNTIL WS-PAIR-SUB = 0
            MOVE PR-CUST-SUB-1(WS-PAIR-SUB) TO WS-CUST-SUB-A
            MOVE PR-CUST-SUB-2(WS-PAIR-SUB) TO WS-CUST-SUB-B
            MOVE CT-CUST-ID(WS-CUST-SUB-A) TO RPT-PAIR-CUST-1
            MOVE CT-CUST-ID(WS-CUST-SUB-B) TO RPT-PAIR-CUST-2
            MOVE PR-SCORE(WS-PAIR-SUB) TO RPT-PAIR-SCORE
            MOVE PR-NAME-REASON(WS-PAIR-SUB) TO RPT-PAIR-NAME
            MOVE PR-DOB-REASON(WS-PAIR-SUB) TO RPT-PAIR-DOB
            MOVE PR-ADDR-REASON(WS-PAIR-SUB) TO RPT-PAIR-ADDR
            MOVE WS-RPT-PAIR-LINE TO DUPRPT-REC
            PERFORM B900-WRITE-REPORT-REC
            THRU B900-EXIT
            MOVE PR-NEXT-PAIR(WS-PAIR-SUB) TO WS-PAIR-SUB
       END-PERFORM

       MOVE SPACES TO DUPRPT-REC
       PERFORM B900-WRITE-REPORT-REC
       THRU B900-EXIT.

       B500-EXIT.
       EXIT.

       B900-WRITE-REPORT-REC.

       WRITE DUPRPT-REC

       EVALUATE WS-DUPRPT-STATUS
           WHEN '00'
                ADD 1 TO WS-RPT-LINE-CNT
           WHEN OTHER
                DISPLAY 'WRITE DUPRPT FAILED: ' WS-DUPRPT-STATUS
       END-EVALUATE.

       B900-EXIT.
       EXIT.

      *    FILES CUSTOMER WS-CUST-SUB-A IN THE LAST-NAME, BIRTH DATE
      *    AND ADDRESS INDEXES, IN ASCENDING KEY ORDER.
       C100-INDEX-CUSTOMER.

       IF CT-LNAME-KEY(WS-CUST-SUB-A) NOT = SPACES
            MOVE 1 TO WS-ENTRY-SUB
            PERFORM UNTIL WS-ENTRY-SUB > WS-LNX-CNT
                       OR LX-LNAME-KEY(WS-ENTRY-SUB) >
                          CT-LNAME-KEY(WS-CUST-SUB-A)
                 ADD 1 TO WS-ENTRY-SUB
            END-PERFORM
            ADD 1 TO WS-LNX-CNT
            MOVE WS-LNX-CNT TO WS-SHIFT-SUB
            PERFORM UNTIL WS-SHIFT-SUB <= WS-ENTRY-SUB
                 MOVE WS-LNX-ENTRY(WS-SHIFT-SUB - 1) TO
                      WS-LNX-ENTRY(WS-SHIFT-SUB)
                 SUBTRACT 1 FROM WS-SHIFT-SUB
            END-PERFORM
            MOVE CT-LNAME-KEY(WS-CUST-SUB-A)
              TO LX-LNAME-KEY(WS-ENTRY-SUB)
            MOVE WS-CUST-SUB-A TO LX-CUST-SUB(WS-ENTRY-SUB)
       END-IF

       IF CT-CUST-DOB(WS-CUST-SUB-A) NOT = SPACES
            MOVE 1 TO WS-ENTRY-SUB
            PERFORM UNTIL WS-ENTRY-SUB > WS-DBX-CNT
                       OR DX-CUST-DOB(WS-ENTRY-SUB) >
                          CT-CUST-DOB(WS-CUST-SUB-A)
                 ADD 1 TO WS-ENTRY-SUB
            END-PERFORM
            ADD 1 TO WS-DBX-CNT
            MOVE WS-DBX-CNT TO WS-SHIFT-SUB
            PERFORM UNTIL WS-SHIFT-SUB <= WS-ENTRY-SUB
                 MOVE WS-DBX-ENTRY(WS-SHIFT-SUB - 1) TO
                      WS-DBX-ENTRY(WS-SHIFT-SUB)
                 SUBTRACT 1 FROM WS-SHIFT-SUB
            END-PERFORM
            MOVE CT-CUST-DOB(WS-CUST-SUB-A)
              TO DX-CUST-DOB(WS-ENTRY-SUB)
            MOVE WS-CUST-SUB-A TO DX-CUST-SUB(WS-ENTRY-SUB)
       END-IF

       IF CT-ADDR-KEY(WS-CUST-SUB-A) NOT = SPACES
            MOVE 1 TO WS-ENTRY-SUB
            PERFORM UNTIL WS-ENTRY-SUB > WS-ADX-CNT
                       OR AX-ADDR-KEY(WS-ENTRY-SUB) >
                          CT-ADDR-KEY(WS-CUST-SUB-A)
                       OR (AX-ADDR-KEY(WS-ENTRY-SUB) =
                           CT-ADDR-KEY(WS-CUST-SUB-A)
                       AND AX-ZIP5-KEY(WS-ENTRY-SUB) >
                           CT-ZIP5-KEY(WS-CUST-SUB-A))
                 ADD 1 TO WS-ENTRY-SUB
            END-PERFORM
            ADD 1 TO WS-ADX-CNT
            MOVE WS-ADX-CNT TO WS-SHIFT-SUB
            PERFORM UNTIL WS-SHIFT-SUB <= WS-ENTRY-SUB
                 MOVE WS-ADX-ENTRY(WS-SHIFT-SUB - 1) TO
                      WS-ADX-ENTRY(WS-SHIFT-SUB)
                 SUBTRACT 1 FROM WS-SHIFT-SUB
            END-PERFORM
            MOVE CT-ADDR-KEY(WS-CUST-SUB-A)
              TO AX-ADDR-KEY(WS-ENTRY-SUB)
            MOVE CT-ZIP5-KEY(WS-CUST-SUB-A)
              TO AX-ZIP5-KEY(WS-ENTRY-SUB)
            MOVE WS-CUST-SUB-A TO AX-CUST-SUB(WS-ENTRY-SUB)
       END-IF.

       C100-EXIT.
       EXIT.

      *    SCORES CUSTOMERS WS-CUST-SUB-A AND WS-CUST-SUB-B AGAINST
      *    THE WEIGHTS IN THE PROGRAM HEADER AND FILES THE PAIR WHEN
      *    IT REACHES WS-MIN-MATCH-SCORE.
       C200-SCORE-PAIR.

       ADD 1 TO WS-PAIR-COMPARED-CNT
       MOVE 0 TO WS-PAIR-SCORE
       MOVE SPACES TO WS-NAME-REASON
                      WS-DOB-REASON
                      WS-ADDR-REASON

       EVALUATE TRUE
           WHEN CT-LNAME-KEY(WS-CUST-SUB-A) = SPACES
             OR CT-FNAME-KEY(WS-CUST-SUB-A) = SPACES
                CONTINUE
           WHEN CT-LNAME-KEY(WS-CUST-SUB-A) =
                CT-LNAME-KEY(WS-CUST-SUB-B)
            AND CT-FNAME-KEY(WS-CUST-SUB-A) =
                CT-FNAME-KEY(WS-CUST-SUB-B)
                ADD 40 TO WS-PAIR-SCORE
                MOVE 'NAME' TO WS-NAME-REASON
           WHEN CT-LNAME-KEY(WS-CUST-SUB-A) =
                CT-FNAME-KEY(WS-CUST-SUB-B)
            AND CT-FNAME-KEY(WS-CUST-SUB-A) =
                CT-LNAME-KEY(WS-CUST-SUB-B)
                ADD 35 TO WS-PAIR-SCORE
                MOVE 'NAME REVERSED' TO WS-NAME-REASON
           WHEN CT-LNAME-KEY(WS-CUST-SUB-A) =
                CT-LNAME-KEY(WS-CUST-SUB-B)
            AND CT-FNAME-KEY(WS-CUST-SUB-A)(1:1) =
                CT-FNAME-KEY(WS-CUST-SUB-B)(1:1)
                ADD 20 TO WS-PAIR-SCORE
                MOVE 'NAME + INITIAL' TO WS-NAME-REASON
           WHEN OTHER
                CONTINUE
       END-EVALUATE

       IF CT-CUST-DOB(WS-CUST-SUB-A) NOT = SPACES
          AND CT-CUST-DOB(WS-CUST-SUB-A) =
              CT-CUST-DOB(WS-CUST-SUB-B)
            ADD 30 TO WS-PAIR-SCORE
            MOVE 'DOB' TO WS-DOB-REASON
       END-IF

       IF CT-ADDR-KEY(WS-CUST-SUB-A) NOT = SPACES
          AND CT-ADDR-KEY(WS-CUST-SUB-A) =
              CT-ADDR-KEY(WS-CUST-SUB-B)
          AND CT-ZIP5-KEY(WS-CUST-SUB-A) =
              CT-ZIP5-KEY(WS-CUST-SUB-B)
            ADD 30 TO WS-PAIR-SCORE
            MOVE 'ADDRESS' TO WS-ADDR-REASON
       END-IF

       IF WS-PAIR-SCORE >= WS-MIN-MATCH-SCORE
            PERFORM C300-FILE-PAIR
            THRU C300-EXIT
       END-IF.

       C200-EXIT.
       EXIT.

      *    ADDS THE SCORED PAIR TO WS-PAIR-TABLE AND CHAINS IT INTO A
      *    GROUP - A NEW GROUP WHEN NEITHER CUSTOMER IS IN ONE YET,
      *    THE EXISTING GROUP WHEN ONE IS, AND THE TWO GROUPS FOLDED
      *    TOGETHER WHEN EACH CUSTOMER IS ALREADY IN A DIFFERENT ONE.
       C300-FILE-PAIR.

       MOVE CT-GROUP-NO(WS-CUST-SUB-A) TO WS-GROUP-A
       MOVE CT-GROUP-NO(WS-CUST-SUB-B) TO WS-GROUP-B

       EVALUATE TRUE
           WHEN WS-PAIR-TBL-CNT >= 20000
                IF NOT TABLE-OVERFLOWED
                     DISPLAY 'WS-PAIR-TABLE FULL - '
                        'MAX 20000 CANDIDATE PAIRS EXCEEDED'
                END-IF
                SET TABLE-OVERFLOWED TO TRUE
                ADD 1 TO WS-DROPPED-PAIR-CNT
           WHEN WS-GROUP-A = 0 AND WS-GROUP-B = 0
            AND WS-GROUP-TBL-CNT >= 10000
                IF NOT TABLE-OVERFLOWED
                     DISPLAY 'WS-GROUP-TABLE FULL - '
                        'MAX 10000 CANDIDATE GROUPS EXCEEDED'
                END-IF
                SET TABLE-OVERFLOWED TO TRUE
                ADD 1 TO WS-DROPPED-PAIR-CNT
           WHEN OTHER
                PERFORM C350-CHAIN-PAIR
                THRU C350-EXIT
       END-EVALUATE.

       C300-EXIT.
       EXIT.

       C350-CHAIN-PAIR.

       ADD 1 TO WS-PAIR-TBL-CNT
       MOVE WS-PAIR-TBL-CNT TO WS-PAIR-SUB
       MOVE WS-CUST-SUB-A TO PR-CUST-SUB-1(WS-PAIR-SUB)
       MOVE WS-CUST-SUB-B TO PR-CUST-SUB-2(WS-PAIR-SUB)
       MOVE WS-PAIR-SCORE TO PR-SCORE(WS-PAIR-SUB)
       MOVE WS-NAME-REASON TO PR-NAME-REASON(WS-PAIR-SUB)
       MOVE WS-DOB-REASON TO PR-DOB-REASON(WS-PAIR-SUB)
       MOVE WS-ADDR-REASON TO PR-ADDR-REASON(WS-PAIR-SUB)
       MOVE 0 TO PR-NEXT-PAIR(WS-PAIR-SUB)

       EVALUATE TRUE
           WHEN WS-GROUP-A = 0 AND WS-GROUP-B = 0
                ADD 1 TO WS-GROUP-TBL-CNT
                MOVE WS-GROUP-TBL-CNT TO WS-GROUP-A
                INITIALIZE WS-GROUP-ENTRY(WS-GROUP-A)
                MOVE 'N' TO GP-MERGED-SW(WS-GROUP-A)
                MOVE WS-CUST-SUB-A TO WS-MEMBER-SUB
                PERFORM C500-ADD-MEMBER
                THRU C500-EXIT
                MOVE WS-CUST-SUB-B TO WS-MEMBER-SUB
                PERFORM C500-ADD-MEMBER
                THRU C500-EXIT
           WHEN WS-GROUP-A = 0
                MOVE WS-GROUP-B TO WS-GROUP-A
                MOVE WS-CUST-SUB-A TO WS-MEMBER-SUB
                PERFORM C500-ADD-MEMBER
                THRU C500-EXIT
           WHEN WS-GROUP-B = 0
                MOVE WS-CUST-SUB-B TO WS-MEMBER-SUB
                PERFORM C500-ADD-MEMBER
                THRU C500-EXIT
           WHEN WS-GROUP-A NOT = WS-GROUP-B
                PERFORM C400-MERGE-GROUPS
                THRU C400-EXIT
           WHEN OTHER
                CONTINUE
       END-EVALUATE

      *    WS-GROUP-A NOW HOLDS THE GROUP THE PAIR BELONGS TO.
       IF GP-FIRST-PAIR(WS-GROUP-A) = 0
            MOVE WS-PAIR-SUB TO GP-FIRST-PAIR(WS-GROUP-A)
       ELSE
            MOVE WS-PAIR-SUB
              TO PR-NEXT-PAIR(GP-LAST-PAIR(WS-GROUP-A))
       END-IF
       MOVE WS-PAIR-SUB TO GP-LAST-PAIR(WS-GROUP-A)
       ADD 1 TO GP-PAIR-CNT(WS-GROUP-A)

       IF WS-PAIR-SCORE > GP-BEST-SCORE(WS-GROUP-A)
            MOVE WS-PAIR-SCORE TO GP-BEST-SCORE(WS-GROUP-A)
       END-IF.

       C350-EXIT.
       EXIT.

      *    FOLDS THE HIGHER-NUMBERED OF WS-GROUP-A AND WS-GROUP-B
      *    INTO THE LOWER - ITS MEMBERS ARE RE-LABELLED AND ITS
      *    MEMBER AND PAIR CHAINS ARE HOOKED ON TO THE END OF THE
      *    SURVIVING GROUP'S CHAINS. WS-GROUP-A IS THE SURVIVOR ON
      *    EXIT.
       C400-MERGE-GROUPS.

       IF WS-GROUP-B < WS-GROUP-A
            MOVE WS-GROUP-A TO WS-GROUP-SWAP
            MOVE WS-GROUP-B TO WS-GROUP-A
            MOVE WS-GROUP-SWAP TO WS-GROUP-B
       END-IF

       MOVE GP-FIRST-MEMBER(WS-GROUP-B) TO WS-MEMBER-SUB
       PERFORM UNTIL WS-MEMBER-SUB = 0
            MOVE WS-GROUP-A TO CT-GROUP-NO(WS-MEMBER-SUB)
            MOVE CT-NEXT-MEMBER(WS-MEMBER-SUB) TO WS-MEMBER-SUB
       END-PERFORM

       MOVE GP-FIRST-MEMBER(WS-GROUP-B)
         TO CT-NEXT-MEMBER(GP-LAST-MEMBER(WS-GROUP-A))
       MOVE GP-LAST-MEMBER(WS-GROUP-B)
         TO GP-LAST-MEMBER(WS-GROUP-A)
       ADD GP-MEMBER-CNT(WS-GROUP-B) TO GP-MEMBER-CNT(WS-GROUP-A)

       IF GP-FIRST-PAIR(WS-GROUP-B) NOT = 0
            IF GP-FIRST-PAIR(WS-GROUP-A) = 0
                 MOVE GP-FIRST-PAIR(WS-GROUP-B)
                   TO GP-FIRST-PAIR(WS-GROUP-A)
            ELSE
                 MOVE GP-FIRST-PAIR(WS-GROUP-B)
                   TO PR-NEXT-PAIR(GP-LAST-PAIR(WS-GROUP-A))
            END-IF
            MOVE GP-LAST-PAIR(WS-GROUP-B)
              TO GP-LAST-PAIR(WS-GROUP-A)
            ADD GP-PAIR-CNT(WS-GROUP-B) TO GP-PAIR-CNT(WS-GROUP-A)
       END-IF

       IF GP-BEST-SCORE(WS-GROUP-B) > GP-BEST-SCORE(WS-GROUP-A)
            MOVE GP-BEST-SCORE(WS-GROUP-B)
              TO GP-BEST-SCORE(WS-GROUP-A)
       END-IF

       SET GP-MERGED(WS-GROUP-B) TO TRUE.

       C400-EXIT.
       EXIT.

      *    HOOKS CUSTOMER WS-MEMBER-SUB ON TO THE END OF GROUP
      *    WS-GROUP-A'S MEMBER CHAIN.
       C500-ADD-MEMBER.

       MOVE WS-GROUP-A TO CT-GROUP-NO(WS-MEMBER-SUB)
       MOVE 0 TO CT-NEXT-MEMBER(WS-MEMBER-SUB)

       IF GP-FIRST-MEMBER(WS-GROUP-A) = 0
            MOVE WS-MEMBER-SUB TO GP-FIRST-MEMBER(WS-GROUP-A)
       ELSE
            MOVE WS-MEMBER-SUB
              TO CT-NEXT-MEMBER(GP-LAST-MEMBER(WS-GROUP-A))
       END-IF
       MOVE WS-MEMBER-SUB TO GP-LAST-MEMBER(WS-GROUP-A)
       ADD 1 TO GP-MEMBER-CNT(WS-GROUP-A).

       C500-EXIT.
       EXIT.

       9000-TERMINATE.

       DISPLAY 'RSTFILE RECORDS READ  : ' WS-REC-READ-CNT
       DISPLAY 'CUSTOMERS SCANNED     : ' WS-CUST-TBL-CNT
       DISPLAY 'ACCOUNTS DROPPED      : ' WS-DROPPED-ACCT-CNT
       DISPLAY 'PAIRS COMPARED        : ' WS-PAIR-COMPARED-CNT
       DISPLAY 'CANDIDATE PAIRS       : ' WS-PAIR-TBL-CNT
       DISPLAY 'PAIRS DROPPED         : ' WS-DROPPED-PAIR-CNT
       DISPLAY 'CANDIDATE GROUPS      : ' WS-CAND-GROUP-CNT
       DISPLAY 'CUST IDS IN GROUPS    : ' WS-CAND-CUST-CNT
       DISPLAY 'DUPRPT LINES WRITTEN  : ' WS-RPT-LINE-CNT

       CLOSE DUPLICATE-REPORT-FILE

       IF TABLE-OVERFLOWED
            DISPLAY 'DUPRPT INCOMPLETE - TABLE OVERFLOW'
            MOVE 4 TO RETURN-CODE
       END-IF.

       9000-EXIT.
       EXIT.
