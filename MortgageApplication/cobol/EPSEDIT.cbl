      *        E004 OP-CUST-STATE NOT A VALID STATE CODE
      *        E005 OP-CUST-ZIP MALFORMED
      *        E006 OP-LOAN-CURR-BAL NOT NUMERIC OR NEGATIVE
      *        E007 OP-LOAN-ESCROW-BAL NOT NUMERIC (A NEGATIVE
      *             ESCROW BALANCE IS AN ESCROW ADVANCE MADE BY
      *             EPSDISB AND IS NOT AN ERROR)
      *        E008 OP-CUST-GENDER NOT A KNOWN VALUE
      *    WHEN THE PERCENTAGE OF RECORDS IN ERROR EXCEEDS THE
      *    THRESHOLD ON THE EDTPARM CONTROL CARD (DEFAULT 5.00 PCT)
       END-IF

       IF OP-LOAN-ESCROW-BAL NOT NUMERIC
            MOVE 'E007' TO RPT-REASON-CODE
            MOVE 'OP-LOAN-ESCROW-BAL' TO RPT-FIELD-NAME
            MOVE WS-RSTFILE-DETAIL(302:11) TO RPT-FIELD-VALUE
