        AUTHOR. Martin Funmaker.
      * RECONCILES THE STUDENT LOAN PORTFOLIO (LAB5-INPUT) AGAINST *
      * THE GENERAL-LEDGER DISBURSEMENT/PAYMENT EXTRACT (LAB5-GLEX) *
      * AND LISTS ANY ACCOUNT WHERE THE TWO DISAGREE. THE GL *
      * CARRIES THE ORIGINAL DISBURSEMENT AND EVERY PAYMENT SINCE, *
      * SO THE LOAN SIDE IS TAKEN FROM THE PERMANENT PAYMENT *
      * HISTORY (LAB5-PAYHX) AS WELL AS THE CURRENT YEAR'S MASTER. *
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-08-09 MF  ORIGINAL PROGRAM. SHARES THE INPUT-DATA AND *
      *                STEP HAS NOT COMPLETED THIS CYCLE OR IF *
      *                THIS STEP ALREADY COMPLETED IT WITHOUT *
      *                THE RERUN OVERRIDE (PARM R). *
      * 2026-10-15 MF  LAB5-INPUT RECORD LENGTH IS NOW 160 BYTES *
      *                (REPAYMENT STATUS AND DATES ADDED TO LAB5REC). *
      * 2026-10-15 MF  COMPARE GL-DISB WITH THE ORIGINAL LOAN - THE *
      *                LOAN AMOUNT OF THE ACCOUNT'S EARLIEST YEAR ON *
      *                THE PERMANENT PAYMENT HISTORY (LAB5-PAYHX), OR *
      *                I-LOAN IF IT HAS NEVER BEEN ROLLED OVER - AND *
      *                GL-PAID WITH THE PAYMENTS OF EVERY RETIRED YEAR *
      *                ON LAB5-PAYHX PLUS THIS YEAR'S. THE YEAR-END *
      *                ROLLOVER RE-BASES I-LOAN AND CLEARS THE PAYMENT *
      *                SLOTS, SO EVERY ROLLED ACCOUNT WAS BEING *
      *                REPORTED AS A MISMATCH. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SELECT GLEX-FILE ASSIGN TO 'LAB5-GLEX'.
           SELECT RPRT-FILE ASSIGN TO 'LAB5-GLRPT'.
           SELECT OPTIONAL RLOG-FILE ASSIGN TO 'LAB5-RNLOG'.
           SELECT OPTIONAL PAYH-FILE ASSIGN TO 'LAB5-PAYHX'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HY-KEY
              FILE STATUS IS PAYH-STATUS.
           SELECT OPTIONAL CYCTL-FILE ASSIGN TO 'LAB5-CYCTL'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(160).

      **************************************************************
      * THE GL EXTRACT - ONE RECORD PER STUDENT, IN THE SAME *
          LABEL RECORDS ARE STANDARD.
        01 RLOG-REC PIC X(72).

      **************************************************************
      * THE PERMANENT PAYMENT-HISTORY FILE - ONE RECORD PER *
      * ACCOUNT PER RETIRED YEAR, KEYED ON ACCOUNT NUMBER PLUS *
      * YEAR (LAYOUT IN LAB5REC), WRITTEN BY THE YEAR-END *
      * ROLLOVER (LAB5ROL) *
      **************************************************************
        FD PAYH-FILE
          LABEL RECORDS ARE STANDARD.
        01 PAYH-REC.
          03 HY-KEY.
             05 HYK-ACCT PIC 9(7).
             05 HYK-YEAR PIC 9(4).
          03 HY-REST PIC X(129).

      **************************************************************
      * THE BATCH-CYCLE CONTROL FILE - ONE RECORD PER PROGRAM PER *
      * CYCLE, KEYED ON CYCLE NUMBER PLUS PROGRAM NAME (LAYOUT IN *
       01 RPRT-HEADING1.
          03              PIC X(9) VALUE 'ACCOUNT'.
          03              PIC X(20) VALUE 'NAME'.
          03              PIC X(9) VALUE 'ORIG-LOAN'.
          03              PIC X(9) VALUE 'GL-DISB'.
          03              PIC X(9) VALUE 'PAID-LTD'.
          03              PIC X(9) VALUE 'GL-PAID'.
          03              PIC X(22) VALUE 'REASON'.

        01 MATH-DATA.
          03 TOT PIC 9(7).
          03 PMT-IDX PIC 9(2) COMP.
      **************************************************************
      * THE ACCOUNT'S LIFETIME FIGURES - THE LOAN AMOUNT OF ITS *
      * EARLIEST YEAR ON THE PAYMENT HISTORY (I-LOAN IF IT HAS *
      * NEVER BEEN ROLLED OVER) AND THE PAYMENTS OF EVERY RETIRED *
      * YEAR PLUS THE CURRENT ONE *
      **************************************************************
          03 ORIG-LOAN-WS PIC 9(7).
          03 LIFE-PAID-WS PIC 9(7).

      **************************************************************
      * BATCH-BALANCING CONTROLS - COUNT AND HASH TOTALS *
      **************************************************************
          03 EOF-I PIC 9 VALUE 0.
          03 EOF-G PIC 9 VALUE 0.
          03 EOF-Y PIC 9 VALUE 0.
          03 PAYH-STATUS PIC X(02).
          03 REASON-WS PIC X(40) VALUE SPACES.
          03 MISMATCH-FOUND PIC X(01) VALUE 'N'.
             88 IS-MISMATCH VALUE 'Y'.
           ACCEPT GL-RUN-DATE FROM DATE YYYYMMDD.
          OPEN INPUT INPUT-FILE
            INPUT GLEX-FILE
            INPUT PAYH-FILE
            OUTPUT RPRT-FILE.
           IF PAYH-STATUS NOT = '00' AND PAYH-STATUS NOT = '05'
              DISPLAY 'LAB5GL PAYMENT HISTORY OPEN FAILED - '
                 'STATUS ' PAYH-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
          PERFORM 1400-PRINT-HEAD.
          PERFORM 2000-READ-INPUT.
          PERFORM 2100-READ-GLEX.
             UNTIL EOF-I = 1 AND EOF-G = 1.
          CLOSE INPUT-FILE
            GLEX-FILE
            PAYH-FILE
            RPRT-FILE.
           PERFORM 1950-WRITE-RUN-LOG.
           IF RUN-DIRTY
      **************************************************************
      * COMPARES A MATCHED PAIR - FLAGS THE ACCOUNT IF THE GENERAL *
      * LEDGER'S DISBURSEMENT OR PAYMENT TOTAL DOES NOT AGREE WITH *
      * THE LOAN-SERVICING RECORD - THE ORIGINAL LOAN AND THE *
      * PAYMENTS TO DATE, SINCE THE YEAR-END ROLLOVER RE-BASES *
      * I-LOAN AND CLEARS THE PAYMENT SLOTS *
      **************************************************************
        1550-COMPARE-ACCOUNT.
           MOVE 0 TO TOT.
           PERFORM 1555-SUM-ONE-PAYMENT
              VARYING PMT-IDX FROM 1 BY 1
              UNTIL PMT-IDX > 12.
           PERFORM 1545-GET-PAYMENT-HISTORY.
           MOVE 'N' TO MISMATCH-FOUND.
           MOVE SPACES TO REASON-WS.
           IF ORIG-LOAN-WS NOT = GL-DISB
              MOVE 'Y' TO MISMATCH-FOUND
              MOVE 'GL DISBURSEMENT DISAGREES' TO REASON-WS.
           IF LIFE-PAID-WS NOT = GL-PAID
              MOVE 'Y' TO MISMATCH-FOUND
              IF REASON-WS = SPACES
                 MOVE 'GL PAYMENTS DISAGREE' TO REASON-WS
           IF IS-MISMATCH
              MOVE I-ACCT TO R-ACCT
              MOVE I-NAME TO R-NAME
              MOVE ORIG-LOAN-WS TO R-LOAN
              MOVE GL-DISB TO R-GL-DISB
              MOVE LIFE-PAID-WS TO R-PAID
              MOVE GL-PAID TO R-GL-PAID
              MOVE REASON-WS TO R-REASON
              PERFORM 1640-WRITE-REPORT-LINE
        1555-SUM-ONE-PAYMENT.
           ADD I-PAYMENT (PMT-IDX) TO TOT.
      **************************************************************
      * READS THE ACCOUNT'S RETIRED YEARS OFF THE PAYMENT HISTORY *
      * IN KEY ORDER - THE FIRST YEAR GIVES THE ORIGINAL LOAN AND *
      * EVERY YEAR'S PAYMENTS ARE ADDED TO THIS YEAR'S TOTAL IN *
      * TOT. AN ACCOUNT WITH NO HISTORY KEEPS I-LOAN AND TOT *
      **************************************************************
        1545-GET-PAYMENT-HISTORY.
           MOVE I-LOAN TO ORIG-LOAN-WS.
           MOVE TOT TO LIFE-PAID-WS.
           MOVE 0 TO EOF-Y.
           MOVE I-ACCT TO HYK-ACCT.
           MOVE 0 TO HYK-YEAR.
           START PAYH-FILE KEY NOT < HY-KEY
              INVALID KEY
                 MOVE 1 TO EOF-Y
           END-START.
           IF EOF-Y = 0
              PERFORM 1547-READ-NEXT-YEAR
              IF EOF-Y = 0 AND HY-ACCT = I-ACCT
                 MOVE HY-LOAN TO ORIG-LOAN-WS
              END-IF
           END-IF.
           PERFORM 1546-NOTE-ONE-YEAR
              UNTIL EOF-Y = 1.
        1546-NOTE-ONE-YEAR.
           IF HY-ACCT NOT = I-ACCT
              MOVE 1 TO EOF-Y
           ELSE
              ADD HY-PAID TO LIFE-PAID-WS
              PERFORM 1547-READ-NEXT-YEAR
           END-IF.
        1547-READ-NEXT-YEAR.
           READ PAYH-FILE NEXT RECORD INTO PAYHX-DATA
                   AT END MOVE 1 TO EOF-Y.
      **************************************************************
      * A LOAN-SERVICING ACCOUNT WITH NO MATCHING GL EXTRACT RECORD *
      **************************************************************
        1570-LOAN-ONLY.
