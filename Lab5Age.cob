      * BALANCE, MONTHS DELINQUENT, LARGEST BALANCE FIRST) AND *
      * CLOSES WITH A SUBTOTAL OF OUTSTANDING BALANCE AND ITS *
      * PERCENTAGE OF THE PORTFOLIO. THIS IS THE CUT THE WRITE- *
      * OFF POLICY IS WRITTEN AGAINST. AN ACCOUNT IN AN ACTIVE *
      * DEFERMENT OR FORBEARANCE IS NOT AGED - IT IS LISTED IN *
      * ITS OWN DEFERMENT/FORBEARANCE CATEGORY INSTEAD. AN *
      * ACCOUNT THE CHARGE-OFF RUN (LAB5CHG) HAS WRITTEN OFF IS NOT *
      * AGED AT ALL - IT IS ONLY COUNTED BELOW THE PORTFOLIO TOTAL. *
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-08-22 MF  ORIGINAL PROGRAM. SHARES THE INPUT-DATA *
      *                STEP HAS NOT COMPLETED THIS CYCLE OR IF *
      *                THIS STEP ALREADY COMPLETED IT WITHOUT *
      *                THE RERUN OVERRIDE (PARM R). *
      * 2026-10-15 MF  LAB5-INPUT IS NOW 160 BYTES. AN ACCOUNT IN AN *
      *                ACTIVE DEFERMENT OR FORBEARANCE (LAB5REC *
      *                REPAYMENT STATUS D OR F, IN EFFECT ON THE *
      *                HEADER RUN DATE) IS NOT AGED BUT LISTED UNDER *
      *                ITS OWN DEFERMENT/FORBEARANCE BUCKET. AN *
      *                ACCOUNT WHOSE DEFERMENT ENDED THIS YEAR IS AGED *
      *                ONLY FROM THE MONTH IT ENDED, SO IT RE-ENTERS *
      *                AS CURRENT. *
      * 2026-10-15 MF  AN ACCOUNT THE CHARGE-OFF RUN (LAB5CHG) HAS *
      *                WRITTEN OFF LEAVES THE AGING - IT IS NOT *
      *                BUCKETED OR INCLUDED IN THE PORTFOLIO TOTAL, *
      *                AND IS COUNTED WITH THE AMOUNT WRITTEN OFF ON *
      *                ITS OWN LINE BELOW THE PORTFOLIO TOTAL. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(160).

        FD AGED-FILE
          LABEL RECORDS ARE OMITTED.
          03 SRT-BUCKET PIC 9.
          03 SRT-MONTHS PIC 9(2).
          03 SRT-BAL PIC S9(7)V99.
          03 SRT-DATA PIC X(160).

      **************************************************************
      * THE BATCH-CYCLE CONTROL FILE - ONE RECORD PER PROGRAM PER *
          03 BAL PIC 9(7).
          03 ACCR-INT PIC 9(7).
          03 PMT-IDX PIC S9(2) COMP.
          03 AGE-FLOOR PIC S9(2) COMP.
          03 MONTHS-DELQ PIC 9(2).
          03 BUCKET-NO PIC 9.
          03 BUCKET-PCT PIC 9(3)V99.

      **************************************************************
      * BUCKET DESCRIPTION TABLE - SUBSCRIPTED BY BUCKET NUMBER *
      * PLUS ONE (BUCKET 0 = CURRENT, BUCKET 4 = AN ACTIVE *
      * DEFERMENT OR FORBEARANCE, WHICH IS NEVER AGED) *
      **************************************************************
       01 BUCKET-TABLE-DATA.
          03 FILLER PIC X(20) VALUE 'CURRENT'.
          03 FILLER PIC X(20) VALUE '1 MONTH PAST DUE'.
          03 FILLER PIC X(20) VALUE '2 MONTHS PAST DUE'.
          03 FILLER PIC X(20) VALUE '3+ MONTHS PAST DUE'.
          03 FILLER PIC X(20) VALUE 'DEFERRED - NOT AGED'.
       01 BUCKET-TABLE REDEFINES BUCKET-TABLE-DATA.
          03 BUCKET-ENTRY OCCURS 5 TIMES.
             05 BUCKET-TEXT PIC X(20).

      **************************************************************
          03 BKT-BAL PIC 9(9) VALUE 0.
          03 PORT-COUNT PIC 9(7) VALUE 0.
          03 PORT-BAL PIC 9(9) VALUE 0.
          03 CHGOFF-COUNT PIC 9(7) VALUE 0.
          03 CHGOFF-AMT PIC 9(9) VALUE 0.

      **************************************************************
      * BATCH-BALANCING CONTROLS - COUNT AND HASH TOTALS *
          03 FILLER PIC X(2).
          03 FILLER PIC X(12) VALUE 'OUTSTANDING'.
          03 AP-BAL PIC 999999999.99.
       01 AGED-CHGOFF-TOT.
          03 FILLER PIC X(24) VALUE 'CHARGED OFF - NOT AGED'.
          03 AC-COUNT PIC 9999999.
          03 FILLER PIC X(2).
          03 FILLER PIC X(12) VALUE 'WRITTEN OFF'.
          03 AC-AMT PIC 999999999.99.

        01 MISC.
      **************************************************************
             88 FIRST-RECORD VALUE 'Y'.
          03 AGE-DONE-SW PIC X(01) VALUE 'N'.
             88 AGE-DONE VALUE 'Y'.
      **************************************************************
      * REPAYMENT-STATUS SWITCH - Y = THE ACCOUNT IS IN A *
      * DEFERMENT OR FORBEARANCE IN EFFECT ON THE RUN DATE *
      **************************************************************
          03 DEFER-SW PIC X(01) VALUE 'N'.
             88 DEFERMENT-ACTIVE VALUE 'Y'.

      **************************************************************
      * START OF PROCEDURE DIVISION *
      * (LARGEST BALANCE FIRST WITHIN THE BUCKET). ZERO-BALANCE *
      * ACCOUNTS NEVER REACH THE REPORT, AND AN OVERPAID ACCOUNT *
      * (PAYMENTS EXCEED THE LOAN - ON LAB5-EXCP) IS TREATED AS *
      * ZERO BALANCE RATHER THAN AGED WITH A MEANINGLESS ONE. AN *
      * ACCOUNT IN AN ACTIVE DEFERMENT OR FORBEARANCE GOES TO *
      * BUCKET 4 UNAGED BUT STILL COUNTS IN THE PORTFOLIO TOTAL. *
      * A CHARGED-OFF ACCOUNT IS OFF THE BOOKS - IT IS NEITHER *
      * AGED NOR IN THE PORTFOLIO, ONLY COUNTED FOR THE FOOTER *
      **************************************************************
        2500-SORT-INPUT.
           OPEN INPUT INPUT-FILE.
           IF TOT > I-LOAN
              MOVE 0 TO BAL
           END-IF.
           IF I-CHARGED-OFF
              ADD 1 TO CHGOFF-COUNT
              ADD I-CHGOFF-AMOUNT TO CHGOFF-AMT
              MOVE 0 TO BAL
           END-IF.
           IF BAL > 0
              PERFORM 1515-CHECK-DEFERMENT
              IF DEFERMENT-ACTIVE
                 MOVE 0 TO MONTHS-DELQ
                 MOVE 4 TO BUCKET-NO
              ELSE
                 PERFORM 1520-AGE-ONE-ACCOUNT
              END-IF
              ADD 1 TO PORT-COUNT
              ADD BAL TO PORT-BAL
              MOVE BUCKET-NO TO SRT-BUCKET
        1555-SUM-ONE-PAYMENT.
           ADD I-PAYMENT (PMT-IDX) TO TOT.
      **************************************************************
      * A DEFERMENT OR FORBEARANCE IS IN EFFECT WHEN IT STARTED ON *
      * OR BEFORE THE RUN DATE AND ITS END DATE IS OPEN (ZERO) OR *
      * NOT YET PASSED *
      **************************************************************
        1515-CHECK-DEFERMENT.
           MOVE 'N' TO DEFER-SW.
           IF I-REPAY-DEFERRED
              AND I-REPAY-START NOT > CH-RUN-DATE
              AND (I-REPAY-END = 0 OR I-REPAY-END NOT < CH-RUN-DATE)
              MOVE 'Y' TO DEFER-SW
           END-IF.
      **************************************************************
      * COUNTS THE CONSECUTIVE TRAILING ZERO MONTHS ON THE *
      * PAYMENT SCHEDULE - THAT COUNT IS THE ACCOUNT'S AGE - AND *
      * CLASSIFIES IT INTO BUCKET 0 (CURRENT), 1, 2, OR 3 (THREE *
      * OR MORE MONTHS PAST DUE). AN ACCOUNT WHOSE DEFERMENT OR *
      * FORBEARANCE ENDED EARLIER THIS YEAR IS AGED ONLY FROM THE *
      * RUN MONTH BACK TO THE MONTH IT ENDED - THE UNPAID MONTHS *
      * IT SPENT IN DEFERMENT ARE NOT DELINQUENCY, SO IT RE-ENTERS *
      * REPAYMENT AS CURRENT *
      **************************************************************
        1520-AGE-ONE-ACCOUNT.
           MOVE 0 TO MONTHS-DELQ.
           MOVE 12 TO PMT-IDX.
           MOVE 0 TO AGE-FLOOR.
           IF (I-REPAY-ENDED
              OR (I-REPAY-DEFERRED AND I-REPAY-END > 0
                  AND I-REPAY-END < CH-RUN-DATE))
              AND I-REPAY-END-YEAR = CH-RUN-YEAR
              MOVE CH-RUN-MONTH TO PMT-IDX
              MOVE I-REPAY-END-MONTH TO AGE-FLOOR
           END-IF.
           MOVE 'N' TO AGE-DONE-SW.
           PERFORM 1525-COUNT-ZERO-MONTH
              UNTIL AGE-DONE.
              MOVE MONTHS-DELQ TO BUCKET-NO
           END-IF.
        1525-COUNT-ZERO-MONTH.
           IF PMT-IDX NOT > AGE-FLOOR
              MOVE 'Y' TO AGE-DONE-SW
           ELSE
              IF I-PAYMENT (PMT-IDX) > 0
           MOVE 0 TO BKT-BAL.
      **************************************************************
      * PRINTS THE PORTFOLIO-LEVEL TOTAL OF EVERY ACCOUNT STILL *
      * SHOWING A BALANCE - RUNS ONCE AFTER THE LAST BUCKET - AND *
      * THE CHARGED-OFF ACCOUNTS LEFT OUT OF IT *
      **************************************************************
        1900-PRINT-PORT-TOTAL.
           MOVE PORT-COUNT TO AP-COUNT.
           MOVE PORT-BAL TO AP-BAL.
           WRITE AGED-REC FROM AGED-PORT-TOT
             AFTER ADVANCING 1 LINE.
           MOVE CHGOFF-COUNT TO AC-COUNT.
           MOVE CHGOFF-AMT TO AC-AMT.
           WRITE AGED-REC FROM AGED-CHGOFF-TOT
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS THE LOAN-SERVICING INPUT FILE *
      **************************************************************
