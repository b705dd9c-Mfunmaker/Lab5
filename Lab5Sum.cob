      * BALANCE, CLOSING WITH THE SAME PORTFOLIO GRAND TOTALS *
      * LAB5'S CONTROL FOOTER SHOWS. PRODUCED FOR THE FINANCIAL- *
      * AID OFFICE, WHICH ASKS FOR EXACTLY THIS CUT EVERY TERM. *
      * ACCOUNTS IN AN ACTIVE DEFERMENT OR FORBEARANCE ARE ROLLED *
      * UP IN THEIR OWN CATEGORY AHEAD OF THE GRAND TOTALS. *
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-08-22 MF  ORIGINAL PROGRAM. SHARES THE INPUT-DATA *
      *                STEP HAS NOT COMPLETED THIS CYCLE OR IF *
      *                THIS STEP ALREADY COMPLETED IT WITHOUT *
      *                THE RERUN OVERRIDE (PARM R). *
      * 2026-10-15 MF  LAB5-INPUT IS NOW 160 BYTES. AN ACCOUNT IN AN *
      *                ACTIVE DEFERMENT OR FORBEARANCE IS KEPT OUT OF *
      *                THE CLASS-YEAR/DEGREE BREAKS AND PRINTED AS ITS *
      *                OWN DEFERMENT/FORBEARANCE CATEGORY, WHICH STILL *
      *                ROLLS INTO THE GRAND TOTALS SO THEY KEEP *
      *                MATCHING LAB5'S FOOTER. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(160).

        FD SUMM-FILE
          LABEL RECORDS ARE OMITTED.
        01 SORT-REC.
          03 SRT-YEAR PIC X(4).
          03 SRT-DEGREE PIC X(4).
          03 SRT-DATA PIC X(160).

      **************************************************************
      * THE BATCH-CYCLE CONTROL FILE - ONE RECORD PER PROGRAM PER *
          03 YRT-LOAN PIC 9(9) VALUE 0.
          03 YRT-PAID PIC 9(9) VALUE 0.
          03 YRT-BAL PIC 9(9) VALUE 0.
      **************************************************************
      * ACCOUNTS IN AN ACTIVE DEFERMENT OR FORBEARANCE - KEPT OUT *
      * OF THE YEAR/DEGREE BREAKS AND ROLLED INTO THE GRAND *
      * TOTALS AS A CATEGORY OF THEIR OWN *
      **************************************************************
       01 DEFER-ACCUM.
          03 DFR-COUNT PIC 9(7) VALUE 0.
          03 DFR-LOAN PIC 9(9) VALUE 0.
          03 DFR-PAID PIC 9(9) VALUE 0.
          03 DFR-BAL PIC 9(9) VALUE 0.
       01 GRAND-TOTALS.
          03 GT-COUNT PIC 9(7) VALUE 0.
          03 GT-LOAN PIC 9(9) VALUE 0.
      **************************************************************
          03 REC-OK-SW PIC X(01) VALUE 'Y'.
             88 REC-OK VALUE 'Y'.
      **************************************************************
      * REPAYMENT-STATUS SWITCH - Y = THE ACCOUNT IS IN A *
      * DEFERMENT OR FORBEARANCE IN EFFECT ON THE RUN DATE *
      **************************************************************
          03 DEFER-SW PIC X(01) VALUE 'N'.
             88 DEFERMENT-ACTIVE VALUE 'Y'.

      **************************************************************
      * START OF PROCEDURE DIVISION *
              WHEN YR-CODE (YR-IDX) = I-YEAR
                 CONTINUE
           END-SEARCH.
           PERFORM 1515-CHECK-DEFERMENT.
           IF REC-OK
              IF DEFERMENT-ACTIVE
                 PERFORM 1520-ACCUM-DEFERRED
              ELSE
                 MOVE I-YEAR TO SRT-YEAR
                 MOVE I-DEGREE TO SRT-DEGREE
                 MOVE INPUT-DATA TO SRT-DATA
                 RELEASE SORT-REC
              END-IF
           ELSE
              ADD 1 TO EXCP-COUNT
           END-IF.
        1555-SUM-ONE-PAYMENT.
           ADD I-PAYMENT (PMT-IDX) TO TOT.
      **************************************************************
      * A DEFERMENT OR FORBEARANCE IS IN EFFECT WHEN IT STARTED ON *
      * OR BEFORE THE RUN DATE AND ITS END DATE IS OPEN (ZERO) OR *
      * NOT YET PASSED - THE SAME TEST LAB5AGE MAKES *
      **************************************************************
        1515-CHECK-DEFERMENT.
           MOVE 'N' TO DEFER-SW.
           IF I-REPAY-DEFERRED
              AND I-REPAY-START NOT > CH-RUN-DATE
              AND (I-REPAY-END = 0 OR I-REPAY-END NOT < CH-RUN-DATE)
              MOVE 'Y' TO DEFER-SW
           END-IF.
      **************************************************************
      * ACCUMULATES ONE ACCOUNT IN AN ACTIVE DEFERMENT OR *
      * FORBEARANCE INTO ITS OWN CATEGORY - INTEREST AND BALANCE *
      * COMPUTED EXACTLY AS LAB5 COMPUTES THEM *
      **************************************************************
        1520-ACCUM-DEFERRED.
           COMPUTE ACCR-INT = I-LOAN * I-RATE / 100.
           COMPUTE BAL = I-LOAN + ACCR-INT - TOT.
           ADD 1 TO DFR-COUNT.
           ADD I-LOAN TO DFR-LOAN.
           ADD TOT TO DFR-PAID.
           ADD BAL TO DFR-BAL.
      **************************************************************
      * VERIFIES WHAT WAS READ AGAINST THE TRAILER'S RECORD COUNT *
      * AND HASH TOTALS - ANY DISAGREEMENT, OR A MISSING CONTROL *
      * RECORD, STOPS THE RUN WITH CONDITION CODE 16 SO A *
           MOVE 0 TO YRT-PAID.
           MOVE 0 TO YRT-BAL.
      **************************************************************
      * PRINTS THE DEFERMENT/FORBEARANCE CATEGORY (WHEN THERE IS *
      * ONE), ROLLS IT INTO THE GRAND TOTALS, THEN PRINTS THE *
      * PORTFOLIO-LEVEL GRAND TOTALS - THE SAME FIGURES LAB5'S *
      * CONTROL FOOTER SHOWS *
      **************************************************************
        1900-PRINT-GRAND-TOTAL.
           IF DFR-COUNT > 0
              PERFORM 1850-PRINT-DEFERRED
           END-IF.
           MOVE GT-LOAN TO SG-LOAN.
           MOVE GT-PAID TO SG-PAID.
           MOVE GT-BAL TO SG-BAL.
           WRITE SUMM-REC FROM SUMM-GRAND3
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PRINTS THE DEFERMENT/FORBEARANCE CATEGORY LINE AND ROLLS *
      * ITS FIGURES INTO THE PORTFOLIO GRAND TOTALS *
      **************************************************************
        1850-PRINT-DEFERRED.
           MOVE 'DEFERMENT/FORBEARANCE' TO SD-DEG-TEXT.
           MOVE DFR-COUNT TO SD-COUNT.
           MOVE DFR-LOAN TO SD-LOANED.
           MOVE DFR-PAID TO SD-PAID.
           MOVE DFR-BAL TO SD-BAL.
           COMPUTE AVG-BAL = DFR-BAL / DFR-COUNT.
           MOVE AVG-BAL TO SD-AVG.
           WRITE SUMM-REC FROM SUMM-DETAIL
             AFTER ADVANCING 1 LINE.
           ADD DFR-COUNT TO GT-COUNT.
           ADD DFR-LOAN TO GT-LOAN.
           ADD DFR-PAID TO GT-PAID.
           ADD DFR-BAL TO GT-BAL.
      **************************************************************
      * READS THE LOAN-SERVICING INPUT FILE *
      **************************************************************
        2000-READ-INPUT.
