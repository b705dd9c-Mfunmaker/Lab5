      *                ALREADY COMPLETED IT WITHOUT THE RERUN *
      *                OVERRIDE. THE PARM NOW TAKES TWO BYTES - *
      *                INVOKE AS: LAB5 P R *
      * 2026-10-15 MF  LAB5-INPUT IS NOW 160 BYTES (REPAYMENT STATUS *
      *                AND DATES ADDED TO LAB5REC). THE PAST-DUE-ONLY *
      *                RUN (PARM P) ALSO LEAVES OUT AN ACCOUNT IN AN *
      *                ACTIVE DEFERMENT OR FORBEARANCE. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(160).

        FD PRNT-FILE
          LABEL RECORDS ARE OMITTED.

        SD SORT-FILE.
        01 SORT-REC.
          03 SRT-DATA PIC X(160).
          03 SRT-BAL PIC S9(7)V99.
      **************************************************************
      * THE BATCH-CYCLE CONTROL FILE - ONE RECORD PER PROGRAM PER *
      **************************************************************
      * RUN OPTIONS - PASSED AS PARMS ON THE EXECUTE STATEMENT. *
      * BYTE 1: P = RESTRICT THE REPORT TO ACCOUNTS STILL SHOWING *
      * A BALANCE (PAST-DUE ONLY) AND NOT IN AN ACTIVE DEFERMENT *
      * OR FORBEARANCE. SPACE = PRINT EVERY ACCOUNT. *
      * BYTE 3: R = CYCLE-CONTROL RERUN OVERRIDE (SEE LAB5CYC). *
      * INVOKE AS: LAB5 P R *
      **************************************************************
      **************************************************************
          03 RESTART-IND PIC X(01) VALUE 'N'.
      **************************************************************
      * REPAYMENT-STATUS SWITCH - Y = THE ACCOUNT IS IN A *
      * DEFERMENT OR FORBEARANCE IN EFFECT ON THE RUN DATE *
      **************************************************************
          03 DEFER-SW PIC X(01) VALUE 'N'.
             88 DEFERMENT-ACTIVE VALUE 'Y'.
      **************************************************************
      * PAGINATION CONTROLS - ONE PAGE/LINE COUNTER PAIR PER *
      * PRINT FILE. THE LINE COUNTERS START PAST THE PAGE DEPTH *
      * SO THE FIRST LINE OF A FRESH RUN FORCES PAGE 1; A RESTART *
           MOVE BAL TO P-BAL.
           MOVE P-TOTAL TO P-TOTAL5.
           MOVE P-BAL TO P-BAL5.
           PERFORM 1615-CHECK-DEFERMENT.
           IF RO-PAST-DUE-ONLY AND (BAL = 0 OR DEFERMENT-ACTIVE)
              CONTINUE
           ELSE
              PERFORM 1645-PRINT-REPORT-LINES.
           ADD BAL TO GT-BAL.
           PERFORM 1670-WRITE-EXTRACT.
      **************************************************************
      * A DEFERMENT OR FORBEARANCE IS IN EFFECT WHEN IT STARTED ON *
      * OR BEFORE THE RUN DATE AND ITS END DATE IS OPEN (ZERO) OR *
      * NOT YET PASSED - THE SAME TEST LAB5AGE MAKES *
      **************************************************************
        1615-CHECK-DEFERMENT.
           MOVE 'N' TO DEFER-SW.
           IF I-REPAY-DEFERRED
              AND I-REPAY-START NOT > CH-RUN-DATE
              AND (I-REPAY-END = 0 OR I-REPAY-END NOT < CH-RUN-DATE)
              MOVE 'Y' TO DEFER-SW
           END-IF.
      **************************************************************
      * WRITES THE FULL REPORT LINE GROUP FOR ONE STUDENT - SKIPPED *
      * FOR ZERO-BALANCE ACCOUNTS, AND ACCOUNTS IN AN ACTIVE *
      * DEFERMENT OR FORBEARANCE, WHEN RUNNING PAST-DUE-ONLY. THE *
      * GROUP IS 13 LINES, SO A NEW PAGE IS STARTED FIRST IF THE *
      * WHOLE GROUP WOULD NOT FIT - ONE STUDENT'S SCHEDULE IS *
      * NEVER SPLIT ACROSS PAGES *
