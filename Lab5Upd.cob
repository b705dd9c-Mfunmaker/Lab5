      * PRODUCES A POSTING JOURNAL (LAB5-JRNL) OF EVERYTHING *
      * APPLIED PLUS A REJECT LISTING (LAB5-RJCT) OF EVERYTHING *
      * THAT COULD NOT BE APPLIED, SO THE CASH DESK CAN WORK THE *
      * REJECTS THE SAME MORNING. THE LOCKBOX FILE MUST FIRST HAVE *
      * PROVEN AGAINST THE BANK'S DEPOSIT SUMMARY (LAB5PRF) - THIS *
      * STEP WILL NOT POST A CYCLE WHOSE PROOF HAS NOT COMPLETED. *
      * A RECEIPT AGAINST A CHARGED-OFF ACCOUNT IS POSTED AS A *
      * RECOVERY RATHER THAN AS A PAYMENT. EVERY POSTING IS ALSO *
      * APPENDED TO THE PERMANENT TRANSACTION HISTORY (LAB5-TRNHX). *
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-08-22 MF  ORIGINAL PROGRAM. SHARES THE INPUT-DATA *
      *                STEP HAS NOT COMPLETED THIS CYCLE OR IF *
      *                THIS STEP ALREADY COMPLETED IT WITHOUT *
      *                THE RERUN OVERRIDE (PARM R). *
      * 2026-10-15 MF  TYPE EVERY LAB5-JRNX RECORD AS A RECEIPT *
      *                APPLIED (JX-TYPE P) NOW THAT THE RETURNED- *
      *                ITEM RUN (LAB5NSF) WRITES REVERSALS TO THE *
      *                SAME EXTRACT. RECORD LENGTH IS NOW 20. *
      * 2026-10-15 MF  LAB5-INPUT RECORD LENGTH IS NOW 160 BYTES *
      *                (REPAYMENT STATUS AND DATES ADDED TO LAB5REC). *
      * 2026-10-15 MF  LAB5-TRAN NOW CARRIES THE DEPOSIT DATE AND *
      *                LOCKBOX BATCH OF EACH RECEIPT (RECORD LENGTH *
      *                47). THE NEW LOCKBOX PROOF (LAB5PRF) IS NOW *
      *                THIS STEP'S PREDECESSOR, SO A FILE THAT HAS NOT *
      *                PROVEN - OR BEEN OVERRIDDEN BY A SUPERVISOR - *
      *                CANNOT BE POSTED. *
      * 2026-10-15 MF  A RECEIPT AGAINST AN ACCOUNT THE CHARGE-OFF RUN *
      *                (LAB5CHG) HAS WRITTEN OFF IS POSTED AS A *
      *                RECOVERY - ADDED TO I-RECOVERED, NO PAYMENT *
      *                SLOT TOUCHED, JOURNALED WITH A RECOVERY NOTE *
      *                AND WRITTEN TO LAB5-JRNX TYPED V SO LAB5JRN *
      *                CUTS ITS OWN RECOVERY ENTRY. A RECOVERY THAT *
      *                WOULD EXCEED THE AMOUNT CHARGED OFF IS REJECTED *
      *                AS AN OVERPAYMENT. RECOVERIES ARE TOTALED *
      *                SEPARATELY ON THE JOURNAL FOOTER. *
      * 2026-10-15 MF  APPEND EVERY RECEIPT APPLIED AND EVERY RECOVERY *
      *                TO THE PERMANENT TRANSACTION-HISTORY FILE *
      *                (LAB5-TRNHX, LAYOUT IN LAB5REC) WITH ITS MONTH *
      *                SLOT, AMOUNT, CYCLE AND THE BALANCE BEFORE AND *
      *                AFTER, DATED WITH THE HEADER RUN DATE. *
      * 2026-10-15 MF  THE HISTORY ENTRY IS CLEARED BEFORE IT IS *
      *                BUILT, SO NO UNSET BYTES REACH LAB5-TRNHX. *
      * 2026-10-15 MF  A HISTORY WRITE THAT MEETS THE SAME POSTING *
      *                ALREADY ON FILE FOR THE ACCOUNT AND DAY FROM *
      *                THIS CYCLE KEEPS IT (1708), SO A PARM R RERUN *
      *                NO LONGER APPENDS A SECOND P OR V ENTRY FOR *
      *                LAB5NSF TO REVERSE. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SELECT RJCT-FILE ASSIGN TO 'LAB5-RJCT'.
           SELECT SUSP-FILE ASSIGN TO 'LAB5-SUSP'.
           SELECT JRNX-FILE ASSIGN TO 'LAB5-JRNX'.
           SELECT OPTIONAL TRNH-FILE ASSIGN TO 'LAB5-TRNHX'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TH-KEY
              FILE STATUS IS TRNH-STATUS.
           SELECT OPTIONAL CYCTL-FILE ASSIGN TO 'LAB5-CYCTL'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(160).

      **************************************************************
      * THE LOCKBOX PAYMENT-TRANSACTION FILE - ONE RECORD PER *
      * RECEIPT, IN THE SAME ACCOUNT SEQUENCE AS LAB5-INPUT, *
      * PROVEN BATCH BY BATCH BY LAB5PRF BEFORE IT GETS HERE *
      **************************************************************
        FD TRAN-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 TRAN-REC PIC X(47).

        FD NMST-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 NMST-REC PIC X(160).

        FD JRNL-FILE
          LABEL RECORDS ARE OMITTED.
        FD JRNX-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 JRNX-REC PIC X(20).

      **************************************************************
      * THE PERMANENT TRANSACTION-HISTORY FILE - ONE RECORD PER *
      * POSTING, KEYED ON ACCOUNT NUMBER PLUS POSTING DATE PLUS *
      * SEQUENCE (LAYOUT IN LAB5REC) - APPENDED, NEVER REWRITTEN *
      **************************************************************
        FD TRNH-FILE
          LABEL RECORDS ARE STANDARD.
        01 TRNH-REC.
          03 TH-KEY.
             05 THK-ACCT PIC 9(7).
             05 THK-DATE PIC 9(8).
             05 THK-SEQ PIC 9(4).
          03 TH-REST PIC X(61).

      **************************************************************
      * THE BATCH-CYCLE CONTROL FILE - ONE RECORD PER PROGRAM PER *
        COPY "LAB5CYC.cpy".

      **************************************************************
      * LAYOUT FOR ONE LOCKBOX PAYMENT TRANSACTION - THE DEPOSIT *
      * DATE AND LOCKBOX BATCH ARE USED ONLY BY THE PROOF STEP *
      **************************************************************
       01 TRAN-DATA.
          03 T-ACCT PIC 9(7).
          03 T-NAME PIC X(20).
          03 T-MONTH PIC 9(2).
          03 T-AMOUNT PIC 9(6).
          03 T-DEP-DATE PIC 9(8).
          03 T-BATCH PIC 9(4).

      **************************************************************
      * LAYOUT FOR ONE POSTING-JOURNAL LINE *
          03 J-SLOT PIC 999999.
          03 FILLER PIC X(2).
          03 J-TOT-PAID PIC 9999999.
          03 FILLER PIC X(2).
          03 J-NOTE PIC X(8) VALUE SPACES.

      **************************************************************
      * LAYOUT FOR ONE REJECT-LISTING LINE *
          03              PIC X(8) VALUE 'AMOUNT'.
          03              PIC X(8) VALUE 'SLOT'.
          03              PIC X(10) VALUE 'TOT-PAID'.
          03              PIC X(8) VALUE 'NOTE'.

      **************************************************************
      * HEADING LINE FOR THE REJECT LISTING *
          03 JT-REJECTED PIC 9999999.
          03 FILLER PIC X(2).
          03 JT-REJECTED-AMT PIC 999999999.
          03 FILLER PIC X(2).
          03 FILLER PIC X(10) VALUE 'RECOVERED'.
          03 JT-RECOVERED PIC 9999999.
          03 FILLER PIC X(2).
          03 JT-RECOVERED-AMT PIC 999999999.

        01 MATH-DATA.
          03 TOT PIC 9(7).
          03 BAL PIC 9(7).
          03 ACCR-INT PIC 9(7).
          03 PMT-IDX PIC 9(2) COMP.

      **************************************************************
      * TRANSACTION-HISTORY CONTROLS - THE LAST SEQUENCE USED FOR *
      * THE ACCOUNT IN HAND (THE POSTING DATE IS THE SAME ALL RUN) *
      * AND THE BALANCE BEFORE THE POSTING BEING RECORDED *
      **************************************************************
        01 HIST-CONTROLS.
          03 HIST-SEQ PIC 9(4) VALUE 0.
          03 HIST-LAST-ACCT PIC 9(7) VALUE 0.
          03 HIST-BAL-BEFORE PIC 9(7) VALUE 0.
          03 HIST-TYPE PIC X(01) VALUE SPACE.
          03 HIST-DONE-SW PIC X(01) VALUE 'N'.
             88 HIST-DONE VALUE 'Y'.

      **************************************************************
      * AN ENTRY ALREADY ON FILE AT THE SEQUENCE BEING TRIED - *
      * COMPARED WITH THE ONE BEING WRITTEN TO TELL AN ENTRY LEFT *
      * BY AN EARLIER RUN OF THIS CYCLE FROM ANY OTHER ACTIVITY *
      * (THE REST OF THE LAYOUT IS TRNHX-DATA IN LAB5REC) *
      **************************************************************
        01 HIST-ON-FILE.
          03 HF-KEY PIC X(19).
          03 HF-TYPE PIC X(1).
          03 HF-PROGRAM PIC X(8).
          03 HF-MONTH PIC 9(2).
          03 HF-AMOUNT PIC 9(7).
          03 HF-CYCLE PIC 9(4).
          03 FILLER PIC X(39).

      **************************************************************
      * BATCH-BALANCING CONTROLS - COUNT AND HASH TOTALS *
      * ACCUMULATED AS THE OLD MASTER IS READ AND VERIFIED *
          03 APPLIED-AMT PIC 9(9) VALUE 0.
          03 REJECTED-COUNT PIC 9(7) VALUE 0.
          03 REJECTED-AMT PIC 9(9) VALUE 0.
          03 RECOVERED-COUNT PIC 9(7) VALUE 0.
          03 RECOVERED-AMT PIC 9(9) VALUE 0.

        01 MISC.
      **************************************************************
      **************************************************************
          03 EOF-I PIC 9 VALUE 0.
          03 EOF-T PIC 9 VALUE 0.
          03 TRNH-STATUS PIC X(02).
          03 REASON-WS PIC X(40) VALUE SPACES.
      **************************************************************
      * ONE-BYTE REJECT-REASON CODE CARRIED ONTO THE SUSPENSE *
        PROCEDURE DIVISION.
        000-MAINLINE.
           MOVE 'LAB5UPD' TO CYC-SELF-PROGRAM.
           MOVE 'LAB5PRF' TO CYC-PRED-PROGRAM.
           ACCEPT CYC-OVERRIDE-SW FROM COMMAND-LINE.
           PERFORM 0200-GET-CYCLE.
           PERFORM 0210-CHECK-CYCLE-CONTROL.
             OUTPUT JRNL-FILE
             OUTPUT RJCT-FILE
             OUTPUT SUSP-FILE
             OUTPUT JRNX-FILE
             I-O TRNH-FILE.
           IF TRNH-STATUS NOT = '00' AND TRNH-STATUS NOT = '05'
              DISPLAY 'LAB5UPD TRANSACTION-HISTORY OPEN FAILED - '
                 'STATUS ' TRNH-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-INPUT.
           PERFORM 2100-READ-TRAN.
             JRNL-FILE
             RJCT-FILE
             SUSP-FILE
             JRNX-FILE
             TRNH-FILE.
           PERFORM 0220-REGISTER-COMPLETE.
           STOP RUN.
      **************************************************************
      * FOR THE TRANSACTION MONTH - A RECEIPT THAT WOULD OVERFILL *
      * THE MONTH'S SLOT OR PUSH TOTAL PAYMENTS PAST THE LOAN *
      * AMOUNT IS REJECTED SO THE ACCOUNT NEVER LANDS ON THE *
      * LAB5-EXCP OVERPAYMENT LISTING A WEEK LATER. A RECEIPT *
      * AGAINST A CHARGED-OFF ACCOUNT IS POSTED AS A RECOVERY *
      * INSTEAD *
      **************************************************************
        1510-POST-TRAN.
           IF T-MONTH < 1 OR T-MONTH > 12
              MOVE 'M' TO REASON-CODE-WS
              PERFORM 1660-WRITE-REJECT
           ELSE
              IF I-CHARGED-OFF
                 PERFORM 1540-POST-RECOVERY
              ELSE
                 PERFORM 1515-POST-PAYMENT
              END-IF
           END-IF.
      **************************************************************
      * EDITS ONE RECEIPT AGAINST AN ACCOUNT STILL ON THE BOOKS - *
      * A RECEIPT THAT WOULD OVERFILL THE MONTH'S SLOT OR PUSH *
      * TOTAL PAYMENTS PAST THE LOAN AMOUNT IS REJECTED *
      **************************************************************
        1515-POST-PAYMENT.
           MOVE 0 TO TOT.
           PERFORM 1555-SUM-ONE-PAYMENT
              VARYING PMT-IDX FROM 1 BY 1
              UNTIL PMT-IDX > 12.
           IF I-PAYMENT (T-MONTH) + T-AMOUNT > 999999
              MOVE 'PAYMENT OVERFILLS MONTH SLOT' TO REASON-WS
              MOVE 'F' TO REASON-CODE-WS
              PERFORM 1660-WRITE-REJECT
           ELSE
              IF TOT + T-AMOUNT > I-LOAN
                 MOVE 'PAYMENT WOULD EXCEED LOAN AMOUNT'
                   TO REASON-WS
                 MOVE 'O' TO REASON-CODE-WS
                 PERFORM 1660-WRITE-REJECT
              ELSE
                 PERFORM 1530-APPLY-PAYMENT
              END-IF
           END-IF.
      **************************************************************
      * APPLIES A VALIDATED RECEIPT AND JOURNALS THE POSTING *
      **************************************************************
        1530-APPLY-PAYMENT.
           PERFORM 1710-COMPUTE-BALANCE.
           MOVE BAL TO HIST-BAL-BEFORE.
           ADD T-AMOUNT TO I-PAYMENT (T-MONTH).
           ADD T-AMOUNT TO TOT.
           PERFORM 1710-COMPUTE-BALANCE.
           MOVE 'P' TO HIST-TYPE.
           PERFORM 1700-WRITE-HISTORY.
           MOVE T-ACCT TO J-ACCT.
           MOVE T-NAME TO J-NAME.
           MOVE T-MONTH TO J-MONTH.
           MOVE T-MONTH TO JX-MONTH.
           MOVE T-AMOUNT TO JX-AMOUNT.
           MOVE CH-CYCLE TO JX-CYCLE.
           MOVE 'P' TO JX-TYPE.
           WRITE JRNX-REC FROM JRNX-DATA.
        1555-SUM-ONE-PAYMENT.
           ADD I-PAYMENT (PMT-IDX) TO TOT.
      **************************************************************
      * A RECEIPT AGAINST A CHARGED-OFF ACCOUNT - THE ACCOUNT IS *
      * OFF THE BOOKS, SO THE MONEY IS A RECOVERY AGAINST THE *
      * ALLOWANCE, NOT A PAYMENT. ONE THAT WOULD TAKE RECOVERIES *
      * PAST THE AMOUNT CHARGED OFF IS REJECTED AS AN OVERPAYMENT *
      **************************************************************
        1540-POST-RECOVERY.
           IF I-RECOVERED + T-AMOUNT > I-CHGOFF-AMOUNT
              MOVE 'RECOVERY WOULD EXCEED AMOUNT CHARGED OFF'
                TO REASON-WS
              MOVE 'O' TO REASON-CODE-WS
              PERFORM 1660-WRITE-REJECT
           ELSE
              PERFORM 1545-APPLY-RECOVERY
           END-IF.
      **************************************************************
      * APPLIES A RECOVERY TO THE ACCOUNT'S RECOVERIES TO DATE - *
      * NO PAYMENT SLOT IS TOUCHED - JOURNALS IT MARKED AS A *
      * RECOVERY, AND TYPES ITS POSTING-EXTRACT RECORD V SO *
      * LAB5JRN CUTS THE RECOVERY ENTRY RATHER THAN A PAYMENT *
      **************************************************************
        1545-APPLY-RECOVERY.
           PERFORM 1710-COMPUTE-BALANCE.
           MOVE BAL TO HIST-BAL-BEFORE.
           ADD T-AMOUNT TO I-RECOVERED.
           PERFORM 1710-COMPUTE-BALANCE.
           MOVE 'V' TO HIST-TYPE.
           PERFORM 1700-WRITE-HISTORY.
           MOVE T-ACCT TO J-ACCT.
           MOVE T-NAME TO J-NAME.
           MOVE T-MONTH TO J-MONTH.
           MOVE T-AMOUNT TO J-AMOUNT.
           MOVE 0 TO J-SLOT.
           MOVE I-RECOVERED TO J-TOT-PAID.
           MOVE 'RECOVERY' TO J-NOTE.
           WRITE JRNL-REC FROM JRNL-DATA
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO J-NOTE.
           ADD 1 TO RECOVERED-COUNT.
           ADD T-AMOUNT TO RECOVERED-AMT.
           MOVE T-ACCT TO JX-ACCT.
           MOVE T-MONTH TO JX-MONTH.
           MOVE T-AMOUNT TO JX-AMOUNT.
           MOVE CH-CYCLE TO JX-CYCLE.
           MOVE 'V' TO JX-TYPE.
           WRITE JRNX-REC FROM JRNX-DATA.
      **************************************************************
      * APPENDS ONE POSTING TO THE TRANSACTION-HISTORY FILE - *
      * HIST-TYPE, HIST-BAL-BEFORE AND BAL (THE BALANCE AFTER) ARE *
      * SET BY THE CALLER. THE ENTRY IS DATED WITH THE HEADER RUN *
      * DATE; THE SEQUENCE STEPS PAST ANY ENTRY ALREADY ON FILE *
      * FOR THE ACCOUNT THAT DAY (A LAB5MNT OR EARLIER RUN), SO *
      * NOTHING ON THE HISTORY IS EVER OVERLAID, AND A RERUN FINDS *
      * ITS OWN EARLIER ENTRY (1708) RATHER THAN ADD ANOTHER *
      **************************************************************
        1700-WRITE-HISTORY.
           IF T-ACCT NOT = HIST-LAST-ACCT
              MOVE 0 TO HIST-SEQ
              MOVE T-ACCT TO HIST-LAST-ACCT
           END-IF.
           MOVE SPACES TO TRNHX-DATA.
           MOVE T-ACCT TO TH-ACCT.
           MOVE CH-RUN-DATE TO TH-DATE.
           MOVE HIST-TYPE TO TH-TYPE.
           MOVE 'LAB5UPD' TO TH-PROGRAM.
           MOVE T-MONTH TO TH-MONTH.
           MOVE T-AMOUNT TO TH-AMOUNT.
           MOVE CH-CYCLE TO TH-CYCLE.
           MOVE HIST-BAL-BEFORE TO TH-BAL-BEFORE.
           MOVE BAL TO TH-BAL-AFTER.
           MOVE 'N' TO HIST-DONE-SW.
           PERFORM 1705-TRY-HISTORY-WRITE
              UNTIL HIST-DONE.
        1705-TRY-HISTORY-WRITE.
           ADD 1 TO HIST-SEQ.
           MOVE HIST-SEQ TO TH-SEQ.
           WRITE TRNH-REC FROM TRNHX-DATA
              INVALID KEY
                 IF TRNH-STATUS NOT = '22' OR HIST-SEQ = 9999
                    DISPLAY 'LAB5UPD TRANSACTION-HISTORY WRITE '
                       'FAILED FOR ACCOUNT ' TH-ACCT
                       ' STATUS ' TRNH-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 ELSE
                    PERFORM 1708-CHECK-EARLIER-ENTRY
                 END-IF
              NOT INVALID KEY
                 MOVE 'Y' TO HIST-DONE-SW
           END-WRITE.
      **************************************************************
      * THE SEQUENCE TRIED IS TAKEN - IF THE ENTRY THERE IS THIS *
      * SAME POSTING (TYPE, PROGRAM, MONTH, AMOUNT AND CYCLE ALL *
      * AGREE) IT WAS WRITTEN BY AN EARLIER RUN OF THIS CYCLE - A *
      * PARM R RERUN - AND IS KEPT IN PLACE OF A DUPLICATE. THE *
      * SEQUENCE ONLY EVER MOVES FORWARD FOR AN ACCOUNT, SO TWO *
      * LIKE POSTINGS IN ONE RUN EACH CLAIM AN ENTRY OF THEIR OWN. *
      * ANYTHING ELSE SENDS THE WRITE ON TO THE NEXT SEQUENCE *
      **************************************************************
        1708-CHECK-EARLIER-ENTRY.
           MOVE TH-ACCT TO THK-ACCT.
           MOVE TH-DATE TO THK-DATE.
           MOVE TH-SEQ TO THK-SEQ.
           READ TRNH-FILE INTO HIST-ON-FILE
              INVALID KEY
                 MOVE SPACES TO HIST-ON-FILE
           END-READ.
           IF HF-TYPE = TH-TYPE
              AND HF-PROGRAM = TH-PROGRAM
              AND HF-MONTH = TH-MONTH
              AND HF-AMOUNT = TH-AMOUNT
              AND HF-CYCLE = TH-CYCLE
              MOVE 'Y' TO HIST-DONE-SW
           END-IF.
      **************************************************************
      * COMPUTES THE ACCOUNT'S BALANCE INTO BAL FROM THE TOTAL *
      * PAID IN TOT, EXACTLY AS LAB5 COMPUTES IT (AN OVERPAID *
      * ACCOUNT COUNTS AS NOTHING OWING). A CHARGED-OFF ACCOUNT'S *
      * BALANCE IS THE AMOUNT CHARGED OFF LESS RECOVERIES *
      **************************************************************
        1710-COMPUTE-BALANCE.
           IF I-CHARGED-OFF
              COMPUTE BAL = I-CHGOFF-AMOUNT - I-RECOVERED
           ELSE
              COMPUTE ACCR-INT = I-LOAN * I-RATE / 100
              IF TOT > I-LOAN
                 MOVE 0 TO BAL
              ELSE
                 COMPUTE BAL = I-LOAN + ACCR-INT - TOT
              END-IF
           END-IF.
      **************************************************************
      * WRITES THE CURRENT MASTER RECORD (WITH ANY POSTINGS *
      * APPLIED) TO THE NEW MASTER FILE AND ACCUMULATES THE NEW *
      * MASTER'S BATCH-BALANCING TOTALS *
           MOVE APPLIED-AMT TO JT-APPLIED-AMT.
           MOVE REJECTED-COUNT TO JT-REJECTED.
           MOVE REJECTED-AMT TO JT-REJECTED-AMT.
           MOVE RECOVERED-COUNT TO JT-RECOVERED.
           MOVE RECOVERED-AMT TO JT-RECOVERED-AMT.
           MOVE SPACES TO JRNL-REC.
           WRITE JRNL-REC
             AFTER ADVANCING 1 LINE.
