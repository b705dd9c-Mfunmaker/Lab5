      * (LAB5-NEWMST) IS WRITTEN WITH A RECOMPUTED HEADER/ *
      * TRAILER AND EVERY ITEM'S DISPOSITION GOES ON THE *
      * SUSPENSE REGISTER (LAB5-SUSRG), SO THE CASH DESK NEVER *
      * REKEYS A RECEIPT WE ALREADY HAVE ON FILE. EVERY CLEARED *
      * ITEM IS ALSO APPENDED TO THE PERMANENT TRANSACTION HISTORY *
      * (LAB5-TRNHX). *
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-09-02 MF  ORIGINAL PROGRAM. BUILT IN THE LAB5UPD *
      *                STEP HAS NOT COMPLETED THIS CYCLE OR IF *
      *                THIS STEP ALREADY COMPLETED IT WITHOUT *
      *                THE RERUN OVERRIDE (PARM R). *
      * 2026-10-15 MF  TYPE EVERY LAB5-JRNX RECORD AS A RECEIPT *
      *                APPLIED (JX-TYPE P) NOW THAT THE RETURNED- *
      *                ITEM RUN (LAB5NSF) WRITES REVERSALS TO THE *
      *                SAME EXTRACT. RECORD LENGTH IS NOW 20. *
      * 2026-10-15 MF  LAB5-INPUT RECORD LENGTH IS NOW 160 BYTES *
      *                (REPAYMENT STATUS AND DATES ADDED TO LAB5REC). *
      * 2026-10-15 MF  A HELD ITEM RE-PRESENTED AGAINST AN ACCOUNT THE *
      *                CHARGE-OFF RUN (LAB5CHG) HAS WRITTEN OFF CLEARS *
      *                AS A RECOVERY, AS LAB5UPD NOW POSTS ONE - ADDED *
      *                TO I-RECOVERED AND WRITTEN TO LAB5-JRNX TYPED V *
      *                - OR IS REFUNDED IF IT WOULD TAKE RECOVERIES *
      *                PAST THE AMOUNT CHARGED OFF. *
      * 2026-10-15 MF  APPEND EVERY ITEM CLEARED OUT OF SUSPENSE - AS *
      *                A PAYMENT (TYPE S) OR A RECOVERY (TYPE V) - TO *
      *                THE PERMANENT TRANSACTION-HISTORY FILE *
      *                (LAB5-TRNHX, LAYOUT IN LAB5REC) WITH ITS MONTH *
      *                SLOT, AMOUNT, CYCLE AND THE BALANCE BEFORE AND *
      *                AFTER. *
      * 2026-10-15 MF  THE HISTORY ENTRY IS CLEARED BEFORE IT IS *
      *                BUILT, SO NO UNSET BYTES REACH LAB5-TRNHX. *
      * 2026-10-15 MF  A HISTORY WRITE THAT MEETS THE SAME CLEARED *
      *                ITEM ALREADY ON FILE FOR THE ACCOUNT AND DAY *
      *                FROM THIS CYCLE KEEPS IT (1708), SO A PARM R *
      *                RERUN NO LONGER APPENDS A SECOND S OR V ENTRY *
      *                FOR LAB5NSF TO REVERSE. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SELECT RFND-FILE ASSIGN TO 'LAB5-REFND'.
           SELECT SUSR-FILE ASSIGN TO 'LAB5-SUSRG'.
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
      * THIS CYCLE'S FRESH REJECTS - WRITTEN BY LAB5UPD, IN THE *
        FD NMST-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 NMST-REC PIC X(160).

      **************************************************************
      * THE CARRIED-FORWARD SUSPENSE FILE - THE ITEMS STILL HELD *
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
      * ACCUMULATED AS THE MASTER IS READ AND VERIFIED AGAINST *
          03 EOF-S PIC 9 VALUE 0.
          03 EOF-N PIC 9 VALUE 0.
          03 EOF-P PIC 9 VALUE 0.
          03 TRNH-STATUS PIC X(02).
          03 REASON-WS PIC X(34) VALUE SPACES.

      **************************************************************
             OUTPUT NSUS-FILE
             OUTPUT RFND-FILE
             OUTPUT SUSR-FILE
             EXTEND JRNX-FILE
             I-O TRNH-FILE.
           IF TRNH-STATUS NOT = '00' AND TRNH-STATUS NOT = '05'
              DISPLAY 'LAB5SUS TRANSACTION-HISTORY OPEN FAILED - '
                 'STATUS ' TRNH-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-INPUT.
           PERFORM 2110-READ-PRIOR-SUSP.
             NSUS-FILE
             RFND-FILE
             SUSR-FILE
             JRNX-FILE
             TRNH-FILE.
           PERFORM 0220-REGISTER-COMPLETE.
           STOP RUN.
      **************************************************************
      * RE-PRESENTS ONE HELD ITEM AGAINST ITS MATCHED ACCOUNT *
      * WITH THE SAME EDITS LAB5UPD APPLIES. AN ITEM ORIGINALLY *
      * REJECTED AS AN OVERPAYMENT GOES STRAIGHT TO THE REFUND *
      * EXTRACT - RE-PRESENTING IT WOULD ONLY OVERPAY THE LOAN. *
      * AN ITEM FOR A CHARGED-OFF ACCOUNT CLEARS AS A RECOVERY *
      **************************************************************
        1510-REPRESENT-ITEM.
           IF SUSP-OVERPAY
                 MOVE 'INVALID PAYMENT MONTH' TO REASON-WS
                 PERFORM 1660-CARRY-OR-REFUND
              ELSE
                 IF I-CHARGED-OFF
                    PERFORM 1540-REPRESENT-RECOVERY
                 ELSE
                    PERFORM 1515-REPRESENT-PAYMENT
                 END-IF
              END-IF
           END-IF.
      **************************************************************
      * RE-PRESENTS ONE HELD ITEM AGAINST AN ACCOUNT STILL ON THE *
      * BOOKS WITH LAB5UPD'S MONTH-SLOT AND LOAN-AMOUNT EDITS *
      **************************************************************
        1515-REPRESENT-PAYMENT.
           MOVE 0 TO TOT.
           PERFORM 1555-SUM-ONE-PAYMENT
              VARYING PMT-IDX FROM 1 BY 1
              UNTIL PMT-IDX > 12.
           IF I-PAYMENT (S-MONTH) + S-AMOUNT > 999999
              MOVE 'PAYMENT OVERFILLS MONTH SLOT'
                TO REASON-WS
              PERFORM 1660-CARRY-OR-REFUND
           ELSE
              IF TOT + S-AMOUNT > I-LOAN
                 MOVE 'PAYMENT WOULD EXCEED LOAN AMOUNT'
                   TO REASON-WS
                 PERFORM 1670-WRITE-REFUND
              ELSE
                 PERFORM 1530-APPLY-PAYMENT
              END-IF
           END-IF.
      **************************************************************
      * RE-PRESENTS ONE HELD ITEM AGAINST A CHARGED-OFF ACCOUNT - *
      * IT CLEARS AS A RECOVERY, AS LAB5UPD WOULD POST IT, UNLESS *
      * IT WOULD TAKE RECOVERIES PAST THE AMOUNT CHARGED OFF, IN *
      * WHICH CASE THE MONEY IS REFUNDED *
      **************************************************************
        1540-REPRESENT-RECOVERY.
           IF I-RECOVERED + S-AMOUNT > I-CHGOFF-AMOUNT
              MOVE 'RECOVERY EXCEEDS CHARGE-OFF'
                TO REASON-WS
              PERFORM 1670-WRITE-REFUND
           ELSE
              PERFORM 1545-APPLY-RECOVERY
           END-IF.
      **************************************************************
      * APPLIES A HELD ITEM AS A RECOVERY AND CLEARS IT FROM *
      * SUSPENSE - NO PAYMENT SLOT IS TOUCHED, AND THE POSTING- *
      * EXTRACT RECORD IS TYPED V FOR LAB5JRN'S RECOVERY ENTRY *
      **************************************************************
        1545-APPLY-RECOVERY.
           PERFORM 1710-COMPUTE-BALANCE.
           MOVE BAL TO HIST-BAL-BEFORE.
           ADD S-AMOUNT TO I-RECOVERED.
           PERFORM 1710-COMPUTE-BALANCE.
           MOVE 'V' TO HIST-TYPE.
           PERFORM 1700-WRITE-HISTORY.
           MOVE 'CLEARED' TO SR-DISP.
           MOVE 'POSTED AS A CHARGE-OFF RECOVERY' TO REASON-WS.
           PERFORM 1680-WRITE-REGISTER.
           ADD 1 TO CLEARED-COUNT.
           ADD S-AMOUNT TO CLEARED-AMT.
           MOVE S-ACCT TO JX-ACCT.
           MOVE S-MONTH TO JX-MONTH.
           MOVE S-AMOUNT TO JX-AMOUNT.
           MOVE CH-CYCLE TO JX-CYCLE.
           MOVE 'V' TO JX-TYPE.
           WRITE JRNX-REC FROM JRNX-DATA.
      **************************************************************
      * APPLIES A HELD ITEM THAT NOW POSTS AND CLEARS IT FROM *
      * SUSPENSE - THE MONEY LANDS IN THE CORRECT MONTH'S SLOT *
      * AND THE REGISTER SHOWS THE ITEM AS CLEARED *
      **************************************************************
        1530-APPLY-PAYMENT.
           PERFORM 1710-COMPUTE-BALANCE.
           MOVE BAL TO HIST-BAL-BEFORE.
           ADD S-AMOUNT TO I-PAYMENT (S-MONTH).
           ADD S-AMOUNT TO TOT.
           PERFORM 1710-COMPUTE-BALANCE.
           MOVE 'S' TO HIST-TYPE.
           PERFORM 1700-WRITE-HISTORY.
           MOVE 'CLEARED' TO SR-DISP.
           MOVE 'POSTED THIS CYCLE' TO REASON-WS.
           PERFORM 1680-WRITE-REGISTER.
           MOVE S-MONTH TO JX-MONTH.
           MOVE S-AMOUNT TO JX-AMOUNT.
           MOVE CH-CYCLE TO JX-CYCLE.
           MOVE 'P' TO JX-TYPE.
           WRITE JRNX-REC FROM JRNX-DATA.
        1555-SUM-ONE-PAYMENT.
           ADD I-PAYMENT (PMT-IDX) TO TOT.
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REASON-WS.
      **************************************************************
      * APPENDS ONE CLEARED ITEM TO THE TRANSACTION-HISTORY FILE - *
      * HIST-TYPE, HIST-BAL-BEFORE AND BAL (THE BALANCE AFTER) ARE *
      * SET BY THE CALLER. THE ENTRY IS DATED WITH THE HEADER RUN *
      * DATE; THE SEQUENCE STEPS PAST ANY ENTRY ALREADY ON FILE *
      * FOR THE ACCOUNT THAT DAY (LAB5UPD'S POSTINGS AMONG THEM), *
      * SO NOTHING ON THE HISTORY IS EVER OVERLAID, AND A RERUN *
      * FINDS ITS OWN EARLIER ENTRY (1708) RATHER THAN ADD ANOTHER *
      **************************************************************
        1700-WRITE-HISTORY.
           IF S-ACCT NOT = HIST-LAST-ACCT
              MOVE 0 TO HIST-SEQ
              MOVE S-ACCT TO HIST-LAST-ACCT
           END-IF.
           MOVE SPACES TO TRNHX-DATA.
           MOVE S-ACCT TO TH-ACCT.
           MOVE CH-RUN-DATE TO TH-DATE.
           MOVE HIST-TYPE TO TH-TYPE.
           MOVE 'LAB5SUS' TO TH-PROGRAM.
           MOVE S-MONTH TO TH-MONTH.
           MOVE S-AMOUNT TO TH-AMOUNT.
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
                    DISPLAY 'LAB5SUS TRANSACTION-HISTORY WRITE '
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
      * WRITES THE CURRENT MASTER RECORD (WITH ANY CLEARED ITEMS *
      * APPLIED) TO THE NEW MASTER FILE AND ACCUMULATES THE NEW *
      * MASTER'S BATCH-BALANCING TOTALS *
