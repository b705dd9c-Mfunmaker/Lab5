        PROGRAM-ID. LAB5JRN.
        AUTHOR. Martin Funmaker.
      * GENERAL-LEDGER JOURNAL-ENTRY GENERATION RUN. READS THE *
      * POSTING EXTRACT LAB5UPD, LAB5SUS AND LAB5NSF WRITE *
      * (LAB5-JRNX - LOCKBOX POSTINGS, CLEARED SUSPENSE ITEMS AND *
      * RETURNED-ITEM REVERSALS, CHARGE-OFF RECOVERIES AND THEIR *
      * RETURNS) AND THE UPDATED MASTER (LAB5-INPUT) AND WRITES THE *
      * FIXED-WIDTH ENTRY FILE (LAB5-GLJE) THE FINANCE SYSTEM *
      * INGESTS: DEBIT CASH / CREDIT LOANS-RECEIVABLE FOR THE *
      * PAYMENTS APPLIED THIS CYCLE, DEBIT LOANS-RECEIVABLE / CREDIT *
      * INTEREST-INCOME FOR THE PORTFOLIO'S ACCRUED INTEREST, DEBIT *
      * LOANS-RECEIVABLE / CREDIT CASH FOR THE RETURNED ITEMS *
      * REVERSED, AND DEBIT CASH / CREDIT ALLOWANCE FOR THE *
      * RECOVERIES ON CHARGED-OFF ACCOUNTS (DEBIT ALLOWANCE / CREDIT *
      * CASH FOR ANY RECOVERY CHECK RETURNED UNPAID), WITH A TRAILER *
      * PROVING TOTAL DEBITS EQUAL TOTAL CREDITS BEFORE THE FILE CAN *
      * BE TRANSMITTED - SO NOBODY KEYS THE ENTRIES BY HAND AND *
      * LAB5GL'S MISMATCH REPORT COMES UP EMPTY. A PROOF LISTING *
      * (LAB5-JERPT) PRINTS EVERY ENTRY. *
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-09-02 MF  ORIGINAL PROGRAM. SHARES THE INPUT-DATA *
      *                PREDECESSOR, SO THE EXTRACT ALREADY *
      *                CARRIES THE CLEARED SUSPENSE ITEMS WHEN *
      *                THE ENTRIES ARE CUT. *
      * 2026-10-15 MF  TOTAL THE RETURNED-ITEM (NSF) REVERSALS *
      *                LAB5NSF APPENDS TO LAB5-JRNX (JX-TYPE R) *
      *                APART FROM THE RECEIPTS APPLIED AND CUT *
      *                DEBIT LOANS-RECEIVABLE / CREDIT CASH FOR *
      *                THEM, SO A BOUNCED CHECK NO LONGER NEEDS A *
      *                HAND-KEYED GL CORRECTION. PREDECESSOR IS *
      *                NOW LAB5NSF. LAB5-JRNX IS NOW 20 BYTES. *
      * 2026-10-15 MF  LAB5-INPUT RECORD LENGTH IS NOW 160 BYTES *
      *                (REPAYMENT STATUS AND DATES ADDED TO LAB5REC). *
      * 2026-10-15 MF  TOTAL THE RECOVERIES LAB5UPD AND LAB5SUS NOW *
      *                POST AGAINST CHARGED-OFF ACCOUNTS (JX-TYPE V) *
      *                APART FROM THE RECEIPTS APPLIED AND CUT DEBIT *
      *                CASH / CREDIT ALLOWANCE FOR THEM. A CHARGED-OFF *
      *                ACCOUNT NO LONGER ACCRUES INTEREST. THE GLJE- *
      *                DATA AND GLJE-TRAILER LAYOUTS NOW COME FROM *
      *                LAB5REC. *
      * 2026-10-15 MF  TOTAL THE RETURNED RECOVERY CHECKS LAB5NSF NOW *
      *                BACKS OUT (JX-TYPE W) APART FROM THE RECOVERIES *
      *                AND CUT DEBIT ALLOWANCE / CREDIT CASH FOR THEM. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(160).

      **************************************************************
      * THE POSTING EXTRACT - ONE RECORD PER RECEIPT APPLIED *
      * THIS CYCLE, BY LAB5UPD OR CLEARED OUT OF SUSPENSE BY *
      * LAB5SUS, PLUS ONE PER RETURNED ITEM LAB5NSF REVERSED *
      **************************************************************
        FD JRNX-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 JRNX-REC PIC X(20).

      **************************************************************
      * THE FIXED-WIDTH JOURNAL-ENTRY FILE FOR THE FINANCE *

        WORKING-STORAGE SECTION.
      **************************************************************
      * INPUT-DATA, JRNX-DATA AND THE JOURNAL-ENTRY DETAIL AND *
      * TRAILER LAYOUTS (GLJE-DATA, GLJE-TRAILER) COME FROM THE *
      * SHARED COPYBOOK SO THIS PROGRAM NEVER DRIFTS OUT OF STEP *
      * WITH LAB5UPD OR THE CHARGE-OFF RUN *
      **************************************************************
        COPY "LAB5REC.cpy".
      **************************************************************
      **************************************************************
        COPY "LAB5CYC.cpy".

      **************************************************************
      * PROOF-LISTING LINE LAYOUTS *
      **************************************************************
          03 PMT-IDX PIC 9(2) COMP.

      **************************************************************
      * THE FOUR FIGURES THE ENTRIES ARE CUT FROM, AND THE *
      * DEBIT/CREDIT TOTALS THE TRAILER MUST PROVE EQUAL *
      **************************************************************
       01 JRN-ACCUM.
          03 PAYMENTS-APPLIED PIC 9(11) VALUE 0.
          03 PAYMENTS-REVERSED PIC 9(11) VALUE 0.
          03 RECOVERIES-RECEIVED PIC 9(11) VALUE 0.
          03 RECOVERIES-REVERSED PIC 9(11) VALUE 0.
          03 INTEREST-ACCRUED PIC 9(11) VALUE 0.
          03 DEBIT-TOTAL PIC 9(11) VALUE 0.
          03 CREDIT-TOTAL PIC 9(11) VALUE 0.
        PROCEDURE DIVISION.
        000-MAINLINE.
           MOVE 'LAB5JRN' TO CYC-SELF-PROGRAM.
           MOVE 'LAB5NSF' TO CYC-PRED-PROGRAM.
           ACCEPT CYC-OVERRIDE-SW FROM COMMAND-LINE.
           PERFORM 0200-GET-CYCLE.
           PERFORM 0210-CHECK-CYCLE-CONTROL.
           WRITE JERP-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * TOTALS ONE APPLIED RECEIPT, RETURNED-ITEM REVERSAL, *
      * CHARGE-OFF RECOVERY OR RETURNED RECOVERY FROM THE POSTING *
      * EXTRACT - A RECORD FROM A DIFFERENT CYCLE THAN THE MASTER'S *
      * STOPS THE RUN RATHER THAN JOURNALING STALE CASH *
      **************************************************************
        1510-TOTAL-ONE-RECEIPT.
           IF JX-CYCLE NOT = CYCLE-WS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF JX-REVERSAL
              ADD JX-AMOUNT TO PAYMENTS-REVERSED
           ELSE
              IF JX-RECOVERY
                 ADD JX-AMOUNT TO RECOVERIES-RECEIVED
              ELSE
                 IF JX-RECOVERY-REVERSAL
                    ADD JX-AMOUNT TO RECOVERIES-REVERSED
                 ELSE
                    ADD JX-AMOUNT TO PAYMENTS-APPLIED
                 END-IF
              END-IF
           END-IF.
           PERFORM 2100-READ-JRNX.
      **************************************************************
      * ACCRUES ONE ACCOUNT'S INTEREST EXACTLY AS LAB5 COMPUTES *
      * IT AND ROLLS IT INTO THE PORTFOLIO ACCRUAL - A CHARGED- *
      * OFF ACCOUNT IS NO LONGER ON THE BOOKS AND ACCRUES NOTHING *
      **************************************************************
        1520-ACCRUE-ONE-ACCOUNT.
           IF NOT I-CHARGED-OFF
              COMPUTE ACCR-INT = I-LOAN * I-RATE / 100
              ADD ACCR-INT TO INTEREST-ACCRUED
           END-IF.
           PERFORM 2000-READ-INPUT.
      **************************************************************
      * CUTS THE TEN ENTRIES - DEBIT CASH / CREDIT LOANS- *
      * RECEIVABLE FOR THE PAYMENTS APPLIED, DEBIT LOANS- *
      * RECEIVABLE / CREDIT INTEREST-INCOME FOR THE ACCRUAL, *
      * DEBIT LOANS-RECEIVABLE / CREDIT CASH FOR THE RETURNED *
      * ITEMS REVERSED, DEBIT CASH / CREDIT ALLOWANCE FOR THE *
      * RECOVERIES ON CHARGED-OFF ACCOUNTS, AND DEBIT ALLOWANCE / *
      * CREDIT CASH FOR THE RECOVERY CHECKS RETURNED UNPAID *
      **************************************************************
        1600-WRITE-ENTRIES.
           MOVE 'CASH' TO JE-GL-ACCOUNT.
           MOVE INTEREST-ACCRUED TO JE-AMOUNT.
           MOVE 'INTEREST ACCRUED' TO JE-DESC.
           PERFORM 1610-WRITE-ONE-ENTRY.
           MOVE 'LOANSRCV' TO JE-GL-ACCOUNT.
           MOVE 'D' TO JE-DC.
           MOVE PAYMENTS-REVERSED TO JE-AMOUNT.
           MOVE 'RETURNED ITEMS REVERSED' TO JE-DESC.
           PERFORM 1610-WRITE-ONE-ENTRY.
           MOVE 'CASH' TO JE-GL-ACCOUNT.
           MOVE 'C' TO JE-DC.
           MOVE PAYMENTS-REVERSED TO JE-AMOUNT.
           MOVE 'RETURNED ITEMS REVERSED' TO JE-DESC.
           PERFORM 1610-WRITE-ONE-ENTRY.
           MOVE 'CASH' TO JE-GL-ACCOUNT.
           MOVE 'D' TO JE-DC.
           MOVE RECOVERIES-RECEIVED TO JE-AMOUNT.
           MOVE 'CHARGE-OFF RECOVERIES' TO JE-DESC.
           PERFORM 1610-WRITE-ONE-ENTRY.
           MOVE 'ALLOWANC' TO JE-GL-ACCOUNT.
           MOVE 'C' TO JE-DC.
           MOVE RECOVERIES-RECEIVED TO JE-AMOUNT.
           MOVE 'CHARGE-OFF RECOVERIES' TO JE-DESC.
           PERFORM 1610-WRITE-ONE-ENTRY.
           MOVE 'ALLOWANC' TO JE-GL-ACCOUNT.
           MOVE 'D' TO JE-DC.
           MOVE RECOVERIES-REVERSED TO JE-AMOUNT.
           MOVE 'RECOVERIES REVERSED' TO JE-DESC.
           PERFORM 1610-WRITE-ONE-ENTRY.
           MOVE 'CASH' TO JE-GL-ACCOUNT.
           MOVE 'C' TO JE-DC.
           MOVE RECOVERIES-REVERSED TO JE-AMOUNT.
           MOVE 'RECOVERIES REVERSED' TO JE-DESC.
           PERFORM 1610-WRITE-ONE-ENTRY.
      **************************************************************
      * WRITES ONE DETAIL ENTRY TO THE FILE AND THE PROOF *
      * LISTING AND ROLLS ITS AMOUNT INTO THE SIDE IT POSTS TO *
