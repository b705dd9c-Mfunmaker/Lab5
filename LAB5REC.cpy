      *                LAB5UPD APPLIES, READ BY THE JOURNAL- *
      *                ENTRY GENERATION RUN (LAB5JRN). RECORD *
      *                LENGTH IS 19 BYTES. *
      * 2026-10-15 MF  ADDED JX-TYPE TO JRNX-DATA SO THE POSTING *
      *                EXTRACT CAN CARRY A RETURNED-ITEM (NSF) *
      *                REVERSAL FROM LAB5NSF AS WELL AS A RECEIPT *
      *                APPLIED. RECORD LENGTH IS NOW 20 BYTES. *
      * 2026-10-15 MF  ADDED THE PAYHX-DATA LAYOUT FOR THE *
      *                PERMANENT PAYMENT-HISTORY FILE (LAB5-PAYHX) *
      *                - ONE RECORD PER ACCOUNT PER RETIRED YEAR, *
      *                WRITTEN BY THE YEAR-END ROLLOVER (LAB5ROL). *
      *                RECORD LENGTH IS 140 BYTES. *
      * 2026-10-15 MF  ADDED THE REPAYMENT-STATUS CODE AND ITS *
      *                START AND END DATES TO INPUT-DATA SO AN *
      *                ACCOUNT CAN BE CARRIED IN DEFERMENT OR *
      *                FORBEARANCE, PLUS 24 BYTES RESERVED FOR *
      *                LATER ACCOUNT-STATUS FIELDS. RECORD LENGTH *
      *                IS NOW 160 BYTES; THE CONTROL RECORDS' *
      *                FILLERS GROW TO MATCH. *
      * 2026-10-15 MF  ADDED THE CHARGE-OFF STATUS, DATE AND AMOUNT *
      *                AND THE RECOVERIES TO DATE TO INPUT-DATA, TAKEN *
      *                FROM THE RESERVED BYTES (RECORD LENGTH *
      *                UNCHANGED AT 160), AND JX-TYPE V FOR A RECOVERY *
      *                ON THE POSTING EXTRACT. MOVED THE GLJE-DATA AND *
      *                GLJE-TRAILER LAYOUTS IN FROM LAB5JRN SO THE *
      *                CHARGE-OFF RUN CUTS ITS ENTRIES IN THE SAME *
      *                FORMAT. *
      * 2026-10-15 MF  ADDED THE TRNHX-DATA LAYOUT FOR THE PERMANENT *
      *                TRANSACTION-HISTORY FILE (LAB5-TRNHX) - ONE *
      *                RECORD PER POSTING OR MAINTENANCE ACTION, KEYED *
      *                ON ACCOUNT, DATE AND SEQUENCE, APPENDED BY *
      *                LAB5UPD, LAB5SUS AND LAB5MNT AND LISTED BY *
      *                LAB5INQ. RECORD LENGTH IS 80 BYTES. *
      * 2026-10-15 MF  TH-NAME CARVED FROM THE TRNHX-DATA FILLER *
      *                (RECORD LENGTH UNCHANGED AT 80) - SET ON A *
      *                LAB5MNT CLOSE SO THE CREDIT-BUREAU RUN CAN *
      *                REPORT AN ACCOUNT THAT HAS LEFT THE MASTER. *
      * 2026-10-15 MF  ADDED TRANSACTION-HISTORY TYPES N (A RETURNED *
      *                ITEM REVERSED BY LAB5NSF) AND O (AN ACCOUNT *
      *                CHARGED OFF BY LAB5CHG). *
      * 2026-10-15 MF  ADDED JX-TYPE W TO JRNX-DATA FOR A RETURNED *
      *                RECOVERY CHECK BACKED OUT BY LAB5NSF. *
      **************************************************************
      **************************************************************
      * LAYOUT FOR THE INPUT FILE *
          03 I-RATE PIC 9(2)V9(3).
          03 I-PAYMENT PIC 9(6) OCCURS 12 TIMES.
      **************************************************************
      * REPAYMENT STATUS - SPACE = IN REPAYMENT, D = DEFERMENT, *
      * F = FORBEARANCE, E = A DEFERMENT OR FORBEARANCE THAT HAS *
      * BEEN ENDED. A D OR F IS IN EFFECT FROM I-REPAY-START *
      * THROUGH I-REPAY-END (ZERO = OPEN-ENDED); SET BY LAB5MNT *
      **************************************************************
          03 I-REPAY-STATUS PIC X(1).
             88 I-IN-REPAYMENT VALUE SPACE.
             88 I-REPAY-DEFERMENT VALUE 'D'.
             88 I-REPAY-FORBEARANCE VALUE 'F'.
             88 I-REPAY-DEFERRED VALUE 'D' 'F'.
             88 I-REPAY-ENDED VALUE 'E'.
          03 I-REPAY-START PIC 9(8).
          03 I-REPAY-END PIC 9(8).
          03 I-REPAY-END-R REDEFINES I-REPAY-END.
             05 I-REPAY-END-YEAR PIC 9(4).
             05 I-REPAY-END-MONTH PIC 9(2).
             05 I-REPAY-END-DAY PIC 9(2).
      **************************************************************
      * CHARGE-OFF STATUS - SPACE = ON THE BOOKS, C = WRITTEN OFF *
      * BY THE CHARGE-OFF RUN (LAB5CHG) ON I-CHGOFF-DATE FOR *
      * I-CHGOFF-AMOUNT. A CHARGED-OFF ACCOUNT STAYS ON THE MASTER *
      * BUT LEAVES AGING, DUNNING AND THE INTEREST ACCRUAL; ANY *
      * LATER RECEIPT IS A RECOVERY, ADDED TO I-RECOVERED RATHER *
      * THAN TO A PAYMENT SLOT. THE AMOUNT FIELDS ARE ONLY *
      * MEANINGFUL WHILE THE STATUS IS C *
      **************************************************************
          03 I-CHGOFF-STATUS PIC X(1).
             88 I-NOT-CHARGED-OFF VALUE SPACE.
             88 I-CHARGED-OFF VALUE 'C'.
          03 I-CHGOFF-DATE PIC 9(8).
          03 I-CHGOFF-AMOUNT PIC 9(7).
          03 I-RECOVERED PIC 9(7).
          03 FILLER PIC X(1).
      **************************************************************
      * LAYOUT OF THE LAB5-INPUT BATCH-BALANCING HEADER RECORD - *
      * FIRST RECORD ON THE FILE, ACCOUNT NUMBER 0000000 *
      **************************************************************
        01 CTL-HEADER-DATA.
          03 CH-ACCT PIC 9(7).
          03 CH-RUN-DATE PIC 9(8).
          03 CH-RUN-DATE-R REDEFINES CH-RUN-DATE.
             05 CH-RUN-YEAR PIC 9(4).
             05 CH-RUN-MONTH PIC 9(2).
             05 CH-RUN-DAY PIC 9(2).
          03 CH-CYCLE PIC 9(4).
          03 FILLER PIC X(141).
      **************************************************************
      * LAYOUT OF THE LAB5-INPUT BATCH-BALANCING TRAILER RECORD - *
      * LAST RECORD ON THE FILE, ACCOUNT NUMBER 9999999. CARRIES *
          03 CT-REC-COUNT PIC 9(7).
          03 CT-LOAN-HASH PIC 9(11).
          03 CT-PAID-HASH PIC 9(11).
          03 FILLER PIC X(124).
      **************************************************************
      * LAYOUT FOR THE 1ST DATA LINE OF REPORT PRNTING *
      **************************************************************
      * PER RECEIPT APPLIED BY LAB5UPD OR CLEARED OUT OF *
      * SUSPENSE BY LAB5SUS (WHICH OPENS THE FILE EXTEND), SO *
      * THE JOURNAL-ENTRY GENERATION RUN WORKS FROM THE POSTED *
      * FIGURES THEMSELVES INSTEAD OF A REKEYED PRINTOUT. A *
      * RETURNED ITEM BACKED OUT BY LAB5NSF (ALSO EXTEND) IS *
      * TYPED R SO ITS CASH IS REVERSED RATHER THAN APPLIED. A *
      * RECEIPT AGAINST A CHARGED-OFF ACCOUNT IS TYPED V - A *
      * RECOVERY, JOURNALED AGAINST THE ALLOWANCE - AND A RETURNED *
      * RECOVERY CHECK BACKED OUT BY LAB5NSF IS TYPED W, SO THE *
      * RECOVERY IS TAKEN BACK OUT OF THE ALLOWANCE *
      **************************************************************
        01 JRNX-DATA.
          03 JX-ACCT PIC 9(7).
          03 JX-MONTH PIC 9(2).
          03 JX-AMOUNT PIC 9(6).
          03 JX-CYCLE PIC 9(4).
          03 JX-TYPE PIC X(1).
             88 JX-APPLIED VALUE 'P' SPACE.
             88 JX-REVERSAL VALUE 'R'.
             88 JX-RECOVERY VALUE 'V'.
             88 JX-RECOVERY-REVERSAL VALUE 'W'.
      **************************************************************
      * LAYOUT FOR ONE PAYMENT-HISTORY RECORD (LAB5-PAYHX) - ONE *
      * ACCOUNT'S RETIRED 12-MONTH SCHEDULE AND YEAR-END FIGURES, *
      * KEYED ON ACCOUNT NUMBER PLUS THE YEAR RETIRED. WRITTEN BY *
      * THE YEAR-END ROLLOVER (LAB5ROL) WHEN IT CLEARS THE SLOTS *
      * AND CARRIES THE CLOSING BALANCE FORWARD AS NEXT YEAR'S *
      * PRINCIPAL, SO NO RECEIPT EVER DISAPPEARS FROM FILE *
      **************************************************************
        01 PAYHX-DATA.
          03 HY-ACCT PIC 9(7).
          03 HY-YEAR PIC 9(4).
          03 HY-NAME PIC X(20).
          03 HY-LOAN PIC 9(7).
          03 HY-RATE PIC 9(2)V9(3).
          03 HY-PAYMENT PIC 9(6) OCCURS 12 TIMES.
          03 HY-INTEREST PIC 9(7).
          03 HY-PAID PIC 9(7).
          03 HY-CLOSE-BAL PIC 9(7).
          03 HY-CYCLE PIC 9(4).
      **************************************************************
      * LAYOUT FOR ONE JOURNAL-ENTRY DETAIL RECORD IN THE FIXED- *
      * WIDTH FORMAT THE FINANCE SYSTEM INGESTS (LAB5-GLJE, CUT *
      * BY LAB5JRN; LAB5-COJE, CUT BY LAB5CHG) *
      **************************************************************
        01 GLJE-DATA.
          03 JE-TYPE PIC X(1).
          03 JE-SEQ PIC 9(4).
          03 JE-GL-ACCOUNT PIC X(8).
          03 JE-DC PIC X(1).
          03 JE-AMOUNT PIC 9(11).
          03 JE-CYCLE PIC 9(4).
          03 JE-DESC PIC X(24).
      **************************************************************
      * LAYOUT FOR THE JOURNAL-ENTRY BALANCING TRAILER RECORD - *
      * WRITTEN ONLY ONCE TOTAL DEBITS HAVE BEEN PROVED EQUAL TO *
      * TOTAL CREDITS, SO AN UNBALANCED FILE CAN NEVER BE *
      * TRANSMITTED *
      **************************************************************
        01 GLJE-TRAILER.
          03 JE-TRL-TYPE PIC X(1).
          03 JE-TRL-COUNT PIC 9(4).
          03 JE-TRL-DEBITS PIC 9(11).
          03 JE-TRL-CREDITS PIC 9(11).
          03 JE-TRL-CYCLE PIC 9(4).
          03 FILLER PIC X(22).
      **************************************************************
      * LAYOUT FOR ONE TRANSACTION-HISTORY RECORD (LAB5-TRNHX) - ONE *
      * PER POSTING OR MAINTENANCE ACTION AGAINST AN ACCOUNT, KEYED *
      * ON ACCOUNT NUMBER, POSTING DATE AND A SEQUENCE THAT KEEPS *
      * EVERY ACTION ON THE SAME DAY APART. APPENDED BY LAB5UPD, *
      * LAB5SUS, LAB5MNT, LAB5NSF (REVERSALS) AND LAB5CHG *
      * (CHARGE-OFFS) AND NEVER REWRITTEN, SO AN ACCOUNT'S ACTIVITY *
      * OUTLIVES THE CYCLE'S PRINTED JOURNALS. THE BALANCES ARE *
      * COMPUTED AS LAB5 COMPUTES THEM (FOR A CHARGED-OFF ACCOUNT, *
      * THE AMOUNT CHARGED OFF LESS RECOVERIES). TH-MONTH IS ZERO *
      * FOR A MAINTENANCE ACTION. A CLOSE CARRIES THE LOAN AMOUNT *
      * AND THE BORROWER'S NAME, SINCE THE ACCOUNT LEAVES THE MASTER *
      * WITH IT - THE CREDIT-BUREAU RUN (LAB5CBR) REPORTS THE CLOSE *
      * FROM HERE *
      **************************************************************
        01 TRNHX-DATA.
          03 TH-ACCT PIC 9(7).
          03 TH-DATE PIC 9(8).
          03 TH-SEQ PIC 9(4).
          03 TH-TYPE PIC X(1).
             88 TH-PAYMENT VALUE 'P'.
             88 TH-SUSPENSE-CLEARED VALUE 'S'.
             88 TH-RECOVERY VALUE 'V'.
             88 TH-ADD VALUE 'A'.
             88 TH-CHANGE VALUE 'C'.
             88 TH-CLOSE VALUE 'X'.
             88 TH-GRANT VALUE 'G'.
             88 TH-EXTEND VALUE 'E'.
             88 TH-END VALUE 'R'.
             88 TH-REVERSAL VALUE 'N'.
             88 TH-CHARGE-OFF VALUE 'O'.
          03 TH-PROGRAM PIC X(8).
          03 TH-MONTH PIC 9(2).
          03 TH-AMOUNT PIC 9(7).
          03 TH-CYCLE PIC 9(4).
          03 TH-BAL-BEFORE PIC 9(7).
          03 TH-BAL-AFTER PIC 9(7).
          03 TH-NAME PIC X(20).
          03 FILLER PIC X(5).
