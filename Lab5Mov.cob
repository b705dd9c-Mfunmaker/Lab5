        AUTHOR. Martin Funmaker.
      * CYCLE-OVER-CYCLE PORTFOLIO MOVEMENT REPORT. READS THE *
      * PRIOR CYCLE'S MASTER (LAB5-PRVMST) ALONGSIDE THE CURRENT *
      * ONE (LAB5-INPUT) - BOTH THE SAME 160-BYTE INPUT-DATA *
      * LAYOUT, BOTH IN ACCOUNT SEQUENCE - VERIFIES BOTH FILES' *
      * CONTROL TRAILERS, AND REPORTS (LAB5-MOVR) NEW ACCOUNTS, *
      * ACCOUNTS THAT REACHED ZERO BALANCE, ACCOUNTS DROPPED *
      *                STEP HAS NOT COMPLETED THIS CYCLE OR IF *
      *                THIS STEP ALREADY COMPLETED IT WITHOUT *
      *                THE RERUN OVERRIDE (PARM R). *
      * 2026-10-15 MF  BOTH MASTERS ARE NOW 160 BYTES - PRV-DATA *
      *                CARRIES THE REPAYMENT STATUS AND DATES AND THE *
      *                PRIOR MASTER'S CONTROL-RECORD FILLERS GROW TO *
      *                MATCH LAB5REC. *
      * 2026-10-15 MF  LAB5-PRVMST IS NOW SUPPLIED BY LAB5GEN AFTER *
      *                EVERY PROMOTION OR ROLLBACK OF THE MASTER *
      *                RATHER THAN COPIED BY HAND. NO CHANGE TO THE *
      *                PROGRAM'S LOGIC. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(160).

      **************************************************************
      * THE PRIOR CYCLE'S MASTER - SAME 160-BYTE LAYOUT AND *
      * CONTROL RECORDS AS LAB5-INPUT, IN THE SAME ACCOUNT *
      * SEQUENCE. WRITTEN BY THE MASTER-GENERATION RUN (LAB5GEN) *
      * FROM THE NEWEST GENERATION HELD FOR AN EARLIER CYCLE *
      **************************************************************
        FD PRVM-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 PRVM-REC PIC X(160).

        FD MOVR-FILE
          LABEL RECORDS ARE OMITTED.
          03 PV-LOAN PIC 9(7).
          03 PV-RATE PIC 9(2)V9(3).
          03 PV-PAYMENT PIC 9(6) OCCURS 12 TIMES.
          03 PV-REPAY-STATUS PIC X(1).
          03 PV-REPAY-START PIC 9(8).
          03 PV-REPAY-END PIC 9(8).
          03 FILLER PIC X(24).
      **************************************************************
      * THE PRIOR MASTER'S CONTROL-RECORD HOLD AREAS - KEPT APART *
      * FROM THE CURRENT MASTER'S (IN LAB5REC) BECAUSE BOTH *
          03 PH-ACCT PIC 9(7).
          03 PH-RUN-DATE PIC 9(8).
          03 PH-CYCLE PIC 9(4).
          03 FILLER PIC X(141).
        01 PRV-TRAILER-DATA.
          03 PT-ACCT PIC 9(7).
          03 PT-REC-COUNT PIC 9(7).
          03 PT-LOAN-HASH PIC 9(11).
          03 PT-PAID-HASH PIC 9(11).
          03 FILLER PIC X(124).

        01 MATH-DATA.
          03 TOT PIC 9(7).
