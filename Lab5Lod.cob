      *                STEP HAS NOT COMPLETED THIS CYCLE OR IF *
      *                THIS STEP ALREADY COMPLETED IT WITHOUT *
      *                THE RERUN OVERRIDE (PARM R). *
      * 2026-10-15 MF  PREDECESSOR IS NOW THE RETURNED-ITEM RUN *
      *                (LAB5NSF), WHICH WRITES THE LAST MASTER OF *
      *                THE POSTING STEPS. *
      * 2026-10-15 MF  INDEXED MASTER RECORD IS NOW 160 BYTES *
      *                (REPAYMENT STATUS AND DATES ADDED TO LAB5REC) - *
      *                MX-REST WIDENED TO MATCH. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(160).

      **************************************************************
      * THE INDEXED MASTER - SAME 160-BYTE LAYOUT AS LAB5-INPUT *
      * WITH THE ACCOUNT NUMBER BROKEN OUT AS THE RECORD KEY AND *
      * THE BORROWER NAME AS AN ALTERNATE KEY (DUPLICATES *
      * ALLOWED) FOR LAB5INQ'S NAME-SEARCH PATH *
        01 MSTIX-REC.
          03 MX-ACCT PIC 9(7).
          03 MX-NAME PIC X(20).
          03 MX-REST PIC X(133).

      **************************************************************
      * THE BATCH-CYCLE CONTROL FILE - ONE RECORD PER PROGRAM PER *
        PROCEDURE DIVISION.
        000-MAINLINE.
           MOVE 'LAB5LOD' TO CYC-SELF-PROGRAM.
           MOVE 'LAB5NSF' TO CYC-PRED-PROGRAM.
           ACCEPT CYC-OVERRIDE-SW FROM COMMAND-LINE.
           PERFORM 0200-GET-CYCLE.
           PERFORM 0210-CHECK-CYCLE-CONTROL.
