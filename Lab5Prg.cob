      * ACCOUNTS TO A NEW MASTER (LAB5-NEWMST) WITH A RECOMPUTED *
      * TRAILER, AND PRINTS A PURGE REGISTER (LAB5-PRGRG) OF *
      * EVERY ACCOUNT ARCHIVED WITH ITS FINAL FIGURES. THE *
      * ARCHIVE STAYS IN THE 160-BYTE INPUT-DATA LAYOUT SO *
      * LAB5INQ-STYLE TOOLS CAN STILL ANSWER A QUESTION ABOUT A *
      * CLOSED ACCOUNT WHEN THE AUDITORS ASK. RUN AT YEAR END. *
      **************************************************************
      *                THE MASTER'S HEADER IS COPIED TO BOTH *
      *                OUTPUT FILES AND EACH GETS A TRAILER *
      *                RECOMPUTED FROM WHAT IT ACTUALLY CARRIES. *
      * 2026-10-15 MF  MASTER AND ARCHIVE RECORD LENGTHS ARE NOW 160 *
      *                BYTES (REPAYMENT STATUS AND DATES ADDED TO *
      *                LAB5REC). *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(160).

      **************************************************************
      * THE ARCHIVE OF PAID-IN-FULL ACCOUNTS - SAME 160-BYTE *
      * LAYOUT AND CONTROL RECORDS AS LAB5-INPUT *
      **************************************************************
        FD ARCH-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 ARCH-REC PIC X(160).

        FD NMST-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 NMST-REC PIC X(160).

        FD PRGR-FILE
          LABEL RECORDS ARE OMITTED.
