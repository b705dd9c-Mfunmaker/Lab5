      *                STEP HAS NOT COMPLETED THIS CYCLE OR IF *
      *                THIS STEP ALREADY COMPLETED IT WITHOUT *
      *                THE RERUN OVERRIDE (PARM R). *
      * 2026-10-15 MF  LAB5-INPUT RECORD LENGTH IS NOW 160 BYTES *
      *                (REPAYMENT STATUS AND DATES ADDED TO LAB5REC). *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(160).

      **************************************************************
      * THE BATCH-CYCLE CONTROL FILE - ONE RECORD PER PROGRAM PER *
