      * 2026-09-02 MF  ORIGINAL PROGRAM. SHARES THE CYCLE- *
      *                CONTROL LAYOUT VIA THE LAB5CYC COPYBOOK *
      *                AND THE INPUT-DATA LAYOUT VIA LAB5REC. *
      * 2026-10-15 MF  ADDED THE RETURNED-ITEM RUN (LAB5NSF) TO *
      *                THE STREAM BETWEEN LAB5SUS AND LAB5JRN. *
      * 2026-10-15 MF  LAB5-INPUT RECORD LENGTH IS NOW 160 BYTES *
      *                (REPAYMENT STATUS AND DATES ADDED TO LAB5REC). *
      * 2026-10-15 MF  ADDED THE LOCKBOX PROOF (LAB5PRF) AS THE FIRST *
      *                STEP OF THE STREAM, AHEAD OF LAB5UPD. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(160).

      **************************************************************
      * THE BATCH-CYCLE CONTROL FILE - ONE RECORD PER PROGRAM PER *
      * REGISTERING PROGRAM, LISTED TOP TO BOTTOM ON THE REPORT *
      **************************************************************
       01 STREAM-TABLE-DATA.
          03 FILLER PIC X(8) VALUE 'LAB5PRF'.
          03 FILLER PIC X(8) VALUE 'LAB5UPD'.
          03 FILLER PIC X(8) VALUE 'LAB5SUS'.
          03 FILLER PIC X(8) VALUE 'LAB5NSF'.
          03 FILLER PIC X(8) VALUE 'LAB5JRN'.
          03 FILLER PIC X(8) VALUE 'LAB5LOD'.
          03 FILLER PIC X(8) VALUE 'LAB5'.
          03 FILLER PIC X(8) VALUE 'LAB5DUN'.
          03 FILLER PIC X(8) VALUE 'LAB5MOV'.
       01 STREAM-TABLE REDEFINES STREAM-TABLE-DATA.
          03 STREAM-ENTRY OCCURS 13 TIMES.
             05 STREAM-PROGRAM PIC X(8).

      **************************************************************
           PERFORM 1400-PRINT-HEAD.
           PERFORM 1500-SHOW-ONE-STEP
              VARYING STEP-IDX FROM 1 BY 1
              UNTIL STEP-IDX > 13.
           CLOSE CYCTL-FILE
             CYCR-FILE.
           STOP RUN.
