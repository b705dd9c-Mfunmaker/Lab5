      **************************************************************
      * LAB5LOG - SHARED LAYOUT FOR THE RUN-HISTORY AUDIT LOG *
      * (LAB5-RNLOG). LAB5 AND LAB5GL EACH APPEND ONE RECORD PER *
      * EXECUTION, AND CONTROLLED OVERRIDES APPEND AN AUDIT *
      * ENTRY; THE RUN-HISTORY REPORT PROGRAM (LAB5RNL) READS *
      * THE FILE BACK FOR OPERATIONS AND THE AUDITORS. RECORD *
      * LENGTH IS 72 BYTES. *
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-08-22 MF  ORIGINAL COPYBOOK. *
      * 2026-10-15 MF  AUDIT ENTRIES (RL-MODE O - A SUPERVISOR *
      *                OVERRIDE OF THE LOCKBOX PROOF, WRITTEN BY *
      *                LAB5PRF) CARRY WHO AND WHY IN PLACE OF THE *
      *                RUN FIGURES - RL-AUDIT REDEFINES THEM, SO THE *
      *                RECORD LENGTH IS UNCHANGED. *
      * 2026-10-15 MF  RL-MODE B IS A SECOND KIND OF AUDIT ENTRY - A *
      *                ROLLBACK OF THE MASTER TO AN EARLIER *
      *                GENERATION, WRITTEN BY LAB5GEN WITH THE *
      *                OPERATOR ID AND THE REASON GIVEN. *
      **************************************************************
      **************************************************************
      * ONE RUN-LOG RECORD - RL-EXCP-COUNT CARRIES THE EXCEPTED- *
      * ACCOUNT COUNT FOR LAB5 AND THE MISMATCH-LINE COUNT FOR *
      * LAB5GL (WHICH LEAVES THE GRAND-TOTAL FIELDS ZERO). AN *
      * AUDIT ENTRY CARRIES THE OPERATOR OR SUPERVISOR ID AND THE *
      * REASON GIVEN INSTEAD OF FIGURES *
      **************************************************************
        01 RUNLOG-DATA.
          03 RL-PROGRAM PIC X(8).
          03 RL-RUN-DATE PIC 9(8).
          03 RL-RUN-TIME PIC 9(6).
          03 RL-MODE PIC X(1).
             88 RL-AUDIT-ENTRY VALUE 'O' 'B'.
             88 RL-PROOF-OVERRIDE VALUE 'O'.
             88 RL-GEN-ROLLBACK VALUE 'B'.
          03 RL-RESTART PIC X(1).
          03 RL-FIGURES.
             05 RL-RESTART-COUNT PIC 9(7).
             05 RL-READ-COUNT PIC 9(7).
             05 RL-EXCP-COUNT PIC 9(7).
             05 RL-GT-LOAN PIC 9(9).
             05 RL-GT-PAID PIC 9(9).
             05 RL-GT-BAL PIC 9(9).
          03 RL-AUDIT REDEFINES RL-FIGURES.
             05 RL-USER PIC X(8).
             05 RL-REASON PIC X(40).
