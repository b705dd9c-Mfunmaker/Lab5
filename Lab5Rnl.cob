      * THE COMPLETE BATCH TRAIL - WHICH RUNS HAPPENED, WHETHER *
      * THE PAST-DUE MODE WAS USED, WHETHER A RUN RESTARTED FROM *
      * LAB5-CKPT, AND WHAT THE CONTROL TOTALS WERE - WITHOUT *
      * DIGGING THROUGH SAVED PRINTOUTS. AUDIT ENTRIES (SUCH AS A *
      * SUPERVISOR OVERRIDE OF THE LOCKBOX PROOF) SHOW WHO AND *
      * WHY IN PLACE OF THE CONTROL TOTALS. *
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-08-22 MF  ORIGINAL PROGRAM. SHARES THE RUNLOG-DATA *
      *                LAYOUT WITH LAB5 AND LAB5GL VIA THE *
      *                LAB5LOG COPYBOOK. *
      * 2026-10-15 MF  LIST AUDIT ENTRIES (RL-MODE O, SEE LAB5LOG) *
      *                WITH THE SUPERVISOR ID AND REASON IN PLACE OF *
      *                THE RUN FIGURES. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
          03 RN-GT-PAID PIC 999999999.
          03 FILLER PIC X(2).
          03 RN-GT-BAL PIC 999999999.
      **************************************************************
      * AUDIT-ENTRY LINE - WHO AND WHY IN PLACE OF THE FIGURES *
      **************************************************************
       01 RNLR-AUDIT.
          03 RA-PROGRAM PIC X(8).
          03 FILLER PIC X(2).
          03 RA-DATE PIC 99999999.
          03 FILLER PIC X(2).
          03 RA-TIME PIC 999999.
          03 FILLER PIC X(2).
          03 RA-MODE PIC X(1).
          03 FILLER PIC X(4).
          03 FILLER PIC X(3) VALUE 'BY'.
          03 RA-USER PIC X(8).
          03 FILLER PIC X(2).
          03 RA-REASON PIC X(40).
       01 RNLR-TOTAL.
          03 FILLER PIC X(11) VALUE 'RUNS LISTED'.
          03 FILLER PIC X(2).
              PERFORM 1600-PRINT-ONE-RUN
           END-IF.
        1600-PRINT-ONE-RUN.
           IF RL-AUDIT-ENTRY
              PERFORM 1610-PRINT-ONE-AUDIT
           ELSE
              PERFORM 1620-PRINT-ONE-FIGURES
           END-IF.
           ADD 1 TO RUN-COUNT.
      **************************************************************
      * PRINTS ONE AUDIT ENTRY - A SUPERVISOR OVERRIDE OR OTHER *
      * CONTROLLED ACTION, WITH WHO TOOK IT AND WHY *
      **************************************************************
        1610-PRINT-ONE-AUDIT.
           MOVE RL-PROGRAM TO RA-PROGRAM.
           MOVE RL-RUN-DATE TO RA-DATE.
           MOVE RL-RUN-TIME TO RA-TIME.
           MOVE RL-MODE TO RA-MODE.
           MOVE RL-USER TO RA-USER.
           MOVE RL-REASON TO RA-REASON.
           WRITE RNLR-REC FROM RNLR-AUDIT
             AFTER ADVANCING 1 LINE.
        1620-PRINT-ONE-FIGURES.
           MOVE RL-PROGRAM TO RN-PROGRAM.
           MOVE RL-RUN-DATE TO RN-DATE.
           MOVE RL-RUN-TIME TO RN-TIME.
           MOVE RL-GT-BAL TO RN-GT-BAL.
           WRITE RNLR-REC FROM RNLR-DATA
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PRINTS THE COUNT OF RUNS LISTED - RUNS ONCE AT THE END *
      **************************************************************
