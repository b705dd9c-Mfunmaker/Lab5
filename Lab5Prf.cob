        IDENTIFICATION DIVISION.
        PROGRAM-ID. LAB5PRF.
        AUTHOR. Martin Funmaker.
      * LOCKBOX PRE-POSTING PROOF - THE FIRST STEP OF THE MONTHLY *
      * STREAM. TOTALS THE LOCKBOX PAYMENT-TRANSACTION FILE *
      * (LAB5-TRAN) BY DEPOSIT DATE AND LOCKBOX BATCH AND PROVES *
      * EACH BATCH'S ITEM COUNT AND DOLLAR TOTAL AGAINST THE *
      * BANK'S DAILY DEPOSIT SUMMARY (LAB5-DEPS), AND CHECKS EVERY *
      * BATCH AGAINST THE LOCKBOX-BATCH HISTORY (LAB5-LBXHX) SO A *
      * FILE ALREADY POSTED IN AN EARLIER CYCLE CANNOT BE POSTED *
      * AGAIN. THE PROOF REPORT (LAB5-PRFRP) SHOWS EVERY BATCH *
      * SIDE BY SIDE WITH THE BANK'S FIGURES. A FILE THAT DOES *
      * NOT PROVE IS HELD - THIS STEP DOES NOT REGISTER ITS *
      * FINISH, SO LAB5UPD REFUSES TO POST THE CYCLE - UNLESS A *
      * SUPERVISOR OVERRIDE IS CODED, WHICH IS RECORDED ON THE *
      * RUN-HISTORY AUDIT LOG (LAB5-RNLOG) WITH WHO AND WHY. *
      * INVOKE AS: LAB5PRF            (NORMAL PROOF) *
      *            LAB5PRF R          (RERUN A COMPLETED PROOF) *
      *            LAB5PRF S SSSSSSSS REASON-TEXT *
      *                               (SUPERVISOR OVERRIDE) *
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-10-15 MF  ORIGINAL PROGRAM. SHARES THE INPUT-DATA *
      *                LAYOUT (LAB5REC) FOR THE CYCLE NUMBER, THE *
      *                CYCLE-CONTROL LAYOUT (LAB5CYC), AND THE RUN- *
      *                LOG LAYOUT (LAB5LOG). REGISTERS AS THE FIRST *
      *                STEP OF THE STREAM, AHEAD OF LAB5UPD. A *
      *                BATCH FAILS IF ITS COUNT OR TOTAL DIFFERS *
      *                FROM THE BANK'S, IF THE BANK NEVER DEPOSITED *
      *                IT, IF THE BANK DEPOSITED A BATCH THE FILE *
      *                DOES NOT CARRY, IF THE BANK REPORTS IT TWICE, *
      *                OR IF IT WAS ALREADY PROVEN FOR POSTING IN AN *
      *                EARLIER CYCLE. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'LAB5-INPUT'.
           SELECT TRAN-FILE ASSIGN TO 'LAB5-TRAN'.
           SELECT DEPS-FILE ASSIGN TO 'LAB5-DEPS'.
           SELECT OPTIONAL LBXH-FILE ASSIGN TO 'LAB5-LBXHX'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LH-KEY
              FILE STATUS IS LBXH-STATUS.
           SELECT PRFR-FILE ASSIGN TO 'LAB5-PRFRP'.
           SELECT OPTIONAL RLOG-FILE ASSIGN TO 'LAB5-RNLOG'.
           SELECT OPTIONAL CYCTL-FILE ASSIGN TO 'LAB5-CYCTL'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CYC-KEY
              FILE STATUS IS CYCTL-STATUS.


        DATA DIVISION.


        FILE SECTION.
      **************************************************************
      * THE LOAN-SERVICING MASTER - READ HERE ONLY FOR ITS *
      * HEADER RECORD, WHICH CARRIES THE CYCLE NUMBER *
      **************************************************************
        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(160).

      **************************************************************
      * THE LOCKBOX PAYMENT-TRANSACTION FILE - ONE RECORD PER *
      * RECEIPT, EACH CARRYING THE DEPOSIT DATE AND LOCKBOX BATCH *
      * IT ARRIVED IN *
      **************************************************************
        FD TRAN-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 TRAN-REC PIC X(47).

      **************************************************************
      * THE BANK'S DAILY DEPOSIT SUMMARY - ONE RECORD PER LOCKBOX *
      * BATCH DEPOSITED *
      **************************************************************
        FD DEPS-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 DEPS-REC PIC X(26).

      **************************************************************
      * THE LOCKBOX-BATCH HISTORY - ONE RECORD PER BATCH EVER *
      * PROVEN FOR POSTING, KEYED ON DEPOSIT DATE PLUS BATCH, *
      * CARRYING THE CYCLE IT WAS POSTED IN *
      **************************************************************
        FD LBXH-FILE
          LABEL RECORDS ARE STANDARD.
        01 LBXH-REC.
          03 LH-KEY.
             05 LH-DEP-DATE PIC 9(8).
             05 LH-BATCH PIC 9(4).
          03 LH-CYCLE PIC 9(4).
          03 LH-COUNT PIC 9(5).
          03 LH-AMOUNT PIC 9(9).
          03 LH-PROOF-DATE PIC 9(8).

        FD PRFR-FILE
          LABEL RECORDS ARE OMITTED.
        01 PRFR-REC PIC X(100).

        FD RLOG-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 RLOG-REC PIC X(72).

      **************************************************************
      * THE BATCH-CYCLE CONTROL FILE - ONE RECORD PER PROGRAM PER *
      * CYCLE, KEYED ON CYCLE NUMBER PLUS PROGRAM NAME (LAYOUT IN *
      * LAB5CYC) - EACH STREAM PROGRAM REGISTERS ITS START AND *
      * CLEAN FINISH HERE AND REFUSES TO START OUT OF ORDER *
      **************************************************************
        FD CYCTL-FILE
          LABEL RECORDS ARE STANDARD.
        01 CYCTL-REC.
          03 CYC-KEY.
             05 CYK-CYCLE PIC 9(4).
             05 CYK-PROGRAM PIC X(8).
          03 CYC-REST PIC X(29).

        WORKING-STORAGE SECTION.
      **************************************************************
      * INPUT-DATA COMES FROM THE SHARED COPYBOOK SO THIS PROGRAM *
      * NEVER DRIFTS OUT OF STEP WITH LAB5'S LAYOUT *
      **************************************************************
        COPY "LAB5REC.cpy".
      **************************************************************
      * BATCH-CYCLE CONTROL RECORD AND WORK FIELDS - SHARED WITH *
      * EVERY STREAM PROGRAM VIA THE LAB5CYC COPYBOOK *
      **************************************************************
        COPY "LAB5CYC.cpy".
      **************************************************************
      * RUN-HISTORY AUDIT LOG RECORD - SHARED WITH LAB5, LAB5GL *
      * AND LAB5RNL VIA THE LAB5LOG COPYBOOK *
      **************************************************************
        COPY "LAB5LOG.cpy".

      **************************************************************
      * LAYOUT FOR ONE LOCKBOX PAYMENT TRANSACTION (SAME AS *
      * LAB5UPD'S) *
      **************************************************************
       01 TRAN-DATA.
          03 T-ACCT PIC 9(7).
          03 T-NAME PIC X(20).
          03 T-MONTH PIC 9(2).
          03 T-AMOUNT PIC 9(6).
          03 T-DEP-DATE PIC 9(8).
          03 T-BATCH PIC 9(4).

      **************************************************************
      * LAYOUT FOR ONE DEPOSIT-SUMMARY RECORD *
      **************************************************************
       01 DEPS-DATA.
          03 DS-DEP-DATE PIC 9(8).
          03 DS-BATCH PIC 9(4).
          03 DS-ITEM-COUNT PIC 9(5).
          03 DS-AMOUNT PIC 9(9).

      **************************************************************
      * LOCKBOX-FILE BATCH TOTALS - ONE ENTRY PER DEPOSIT DATE *
      * AND BATCH FOUND ON LAB5-TRAN. SLOTS PAST THE LOAD COUNT *
      * HOLD LOW-VALUES AND CAN NEVER MATCH A REAL BATCH *
      **************************************************************
       01 BATCH-TABLE.
          03 BT-LOAD-COUNT PIC 9(3).
          03 BATCH-ENTRY OCCURS 100 TIMES INDEXED BY BT-IDX.
             05 BT-DEP-DATE PIC 9(8).
             05 BT-BATCH PIC 9(4).
             05 BT-COUNT PIC 9(5).
             05 BT-AMOUNT PIC 9(9).
             05 BT-MATCH-SW PIC X(1).
                88 BT-MATCHED VALUE 'Y'.

      **************************************************************
      * REPORT LINE LAYOUTS *
      **************************************************************
       01 PRFR-HEADING1.
          03              PIC X(27)
             VALUE 'LOCKBOX PRE-POSTING PROOF'.
          03              PIC X(6) VALUE 'CYCLE'.
          03 PR-HD-CYCLE PIC 9999.
       01 PRFR-HEADING2.
          03              PIC X(10) VALUE 'DEPOSITED'.
          03              PIC X(6) VALUE 'BATCH'.
          03              PIC X(18) VALUE '----- BANK -----'.
          03              PIC X(18) VALUE '----- FILE -----'.
          03              PIC X(24) VALUE 'RESULT'.
          03              PIC X(5) VALUE 'PRIOR'.
       01 PRFR-HEADING3.
          03              PIC X(16) VALUE SPACES.
          03              PIC X(7) VALUE 'ITEMS'.
          03              PIC X(11) VALUE 'AMOUNT'.
          03              PIC X(7) VALUE 'ITEMS'.
          03              PIC X(35) VALUE 'AMOUNT'.
          03              PIC X(5) VALUE 'CYCLE'.
       01 PRFR-DATA.
          03 PR-DEP-DATE PIC 99999999.
          03 FILLER PIC X(2).
          03 PR-BATCH PIC 9999.
          03 FILLER PIC X(2).
          03 PR-BANK-COUNT PIC ZZZZ9.
          03 FILLER PIC X(2).
          03 PR-BANK-AMT PIC ZZZZZZZZ9.
          03 FILLER PIC X(2).
          03 PR-FILE-COUNT PIC ZZZZ9.
          03 FILLER PIC X(2).
          03 PR-FILE-AMT PIC ZZZZZZZZ9.
          03 FILLER PIC X(2).
          03 PR-RESULT PIC X(22).
          03 FILLER PIC X(2).
          03 PR-PRIOR-CYCLE PIC ZZZZ.
       01 PRFR-TOTALS1.
          03 FILLER PIC X(16) VALUE 'TOTAL'.
          03 PT-BANK-COUNT PIC ZZZZZZ9.
          03 FILLER PIC X(1).
          03 PT-BANK-AMT PIC ZZZZZZZZZ9.
          03 FILLER PIC X(1).
          03 PT-FILE-COUNT PIC ZZZZZZ9.
          03 FILLER PIC X(1).
          03 PT-FILE-AMT PIC ZZZZZZZZZ9.
       01 PRFR-TOTALS2.
          03 FILLER PIC X(15) VALUE 'BATCHES PROVEN'.
          03 PT-PROVEN PIC ZZZ9.
          03 FILLER PIC X(3).
          03 FILLER PIC X(7) VALUE 'FAILED'.
          03 PT-FAILED PIC ZZZ9.
       01 PRFR-RESULT-LINE.
          03 PT-RESULT PIC X(40).
          03 PT-SUPV-ID PIC X(8).
          03 FILLER PIC X(2).
          03 PT-REASON PIC X(40).

        01 PRF-TOTALS.
          03 BANK-COUNT PIC 9(7) VALUE 0.
          03 BANK-AMT PIC 9(10) VALUE 0.
          03 FILE-COUNT PIC 9(7) VALUE 0.
          03 FILE-AMT PIC 9(10) VALUE 0.
          03 PROVEN-COUNT PIC 9(4) VALUE 0.
          03 FAILED-COUNT PIC 9(4) VALUE 0.

        01 MISC.
      **************************************************************
      * END OF FILE (EOF) SWITCHES *
      * 0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
          03 EOF-T PIC 9 VALUE 0.
          03 EOF-D PIC 9 VALUE 0.
          03 LBXH-STATUS PIC X(02).
          03 RUN-DATE-WS PIC 9(8).
          03 RESULT-WS PIC X(22) VALUE SPACES.
          03 PRIOR-CYCLE-WS PIC 9(4) VALUE 0.
      **************************************************************
      * PROOF SWITCH - Y = AT LEAST ONE BATCH FAILED TO PROVE *
      **************************************************************
          03 PROOF-FAIL-SW PIC X(01) VALUE 'N'.
             88 PROOF-FAILED VALUE 'Y'.
      **************************************************************
      * RUN PARAMETER - R = RERUN A PROOF ALREADY COMPLETED THIS *
      * CYCLE, S = SUPERVISOR OVERRIDE OF A FAILED PROOF (THE *
      * SUPERVISOR ID AND THE REASON ARE BOTH REQUIRED) *
      **************************************************************
          03 PRF-PARM-WS.
             05 PP-OPTION PIC X(1).
                88 PP-SUPV-OVERRIDE VALUE 'S'.
             05 FILLER PIC X(1).
             05 PP-SUPV-ID PIC X(8).
             05 FILLER PIC X(1).
             05 PP-REASON PIC X(40).

      **************************************************************
      * START OF PROCEDURE DIVISION *
      **************************************************************
        PROCEDURE DIVISION.
        000-MAINLINE.
           MOVE 'LAB5PRF' TO CYC-SELF-PROGRAM.
           MOVE SPACES TO CYC-PRED-PROGRAM.
           MOVE SPACES TO PRF-PARM-WS.
           ACCEPT PRF-PARM-WS FROM COMMAND-LINE.
           MOVE PP-OPTION TO CYC-OVERRIDE-SW.
           IF PP-SUPV-OVERRIDE
              AND (PP-SUPV-ID = SPACES OR PP-REASON = SPACES)
              DISPLAY 'LAB5PRF - SUPERVISOR OVERRIDE NEEDS: '
                 'LAB5PRF S SSSSSSSS REASON-TEXT'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 0200-GET-CYCLE.
           PERFORM 0210-CHECK-CYCLE-CONTROL.
           OPEN INPUT TRAN-FILE
             INPUT DEPS-FILE
             I-O LBXH-FILE
             OUTPUT PRFR-FILE.
           IF LBXH-STATUS NOT = '00' AND LBXH-STATUS NOT = '05'
              DISPLAY 'LAB5PRF BATCH HISTORY OPEN FAILED - STATUS '
                 LBXH-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1400-PRINT-HEAD.
           MOVE LOW-VALUES TO BATCH-TABLE.
           MOVE 0 TO BT-LOAD-COUNT.
           PERFORM 2100-READ-TRAN.
           PERFORM 1500-ACCUM-ONE-TRAN
              UNTIL EOF-T = 1.
           PERFORM 2200-READ-DEPS.
           PERFORM 1600-PROVE-ONE-DEPOSIT
              UNTIL EOF-D = 1.
           PERFORM 1700-CHECK-ONE-BATCH
              VARYING BT-IDX FROM 1 BY 1
              UNTIL BT-IDX > BT-LOAD-COUNT.
           PERFORM 1900-PRINT-TOTALS.
           IF PROOF-FAILED
              IF PP-SUPV-OVERRIDE
                 PERFORM 1920-RECORD-OVERRIDE
              ELSE
                 MOVE 'PROOF FAILED - LOCKBOX FILE HELD'
                   TO PT-RESULT
                 WRITE PRFR-REC FROM PRFR-RESULT-LINE
                   AFTER ADVANCING 2 LINES
                 DISPLAY 'LAB5PRF CYCLE ' CYCLE-WS
                    ' LOCKBOX FILE DOES NOT PROVE - HELD'
                 CLOSE TRAN-FILE
                   DEPS-FILE
                   LBXH-FILE
                   PRFR-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              MOVE 'PROOF PASSED - RELEASED FOR POSTING'
                TO PT-RESULT
              WRITE PRFR-REC FROM PRFR-RESULT-LINE
                AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM 1800-RECORD-ONE-BATCH
              VARYING BT-IDX FROM 1 BY 1
              UNTIL BT-IDX > BT-LOAD-COUNT.
           CLOSE TRAN-FILE
             DEPS-FILE
             LBXH-FILE
             PRFR-FILE.
           PERFORM 0220-REGISTER-COMPLETE.
           STOP RUN.
      **************************************************************
      * PICKS THE CYCLE NUMBER UP FROM THE LAB5-INPUT HEADER *
      * BEFORE ANYTHING ELSE RUNS - THE CYCLE-CONTROL CHECKS KEY *
      * ON IT. THE FILE IS CLOSED AGAIN AT ONCE - THIS STEP *
      * NEEDS NOTHING ELSE FROM THE MASTER *
      **************************************************************
        0200-GET-CYCLE.
           OPEN INPUT INPUT-FILE.
           READ INPUT-FILE INTO INPUT-DATA
              AT END
                 DISPLAY 'LAB5PRF CYCLE CHECK - LAB5-INPUT EMPTY'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ.
           IF NOT CONTROL-HEADER
              DISPLAY 'LAB5PRF CYCLE CHECK - NO HEADER RECORD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE INPUT-DATA TO CTL-HEADER-DATA.
           MOVE CH-CYCLE TO CYCLE-WS.
           CLOSE INPUT-FILE.
      **************************************************************
      * REFUSES TO START IF THE PREDECESSOR STEP HAS NOT *
      * COMPLETED THIS CYCLE, OR IF THIS STEP ALREADY COMPLETED *
      * THIS CYCLE AND NOBODY CODED THE RERUN OVERRIDE (PARM R), *
      * THEN REGISTERS THE START - SO THE STREAM CAN NEVER RUN *
      * OUT OF ORDER OR TWICE ON AN OPERATOR'S SLIP *
      **************************************************************
        0210-CHECK-CYCLE-CONTROL.
           OPEN I-O CYCTL-FILE.
           IF CYCTL-STATUS NOT = '00' AND CYCTL-STATUS NOT = '05'
              DISPLAY 'LAB5PRF CYCLE CONTROL OPEN FAILED - '
                 'STATUS ' CYCTL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CYC-PRED-PROGRAM NOT = SPACES
              MOVE CYCLE-WS TO CYK-CYCLE
              MOVE CYC-PRED-PROGRAM TO CYK-PROGRAM
              MOVE 'N' TO CYC-FOUND-SW
              READ CYCTL-FILE INTO CYCLE-CTL-DATA
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO CYC-FOUND-SW
              END-READ
              IF NOT CYC-FOUND OR NOT CY-COMPLETE
                 DISPLAY 'LAB5PRF CYCLE ' CYCLE-WS
                    ' - PREDECESSOR ' CYC-PRED-PROGRAM
                    ' HAS NOT COMPLETED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           MOVE CYCLE-WS TO CYK-CYCLE.
           MOVE CYC-SELF-PROGRAM TO CYK-PROGRAM.
           MOVE 'N' TO CYC-FOUND-SW.
           READ CYCTL-FILE INTO CYCLE-CTL-DATA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO CYC-FOUND-SW
           END-READ.
           IF CYC-FOUND AND CY-COMPLETE
              AND NOT CYC-RERUN-OVERRIDE
              DISPLAY 'LAB5PRF CYCLE ' CYCLE-WS
                 ' ALREADY COMPLETED - RERUN NEEDS PARM R'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE CYCLE-WS TO CY-CYCLE.
           MOVE CYC-SELF-PROGRAM TO CY-PROGRAM.
           MOVE 'S' TO CY-STATUS.
           ACCEPT CY-START-DATE FROM DATE YYYYMMDD.
           ACCEPT CY-START-TIME FROM TIME.
           MOVE 0 TO CY-END-DATE.
           MOVE 0 TO CY-END-TIME.
           IF CYC-FOUND
              REWRITE CYCTL-REC FROM CYCLE-CTL-DATA
           ELSE
              WRITE CYCTL-REC FROM CYCLE-CTL-DATA
           END-IF.
           CLOSE CYCTL-FILE.
      **************************************************************
      * REGISTERS THE CLEAN FINISH - RUNS ONCE, LAST, SO A HELD *
      * OR ABENDED PROOF LEAVES THE RECORD SHOWING STARTED AND *
      * LAB5UPD REFUSES TO POST THE CYCLE *
      **************************************************************
        0220-REGISTER-COMPLETE.
           OPEN I-O CYCTL-FILE.
           MOVE CYCLE-WS TO CYK-CYCLE.
           MOVE CYC-SELF-PROGRAM TO CYK-PROGRAM.
           READ CYCTL-FILE INTO CYCLE-CTL-DATA
              INVALID KEY
                 DISPLAY 'LAB5PRF CYCLE CONTROL RECORD LOST'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ.
           MOVE 'C' TO CY-STATUS.
           ACCEPT CY-END-DATE FROM DATE YYYYMMDD.
           ACCEPT CY-END-TIME FROM TIME.
           REWRITE CYCTL-REC FROM CYCLE-CTL-DATA.
           CLOSE CYCTL-FILE.
        1400-PRINT-HEAD.
           MOVE CYCLE-WS TO PR-HD-CYCLE.
           WRITE PRFR-REC FROM PRFR-HEADING1
             AFTER ADVANCING PAGE.
           MOVE SPACES TO PRFR-REC.
           WRITE PRFR-REC
             AFTER ADVANCING 1 LINE.
           WRITE PRFR-REC FROM PRFR-HEADING2
             AFTER ADVANCING 1 LINE.
           WRITE PRFR-REC FROM PRFR-HEADING3
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRFR-REC.
           WRITE PRFR-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * ADDS ONE RECEIPT INTO ITS BATCH'S TOTALS - THE FIRST *
      * RECEIPT OF A BATCH OPENS A TABLE ENTRY. A FILE WITH MORE *
      * BATCHES THAN THE TABLE HOLDS STOPS THE RUN RATHER THAN *
      * PROVING ONLY PART OF IT *
      **************************************************************
        1500-ACCUM-ONE-TRAN.
           ADD 1 TO FILE-COUNT.
           ADD T-AMOUNT TO FILE-AMT.
           SET BT-IDX TO 1.
           SEARCH BATCH-ENTRY
              AT END
                 PERFORM 1510-OPEN-BATCH
              WHEN BT-DEP-DATE (BT-IDX) = T-DEP-DATE
                 AND BT-BATCH (BT-IDX) = T-BATCH
                 ADD 1 TO BT-COUNT (BT-IDX)
                 ADD T-AMOUNT TO BT-AMOUNT (BT-IDX)
           END-SEARCH.
           PERFORM 2100-READ-TRAN.
        1510-OPEN-BATCH.
           IF BT-LOAD-COUNT < 100
              ADD 1 TO BT-LOAD-COUNT
              MOVE T-DEP-DATE TO BT-DEP-DATE (BT-LOAD-COUNT)
              MOVE T-BATCH TO BT-BATCH (BT-LOAD-COUNT)
              MOVE 1 TO BT-COUNT (BT-LOAD-COUNT)
              MOVE T-AMOUNT TO BT-AMOUNT (BT-LOAD-COUNT)
              MOVE 'N' TO BT-MATCH-SW (BT-LOAD-COUNT)
           ELSE
              DISPLAY 'LAB5PRF BATCH TABLE OVERFLOW AT DEPOSIT '
                 T-DEP-DATE ' BATCH ' T-BATCH
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      **************************************************************
      * PROVES ONE BANK DEPOSIT LINE AGAINST THE FILE'S TOTALS *
      * FOR THE SAME DEPOSIT DATE AND BATCH - THE COUNT AND THE *
      * DOLLARS MUST BOTH AGREE AND THE BATCH MUST NOT HAVE BEEN *
      * POSTED IN AN EARLIER CYCLE *
      **************************************************************
        1600-PROVE-ONE-DEPOSIT.
           ADD DS-ITEM-COUNT TO BANK-COUNT.
           ADD DS-AMOUNT TO BANK-AMT.
           MOVE DS-DEP-DATE TO PR-DEP-DATE.
           MOVE DS-BATCH TO PR-BATCH.
           MOVE DS-ITEM-COUNT TO PR-BANK-COUNT.
           MOVE DS-AMOUNT TO PR-BANK-AMT.
           MOVE 0 TO PRIOR-CYCLE-WS.
           SET BT-IDX TO 1.
           SEARCH BATCH-ENTRY
              AT END
                 MOVE 0 TO PR-FILE-COUNT
                 MOVE 0 TO PR-FILE-AMT
                 MOVE 'NOT IN LOCKBOX FILE' TO RESULT-WS
              WHEN BT-DEP-DATE (BT-IDX) = DS-DEP-DATE
                 AND BT-BATCH (BT-IDX) = DS-BATCH
                 PERFORM 1610-MATCH-BATCH
           END-SEARCH.
           PERFORM 1670-WRITE-RESULT.
           PERFORM 2200-READ-DEPS.
        1610-MATCH-BATCH.
           MOVE BT-COUNT (BT-IDX) TO PR-FILE-COUNT.
           MOVE BT-AMOUNT (BT-IDX) TO PR-FILE-AMT.
           IF BT-MATCHED (BT-IDX)
              MOVE 'DUPLICATE BANK LINE' TO RESULT-WS
           ELSE
              MOVE 'Y' TO BT-MATCH-SW (BT-IDX)
              IF BT-COUNT (BT-IDX) NOT = DS-ITEM-COUNT
                 OR BT-AMOUNT (BT-IDX) NOT = DS-AMOUNT
                 MOVE 'OUT OF BALANCE' TO RESULT-WS
              ELSE
                 PERFORM 1650-CHECK-HISTORY
              END-IF
           END-IF.
      **************************************************************
      * LOOKS THE BATCH UP ON THE LOCKBOX-BATCH HISTORY - A BATCH *
      * ALREADY PROVEN FOR POSTING IN AN EARLIER CYCLE MEANS THIS *
      * FILE (OR PART OF IT) HAS BEEN POSTED BEFORE. A RERUN IN *
      * THE SAME CYCLE FINDS ITS OWN CYCLE AND PASSES *
      **************************************************************
        1650-CHECK-HISTORY.
           MOVE BT-DEP-DATE (BT-IDX) TO LH-DEP-DATE.
           MOVE BT-BATCH (BT-IDX) TO LH-BATCH.
           READ LBXH-FILE
              INVALID KEY
                 MOVE 'PROVEN' TO RESULT-WS
              NOT INVALID KEY
                 IF LH-CYCLE = CYCLE-WS
                    MOVE 'PROVEN' TO RESULT-WS
                 ELSE
                    MOVE 'ALREADY POSTED' TO RESULT-WS
                    MOVE LH-CYCLE TO PRIOR-CYCLE-WS
                 END-IF
           END-READ.
      **************************************************************
      * WRITES ONE BATCH LINE ON THE PROOF REPORT AND COUNTS IT *
      * PROVEN OR FAILED *
      **************************************************************
        1670-WRITE-RESULT.
           MOVE RESULT-WS TO PR-RESULT.
           MOVE PRIOR-CYCLE-WS TO PR-PRIOR-CYCLE.
           WRITE PRFR-REC FROM PRFR-DATA
             AFTER ADVANCING 1 LINE.
           IF RESULT-WS = 'PROVEN'
              ADD 1 TO PROVEN-COUNT
           ELSE
              ADD 1 TO FAILED-COUNT
              MOVE 'Y' TO PROOF-FAIL-SW
           END-IF.
      **************************************************************
      * LISTS ONE FILE BATCH THE BANK NEVER REPORTED DEPOSITING *
      * - MONEY WE WOULD POST THAT NEVER REACHED THE ACCOUNT *
      **************************************************************
        1700-CHECK-ONE-BATCH.
           IF NOT BT-MATCHED (BT-IDX)
              MOVE BT-DEP-DATE (BT-IDX) TO PR-DEP-DATE
              MOVE BT-BATCH (BT-IDX) TO PR-BATCH
              MOVE 0 TO PR-BANK-COUNT
              MOVE 0 TO PR-BANK-AMT
              MOVE BT-COUNT (BT-IDX) TO PR-FILE-COUNT
              MOVE BT-AMOUNT (BT-IDX) TO PR-FILE-AMT
              MOVE 0 TO PRIOR-CYCLE-WS
              MOVE 'NOT DEPOSITED BY BANK' TO RESULT-WS
              PERFORM 1670-WRITE-RESULT
           END-IF.
      **************************************************************
      * RECORDS ONE BATCH ON THE LOCKBOX-BATCH HISTORY WITH THIS *
      * CYCLE - RUNS ONLY ONCE THE FILE HAS PROVEN (OR BEEN *
      * OVERRIDDEN), SO NEXT CYCLE'S PROOF CATCHES A RE-SENT FILE *
      **************************************************************
        1800-RECORD-ONE-BATCH.
           MOVE BT-DEP-DATE (BT-IDX) TO LH-DEP-DATE.
           MOVE BT-BATCH (BT-IDX) TO LH-BATCH.
           READ LBXH-FILE
              INVALID KEY
                 PERFORM 1810-FILL-HISTORY
                 WRITE LBXH-REC
                    INVALID KEY
                       DISPLAY 'LAB5PRF HISTORY WRITE FAILED - '
                          'BATCH ' LH-BATCH ' STATUS ' LBXH-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                 END-WRITE
              NOT INVALID KEY
                 IF LH-CYCLE = CYCLE-WS
                    PERFORM 1810-FILL-HISTORY
                    REWRITE LBXH-REC
                 END-IF
           END-READ.
        1810-FILL-HISTORY.
           MOVE CYCLE-WS TO LH-CYCLE.
           MOVE BT-COUNT (BT-IDX) TO LH-COUNT.
           MOVE BT-AMOUNT (BT-IDX) TO LH-AMOUNT.
           MOVE RUN-DATE-WS TO LH-PROOF-DATE.
      **************************************************************
      * PRINTS THE PROOF CONTROL TOTALS - BANK AGAINST FILE IN *
      * ITEMS AND DOLLARS, AND THE BATCHES PROVEN AND FAILED *
      **************************************************************
        1900-PRINT-TOTALS.
           MOVE BANK-COUNT TO PT-BANK-COUNT.
           MOVE BANK-AMT TO PT-BANK-AMT.
           MOVE FILE-COUNT TO PT-FILE-COUNT.
           MOVE FILE-AMT TO PT-FILE-AMT.
           MOVE PROVEN-COUNT TO PT-PROVEN.
           MOVE FAILED-COUNT TO PT-FAILED.
           MOVE SPACES TO PRFR-REC.
           WRITE PRFR-REC
             AFTER ADVANCING 1 LINE.
           WRITE PRFR-REC FROM PRFR-TOTALS1
             AFTER ADVANCING 1 LINE.
           WRITE PRFR-REC FROM PRFR-TOTALS2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRFR-RESULT-LINE.
      **************************************************************
      * RELEASES A FAILED PROOF ON A SUPERVISOR'S AUTHORITY - THE *
      * OVERRIDE IS PRINTED ON THE PROOF REPORT AND APPENDED TO *
      * THE RUN-HISTORY AUDIT LOG WITH WHO AUTHORISED IT AND WHY *
      **************************************************************
        1920-RECORD-OVERRIDE.
           MOVE 'PROOF FAILED - SUPERVISOR OVERRIDE BY'
             TO PT-RESULT.
           MOVE PP-SUPV-ID TO PT-SUPV-ID.
           MOVE PP-REASON TO PT-REASON.
           WRITE PRFR-REC FROM PRFR-RESULT-LINE
             AFTER ADVANCING 2 LINES.
           OPEN EXTEND RLOG-FILE.
           MOVE 'LAB5PRF ' TO RL-PROGRAM.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-RUN-TIME FROM TIME.
           MOVE 'O' TO RL-MODE.
           MOVE 'N' TO RL-RESTART.
           MOVE PP-SUPV-ID TO RL-USER.
           MOVE PP-REASON TO RL-REASON.
           WRITE RLOG-REC FROM RUNLOG-DATA.
           CLOSE RLOG-FILE.
           DISPLAY 'LAB5PRF CYCLE ' CYCLE-WS
              ' PROOF OVERRIDDEN BY ' PP-SUPV-ID.
      **************************************************************
      * READS THE LOCKBOX PAYMENT-TRANSACTION FILE *
      **************************************************************
        2100-READ-TRAN.
           READ TRAN-FILE INTO TRAN-DATA
                   AT END MOVE 1 TO EOF-T.
      **************************************************************
      * READS THE BANK'S DEPOSIT SUMMARY *
      **************************************************************
        2200-READ-DEPS.
           READ DEPS-FILE INTO DEPS-DATA
                   AT END MOVE 1 TO EOF-D.
