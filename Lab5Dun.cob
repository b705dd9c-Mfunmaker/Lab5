      * KEEPS AN ACCOUNT FROM BEING SENT THE SAME LETTER TWICE *
      * AND DROPS A BORROWER WHO CURES FROM THE STREAM, AND THE *
      * REGISTER (LAB5-DUNRG) LISTS EVERY LETTER QUEUED FOR THE *
      * COLLECTIONS SUPERVISOR. AN ACCOUNT IN AN ACTIVE DEFERMENT OR *
      * FORBEARANCE IS NEVER DUNNED, NOR IS ONE THAT HAS BEEN *
      * CHARGED OFF. THE MAILING ADDRESS COMES FROM THE *
      * BORROWER-ADDRESS FILE (LAB5-ADDR) - A LETTER FOR A BORROWER *
      * WITH NO ADDRESS ON FILE, OR WHOSE MAIL CAME BACK, IS HELD *
      * OFF THE EXTRACT AND LISTED ON THE REGISTER. *
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-09-02 MF  ORIGINAL PROGRAM. SHARES THE INPUT-DATA *
      *                STEP HAS NOT COMPLETED THIS CYCLE OR IF *
      *                THIS STEP ALREADY COMPLETED IT WITHOUT *
      *                THE RERUN OVERRIDE (PARM R). *
      * 2026-10-15 MF  LAB5-INPUT IS NOW 160 BYTES. AN ACCOUNT IN AN *
      *                ACTIVE DEFERMENT OR FORBEARANCE IS NOT DUNNED - *
      *                IT IS COUNTED AS DEFERRED ON THE REGISTER *
      *                TOTALS AND ITS LETTER HISTORY IS LEFT AS IT *
      *                STANDS. AGING MATCHES LAB5AGE'S NEW RULE FOR AN *
      *                ACCOUNT WHOSE DEFERMENT ENDED THIS YEAR. *
      * 2026-10-15 MF  THE LETTER EXTRACT NOW CARRIES THE BORROWER'S *
      *                MAILING ADDRESS FROM LAB5-ADDR (RECORD NOW 135 *
      *                BYTES). A LETTER FOR A BORROWER WITH NO ADDRESS *
      *                ON FILE OR WITH RETURNED MAIL IS HELD - NO *
      *                EXTRACT RECORD, HISTORY LEFT ALONE - AND LISTED *
      *                ON THE REGISTER WITH THE REASON AND COUNTED AS *
      *                HELD. *
      * 2026-10-15 MF  AN ACCOUNT THE CHARGE-OFF RUN (LAB5CHG) HAS *
      *                WRITTEN OFF LEAVES THE LETTER STREAM - NO *
      *                LETTER, ANY LETTER-HISTORY RECORD DELETED, AND *
      *                COUNTED AS CHARGED OFF ON THE REGISTER TOTALS. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
              ACCESS MODE IS RANDOM
              RECORD KEY IS DH-ACCT
              FILE STATUS IS DUNH-STATUS.
           SELECT OPTIONAL ADDR-FILE ASSIGN TO 'LAB5-ADDR'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ADR-KEY
              FILE STATUS IS ADDR-STATUS.
           SELECT DUNX-FILE ASSIGN TO 'LAB5-DUNX'.
           SELECT DUNR-FILE ASSIGN TO 'LAB5-DUNRG'.
           SELECT OPTIONAL CYCTL-FILE ASSIGN TO 'LAB5-CYCTL'
        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(160).

      **************************************************************
      * THE LETTER-HISTORY FILE - ONE RECORD PER ACCOUNT WITH A *
          03 DH-BUCKET PIC 9(1).
          03 DH-CYCLE PIC 9(4).

      **************************************************************
      * THE INDEXED BORROWER-ADDRESS FILE - KEYED ON THE ACCOUNT *
      * NUMBER (LAYOUT IN LAB5ADR) *
      **************************************************************
        FD ADDR-FILE
          LABEL RECORDS ARE STANDARD.
        01 ADDR-REC.
          03 ADR-KEY PIC 9(7).
          03 ADR-REST PIC X(109).

      **************************************************************
      * THE FIXED-WIDTH LETTER EXTRACT - ONE RECORD PER LETTER *
      * QUEUED, INGESTED BY THE PRINT VENDOR *
      **************************************************************
        FD DUNX-FILE
          LABEL RECORDS ARE OMITTED.
        01 DUNX-REC PIC X(135).

        FD DUNR-FILE
          LABEL RECORDS ARE OMITTED.
      * EVERY STREAM PROGRAM VIA THE LAB5CYC COPYBOOK *
      **************************************************************
        COPY "LAB5CYC.cpy".
      **************************************************************
      * BORROWER-ADDRESS RECORD - SHARED WITH LAB5ADM VIA THE *
      * LAB5ADR COPYBOOK *
      **************************************************************
        COPY "LAB5ADR.cpy".

        01 MATH-DATA.
          03 TOT PIC 9(7).
          03 BAL PIC 9(7).
          03 ACCR-INT PIC 9(7).
          03 PMT-IDX PIC S9(2) COMP.
          03 AGE-FLOOR PIC S9(2) COMP.
          03 MONTHS-DELQ PIC 9(2).
          03 BUCKET-NO PIC 9.

          03 DX-MONTHS PIC 9(2).
          03 DX-BAL PIC 9(7).
          03 DX-CYCLE PIC 9(4).
          03 DX-LINE1 PIC X(30).
          03 DX-LINE2 PIC X(30).
          03 DX-CITY PIC X(20).
          03 DX-STATE PIC X(2).
          03 DX-ZIP PIC X(10).

      **************************************************************
      * REPORT LINE LAYOUTS FOR THE LETTER REGISTER *
          03              PIC X(8) VALUE 'LETTER'.
          03              PIC X(8) VALUE 'MONTHS'.
          03              PIC X(10) VALUE 'BALANCE'.
          03              PIC X(25) VALUE 'NOTE'.
       01 DUNR-DATA.
          03 DR-ACCT PIC 9999999.
          03 FILLER PIC X(2).
          03 DR-MONTHS PIC 99.
          03 FILLER PIC X(6).
          03 DR-BAL PIC 99999.99.
          03 FILLER PIC X(2).
          03 DR-NOTE PIC X(25).
       01 DUNR-TOTALS.
          03 FILLER PIC X(7) VALUE 'QUEUED'.
          03 DR-QUEUED PIC 9999999.
          03 FILLER PIC X(2).
          03 FILLER PIC X(6) VALUE 'CURED'.
          03 DR-CURED PIC 9999999.
          03 FILLER PIC X(2).
          03 FILLER PIC X(9) VALUE 'DEFERRED'.
          03 DR-DEFERRED PIC 9999999.
          03 FILLER PIC X(2).
          03 FILLER PIC X(5) VALUE 'HELD'.
          03 DR-HELD PIC 9999999.
          03 FILLER PIC X(2).
          03 FILLER PIC X(7) VALUE 'CHG-OFF'.
          03 DR-CHGOFF PIC 9999999.

        01 DUN-COUNTS.
          03 QUEUED-COUNT PIC 9(7) VALUE 0.
          03 SKIPPED-COUNT PIC 9(7) VALUE 0.
          03 CURED-COUNT PIC 9(7) VALUE 0.
          03 DEFERRED-COUNT PIC 9(7) VALUE 0.
          03 HELD-COUNT PIC 9(7) VALUE 0.
          03 CHGOFF-COUNT PIC 9(7) VALUE 0.

      **************************************************************
      * BATCH-BALANCING CONTROLS - COUNT AND HASH TOTALS *
      **************************************************************
          03 EOF-I PIC 9 VALUE 0.
          03 DUNH-STATUS PIC X(02).
          03 ADDR-STATUS PIC X(02).
          03 AGE-DONE-SW PIC X(01) VALUE 'N'.
             88 AGE-DONE VALUE 'Y'.
      **************************************************************
      **************************************************************
          03 HIST-FOUND-SW PIC X(01) VALUE 'N'.
             88 HIST-FOUND VALUE 'Y'.
      **************************************************************
      * REPAYMENT-STATUS SWITCH - Y = THE ACCOUNT IS IN A *
      * DEFERMENT OR FORBEARANCE IN EFFECT ON THE RUN DATE *
      **************************************************************
          03 DEFER-SW PIC X(01) VALUE 'N'.
             88 DEFERMENT-ACTIVE VALUE 'Y'.
      **************************************************************
      * ADDRESS-HOLD SWITCH - Y = NOTHING MAY BE MAILED TO THE *
      * CURRENT ACCOUNT (NO ADDRESS ON FILE OR MAIL RETURNED); *
      * HOLD-REASON-WS SAYS WHICH *
      **************************************************************
          03 ADDR-HOLD-SW PIC X(01) VALUE 'N'.
             88 ADDRESS-HELD VALUE 'Y'.
          03 HOLD-REASON-WS PIC X(25) VALUE SPACES.

      **************************************************************
      * START OF PROCEDURE DIVISION *
           PERFORM 0210-CHECK-CYCLE-CONTROL.
           OPEN INPUT INPUT-FILE
             I-O DUNH-FILE
             INPUT ADDR-FILE
             OUTPUT DUNX-FILE
             OUTPUT DUNR-FILE.
           IF DUNH-STATUS NOT = '00' AND DUNH-STATUS NOT = '05'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF ADDR-STATUS NOT = '00' AND ADDR-STATUS NOT = '05'
              DISPLAY 'LAB5DUN ADDRESS FILE OPEN FAILED - '
                 'STATUS ' ADDR-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 2000-READ-INPUT.
           PERFORM 1500-LOOP
              UNTIL EOF-I = 1.
           PERFORM 1900-PRINT-TOTALS.
           CLOSE INPUT-FILE
             DUNH-FILE
             ADDR-FILE
             DUNX-FILE
             DUNR-FILE.
           PERFORM 0220-REGISTER-COMPLETE.
      * RELAPSE STARTS OVER), AND A PAST-DUE ACCOUNT ESCALATES *
      * THROUGH THE LETTER LADDER. AN OVERPAID ACCOUNT (ON *
      * LAB5-EXCP) IS TREATED AS ZERO BALANCE, AS LAB5AGE TREATS *
      * IT, RATHER THAN DUNNED OVER A MEANINGLESS BALANCE. AN *
      * ACCOUNT IN AN ACTIVE DEFERMENT OR FORBEARANCE IS COUNTED *
      * AND LEFT ALONE - NO LETTER, AND ITS HISTORY STANDS. A *
      * CHARGED-OFF ACCOUNT HAS LEFT COLLECTIONS' LETTER STREAM *
      **************************************************************
        1510-WORK-ONE-ACCOUNT.
           ADD 1 TO CTL-READ-COUNT.
           ELSE
              COMPUTE BAL = I-LOAN + ACCR-INT - TOT
           END-IF.
           PERFORM 1515-CHECK-DEFERMENT.
           IF I-CHARGED-OFF
              PERFORM 1535-DROP-CHARGED-OFF
           ELSE
              IF BAL = 0
                 PERFORM 1530-CURE-ACCOUNT
              ELSE
                 IF DEFERMENT-ACTIVE
                    ADD 1 TO DEFERRED-COUNT
                 ELSE
                    PERFORM 1520-AGE-ONE-ACCOUNT
                    IF BUCKET-NO = 0
                       PERFORM 1530-CURE-ACCOUNT
                    ELSE
                       PERFORM 1540-ESCALATE-LETTER
                    END-IF
                 END-IF
              END-IF
           END-IF.
        1555-SUM-ONE-PAYMENT.
           ADD I-PAYMENT (PMT-IDX) TO TOT.
      **************************************************************
      * A DEFERMENT OR FORBEARANCE IS IN EFFECT WHEN IT STARTED ON *
      * OR BEFORE THE RUN DATE AND ITS END DATE IS OPEN (ZERO) OR *
      * NOT YET PASSED - THE SAME TEST LAB5AGE MAKES *
      **************************************************************
        1515-CHECK-DEFERMENT.
           MOVE 'N' TO DEFER-SW.
           IF I-REPAY-DEFERRED
              AND I-REPAY-START NOT > CH-RUN-DATE
              AND (I-REPAY-END = 0 OR I-REPAY-END NOT < CH-RUN-DATE)
              MOVE 'Y' TO DEFER-SW
           END-IF.
      **************************************************************
      * COUNTS THE CONSECUTIVE TRAILING ZERO MONTHS ON THE *
      * PAYMENT SCHEDULE - THAT COUNT IS THE ACCOUNT'S AGE - AND *
      * CLASSIFIES IT INTO BUCKET 0 (CURRENT), 1, 2, OR 3 (THREE *
      * OR MORE MONTHS PAST DUE), EXACTLY AS LAB5AGE DOES - AN *
      * ACCOUNT WHOSE DEFERMENT ENDED THIS YEAR IS AGED ONLY FROM *
      * THE RUN MONTH BACK TO THE MONTH IT ENDED *
      **************************************************************
        1520-AGE-ONE-ACCOUNT.
           MOVE 0 TO MONTHS-DELQ.
           MOVE 12 TO PMT-IDX.
           MOVE 0 TO AGE-FLOOR.
           IF (I-REPAY-ENDED
              OR (I-REPAY-DEFERRED AND I-REPAY-END > 0
                  AND I-REPAY-END < CH-RUN-DATE))
              AND I-REPAY-END-YEAR = CH-RUN-YEAR
              MOVE CH-RUN-MONTH TO PMT-IDX
              MOVE I-REPAY-END-MONTH TO AGE-FLOOR
           END-IF.
           MOVE 'N' TO AGE-DONE-SW.
           PERFORM 1525-COUNT-ZERO-MONTH
              UNTIL AGE-DONE.
              MOVE MONTHS-DELQ TO BUCKET-NO
           END-IF.
        1525-COUNT-ZERO-MONTH.
           IF PMT-IDX NOT > AGE-FLOOR
              MOVE 'Y' TO AGE-DONE-SW
           ELSE
              IF I-PAYMENT (PMT-IDX) > 0
              ADD 1 TO CURED-COUNT
           END-IF.
      **************************************************************
      * A CHARGED-OFF ACCOUNT - NO LETTER IS EVER SENT AGAIN, AND *
      * ANY LETTER-HISTORY RECORD IS DELETED SO THE HISTORY FILE *
      * HOLDS ONLY ACCOUNTS STILL IN THE STREAM *
      **************************************************************
        1535-DROP-CHARGED-OFF.
           PERFORM 1560-READ-HISTORY.
           IF HIST-FOUND
              DELETE DUNH-FILE
           END-IF.
           ADD 1 TO CHGOFF-COUNT.
      **************************************************************
      * A PAST-DUE ACCOUNT - THE LETTER FOR ITS BUCKET IS QUEUED *
      * UNLESS THE HISTORY SHOWS THE SAME OR A STRONGER LETTER *
      * ALREADY WENT OUT, SO NOBODY IS SENT THE 60-DAY LETTER *
      * TWICE. A QUEUED LETTER REWRITES (OR WRITES) THE HISTORY *
      * RECORD WITH THE LETTER, BUCKET, AND CYCLE SENT. A LETTER *
      * DUE TO A BORROWER WHO CANNOT BE MAILED IS HELD INSTEAD - *
      * THE HISTORY IS LEFT ALONE SO THE LETTER GOES OUT ONCE A *
      * GOOD ADDRESS IS ON FILE *
      **************************************************************
        1540-ESCALATE-LETTER.
           PERFORM 1560-READ-HISTORY.
           IF HIST-FOUND AND DH-BUCKET NOT < BUCKET-NO
              ADD 1 TO SKIPPED-COUNT
           ELSE
              PERFORM 1580-GET-ADDRESS
              IF ADDRESS-HELD
                 PERFORM 1570-HOLD-LETTER
              ELSE
                 PERFORM 1550-QUEUE-LETTER
              END-IF
           END-IF.
      **************************************************************
      * QUEUES ONE LETTER - EXTRACT RECORD FOR THE PRINT VENDOR, *
           MOVE MONTHS-DELQ TO DX-MONTHS.
           MOVE BAL TO DX-BAL.
           MOVE CH-CYCLE TO DX-CYCLE.
           MOVE BA-LINE1 TO DX-LINE1.
           MOVE BA-LINE2 TO DX-LINE2.
           MOVE BA-CITY TO DX-CITY.
           MOVE BA-STATE TO DX-STATE.
           MOVE BA-ZIP TO DX-ZIP.
           WRITE DUNX-REC FROM DUNX-DATA.
           MOVE I-ACCT TO DH-ACCT.
           MOVE LETTER-CODE (BUCKET-NO) TO DH-LETTER.
           MOVE LETTER-CODE (BUCKET-NO) TO DR-LETTER.
           MOVE MONTHS-DELQ TO DR-MONTHS.
           MOVE BAL TO DR-BAL.
           MOVE SPACES TO DR-NOTE.
           WRITE DUNR-REC FROM DUNR-DATA
             AFTER ADVANCING 1 LINE.
           ADD 1 TO QUEUED-COUNT.
                 MOVE 'Y' TO HIST-FOUND-SW
           END-READ.
      **************************************************************
      * HOLDS ONE LETTER - NOTHING GOES TO THE PRINT VENDOR AND *
      * THE HISTORY IS NOT TOUCHED; THE REGISTER LINE CARRIES THE *
      * HOLD REASON SO THE SUPERVISOR CAN CHASE THE ADDRESS *
      **************************************************************
        1570-HOLD-LETTER.
           MOVE I-ACCT TO DR-ACCT.
           MOVE I-NAME TO DR-NAME.
           MOVE LETTER-CODE (BUCKET-NO) TO DR-LETTER.
           MOVE MONTHS-DELQ TO DR-MONTHS.
           MOVE BAL TO DR-BAL.
           MOVE HOLD-REASON-WS TO DR-NOTE.
           WRITE DUNR-REC FROM DUNR-DATA
             AFTER ADVANCING 1 LINE.
           ADD 1 TO HELD-COUNT.
      **************************************************************
      * FETCHES THE CURRENT ACCOUNT'S MAILING ADDRESS AND SETS *
      * THE HOLD SWITCH - AN ACCOUNT WITH NO ADDRESS ON FILE, OR *
      * WHOSE MAIL HAS BEEN RETURNED, IS HELD *
      **************************************************************
        1580-GET-ADDRESS.
           MOVE 'N' TO ADDR-HOLD-SW.
           MOVE SPACES TO HOLD-REASON-WS.
           MOVE I-ACCT TO ADR-KEY.
           READ ADDR-FILE INTO ADDR-DATA
              INVALID KEY
                 MOVE 'Y' TO ADDR-HOLD-SW
                 MOVE 'HELD - NO ADDRESS ON FILE' TO HOLD-REASON-WS
              NOT INVALID KEY
                 IF BA-MAIL-RETURNED
                    MOVE 'Y' TO ADDR-HOLD-SW
                    MOVE 'HELD - RETURNED MAIL' TO HOLD-REASON-WS
                 END-IF
           END-READ.
      **************************************************************
      * PRINTS THE LETTER-RUN CONTROL TOTALS ON THE REGISTER - *
      * RUNS ONCE AFTER THE LAST ACCOUNT HAS BEEN WORKED *
      **************************************************************
           MOVE QUEUED-COUNT TO DR-QUEUED.
           MOVE SKIPPED-COUNT TO DR-SKIPPED.
           MOVE CURED-COUNT TO DR-CURED.
           MOVE DEFERRED-COUNT TO DR-DEFERRED.
           MOVE HELD-COUNT TO DR-HELD.
           MOVE CHGOFF-COUNT TO DR-CHGOFF.
           MOVE SPACES TO DUNR-REC.
           WRITE DUNR-REC
             AFTER ADVANCING 1 LINE.
