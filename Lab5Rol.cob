        IDENTIFICATION DIVISION.
        PROGRAM-ID. LAB5ROL.
        AUTHOR. Martin Funmaker.
      * YEAR-END ROLLOVER OF THE SURVIVING ACCOUNTS. RUN AFTER *
      * LAB5PRG HAS PURGED THE PAID-IN-FULL ACCOUNTS. READS THE *
      * STUDENT LOAN PORTFOLIO (LAB5-INPUT) AND, FOR EVERY ACCOUNT *
      * STILL CARRYING A BALANCE, WRITES THE RETIRED YEAR'S *
      * 12-MONTH PAYMENT SCHEDULE AND YEAR-END FIGURES TO THE *
      * PERMANENT PAYMENT-HISTORY FILE (LAB5-PAYHX, KEYED ON *
      * ACCOUNT NUMBER PLUS YEAR), THEN WRITES THE ACCOUNT TO A *
      * NEW MASTER (LAB5-NEWMST) WITH ITS YEAR-END BALANCE AS THE *
      * NEW OPENING PRINCIPAL (I-LOAN) AND ALL 12 PAYMENT SLOTS *
      * CLEARED FOR THE NEW YEAR - A DEFERMENT OR FORBEARANCE *
      * THAT ENDED IN THE RETIRED YEAR IS CLEARED WITH THEM, ONE *
      * STILL RUNNING IS CARRIED FORWARD. A ROLLOVER REGISTER *
      * (LAB5-ROLRG) LISTS EVERY ACCOUNT AND PROVES TOTAL CLOSING *
      * BALANCES EQUAL TOTAL OPENING BALANCES BEFORE THE NEW *
      * MASTER GETS ITS TRAILER. THE MASTER'S CONTROLS ARE PROVED *
      * IN A READ-ONLY PASS BEFORE ANY FILE IS WRITTEN. RUN ONCE *
      * AT YEAR END - A RESTART OF A ROLLOVER THAT STOPPED PART *
      * WAY KEEPS THE YEARS IT HAD ALREADY WRITTEN. *
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-10-15 MF  ORIGINAL PROGRAM. BUILT IN THE LAB5PRG *
      *                MOLD - SHARES THE INPUT-DATA AND PAYHX-DATA *
      *                LAYOUTS VIA THE LAB5REC COPYBOOK, VERIFIES *
      *                THE MASTER'S BATCH-BALANCING CONTROLS AS *
      *                IT IS READ, AND COMPUTES INTEREST AND *
      *                BALANCE EXACTLY AS LAB5 DOES. THE YEAR *
      *                RETIRED IS THE YEAR OF THE MASTER HEADER'S *
      *                RUN DATE. AN OVERPAID ACCOUNT (REFUND *
      *                PENDING ON LAB5-EXCP) OR ONE LAB5PRG LEFT *
      *                AT ZERO BALANCE IS HELD - CARRIED TO THE *
      *                NEW MASTER UNCHANGED AND FLAGGED ON THE *
      *                REGISTER - RATHER THAN RE-BASED TO NOTHING. *
      *                A YEAR ALREADY ON LAB5-PAYHX FOR AN ACCOUNT *
      *                STOPS THE RUN WITH CONDITION CODE 16, SO A *
      *                SECOND ROLLOVER CAN NEVER RE-BASE TWICE. *
      * 2026-10-15 MF  A CHARGED-OFF ACCOUNT IS HELD - CARRIED TO THE *
      *                NEW MASTER UNCHANGED, FLAGGED ON THE REGISTER *
      *                AND KEPT OUT OF THE PROOF - WITH ITS BALANCE *
      *                SHOWN AS THE AMOUNT CHARGED OFF LESS RECOVERIES *
      *                AND NO INTEREST, RATHER THAN BEING RE-BASED AS *
      *                IF IT WERE STILL ACCRUING. *
      * 2026-10-15 MF  THE ROLLOVER PROOF TAKES ITS CLOSING TOTAL FROM *
      *                EVERY ACCOUNT READ AND ITS OPENING TOTAL FROM *
      *                THE NEW MASTER AS WRITTEN, AND PROVES CLOSING = *
      *                OPENING + HELD BALANCES. *
      * 2026-10-15 MF  THE OLD MASTER'S CONTROLS ARE PROVED IN A READ- *
      *                ONLY PASS (1100) BEFORE ANYTHING IS WRITTEN, SO *
      *                A BAD TRAILER NO LONGER LEAVES YEARS ON *
      *                LAB5-PAYHX. A YEAR ALREADY ON FILE THAT IS *
      *                IDENTICAL TO THE ONE BEING WRITTEN IS KEPT AS *
      *                LEFT BY AN EARLIER ATTEMPT (1532); ANY OTHER *
      *                STILL STOPS THE RUN. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'LAB5-INPUT'.
           SELECT NMST-FILE ASSIGN TO 'LAB5-NEWMST'.
           SELECT OPTIONAL PAYH-FILE ASSIGN TO 'LAB5-PAYHX'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS HY-KEY
              FILE STATUS IS PAYH-STATUS.
           SELECT ROLR-FILE ASSIGN TO 'LAB5-ROLRG'.


        DATA DIVISION.


        FILE SECTION.
        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(160).

        FD NMST-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 NMST-REC PIC X(160).

      **************************************************************
      * THE PERMANENT PAYMENT-HISTORY FILE - ONE RECORD PER *
      * ACCOUNT PER RETIRED YEAR, KEYED ON ACCOUNT NUMBER PLUS *
      * YEAR (LAYOUT IN LAB5REC) *
      **************************************************************
        FD PAYH-FILE
          LABEL RECORDS ARE STANDARD.
        01 PAYH-REC.
          03 HY-KEY.
             05 HYK-ACCT PIC 9(7).
             05 HYK-YEAR PIC 9(4).
          03 HY-REST PIC X(129).

        FD ROLR-FILE
          LABEL RECORDS ARE OMITTED.
        01 ROLR-REC PIC X(100).

        WORKING-STORAGE SECTION.
      **************************************************************
      * INPUT-DATA AND PAYHX-DATA COME FROM THE SHARED COPYBOOK SO *
      * THIS PROGRAM NEVER DRIFTS OUT OF STEP WITH LAB5'S LAYOUT *
      **************************************************************
        COPY "LAB5REC.cpy".

        01 MATH-DATA.
          03 TOT PIC 9(7).
          03 BAL PIC 9(7).
          03 ACCR-INT PIC 9(7).
          03 PMT-IDX PIC 9(2) COMP.

      **************************************************************
      * BATCH-BALANCING CONTROLS - COUNT AND HASH TOTALS *
      * ACCUMULATED AS THE OLD MASTER IS READ AND VERIFIED *
      * AGAINST ITS TRAILER, PLUS THE SAME TOTALS RECOMPUTED FOR *
      * THE NEW MASTER AS RE-BASED RECORDS ARE WRITTEN *
      **************************************************************
       01 CTL-BALANCING.
          03 CTL-READ-COUNT PIC 9(7) VALUE 0.
          03 CTL-LOAN-HASH PIC 9(11) VALUE 0.
          03 CTL-PAID-HASH PIC 9(11) VALUE 0.
          03 HDR-SEEN-SW PIC X(01) VALUE 'N'.
             88 HEADER-SEEN VALUE 'Y'.
          03 TRL-SEEN-SW PIC X(01) VALUE 'N'.
             88 TRAILER-SEEN VALUE 'Y'.
          03 CTL-FAIL-SW PIC X(01) VALUE 'N'.
             88 CONTROLS-FAILED VALUE 'Y'.
       01 NMST-BALANCING.
          03 NMST-COUNT PIC 9(7) VALUE 0.
          03 NMST-LOAN-HASH PIC 9(11) VALUE 0.
          03 NMST-PAID-HASH PIC 9(11) VALUE 0.

      **************************************************************
      * THE ROLLOVER PROOF - THE CLOSING TOTAL IS EVERY ACCOUNT'S *
      * YEAR-END BALANCE AS COMPUTED FROM THE OLD MASTER, HELD *
      * ACCOUNTS INCLUDED. THE OPENING TOTAL IS TAKEN FROM WHAT *
      * WAS WRITTEN - THE NEW MASTER'S LOAN HASH LESS THE HELD *
      * ACCOUNTS' UNCHANGED LOANS. CLOSING MUST EQUAL OPENING *
      * PLUS THE HELD ACCOUNTS' BALANCES *
      **************************************************************
       01 ROLL-TOTALS.
          03 ROLLED-COUNT PIC 9(7) VALUE 0.
          03 HELD-COUNT PIC 9(7) VALUE 0.
          03 CLOSING-TOTAL PIC 9(11) VALUE 0.
          03 OPENING-TOTAL PIC 9(11) VALUE 0.
          03 HELD-TOTAL PIC 9(11) VALUE 0.
          03 HELD-LOAN-TOTAL PIC 9(11) VALUE 0.

      **************************************************************
      * ROLLOVER-REGISTER LINE LAYOUTS *
      **************************************************************
       01 ROLR-TITLE.
          03 FILLER PIC X(36)
             VALUE 'YEAR-END ROLLOVER REGISTER FOR YEAR'.
          03 RG-HD-YEAR PIC 9999.
       01 ROLR-HEADING1.
          03              PIC X(9) VALUE 'ACCOUNT'.
          03              PIC X(22) VALUE 'NAME'.
          03              PIC X(10) VALUE 'LOAN'.
          03              PIC X(10) VALUE 'INTEREST'.
          03              PIC X(10) VALUE 'PAID'.
          03              PIC X(10) VALUE 'CLOSING'.
          03              PIC X(10) VALUE 'NEW LOAN'.
       01 ROLR-DATA.
          03 RG-ACCT PIC 9999999.
          03 FILLER PIC X(2).
          03 RG-NAME PIC X(20).
          03 FILLER PIC X(2).
          03 RG-LOAN PIC 99999.99.
          03 FILLER PIC X(2).
          03 RG-INTEREST PIC 9999.99.
          03 FILLER PIC X(3).
          03 RG-PAID PIC 99999.99.
          03 FILLER PIC X(2).
          03 RG-CLOSE-BAL PIC 99999.99.
          03 FILLER PIC X(2).
          03 RG-NEW-LOAN PIC 99999.99.
          03 FILLER PIC X(2).
          03 RG-NOTE PIC X(18).
       01 ROLR-TOTALS.
          03 FILLER PIC X(7) VALUE 'ROLLED'.
          03 RG-ROLLED PIC 9999999.
          03 FILLER PIC X(2).
          03 FILLER PIC X(5) VALUE 'HELD'.
          03 RG-HELD PIC 9999999.
       01 ROLR-PROOF.
          03 FILLER PIC X(14) VALUE 'TOTAL CLOSING'.
          03 RG-CLOSING PIC 99999999999.
          03 FILLER PIC X(2).
          03 FILLER PIC X(14) VALUE 'TOTAL OPENING'.
          03 RG-OPENING PIC 99999999999.
          03 FILLER PIC X(2).
          03 FILLER PIC X(11) VALUE 'TOTAL HELD'.
          03 RG-HELD-BAL PIC 99999999999.
          03 FILLER PIC X(2).
          03 RG-PROVED PIC X(10).

        01 MISC.
      **************************************************************
      * END OF FILE (EOF) SWITCH *
      * 0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
          03 EOF-I PIC 9 VALUE 0.
          03 PAYH-STATUS PIC X(02).
      **************************************************************
      * THE YEAR BEING RETIRED - FROM THE MASTER HEADER'S RUN DATE *
      **************************************************************
          03 ROLL-YEAR-WS PIC 9(4) VALUE 0.
      **************************************************************
      * YEARS FOUND ALREADY ON LAB5-PAYHX EXACTLY AS THIS RUN *
      * WOULD WRITE THEM - LEFT BY AN EARLIER ATTEMPT AT THE SAME *
      * ROLLOVER THAT STOPPED BEFORE IT FINISHED *
      **************************************************************
          03 KEPT-COUNT PIC 9(7) VALUE 0.

      **************************************************************
      * THE PAYMENT-HISTORY RECORD ALREADY ON FILE FOR THE ACCOUNT *
      * AND YEAR, COMPARED WITH THE ONE THIS RUN BUILT *
      **************************************************************
        01 PAYHX-ON-FILE PIC X(140).

      **************************************************************
      * START OF PROCEDURE DIVISION *
      **************************************************************
        PROCEDURE DIVISION.
        000-MAINLINE.
           PERFORM 1100-VERIFY-MASTER.
           OPEN INPUT INPUT-FILE
             OUTPUT NMST-FILE
             I-O PAYH-FILE
             OUTPUT ROLR-FILE.
           IF PAYH-STATUS NOT = '00' AND PAYH-STATUS NOT = '05'
              DISPLAY 'LAB5ROL PAYMENT-HISTORY OPEN FAILED - '
                 'STATUS ' PAYH-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 2000-READ-INPUT.
           WRITE NMST-REC FROM CTL-HEADER-DATA.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 1500-ROLL-ONE-ACCOUNT
              UNTIL EOF-I = 1.
           PERFORM 1900-PRINT-TOTALS.
           PERFORM 1910-WRITE-NEW-TRAILER.
           IF KEPT-COUNT > 0
              DISPLAY 'LAB5ROL ' KEPT-COUNT ' YEAR RECORDS ALREADY '
                 'ON LAB5-PAYHX FROM AN EARLIER ATTEMPT - KEPT'
           END-IF.
           CLOSE INPUT-FILE
             NMST-FILE
             PAYH-FILE
             ROLR-FILE.
           STOP RUN.
      **************************************************************
      * PROVES THE OLD MASTER BEFORE ANYTHING IS WRITTEN - A PASS *
      * THAT ONLY READS IT, SO A MISSING CONTROL RECORD OR A *
      * TRAILER THAT DISAGREES STOPS THE RUN (2020) BEFORE A YEAR *
      * REACHES LAB5-PAYHX. THE CONTROL TOTALS START AGAIN FOR *
      * THE ROLLOVER PASS *
      **************************************************************
        1100-VERIFY-MASTER.
           OPEN INPUT INPUT-FILE.
           PERFORM 2000-READ-INPUT.
           PERFORM 1110-VERIFY-ONE-RECORD
              UNTIL EOF-I = 1.
           CLOSE INPUT-FILE.
           MOVE 0 TO EOF-I
                     CTL-READ-COUNT
                     CTL-LOAN-HASH
                     CTL-PAID-HASH.
           MOVE 'N' TO HDR-SEEN-SW
                       TRL-SEEN-SW.
        1110-VERIFY-ONE-RECORD.
           PERFORM 2000-READ-INPUT.
      **************************************************************
      * PRINTS THE REGISTER HEADINGS - RUNS AFTER THE FIRST READ *
      * SO THE TITLE CAN CARRY THE YEAR FROM THE MASTER HEADER *
      **************************************************************
        1400-PRINT-HEAD.
           MOVE ROLL-YEAR-WS TO RG-HD-YEAR.
           WRITE ROLR-REC FROM ROLR-TITLE
             AFTER ADVANCING PAGE.
           MOVE SPACES TO ROLR-REC.
           WRITE ROLR-REC
             AFTER ADVANCING 1 LINE.
           WRITE ROLR-REC FROM ROLR-HEADING1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ROLR-REC.
           WRITE ROLR-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * DECIDES ONE ACCOUNT - INTEREST AND BALANCE ARE COMPUTED *
      * EXACTLY AS LAB5 COMPUTES THEM. AN ACCOUNT WITH A BALANCE *
      * IS ROLLED; AN OVERPAID ACCOUNT OR ONE AT ZERO BALANCE IS *
      * HELD UNCHANGED FOR THE CASH DESK / LAB5PRG TO RESOLVE. A *
      * CHARGED-OFF ACCOUNT IS HELD TOO - ITS BALANCE IS THE *
      * AMOUNT CHARGED OFF LESS RECOVERIES, WITH NO INTEREST, AND *
      * RE-BASING I-LOAN WOULD LOSE WHAT WAS LENT. EVERY *
      * ACCOUNT'S BALANCE GOES INTO THE CLOSING TOTAL *
      **************************************************************
        1500-ROLL-ONE-ACCOUNT.
           MOVE 0 TO TOT.
           PERFORM 1555-SUM-ONE-PAYMENT
              VARYING PMT-IDX FROM 1 BY 1
              UNTIL PMT-IDX > 12.
           COMPUTE ACCR-INT = I-LOAN * I-RATE / 100.
           MOVE I-ACCT TO RG-ACCT.
           MOVE I-NAME TO RG-NAME.
           MOVE I-LOAN TO RG-LOAN.
           MOVE ACCR-INT TO RG-INTEREST.
           MOVE TOT TO RG-PAID.
           IF I-CHARGED-OFF
              MOVE 0 TO RG-INTEREST
              COMPUTE BAL = I-CHGOFF-AMOUNT - I-RECOVERED
              MOVE 'HELD - CHARGED OFF' TO RG-NOTE
              PERFORM 1540-HOLD-ACCOUNT
           ELSE
              IF TOT > I-LOAN
                 MOVE 0 TO BAL
                 MOVE 'HELD - OVERPAID' TO RG-NOTE
                 PERFORM 1540-HOLD-ACCOUNT
              ELSE
                 COMPUTE BAL = I-LOAN + ACCR-INT - TOT
                 IF BAL = 0
                    MOVE 'HELD - ZERO BAL' TO RG-NOTE
                    PERFORM 1540-HOLD-ACCOUNT
                 ELSE
                    PERFORM 1530-RETIRE-YEAR
                    PERFORM 1520-WRITE-ROLLED
                 END-IF
              END-IF
           END-IF.
           ADD BAL TO CLOSING-TOTAL.
           PERFORM 2000-READ-INPUT.
        1555-SUM-ONE-PAYMENT.
           ADD I-PAYMENT (PMT-IDX) TO TOT.
      **************************************************************
      * WRITES THE RETIRED YEAR'S SCHEDULE AND YEAR-END FIGURES *
      * TO THE PAYMENT-HISTORY FILE (A RECORD ALREADY ON FILE FOR *
      * THIS ACCOUNT AND YEAR IS SETTLED BY 1532) *
      **************************************************************
        1530-RETIRE-YEAR.
           MOVE I-ACCT TO HY-ACCT.
           MOVE ROLL-YEAR-WS TO HY-YEAR.
           MOVE I-NAME TO HY-NAME.
           MOVE I-LOAN TO HY-LOAN.
           MOVE I-RATE TO HY-RATE.
           PERFORM 1535-RETIRE-ONE-PAYMENT
              VARYING PMT-IDX FROM 1 BY 1
              UNTIL PMT-IDX > 12.
           MOVE ACCR-INT TO HY-INTEREST.
           MOVE TOT TO HY-PAID.
           MOVE BAL TO HY-CLOSE-BAL.
           MOVE CH-CYCLE TO HY-CYCLE.
           WRITE PAYH-REC FROM PAYHX-DATA
              INVALID KEY
                 PERFORM 1532-CHECK-EARLIER-ROLL
           END-WRITE.
        1535-RETIRE-ONE-PAYMENT.
           MOVE I-PAYMENT (PMT-IDX) TO HY-PAYMENT (PMT-IDX).
      **************************************************************
      * A YEAR ALREADY ON FILE FOR THE ACCOUNT IS KEPT AS IT *
      * STANDS ONLY WHEN IT IS THE VERY RECORD THIS RUN BUILT - *
      * SAME CYCLE, LOAN, SCHEDULE AND YEAR-END FIGURES - WHICH *
      * ONLY AN EARLIER ATTEMPT AT THIS SAME ROLLOVER, STOPPED *
      * BEFORE ITS NEW MASTER WAS TRAILED, CAN HAVE LEFT. ANY *
      * OTHER MEANS THE YEAR WAS ROLLED BEFORE (A ROLLED MASTER *
      * CARRIES THE CLOSING BALANCE AS ITS LOAN AND EMPTY SLOTS), *
      * AND THE RUN STOPS RATHER THAN RE-BASE TWICE *
      **************************************************************
        1532-CHECK-EARLIER-ROLL.
           IF PAYH-STATUS NOT = '22'
              DISPLAY 'LAB5ROL PAYMENT-HISTORY WRITE FAILED FOR '
                 'ACCOUNT ' I-ACCT ' STATUS ' PAYH-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE I-ACCT TO HYK-ACCT.
           MOVE ROLL-YEAR-WS TO HYK-YEAR.
           READ PAYH-FILE INTO PAYHX-ON-FILE
              INVALID KEY
                 MOVE SPACES TO PAYHX-ON-FILE
           END-READ.
           IF PAYHX-ON-FILE = PAYHX-DATA
              ADD 1 TO KEPT-COUNT
           ELSE
              DISPLAY 'LAB5ROL YEAR ' ROLL-YEAR-WS
                 ' ALREADY ROLLED FOR ACCOUNT ' I-ACCT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      **************************************************************
      * RE-BASES ONE ACCOUNT - THE YEAR-END BALANCE BECOMES THE NEW *
      * OPENING PRINCIPAL AND THE 12 SLOTS ARE CLEARED - THEN WRITES *
      * IT TO THE NEW MASTER AND REGISTERS IT. A DEFERMENT OR *
      * FORBEARANCE THAT ENDED ON OR BEFORE THE RETIRED YEAR IS *
      * CLEARED BACK TO IN-REPAYMENT SO ITS END MONTH NO LONGER *
      * LIMITS THE NEW YEAR'S AGING *
      **************************************************************
        1520-WRITE-ROLLED.
           MOVE BAL TO I-LOAN.
           PERFORM 1525-CLEAR-ONE-PAYMENT
              VARYING PMT-IDX FROM 1 BY 1
              UNTIL PMT-IDX > 12.
           IF I-REPAY-ENDED
              OR (I-REPAY-DEFERRED AND I-REPAY-END > 0
                  AND I-REPAY-END-YEAR NOT > ROLL-YEAR-WS)
              MOVE SPACE TO I-REPAY-STATUS
              MOVE 0 TO I-REPAY-START
              MOVE 0 TO I-REPAY-END
           END-IF.
           ADD 1 TO ROLLED-COUNT.
           MOVE 0 TO TOT.
           PERFORM 1560-WRITE-MASTER.
           MOVE BAL TO RG-CLOSE-BAL.
           MOVE I-LOAN TO RG-NEW-LOAN.
           MOVE SPACES TO RG-NOTE.
           WRITE ROLR-REC FROM ROLR-DATA
             AFTER ADVANCING 1 LINE.
        1525-CLEAR-ONE-PAYMENT.
           MOVE 0 TO I-PAYMENT (PMT-IDX).
      **************************************************************
      * CARRIES A HELD ACCOUNT TO THE NEW MASTER UNCHANGED AND *
      * FLAGS IT ON THE REGISTER. ITS BALANCE IS PROVED AS HELD, *
      * AND ITS UNCHANGED LOAN IS TAKEN BACK OUT OF THE NEW *
      * MASTER'S LOAN HASH TO LEAVE THE OPENING TOTAL *
      **************************************************************
        1540-HOLD-ACCOUNT.
           ADD 1 TO HELD-COUNT.
           ADD BAL TO HELD-TOTAL.
           ADD I-LOAN TO HELD-LOAN-TOTAL.
           PERFORM 1560-WRITE-MASTER.
           MOVE BAL TO RG-CLOSE-BAL.
           MOVE I-LOAN TO RG-NEW-LOAN.
           WRITE ROLR-REC FROM ROLR-DATA
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * WRITES ONE ACCOUNT TO THE NEW MASTER AND ACCUMULATES THE *
      * NEW MASTER'S BATCH-BALANCING TOTALS - TOT MUST HOLD THE *
      * RECORD'S SUMMED PAYMENTS AS WRITTEN *
      **************************************************************
        1560-WRITE-MASTER.
           ADD 1 TO NMST-COUNT.
           ADD I-LOAN TO NMST-LOAN-HASH.
           ADD TOT TO NMST-PAID-HASH.
           WRITE NMST-REC FROM INPUT-DATA.
      **************************************************************
      * PRINTS THE ROLLOVER CONTROL TOTALS AND PROVES TOTAL *
      * CLOSING BALANCES EQUAL TOTAL OPENING BALANCES PLUS THE *
      * HELD ACCOUNTS' BALANCES - AN OUT-OF-BALANCE ROLLOVER *
      * STOPS THE RUN WITH CONDITION CODE 16 *
      * BEFORE THE NEW MASTER GETS ITS TRAILER, SO IT CAN NEVER *
      * BE PROMOTED *
      **************************************************************
        1900-PRINT-TOTALS.
           MOVE ROLLED-COUNT TO RG-ROLLED.
           MOVE HELD-COUNT TO RG-HELD.
           MOVE SPACES TO ROLR-REC.
           WRITE ROLR-REC
             AFTER ADVANCING 1 LINE.
           WRITE ROLR-REC FROM ROLR-TOTALS
             AFTER ADVANCING 1 LINE.
           COMPUTE OPENING-TOTAL = NMST-LOAN-HASH - HELD-LOAN-TOTAL.
           MOVE CLOSING-TOTAL TO RG-CLOSING.
           MOVE OPENING-TOTAL TO RG-OPENING.
           MOVE HELD-TOTAL TO RG-HELD-BAL.
           IF CLOSING-TOTAL NOT = OPENING-TOTAL + HELD-TOTAL
              MOVE 'OUT OF BAL' TO RG-PROVED
              WRITE ROLR-REC FROM ROLR-PROOF
                AFTER ADVANCING 1 LINE
              DISPLAY 'LAB5ROL ROLLOVER OUT OF BALANCE - CLOSING '
                 CLOSING-TOTAL ' OPENING ' OPENING-TOTAL
                 ' HELD ' HELD-TOTAL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'PROVED' TO RG-PROVED.
           WRITE ROLR-REC FROM ROLR-PROOF
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * WRITES THE NEW MASTER'S TRAILER RECORD WITH THE COUNT AND *
      * HASH TOTALS RECOMPUTED AFTER THE ROLLOVER - RUNS ONCE, *
      * ONLY AFTER THE PROOF HAS PASSED *
      **************************************************************
        1910-WRITE-NEW-TRAILER.
           MOVE SPACES TO CTL-TRAILER-DATA.
           MOVE 9999999 TO CT-ACCT.
           MOVE NMST-COUNT TO CT-REC-COUNT.
           MOVE NMST-LOAN-HASH TO CT-LOAN-HASH.
           MOVE NMST-PAID-HASH TO CT-PAID-HASH.
           WRITE NMST-REC FROM CTL-TRAILER-DATA.
      **************************************************************
      * READS THE LOAN-SERVICING INPUT FILE. THE BATCH-BALANCING *
      * HEADER IS CAPTURED (THE MAINLINE COPIES IT TO THE NEW *
      * MASTER) AND FIXES THE YEAR BEING RETIRED; THE TRAILER *
      * ENDS THE FILE AND TRIGGERS CONTROL VERIFICATION, SO THE *
      * ROLLOVER PASS ONLY EVER SEES DATA RECORDS *
      **************************************************************
        2000-READ-INPUT.
           READ INPUT-FILE INTO INPUT-DATA
                   AT END MOVE 1 TO EOF-I.
           IF EOF-I = 0 AND CONTROL-HEADER
              MOVE INPUT-DATA TO CTL-HEADER-DATA
              MOVE 'Y' TO HDR-SEEN-SW
              MOVE CH-RUN-DATE (1:4) TO ROLL-YEAR-WS
              READ INPUT-FILE INTO INPUT-DATA
                      AT END MOVE 1 TO EOF-I
           END-IF.
           IF EOF-I = 0 AND CONTROL-TRAILER
              MOVE INPUT-DATA TO CTL-TRAILER-DATA
              MOVE 'Y' TO TRL-SEEN-SW
              MOVE 1 TO EOF-I
           END-IF.
           IF EOF-I = 0
              ADD 1 TO CTL-READ-COUNT
              ADD I-LOAN TO CTL-LOAN-HASH
              PERFORM 2010-HASH-ONE-PAYMENT
                 VARYING PMT-IDX FROM 1 BY 1
                 UNTIL PMT-IDX > 12
           ELSE
              PERFORM 2020-VERIFY-CONTROLS
           END-IF.
        2010-HASH-ONE-PAYMENT.
           ADD I-PAYMENT (PMT-IDX) TO CTL-PAID-HASH.
      **************************************************************
      * VERIFIES WHAT WAS READ AGAINST THE TRAILER'S RECORD COUNT *
      * AND HASH TOTALS - ANY DISAGREEMENT, OR A MISSING CONTROL *
      * RECORD, STOPS THE RUN WITH CONDITION CODE 16 BEFORE A *
      * TRUNCATED MASTER CAN BE ROLLED - IN THE VERIFYING PASS, *
      * BEFORE ANY FILE HAS BEEN WRITTEN *
      **************************************************************
        2020-VERIFY-CONTROLS.
           IF NOT HEADER-SEEN
              DISPLAY 'LAB5ROL CONTROL BREAK - NO HEADER RECORD'
              MOVE 'Y' TO CTL-FAIL-SW
           END-IF.
           IF NOT TRAILER-SEEN
              DISPLAY 'LAB5ROL CONTROL BREAK - NO TRAILER RECORD'
              MOVE 'Y' TO CTL-FAIL-SW
           ELSE
              IF CT-REC-COUNT NOT = CTL-READ-COUNT
                 DISPLAY 'LAB5ROL CONTROL BREAK - TRAILER COUNT '
                    CT-REC-COUNT ' BUT READ ' CTL-READ-COUNT
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
              IF CT-LOAN-HASH NOT = CTL-LOAN-HASH
                 DISPLAY 'LAB5ROL CONTROL BREAK - LOAN HASH '
                    CT-LOAN-HASH ' BUT READ ' CTL-LOAN-HASH
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
              IF CT-PAID-HASH NOT = CTL-PAID-HASH
                 DISPLAY 'LAB5ROL CONTROL BREAK - PAYMENT HASH '
                    CT-PAID-HASH ' BUT READ ' CTL-PAID-HASH
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
           END-IF.
           IF CONTROLS-FAILED
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
