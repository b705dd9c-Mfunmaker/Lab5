        IDENTIFICATION DIVISION.
        PROGRAM-ID. LAB5CHG.
        AUTHOR. Martin Funmaker.
      * CHARGE-OFF RUN FOR ACCOUNTS PAST THE WRITE-OFF POLICY. *
      * READS THE STUDENT LOAN PORTFOLIO (LAB5-INPUT), AGES EVERY *
      * ACCOUNT STILL SHOWING A BALANCE EXACTLY AS LAB5AGE AGES *
      * IT, AND CHARGES OFF EACH ONE WHOSE MONTHS DELINQUENT AND *
      * BALANCE BOTH MEET THE POLICY THRESHOLD - THE ACCOUNT IS *
      * MARKED CHARGED OFF (LAB5REC I-CHGOFF-STATUS C) WITH THE *
      * RUN DATE AND THE BALANCE WRITTEN OFF, AND STAYS ON A NEW *
      * MASTER (LAB5-NEWMST) WRITTEN WITH A RECOMPUTED TRAILER. *
      * THE WRITE-OFF IS CUT AS DEBIT ALLOWANCE / CREDIT LOANS- *
      * RECEIVABLE ENTRIES IN THE LAB5-GLJE FORMAT ON ITS OWN *
      * ENTRY FILE (LAB5-COJE) WITH A BALANCING TRAILER, AND *
      * EVERY ACCOUNT CHARGED OFF IS LISTED ON THE CHARGE-OFF *
      * REGISTER (LAB5-CORPT) WITH THE ENTRIES AND A SIGN-OFF *
      * BLOCK FOR FINANCE. FROM THEN ON THE ACCOUNT IS LEFT OUT *
      * OF AGING, DUNNING AND THE INTEREST ACCRUAL, AND ANY *
      * RECEIPT AGAINST IT POSTS AS A RECOVERY. EVERY CHARGE-OFF *
      * IS ALSO APPENDED TO THE PERMANENT TRANSACTION HISTORY *
      * (LAB5-TRNHX). THE MASTER'S CONTROLS ARE PROVED IN A *
      * READ-ONLY PASS BEFORE ANY FILE IS WRITTEN, AND A RERUN *
      * KEEPS A CHARGE-OFF ALREADY ON THE HISTORY RATHER THAN *
      * ADD IT AGAIN. *
      * THE POLICY IS SET ON THE PARM AS MM NNNNNNN - MINIMUM *
      * MONTHS DELINQUENT AND MINIMUM BALANCE IN CENTS. LEFT *
      * BLANK THEY DEFAULT TO 3 MONTHS (LAB5AGE'S 3-PLUS BUCKET) *
      * AND ANY BALANCE. RUN AFTER THE CYCLE, BEFORE THE NEXT. *
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-10-15 MF  ORIGINAL PROGRAM. BUILT IN THE LAB5PRG *
      *                MOLD - SHARES THE INPUT-DATA AND JOURNAL- *
      *                ENTRY LAYOUTS VIA THE LAB5REC COPYBOOK, *
      *                VERIFIES THE MASTER'S BATCH-BALANCING *
      *                CONTROLS AS IT IS READ, AND COMPUTES *
      *                INTEREST AND BALANCE EXACTLY AS LAB5 DOES. *
      *                AN ACCOUNT IN AN ACTIVE DEFERMENT OR *
      *                FORBEARANCE, AN OVERPAID ACCOUNT, OR ONE *
      *                ALREADY CHARGED OFF IS NEVER CHARGED OFF. *
      *                AN OUT-OF-BALANCE ENTRY SET STOPS THE RUN *
      *                WITH CONDITION CODE 16 AND NO TRAILER, AS *
      *                LAB5JRN DOES. *
      * 2026-10-15 MF  APPEND EVERY CHARGE-OFF TO THE PERMANENT *
      *                TRANSACTION-HISTORY FILE (LAB5-TRNHX) AS TYPE O *
      *                WITH THE AMOUNT WRITTEN OFF, SO THE ACCOUNT'S *
      *                HISTORY SHOWS WHY ITS BALANCE STOPPED ACCRUING. *
      * 2026-10-15 MF  THE OLD MASTER'S CONTROLS ARE PROVED IN A READ- *
      *                ONLY PASS (1100) BEFORE ANYTHING IS WRITTEN, *
      *                AND A HISTORY WRITE THAT MEETS THE SAME CHARGE- *
      *                OFF ALREADY ON FILE FOR THE DAY KEEPS IT *
      *                (1708), SO A FAILED OR RESTARTED RUN NEVER *
      *                LEAVES A SECOND TYPE O ENTRY. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'LAB5-INPUT'.
           SELECT NMST-FILE ASSIGN TO 'LAB5-NEWMST'.
           SELECT COJE-FILE ASSIGN TO 'LAB5-COJE'.
           SELECT CORG-FILE ASSIGN TO 'LAB5-CORPT'.
           SELECT OPTIONAL TRNH-FILE ASSIGN TO 'LAB5-TRNHX'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TH-KEY
              FILE STATUS IS TRNH-STATUS.


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
      * THE CHARGE-OFF JOURNAL ENTRIES FOR THE FINANCE SYSTEM - *
      * THE SAME FIXED-WIDTH FORMAT AS LAB5JRN'S LAB5-GLJE, *
      * DETAIL ENTRIES CLOSED BY A BALANCING TRAILER *
      **************************************************************
        FD COJE-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 COJE-REC PIC X(53).

        FD CORG-FILE
          LABEL RECORDS ARE OMITTED.
        01 CORG-REC PIC X(100).

      **************************************************************
      * THE PERMANENT TRANSACTION-HISTORY FILE - ONE RECORD PER *
      * POSTING, KEYED ON ACCOUNT NUMBER PLUS POSTING DATE PLUS *
      * SEQUENCE (LAYOUT IN LAB5REC) - APPENDED, NEVER REWRITTEN *
      **************************************************************
        FD TRNH-FILE
          LABEL RECORDS ARE STANDARD.
        01 TRNH-REC.
          03 TH-KEY.
             05 THK-ACCT PIC 9(7).
             05 THK-DATE PIC 9(8).
             05 THK-SEQ PIC 9(4).
          03 TH-REST PIC X(61).

        WORKING-STORAGE SECTION.
      **************************************************************
      * INPUT-DATA AND THE JOURNAL-ENTRY LAYOUTS COME FROM THE *
      * SHARED COPYBOOK SO THIS PROGRAM NEVER DRIFTS OUT OF STEP *
      * WITH LAB5'S LAYOUT OR LAB5JRN'S ENTRY FORMAT *
      **************************************************************
        COPY "LAB5REC.cpy".

        01 MATH-DATA.
          03 TOT PIC 9(7).
          03 BAL PIC 9(7).
          03 ACCR-INT PIC 9(7).
          03 PMT-IDX PIC S9(2) COMP.
          03 AGE-FLOOR PIC S9(2) COMP.
          03 MONTHS-DELQ PIC 9(2).

      **************************************************************
      * TRANSACTION-HISTORY CONTROLS - THE LAST SEQUENCE TRIED FOR *
      * THE ACCOUNT BEING CHARGED OFF (THE POSTING DATE IS THE *
      * SAME ALL RUN) *
      **************************************************************
        01 HIST-CONTROLS.
          03 HIST-SEQ PIC 9(4) VALUE 0.
          03 HIST-DONE-SW PIC X(01) VALUE 'N'.
             88 HIST-DONE VALUE 'Y'.

      **************************************************************
      * AN ENTRY ALREADY ON FILE AT THE SEQUENCE BEING TRIED - *
      * COMPARED WITH THE ONE BEING WRITTEN TO TELL AN ENTRY LEFT *
      * BY AN EARLIER ATTEMPT AT THIS RUN FROM ANY OTHER ACTIVITY *
      * (THE REST OF THE LAYOUT IS TRNHX-DATA IN LAB5REC) *
      **************************************************************
        01 HIST-ON-FILE.
          03 HF-KEY PIC X(19).
          03 HF-TYPE PIC X(1).
          03 HF-PROGRAM PIC X(8).
          03 HF-MONTH PIC 9(2).
          03 HF-AMOUNT PIC 9(7).
          03 HF-CYCLE PIC 9(4).
          03 FILLER PIC X(39).

      **************************************************************
      * THE WRITE-OFF POLICY - MINIMUM MONTHS DELINQUENT AND *
      * MINIMUM BALANCE (IN CENTS) AN ACCOUNT MUST BOTH MEET TO BE *
      * CHARGED OFF. DEFAULTS APPLY WHEN THE PARM LEAVES THEM OUT *
      **************************************************************
       01 CHG-POLICY.
          03 POLICY-MONTHS PIC 9(2) VALUE 3.
          03 POLICY-MIN-BAL PIC 9(7) VALUE 0.
       01 CHG-PARM-WS.
          03 CP-MONTHS PIC X(2).
          03 CP-MONTHS-N REDEFINES CP-MONTHS PIC 9(2).
          03 FILLER PIC X(1).
          03 CP-MIN-BAL PIC X(7).
          03 CP-MIN-BAL-N REDEFINES CP-MIN-BAL PIC 9(7).
          03 FILLER PIC X(70).

      **************************************************************
      * BATCH-BALANCING CONTROLS - ONE SET FOR THE OLD MASTER *
      * (VERIFIED AGAINST ITS TRAILER) AND ONE FOR THE NEW *
      * MASTER'S RECOMPUTED TRAILER *
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
      * CHARGE-OFF TOTALS, AND THE DEBIT/CREDIT TOTALS THE ENTRY *
      * TRAILER MUST PROVE EQUAL *
      **************************************************************
       01 CHG-TOTALS.
          03 CHGOFF-COUNT PIC 9(7) VALUE 0.
          03 CHGOFF-AMT PIC 9(11) VALUE 0.
          03 PRIOR-COUNT PIC 9(7) VALUE 0.
          03 DEBIT-TOTAL PIC 9(11) VALUE 0.
          03 CREDIT-TOTAL PIC 9(11) VALUE 0.
          03 ENTRY-SEQ PIC 9(4) VALUE 0.

      **************************************************************
      * CHARGE-OFF REGISTER LINE LAYOUTS *
      **************************************************************
       01 CORG-HEADING1.
          03              PIC X(30)
             VALUE 'CHARGE-OFF REGISTER FOR CYCLE'.
          03 CG-HD-CYCLE PIC 9999.
          03              PIC X(8) VALUE '  AS OF'.
          03 CG-HD-DATE PIC 99999999.
       01 CORG-POLICY.
          03              PIC X(37)
             VALUE 'POLICY - MONTHS DELINQUENT AT LEAST'.
          03 CG-POL-MONTHS PIC Z9.
          03              PIC X(22) VALUE '  AND BALANCE AT LEAST'.
          03 FILLER PIC X(1).
          03 CG-POL-BAL PIC 99999.99.
       01 CORG-HEADING2.
          03              PIC X(9) VALUE 'ACCOUNT'.
          03              PIC X(22) VALUE 'NAME'.
          03              PIC X(5) VALUE 'MOS'.
          03              PIC X(11) VALUE 'LOAN'.
          03              PIC X(11) VALUE 'PAID'.
          03              PIC X(11) VALUE 'CHARGED OFF'.
       01 CORG-DATA.
          03 CG-ACCT PIC 9999999.
          03 FILLER PIC X(2).
          03 CG-NAME PIC X(20).
          03 FILLER PIC X(2).
          03 CG-MONTHS PIC 99.
          03 FILLER PIC X(3).
          03 CG-LOAN PIC 99999.99.
          03 FILLER PIC X(3).
          03 CG-PAID PIC 99999.99.
          03 FILLER PIC X(3).
          03 CG-AMOUNT PIC 99999.99.
       01 CORG-TOTALS.
          03 FILLER PIC X(12) VALUE 'CHARGED OFF'.
          03 CG-COUNT PIC 9999999.
          03 FILLER PIC X(2).
          03 FILLER PIC X(7) VALUE 'AMOUNT'.
          03 CG-AMT PIC 999999999.99.
          03 FILLER PIC X(2).
          03 FILLER PIC X(20) VALUE 'ALREADY CHARGED OFF'.
          03 CG-PRIOR PIC 9999999.
       01 CORG-ENTRY.
          03 CE-SEQ PIC 9999.
          03 FILLER PIC X(2).
          03 CE-GL-ACCOUNT PIC X(8).
          03 FILLER PIC X(2).
          03 CE-DC PIC X(1).
          03 FILLER PIC X(4).
          03 CE-AMOUNT PIC 99999999999.
          03 FILLER PIC X(2).
          03 CE-DESC PIC X(24).
       01 CORG-PROOF.
          03 FILLER PIC X(13) VALUE 'TOTAL DEBITS'.
          03 CE-DEBITS PIC 99999999999.
          03 FILLER PIC X(2).
          03 FILLER PIC X(14) VALUE 'TOTAL CREDITS'.
          03 CE-CREDITS PIC 99999999999.
          03 FILLER PIC X(2).
          03 CE-PROVED PIC X(10).
       01 CORG-SIGNOFF1.
          03 FILLER PIC X(48)
             VALUE 'PREPARED BY ____________________  DATE ________'.
       01 CORG-SIGNOFF2.
          03 FILLER PIC X(48)
             VALUE 'APPROVED BY ____________________  DATE ________'.
       01 CORG-SIGNOFF3.
          03 FILLER PIC X(48)
             VALUE '            (FINANCE)'.

        01 MISC.
      **************************************************************
      * END OF FILE (EOF) SWITCH *
      * 0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
          03 EOF-I PIC 9 VALUE 0.
          03 TRNH-STATUS PIC X(02).
          03 AGE-DONE-SW PIC X(01) VALUE 'N'.
             88 AGE-DONE VALUE 'Y'.
      **************************************************************
      * REPAYMENT-STATUS SWITCH - Y = THE ACCOUNT IS IN A *
      * DEFERMENT OR FORBEARANCE IN EFFECT ON THE RUN DATE *
      **************************************************************
          03 DEFER-SW PIC X(01) VALUE 'N'.
             88 DEFERMENT-ACTIVE VALUE 'Y'.

      **************************************************************
      * START OF PROCEDURE DIVISION *
      **************************************************************
        PROCEDURE DIVISION.
        000-MAINLINE.
           PERFORM 0100-GET-POLICY.
           PERFORM 1100-VERIFY-MASTER.
           OPEN INPUT INPUT-FILE
             OUTPUT NMST-FILE
             OUTPUT COJE-FILE
             OUTPUT CORG-FILE
             I-O TRNH-FILE.
           IF TRNH-STATUS NOT = '00' AND TRNH-STATUS NOT = '05'
              DISPLAY 'LAB5CHG TRANSACTION-HISTORY OPEN FAILED - '
                 'STATUS ' TRNH-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 2000-READ-INPUT.
           IF NOT HEADER-SEEN
              DISPLAY 'LAB5CHG CONTROL BREAK - NO HEADER RECORD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           WRITE NMST-REC FROM CTL-HEADER-DATA.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 1500-CHARGE-ONE-ACCOUNT
              UNTIL EOF-I = 1.
           PERFORM 1910-WRITE-NEW-TRAILER.
           PERFORM 1900-PRINT-TOTALS.
           PERFORM 1600-WRITE-ENTRIES.
           PERFORM 1920-PROVE-AND-TRAIL.
           PERFORM 1930-PRINT-SIGNOFF.
           CLOSE INPUT-FILE
             NMST-FILE
             COJE-FILE
             CORG-FILE
             TRNH-FILE.
           STOP RUN.
      **************************************************************
      * PICKS THE WRITE-OFF POLICY UP FROM THE PARM (MM NNNNNNN) - *
      * A FIELD LEFT BLANK KEEPS ITS DEFAULT, AND ANYTHING THAT IS *
      * NOT A NUMBER (OR A MONTH COUNT OUTSIDE 1 THROUGH 12) STOPS *
      * THE RUN BEFORE A SINGLE ACCOUNT CAN BE WRITTEN OFF ON A *
      * MISKEYED THRESHOLD *
      **************************************************************
        0100-GET-POLICY.
           MOVE SPACES TO CHG-PARM-WS.
           ACCEPT CHG-PARM-WS FROM COMMAND-LINE.
           IF CP-MONTHS NOT = SPACES
              IF CP-MONTHS NOT NUMERIC
                 PERFORM 0110-BAD-PARM
              ELSE
                 IF CP-MONTHS-N < 1 OR CP-MONTHS-N > 12
                    PERFORM 0110-BAD-PARM
                 ELSE
                    MOVE CP-MONTHS-N TO POLICY-MONTHS
                 END-IF
              END-IF
           END-IF.
           IF CP-MIN-BAL NOT = SPACES
              IF CP-MIN-BAL NOT NUMERIC
                 PERFORM 0110-BAD-PARM
              ELSE
                 MOVE CP-MIN-BAL-N TO POLICY-MIN-BAL
              END-IF
           END-IF.
        0110-BAD-PARM.
           DISPLAY 'LAB5CHG - INVOKE AS: LAB5CHG MM NNNNNNN '
              '(MONTHS 01-12, MINIMUM BALANCE IN CENTS)'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      **************************************************************
      * PROVES THE OLD MASTER BEFORE ANYTHING IS WRITTEN - A PASS *
      * THAT ONLY READS IT, SO A MISSING CONTROL RECORD OR A *
      * TRAILER THAT DISAGREES STOPS THE RUN (2020) BEFORE A *
      * CHARGE-OFF REACHES LAB5-TRNHX. THE CONTROL TOTALS START *
      * AGAIN FOR THE CHARGE-OFF PASS *
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
        1400-PRINT-HEAD.
           MOVE CH-CYCLE TO CG-HD-CYCLE.
           MOVE CH-RUN-DATE TO CG-HD-DATE.
           WRITE CORG-REC FROM CORG-HEADING1
             AFTER ADVANCING PAGE.
           MOVE POLICY-MONTHS TO CG-POL-MONTHS.
           MOVE POLICY-MIN-BAL TO CG-POL-BAL.
           WRITE CORG-REC FROM CORG-POLICY
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CORG-REC.
           WRITE CORG-REC
             AFTER ADVANCING 1 LINE.
           WRITE CORG-REC FROM CORG-HEADING2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CORG-REC.
           WRITE CORG-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * DECIDES ONE ACCOUNT - ONE ALREADY CHARGED OFF IS ONLY *
      * COUNTED; ANY OTHER IS TESTED AGAINST THE POLICY. EVERY *
      * ACCOUNT, CHARGED OFF OR NOT, GOES TO THE NEW MASTER *
      **************************************************************
        1500-CHARGE-ONE-ACCOUNT.
           IF I-CHARGED-OFF
              ADD 1 TO PRIOR-COUNT
           ELSE
              PERFORM 1510-TEST-ONE-ACCOUNT
           END-IF.
           PERFORM 1520-WRITE-MASTER.
           PERFORM 2000-READ-INPUT.
      **************************************************************
      * INTEREST AND BALANCE ARE COMPUTED EXACTLY AS LAB5 *
      * COMPUTES THEM (AN OVERPAID ACCOUNT COUNTS AS NOTHING *
      * OWING, AS LAB5AGE TREATS IT). AN ACCOUNT WITH A BALANCE *
      * AT OR ABOVE THE POLICY MINIMUM THAT IS NOT IN AN ACTIVE *
      * DEFERMENT OR FORBEARANCE IS AGED, AND CHARGED OFF IF IT *
      * IS AT LEAST THE POLICY'S MONTHS DELINQUENT *
      **************************************************************
        1510-TEST-ONE-ACCOUNT.
           MOVE 0 TO TOT.
           PERFORM 1555-SUM-ONE-PAYMENT
              VARYING PMT-IDX FROM 1 BY 1
              UNTIL PMT-IDX > 12.
           COMPUTE ACCR-INT = I-LOAN * I-RATE / 100.
           IF TOT > I-LOAN
              MOVE 0 TO BAL
           ELSE
              COMPUTE BAL = I-LOAN + ACCR-INT - TOT
           END-IF.
           IF BAL > 0 AND BAL NOT < POLICY-MIN-BAL
              PERFORM 1515-CHECK-DEFERMENT
              IF NOT DEFERMENT-ACTIVE
                 PERFORM 1530-AGE-ONE-ACCOUNT
                 IF MONTHS-DELQ NOT < POLICY-MONTHS
                    PERFORM 1540-CHARGE-OFF-ACCOUNT
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
      * PAYMENT SCHEDULE EXACTLY AS LAB5AGE DOES - AN ACCOUNT *
      * WHOSE DEFERMENT ENDED THIS YEAR IS AGED ONLY FROM THE RUN *
      * MONTH BACK TO THE MONTH IT ENDED *
      **************************************************************
        1530-AGE-ONE-ACCOUNT.
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
           PERFORM 1535-COUNT-ZERO-MONTH
              UNTIL AGE-DONE.
        1535-COUNT-ZERO-MONTH.
           IF PMT-IDX NOT > AGE-FLOOR
              MOVE 'Y' TO AGE-DONE-SW
           ELSE
              IF I-PAYMENT (PMT-IDX) > 0
                 MOVE 'Y' TO AGE-DONE-SW
              ELSE
                 ADD 1 TO MONTHS-DELQ
                 SUBTRACT 1 FROM PMT-IDX
              END-IF
           END-IF.
      **************************************************************
      * CHARGES ONE ACCOUNT OFF - MARKS IT WITH THE HEADER RUN *
      * DATE AND THE BALANCE WRITTEN OFF, STARTS ITS RECOVERIES *
      * AT ZERO, RECORDS IT ON THE TRANSACTION HISTORY, AND LISTS *
      * IT ON THE REGISTER *
      **************************************************************
        1540-CHARGE-OFF-ACCOUNT.
           MOVE 'C' TO I-CHGOFF-STATUS.
           MOVE CH-RUN-DATE TO I-CHGOFF-DATE.
           MOVE BAL TO I-CHGOFF-AMOUNT.
           MOVE 0 TO I-RECOVERED.
           PERFORM 1700-WRITE-HISTORY.
           ADD 1 TO CHGOFF-COUNT.
           ADD BAL TO CHGOFF-AMT.
           MOVE I-ACCT TO CG-ACCT.
           MOVE I-NAME TO CG-NAME.
           MOVE MONTHS-DELQ TO CG-MONTHS.
           MOVE I-LOAN TO CG-LOAN.
           MOVE TOT TO CG-PAID.
           MOVE BAL TO CG-AMOUNT.
           WRITE CORG-REC FROM CORG-DATA
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * APPENDS THE CHARGE-OFF (TYPE O) TO THE TRANSACTION-HISTORY *
      * FILE WITH THE AMOUNT WRITTEN OFF - THE BALANCE IS THE SAME *
      * BEFORE AND AFTER, SINCE A CHARGED-OFF ACCOUNT OWES THE *
      * AMOUNT CHARGED OFF LESS RECOVERIES. THE ENTRY IS DATED *
      * WITH THE HEADER RUN DATE; THE SEQUENCE STEPS PAST ANY *
      * ENTRY ALREADY ON FILE FOR THE ACCOUNT THAT DAY, SO NOTHING *
      * ON THE HISTORY IS EVER OVERLAID, AND A RERUN FINDS ITS *
      * OWN EARLIER ENTRY (1708) RATHER THAN ADD ANOTHER *
      **************************************************************
        1700-WRITE-HISTORY.
           MOVE 0 TO HIST-SEQ.
           MOVE SPACES TO TRNHX-DATA.
           MOVE I-ACCT TO TH-ACCT.
           MOVE CH-RUN-DATE TO TH-DATE.
           MOVE 'O' TO TH-TYPE.
           MOVE 'LAB5CHG' TO TH-PROGRAM.
           MOVE 0 TO TH-MONTH.
           MOVE BAL TO TH-AMOUNT.
           MOVE CH-CYCLE TO TH-CYCLE.
           MOVE BAL TO TH-BAL-BEFORE.
           MOVE BAL TO TH-BAL-AFTER.
           MOVE 'N' TO HIST-DONE-SW.
           PERFORM 1705-TRY-HISTORY-WRITE
              UNTIL HIST-DONE.
        1705-TRY-HISTORY-WRITE.
           ADD 1 TO HIST-SEQ.
           MOVE HIST-SEQ TO TH-SEQ.
           WRITE TRNH-REC FROM TRNHX-DATA
              INVALID KEY
                 IF TRNH-STATUS NOT = '22' OR HIST-SEQ = 9999
                    DISPLAY 'LAB5CHG TRANSACTION-HISTORY WRITE '
                       'FAILED FOR ACCOUNT ' TH-ACCT
                       ' STATUS ' TRNH-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 ELSE
                    PERFORM 1708-CHECK-EARLIER-ENTRY
                 END-IF
              NOT INVALID KEY
                 MOVE 'Y' TO HIST-DONE-SW
           END-WRITE.
      **************************************************************
      * THE SEQUENCE TRIED IS TAKEN - IF THE ENTRY THERE IS THIS *
      * SAME CHARGE-OFF (TYPE, PROGRAM, AMOUNT AND CYCLE ALL *
      * AGREE) IT WAS LEFT BY AN EARLIER ATTEMPT AT THIS RUN THAT *
      * STOPPED SHORT, AND IS KEPT IN PLACE OF A SECOND ONE; *
      * ANYTHING ELSE SENDS THE WRITE ON TO THE NEXT SEQUENCE *
      **************************************************************
        1708-CHECK-EARLIER-ENTRY.
           MOVE TH-ACCT TO THK-ACCT.
           MOVE TH-DATE TO THK-DATE.
           MOVE TH-SEQ TO THK-SEQ.
           READ TRNH-FILE INTO HIST-ON-FILE
              INVALID KEY
                 MOVE SPACES TO HIST-ON-FILE
           END-READ.
           IF HF-TYPE = TH-TYPE
              AND HF-PROGRAM = TH-PROGRAM
              AND HF-MONTH = TH-MONTH
              AND HF-AMOUNT = TH-AMOUNT
              AND HF-CYCLE = TH-CYCLE
              MOVE 'Y' TO HIST-DONE-SW
           END-IF.
      **************************************************************
      * WRITES ONE ACCOUNT TO THE NEW MASTER AND ACCUMULATES ITS *
      * BATCH-BALANCING TOTALS - A CHARGE-OFF TOUCHES NEITHER *
      * I-LOAN NOR THE PAYMENT SLOTS, SO THE HASHES CARRY THROUGH *
      **************************************************************
        1520-WRITE-MASTER.
           ADD 1 TO NMST-COUNT.
           ADD I-LOAN TO NMST-LOAN-HASH.
           MOVE 0 TO TOT.
           PERFORM 1555-SUM-ONE-PAYMENT
              VARYING PMT-IDX FROM 1 BY 1
              UNTIL PMT-IDX > 12.
           ADD TOT TO NMST-PAID-HASH.
           WRITE NMST-REC FROM INPUT-DATA.
      **************************************************************
      * WRITES THE NEW MASTER'S TRAILER RECORD WITH THE COUNT AND *
      * HASH TOTALS RECOMPUTED FROM WHAT IT ACTUALLY CARRIES - *
      * RUNS ONCE AFTER THE LAST ACCOUNT HAS BEEN DECIDED *
      **************************************************************
        1910-WRITE-NEW-TRAILER.
           MOVE SPACES TO CTL-TRAILER-DATA.
           MOVE 9999999 TO CT-ACCT.
           MOVE NMST-COUNT TO CT-REC-COUNT.
           MOVE NMST-LOAN-HASH TO CT-LOAN-HASH.
           MOVE NMST-PAID-HASH TO CT-PAID-HASH.
           WRITE NMST-REC FROM CTL-TRAILER-DATA.
      **************************************************************
      * PRINTS THE CHARGE-OFF TOTALS - ACCOUNTS AND AMOUNT *
      * WRITTEN OFF THIS RUN, AND HOW MANY WERE ALREADY OFF *
      **************************************************************
        1900-PRINT-TOTALS.
           MOVE CHGOFF-COUNT TO CG-COUNT.
           MOVE CHGOFF-AMT TO CG-AMT.
           MOVE PRIOR-COUNT TO CG-PRIOR.
           MOVE SPACES TO CORG-REC.
           WRITE CORG-REC
             AFTER ADVANCING 1 LINE.
           WRITE CORG-REC FROM CORG-TOTALS
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CORG-REC.
           WRITE CORG-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * CUTS THE TWO ENTRIES - DEBIT ALLOWANCE / CREDIT LOANS- *
      * RECEIVABLE FOR THE TOTAL WRITTEN OFF *
      **************************************************************
        1600-WRITE-ENTRIES.
           MOVE 'ALLOWANC' TO JE-GL-ACCOUNT.
           MOVE 'D' TO JE-DC.
           MOVE CHGOFF-AMT TO JE-AMOUNT.
           MOVE 'LOANS CHARGED OFF' TO JE-DESC.
           PERFORM 1610-WRITE-ONE-ENTRY.
           MOVE 'LOANSRCV' TO JE-GL-ACCOUNT.
           MOVE 'C' TO JE-DC.
           MOVE CHGOFF-AMT TO JE-AMOUNT.
           MOVE 'LOANS CHARGED OFF' TO JE-DESC.
           PERFORM 1610-WRITE-ONE-ENTRY.
      **************************************************************
      * WRITES ONE DETAIL ENTRY TO THE FILE AND THE REGISTER AND *
      * ROLLS ITS AMOUNT INTO THE SIDE IT POSTS TO *
      **************************************************************
        1610-WRITE-ONE-ENTRY.
           ADD 1 TO ENTRY-SEQ.
           MOVE 'E' TO JE-TYPE.
           MOVE ENTRY-SEQ TO JE-SEQ.
           MOVE CH-CYCLE TO JE-CYCLE.
           WRITE COJE-REC FROM GLJE-DATA.
           IF JE-DC = 'D'
              ADD JE-AMOUNT TO DEBIT-TOTAL
           ELSE
              ADD JE-AMOUNT TO CREDIT-TOTAL
           END-IF.
           MOVE JE-SEQ TO CE-SEQ.
           MOVE JE-GL-ACCOUNT TO CE-GL-ACCOUNT.
           MOVE JE-DC TO CE-DC.
           MOVE JE-AMOUNT TO CE-AMOUNT.
           MOVE JE-DESC TO CE-DESC.
           WRITE CORG-REC FROM CORG-ENTRY
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PROVES TOTAL DEBITS EQUAL TOTAL CREDITS AND ONLY THEN *
      * WRITES THE TRAILER - AN OUT-OF-BALANCE SET STOPS THE RUN *
      * WITH CONDITION CODE 16 AND NO TRAILER, AND THE FINANCE *
      * SYSTEM REFUSES A FILE WITHOUT ONE *
      **************************************************************
        1920-PROVE-AND-TRAIL.
           MOVE DEBIT-TOTAL TO CE-DEBITS.
           MOVE CREDIT-TOTAL TO CE-CREDITS.
           IF DEBIT-TOTAL NOT = CREDIT-TOTAL
              MOVE 'OUT OF BAL' TO CE-PROVED
              MOVE SPACES TO CORG-REC
              WRITE CORG-REC
                AFTER ADVANCING 1 LINE
              WRITE CORG-REC FROM CORG-PROOF
                AFTER ADVANCING 1 LINE
              DISPLAY 'LAB5CHG ENTRIES OUT OF BALANCE - DEBITS '
                 DEBIT-TOTAL ' CREDITS ' CREDIT-TOTAL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'T' TO JE-TRL-TYPE.
           MOVE ENTRY-SEQ TO JE-TRL-COUNT.
           MOVE DEBIT-TOTAL TO JE-TRL-DEBITS.
           MOVE CREDIT-TOTAL TO JE-TRL-CREDITS.
           MOVE CH-CYCLE TO JE-TRL-CYCLE.
           WRITE COJE-REC FROM GLJE-TRAILER.
           MOVE 'PROVED' TO CE-PROVED.
           MOVE SPACES TO CORG-REC.
           WRITE CORG-REC
             AFTER ADVANCING 1 LINE.
           WRITE CORG-REC FROM CORG-PROOF
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PRINTS THE SIGN-OFF BLOCK - THE ENTRIES ARE NOT RELEASED *
      * TO THE FINANCE SYSTEM UNTIL THE REGISTER IS SIGNED *
      **************************************************************
        1930-PRINT-SIGNOFF.
           MOVE SPACES TO CORG-REC.
           WRITE CORG-REC
             AFTER ADVANCING 2 LINES.
           WRITE CORG-REC FROM CORG-SIGNOFF1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CORG-REC.
           WRITE CORG-REC
             AFTER ADVANCING 1 LINE.
           WRITE CORG-REC FROM CORG-SIGNOFF2
             AFTER ADVANCING 1 LINE.
           WRITE CORG-REC FROM CORG-SIGNOFF3
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS THE LOAN-SERVICING INPUT FILE. THE BATCH-BALANCING *
      * HEADER IS CAPTURED (THE MAINLINE COPIES IT TO THE NEW *
      * MASTER); THE TRAILER ENDS THE FILE AND TRIGGERS CONTROL *
      * VERIFICATION, SO THE CHARGE-OFF PASS ONLY EVER SEES DATA *
      * RECORDS *
      **************************************************************
        2000-READ-INPUT.
           READ INPUT-FILE INTO INPUT-DATA
                   AT END MOVE 1 TO EOF-I.
           IF EOF-I = 0 AND CONTROL-HEADER
              MOVE INPUT-DATA TO CTL-HEADER-DATA
              MOVE 'Y' TO HDR-SEEN-SW
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
      * TRUNCATED MASTER CAN BE CHARGED OFF AGAINST - IN THE *
      * VERIFYING PASS, BEFORE ANY FILE HAS BEEN WRITTEN *
      **************************************************************
        2020-VERIFY-CONTROLS.
           IF NOT HEADER-SEEN
              DISPLAY 'LAB5CHG CONTROL BREAK - NO HEADER RECORD'
              MOVE 'Y' TO CTL-FAIL-SW
           END-IF.
           IF NOT TRAILER-SEEN
              DISPLAY 'LAB5CHG CONTROL BREAK - NO TRAILER RECORD'
              MOVE 'Y' TO CTL-FAIL-SW
           ELSE
              IF CT-REC-COUNT NOT = CTL-READ-COUNT
                 DISPLAY 'LAB5CHG CONTROL BREAK - TRAILER COUNT '
                    CT-REC-COUNT ' BUT READ ' CTL-READ-COUNT
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
              IF CT-LOAN-HASH NOT = CTL-LOAN-HASH
                 DISPLAY 'LAB5CHG CONTROL BREAK - LOAN HASH '
                    CT-LOAN-HASH ' BUT READ ' CTL-LOAN-HASH
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
              IF CT-PAID-HASH NOT = CTL-PAID-HASH
                 DISPLAY 'LAB5CHG CONTROL BREAK - PAYMENT HASH '
                    CT-PAID-HASH ' BUT READ ' CTL-PAID-HASH
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
           END-IF.
           IF CONTROLS-FAILED
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
