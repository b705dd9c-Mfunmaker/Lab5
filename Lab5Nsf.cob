        IDENTIFICATION DIVISION.
        PROGRAM-ID. LAB5NSF.
        AUTHOR. Martin Funmaker.
      * RETURNED-ITEM (NSF) REVERSAL RUN. READS THE BANK'S *
      * RETURNED-ITEM FILE (LAB5-RETN) - ONE RECORD PER LOCKBOX *
      * CHECK THE BANK SENT BACK UNPAID - AGAINST THE STUDENT *
      * LOAN PORTFOLIO (LAB5-INPUT), BACKS EACH RETURNED AMOUNT *
      * OUT OF THE MONTH'S PAYMENT SLOT IT WAS POSTED TO, AND *
      * WRITES A NEW MASTER (LAB5-NEWMST) WITH A RECOMPUTED *
      * HEADER/TRAILER. EVERY REVERSAL IS APPENDED TO THE POSTING *
      * EXTRACT (LAB5-JRNX, TYPED R) SO LAB5JRN CUTS THE DEBIT *
      * LOANS-RECEIVABLE / CREDIT CASH ENTRIES, AND IS LISTED ON *
      * THE RETURNED-ITEM REGISTER (LAB5-NSFRG) WITH THE MONTHS *
      * DELINQUENT IT LEAVES THE ACCOUNT - THE EMPTIED SLOT PUTS *
      * THE BORROWER BACK INTO LAB5AGE'S AGING AND LAB5DUN'S *
      * LETTER STREAM ON THE NEXT RUN. A RETURNED RECOVERY CHECK *
      * ON A CHARGED-OFF ACCOUNT IS BACKED OUT OF ITS RECOVERIES *
      * TO DATE INSTEAD (TYPED W ON THE EXTRACT, SO LAB5JRN CUTS *
      * DEBIT ALLOWANCE / CREDIT CASH). A RETURN THAT CANNOT BE *
      * MATCHED TO A POSTING WE ACTUALLY MADE IS LISTED ON THE *
      * UNMATCHED-RETURN LISTING (LAB5-NSFUN) FOR THE CASH DESK *
      * INSTEAD OF BEING FORCED ONTO THE MASTER. THE MATCH IS MADE *
      * AGAINST THE PERMANENT TRANSACTION HISTORY (LAB5-TRNHX), *
      * AND EVERY REVERSAL IS APPENDED TO IT AS WELL. *
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-10-15 MF  ORIGINAL PROGRAM. BUILT IN THE LAB5UPD *
      *                MOLD - SHARES THE INPUT-DATA AND JRNX-DATA *
      *                LAYOUTS VIA THE LAB5REC COPYBOOK, VERIFIES *
      *                THE MASTER'S BATCH-BALANCING CONTROLS AS *
      *                IT IS READ, AND WRITES A FRESH HEADER AND *
      *                TRAILER ON THE NEW MASTER. BOTH FILES MUST *
      *                BE IN ACCOUNT SEQUENCE. A RETURN IS *
      *                MATCHED ONLY WHEN ITS ACCOUNT IS ON FILE, *
      *                ITS MONTH IS 1 THROUGH 12, AND THAT MONTH'S *
      *                SLOT STILL HOLDS AT LEAST THE RETURNED *
      *                AMOUNT. LAB5-RETN IS OPTIONAL - A CYCLE *
      *                WITH NO RETURNS COPIES THE MASTER THROUGH. *
      *                REGISTERS ON THE BATCH-CYCLE CONTROL FILE *
      *                (LAB5-CYCTL) WITH LAB5SUS AS ITS *
      *                PREDECESSOR; LAB5JRN AND LAB5LOD NOW FOLLOW *
      *                THIS STEP. *
      * 2026-10-15 MF  A RETURN AGAINST A CHARGED-OFF ACCOUNT IS *
      *                LISTED ON THE UNMATCHED-RETURN LISTING - THE *
      *                RETURNED CHECK WAS POSTED AS A RECOVERY, NOT *
      *                INTO A PAYMENT SLOT, SO THERE IS NO SLOT TO *
      *                BACK IT OUT OF. *
      * 2026-10-15 MF  A RETURN IS NOW MATCHED AGAINST THE PERMANENT *
      *                TRANSACTION HISTORY (LAB5-TRNHX) - IT MUST FIND *
      *                A PAYMENT OR SUSPENSE CLEARING (TYPE P OR S) *
      *                THIS YEAR FOR THE SAME ACCOUNT, MONTH SLOT AND *
      *                AMOUNT THAT HAS NOT ALREADY BEEN REVERSED, SO *
      *                AN ARBITRARY RETURN CAN NO LONGER BE BACKED OUT *
      *                OF A SLOT JUST BECAUSE THE SLOT HOLDS ENOUGH. *
      *                EVERY REVERSAL IS APPENDED TO THE HISTORY AS *
      *                TYPE N WITH THE BALANCE BEFORE AND AFTER. *
      * 2026-10-15 MF  A RETURN AGAINST A CHARGED-OFF ACCOUNT IS NOW *
      *                MATCHED TO A RECOVERY (TYPE V) ON THE HISTORY *
      *                SINCE THE CHARGE-OFF AND BACKED OUT OF *
      *                I-RECOVERED, WHICH IS NEVER TAKEN BELOW ZERO, *
      *                WITH A TYPE N HISTORY ENTRY AND A TYPE W *
      *                EXTRACT RECORD FOR LAB5JRN. A HISTORY WRITE *
      *                THAT MEETS THE SAME REVERSAL ALREADY ON FILE *
      *                FROM THIS CYCLE KEEPS IT (1708), AND SUCH AN *
      *                ENTRY NOT YET REACHED BY THE RUN IS NOT COUNTED *
      *                AS AN EARLIER REVERSAL (1515), SO A PARM R *
      *                RERUN NEITHER DUPLICATES NOR REFUSES ITS OWN *
      *                REVERSALS. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'LAB5-INPUT'.
           SELECT OPTIONAL RETN-FILE ASSIGN TO 'LAB5-RETN'.
           SELECT NMST-FILE ASSIGN TO 'LAB5-NEWMST'.
           SELECT NSFR-FILE ASSIGN TO 'LAB5-NSFRG'.
           SELECT NSFU-FILE ASSIGN TO 'LAB5-NSFUN'.
           SELECT JRNX-FILE ASSIGN TO 'LAB5-JRNX'.
           SELECT OPTIONAL TRNH-FILE ASSIGN TO 'LAB5-TRNHX'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TH-KEY
              FILE STATUS IS TRNH-STATUS.
           SELECT OPTIONAL CYCTL-FILE ASSIGN TO 'LAB5-CYCTL'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CYC-KEY
              FILE STATUS IS CYCTL-STATUS.


        DATA DIVISION.


        FILE SECTION.
        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(160).

      **************************************************************
      * THE BANK'S RETURNED-ITEM FILE - ONE RECORD PER LOCKBOX *
      * CHECK RETURNED UNPAID, IN THE SAME ACCOUNT SEQUENCE AS *
      * LAB5-INPUT *
      **************************************************************
        FD RETN-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 RETN-REC PIC X(45).

        FD NMST-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 NMST-REC PIC X(160).

        FD NSFR-FILE
          LABEL RECORDS ARE OMITTED.
        01 NSFR-REC PIC X(100).

        FD NSFU-FILE
          LABEL RECORDS ARE OMITTED.
        01 NSFU-REC PIC X(100).

      **************************************************************
      * THE MACHINE-READABLE POSTING EXTRACT - OPENED EXTEND, *
      * BEHIND THE RECORDS LAB5UPD AND LAB5SUS WROTE THIS CYCLE, *
      * SO LAB5JRN REVERSES THE RETURNED CASH IN THE SAME RUN *
      **************************************************************
        FD JRNX-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 JRNX-REC PIC X(20).

      **************************************************************
      * THE PERMANENT TRANSACTION-HISTORY FILE - ONE RECORD PER *
      * POSTING, KEYED ON ACCOUNT NUMBER PLUS POSTING DATE PLUS *
      * SEQUENCE (LAYOUT IN LAB5REC) - SEARCHED FOR THE POSTING A *
      * RETURN REVERSES, THEN APPENDED TO, NEVER REWRITTEN *
      **************************************************************
        FD TRNH-FILE
          LABEL RECORDS ARE STANDARD.
        01 TRNH-REC.
          03 TH-KEY.
             05 THK-ACCT PIC 9(7).
             05 THK-DATE PIC 9(8).
             05 THK-SEQ PIC 9(4).
          03 TH-REST PIC X(61).

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
      * INPUT-DATA AND JRNX-DATA COME FROM THE SHARED COPYBOOK SO *
      * THIS PROGRAM NEVER DRIFTS OUT OF STEP WITH LAB5UPD *
      **************************************************************
        COPY "LAB5REC.cpy".
      **************************************************************
      * BATCH-CYCLE CONTROL RECORD AND WORK FIELDS - SHARED WITH *
      * EVERY STREAM PROGRAM VIA THE LAB5CYC COPYBOOK *
      **************************************************************
        COPY "LAB5CYC.cpy".

      **************************************************************
      * LAYOUT FOR ONE RETURNED ITEM - THE ORIGINAL RECEIPT'S *
      * ACCOUNT, NAME, MONTH AND AMOUNT AS THE LOCKBOX SENT THEM, *
      * PLUS THE DATE THE BANK RETURNED IT AND THE BANK'S RETURN *
      * REASON (NS = NOT SUFFICIENT FUNDS, AC = ACCOUNT CLOSED, *
      * SP = STOP PAYMENT) *
      **************************************************************
       01 RETN-DATA.
          03 RT-ACCT PIC 9(7).
          03 RT-NAME PIC X(20).
          03 RT-MONTH PIC 9(2).
          03 RT-AMOUNT PIC 9(6).
          03 RT-RETURN-DATE PIC 9(8).
          03 RT-BANK-REASON PIC X(2).

      **************************************************************
      * LAYOUT FOR ONE RETURNED-ITEM REGISTER LINE *
      **************************************************************
       01 NSFR-DATA.
          03 NR-ACCT PIC 9(7).
          03 FILLER PIC X(2).
          03 NR-NAME PIC X(20).
          03 FILLER PIC X(2).
          03 NR-MONTH PIC 99.
          03 FILLER PIC X(2).
          03 NR-AMOUNT PIC 999999.
          03 FILLER PIC X(2).
          03 NR-RETURN-DATE PIC 99999999.
          03 FILLER PIC X(2).
          03 NR-BANK-REASON PIC X(2).
          03 FILLER PIC X(2).
          03 NR-SLOT PIC 999999.
          03 FILLER PIC X(2).
          03 NR-TOT-PAID PIC 9999999.
          03 FILLER PIC X(3).
          03 NR-MONTHS PIC 99.
          03 FILLER PIC X(2).
          03 NR-NOTE PIC X(8).

      **************************************************************
      * LAYOUT FOR ONE UNMATCHED-RETURN LISTING LINE *
      **************************************************************
       01 NSFU-DATA.
          03 NU-ACCT PIC 9(7).
          03 FILLER PIC X(2).
          03 NU-NAME PIC X(20).
          03 FILLER PIC X(2).
          03 NU-MONTH PIC 99.
          03 FILLER PIC X(2).
          03 NU-AMOUNT PIC 999999.
          03 FILLER PIC X(2).
          03 NU-RETURN-DATE PIC 99999999.
          03 FILLER PIC X(2).
          03 NU-REASON PIC X(40).

      **************************************************************
      * HEADING LINE FOR THE RETURNED-ITEM REGISTER *
      **************************************************************
       01 NSFR-HEADING1.
          03              PIC X(9) VALUE 'ACCOUNT'.
          03              PIC X(22) VALUE 'NAME'.
          03              PIC X(4) VALUE 'MO'.
          03              PIC X(8) VALUE 'AMOUNT'.
          03              PIC X(10) VALUE 'RETURNED'.
          03              PIC X(4) VALUE 'BK'.
          03              PIC X(8) VALUE 'SLOT'.
          03              PIC X(10) VALUE 'TOT-PAID'.
          03              PIC X(4) VALUE 'MOS'.
          03              PIC X(4) VALUE 'NOTE'.

      **************************************************************
      * HEADING LINE FOR THE UNMATCHED-RETURN LISTING *
      **************************************************************
       01 NSFU-HEADING1.
          03              PIC X(9) VALUE 'ACCOUNT'.
          03              PIC X(22) VALUE 'NAME'.
          03              PIC X(4) VALUE 'MO'.
          03              PIC X(8) VALUE 'AMOUNT'.
          03              PIC X(10) VALUE 'RETURNED'.
          03              PIC X(22) VALUE 'REASON'.

      **************************************************************
      * LAYOUT FOR THE REVERSAL-RUN CONTROL FOOTER *
      **************************************************************
       01 NSFR-TOTALS.
          03 FILLER PIC X(9) VALUE 'REVERSED'.
          03 NT-REVERSED PIC 9999999.
          03 FILLER PIC X(2).
          03 NT-REVERSED-AMT PIC 999999999.
          03 FILLER PIC X(2).
          03 FILLER PIC X(10) VALUE 'UNMATCHED'.
          03 NT-UNMATCHED PIC 9999999.
          03 FILLER PIC X(2).
          03 NT-UNMATCHED-AMT PIC 999999999.

        01 MATH-DATA.
          03 TOT PIC 9(7).
          03 BAL PIC 9(7).
          03 ACCR-INT PIC 9(7).
          03 PMT-IDX PIC S9(2) COMP.
          03 AGE-FLOOR PIC S9(2) COMP.
          03 MONTHS-DELQ PIC 9(2).

      **************************************************************
      * TRANSACTION-HISTORY CONTROLS - THE POSTINGS AND REVERSALS *
      * ON FILE THIS YEAR (SINCE THE CHARGE-OFF, FOR A CHARGED-OFF *
      * ACCOUNT) FOR THE RETURN'S ACCOUNT, MONTH SLOT AND AMOUNT, *
      * WHETHER THE SCAN HAS PASSED THE CHARGE-OFF ENTRY YET, THE *
      * LAST SEQUENCE USED FOR THE ACCOUNT IN HAND (THE POSTING *
      * DATE IS THE SAME ALL RUN) AND THE BALANCE BEFORE THE *
      * REVERSAL BEING RECORDED *
      **************************************************************
        01 HIST-CONTROLS.
          03 HIST-POSTINGS PIC 9(4) VALUE 0.
          03 HIST-REVERSALS PIC 9(4) VALUE 0.
          03 HIST-CHGOFF-SW PIC X(01) VALUE 'N'.
             88 HIST-PAST-CHGOFF VALUE 'Y'.
          03 HIST-SEQ PIC 9(4) VALUE 0.
          03 HIST-LAST-ACCT PIC 9(7) VALUE 0.
          03 HIST-BAL-BEFORE PIC 9(7) VALUE 0.
          03 HIST-DONE-SW PIC X(01) VALUE 'N'.
             88 HIST-DONE VALUE 'Y'.

      **************************************************************
      * AN ENTRY ALREADY ON FILE AT THE SEQUENCE BEING TRIED - *
      * COMPARED WITH THE ONE BEING WRITTEN TO TELL AN ENTRY LEFT *
      * BY AN EARLIER RUN OF THIS CYCLE FROM ANY OTHER ACTIVITY *
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
      * BATCH-BALANCING CONTROLS - COUNT AND HASH TOTALS *
      * ACCUMULATED AS THE OLD MASTER IS READ AND VERIFIED *
      * AGAINST ITS TRAILER, PLUS THE SAME TOTALS RECOMPUTED FOR *
      * THE NEW MASTER AS REVERSED RECORDS ARE WRITTEN *
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

        01 NSF-TOTALS.
          03 REVERSED-COUNT PIC 9(7) VALUE 0.
          03 REVERSED-AMT PIC 9(9) VALUE 0.
          03 UNMATCHED-COUNT PIC 9(7) VALUE 0.
          03 UNMATCHED-AMT PIC 9(9) VALUE 0.

        01 MISC.
      **************************************************************
      * END OF FILE (EOF) SWITCHES *
      * 0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
          03 EOF-I PIC 9 VALUE 0.
          03 EOF-R PIC 9 VALUE 0.
          03 EOF-H PIC 9 VALUE 0.
          03 TRNH-STATUS PIC X(02).
          03 REASON-WS PIC X(40) VALUE SPACES.
          03 AGE-DONE-SW PIC X(01) VALUE 'N'.
             88 AGE-DONE VALUE 'Y'.

      **************************************************************
      * START OF PROCEDURE DIVISION *
      **************************************************************
        PROCEDURE DIVISION.
        000-MAINLINE.
           MOVE 'LAB5NSF' TO CYC-SELF-PROGRAM.
           MOVE 'LAB5SUS' TO CYC-PRED-PROGRAM.
           ACCEPT CYC-OVERRIDE-SW FROM COMMAND-LINE.
           PERFORM 0200-GET-CYCLE.
           PERFORM 0210-CHECK-CYCLE-CONTROL.
           OPEN INPUT INPUT-FILE
             INPUT RETN-FILE
             OUTPUT NMST-FILE
             OUTPUT NSFR-FILE
             OUTPUT NSFU-FILE
             EXTEND JRNX-FILE
             I-O TRNH-FILE.
           IF TRNH-STATUS NOT = '00' AND TRNH-STATUS NOT = '05'
              DISPLAY 'LAB5NSF TRANSACTION-HISTORY OPEN FAILED - '
                 'STATUS ' TRNH-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-INPUT.
           PERFORM 2100-READ-RETN.
           PERFORM 1500-LOOP
              UNTIL EOF-I = 1 AND EOF-R = 1.
           PERFORM 1910-WRITE-NEW-TRAILER.
           PERFORM 1900-PRINT-TOTALS.
           CLOSE INPUT-FILE
             RETN-FILE
             NMST-FILE
             NSFR-FILE
             NSFU-FILE
             JRNX-FILE
             TRNH-FILE.
           PERFORM 0220-REGISTER-COMPLETE.
           STOP RUN.
      **************************************************************
      * PICKS THE CYCLE NUMBER UP FROM THE LAB5-INPUT HEADER *
      * BEFORE ANYTHING ELSE RUNS - THE CYCLE-CONTROL CHECKS KEY *
      * ON IT. THE FILE IS CLOSED AGAIN AT ONCE SO THE NORMAL *
      * PROCESSING PASS READS IT FROM THE TOP *
      **************************************************************
        0200-GET-CYCLE.
           OPEN INPUT INPUT-FILE.
           READ INPUT-FILE INTO INPUT-DATA
              AT END
                 DISPLAY 'LAB5NSF CYCLE CHECK - LAB5-INPUT EMPTY'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ.
           IF NOT CONTROL-HEADER
              DISPLAY 'LAB5NSF CYCLE CHECK - NO HEADER RECORD'
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
              DISPLAY 'LAB5NSF CYCLE CONTROL OPEN FAILED - '
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
                 DISPLAY 'LAB5NSF CYCLE ' CYCLE-WS
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
              DISPLAY 'LAB5NSF CYCLE ' CYCLE-WS
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
      * REGISTERS THE CLEAN FINISH - RUNS ONCE, LAST, SO AN *
      * ABEND LEAVES THE RECORD SHOWING STARTED AND THE *
      * SUCCESSOR STEP REFUSES TO RUN AGAINST HALF-DONE WORK *
      **************************************************************
        0220-REGISTER-COMPLETE.
           OPEN I-O CYCTL-FILE.
           MOVE CYCLE-WS TO CYK-CYCLE.
           MOVE CYC-SELF-PROGRAM TO CYK-PROGRAM.
           READ CYCTL-FILE INTO CYCLE-CTL-DATA
              INVALID KEY
                 DISPLAY 'LAB5NSF CYCLE CONTROL RECORD LOST'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ.
           MOVE 'C' TO CY-STATUS.
           ACCEPT CY-END-DATE FROM DATE YYYYMMDD.
           ACCEPT CY-END-TIME FROM TIME.
           REWRITE CYCTL-REC FROM CYCLE-CTL-DATA.
           CLOSE CYCTL-FILE.
        1400-PRINT-HEAD.
           WRITE NSFR-REC FROM NSFR-HEADING1
             AFTER ADVANCING PAGE.
           MOVE SPACES TO NSFR-REC.
           WRITE NSFR-REC
             AFTER ADVANCING 1 LINE.
           WRITE NSFU-REC FROM NSFU-HEADING1
             AFTER ADVANCING PAGE.
           MOVE SPACES TO NSFU-REC.
           WRITE NSFU-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * MATCH/MERGE OF LAB5-INPUT AGAINST LAB5-RETN BY ACCOUNT *
      * NUMBER - BOTH FILES MUST BE IN THE SAME ACCOUNT SEQUENCE. *
      * AN ACCOUNT CAN TAKE ANY NUMBER OF RETURNS, SO THE MASTER *
      * IS HELD UNTIL THE RETURN KEY MOVES PAST IT AND ONLY THEN *
      * WRITTEN TO THE NEW MASTER *
      **************************************************************
        1500-LOOP.
           IF EOF-I = 1
              PERFORM 1650-UNMATCHED-NO-ACCOUNT
              PERFORM 2100-READ-RETN
           ELSE
              IF EOF-R = 1
                 PERFORM 1520-WRITE-MASTER
                 PERFORM 2000-READ-INPUT
              ELSE
                 IF I-ACCT = RT-ACCT
                    PERFORM 1510-REVERSE-RETURN
                    PERFORM 2100-READ-RETN
                 ELSE
                    IF I-ACCT < RT-ACCT
                       PERFORM 1520-WRITE-MASTER
                       PERFORM 2000-READ-INPUT
                    ELSE
                       PERFORM 1650-UNMATCHED-NO-ACCOUNT
                       PERFORM 2100-READ-RETN
                    END-IF
                 END-IF
              END-IF
           END-IF.
      **************************************************************
      * BACKS ONE RETURNED ITEM OUT OF THE MATCHED ACCOUNT'S *
      * PAYMENT SLOT FOR THE RETURN'S MONTH. THE RETURN MUST MATCH *
      * A PAYMENT (TYPE P) OR SUSPENSE CLEARING (TYPE S) ON THE *
      * TRANSACTION HISTORY FOR THE SAME ACCOUNT, MONTH SLOT AND *
      * AMOUNT THAT HAS NOT ALREADY BEEN REVERSED - ONE FOR A *
      * MONTH THAT DOES NOT EXIST, WITH NO SUCH POSTING, OR WHOSE *
      * POSTING WAS REVERSED BEFORE, WAS NEVER POSTED BY US AS *
      * SENT AND IS LISTED RATHER THAN FORCED ONTO THE MASTER. THE *
      * SLOT MUST STILL HOLD THE AMOUNT TOO, SO IT CAN NEVER BE *
      * DRIVEN NEGATIVE. A RETURN AGAINST A CHARGED-OFF ACCOUNT *
      * WAS A RECOVERY, NOT A SLOT POSTING, AND IS BACKED OUT OF *
      * THE RECOVERIES INSTEAD (1518) *
      **************************************************************
        1510-REVERSE-RETURN.
           IF RT-MONTH < 1 OR RT-MONTH > 12
              MOVE 'INVALID PAYMENT MONTH' TO REASON-WS
              PERFORM 1660-WRITE-UNMATCHED
           ELSE
              IF I-CHARGED-OFF
                 PERFORM 1518-REVERSE-RECOVERY
              ELSE
                 PERFORM 1512-FIND-POSTING
                 IF HIST-POSTINGS = 0
                    MOVE 'NO SUCH POSTING ON TRANSACTION HISTORY'
                      TO REASON-WS
                    PERFORM 1660-WRITE-UNMATCHED
                 ELSE
                    IF HIST-POSTINGS NOT > HIST-REVERSALS
                       MOVE 'POSTING ALREADY REVERSED' TO REASON-WS
                       PERFORM 1660-WRITE-UNMATCHED
                    ELSE
                       IF I-PAYMENT (RT-MONTH) < RT-AMOUNT
                          MOVE 'NO POSTING THAT LARGE IN MONTH SLOT'
                            TO REASON-WS
                          PERFORM 1660-WRITE-UNMATCHED
                       ELSE
                          PERFORM 1530-APPLY-REVERSAL
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
      **************************************************************
      * COUNTS THE RETURN'S ACCOUNT'S HISTORY ENTRIES THIS YEAR *
      * FOR THE RETURN'S MONTH SLOT AND AMOUNT - POSTINGS (TYPE P *
      * OR S) AND REVERSALS ALREADY MADE (TYPE N). THE PAYMENT *
      * SLOTS HOLD ONLY THE YEAR OF THE HEADER'S RUN DATE, SO THE *
      * SCAN STARTS AT 1 JANUARY OF THAT YEAR. FOR A CHARGED-OFF *
      * ACCOUNT THE POSTINGS ARE RECOVERIES (TYPE V) AND ONLY *
      * WHAT FOLLOWS THE CHARGE-OFF ENTRY (TYPE O) COUNTS, SO THE *
      * SCAN STARTS ON THE CHARGE-OFF DATE. A REVERSAL WRITTEN *
      * EARLIER IN THIS RUN IS ON FILE AND COUNTS LIKE ANY OTHER *
      **************************************************************
        1512-FIND-POSTING.
           MOVE 0 TO HIST-POSTINGS.
           MOVE 0 TO HIST-REVERSALS.
           MOVE 0 TO EOF-H.
           MOVE RT-ACCT TO THK-ACCT.
           IF I-CHARGED-OFF
              MOVE I-CHGOFF-DATE TO THK-DATE
              MOVE 'N' TO HIST-CHGOFF-SW
           ELSE
              COMPUTE THK-DATE = CH-RUN-YEAR * 10000 + 101
              MOVE 'Y' TO HIST-CHGOFF-SW
           END-IF.
           MOVE 0 TO THK-SEQ.
           START TRNH-FILE KEY NOT < TH-KEY
              INVALID KEY
                 MOVE 1 TO EOF-H
           END-START.
           IF EOF-H = 0
              PERFORM 1516-READ-NEXT-HISTORY
           END-IF.
           PERFORM 1514-NOTE-ONE-ENTRY
              UNTIL EOF-H = 1.
      **************************************************************
      * COUNTS ONE HISTORY ENTRY AND READS ON IN KEY ORDER - THE *
      * SCAN ENDS AT THE FIRST ENTRY FOR ANOTHER ACCOUNT *
      **************************************************************
        1514-NOTE-ONE-ENTRY.
           IF THK-ACCT NOT = RT-ACCT
              MOVE 1 TO EOF-H
           ELSE
              MOVE TRNH-REC TO TRNHX-DATA
              IF TH-CHARGE-OFF
                 MOVE 'Y' TO HIST-CHGOFF-SW
              END-IF
              IF TH-MONTH = RT-MONTH AND TH-AMOUNT = RT-AMOUNT
                 AND HIST-PAST-CHGOFF
                 IF I-CHARGED-OFF
                    IF TH-RECOVERY
                       ADD 1 TO HIST-POSTINGS
                    END-IF
                 ELSE
                    IF TH-PAYMENT OR TH-SUSPENSE-CLEARED
                       ADD 1 TO HIST-POSTINGS
                    END-IF
                 END-IF
                 IF TH-REVERSAL
                    PERFORM 1515-NOTE-REVERSAL
                 END-IF
              END-IF
              PERFORM 1516-READ-NEXT-HISTORY
           END-IF.
      **************************************************************
      * COUNTS ONE REVERSAL - EXCEPT ONE THIS PROGRAM WROTE TODAY *
      * FOR THIS CYCLE THAT THIS RUN HAS NOT YET REACHED (ANOTHER *
      * ACCOUNT, OR A SEQUENCE PAST THE LAST ONE WRITTEN OR KEPT *
      * FOR THIS ACCOUNT). THAT CAN ONLY BE LEFT BY AN EARLIER *
      * ATTEMPT AT THIS SAME RUN THAT STOPPED SHORT - THE RERUN *
      * IS MAKING THAT REVERSAL AGAIN, AND 1708 KEEPS THE ENTRY *
      * ALREADY ON FILE FOR IT *
      **************************************************************
        1515-NOTE-REVERSAL.
           IF TH-DATE = CH-RUN-DATE
              AND TH-PROGRAM = 'LAB5NSF'
              AND TH-CYCLE = CH-CYCLE
              AND (RT-ACCT NOT = HIST-LAST-ACCT
                   OR TH-SEQ > HIST-SEQ)
              CONTINUE
           ELSE
              ADD 1 TO HIST-REVERSALS
           END-IF.
        1516-READ-NEXT-HISTORY.
           READ TRNH-FILE NEXT RECORD
                   AT END MOVE 1 TO EOF-H.
      **************************************************************
      * BACKS A RETURNED CHECK OUT OF A CHARGED-OFF ACCOUNT'S *
      * RECOVERIES. THE RETURN MUST MATCH A RECOVERY (TYPE V) ON *
      * THE TRANSACTION HISTORY SINCE THE CHARGE-OFF FOR THE SAME *
      * ACCOUNT, MONTH AND AMOUNT THAT HAS NOT ALREADY BEEN *
      * REVERSED, AND THE RECOVERIES TO DATE MUST STILL HOLD THE *
      * AMOUNT, SO I-RECOVERED CAN NEVER BE DRIVEN NEGATIVE - *
      * ANYTHING ELSE IS LISTED FOR THE CASH DESK *
      **************************************************************
        1518-REVERSE-RECOVERY.
           PERFORM 1512-FIND-POSTING.
           IF HIST-POSTINGS = 0
              MOVE 'NO SUCH RECOVERY ON TRANSACTION HISTORY'
                TO REASON-WS
              PERFORM 1660-WRITE-UNMATCHED
           ELSE
              IF HIST-POSTINGS NOT > HIST-REVERSALS
                 MOVE 'RECOVERY ALREADY REVERSED' TO REASON-WS
                 PERFORM 1660-WRITE-UNMATCHED
              ELSE
                 IF I-RECOVERED < RT-AMOUNT
                    MOVE 'RECOVERIES TO DATE LESS THAN THE RETURN'
                      TO REASON-WS
                    PERFORM 1660-WRITE-UNMATCHED
                 ELSE
                    PERFORM 1535-APPLY-RECOVERY-REVERSAL
                 END-IF
              END-IF
           END-IF.
      **************************************************************
      * APPLIES A MATCHED RETURN, REGISTERS IT WITH THE MONTHS *
      * DELINQUENT IT LEAVES THE ACCOUNT, AND APPENDS THE *
      * REVERSAL TO THE POSTING EXTRACT FOR LAB5JRN AND TO THE *
      * TRANSACTION HISTORY (TYPE N) *
      **************************************************************
        1530-APPLY-REVERSAL.
           MOVE 0 TO TOT.
           PERFORM 1555-SUM-ONE-PAYMENT
              VARYING PMT-IDX FROM 1 BY 1
              UNTIL PMT-IDX > 12.
           PERFORM 1710-COMPUTE-BALANCE.
           MOVE BAL TO HIST-BAL-BEFORE.
           SUBTRACT RT-AMOUNT FROM I-PAYMENT (RT-MONTH).
           SUBTRACT RT-AMOUNT FROM TOT.
           PERFORM 1710-COMPUTE-BALANCE.
           PERFORM 1700-WRITE-HISTORY.
           PERFORM 1540-AGE-ONE-ACCOUNT.
           MOVE RT-ACCT TO NR-ACCT.
           MOVE I-NAME TO NR-NAME.
           MOVE RT-MONTH TO NR-MONTH.
           MOVE RT-AMOUNT TO NR-AMOUNT.
           MOVE RT-RETURN-DATE TO NR-RETURN-DATE.
           MOVE RT-BANK-REASON TO NR-BANK-REASON.
           MOVE I-PAYMENT (RT-MONTH) TO NR-SLOT.
           MOVE TOT TO NR-TOT-PAID.
           MOVE MONTHS-DELQ TO NR-MONTHS.
           MOVE SPACES TO NR-NOTE.
           WRITE NSFR-REC FROM NSFR-DATA
             AFTER ADVANCING 1 LINE.
           ADD 1 TO REVERSED-COUNT.
           ADD RT-AMOUNT TO REVERSED-AMT.
           MOVE RT-ACCT TO JX-ACCT.
           MOVE RT-MONTH TO JX-MONTH.
           MOVE RT-AMOUNT TO JX-AMOUNT.
           MOVE CH-CYCLE TO JX-CYCLE.
           MOVE 'R' TO JX-TYPE.
           WRITE JRNX-REC FROM JRNX-DATA.
        1555-SUM-ONE-PAYMENT.
           ADD I-PAYMENT (PMT-IDX) TO TOT.
      **************************************************************
      * APPLIES A MATCHED RETURN AGAINST A CHARGED-OFF ACCOUNT - *
      * THE AMOUNT COMES BACK OFF I-RECOVERED, RAISING WHAT IS *
      * STILL OWED ON THE CHARGE-OFF; NO PAYMENT SLOT IS TOUCHED *
      * AND A CHARGED-OFF ACCOUNT IS NOT AGED. THE REVERSAL IS *
      * REGISTERED (SLOT AND MONTHS ZERO, TOT-PAID SHOWING THE *
      * RECOVERIES LEFT, NOTED RECOVERY), APPENDED TO THE HISTORY *
      * (TYPE N) AND TO THE POSTING EXTRACT TYPED W FOR LAB5JRN'S *
      * DEBIT ALLOWANCE / CREDIT CASH *
      **************************************************************
        1535-APPLY-RECOVERY-REVERSAL.
           PERFORM 1710-COMPUTE-BALANCE.
           MOVE BAL TO HIST-BAL-BEFORE.
           SUBTRACT RT-AMOUNT FROM I-RECOVERED.
           PERFORM 1710-COMPUTE-BALANCE.
           PERFORM 1700-WRITE-HISTORY.
           MOVE RT-ACCT TO NR-ACCT.
           MOVE I-NAME TO NR-NAME.
           MOVE RT-MONTH TO NR-MONTH.
           MOVE RT-AMOUNT TO NR-AMOUNT.
           MOVE RT-RETURN-DATE TO NR-RETURN-DATE.
           MOVE RT-BANK-REASON TO NR-BANK-REASON.
           MOVE 0 TO NR-SLOT.
           MOVE I-RECOVERED TO NR-TOT-PAID.
           MOVE 0 TO NR-MONTHS.
           MOVE 'RECOVERY' TO NR-NOTE.
           WRITE NSFR-REC FROM NSFR-DATA
             AFTER ADVANCING 1 LINE.
           ADD 1 TO REVERSED-COUNT.
           ADD RT-AMOUNT TO REVERSED-AMT.
           MOVE RT-ACCT TO JX-ACCT.
           MOVE RT-MONTH TO JX-MONTH.
           MOVE RT-AMOUNT TO JX-AMOUNT.
           MOVE CH-CYCLE TO JX-CYCLE.
           MOVE 'W' TO JX-TYPE.
           WRITE JRNX-REC FROM JRNX-DATA.
      **************************************************************
      * COUNTS THE CONSECUTIVE TRAILING ZERO MONTHS ON THE *
      * PAYMENT SCHEDULE EXACTLY AS LAB5AGE DOES, SO THE REGISTER *
      * SHOWS THE AGE THE NEXT AGING AND DUNNING RUNS WILL SEE - *
      * AN ACCOUNT WHOSE DEFERMENT ENDED THIS YEAR IS AGED ONLY *
      * FROM THE RUN MONTH BACK TO THE MONTH IT ENDED *
      **************************************************************
        1540-AGE-ONE-ACCOUNT.
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
           PERFORM 1545-COUNT-ZERO-MONTH
              UNTIL AGE-DONE.
        1545-COUNT-ZERO-MONTH.
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
      * WRITES THE CURRENT MASTER RECORD (WITH ANY REVERSALS *
      * APPLIED) TO THE NEW MASTER FILE AND ACCUMULATES THE NEW *
      * MASTER'S BATCH-BALANCING TOTALS *
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
      * HASH TOTALS RECOMPUTED AFTER THE REVERSALS - RUNS ONCE *
      * AFTER THE LAST MASTER RECORD HAS BEEN WRITTEN *
      **************************************************************
        1910-WRITE-NEW-TRAILER.
           MOVE SPACES TO CTL-TRAILER-DATA.
           MOVE 9999999 TO CT-ACCT.
           MOVE NMST-COUNT TO CT-REC-COUNT.
           MOVE NMST-LOAN-HASH TO CT-LOAN-HASH.
           MOVE NMST-PAID-HASH TO CT-PAID-HASH.
           WRITE NMST-REC FROM CTL-TRAILER-DATA.
      **************************************************************
      * LISTS A RETURN WITH NO MATCHING LOAN ACCOUNT *
      **************************************************************
        1650-UNMATCHED-NO-ACCOUNT.
           MOVE 'NO MATCHING LOAN ACCOUNT' TO REASON-WS.
           PERFORM 1660-WRITE-UNMATCHED.
      **************************************************************
      * WRITES ONE RETURN TO THE UNMATCHED-RETURN LISTING WITH *
      * THE REASON IT COULD NOT BE BACKED OUT - THE MASTER AND *
      * THE POSTING EXTRACT ARE LEFT UNTOUCHED *
      **************************************************************
        1660-WRITE-UNMATCHED.
           MOVE RT-ACCT TO NU-ACCT.
           MOVE RT-NAME TO NU-NAME.
           MOVE RT-MONTH TO NU-MONTH.
           MOVE RT-AMOUNT TO NU-AMOUNT.
           MOVE RT-RETURN-DATE TO NU-RETURN-DATE.
           MOVE REASON-WS TO NU-REASON.
           WRITE NSFU-REC FROM NSFU-DATA
             AFTER ADVANCING 1 LINE.
           ADD 1 TO UNMATCHED-COUNT.
           ADD RT-AMOUNT TO UNMATCHED-AMT.
      **************************************************************
      * APPENDS ONE REVERSAL (TYPE N) TO THE TRANSACTION-HISTORY *
      * FILE - HIST-BAL-BEFORE AND BAL (THE BALANCE AFTER) ARE SET *
      * BY THE CALLER. THE ENTRY IS DATED WITH THE HEADER RUN *
      * DATE; THE SEQUENCE STEPS PAST ANY ENTRY ALREADY ON FILE *
      * FOR THE ACCOUNT THAT DAY, SO NOTHING ON THE HISTORY IS *
      * EVER OVERLAID, AND A RERUN FINDS ITS OWN EARLIER ENTRY *
      * (1708) RATHER THAN ADD ANOTHER *
      **************************************************************
        1700-WRITE-HISTORY.
           IF RT-ACCT NOT = HIST-LAST-ACCT
              MOVE 0 TO HIST-SEQ
              MOVE RT-ACCT TO HIST-LAST-ACCT
           END-IF.
           MOVE SPACES TO TRNHX-DATA.
           MOVE RT-ACCT TO TH-ACCT.
           MOVE CH-RUN-DATE TO TH-DATE.
           MOVE 'N' TO TH-TYPE.
           MOVE 'LAB5NSF' TO TH-PROGRAM.
           MOVE RT-MONTH TO TH-MONTH.
           MOVE RT-AMOUNT TO TH-AMOUNT.
           MOVE CH-CYCLE TO TH-CYCLE.
           MOVE HIST-BAL-BEFORE TO TH-BAL-BEFORE.
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
                    DISPLAY 'LAB5NSF TRANSACTION-HISTORY WRITE '
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
      * SAME REVERSAL (TYPE, PROGRAM, MONTH, AMOUNT AND CYCLE ALL *
      * AGREE) IT WAS WRITTEN BY AN EARLIER RUN OF THIS CYCLE - A *
      * PARM R RERUN - AND IS KEPT IN PLACE OF A DUPLICATE. THE *
      * SEQUENCE ONLY EVER MOVES FORWARD FOR AN ACCOUNT, SO TWO *
      * LIKE REVERSALS IN ONE RUN EACH CLAIM AN ENTRY OF THEIR *
      * OWN. ANYTHING ELSE SENDS THE WRITE ON TO THE NEXT SEQUENCE *
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
      * COMPUTES THE ACCOUNT'S BALANCE INTO BAL FROM THE TOTAL *
      * PAID IN TOT, EXACTLY AS LAB5 COMPUTES IT (AN OVERPAID *
      * ACCOUNT COUNTS AS NOTHING OWING) - A CHARGED-OFF ACCOUNT *
      * OWES THE AMOUNT CHARGED OFF LESS RECOVERIES, AS IN LAB5UPD *
      **************************************************************
        1710-COMPUTE-BALANCE.
           IF I-CHARGED-OFF
              COMPUTE BAL = I-CHGOFF-AMOUNT - I-RECOVERED
           ELSE
              COMPUTE ACCR-INT = I-LOAN * I-RATE / 100
              IF TOT > I-LOAN
                 MOVE 0 TO BAL
              ELSE
                 COMPUTE BAL = I-LOAN + ACCR-INT - TOT
              END-IF
           END-IF.
      **************************************************************
      * PRINTS THE REVERSAL-RUN CONTROL TOTALS ON THE REGISTER - *
      * RUNS ONCE AFTER THE LAST RETURN HAS BEEN PROCESSED *
      **************************************************************
        1900-PRINT-TOTALS.
           MOVE REVERSED-COUNT TO NT-REVERSED.
           MOVE REVERSED-AMT TO NT-REVERSED-AMT.
           MOVE UNMATCHED-COUNT TO NT-UNMATCHED.
           MOVE UNMATCHED-AMT TO NT-UNMATCHED-AMT.
           MOVE SPACES TO NSFR-REC.
           WRITE NSFR-REC
             AFTER ADVANCING 1 LINE.
           WRITE NSFR-REC FROM NSFR-TOTALS
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS THE LOAN-SERVICING INPUT FILE. THE BATCH-BALANCING *
      * HEADER IS COPIED STRAIGHT TO THE NEW MASTER; THE TRAILER *
      * ENDS THE FILE AND TRIGGERS CONTROL VERIFICATION, SO THE *
      * MATCH-MERGE ONLY EVER SEES DATA RECORDS *
      **************************************************************
        2000-READ-INPUT.
           READ INPUT-FILE INTO INPUT-DATA
                   AT END MOVE 1 TO EOF-I.
           IF EOF-I = 0 AND CONTROL-HEADER
              MOVE INPUT-DATA TO CTL-HEADER-DATA
              MOVE 'Y' TO HDR-SEEN-SW
              WRITE NMST-REC FROM CTL-HEADER-DATA
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
      * TRUNCATED MASTER CAN BE REVERSED AGAINST *
      **************************************************************
        2020-VERIFY-CONTROLS.
           IF NOT HEADER-SEEN
              DISPLAY 'LAB5NSF CONTROL BREAK - NO HEADER RECORD'
              MOVE 'Y' TO CTL-FAIL-SW
           END-IF.
           IF NOT TRAILER-SEEN
              DISPLAY 'LAB5NSF CONTROL BREAK - NO TRAILER RECORD'
              MOVE 'Y' TO CTL-FAIL-SW
           ELSE
              IF CT-REC-COUNT NOT = CTL-READ-COUNT
                 DISPLAY 'LAB5NSF CONTROL BREAK - TRAILER COUNT '
                    CT-REC-COUNT ' BUT READ ' CTL-READ-COUNT
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
              IF CT-LOAN-HASH NOT = CTL-LOAN-HASH
                 DISPLAY 'LAB5NSF CONTROL BREAK - LOAN HASH '
                    CT-LOAN-HASH ' BUT READ ' CTL-LOAN-HASH
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
              IF CT-PAID-HASH NOT = CTL-PAID-HASH
                 DISPLAY 'LAB5NSF CONTROL BREAK - PAYMENT HASH '
                    CT-PAID-HASH ' BUT READ ' CTL-PAID-HASH
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
           END-IF.
           IF CONTROLS-FAILED
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      **************************************************************
      * READS THE BANK'S RETURNED-ITEM FILE *
      **************************************************************
        2100-READ-RETN.
           READ RETN-FILE INTO RETN-DATA
                   AT END MOVE 1 TO EOF-R.
