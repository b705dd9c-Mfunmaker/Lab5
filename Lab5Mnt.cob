        AUTHOR. Martin Funmaker.
      * MASTER-MAINTENANCE RUN FOR THE STUDENT LOAN PORTFOLIO. *
      * POSTS THE MAINTENANCE-TRANSACTION FILE (LAB5-MNTT - ADD / *
      * CHANGE / CLOSE / DEFERMENT RECORDS KEYED ON THE ACCOUNT *
      * NUMBER) *
      * AGAINST THE OLD MASTER (LAB5-INPUT), WRITES A NEW MASTER *
      * (LAB5-NEWMST) WITH A RECOMPUTED HEADER/TRAILER, AND *
      * PRODUCES AN APPLIED-MAINTENANCE JOURNAL (LAB5-MJRNL) PLUS *
      * A REJECT LISTING (LAB5-MRJCT), SO NOBODY EVER HAND-EDITS *
      * LAB5-INPUT AND RECOMPUTES THE TRAILER HASH TOTALS BY HAND *
      * AGAIN. DEFERMENTS AND FORBEARANCES ARE GRANTED, EXTENDED, *
      * AND ENDED HERE TOO. EVERY ACTION APPLIED IS ALSO APPENDED *
      * TO THE PERMANENT TRANSACTION HISTORY (LAB5-TRNHX). *
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-09-02 MF  ORIGINAL PROGRAM. BUILT IN THE LAB5UPD *
      *                MAINTAINED BY LAB5TBM) AT STARTUP INSTEAD *
      *                OF COMPILING THEM IN - SEE LAB5TAB. THE *
      *                LOOKUPS THEMSELVES ARE UNCHANGED. *
      * 2026-10-15 MF  LAB5-INPUT AND LAB5-NEWMST ARE NOW 160 BYTES. *
      *                NEW FUNCTIONS G (GRANT A DEFERMENT OR *
      *                FORBEARANCE), E (EXTEND ONE) AND R (END ONE) *
      *                SET THE REPAYMENT STATUS AND DATES ON THE *
      *                MASTER; LAB5-MNTT GROWS TO 65 BYTES TO CARRY *
      *                THE TYPE AND DATES. AN ADD STARTS IN REPAYMENT. *
      *                THE JOURNAL SHOWS THE REPAYMENT STATUS AND *
      *                DATES AND COUNTS DEFERMENT ACTIONS. *
      * 2026-10-15 MF  AN ADDED ACCOUNT STARTS WITH NO CHARGE-OFF *
      *                STATUS AND ZERO CHARGE-OFF AMOUNT AND *
      *                RECOVERIES (NEW LAB5REC FIELDS TAKEN FROM THE *
      *                RESERVED BYTES). *
      * 2026-10-15 MF  APPEND EVERY ADD, CHANGE, CLOSE AND DEFERMENT *
      *                ACTION APPLIED TO THE PERMANENT TRANSACTION- *
      *                HISTORY FILE (LAB5-TRNHX, LAYOUT IN LAB5REC), *
      *                TYPED WITH ITS FUNCTION CODE AND CARRYING THE *
      *                BALANCE BEFORE AND AFTER, DATED WITH THE RUN *
      *                DATE. *
      * 2026-10-15 MF  A CLOSE'S HISTORY ENTRY NOW CARRIES THE LOAN *
      *                AMOUNT AND THE BORROWER'S NAME (TH-NAME) SO THE *
      *                CREDIT-BUREAU RUN CAN REPORT THE CLOSED *
      *                ACCOUNT. *
      * 2026-10-15 MF  THE HISTORY ENTRY IS CLEARED BEFORE IT IS *
      *                BUILT, SO NO UNSET BYTES REACH LAB5-TRNHX. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CB-KEY
              FILE STATUS IS CODTB-STATUS.
           SELECT OPTIONAL TRNH-FILE ASSIGN TO 'LAB5-TRNHX'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TH-KEY
              FILE STATUS IS TRNH-STATUS.


        DATA DIVISION.
        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(160).

      **************************************************************
      * THE MAINTENANCE-TRANSACTION FILE - ONE RECORD PER ADD / *
      * CHANGE / CLOSE / DEFERMENT ACTION, IN THE SAME ACCOUNT *
      * SEQUENCE AS LAB5-INPUT *
      **************************************************************
        FD MNTT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 MNTT-REC PIC X(65).

        FD NMST-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 NMST-REC PIC X(160).

        FD MJRL-FILE
          LABEL RECORDS ARE OMITTED.
             05 CB-CODE PIC X(4).
          03 CB-REST PIC X(31).

      **************************************************************
      * THE PERMANENT TRANSACTION-HISTORY FILE - ONE RECORD PER *
      * ACTION, KEYED ON ACCOUNT NUMBER PLUS POSTING DATE PLUS *
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
      * INPUT-DATA COMES FROM THE SHARED COPYBOOK SO THIS PROGRAM *
      * 12-MONTH PAYMENT SCHEDULE. ON A CHANGE, A BLANK NAME / *
      * DEGREE / YEAR AND A ZERO LOAN / RATE MEAN LEAVE THAT *
      * FIELD AS IT STANDS; ONLY THE FIELDS SUPPLIED ARE REPLACED *
      * G = GRANT A DEFERMENT (TYPE D) OR FORBEARANCE (TYPE F) *
      * FROM THE START DATE THROUGH THE END DATE (ZERO END = *
      * OPEN-ENDED), E = EXTEND ONE TO A LATER END DATE, R = END *
      * ONE AS OF THE END DATE GIVEN (ZERO = THE RUN DATE) *
      **************************************************************
       01 MNT-DATA.
          03 MT-FUNC PIC X(1).
             88 MT-ADD VALUE 'A'.
             88 MT-CHANGE VALUE 'C'.
             88 MT-CLOSE VALUE 'X'.
             88 MT-GRANT VALUE 'G'.
             88 MT-EXTEND VALUE 'E'.
             88 MT-END VALUE 'R'.
          03 MT-ACCT PIC 9(7).
          03 MT-NAME PIC X(20).
          03 MT-DEGREE PIC X(4).
          03 MT-YEAR PIC X(4).
          03 MT-LOAN PIC 9(7).
          03 MT-RATE PIC 9(2)V9(3).
          03 MT-REPAY-TYPE PIC X(1).
             88 MT-TYPE-VALID VALUE 'D' 'F'.
          03 MT-REPAY-START PIC 9(8).
          03 MT-REPAY-END PIC 9(8).

      **************************************************************
      * LAYOUT FOR ONE APPLIED-MAINTENANCE JOURNAL LINE *
          03 MJ-LOAN PIC 9999999.
          03 FILLER PIC X(2).
          03 MJ-RATE PIC 99.999.
          03 FILLER PIC X(3).
          03 MJ-REPAY-STATUS PIC X(1).
          03 FILLER PIC X(4).
          03 MJ-REPAY-START PIC 9(8).
          03 FILLER PIC X(2).
          03 MJ-REPAY-END PIC 9(8).

      **************************************************************
      * LAYOUT FOR ONE REJECT-LISTING LINE *
          03              PIC X(9) VALUE 'ACCOUNT'.
          03              PIC X(22) VALUE 'NAME'.
          03              PIC X(9) VALUE 'LOAN'.
          03              PIC X(9) VALUE 'RATE'.
          03              PIC X(5) VALUE 'STAT'.
          03              PIC X(10) VALUE 'FROM'.
          03              PIC X(8) VALUE 'THROUGH'.

      **************************************************************
      * HEADING LINE FOR THE REJECT LISTING *
          03 FILLER PIC X(2).
          03 FILLER PIC X(9) VALUE 'REJECTED'.
          03 MT-REJECTED PIC 9999999.
          03 FILLER PIC X(2).
          03 FILLER PIC X(10) VALUE 'DEFERMENT'.
          03 MT-DEFERMENTS PIC 9999999.

        01 MATH-DATA.
          03 TOT PIC 9(7).
          03 ACCR-INT PIC 9(7).
          03 PMT-IDX PIC 9(2) COMP.

      **************************************************************
      * TRANSACTION-HISTORY CONTROLS - THE LAST SEQUENCE USED FOR *
      * THE ACCOUNT IN HAND (THE POSTING DATE IS THE SAME ALL RUN) *
      * AND THE BALANCE BEFORE THE ACTION BEING RECORDED *
      **************************************************************
        01 HIST-CONTROLS.
          03 HIST-SEQ PIC 9(4) VALUE 0.
          03 HIST-LAST-ACCT PIC 9(7) VALUE 0.
          03 HIST-BAL-BEFORE PIC 9(7) VALUE 0.
          03 HIST-AMOUNT PIC 9(7) VALUE 0.
          03 HIST-DONE-SW PIC X(01) VALUE 'N'.
             88 HIST-DONE VALUE 'Y'.

      **************************************************************
      * BATCH-BALANCING CONTROLS - COUNT AND HASH TOTALS *
      * ACCUMULATED AS THE OLD MASTER IS READ AND VERIFIED *
          03 CHANGED-COUNT PIC 9(7) VALUE 0.
          03 CLOSED-COUNT PIC 9(7) VALUE 0.
          03 REJECTED-COUNT PIC 9(7) VALUE 0.
          03 DEFERMENT-COUNT PIC 9(7) VALUE 0.

        01 MISC.
      **************************************************************
          03 EOF-M PIC 9 VALUE 0.
          03 EOF-C PIC 9 VALUE 0.
          03 CODTB-STATUS PIC X(02).
          03 TRNH-STATUS PIC X(02).
          03 RUN-DATE-WS PIC 9(8).
          03 REASON-WS PIC X(40) VALUE SPACES.
      **************************************************************
          03 NW-LOAN PIC 9(7).
          03 NW-RATE PIC 9(2)V9(3).
          03 NW-PAYMENT PIC 9(6) OCCURS 12 TIMES.
          03 NW-REPAY-STATUS PIC X(1).
          03 NW-REPAY-START PIC 9(8).
          03 NW-REPAY-END PIC 9(8).
          03 NW-CHGOFF-STATUS PIC X(1).
          03 NW-CHGOFF-DATE PIC 9(8).
          03 NW-CHGOFF-AMOUNT PIC 9(7).
          03 NW-RECOVERED PIC 9(7).
          03 NW-RESERVED PIC X(1).

      **************************************************************
      * START OF PROCEDURE DIVISION *
             INPUT MNTT-FILE
             OUTPUT NMST-FILE
             OUTPUT MJRL-FILE
             OUTPUT MRJT-FILE
             I-O TRNH-FILE.
           IF TRNH-STATUS NOT = '00' AND TRNH-STATUS NOT = '05'
              DISPLAY 'LAB5MNT TRANSACTION-HISTORY OPEN FAILED - '
                 'STATUS ' TRNH-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2000-READ-INPUT.
           PERFORM 2100-READ-MNTT.
             MNTT-FILE
             NMST-FILE
             MJRL-FILE
             MRJT-FILE
             TRNH-FILE.
           STOP RUN.
      **************************************************************
      * LOADS THE DEGREE AND CLASS-YEAR CODE TABLES FROM THE *
           END-IF.
      **************************************************************
      * A TRANSACTION MATCHING THE HELD MASTER RECORD - AN ADD IS *
      * A DUPLICATE, A CHANGE OR DEFERMENT ACTION IS APPLIED TO *
      * THE HELD RECORD, AND A CLOSE DROPS THE RECORD FROM THE *
      * NEW MASTER IF NOTHING IS STILL OWING. A CLOSE CONSUMES THE *
      * MASTER RECORD, SO THE MASTER SIDE ADVANCES WITH THE *
      * TRANSACTION SIDE *
      **************************************************************
        1510-POST-MATCHED.
           IF MT-ADD
                 IF MT-CLOSE
                    PERFORM 1535-APPLY-CLOSE
                 ELSE
                    IF MT-GRANT OR MT-EXTEND OR MT-END
                       PERFORM 1560-APPLY-DEFERMENT
                       PERFORM 2100-READ-MNTT
                    ELSE
                       MOVE 'INVALID FUNCTION CODE' TO REASON-WS
                       PERFORM 1660-WRITE-REJECT
                       PERFORM 2100-READ-MNTT
                    END-IF
                 END-IF
              END-IF
           END-IF.
                    MOVE 'CLOSE OF ACCOUNT NOT ON MASTER'
                      TO REASON-WS
                 ELSE
                    IF MT-GRANT OR MT-EXTEND OR MT-END
                       MOVE 'DEFERMENT ACTION - ACCOUNT NOT ON MASTER'
                         TO REASON-WS
                    ELSE
                       MOVE 'INVALID FUNCTION CODE' TO REASON-WS
                    END-IF
                 END-IF
              END-IF
              PERFORM 1660-WRITE-REJECT
           PERFORM 1549-ZERO-ONE-PAYMENT
              VARYING PMT-IDX FROM 1 BY 1
              UNTIL PMT-IDX > 12.
           MOVE SPACE TO NW-REPAY-STATUS.
           MOVE 0 TO NW-REPAY-START.
           MOVE 0 TO NW-REPAY-END.
           MOVE SPACE TO NW-CHGOFF-STATUS.
           MOVE 0 TO NW-CHGOFF-DATE.
           MOVE 0 TO NW-CHGOFF-AMOUNT.
           MOVE 0 TO NW-RECOVERED.
           MOVE SPACES TO NW-RESERVED.
           ADD 1 TO NMST-COUNT.
           ADD NW-LOAN TO NMST-LOAN-HASH.
           WRITE NMST-REC FROM NEW-DATA.
           MOVE 'ADD' TO MJ-FUNC.
           PERFORM 1670-WRITE-JOURNAL.
           ADD 1 TO ADDED-COUNT.
           MOVE 0 TO HIST-BAL-BEFORE.
           COMPUTE ACCR-INT = NW-LOAN * NW-RATE / 100.
           COMPUTE BAL = NW-LOAN + ACCR-INT.
           MOVE NW-LOAN TO HIST-AMOUNT.
           PERFORM 1700-WRITE-HISTORY.
        1549-ZERO-ONE-PAYMENT.
           MOVE 0 TO NW-PAYMENT (PMT-IDX).
      **************************************************************
           IF RECORD-INVALID
              PERFORM 1660-WRITE-REJECT
           ELSE
              PERFORM 1710-COMPUTE-BALANCE
              MOVE BAL TO HIST-BAL-BEFORE
              IF MT-NAME NOT = SPACES
                 MOVE MT-NAME TO I-NAME
              END-IF
              MOVE 'CHANGE' TO MJ-FUNC
              PERFORM 1670-WRITE-JOURNAL
              ADD 1 TO CHANGED-COUNT
              PERFORM 1710-COMPUTE-BALANCE
              MOVE I-LOAN TO HIST-AMOUNT
              PERFORM 1700-WRITE-HISTORY
           END-IF.
      **************************************************************
      * APPLIES A CLOSE - THE BALANCE IS COMPUTED EXACTLY AS LAB5 *
              MOVE 'CLOSE' TO MJ-FUNC
              PERFORM 1670-WRITE-JOURNAL
              ADD 1 TO CLOSED-COUNT
              MOVE BAL TO HIST-BAL-BEFORE
              MOVE I-LOAN TO HIST-AMOUNT
              PERFORM 1700-WRITE-HISTORY
              PERFORM 2100-READ-MNTT
              PERFORM 2000-READ-INPUT
           END-IF.
        1555-SUM-ONE-PAYMENT.
           ADD I-PAYMENT (PMT-IDX) TO TOT.
      **************************************************************
      * APPLIES A DEFERMENT ACTION TO THE HELD MASTER RECORD. A *
      * GRANT NEEDS TYPE D OR F, A START DATE, AND AN END DATE *
      * THAT IS ZERO (OPEN-ENDED) OR NOT BEFORE THE START, AND IS *
      * REFUSED WHILE A DEFERMENT OR FORBEARANCE IS STILL OPEN ON *
      * THE ACCOUNT. AN EXTEND NEEDS A DEFERMENT ON THE ACCOUNT *
      * WITH A FIXED END DATE AND A NEW END DATE LATER THAN IT. *
      * AN END NEEDS A DEFERMENT ON THE ACCOUNT AND AN END DATE *
      * (THE RUN DATE IF NONE IS GIVEN) NO LATER THAN THE RUN DATE *
      * AND NOT BEFORE THE START; THE STATUS GOES TO E SO THE *
      * AGING RUNS TREAT THE ACCOUNT AS RE-ENTERING REPAYMENT *
      **************************************************************
        1560-APPLY-DEFERMENT.
           MOVE 'Y' TO SW-VALID.
           MOVE SPACES TO REASON-WS.
           IF MT-GRANT
              PERFORM 1562-EDIT-GRANT
           ELSE
              IF MT-EXTEND
                 PERFORM 1564-EDIT-EXTEND
              ELSE
                 PERFORM 1566-EDIT-END
              END-IF
           END-IF.
           IF RECORD-INVALID
              PERFORM 1660-WRITE-REJECT
           ELSE
              PERFORM 1710-COMPUTE-BALANCE
              MOVE BAL TO HIST-BAL-BEFORE
              IF MT-GRANT
                 MOVE MT-REPAY-TYPE TO I-REPAY-STATUS
                 MOVE MT-REPAY-START TO I-REPAY-START
                 MOVE MT-REPAY-END TO I-REPAY-END
                 MOVE 'GRANT' TO MJ-FUNC
              ELSE
                 IF MT-EXTEND
                    MOVE MT-REPAY-END TO I-REPAY-END
                    MOVE 'EXTEND' TO MJ-FUNC
                 ELSE
                    MOVE 'E' TO I-REPAY-STATUS
                    MOVE MT-REPAY-END TO I-REPAY-END
                    MOVE 'END' TO MJ-FUNC
                 END-IF
              END-IF
              PERFORM 1670-WRITE-JOURNAL
              ADD 1 TO DEFERMENT-COUNT
              MOVE 0 TO HIST-AMOUNT
              PERFORM 1700-WRITE-HISTORY
           END-IF.
        1562-EDIT-GRANT.
           IF NOT MT-TYPE-VALID
              MOVE 'N' TO SW-VALID
              MOVE 'GRANT NEEDS TYPE D OR F' TO REASON-WS
           ELSE
              IF MT-REPAY-START = 0
                 MOVE 'N' TO SW-VALID
                 MOVE 'GRANT NEEDS A START DATE' TO REASON-WS
              ELSE
                 IF MT-REPAY-END NOT = 0
                    AND MT-REPAY-END < MT-REPAY-START
                    MOVE 'N' TO SW-VALID
                    MOVE 'GRANT END DATE BEFORE START DATE'
                      TO REASON-WS
                 ELSE
                    IF I-REPAY-DEFERRED
                       AND (I-REPAY-END = 0
                          OR I-REPAY-END NOT < MT-REPAY-START)
                       MOVE 'N' TO SW-VALID
                       MOVE 'DEFERMENT ALREADY OPEN ON ACCOUNT'
                         TO REASON-WS
                    END-IF
                 END-IF
              END-IF
           END-IF.
        1564-EDIT-EXTEND.
           IF NOT I-REPAY-DEFERRED
              MOVE 'N' TO SW-VALID
              MOVE 'EXTEND - NO DEFERMENT ON ACCOUNT' TO REASON-WS
           ELSE
              IF I-REPAY-END = 0
                 MOVE 'N' TO SW-VALID
                 MOVE 'EXTEND - DEFERMENT IS ALREADY OPEN-ENDED'
                   TO REASON-WS
              ELSE
                 IF MT-REPAY-END NOT > I-REPAY-END
                    MOVE 'N' TO SW-VALID
                    MOVE 'EXTEND - NEW END DATE NOT LATER'
                      TO REASON-WS
                 END-IF
              END-IF
           END-IF.
        1566-EDIT-END.
           IF MT-REPAY-END = 0
              MOVE RUN-DATE-WS TO MT-REPAY-END
           END-IF.
           IF NOT I-REPAY-DEFERRED
              MOVE 'N' TO SW-VALID
              MOVE 'END - NO DEFERMENT ON ACCOUNT' TO REASON-WS
           ELSE
              IF MT-REPAY-END > RUN-DATE-WS
                 MOVE 'N' TO SW-VALID
                 MOVE 'END DATE LATER THAN RUN DATE - USE EXTEND'
                   TO REASON-WS
              ELSE
                 IF MT-REPAY-END < I-REPAY-START
                    MOVE 'N' TO SW-VALID
                    MOVE 'END DATE BEFORE DEFERMENT START'
                      TO REASON-WS
                 END-IF
              END-IF
           END-IF.
      **************************************************************
      * WRITES THE CURRENT MASTER RECORD (WITH ANY CHANGES *
      * APPLIED) TO THE NEW MASTER FILE AND ACCUMULATES THE NEW *
      * MASTER'S BATCH-BALANCING TOTALS *
           IF MT-ADD
              MOVE MT-LOAN TO MJ-LOAN
              MOVE MT-RATE TO MJ-RATE
              MOVE SPACE TO MJ-REPAY-STATUS
              MOVE 0 TO MJ-REPAY-START
              MOVE 0 TO MJ-REPAY-END
           ELSE
              MOVE I-LOAN TO MJ-LOAN
              MOVE I-RATE TO MJ-RATE
              MOVE I-REPAY-STATUS TO MJ-REPAY-STATUS
              MOVE I-REPAY-START TO MJ-REPAY-START
              MOVE I-REPAY-END TO MJ-REPAY-END
           END-IF.
           WRITE MJRL-REC FROM MJRL-DATA
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * APPENDS ONE APPLIED ACTION TO THE TRANSACTION-HISTORY FILE *
      * - THE FUNCTION CODE IS THE HISTORY TYPE, THE MONTH SLOT IS *
      * ZERO, AND HIST-AMOUNT (THE LOAN AMOUNT ON AN ADD, CHANGE OR *
      * CLOSE, OTHERWISE ZERO), HIST-BAL-BEFORE AND BAL (THE *
      * BALANCE AFTER) ARE SET BY THE CALLER. A CLOSE ALSO CARRIES *
      * THE BORROWER'S NAME. THE ENTRY IS DATED WITH THE *
      * RUN DATE; THE SEQUENCE STEPS PAST ANY ENTRY ALREADY ON *
      * FILE FOR THE ACCOUNT THAT DAY, SO NOTHING IS OVERLAID *
      **************************************************************
        1700-WRITE-HISTORY.
           IF MT-ACCT NOT = HIST-LAST-ACCT
              MOVE 0 TO HIST-SEQ
              MOVE MT-ACCT TO HIST-LAST-ACCT
           END-IF.
           MOVE SPACES TO TRNHX-DATA.
           MOVE MT-ACCT TO TH-ACCT.
           MOVE RUN-DATE-WS TO TH-DATE.
           MOVE MT-FUNC TO TH-TYPE.
           IF MT-CLOSE
              MOVE I-NAME TO TH-NAME
           END-IF.
           MOVE 'LAB5MNT' TO TH-PROGRAM.
           MOVE 0 TO TH-MONTH.
           MOVE HIST-AMOUNT TO TH-AMOUNT.
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
                    DISPLAY 'LAB5MNT TRANSACTION-HISTORY WRITE '
                       'FAILED FOR ACCOUNT ' TH-ACCT
                       ' STATUS ' TRNH-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              NOT INVALID KEY
                 MOVE 'Y' TO HIST-DONE-SW
           END-WRITE.
      **************************************************************
      * COMPUTES THE HELD ACCOUNT'S BALANCE INTO BAL EXACTLY AS *
      * LAB5 COMPUTES IT (AN OVERPAID ACCOUNT COUNTS AS NOTHING *
      * OWING). A CHARGED-OFF ACCOUNT'S BALANCE IS THE AMOUNT *
      * CHARGED OFF LESS RECOVERIES *
      **************************************************************
        1710-COMPUTE-BALANCE.
           IF I-CHARGED-OFF
              COMPUTE BAL = I-CHGOFF-AMOUNT - I-RECOVERED
           ELSE
              MOVE 0 TO TOT
              PERFORM 1555-SUM-ONE-PAYMENT
                 VARYING PMT-IDX FROM 1 BY 1
                 UNTIL PMT-IDX > 12
              COMPUTE ACCR-INT = I-LOAN * I-RATE / 100
              IF TOT > I-LOAN
                 MOVE 0 TO BAL
              ELSE
                 COMPUTE BAL = I-LOAN + ACCR-INT - TOT
              END-IF
           END-IF.
      **************************************************************
      * PRINTS THE MAINTENANCE-RUN CONTROL TOTALS ON THE JOURNAL *
      * - RUNS ONCE AFTER THE LAST TRANSACTION HAS BEEN PROCESSED *
      **************************************************************
           MOVE CHANGED-COUNT TO MT-CHANGED.
           MOVE CLOSED-COUNT TO MT-CLOSED.
           MOVE REJECTED-COUNT TO MT-REJECTED.
           MOVE DEFERMENT-COUNT TO MT-DEFERMENTS.
           MOVE SPACES TO MJRL-REC.
           WRITE MJRL-REC
             AFTER ADVANCING 1 LINE.
