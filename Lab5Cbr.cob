        IDENTIFICATION DIVISION.
        PROGRAM-ID. LAB5CBR.
        AUTHOR. Martin Funmaker.
      * MONTHLY CREDIT-BUREAU REPORTING RUN FOR THE STUDENT LOAN *
      * PORTFOLIO. READS THE MASTER (LAB5-INPUT) AND WRITES THE *
      * BUREAU'S FIXED-FORMAT MONTHLY FILE (LAB5-CBUR) - A HEADER *
      * SEGMENT, ONE BASE SEGMENT PER ACCOUNT, AND A TRAILER *
      * SEGMENT. EACH BASE SEGMENT CARRIES THE ORIGINAL LOAN *
      * AMOUNT, THE CURRENT BALANCE (AS LAB5 COMPUTES IT; FOR A *
      * CHARGED-OFF ACCOUNT THE AMOUNT CHARGED OFF LESS *
      * RECOVERIES), THE MONTHS DELINQUENT COUNTED EXACTLY AS *
      * LAB5AGE COUNTS THEM, AND THE ACCOUNT STATUS - CURRENT, *
      * DELINQUENT, PAID, DEFERRED OR CHARGED OFF. AN ACCOUNT *
      * CLOSED BY LAB5MNT HAS LEFT THE MASTER, SO EVERY CLOSE *
      * DATED IN THE REPORTING MONTH IS REPORTED AS CLOSED FROM *
      * THE TRANSACTION-HISTORY FILE (LAB5-TRNHX). THE REPORT *
      * (LAB5-CBRPT) LISTS EVERY ACCOUNT THAT COULD NOT BE *
      * REPORTED AND WHY, SUMMARISES THE FILE BY STATUS, AND *
      * PROVES THE FILE'S COUNT AND BALANCE AGAINST THE GRAND *
      * TOTALS OF THE LAST LAB5 RUN ON LAB5-RNLOG. THE TRAILER *
      * SEGMENT IS WRITTEN ONLY WHEN THE PROOF AGREES - THE *
      * BUREAU REFUSES A FILE WITHOUT ONE - SO AN OUT-OF-BALANCE *
      * FILE CAN NEVER BE SENT. RUN ONCE A MONTH AFTER LAB5 IN *
      * THE MONTH-END CYCLE, BEFORE THE MASTER IS NEXT PROMOTED. *
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-10-15 MF  ORIGINAL PROGRAM. SHARES THE INPUT-DATA *
      *                LAYOUT VIA LAB5REC, THE CODE TABLES VIA *
      *                LAB5TAB AND THE RUN-LOG LAYOUT VIA LAB5LOG, *
      *                AND VERIFIES THE MASTER'S BATCH-BALANCING *
      *                CONTROLS AS IT IS READ. *
      * 2026-10-15 MF  REPORT THE ORIGINAL LOAN FROM THE PAYMENT *
      *                HISTORY (LAB5-PAYHX) - THE LOAN AMOUNT OF THE *
      *                ACCOUNT'S EARLIEST YEAR ON FILE, OR I-LOAN FOR *
      *                AN ACCOUNT NEVER ROLLED OVER - SINCE THE YEAR- *
      *                END ROLLOVER RE-BASES I-LOAN TO THE BALANCE *
      *                CARRIED. THE PROOF NOW COVERS ONLY COUNT AND *
      *                BALANCE; THE ORIGINAL-LOAN TOTAL IS PRINTED ON *
      *                ITS OWN LINE. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'LAB5-INPUT'.
           SELECT CODTB-FILE ASSIGN TO 'LAB5-CODTB'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CB-KEY
              FILE STATUS IS CODTB-STATUS.
           SELECT OPTIONAL TRNH-FILE ASSIGN TO 'LAB5-TRNHX'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TH-KEY
              FILE STATUS IS TRNH-STATUS.
           SELECT OPTIONAL PAYH-FILE ASSIGN TO 'LAB5-PAYHX'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HY-KEY
              FILE STATUS IS PAYH-STATUS.
           SELECT OPTIONAL RLOG-FILE ASSIGN TO 'LAB5-RNLOG'.
           SELECT CBUR-FILE ASSIGN TO 'LAB5-CBUR'.
           SELECT CBRP-FILE ASSIGN TO 'LAB5-CBRPT'.


        DATA DIVISION.


        FILE SECTION.
        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(160).

      **************************************************************
      * THE INDEXED CODE-TABLE FILE - DEGREE AND CLASS-YEAR CODES *
      * KEYED ON TABLE TYPE PLUS CODE, MAINTAINED BY LAB5TBM AND *
      * LOADED AT STARTUP (LAYOUT IN LAB5TAB) *
      **************************************************************
        FD CODTB-FILE
          LABEL RECORDS ARE STANDARD.
        01 CODTB-REC.
          03 CB-KEY.
             05 CB-TYPE PIC X(1).
             05 CB-CODE PIC X(4).
          03 CB-REST PIC X(31).

      **************************************************************
      * THE PERMANENT TRANSACTION-HISTORY FILE (LAYOUT TRNHX-DATA *
      * IN LAB5REC) - READ FOR THE MONTH'S ACCOUNT CLOSES *
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
      * THE PERMANENT PAYMENT-HISTORY FILE - ONE RECORD PER *
      * ACCOUNT PER RETIRED YEAR, KEYED ON ACCOUNT NUMBER PLUS *
      * YEAR (LAYOUT IN LAB5REC) - READ FOR THE LOAN AMOUNT AN *
      * ACCOUNT OPENED ITS EARLIEST YEAR WITH *
      **************************************************************
        FD PAYH-FILE
          LABEL RECORDS ARE STANDARD.
        01 PAYH-REC.
          03 HY-KEY.
             05 HYK-ACCT PIC 9(7).
             05 HYK-YEAR PIC 9(4).
          03 HY-REST PIC X(129).

        FD RLOG-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 RLOG-REC PIC X(72).

      **************************************************************
      * THE BUREAU'S MONTHLY FILE - FIXED 100-BYTE SEGMENTS *
      **************************************************************
        FD CBUR-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 CBUR-REC PIC X(100).

        FD CBRP-FILE
          LABEL RECORDS ARE OMITTED.
        01 CBRP-REC PIC X(100).

        WORKING-STORAGE SECTION.
      **************************************************************
      * INPUT-DATA, THE CODE TABLES AND THE RUN-LOG RECORD COME *
      * FROM THE SHARED COPYBOOKS SO THIS PROGRAM NEVER DRIFTS *
      * OUT OF STEP WITH LAB5 *
      **************************************************************
        COPY "LAB5REC.cpy".
        COPY "LAB5TAB.cpy".
        COPY "LAB5LOG.cpy".

        01 MATH-DATA.
          03 TOT PIC 9(7).
          03 BAL PIC 9(7).
          03 ACCR-INT PIC 9(7).
          03 RPT-BAL PIC 9(7).
          03 PMT-IDX PIC S9(2) COMP.
          03 AGE-FLOOR PIC S9(2) COMP.
          03 MONTHS-DELQ PIC 9(2).
          03 ST-SUB PIC 9(1) COMP.
          03 CLOSE-FROM-WS PIC 9(8).
          03 CLOSE-THRU-WS PIC 9(8).
          03 ORIG-ACCT-WS PIC 9(7).
          03 ORIG-LOAN-WS PIC 9(7).

      **************************************************************
      * BUREAU FILE SEGMENT LAYOUTS - HEAD, BASE (ONE PER ACCOUNT) *
      * AND TRLR. AMOUNTS ARE IN CENTS. BR-STATUS-DATE IS THE DATE *
      * THE STATUS TOOK EFFECT - THE CHARGE-OFF DATE, THE *
      * DEFERMENT START, THE CLOSE DATE, OR OTHERWISE THE *
      * ACTIVITY DATE OF THE FILE *
      **************************************************************
       01 BUR-HEADER.
          03 BH-SEGMENT PIC X(4) VALUE 'HEAD'.
          03 BH-REPORTER PIC X(10) VALUE 'LAB5LOANS'.
          03 BH-ACTIVITY-DATE PIC 9(8).
          03 BH-CREATED-DATE PIC 9(8).
          03 BH-CYCLE PIC 9(4).
          03 BH-PORTFOLIO PIC X(20) VALUE 'STUDENT LOAN'.
          03 FILLER PIC X(46) VALUE SPACES.
       01 BUR-ACCOUNT.
          03 BR-SEGMENT PIC X(4) VALUE 'BASE'.
          03 BR-ACCT PIC 9(7).
          03 BR-NAME PIC X(20).
          03 BR-ORIG-LOAN PIC 9(9).
          03 BR-BALANCE PIC 9(9).
          03 BR-MONTHS-DELQ PIC 9(2).
          03 BR-STATUS PIC X(2).
          03 BR-STATUS-DATE PIC 9(8).
          03 BR-RATE PIC 9(2)V9(3).
          03 FILLER PIC X(34) VALUE SPACES.
       01 BUR-TRAILER.
          03 BT-SEGMENT PIC X(4) VALUE 'TRLR'.
          03 BT-REC-COUNT PIC 9(7).
          03 BT-LOAN-TOTAL PIC 9(11).
          03 BT-BAL-TOTAL PIC 9(11).
          03 FILLER PIC X(67) VALUE SPACES.

      **************************************************************
      * BUREAU ACCOUNT-STATUS CODES IN REPORTING ORDER - ST-SUB *
      * 1 = CURRENT, 2 = DELINQUENT, 3 = PAID, 4 = CLOSED, *
      * 5 = DEFERRED (DEFERMENT OR FORBEARANCE IN EFFECT), *
      * 6 = CHARGED OFF. STATUS-COUNTS TOTALS THE FILE BY STATUS *
      **************************************************************
       01 STATUS-VALUES.
          03 FILLER PIC X(16) VALUE 'CUCURRENT'.
          03 FILLER PIC X(16) VALUE 'DLDELINQUENT'.
          03 FILLER PIC X(16) VALUE 'PDPAID'.
          03 FILLER PIC X(16) VALUE 'CLCLOSED'.
          03 FILLER PIC X(16) VALUE 'DFDEFERRED'.
          03 FILLER PIC X(16) VALUE 'COCHARGED OFF'.
       01 STATUS-TABLE REDEFINES STATUS-VALUES.
          03 STATUS-ENTRY OCCURS 6 TIMES.
             05 ST-CODE PIC X(2).
             05 ST-TEXT PIC X(14).
       01 STATUS-COUNTS.
          03 STATUS-COUNT-ENTRY OCCURS 6 TIMES.
             05 SC-COUNT PIC 9(7).
             05 SC-BAL PIC 9(11).

      **************************************************************
      * BATCH-BALANCING CONTROLS FOR THE MASTER, VERIFIED AGAINST *
      * ITS TRAILER *
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

      **************************************************************
      * COUNT-AND-BALANCE PROOF FIGURES. LOG- = THE LAST LAB5 RUN *
      * ON LAB5-RNLOG (ACCOUNTS = READ LESS EXCEPTED). RECOMP- = *
      * THE SAME TOTALS RECOMPUTED FROM THIS MASTER BY LAB5'S OWN *
      * RULES. NOTREP- = ACCOUNTS IN LAB5'S TOTALS THE BUREAU FILE *
      * COULD NOT CARRY. CO- = THE CHARGED-OFF ACCOUNTS' BALANCE *
      * AS LAB5 TOTALS IT AND AS IT IS REPORTED. CLOSED- = CLOSES *
      * REPORTED FROM THE HISTORY FILE. FILE- = WHAT WAS WRITTEN. *
      * THE ORIGINAL LOAN REPORTED IS NOT LAB5'S I-LOAN ONCE AN *
      * ACCOUNT HAS BEEN ROLLED OVER, SO ONLY THE COUNT AND THE *
      * BALANCE ARE PROVED - FILE-LOAN IS PRINTED ON ITS OWN LINE *
      **************************************************************
       01 CBR-PROOF-FIGURES.
          03 LOG-FOUND-SW PIC X(01) VALUE 'N'.
             88 LAB5-RUN-FOUND VALUE 'Y'.
          03 LOG-RUN-DATE PIC 9(8) VALUE 0.
          03 LOG-RUN-TIME PIC 9(6) VALUE 0.
          03 LOG-COUNT PIC 9(7) VALUE 0.
          03 LOG-LOAN PIC 9(11) VALUE 0.
          03 LOG-BAL PIC 9(11) VALUE 0.
          03 RECOMP-COUNT PIC 9(7) VALUE 0.
          03 RECOMP-LOAN PIC 9(11) VALUE 0.
          03 RECOMP-BAL PIC 9(11) VALUE 0.
          03 NOTREP-COUNT PIC 9(7) VALUE 0.
          03 NOTREP-BAL PIC 9(11) VALUE 0.
          03 EXCEPTED-COUNT PIC 9(7) VALUE 0.
          03 CO-LAB5-BAL PIC 9(11) VALUE 0.
          03 CO-REPORTED-BAL PIC 9(11) VALUE 0.
          03 CLOSED-COUNT PIC 9(7) VALUE 0.
          03 EXPECT-COUNT PIC S9(7) VALUE 0.
          03 EXPECT-BAL PIC S9(11) VALUE 0.
          03 FILE-COUNT PIC 9(7) VALUE 0.
          03 FILE-LOAN PIC 9(11) VALUE 0.
          03 FILE-BAL PIC 9(11) VALUE 0.
          03 REJECT-COUNT PIC 9(7) VALUE 0.
          03 PROOF-FAIL-SW PIC X(01) VALUE 'N'.
             88 PROOF-FAILED VALUE 'Y'.

      **************************************************************
      * VALIDATION AND PROOF REPORT LINE LAYOUTS *
      **************************************************************
       01 CBRP-TITLE.
          03              PIC X(32)
             VALUE 'CREDIT-BUREAU REPORTING RUN FOR'.
          03 CR-HD-DATE PIC 99999999.
          03              PIC X(8) VALUE '  CYCLE'.
          03 CR-HD-CYCLE PIC 9999.
       01 CBRP-SECTION.
          03 CR-SECTION PIC X(40).
       01 CBRP-HEADING1.
          03              PIC X(9) VALUE 'ACCOUNT'.
          03              PIC X(22) VALUE 'NAME'.
          03              PIC X(8) VALUE 'SOURCE'.
          03              PIC X(40) VALUE 'REASON NOT REPORTED'.
       01 CBRP-REJECT.
          03 CR-ACCT PIC 9999999.
          03 FILLER PIC X(2).
          03 CR-NAME PIC X(20).
          03 FILLER PIC X(2).
          03 CR-SOURCE PIC X(6).
          03 FILLER PIC X(2).
          03 CR-REASON PIC X(40).
       01 CBRP-REJECT-TOTAL.
          03 FILLER PIC X(22) VALUE 'ACCOUNTS NOT REPORTED'.
          03 CR-REJECTS PIC 9999999.
       01 CBRP-HEADING2.
          03              PIC X(16) VALUE 'STATUS'.
          03              PIC X(6) VALUE 'CODE'.
          03              PIC X(11) VALUE 'ACCOUNTS'.
          03              PIC X(11) VALUE 'BALANCE'.
       01 CBRP-STATUS.
          03 CR-ST-TEXT PIC X(14).
          03 FILLER PIC X(2).
          03 CR-ST-CODE PIC X(2).
          03 FILLER PIC X(4).
          03 CR-ST-COUNT PIC 9999999.
          03 FILLER PIC X(2).
          03 CR-ST-BAL PIC 99999999999.
       01 CBRP-ORIG-TOTAL.
          03 FILLER PIC X(33) VALUE 'ORIGINAL LOAN AMOUNTS REPORTED'.
          03 CR-ORIG-LOAN PIC 99999999999.
       01 CBRP-LOGRUN.
          03 FILLER PIC X(27) VALUE 'LAB5 GRAND TOTALS FROM RUN'.
          03 CR-LOG-DATE PIC 99999999.
          03 FILLER PIC X(4) VALUE ' AT'.
          03 CR-LOG-TIME PIC 999999.
       01 CBRP-HEADING3.
          03              PIC X(38) VALUE SPACES.
          03              PIC X(11) VALUE 'ACCOUNTS'.
          03              PIC X(13) VALUE 'LOAN'.
          03              PIC X(11) VALUE 'BALANCE'.
       01 CBRP-PROOF.
          03 CP-LABEL PIC X(36).
          03 FILLER PIC X(2).
          03 CP-COUNT PIC 9999999.
          03 FILLER PIC X(2).
          03 CP-LOAN PIC 99999999999.
          03 FILLER PIC X(2).
          03 CP-BAL PIC 99999999999.
          03 FILLER PIC X(2).
          03 CP-FLAG PIC X(8).
       01 CBRP-RESULT.
          03 CP-RESULT PIC X(60).

        01 MISC.
      **************************************************************
      * END OF FILE (EOF) SWITCHES - I = MASTER, C = CODE TABLE, *
      * H = HISTORY, L = RUN LOG *
      * 0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
          03 EOF-I PIC 9 VALUE 0.
          03 EOF-C PIC 9 VALUE 0.
          03 EOF-H PIC 9 VALUE 0.
          03 EOF-L PIC 9 VALUE 0.
          03 CODTB-STATUS PIC X(02).
          03 TRNH-STATUS PIC X(02).
          03 PAYH-STATUS PIC X(02).
          03 RUN-DATE-WS PIC 9(8).
          03 REASON-WS PIC X(40) VALUE SPACES.
          03 NEW-REASON-WS PIC X(40) VALUE SPACES.
          03 AGE-DONE-SW PIC X(01) VALUE 'N'.
             88 AGE-DONE VALUE 'Y'.
      **************************************************************
      * REPAYMENT-STATUS SWITCH - Y = THE ACCOUNT IS IN A *
      * DEFERMENT OR FORBEARANCE IN EFFECT ON THE RUN DATE *
      **************************************************************
          03 DEFER-SW PIC X(01) VALUE 'N'.
             88 DEFERMENT-ACTIVE VALUE 'Y'.
      **************************************************************
      * VALIDATION SWITCHES - LAB5-OK-SW = THE ACCOUNT PASSES *
      * LAB5'S OWN CHECKS (SO IT IS IN LAB5'S GRAND TOTALS); *
      * BUR-OK-SW = IT HAS EVERYTHING THE BUREAU FILE NEEDS *
      **************************************************************
          03 LAB5-OK-SW PIC X(01) VALUE 'Y'.
             88 LAB5-VALID VALUE 'Y'.
          03 BUR-OK-SW PIC X(01) VALUE 'Y'.
             88 BUREAU-VALID VALUE 'Y'.

      **************************************************************
      * START OF PROCEDURE DIVISION *
      **************************************************************
        PROCEDURE DIVISION.
        000-MAINLINE.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 0150-LOAD-CODE-TABLES.
           PERFORM 0300-FIND-LAB5-TOTALS.
           PERFORM 0310-ZERO-ONE-STATUS
              VARYING ST-SUB FROM 1 BY 1
              UNTIL ST-SUB > 6.
           OPEN INPUT INPUT-FILE
             INPUT PAYH-FILE
             OUTPUT CBUR-FILE
             OUTPUT CBRP-FILE.
           IF PAYH-STATUS NOT = '00' AND PAYH-STATUS NOT = '05'
              DISPLAY 'LAB5CBR PAYMENT HISTORY OPEN FAILED - '
                 'STATUS ' PAYH-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 2000-READ-INPUT.
           IF NOT HEADER-SEEN
              DISPLAY 'LAB5CBR CONTROL BREAK - NO HEADER RECORD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 1500-REPORT-ONE-ACCOUNT
              UNTIL EOF-I = 1.
           PERFORM 1700-REPORT-CLOSED-ACCOUNTS.
           PERFORM 1900-PRINT-TOTALS.
           PERFORM 1920-PROVE-AND-TRAIL.
           CLOSE INPUT-FILE
             PAYH-FILE
             CBUR-FILE
             CBRP-FILE.
           STOP RUN.
      **************************************************************
      * LOADS THE DEGREE AND CLASS-YEAR CODE TABLES FROM THE *
      * LAB5-CODTB FILE EXACTLY AS LAB5 DOES, SO AN ACCOUNT LAB5 *
      * EXCEPTS FOR AN INVALID CODE IS RECOGNISED HERE TOO *
      **************************************************************
        0150-LOAD-CODE-TABLES.
           MOVE LOW-VALUES TO DEGREE-TABLE.
           MOVE LOW-VALUES TO YEAR-TABLE.
           MOVE 0 TO DEG-LOAD-COUNT.
           MOVE 0 TO YR-LOAD-COUNT.
           MOVE 0 TO EOF-C.
           OPEN INPUT CODTB-FILE.
           IF CODTB-STATUS NOT = '00'
              DISPLAY 'LAB5CBR CODE-TABLE OPEN FAILED - STATUS '
                 CODTB-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0160-READ-CODE-TABLE.
           PERFORM 0155-LOAD-ONE-CODE
              UNTIL EOF-C = 1.
           CLOSE CODTB-FILE.
           IF DEG-LOAD-COUNT = 0 OR YR-LOAD-COUNT = 0
              DISPLAY 'LAB5CBR CODE-TABLE EMPTY - DEGREES '
                 DEG-LOAD-COUNT ' YEARS ' YR-LOAD-COUNT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
        0155-LOAD-ONE-CODE.
           IF TB-IS-ACTIVE AND TB-EFF-DATE NOT > RUN-DATE-WS
              IF TB-DEGREE-TYPE
                 IF DEG-LOAD-COUNT < 50
                    ADD 1 TO DEG-LOAD-COUNT
                    MOVE TB-CODE TO DEG-CODE (DEG-LOAD-COUNT)
                    MOVE TB-TEXT TO DEG-TEXT (DEG-LOAD-COUNT)
                 ELSE
                    DISPLAY 'LAB5CBR DEGREE TABLE OVERFLOW AT CODE '
                       TB-CODE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              ELSE
                 IF TB-YEAR-TYPE
                    IF YR-LOAD-COUNT < 50
                       ADD 1 TO YR-LOAD-COUNT
                       MOVE TB-CODE TO YR-CODE (YR-LOAD-COUNT)
                       MOVE TB-TEXT TO YR-TEXT (YR-LOAD-COUNT)
                    ELSE
                       DISPLAY 'LAB5CBR YEAR TABLE OVERFLOW AT CODE '
                          TB-CODE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM 0160-READ-CODE-TABLE.
        0160-READ-CODE-TABLE.
           READ CODTB-FILE INTO CODE-TABLE-DATA
                   AT END MOVE 1 TO EOF-C.
      **************************************************************
      * FINDS THE LAST LAB5 RUN ON THE RUN-HISTORY LOG - ITS *
      * GRAND TOTALS ARE WHAT THE BUREAU FILE IS PROVEN AGAINST. *
      * LAB5'S ACCOUNT COUNT IS THE RECORDS IT READ LESS THOSE *
      * IT EXCEPTED, SINCE AN EXCEPTED ACCOUNT IS NOT IN ITS *
      * TOTALS *
      **************************************************************
        0300-FIND-LAB5-TOTALS.
           MOVE 0 TO EOF-L.
           OPEN INPUT RLOG-FILE.
           PERFORM 0305-READ-RUN-LOG.
           PERFORM 0302-CHECK-ONE-LOG-ENTRY
              UNTIL EOF-L = 1.
           CLOSE RLOG-FILE.
        0302-CHECK-ONE-LOG-ENTRY.
           IF RL-PROGRAM = 'LAB5'
              MOVE 'Y' TO LOG-FOUND-SW
              MOVE RL-RUN-DATE TO LOG-RUN-DATE
              MOVE RL-RUN-TIME TO LOG-RUN-TIME
              COMPUTE LOG-COUNT = RL-READ-COUNT - RL-EXCP-COUNT
              MOVE RL-GT-LOAN TO LOG-LOAN
              MOVE RL-GT-BAL TO LOG-BAL
           END-IF.
           PERFORM 0305-READ-RUN-LOG.
        0305-READ-RUN-LOG.
           READ RLOG-FILE INTO RUNLOG-DATA
                   AT END MOVE 1 TO EOF-L.
        0310-ZERO-ONE-STATUS.
           MOVE 0 TO SC-COUNT (ST-SUB).
           MOVE 0 TO SC-BAL (ST-SUB).
      **************************************************************
      * PRINTS THE REPORT TITLE AND THE HEADINGS FOR THE LIST OF *
      * ACCOUNTS NOT REPORTED *
      **************************************************************
        1400-PRINT-HEAD.
           MOVE CH-RUN-DATE TO CR-HD-DATE.
           MOVE CH-CYCLE TO CR-HD-CYCLE.
           WRITE CBRP-REC FROM CBRP-TITLE
             AFTER ADVANCING PAGE.
           MOVE 'ACCOUNTS NOT REPORTED TO THE BUREAU' TO CR-SECTION.
           WRITE CBRP-REC FROM CBRP-SECTION
             AFTER ADVANCING 2 LINES.
           WRITE CBRP-REC FROM CBRP-HEADING1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CBRP-REC.
           WRITE CBRP-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * WRITES THE BUREAU FILE'S HEADER SEGMENT - THE ACTIVITY *
      * DATE IS THE MASTER HEADER'S RUN DATE *
      **************************************************************
        1410-WRITE-BUREAU-HEADER.
           MOVE CH-RUN-DATE TO BH-ACTIVITY-DATE.
           MOVE RUN-DATE-WS TO BH-CREATED-DATE.
           MOVE CH-CYCLE TO BH-CYCLE.
           WRITE CBUR-REC FROM BUR-HEADER.
      **************************************************************
      * DECIDES ONE ACCOUNT - LAB5'S OWN CHECKS FIRST (SO LAB5'S *
      * GRAND TOTALS CAN BE RECOMPUTED), THEN THE BUREAU'S. AN *
      * ACCOUNT THAT PASSES BOTH IS REPORTED; ANY OTHER IS LISTED *
      * WITH THE FIRST REASON IT FAILED *
      **************************************************************
        1500-REPORT-ONE-ACCOUNT.
           MOVE SPACES TO REASON-WS.
           PERFORM 1510-LAB5-VALIDATE.
           PERFORM 1520-BUREAU-VALIDATE.
           IF LAB5-VALID AND BUREAU-VALID
              PERFORM 1540-BUILD-ACCOUNT-RECORD
           ELSE
              IF LAB5-VALID
                 ADD 1 TO NOTREP-COUNT
                 ADD BAL TO NOTREP-BAL
              ELSE
                 ADD 1 TO EXCEPTED-COUNT
              END-IF
              MOVE I-ACCT TO CR-ACCT
              MOVE I-NAME TO CR-NAME
              MOVE 'MASTER' TO CR-SOURCE
              PERFORM 1650-WRITE-REJECT
           END-IF.
           PERFORM 2000-READ-INPUT.
      **************************************************************
      * LAB5'S CHECKS - PAYMENTS NOT EXCEEDING THE LOAN, AND *
      * DEGREE AND YEAR CODES ON THE CODE TABLES. AN ACCOUNT THAT *
      * PASSES IS TOTALLED EXACTLY AS LAB5 TOTALS IT *
      **************************************************************
        1510-LAB5-VALIDATE.
           MOVE 'Y' TO LAB5-OK-SW.
           MOVE 0 TO TOT.
           PERFORM 1555-SUM-ONE-PAYMENT
              VARYING PMT-IDX FROM 1 BY 1
              UNTIL PMT-IDX > 12.
           IF TOT > I-LOAN
              MOVE 'N' TO LAB5-OK-SW
              MOVE 'PAYMENTS EXCEED LOAN (ON LAB5-EXCP)'
                TO NEW-REASON-WS
              PERFORM 1545-NOTE-REASON
           END-IF.
           SET DEG-IDX TO 1.
           SEARCH DEGREE-ENTRY
              AT END
                 MOVE 'N' TO LAB5-OK-SW
                 MOVE 'INVALID DEGREE CODE (ON LAB5-EXCP)'
                   TO NEW-REASON-WS
                 PERFORM 1545-NOTE-REASON
              WHEN DEG-CODE (DEG-IDX) = I-DEGREE
                 CONTINUE
           END-SEARCH.
           SET YR-IDX TO 1.
           SEARCH YEAR-ENTRY
              AT END
                 MOVE 'N' TO LAB5-OK-SW
                 MOVE 'INVALID YEAR CODE (ON LAB5-EXCP)'
                   TO NEW-REASON-WS
                 PERFORM 1545-NOTE-REASON
              WHEN YR-CODE (YR-IDX) = I-YEAR
                 CONTINUE
           END-SEARCH.
           IF LAB5-VALID
              COMPUTE ACCR-INT = I-LOAN * I-RATE / 100
              COMPUTE BAL = I-LOAN + ACCR-INT - TOT
              ADD 1 TO RECOMP-COUNT
              ADD I-LOAN TO RECOMP-LOAN
              ADD BAL TO RECOMP-BAL
           END-IF.
      **************************************************************
      * THE BUREAU'S CHECKS - A NAME, A NUMERIC NON-ZERO ORIGINAL *
      * LOAN AND RATE, A RECOGNISED REPAYMENT STATUS (A DEFERMENT *
      * WITH ITS START DATE), AND A RECOGNISED CHARGE-OFF STATUS *
      * (A CHARGE-OFF WITH ITS DATE AND AMOUNT) *
      **************************************************************
        1520-BUREAU-VALIDATE.
           MOVE 'Y' TO BUR-OK-SW.
           IF I-NAME = SPACES
              MOVE 'BORROWER NAME MISSING' TO NEW-REASON-WS
              PERFORM 1525-BUREAU-FAILURE
           END-IF.
           IF I-LOAN NOT NUMERIC OR I-LOAN = 0
              MOVE 'ORIGINAL LOAN AMOUNT MISSING OR INVALID'
                TO NEW-REASON-WS
              PERFORM 1525-BUREAU-FAILURE
           END-IF.
           IF I-RATE NOT NUMERIC
              MOVE 'INTEREST RATE INVALID' TO NEW-REASON-WS
              PERFORM 1525-BUREAU-FAILURE
           END-IF.
           IF NOT I-IN-REPAYMENT AND NOT I-REPAY-DEFERRED
              AND NOT I-REPAY-ENDED
              MOVE 'REPAYMENT STATUS INVALID' TO NEW-REASON-WS
              PERFORM 1525-BUREAU-FAILURE
           END-IF.
           IF I-REPAY-DEFERRED AND I-REPAY-START = 0
              MOVE 'DEFERMENT START DATE MISSING' TO NEW-REASON-WS
              PERFORM 1525-BUREAU-FAILURE
           END-IF.
           IF NOT I-NOT-CHARGED-OFF AND NOT I-CHARGED-OFF
              MOVE 'CHARGE-OFF STATUS INVALID' TO NEW-REASON-WS
              PERFORM 1525-BUREAU-FAILURE
           END-IF.
           IF I-CHARGED-OFF
              AND (I-CHGOFF-DATE = 0 OR I-CHGOFF-AMOUNT = 0)
              MOVE 'CHARGE-OFF DATE OR AMOUNT MISSING'
                TO NEW-REASON-WS
              PERFORM 1525-BUREAU-FAILURE
           END-IF.
        1525-BUREAU-FAILURE.
           MOVE 'N' TO BUR-OK-SW.
           PERFORM 1545-NOTE-REASON.
      **************************************************************
      * KEEPS THE FIRST REASON AN ACCOUNT FAILED - LAB5'S OWN *
      * REASON, WHEN THERE IS ONE, IS THE ONE LISTED *
      **************************************************************
        1545-NOTE-REASON.
           IF REASON-WS = SPACES
              MOVE NEW-REASON-WS TO REASON-WS
           END-IF.
      **************************************************************
      * BUILDS AND WRITES ONE ACCOUNT'S BASE SEGMENT. THE STATUS *
      * IS CHARGED OFF FOR A WRITTEN-OFF ACCOUNT (BALANCE = THE *
      * AMOUNT CHARGED OFF LESS RECOVERIES); OTHERWISE PAID WHEN *
      * NOTHING IS OWING, DEFERRED WHILE A DEFERMENT OR *
      * FORBEARANCE IS IN EFFECT, DELINQUENT WHEN LAB5AGE WOULD *
      * AGE IT ONE MONTH OR MORE, AND CURRENT OTHERWISE. THE *
      * ORIGINAL LOAN COMES FROM THE PAYMENT HISTORY, SINCE THE *
      * YEAR-END ROLLOVER RE-BASES I-LOAN TO THE BALANCE CARRIED *
      **************************************************************
        1540-BUILD-ACCOUNT-RECORD.
           PERFORM 1515-CHECK-DEFERMENT.
           MOVE 0 TO MONTHS-DELQ.
           IF NOT DEFERMENT-ACTIVE
              PERFORM 1530-AGE-ONE-ACCOUNT
           END-IF.
           MOVE CH-RUN-DATE TO BR-STATUS-DATE.
           IF I-CHARGED-OFF
              MOVE 6 TO ST-SUB
              IF I-RECOVERED < I-CHGOFF-AMOUNT
                 COMPUTE RPT-BAL = I-CHGOFF-AMOUNT - I-RECOVERED
              ELSE
                 MOVE 0 TO RPT-BAL
              END-IF
              MOVE I-CHGOFF-DATE TO BR-STATUS-DATE
              ADD BAL TO CO-LAB5-BAL
              ADD RPT-BAL TO CO-REPORTED-BAL
           ELSE
              MOVE BAL TO RPT-BAL
              IF BAL = 0
                 MOVE 3 TO ST-SUB
                 MOVE 0 TO MONTHS-DELQ
              ELSE
                 IF DEFERMENT-ACTIVE
                    MOVE 5 TO ST-SUB
                    MOVE I-REPAY-START TO BR-STATUS-DATE
                 ELSE
                    IF MONTHS-DELQ > 0
                       MOVE 2 TO ST-SUB
                    ELSE
                       MOVE 1 TO ST-SUB
                    END-IF
                 END-IF
              END-IF
           END-IF.
           MOVE I-ACCT TO BR-ACCT.
           MOVE I-NAME TO BR-NAME.
           MOVE I-ACCT TO ORIG-ACCT-WS.
           MOVE I-LOAN TO ORIG-LOAN-WS.
           PERFORM 1550-FIND-ORIGINAL-LOAN.
           MOVE ORIG-LOAN-WS TO BR-ORIG-LOAN.
           MOVE RPT-BAL TO BR-BALANCE.
           MOVE MONTHS-DELQ TO BR-MONTHS-DELQ.
           MOVE I-RATE TO BR-RATE.
           PERFORM 1560-WRITE-BASE-SEGMENT.
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
      * FINDS THE LOAN AMOUNT THE ACCOUNT IN ORIG-ACCT-WS OPENED *
      * ITS EARLIEST YEAR ON THE PAYMENT HISTORY WITH - THE FIRST *
      * RECORD FOR THE ACCOUNT IN KEY ORDER. AN ACCOUNT NEVER *
      * ROLLED OVER HAS NO HISTORY, AND KEEPS THE AMOUNT THE *
      * CALLER LEFT IN ORIG-LOAN-WS *
      **************************************************************
        1550-FIND-ORIGINAL-LOAN.
           MOVE ORIG-ACCT-WS TO HYK-ACCT.
           MOVE 0 TO HYK-YEAR.
           START PAYH-FILE KEY NOT < HY-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ PAYH-FILE NEXT RECORD INTO PAYHX-DATA
                    AT END
                       CONTINUE
                    NOT AT END
                       IF HY-ACCT = ORIG-ACCT-WS
                          MOVE HY-LOAN TO ORIG-LOAN-WS
                       END-IF
                 END-READ
           END-START.
        1555-SUM-ONE-PAYMENT.
           ADD I-PAYMENT (PMT-IDX) TO TOT.
      **************************************************************
      * WRITES ONE BASE SEGMENT (STATUS FROM ST-SUB) AND ADDS IT *
      * TO THE FILE TOTALS AND THE STATUS SUMMARY *
      **************************************************************
        1560-WRITE-BASE-SEGMENT.
           MOVE ST-CODE (ST-SUB) TO BR-STATUS.
           WRITE CBUR-REC FROM BUR-ACCOUNT.
           ADD 1 TO FILE-COUNT.
           ADD BR-ORIG-LOAN TO FILE-LOAN.
           ADD BR-BALANCE TO FILE-BAL.
           ADD 1 TO SC-COUNT (ST-SUB).
           ADD BR-BALANCE TO SC-BAL (ST-SUB).
      **************************************************************
      * LISTS ONE ACCOUNT THAT COULD NOT BE REPORTED *
      **************************************************************
        1650-WRITE-REJECT.
           MOVE REASON-WS TO CR-REASON.
           WRITE CBRP-REC FROM CBRP-REJECT
             AFTER ADVANCING 1 LINE.
           ADD 1 TO REJECT-COUNT.
      **************************************************************
      * REPORTS THE ACCOUNTS CLOSED DURING THE REPORTING MONTH - *
      * EVERY LAB5MNT CLOSE ON THE TRANSACTION-HISTORY FILE DATED *
      * IN THE MONTH OF THE MASTER HEADER'S RUN DATE. A CLOSE *
      * ENTRY WITHOUT THE NAME OR LOAN AMOUNT CANNOT BE REPORTED *
      * AND IS LISTED *
      **************************************************************
        1700-REPORT-CLOSED-ACCOUNTS.
           COMPUTE CLOSE-FROM-WS = CH-RUN-DATE - CH-RUN-DAY + 1.
           COMPUTE CLOSE-THRU-WS = CLOSE-FROM-WS + 30.
           MOVE 0 TO EOF-H.
           OPEN INPUT TRNH-FILE.
           IF TRNH-STATUS NOT = '00' AND TRNH-STATUS NOT = '05'
              DISPLAY 'LAB5CBR TRANSACTION HISTORY OPEN FAILED - '
                 'STATUS ' TRNH-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1720-READ-HISTORY.
           PERFORM 1710-CHECK-ONE-ENTRY
              UNTIL EOF-H = 1.
           CLOSE TRNH-FILE.
        1710-CHECK-ONE-ENTRY.
           IF TH-CLOSE
              AND TH-DATE NOT < CLOSE-FROM-WS
              AND TH-DATE NOT > CLOSE-THRU-WS
              IF TH-NAME = SPACES OR TH-AMOUNT = 0
                 MOVE TH-ACCT TO CR-ACCT
                 MOVE TH-NAME TO CR-NAME
                 MOVE 'CLOSED' TO CR-SOURCE
                 MOVE 'NAME OR LOAN NOT ON THE CLOSE HISTORY'
                   TO REASON-WS
                 PERFORM 1650-WRITE-REJECT
              ELSE
                 MOVE TH-ACCT TO BR-ACCT
                 MOVE TH-NAME TO BR-NAME
                 MOVE TH-ACCT TO ORIG-ACCT-WS
                 MOVE TH-AMOUNT TO ORIG-LOAN-WS
                 PERFORM 1550-FIND-ORIGINAL-LOAN
                 MOVE ORIG-LOAN-WS TO BR-ORIG-LOAN
                 MOVE 0 TO BR-BALANCE
                 MOVE 0 TO BR-MONTHS-DELQ
                 MOVE TH-DATE TO BR-STATUS-DATE
                 MOVE 0 TO BR-RATE
                 MOVE 4 TO ST-SUB
                 PERFORM 1560-WRITE-BASE-SEGMENT
                 ADD 1 TO CLOSED-COUNT
              END-IF
           END-IF.
           PERFORM 1720-READ-HISTORY.
        1720-READ-HISTORY.
           READ TRNH-FILE INTO TRNHX-DATA
                   AT END MOVE 1 TO EOF-H.
      **************************************************************
      * PRINTS THE NOT-REPORTED COUNT AND THE FILE SUMMARISED BY *
      * BUREAU STATUS *
      **************************************************************
        1900-PRINT-TOTALS.
           MOVE REJECT-COUNT TO CR-REJECTS.
           MOVE SPACES TO CBRP-REC.
           WRITE CBRP-REC
             AFTER ADVANCING 1 LINE.
           WRITE CBRP-REC FROM CBRP-REJECT-TOTAL
             AFTER ADVANCING 1 LINE.
           MOVE 'ACCOUNTS REPORTED BY STATUS' TO CR-SECTION.
           WRITE CBRP-REC FROM CBRP-SECTION
             AFTER ADVANCING 3 LINES.
           WRITE CBRP-REC FROM CBRP-HEADING2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CBRP-REC.
           WRITE CBRP-REC
             AFTER ADVANCING 1 LINE.
           PERFORM 1910-PRINT-ONE-STATUS
              VARYING ST-SUB FROM 1 BY 1
              UNTIL ST-SUB > 6.
           MOVE FILE-LOAN TO CR-ORIG-LOAN.
           MOVE SPACES TO CBRP-REC.
           WRITE CBRP-REC
             AFTER ADVANCING 1 LINE.
           WRITE CBRP-REC FROM CBRP-ORIG-TOTAL
             AFTER ADVANCING 1 LINE.
        1910-PRINT-ONE-STATUS.
           MOVE ST-TEXT (ST-SUB) TO CR-ST-TEXT.
           MOVE ST-CODE (ST-SUB) TO CR-ST-CODE.
           MOVE SC-COUNT (ST-SUB) TO CR-ST-COUNT.
           MOVE SC-BAL (ST-SUB) TO CR-ST-BAL.
           WRITE CBRP-REC FROM CBRP-STATUS
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PROVES THE FILE'S COUNT AND BALANCE AGAINST LAB5'S GRAND *
      * TOTALS - LAB5'S ACCOUNTS, LESS THOSE THE BUREAU FILE COULD *
      * NOT CARRY, WITH THE CHARGED-OFF ACCOUNTS' BALANCE TAKEN *
      * AT THE AMOUNT CHARGED OFF LESS RECOVERIES, PLUS THE *
      * MONTH'S CLOSES, MUST EQUAL WHAT WAS WRITTEN. THE LOAN *
      * COLUMN PROVES ONLY LAB5'S OWN TOTALS - THE BUREAU FILE *
      * CARRIES ORIGINAL LOANS, NOT I-LOAN. ONLY THEN IS *
      * THE TRAILER SEGMENT WRITTEN - NO LAB5 RUN ON THE LOG, OR *
      * ANY DIFFERENCE, STOPS THE RUN WITH CONDITION CODE 16 AND *
      * NO TRAILER, AND THE BUREAU REFUSES A FILE WITHOUT ONE *
      **************************************************************
        1920-PROVE-AND-TRAIL.
           MOVE 'COUNT-AND-BALANCE PROOF' TO CR-SECTION.
           WRITE CBRP-REC FROM CBRP-SECTION
             AFTER ADVANCING 3 LINES.
           IF LAB5-RUN-FOUND
              MOVE LOG-RUN-DATE TO CR-LOG-DATE
              MOVE LOG-RUN-TIME TO CR-LOG-TIME
              WRITE CBRP-REC FROM CBRP-LOGRUN
                AFTER ADVANCING 1 LINE
           ELSE
              MOVE 'NO LAB5 RUN FOUND ON LAB5-RNLOG' TO CP-RESULT
              WRITE CBRP-REC FROM CBRP-RESULT
                AFTER ADVANCING 1 LINE
              MOVE 'Y' TO PROOF-FAIL-SW
           END-IF.
           WRITE CBRP-REC FROM CBRP-HEADING3
             AFTER ADVANCING 1 LINE.
           MOVE 'LAB5 GRAND TOTALS' TO CP-LABEL.
           MOVE LOG-COUNT TO CP-COUNT.
           MOVE LOG-LOAN TO CP-LOAN.
           MOVE LOG-BAL TO CP-BAL.
           MOVE SPACES TO CP-FLAG.
           PERFORM 1930-PRINT-PROOF-LINE.
           MOVE 'LAB5 TOTALS RECOMPUTED FROM MASTER' TO CP-LABEL.
           MOVE RECOMP-COUNT TO CP-COUNT.
           MOVE RECOMP-LOAN TO CP-LOAN.
           MOVE RECOMP-BAL TO CP-BAL.
           IF RECOMP-COUNT = LOG-COUNT AND RECOMP-LOAN = LOG-LOAN
              AND RECOMP-BAL = LOG-BAL
              MOVE 'AGREES' TO CP-FLAG
           ELSE
              MOVE 'DIFFERS' TO CP-FLAG
           END-IF.
           PERFORM 1930-PRINT-PROOF-LINE.
           MOVE 'LESS IN LAB5 TOTALS, NOT REPORTED' TO CP-LABEL.
           MOVE NOTREP-COUNT TO CP-COUNT.
           MOVE 0 TO CP-LOAN.
           MOVE NOTREP-BAL TO CP-BAL.
           MOVE SPACES TO CP-FLAG.
           PERFORM 1930-PRINT-PROOF-LINE.
           MOVE 'LESS CHARGED-OFF BALANCE PER LAB5' TO CP-LABEL.
           MOVE 0 TO CP-COUNT.
           MOVE 0 TO CP-LOAN.
           MOVE CO-LAB5-BAL TO CP-BAL.
           PERFORM 1930-PRINT-PROOF-LINE.
           MOVE 'PLUS CHARGED-OFF BALANCE REPORTED' TO CP-LABEL.
           MOVE CO-REPORTED-BAL TO CP-BAL.
           PERFORM 1930-PRINT-PROOF-LINE.
           MOVE 'PLUS ACCOUNTS CLOSED THIS MONTH' TO CP-LABEL.
           MOVE CLOSED-COUNT TO CP-COUNT.
           MOVE 0 TO CP-BAL.
           PERFORM 1930-PRINT-PROOF-LINE.
           COMPUTE EXPECT-COUNT = LOG-COUNT - NOTREP-COUNT
              + CLOSED-COUNT.
           COMPUTE EXPECT-BAL = LOG-BAL - NOTREP-BAL
              - CO-LAB5-BAL + CO-REPORTED-BAL.
           MOVE 'EXPECTED ON THE BUREAU FILE' TO CP-LABEL.
           MOVE EXPECT-COUNT TO CP-COUNT.
           MOVE EXPECT-BAL TO CP-BAL.
           PERFORM 1930-PRINT-PROOF-LINE.
           MOVE 'WRITTEN TO THE BUREAU FILE' TO CP-LABEL.
           MOVE FILE-COUNT TO CP-COUNT.
           MOVE FILE-BAL TO CP-BAL.
           IF FILE-COUNT = EXPECT-COUNT AND FILE-BAL = EXPECT-BAL
              MOVE 'AGREES' TO CP-FLAG
           ELSE
              MOVE 'DIFFERS' TO CP-FLAG
              MOVE 'Y' TO PROOF-FAIL-SW
           END-IF.
           PERFORM 1930-PRINT-PROOF-LINE.
           IF PROOF-FAILED
              MOVE 'OUT OF BALANCE - NO TRAILER WRITTEN, DO NOT SEND'
                TO CP-RESULT
              WRITE CBRP-REC FROM CBRP-RESULT
                AFTER ADVANCING 2 LINES
              DISPLAY 'LAB5CBR BUREAU FILE OUT OF BALANCE - WRITTEN '
                 FILE-COUNT ' EXPECTED ' EXPECT-COUNT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE FILE-COUNT TO BT-REC-COUNT.
           MOVE FILE-LOAN TO BT-LOAN-TOTAL.
           MOVE FILE-BAL TO BT-BAL-TOTAL.
           WRITE CBUR-REC FROM BUR-TRAILER.
           MOVE 'IN BALANCE - TRAILER WRITTEN, FILE RELEASED'
             TO CP-RESULT.
           WRITE CBRP-REC FROM CBRP-RESULT
             AFTER ADVANCING 2 LINES.
        1930-PRINT-PROOF-LINE.
           WRITE CBRP-REC FROM CBRP-PROOF
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS THE LOAN-SERVICING INPUT FILE. THE BATCH-BALANCING *
      * HEADER STARTS THE BUREAU FILE; THE TRAILER ENDS THE FILE *
      * AND TRIGGERS CONTROL VERIFICATION, SO THE REPORTING PASS *
      * ONLY EVER SEES DATA RECORDS *
      **************************************************************
        2000-READ-INPUT.
           READ INPUT-FILE INTO INPUT-DATA
                   AT END MOVE 1 TO EOF-I.
           IF EOF-I = 0 AND CONTROL-HEADER
              MOVE INPUT-DATA TO CTL-HEADER-DATA
              MOVE 'Y' TO HDR-SEEN-SW
              PERFORM 1410-WRITE-BUREAU-HEADER
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
      * TRUNCATED MASTER CAN BE REPORTED TO THE BUREAU *
      **************************************************************
        2020-VERIFY-CONTROLS.
           IF NOT HEADER-SEEN
              DISPLAY 'LAB5CBR CONTROL BREAK - NO HEADER RECORD'
              MOVE 'Y' TO CTL-FAIL-SW
           END-IF.
           IF NOT TRAILER-SEEN
              DISPLAY 'LAB5CBR CONTROL BREAK - NO TRAILER RECORD'
              MOVE 'Y' TO CTL-FAIL-SW
           ELSE
              IF CT-REC-COUNT NOT = CTL-READ-COUNT
                 DISPLAY 'LAB5CBR CONTROL BREAK - TRAILER COUNT '
                    CT-REC-COUNT ' BUT READ ' CTL-READ-COUNT
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
              IF CT-LOAN-HASH NOT = CTL-LOAN-HASH
                 DISPLAY 'LAB5CBR CONTROL BREAK - LOAN HASH '
                    CT-LOAN-HASH ' BUT READ ' CTL-LOAN-HASH
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
              IF CT-PAID-HASH NOT = CTL-PAID-HASH
                 DISPLAY 'LAB5CBR CONTROL BREAK - PAYMENT HASH '
                    CT-PAID-HASH ' BUT READ ' CTL-PAID-HASH
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
           END-IF.
           IF CONTROLS-FAILED
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
