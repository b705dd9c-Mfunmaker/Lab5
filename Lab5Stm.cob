      * FOR THE YEAR, AND TOTAL PAID, AND WRITES A FIXED-WIDTH *
      * STATEMENT EXTRACT (LAB5-STMX) THE PRINT VENDOR CAN *
      * INGEST, SO THE BURSAR NO LONGER RETYPES THE FIGURES INTO *
      * LETTERS BY HAND EVERY JANUARY. RUN ONCE AT YEAR END. THE *
      * MAILING ADDRESS COMES FROM THE BORROWER-ADDRESS FILE *
      * (LAB5-ADDR) - A BORROWER WITH NO ADDRESS ON FILE, OR WHOSE *
      * MAIL CAME BACK, GETS NO PAGE AND NO EXTRACT RECORD AND IS *
      * LISTED ON THE HELD-STATEMENT REGISTER (LAB5-STMRG). *
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-08-22 MF  ORIGINAL PROGRAM. SHARES THE INPUT-DATA *
      *                MAINTAINED BY LAB5TBM) AT STARTUP INSTEAD *
      *                OF COMPILING THEM IN - SEE LAB5TAB. THE *
      *                LOOKUPS THEMSELVES ARE UNCHANGED. *
      * 2026-10-15 MF  LAB5-INPUT RECORD LENGTH IS NOW 160 BYTES *
      *                (REPAYMENT STATUS AND DATES ADDED TO LAB5REC). *
      * 2026-10-15 MF  THE STATEMENT PAGE AND EXTRACT (NOW 144 BYTES) *
      *                CARRY THE BORROWER'S MAILING ADDRESS FROM *
      *                LAB5-ADDR. A BORROWER WITH NO ADDRESS ON FILE *
      *                OR WITH RETURNED MAIL GETS NO PAGE OR EXTRACT *
      *                AND IS LISTED ON THE NEW HELD-STATEMENT *
      *                REGISTER (LAB5-STMRG) WITH THE REASON. *
      * 2026-10-15 MF  A CHARGED-OFF ACCOUNT'S STATEMENT AND EXTRACT *
      *                SHOW NO INTEREST FOR THE YEAR - IT STOPPED *
      *                ACCRUING WHEN IT WAS CHARGED OFF, AS LAB5UPD *
      *                AND LAB5SUS COMPUTE ITS BALANCE. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SELECT INPUT-FILE ASSIGN TO 'LAB5-INPUT'.
           SELECT STMT-FILE ASSIGN TO 'LAB5-STMT'.
           SELECT STMX-FILE ASSIGN TO 'LAB5-STMX'.
           SELECT STMR-FILE ASSIGN TO 'LAB5-STMRG'.
           SELECT OPTIONAL ADDR-FILE ASSIGN TO 'LAB5-ADDR'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ADR-KEY
              FILE STATUS IS ADDR-STATUS.
           SELECT CODTB-FILE ASSIGN TO 'LAB5-CODTB'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(160).

        FD STMT-FILE
          LABEL RECORDS ARE OMITTED.

        FD STMX-FILE
          LABEL RECORDS ARE OMITTED.
        01 STMX-REC PIC X(144).

        FD STMR-FILE
          LABEL RECORDS ARE OMITTED.
        01 STMR-REC PIC X(100).

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
      * THE INDEXED CODE-TABLE FILE - DEGREE AND CLASS-YEAR CODES *
      * LAB5 VIA THE LAB5TAB COPYBOOK *
      **************************************************************
        COPY "LAB5TAB.cpy".
      **************************************************************
      * BORROWER-ADDRESS RECORD - SHARED WITH LAB5ADM VIA THE *
      * LAB5ADR COPYBOOK *
      **************************************************************
        COPY "LAB5ADR.cpy".

        01 MATH-DATA.
          03 TOT PIC 9(7).
       01 STMT-LINE2.
          03 FILLER PIC X(12) VALUE 'BORROWER'.
          03 ST-NAME PIC X(20).
       01 STMT-ADDR-LINE.
          03 FILLER PIC X(12) VALUE SPACES.
          03 ST-ADDR PIC X(30).
       01 STMT-CITY-LINE.
          03 FILLER PIC X(12) VALUE SPACES.
          03 ST-CITY PIC X(20).
          03 FILLER PIC X(1) VALUE SPACES.
          03 ST-STATE PIC X(2).
          03 FILLER PIC X(2) VALUE SPACES.
          03 ST-ZIP PIC X(10).
       01 STMT-LINE3.
          03 FILLER PIC X(12) VALUE 'DEGREE'.
          03 ST-DEGREE PIC X(22).
          03 STMX-LOAN PIC 9(7).
          03 STMX-INTEREST PIC 9(7).
          03 STMX-PAID PIC 9(7).
          03 STMX-LINE1 PIC X(30).
          03 STMX-LINE2 PIC X(30).
          03 STMX-CITY PIC X(20).
          03 STMX-STATE PIC X(2).
          03 STMX-ZIP PIC X(10).

      **************************************************************
      * REPORT LINE LAYOUTS FOR THE HELD-STATEMENT REGISTER *
      **************************************************************
       01 STMR-HEADING1.
          03              PIC X(29)
             VALUE 'STATEMENTS HELD - NOT MAILED'.
          03              PIC X(6) VALUE 'CYCLE'.
          03 SR-HD-CYCLE PIC 9999.
       01 STMR-HEADING2.
          03              PIC X(9) VALUE 'ACCOUNT'.
          03              PIC X(22) VALUE 'NAME'.
          03              PIC X(25) VALUE 'REASON'.
       01 STMR-DATA.
          03 SR-ACCT PIC 9999999.
          03 FILLER PIC X(2).
          03 SR-NAME PIC X(20).
          03 FILLER PIC X(2).
          03 SR-REASON PIC X(25).
       01 STMR-TOTALS.
          03 FILLER PIC X(19) VALUE 'STATEMENTS WRITTEN'.
          03 SR-WRITTEN PIC 9999999.
          03 FILLER PIC X(2).
          03 FILLER PIC X(5) VALUE 'HELD'.
          03 SR-HELD PIC 9999999.

        01 STM-COUNTS.
          03 WRITTEN-COUNT PIC 9(7) VALUE 0.
          03 HELD-COUNT PIC 9(7) VALUE 0.

        01 MISC.
      **************************************************************
          03 EOF-C PIC 9 VALUE 0.
          03 CODTB-STATUS PIC X(02).
          03 RUN-DATE-WS PIC 9(8).
          03 ADDR-STATUS PIC X(02).
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
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 0150-LOAD-CODE-TABLES.
           OPEN INPUT INPUT-FILE
             INPUT ADDR-FILE
             OUTPUT STMT-FILE
             OUTPUT STMX-FILE
             OUTPUT STMR-FILE.
           IF ADDR-STATUS NOT = '00' AND ADDR-STATUS NOT = '05'
              DISPLAY 'LAB5STM ADDRESS FILE OPEN FAILED - STATUS '
                 ADDR-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 2000-READ-INPUT.
           PERFORM 1500-LOOP
              UNTIL EOF-I = 1.
           PERFORM 2020-VERIFY-CONTROLS.
           PERFORM 1900-PRINT-TOTALS.
           CLOSE INPUT-FILE
             ADDR-FILE
             STMT-FILE
             STMX-FILE
             STMR-FILE.
           STOP RUN.
      **************************************************************
      * LOADS THE DEGREE AND CLASS-YEAR CODE TABLES FROM THE *
      **************************************************************
      * HANDLES ONE LAB5-INPUT RECORD - CONTROL RECORDS FEED THE *
      * BALANCING TOTALS AND THE STATEMENT DATE; EVERY DATA *
      * RECORD GETS A STATEMENT PAGE AND AN EXTRACT RECORD, OR A *
      * LINE ON THE HELD REGISTER IF IT CANNOT BE MAILED. THE *
      * STATEMENT DATE COMES FROM THE HEADER, SO A DATA RECORD *
      * ARRIVING BEFORE THE HEADER STOPS THE RUN AT ONCE RATHER *
      * THAN SPOOLING EVERY STATEMENT WITH AN UNSET DATE AND *
      * ONLY BREAKING AT END OF FILE. A CHARGED-OFF ACCOUNT NO *
      * LONGER ACCRUES, SO ITS STATEMENT SHOWS NO INTEREST, AS *
      * LAB5UPD COMPUTES ITS BALANCE *
      **************************************************************
        1500-LOOP.
           IF CONTROL-HEADER
              MOVE INPUT-DATA TO CTL-HEADER-DATA
              MOVE 'Y' TO HDR-SEEN-SW
              PERFORM 1400-PRINT-HEAD
           ELSE
              IF CONTROL-TRAILER
                 MOVE INPUT-DATA TO CTL-TRAILER-DATA
                    VARYING PMT-IDX FROM 1 BY 1
                    UNTIL PMT-IDX > 12
                 ADD TOT TO CTL-PAID-HASH
                 IF I-CHARGED-OFF
                    MOVE 0 TO ACCR-INT
                 ELSE
                    COMPUTE ACCR-INT = I-LOAN * I-RATE / 100
                 END-IF
                 PERFORM 1580-GET-ADDRESS
                 IF ADDRESS-HELD
                    PERFORM 1680-WRITE-HELD
                 ELSE
                    PERFORM 1600-PRINT-STATEMENT
                    PERFORM 1670-WRITE-EXTRACT
                 END-IF
              END-IF
           END-IF.
           PERFORM 2000-READ-INPUT.
        1400-PRINT-HEAD.
           MOVE CH-CYCLE TO SR-HD-CYCLE.
           WRITE STMR-REC FROM STMR-HEADING1
             AFTER ADVANCING PAGE.
           MOVE SPACES TO STMR-REC.
           WRITE STMR-REC
             AFTER ADVANCING 1 LINE.
           WRITE STMR-REC FROM STMR-HEADING2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STMR-REC.
           WRITE STMR-REC
             AFTER ADVANCING 1 LINE.
        1555-SUM-ONE-PAYMENT.
           ADD I-PAYMENT (PMT-IDX) TO TOT.
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
      * PRINTS ONE BORROWER'S STATEMENT PAGE - THE STATEMENT DATE *
      * AND CYCLE COME FROM THE FILE'S HEADER CONTROL RECORD *
      **************************************************************
             AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-LINE2
             AFTER ADVANCING 1 LINE.
           MOVE BA-LINE1 TO ST-ADDR.
           WRITE STMT-REC FROM STMT-ADDR-LINE
             AFTER ADVANCING 1 LINE.
           IF BA-LINE2 NOT = SPACES
              MOVE BA-LINE2 TO ST-ADDR
              WRITE STMT-REC FROM STMT-ADDR-LINE
                AFTER ADVANCING 1 LINE
           END-IF.
           MOVE BA-CITY TO ST-CITY.
           MOVE BA-STATE TO ST-STATE.
           MOVE BA-ZIP TO ST-ZIP.
           WRITE STMT-REC FROM STMT-CITY-LINE
             AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-LINE3
             AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-LINE4
           MOVE I-LOAN TO STMX-LOAN.
           MOVE ACCR-INT TO STMX-INTEREST.
           MOVE TOT TO STMX-PAID.
           MOVE BA-LINE1 TO STMX-LINE1.
           MOVE BA-LINE2 TO STMX-LINE2.
           MOVE BA-CITY TO STMX-CITY.
           MOVE BA-STATE TO STMX-STATE.
           MOVE BA-ZIP TO STMX-ZIP.
           WRITE STMX-REC FROM STMX-DATA.
           ADD 1 TO WRITTEN-COUNT.
      **************************************************************
      * LISTS ONE BORROWER WHOSE STATEMENT IS HELD - NO PAGE AND *
      * NO EXTRACT RECORD GO OUT; THE REASON TELLS THE BURSAR *
      * WHAT TO CHASE *
      **************************************************************
        1680-WRITE-HELD.
           MOVE I-ACCT TO SR-ACCT.
           MOVE I-NAME TO SR-NAME.
           MOVE HOLD-REASON-WS TO SR-REASON.
           WRITE STMR-REC FROM STMR-DATA
             AFTER ADVANCING 1 LINE.
           ADD 1 TO HELD-COUNT.
      **************************************************************
      * PRINTS THE STATEMENT-RUN CONTROL TOTALS ON THE HELD *
      * REGISTER - RUNS ONCE AFTER THE LAST BORROWER *
      **************************************************************
        1900-PRINT-TOTALS.
           MOVE WRITTEN-COUNT TO SR-WRITTEN.
           MOVE HELD-COUNT TO SR-HELD.
           MOVE SPACES TO STMR-REC.
           WRITE STMR-REC
             AFTER ADVANCING 1 LINE.
           WRITE STMR-REC FROM STMR-TOTALS
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * VERIFIES WHAT WAS READ AGAINST THE TRAILER'S RECORD COUNT *
      * AND HASH TOTALS - ANY DISAGREEMENT, OR A MISSING CONTROL *
