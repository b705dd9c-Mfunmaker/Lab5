      * RECENT AVERAGE MONTHLY PAYMENT AND THE TOTAL INTEREST *
      * THEY WOULD PAY RIDING THE SCHEDULE OUT INSTEAD. THE *
      * QUOTE'S GOOD-THROUGH DATE IS THE PAYOFF DATE REQUESTED. *
      * THE MAILING ADDRESS COMES FROM THE BORROWER-ADDRESS FILE *
      * (LAB5-ADDR) - A QUOTE FOR A BORROWER WITH NO ADDRESS ON *
      * FILE, OR WHOSE MAIL CAME BACK, IS NOT PRINTED BUT LISTED *
      * ON THE HELD-QUOTE REGISTER (LAB5-PAYRG) FOR FOLLOW-UP. *
      * INVOKE AS: LAB5PAY NNNNNNN YYYYMMDD *
      **************************************************************
      * MODIFICATION HISTORY *
      *                INTEREST ARE COMPUTED EXACTLY AS LAB5 *
      *                COMPUTES THEM; THE PER-DIEM IS THAT *
      *                ANNUAL ACCRUAL OVER 365 DAYS. *
      * 2026-10-15 MF  INDEXED MASTER RECORD IS NOW 160 BYTES *
      *                (REPAYMENT STATUS AND DATES ADDED TO LAB5REC) - *
      *                MX-REST WIDENED TO MATCH. *
      * 2026-10-15 MF  THE QUOTE PAGE CARRIES THE BORROWER'S MAILING *
      *                ADDRESS FROM LAB5-ADDR. A QUOTE FOR A BORROWER *
      *                WITH NO ADDRESS ON FILE OR WITH RETURNED MAIL *
      *                IS NOT PRINTED - IT IS LISTED ON THE NEW HELD- *
      *                QUOTE REGISTER (LAB5-PAYRG) WITH THE REASON. *
      * 2026-10-15 MF  A CHARGED-OFF ACCOUNT IS QUOTED AT THE AMOUNT *
      *                CHARGED OFF LESS RECOVERIES, WITH NO INTEREST *
      *                AND NO PER-DIEM, AS LAB5UPD AND LAB5SUS COMPUTE *
      *                ITS BALANCE - IT WAS BEING QUOTED AS IF IT WERE *
      *                STILL ACCRUING. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                 WITH DUPLICATES
              FILE STATUS IS MSTIX-STATUS.
           SELECT QUOT-FILE ASSIGN TO 'LAB5-QUOT'.
           SELECT PAYR-FILE ASSIGN TO 'LAB5-PAYRG'.
           SELECT OPTIONAL ADDR-FILE ASSIGN TO 'LAB5-ADDR'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ADR-KEY
              FILE STATUS IS ADDR-STATUS.


        DATA DIVISION.

        FILE SECTION.
      **************************************************************
      * THE INDEXED MASTER - SAME 160-BYTE LAYOUT AS LAB5-INPUT *
      * WITH THE ACCOUNT NUMBER BROKEN OUT AS THE RECORD KEY AND *
      * THE BORROWER NAME AS AN ALTERNATE KEY (SEE LAB5LOD) *
      **************************************************************
        01 MSTIX-REC.
          03 MX-ACCT PIC 9(7).
          03 MX-NAME PIC X(20).
          03 MX-REST PIC X(133).

        FD QUOT-FILE
          LABEL RECORDS ARE OMITTED.
        01 QUOT-REC PIC X(80).

        FD PAYR-FILE
          LABEL RECORDS ARE OMITTED.
        01 PAYR-REC PIC X(100).

      **************************************************************
      * THE INDEXED BORROWER-ADDRESS FILE - KEYED ON THE ACCOUNT *
      * NUMBER (LAYOUT IN LAB5ADR) *
      **************************************************************
        FD ADDR-FILE
          LABEL RECORDS ARE STANDARD.
        01 ADDR-REC.
          03 ADR-KEY PIC 9(7).
          03 ADR-REST PIC X(109).

        WORKING-STORAGE SECTION.
      **************************************************************
      * INPUT-DATA COMES FROM THE SHARED COPYBOOK SO THIS PROGRAM *
      * NEVER DRIFTS OUT OF STEP WITH LAB5'S LAYOUT *
      **************************************************************
        COPY "LAB5REC.cpy".
      **************************************************************
      * BORROWER-ADDRESS RECORD - SHARED WITH LAB5ADM VIA THE *
      * LAB5ADR COPYBOOK *
      **************************************************************
        COPY "LAB5ADR.cpy".

      **************************************************************
      * QUOTE PAGE LAYOUTS - ONE PAGE PER QUOTE, SUITABLE FOR *
       01 QUOT-LINE2.
          03 FILLER PIC X(12) VALUE 'BORROWER'.
          03 QP-NAME PIC X(20).
       01 QUOT-ADDR-LINE.
          03 FILLER PIC X(12) VALUE SPACES.
          03 QP-ADDR PIC X(30).
       01 QUOT-CITY-LINE.
          03 FILLER PIC X(12) VALUE SPACES.
          03 QP-CITY PIC X(20).
          03 FILLER PIC X(1) VALUE SPACES.
          03 QP-STATE PIC X(2).
          03 FILLER PIC X(2) VALUE SPACES.
          03 QP-ZIP PIC X(10).
       01 QUOT-LINE3.
          03 FILLER PIC X(12) VALUE 'LOAN'.
          03 QP-LOAN PIC 99999.99.
          03 FILLER PIC X(32)
             VALUE ' NOT FOUND ON INDEXED MASTER'.

      **************************************************************
      * REPORT LINE LAYOUTS FOR THE HELD-QUOTE REGISTER *
      **************************************************************
       01 PAYR-HEADING1.
          03              PIC X(31)
             VALUE 'PAYOFF QUOTES HELD - NOT MAILED'.
       01 PAYR-HEADING2.
          03              PIC X(9) VALUE 'ACCOUNT'.
          03              PIC X(22) VALUE 'NAME'.
          03              PIC X(11) VALUE 'PAYOFF'.
          03              PIC X(10) VALUE 'GOOD THRU'.
          03              PIC X(25) VALUE 'REASON'.
       01 PAYR-DATA.
          03 PR-ACCT PIC 9999999.
          03 FILLER PIC X(2).
          03 PR-NAME PIC X(20).
          03 FILLER PIC X(2).
          03 PR-PAYOFF PIC 999999.99.
          03 FILLER PIC X(2).
          03 PR-GOOD-THRU PIC 99999999.
          03 FILLER PIC X(2).
          03 PR-REASON PIC X(25).

        01 MATH-DATA.
          03 TOT PIC 9(7).
          03 BAL PIC 9(7).
          03 PAY-ARG-WS PIC X(20) VALUE SPACES.
          03 RUN-DATE-WS PIC 9(8).
          03 PAYOFF-DATE-WS PIC 9(8).
          03 ADDR-STATUS PIC X(02).
      **************************************************************
      * ADDRESS-HOLD SWITCH - Y = NOTHING MAY BE MAILED TO THE *
      * ACCOUNT (NO ADDRESS ON FILE OR MAIL RETURNED); *
      * HOLD-REASON-WS SAYS WHICH *
      **************************************************************
          03 ADDR-HOLD-SW PIC X(01) VALUE 'N'.
             88 ADDRESS-HELD VALUE 'Y'.
          03 HOLD-REASON-WS PIC X(25) VALUE SPACES.

      **************************************************************
      * START OF PROCEDURE DIVISION *
              STOP RUN
           END-IF.
           OPEN INPUT MSTIX-FILE
             INPUT ADDR-FILE
             OUTPUT QUOT-FILE
             OUTPUT PAYR-FILE.
           IF ADDR-STATUS NOT = '00' AND ADDR-STATUS NOT = '05'
              DISPLAY 'LAB5PAY ADDRESS FILE OPEN FAILED - STATUS '
                 ADDR-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           WRITE PAYR-REC FROM PAYR-HEADING1
             AFTER ADVANCING PAGE.
           MOVE SPACES TO PAYR-REC.
           WRITE PAYR-REC
             AFTER ADVANCING 1 LINE.
           WRITE PAYR-REC FROM PAYR-HEADING2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PAYR-REC.
           WRITE PAYR-REC
             AFTER ADVANCING 1 LINE.
           MOVE PAY-ARG-WS (1:7) TO MX-ACCT.
           READ MSTIX-FILE
              INVALID KEY
                 PERFORM 1500-QUOTE-ACCOUNT
           END-READ.
           CLOSE MSTIX-FILE
             ADDR-FILE
             QUOT-FILE
             PAYR-FILE.
           STOP RUN.
      **************************************************************
      * COMPUTES THE QUOTE FIGURES FOR THE FETCHED ACCOUNT - *
      * THEM, THE PER-DIEM AS THAT ACCRUAL OVER 365 DAYS, AND *
      * THE INTEREST TO THE PAYOFF DATE AS PER-DIEM TIMES THE *
      * DAYS BETWEEN THE QUOTE DATE AND THE PAYOFF DATE - THEN *
      * PRINTS THE PAGE, OR HOLDS IT IF THE BORROWER CANNOT BE *
      * MAILED. A CHARGED-OFF ACCOUNT NO LONGER ACCRUES - ITS *
      * BALANCE IS THE AMOUNT CHARGED OFF LESS RECOVERIES, WITH *
      * NO INTEREST AND NO PER-DIEM, AS LAB5UPD COMPUTES IT *
      **************************************************************
        1500-QUOTE-ACCOUNT.
           MOVE 0 TO TOT.
           PERFORM 1510-SUM-ONE-PAYMENT
              VARYING PMT-IDX FROM 1 BY 1
              UNTIL PMT-IDX > 12.
           IF I-CHARGED-OFF
              MOVE 0 TO ACCR-INT
              COMPUTE BAL = I-CHGOFF-AMOUNT - I-RECOVERED
              MOVE 0 TO PER-DIEM
           ELSE
              COMPUTE ACCR-INT = I-LOAN * I-RATE / 100
              COMPUTE BAL = I-LOAN + ACCR-INT - TOT
              COMPUTE PER-DIEM ROUNDED = I-LOAN * I-RATE
                 / 100 / 365
           END-IF.
           COMPUTE DAYS-TO-DATE =
              FUNCTION INTEGER-OF-DATE (PAYOFF-DATE-WS)
              - FUNCTION INTEGER-OF-DATE (RUN-DATE-WS).
              PER-DIEM * DAYS-TO-DATE.
           COMPUTE TOTAL-PAYOFF = BAL + INT-TO-DATE.
           PERFORM 1530-PROJECT-SCHEDULE.
           PERFORM 1580-GET-ADDRESS.
           IF ADDRESS-HELD
              PERFORM 1680-WRITE-HELD
           ELSE
              PERFORM 1600-PRINT-QUOTE-PAGE
           END-IF.
      **************************************************************
      * SUMS ONE MONTH'S PAYMENT AND COUNTS IT TOWARD THE *
      * RECENT-AVERAGE BASE WHEN IT IS NONZERO *
              END-IF
           END-IF.
      **************************************************************
      * FETCHES THE ACCOUNT'S MAILING ADDRESS AND SETS THE HOLD *
      * SWITCH - AN ACCOUNT WITH NO ADDRESS ON FILE, OR WHOSE *
      * MAIL HAS BEEN RETURNED, IS HELD *
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
      * PRINTS THE ONE-PAGE QUOTE *
      **************************************************************
        1600-PRINT-QUOTE-PAGE.
             AFTER ADVANCING 1 LINE.
           WRITE QUOT-REC FROM QUOT-LINE2
             AFTER ADVANCING 1 LINE.
           MOVE BA-LINE1 TO QP-ADDR.
           WRITE QUOT-REC FROM QUOT-ADDR-LINE
             AFTER ADVANCING 1 LINE.
           IF BA-LINE2 NOT = SPACES
              MOVE BA-LINE2 TO QP-ADDR
              WRITE QUOT-REC FROM QUOT-ADDR-LINE
                AFTER ADVANCING 1 LINE
           END-IF.
           MOVE BA-CITY TO QP-CITY.
           MOVE BA-STATE TO QP-STATE.
           MOVE BA-ZIP TO QP-ZIP.
           WRITE QUOT-REC FROM QUOT-CITY-LINE
             AFTER ADVANCING 1 LINE.
           WRITE QUOT-REC FROM QUOT-LINE3
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO QUOT-REC.
                AFTER ADVANCING 1 LINE
           END-IF.
      **************************************************************
      * LISTS A QUOTE THAT IS HELD - NO PAGE GOES OUT; THE *
      * REGISTER LINE CARRIES THE FIGURE AND THE REASON SO *
      * COLLECTIONS CAN CHASE THE ADDRESS AND RE-QUOTE *
      **************************************************************
        1680-WRITE-HELD.
           MOVE I-ACCT TO PR-ACCT.
           MOVE I-NAME TO PR-NAME.
           MOVE TOTAL-PAYOFF TO PR-PAYOFF.
           MOVE PAYOFF-DATE-WS TO PR-GOOD-THRU.
           MOVE HOLD-REASON-WS TO PR-REASON.
           WRITE PAYR-REC FROM PAYR-DATA
             AFTER ADVANCING 1 LINE.
           DISPLAY 'LAB5PAY ACCOUNT ' I-ACCT ' QUOTE '
              HOLD-REASON-WS.
      **************************************************************
      * REPORTS AN ACCOUNT NUMBER WITH NO RECORD ON THE INDEXED *
      * MASTER *
      **************************************************************
