      *                ADD FOR A KEY ALREADY ON FILE, A CHANGE *
      *                OR DEACTIVATE FOR A MISSING KEY, AND AN *
      *                INVALID FUNCTION OR TABLE-TYPE CODE. *
      * 2026-10-15 MF  A DEACTIVATE IS REFUSED WHILE ANY ACCOUNT ON *
      *                THE MASTER (LAB5-INPUT, READ ONCE AT STARTUP) *
      *                STILL CARRIES THE CODE, AS IS A CHANGE POST- *
      *                DATING AN IN-USE CODE PAST THE RUN DATE - THE *
      *                NEXT LAB5 RUN WOULD OTHERWISE THROW THOSE *
      *                ACCOUNTS AS EXCEPTIONS. THE REJECT LINE GIVES *
      *                THE NUMBER OF ACCOUNTS USING THE CODE. *
      * 2026-10-15 MF  THE MASTER READ AT STARTUP IS BALANCED AGAINST *
      *                ITS TRAILER (CONDITION CODE 16 ON A CONTROL *
      *                BREAK). *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT TBLT-FILE ASSIGN TO 'LAB5-TBLT'.
           SELECT INPUT-FILE ASSIGN TO 'LAB5-INPUT'.
           SELECT OPTIONAL CODTB-FILE ASSIGN TO 'LAB5-CODTB'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
          LABEL RECORDS ARE STANDARD.
        01 TBLT-REC PIC X(36).

        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(160).

      **************************************************************
      * THE INDEXED CODE-TABLE FILE - KEYED ON TABLE TYPE PLUS *
      * CODE (LAYOUT IN LAB5TAB) *
      * FILE IT MAINTAINS *
      **************************************************************
        COPY "LAB5TAB.cpy".
      **************************************************************
      * INPUT-DATA COMES FROM THE SHARED COPYBOOK - THE MASTER IS *
      * READ ONCE AT STARTUP FOR THE CODES ITS ACCOUNTS CARRY *
      **************************************************************
        COPY "LAB5REC.cpy".

      **************************************************************
      * THE DEGREE AND CLASS-YEAR CODES IN USE ON THE MASTER, *
      * EACH WITH THE NUMBER OF ACCOUNTS CARRYING IT - A CODE *
      * STILL IN USE MAY NOT BE DEACTIVATED, SINCE THE NEXT LAB5 *
      * RUN WOULD THROW EVERY ONE OF THOSE ACCOUNTS AS AN *
      * EXCEPTION *
      **************************************************************
       01 CODES-IN-USE.
          03 USE-DEG-COUNT PIC 9(3).
          03 USE-DEG-ENTRY OCCURS 100 TIMES INDEXED BY UD-IDX.
             05 UD-CODE PIC X(4).
             05 UD-ACCTS PIC 9(7).
          03 USE-YR-COUNT PIC 9(3).
          03 USE-YR-ENTRY OCCURS 100 TIMES INDEXED BY UY-IDX.
             05 UY-CODE PIC X(4).
             05 UY-ACCTS PIC 9(7).
       01 IN-USE-REASON.
          03 FILLER PIC X(21) VALUE 'CODE STILL IN USE ON '.
          03 IU-ACCTS PIC 9999999.
          03 FILLER PIC X(9) VALUE ' ACCOUNTS'.

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
      * LAYOUT FOR ONE TABLE TRANSACTION. TF-FUNC IS A = ADD, *
      **************************************************************
          03 EOF-T PIC 9 VALUE 0.
          03 EOF-C PIC 9 VALUE 0.
          03 EOF-I PIC 9 VALUE 0.
          03 USE-ACCTS-WS PIC 9(7) VALUE 0.
          03 PMT-IDX PIC S9(2) COMP.
          03 CODTB-STATUS PIC X(02).
          03 RUN-DATE-WS PIC 9(8).
          03 REASON-WS PIC X(40) VALUE SPACES.
        PROCEDURE DIVISION.
        000-MAINLINE.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 0100-LOAD-CODES-IN-USE.
           OPEN INPUT TBLT-FILE
             I-O CODTB-FILE
             OUTPUT TBLR-FILE.
             CODTB-FILE
             TBLR-FILE.
           STOP RUN.
      **************************************************************
      * READS THE MASTER ONCE AND COUNTS THE ACCOUNTS CARRYING *
      * EACH DEGREE AND CLASS-YEAR CODE. THE BATCH-BALANCING *
      * CONTROL RECORDS ARE HANDLED BY 2000-READ-INPUT, SO ONLY *
      * DATA RECORDS ARRIVE HERE *
      **************************************************************
        0100-LOAD-CODES-IN-USE.
           MOVE LOW-VALUES TO CODES-IN-USE.
           MOVE 0 TO USE-DEG-COUNT.
           MOVE 0 TO USE-YR-COUNT.
           OPEN INPUT INPUT-FILE.
           PERFORM 2000-READ-INPUT.
           PERFORM 0110-NOTE-ONE-ACCOUNT
              UNTIL EOF-I = 1.
           CLOSE INPUT-FILE.
        0110-NOTE-ONE-ACCOUNT.
           PERFORM 0120-NOTE-DEGREE.
           PERFORM 0125-NOTE-YEAR.
           PERFORM 2000-READ-INPUT.
        0120-NOTE-DEGREE.
           SET UD-IDX TO 1.
           SEARCH USE-DEG-ENTRY
              AT END
                 IF USE-DEG-COUNT < 100
                    ADD 1 TO USE-DEG-COUNT
                    MOVE I-DEGREE TO UD-CODE (USE-DEG-COUNT)
                    MOVE 1 TO UD-ACCTS (USE-DEG-COUNT)
                 ELSE
                    DISPLAY 'LAB5TBM DEGREE CODES IN USE OVERFLOW '
                       'AT CODE ' I-DEGREE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN UD-CODE (UD-IDX) = I-DEGREE
                 ADD 1 TO UD-ACCTS (UD-IDX)
           END-SEARCH.
        0125-NOTE-YEAR.
           SET UY-IDX TO 1.
           SEARCH USE-YR-ENTRY
              AT END
                 IF USE-YR-COUNT < 100
                    ADD 1 TO USE-YR-COUNT
                    MOVE I-YEAR TO UY-CODE (USE-YR-COUNT)
                    MOVE 1 TO UY-ACCTS (USE-YR-COUNT)
                 ELSE
                    DISPLAY 'LAB5TBM YEAR CODES IN USE OVERFLOW '
                       'AT CODE ' I-YEAR
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN UY-CODE (UY-IDX) = I-YEAR
                 ADD 1 TO UY-ACCTS (UY-IDX)
           END-SEARCH.
        1400-PRINT-HEAD.
           WRITE TBLR-REC FROM TBLR-HEADING1
             AFTER ADVANCING PAGE.
      **************************************************************
      * CHANGES ONE ENTRY - ONLY THE FIELDS SUPPLIED REPLACE *
      * WHAT IS THERE. CHANGING A DEACTIVATED ENTRY REACTIVATES *
      * IT, WHICH IS HOW AN OLD CODE COMES BACK. A CODE STILL IN *
      * USE MAY NOT BE POST-DATED PAST THE RUN DATE - THE USING *
      * PROGRAMS WOULD STOP LOADING IT, JUST AS IF DEACTIVATED *
      **************************************************************
        1520-APPLY-CHANGE.
           MOVE 0 TO USE-ACCTS-WS.
           IF KEY-FOUND AND TF-EFF-DATE > RUN-DATE-WS
              PERFORM 1540-COUNT-ACCOUNTS-USING
           END-IF.
           IF NOT KEY-FOUND
              MOVE 'CHANGE TO CODE NOT ON FILE' TO REASON-WS
              PERFORM 1660-WRITE-REJECT
           ELSE
              IF USE-ACCTS-WS > 0
                 MOVE USE-ACCTS-WS TO IU-ACCTS
                 MOVE IN-USE-REASON TO REASON-WS
                 PERFORM 1660-WRITE-REJECT
              ELSE
                 IF TF-TEXT NOT = SPACES
                    MOVE TF-TEXT TO CB-TEXT
                 END-IF
                 IF TF-EFF-DATE NOT = 0
                    MOVE TF-EFF-DATE TO CB-EFF-DATE
                 END-IF
                 MOVE 'A' TO CB-ACTIVE
                 REWRITE CODTB-REC
                 MOVE 'CHANGED' TO TJ-DISP
                 PERFORM 1670-WRITE-JOURNAL
              END-IF
           END-IF.
      **************************************************************
      * DEACTIVATES ONE ENTRY - IT STAYS ON FILE BUT THE USING *
      * PROGRAMS NO LONGER LOAD IT. REFUSED WHILE ANY ACCOUNT ON *
      * THE MASTER STILL CARRIES THE CODE - THOSE ACCOUNTS MUST BE *
      * MOVED TO ANOTHER CODE (LAB5MNT CHANGE) FIRST *
      **************************************************************
        1530-APPLY-DEACTIVATE.
           MOVE 0 TO USE-ACCTS-WS.
           IF KEY-FOUND
              PERFORM 1540-COUNT-ACCOUNTS-USING
           END-IF.
           IF NOT KEY-FOUND
              MOVE 'DEACTIVATE OF CODE NOT ON FILE' TO REASON-WS
              PERFORM 1660-WRITE-REJECT
           ELSE
              IF USE-ACCTS-WS > 0
                 MOVE USE-ACCTS-WS TO IU-ACCTS
                 MOVE IN-USE-REASON TO REASON-WS
                 PERFORM 1660-WRITE-REJECT
              ELSE
                 MOVE 'I' TO CB-ACTIVE
                 REWRITE CODTB-REC
                 MOVE 'DEACT' TO TJ-DISP
                 PERFORM 1670-WRITE-JOURNAL
              END-IF
           END-IF.
      **************************************************************
      * LOOKS THE TRANSACTION'S CODE UP IN THE CODES-IN-USE TABLE *
      * FOR ITS TABLE TYPE - USE-ACCTS-WS IS LEFT AT THE NUMBER OF *
      * ACCOUNTS CARRYING IT, ZERO WHEN NONE DO *
      **************************************************************
        1540-COUNT-ACCOUNTS-USING.
           MOVE 0 TO USE-ACCTS-WS.
           IF TF-TYPE = 'D'
              SET UD-IDX TO 1
              SEARCH USE-DEG-ENTRY
                 AT END
                    CONTINUE
                 WHEN UD-CODE (UD-IDX) = TF-CODE
                    MOVE UD-ACCTS (UD-IDX) TO USE-ACCTS-WS
              END-SEARCH
           ELSE
              SET UY-IDX TO 1
              SEARCH USE-YR-ENTRY
                 AT END
                    CONTINUE
                 WHEN UY-CODE (UY-IDX) = TF-CODE
                    MOVE UY-ACCTS (UY-IDX) TO USE-ACCTS-WS
              END-SEARCH
           END-IF.
      **************************************************************
      * FETCHES THE TRANSACTION'S KEY FROM THE CODE-TABLE FILE *
        2200-READ-NEXT-CODE.
           READ CODTB-FILE NEXT RECORD
                   AT END MOVE 1 TO EOF-C.
      **************************************************************
      * READS THE LOAN-SERVICING INPUT FILE. THE BATCH-BALANCING *
      * HEADER IS CAPTURED; THE TRAILER ENDS THE FILE AND *
      * TRIGGERS CONTROL VERIFICATION, SO THE IN-USE COUNTS ONLY *
      * EVER SEE DATA RECORDS *
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
      * RECORD, STOPS THE RUN WITH CONDITION CODE 16 BEFORE ANY *
      * TABLE ENTRY IS TOUCHED, SINCE IN-USE COUNTS FROM A *
      * TRUNCATED MASTER COULD LET AN IN-USE CODE BE DEACTIVATED *
      **************************************************************
        2020-VERIFY-CONTROLS.
           IF NOT HEADER-SEEN
              DISPLAY 'LAB5TBM CONTROL BREAK - NO HEADER RECORD'
              MOVE 'Y' TO CTL-FAIL-SW
           END-IF.
           IF NOT TRAILER-SEEN
              DISPLAY 'LAB5TBM CONTROL BREAK - NO TRAILER RECORD'
              MOVE 'Y' TO CTL-FAIL-SW
           ELSE
              IF CT-REC-COUNT NOT = CTL-READ-COUNT
                 DISPLAY 'LAB5TBM CONTROL BREAK - TRAILER COUNT '
                    CT-REC-COUNT ' BUT READ ' CTL-READ-COUNT
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
              IF CT-LOAN-HASH NOT = CTL-LOAN-HASH
                 DISPLAY 'LAB5TBM CONTROL BREAK - LOAN HASH '
                    CT-LOAN-HASH ' BUT READ ' CTL-LOAN-HASH
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
              IF CT-PAID-HASH NOT = CTL-PAID-HASH
                 DISPLAY 'LAB5TBM CONTROL BREAK - PAYMENT HASH '
                    CT-PAID-HASH ' BUT READ ' CTL-PAID-HASH
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
           END-IF.
           IF CONTROLS-FAILED
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
