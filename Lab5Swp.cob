        IDENTIFICATION DIVISION.
        PROGRAM-ID. LAB5SWP.
        AUTHOR. Martin Funmaker.
      * CROSS-FILE INTEGRITY SWEEP. READS THE STUDENT LOAN MASTER *
      * (LAB5-INPUT) AGAINST EVERY FILE THAT POINTS AT IT - THE *
      * INDEXED MASTER (LAB5-MSTIX), THE DUNNING LETTER-HISTORY *
      * FILE (LAB5-DUNHX), THE CARRIED-FORWARD SUSPENSE FILE *
      * (LAB5-NEWSUS) AND THE CODE-TABLE FILE (LAB5-CODTB) - AND *
      * REPORTS (LAB5-SWPRP) EVERY ORPHAN, STALE RECORD AND IN-USE *
      * CODE IT FINDS: AN INDEX THAT HAS DRIFTED FROM THE MASTER *
      * BECAUSE LAB5LOD WAS SKIPPED, LETTER HISTORY OR HELD *
      * RECEIPTS FOR ACCOUNTS LAB5MNT CLOSED OR LAB5PRG ARCHIVED, *
      * AND ACCOUNTS CARRYING A CODE THE NEXT LAB5 RUN WILL NOT *
      * LOAD. EACH FINDING CARRIES A SEVERITY (HIGH, MEDIUM, LOW) *
      * AND THE CORRECTIVE TRANSACTION OR RUN THAT CLEARS IT, AND *
      * THE CODE TABLE IS LISTED WITH THE NUMBER OF ACCOUNTS USING *
      * EACH CODE. NOTHING IS UPDATED. CONDITION CODE 8 = HIGH *
      * FINDINGS, 4 = MEDIUM OR LOW ONLY, 0 = CLEAN. RUN WEEKLY *
      * AND BEFORE THE YEAR-END ROLLOVER. *
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-10-15 MF  ORIGINAL PROGRAM. SHARES THE INPUT-DATA AND *
      *                SUSP-DATA LAYOUTS VIA LAB5REC AND THE CODE- *
      *                TABLE LAYOUT VIA LAB5TAB, AND VERIFIES THE *
      *                MASTER'S BATCH-BALANCING CONTROLS AS IT IS *
      *                READ. ALL FILES ARE MATCHED IN ACCOUNT *
      *                SEQUENCE - AN OUT-OF-SEQUENCE MASTER STOPS *
      *                THE RUN WITH CONDITION CODE 16. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'LAB5-INPUT'.
           SELECT OPTIONAL MSTIX-FILE ASSIGN TO 'LAB5-MSTIX'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MX-ACCT
              ALTERNATE RECORD KEY IS MX-NAME
                 WITH DUPLICATES
              FILE STATUS IS MSTIX-STATUS.
           SELECT CODTB-FILE ASSIGN TO 'LAB5-CODTB'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CB-KEY
              FILE STATUS IS CODTB-STATUS.
           SELECT OPTIONAL DUNH-FILE ASSIGN TO 'LAB5-DUNHX'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS DH-ACCT
              FILE STATUS IS DUNH-STATUS.
           SELECT OPTIONAL NSUS-FILE ASSIGN TO 'LAB5-NEWSUS'.
           SELECT SWPR-FILE ASSIGN TO 'LAB5-SWPRP'.


        DATA DIVISION.


        FILE SECTION.
        FD INPUT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 INPUT-REC PIC X(160).

      **************************************************************
      * THE INDEXED MASTER - SAME 160-BYTE LAYOUT AS LAB5-INPUT, *
      * LOADED FROM IT BY LAB5LOD (SEE LAB5LOD) *
      **************************************************************
        FD MSTIX-FILE
          LABEL RECORDS ARE STANDARD.
        01 MSTIX-REC.
          03 MX-ACCT PIC 9(7).
          03 MX-NAME PIC X(20).
          03 MX-REST PIC X(133).

      **************************************************************
      * THE INDEXED CODE-TABLE FILE - DEGREE AND CLASS-YEAR CODES *
      * KEYED ON TABLE TYPE PLUS CODE (LAYOUT IN LAB5TAB) *
      **************************************************************
        FD CODTB-FILE
          LABEL RECORDS ARE STANDARD.
        01 CODTB-REC.
          03 CB-KEY.
             05 CB-TYPE PIC X(1).
             05 CB-CODE PIC X(4).
          03 CB-REST PIC X(31).

      **************************************************************
      * THE DUNNING LETTER-HISTORY FILE - ONE RECORD PER ACCOUNT *
      * WITH A LETTER OUTSTANDING (SEE LAB5DUN) *
      **************************************************************
        FD DUNH-FILE
          LABEL RECORDS ARE STANDARD.
        01 DUNH-REC.
          03 DH-ACCT PIC 9(7).
          03 DH-LETTER PIC X(3).
          03 DH-BUCKET PIC 9(1).
          03 DH-CYCLE PIC 9(4).

      **************************************************************
      * THE CARRIED-FORWARD SUSPENSE FILE WRITTEN BY LAB5SUS, IN *
      * ACCOUNT SEQUENCE. OPTIONAL: NOTHING MAY BE HELD *
      **************************************************************
        FD NSUS-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 NSUS-REC PIC X(42).

        FD SWPR-FILE
          LABEL RECORDS ARE OMITTED.
        01 SWPR-REC PIC X(100).

        WORKING-STORAGE SECTION.
      **************************************************************
      * INPUT-DATA, SUSP-DATA AND THE CODE-TABLE RECORD COME FROM *
      * THE SHARED COPYBOOKS SO THIS PROGRAM NEVER DRIFTS OUT OF *
      * STEP WITH THE PROGRAMS THAT WRITE THE FILES IT CHECKS *
      **************************************************************
        COPY "LAB5REC.cpy".
        COPY "LAB5TAB.cpy".

      **************************************************************
      * EVERY CODE-TABLE ENTRY ON FILE, ACTIVE OR NOT, PLUS ANY *
      * CODE FOUND ON THE MASTER THAT IS NOT ON FILE AT ALL *
      * (SF-ON-FILE N) - EACH WITH THE NUMBER OF ACCOUNTS *
      * CARRYING IT *
      **************************************************************
       01 SWEEP-CODE-TABLE.
          03 SF-LOAD-COUNT PIC 9(3).
          03 SWEEP-CODE-ENTRY OCCURS 300 TIMES INDEXED BY SF-IDX.
             05 SF-KEY.
                07 SF-TYPE PIC X(1).
                07 SF-CODE PIC X(4).
             05 SF-ON-FILE PIC X(1).
                88 SF-IS-ON-FILE VALUE 'Y'.
             05 SF-ACTIVE PIC X(1).
                88 SF-IS-ACTIVE VALUE 'A'.
             05 SF-EFF-DATE PIC 9(8).
             05 SF-ACCTS PIC 9(7).

      **************************************************************
      * MATCH KEYS FOR THE ACCOUNT-SEQUENCE MERGE - EACH IS SET TO *
      * 99999999 (ABOVE ANY ACCOUNT NUMBER) AT END OF ITS FILE *
      **************************************************************
       01 MATCH-KEYS.
          03 MAST-KEY PIC 9(8) VALUE 0.
          03 MX-KEY-WS PIC 9(8) VALUE 0.
          03 DH-KEY-WS PIC 9(8) VALUE 0.
          03 SU-KEY-WS PIC 9(8) VALUE 0.
          03 PREV-ACCT PIC 9(7) VALUE 0.
          03 SF-SUB PIC 9(3) COMP.
          03 PMT-IDX PIC S9(2) COMP.
          03 LOOKUP-KEY.
             05 SK-TYPE PIC X(1).
             05 SK-CODE PIC X(4).
          03 KEY-CODE-WS.
             05 KC-TYPE PIC X(1).
             05 FILLER PIC X(1) VALUE SPACE.
             05 KC-CODE PIC X(4).

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

       01 SWP-COUNTS.
          03 INDEX-COUNT PIC 9(7) VALUE 0.
          03 HISTORY-COUNT PIC 9(7) VALUE 0.
          03 SUSPENSE-COUNT PIC 9(7) VALUE 0.
          03 HIGH-COUNT PIC 9(7) VALUE 0.
          03 MEDIUM-COUNT PIC 9(7) VALUE 0.
          03 LOW-COUNT PIC 9(7) VALUE 0.

      **************************************************************
      * REPORT LINE LAYOUTS. A FINDING LINE GIVES THE SEVERITY, *
      * THE FILE HOLDING THE BAD RECORD, ITS KEY (AN ACCOUNT *
      * NUMBER, OR A TABLE TYPE AND CODE), WHAT IS WRONG, AND THE *
      * CORRECTIVE TRANSACTION OR RUN *
      **************************************************************
       01 SWPR-TITLE.
          03              PIC X(36)
             VALUE 'CROSS-FILE INTEGRITY SWEEP - CYCLE'.
          03 SW-HD-CYCLE PIC 9999.
          03              PIC X(10) VALUE '  RUN DATE'.
          03 SW-HD-DATE PIC 99999999.
       01 SWPR-SECTION.
          03 SW-SECTION PIC X(40).
       01 SWPR-HEADING1.
          03              PIC X(8) VALUE 'SEVERITY'.
          03              PIC X(13) VALUE 'FILE'.
          03              PIC X(9) VALUE 'KEY'.
          03              PIC X(38) VALUE 'FINDING'.
          03              PIC X(32) VALUE 'CORRECTIVE ACTION'.
       01 SWPR-FINDING.
          03 FL-SEV PIC X(6).
          03 FILLER PIC X(2).
          03 FL-FILE PIC X(11).
          03 FILLER PIC X(2).
          03 FL-KEY PIC X(7).
          03 FILLER PIC X(2).
          03 FL-FINDING PIC X(36).
          03 FILLER PIC X(2).
          03 FL-ACTION PIC X(32).
       01 SWPR-HEADING2.
          03              PIC X(6) VALUE 'TYPE'.
          03              PIC X(6) VALUE 'CODE'.
          03              PIC X(9) VALUE 'ON FILE'.
          03              PIC X(8) VALUE 'ACTIVE'.
          03              PIC X(10) VALUE 'EFF DATE'.
          03              PIC X(10) VALUE 'IN EFFECT'.
          03              PIC X(8) VALUE 'ACCOUNTS'.
       01 SWPR-CODE-LINE.
          03 SC-TYPE PIC X(1).
          03 FILLER PIC X(5).
          03 SC-CODE PIC X(4).
          03 FILLER PIC X(2).
          03 SC-ON-FILE PIC X(3).
          03 FILLER PIC X(6).
          03 SC-ACTIVE PIC X(1).
          03 FILLER PIC X(7).
          03 SC-EFF-DATE PIC 99999999.
          03 FILLER PIC X(2).
          03 SC-IN-EFFECT PIC X(3).
          03 FILLER PIC X(5).
          03 SC-ACCTS PIC 9999999.
       01 SWPR-READ-TOTALS.
          03 FILLER PIC X(9) VALUE 'ACCOUNTS'.
          03 SW-ACCOUNTS PIC 9999999.
          03 FILLER PIC X(8) VALUE '  INDEX'.
          03 SW-INDEX PIC 9999999.
          03 FILLER PIC X(10) VALUE '  LETTERS'.
          03 SW-HISTORY PIC 9999999.
          03 FILLER PIC X(7) VALUE '  HELD'.
          03 SW-SUSPENSE PIC 9999999.
          03 FILLER PIC X(8) VALUE '  CODES'.
          03 SW-CODES PIC 9999999.
       01 SWPR-FIND-TOTALS.
          03 FILLER PIC X(14) VALUE 'FINDINGS  HIGH'.
          03 SW-HIGH PIC 9999999.
          03 FILLER PIC X(9) VALUE '  MEDIUM'.
          03 SW-MEDIUM PIC 9999999.
          03 FILLER PIC X(6) VALUE '  LOW'.
          03 SW-LOW PIC 9999999.

        01 MISC.
      **************************************************************
      * END OF FILE (EOF) SWITCHES - I = MASTER, X = INDEX, *
      * C = CODE TABLE, H = LETTER HISTORY, S = SUSPENSE *
      * 0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
          03 EOF-I PIC 9 VALUE 0.
          03 EOF-X PIC 9 VALUE 0.
          03 EOF-C PIC 9 VALUE 0.
          03 EOF-H PIC 9 VALUE 0.
          03 EOF-S PIC 9 VALUE 0.
          03 MSTIX-STATUS PIC X(02).
          03 CODTB-STATUS PIC X(02).
          03 DUNH-STATUS PIC X(02).
          03 RUN-DATE-WS PIC 9(8).

      **************************************************************
      * START OF PROCEDURE DIVISION *
      **************************************************************
        PROCEDURE DIVISION.
        000-MAINLINE.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 0150-LOAD-CODE-FILE.
           PERFORM 0200-OPEN-FILES.
           PERFORM 2000-READ-INPUT.
           IF NOT HEADER-SEEN
              DISPLAY 'LAB5SWP CONTROL BREAK - NO HEADER RECORD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2100-READ-INDEX.
           PERFORM 2200-READ-HISTORY.
           PERFORM 2300-READ-SUSPENSE.
           PERFORM 1500-SWEEP-ONE-ACCOUNT
              UNTIL EOF-I = 1.
           PERFORM 1600-SWEEP-REMAINDER.
           PERFORM 1700-CHECK-CODES-IN-USE.
           PERFORM 1800-LIST-CODE-USAGE.
           PERFORM 1900-PRINT-TOTALS.
           CLOSE INPUT-FILE
             MSTIX-FILE
             DUNH-FILE
             NSUS-FILE
             SWPR-FILE.
           IF HIGH-COUNT > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF MEDIUM-COUNT > 0 OR LOW-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.
      **************************************************************
      * LOADS EVERY CODE-TABLE ENTRY - ACTIVE, DEACTIVATED AND *
      * STAGED ALIKE - SO EACH CODE ON THE MASTER CAN BE CHECKED *
      * AGAINST WHAT LAB5 WILL ACTUALLY LOAD *
      **************************************************************
        0150-LOAD-CODE-FILE.
           MOVE LOW-VALUES TO SWEEP-CODE-TABLE.
           MOVE 0 TO SF-LOAD-COUNT.
           MOVE 0 TO EOF-C.
           OPEN INPUT CODTB-FILE.
           IF CODTB-STATUS NOT = '00'
              DISPLAY 'LAB5SWP CODE-TABLE OPEN FAILED - STATUS '
                 CODTB-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0160-READ-CODE-TABLE.
           PERFORM 0155-LOAD-ONE-CODE
              UNTIL EOF-C = 1.
           CLOSE CODTB-FILE.
        0155-LOAD-ONE-CODE.
           MOVE TB-TYPE TO SK-TYPE.
           MOVE TB-CODE TO SK-CODE.
           PERFORM 0170-ADD-CODE-ENTRY.
           MOVE 'Y' TO SF-ON-FILE (SF-LOAD-COUNT).
           MOVE TB-ACTIVE TO SF-ACTIVE (SF-LOAD-COUNT).
           MOVE TB-EFF-DATE TO SF-EFF-DATE (SF-LOAD-COUNT).
           PERFORM 0160-READ-CODE-TABLE.
        0160-READ-CODE-TABLE.
           READ CODTB-FILE INTO CODE-TABLE-DATA
                   AT END MOVE 1 TO EOF-C.
      **************************************************************
      * ADDS ONE ENTRY (LOOKUP-KEY) TO THE SWEEP CODE TABLE - A *
      * TABLE THAT OUTGROWS ITS SLOTS STOPS THE RUN RATHER THAN *
      * MISSING CODES UNSEEN *
      **************************************************************
        0170-ADD-CODE-ENTRY.
           IF SF-LOAD-COUNT < 300
              ADD 1 TO SF-LOAD-COUNT
              MOVE LOOKUP-KEY TO SF-KEY (SF-LOAD-COUNT)
              MOVE 'N' TO SF-ON-FILE (SF-LOAD-COUNT)
              MOVE SPACE TO SF-ACTIVE (SF-LOAD-COUNT)
              MOVE 0 TO SF-EFF-DATE (SF-LOAD-COUNT)
              MOVE 0 TO SF-ACCTS (SF-LOAD-COUNT)
           ELSE
              DISPLAY 'LAB5SWP CODE TABLE OVERFLOW AT CODE '
                 LOOKUP-KEY
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      **************************************************************
      * OPENS THE MASTER, THE SIDE FILES AND THE REPORT. THE *
      * INDEX, LETTER HISTORY AND SUSPENSE FILE ARE OPTIONAL - A *
      * MISSING ONE READS AS EMPTY *
      **************************************************************
        0200-OPEN-FILES.
           OPEN INPUT INPUT-FILE
             INPUT MSTIX-FILE
             INPUT DUNH-FILE
             INPUT NSUS-FILE
             OUTPUT SWPR-FILE.
           IF MSTIX-STATUS NOT = '00' AND MSTIX-STATUS NOT = '05'
              DISPLAY 'LAB5SWP INDEXED MASTER OPEN FAILED - STATUS '
                 MSTIX-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF DUNH-STATUS NOT = '00' AND DUNH-STATUS NOT = '05'
              DISPLAY 'LAB5SWP LETTER HISTORY OPEN FAILED - STATUS '
                 DUNH-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
        1400-PRINT-HEAD.
           MOVE CH-CYCLE TO SW-HD-CYCLE.
           MOVE RUN-DATE-WS TO SW-HD-DATE.
           WRITE SWPR-REC FROM SWPR-TITLE
             AFTER ADVANCING PAGE.
           MOVE 'FINDINGS' TO SW-SECTION.
           WRITE SWPR-REC FROM SWPR-SECTION
             AFTER ADVANCING 2 LINES.
           WRITE SWPR-REC FROM SWPR-HEADING1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SWPR-REC.
           WRITE SWPR-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * SWEEPS ONE MASTER ACCOUNT - EACH SIDE FILE IS FIRST RUN *
      * UP TO THE ACCOUNT, REPORTING AS AN ORPHAN EVERYTHING IT *
      * HOLDS FOR LOWER ACCOUNT NUMBERS NOT ON THE MASTER, THEN *
      * ITS RECORD FOR THE ACCOUNT ITSELF IS CHECKED *
      **************************************************************
        1500-SWEEP-ONE-ACCOUNT.
           IF I-ACCT < PREV-ACCT
              DISPLAY 'LAB5SWP OUT OF SEQUENCE - LAB5-INPUT '
                 'ACCOUNT ' I-ACCT ' ' I-NAME
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF I-ACCT = PREV-ACCT
              MOVE 'HIGH' TO FL-SEV
              MOVE 'LAB5-INPUT' TO FL-FILE
              MOVE I-ACCT TO FL-KEY
              MOVE 'DUPLICATE ACCOUNT ON THE MASTER' TO FL-FINDING
              MOVE 'REVIEW - LAB5MNT X THE BAD ONE' TO FL-ACTION
              PERFORM 1850-WRITE-FINDING
           ELSE
              MOVE I-ACCT TO MAST-KEY
              PERFORM 1510-CHECK-INDEX
              PERFORM 1520-CHECK-LETTER-HISTORY
              PERFORM 1530-CHECK-SUSPENSE
              MOVE I-ACCT TO PREV-ACCT
           END-IF.
           PERFORM 1540-NOTE-CODES.
           PERFORM 2000-READ-INPUT.
      **************************************************************
      * THE INDEXED MASTER MUST HOLD EXACTLY THE MASTER'S *
      * ACCOUNTS, EACH IDENTICAL TO ITS LAB5-INPUT RECORD - ANY *
      * DIFFERENCE MEANS LAB5LOD DID NOT RUN AFTER THE LAST *
      * UPDATE AND LAB5INQ IS ANSWERING FROM STALE DATA *
      **************************************************************
        1510-CHECK-INDEX.
           PERFORM 1515-INDEX-ORPHAN
              UNTIL MX-KEY-WS NOT < MAST-KEY.
           IF MX-KEY-WS = MAST-KEY
              IF MSTIX-REC NOT = INPUT-DATA
                 MOVE 'MEDIUM' TO FL-SEV
                 MOVE 'LAB5-MSTIX' TO FL-FILE
                 MOVE I-ACCT TO FL-KEY
                 MOVE 'INDEX RECORD DIFFERS FROM MASTER'
                   TO FL-FINDING
                 MOVE 'RERUN LAB5LOD (PARM R)' TO FL-ACTION
                 PERFORM 1850-WRITE-FINDING
              END-IF
              PERFORM 2100-READ-INDEX
           ELSE
              MOVE 'HIGH' TO FL-SEV
              MOVE 'LAB5-MSTIX' TO FL-FILE
              MOVE I-ACCT TO FL-KEY
              MOVE 'ACCOUNT MISSING FROM INDEX' TO FL-FINDING
              MOVE 'RERUN LAB5LOD (PARM R)' TO FL-ACTION
              PERFORM 1850-WRITE-FINDING
           END-IF.
        1515-INDEX-ORPHAN.
           MOVE 'HIGH' TO FL-SEV.
           MOVE 'LAB5-MSTIX' TO FL-FILE.
           MOVE MX-ACCT TO FL-KEY.
           MOVE 'INDEXED ACCOUNT NOT ON MASTER' TO FL-FINDING.
           MOVE 'RERUN LAB5LOD (PARM R)' TO FL-ACTION.
           PERFORM 1850-WRITE-FINDING.
           PERFORM 2100-READ-INDEX.
      **************************************************************
      * LETTER HISTORY IS KEPT ONLY FOR ACCOUNTS STILL IN THE *
      * LETTER STREAM - NONE FOR AN ACCOUNT LAB5MNT CLOSED OR *
      * LAB5PRG ARCHIVED, AND NONE FOR A CHARGED-OFF ACCOUNT *
      * (LAB5DUN DROPS THAT ONE ON ITS NEXT RUN) *
      **************************************************************
        1520-CHECK-LETTER-HISTORY.
           PERFORM 1525-HISTORY-ORPHAN
              UNTIL DH-KEY-WS NOT < MAST-KEY.
           IF DH-KEY-WS = MAST-KEY
              IF I-CHARGED-OFF
                 MOVE 'LOW' TO FL-SEV
                 MOVE 'LAB5-DUNHX' TO FL-FILE
                 MOVE I-ACCT TO FL-KEY
                 MOVE 'LETTER HISTORY ON CHARGED-OFF ACCT'
                   TO FL-FINDING
                 MOVE 'NONE - NEXT LAB5DUN DELETES IT' TO FL-ACTION
                 PERFORM 1850-WRITE-FINDING
              END-IF
              PERFORM 2200-READ-HISTORY
           END-IF.
        1525-HISTORY-ORPHAN.
           MOVE 'MEDIUM' TO FL-SEV.
           MOVE 'LAB5-DUNHX' TO FL-FILE.
           MOVE DH-ACCT TO FL-KEY.
           MOVE 'LETTER HISTORY, ACCT NOT ON MASTER'
             TO FL-FINDING.
           MOVE 'DELETE LAB5-DUNHX RECORD' TO FL-ACTION.
           PERFORM 1850-WRITE-FINDING.
           PERFORM 2200-READ-HISTORY.
      **************************************************************
      * A HELD RECEIPT FOR AN ACCOUNT THAT IS ON THE MASTER IS *
      * RE-PRESENTED BY LAB5SUS AS NORMAL. ONE FOR AN ACCOUNT NOT *
      * ON THE MASTER CAN NEVER POST - IF IT WAS HELD BECAUSE THE *
      * ACCOUNT NUMBER WAS NOT FOUND IT IS PROBABLY MISKEYED; ANY *
      * OTHER REASON MEANS THE ACCOUNT HAS SINCE BEEN CLOSED OR *
      * ARCHIVED. EITHER WAY LAB5SUS REFUNDS IT ONCE IT HAS BEEN *
      * HELD MORE THAN TWO CYCLES UNLESS IT IS DEALT WITH FIRST *
      **************************************************************
        1530-CHECK-SUSPENSE.
           PERFORM 1535-SUSPENSE-ORPHAN
              UNTIL SU-KEY-WS NOT < MAST-KEY.
           PERFORM 2300-READ-SUSPENSE
              UNTIL SU-KEY-WS NOT = MAST-KEY.
        1535-SUSPENSE-ORPHAN.
           MOVE 'LAB5-NEWSUS' TO FL-FILE.
           MOVE S-ACCT TO FL-KEY.
           IF SUSP-NO-ACCOUNT
              MOVE 'LOW' TO FL-SEV
              MOVE 'HELD RECEIPT, ACCOUNT NEVER FOUND'
                TO FL-FINDING
              MOVE 'RESEARCH ACCOUNT NO. OR REFUND' TO FL-ACTION
           ELSE
              MOVE 'MEDIUM' TO FL-SEV
              MOVE 'HELD RECEIPT, ACCOUNT SINCE REMOVED'
                TO FL-FINDING
              MOVE 'REFUND TO BORROWER' TO FL-ACTION
           END-IF.
           PERFORM 1850-WRITE-FINDING.
           PERFORM 2300-READ-SUSPENSE.
      **************************************************************
      * COUNTS THE ACCOUNT AGAINST ITS DEGREE AND CLASS-YEAR CODES *
      * - A CODE NOT ON THE CODE-TABLE FILE AT ALL IS ADDED TO THE *
      * SWEEP TABLE AS NOT ON FILE *
      **************************************************************
        1540-NOTE-CODES.
           MOVE 'D' TO SK-TYPE.
           MOVE I-DEGREE TO SK-CODE.
           PERFORM 1545-NOTE-ONE-CODE.
           MOVE 'Y' TO SK-TYPE.
           MOVE I-YEAR TO SK-CODE.
           PERFORM 1545-NOTE-ONE-CODE.
        1545-NOTE-ONE-CODE.
           SET SF-IDX TO 1.
           SEARCH SWEEP-CODE-ENTRY
              AT END
                 PERFORM 0170-ADD-CODE-ENTRY
                 MOVE 1 TO SF-ACCTS (SF-LOAD-COUNT)
              WHEN SF-KEY (SF-IDX) = LOOKUP-KEY
                 ADD 1 TO SF-ACCTS (SF-IDX)
           END-SEARCH.
      **************************************************************
      * AFTER THE LAST MASTER ACCOUNT, EVERYTHING LEFT ON THE SIDE *
      * FILES IS AN ORPHAN *
      **************************************************************
        1600-SWEEP-REMAINDER.
           MOVE 99999999 TO MAST-KEY.
           PERFORM 1515-INDEX-ORPHAN
              UNTIL MX-KEY-WS NOT < MAST-KEY.
           PERFORM 1525-HISTORY-ORPHAN
              UNTIL DH-KEY-WS NOT < MAST-KEY.
           PERFORM 1535-SUSPENSE-ORPHAN
              UNTIL SU-KEY-WS NOT < MAST-KEY.
      **************************************************************
      * A CODE CARRIED BY ANY ACCOUNT MUST BE ON FILE, ACTIVE AND *
      * IN EFFECT, OR THE NEXT LAB5 RUN THROWS EVERY ONE OF THOSE *
      * ACCOUNTS AS AN EXCEPTION. THE CORRECTIVE TRANSACTION IS *
      * FOR LAB5TBM (FUNCTION, TABLE TYPE, CODE) - OR LAB5MNT C TO *
      * MOVE THE ACCOUNTS TO A GOOD CODE *
      **************************************************************
        1700-CHECK-CODES-IN-USE.
           PERFORM 1710-CHECK-ONE-CODE
              VARYING SF-SUB FROM 1 BY 1
              UNTIL SF-SUB > SF-LOAD-COUNT.
        1710-CHECK-ONE-CODE.
           IF SF-ACCTS (SF-SUB) > 0
              MOVE 'HIGH' TO FL-SEV
              MOVE 'LAB5-CODTB' TO FL-FILE
              MOVE SF-TYPE (SF-SUB) TO KC-TYPE
              MOVE SF-CODE (SF-SUB) TO KC-CODE
              MOVE KEY-CODE-WS TO FL-KEY
              IF NOT SF-IS-ON-FILE (SF-SUB)
                 MOVE 'CODE IN USE, NOT ON CODE TABLE'
                   TO FL-FINDING
                 MOVE 'LAB5TBM A (ADD THE CODE)' TO FL-ACTION
                 PERFORM 1850-WRITE-FINDING
              ELSE
                 IF NOT SF-IS-ACTIVE (SF-SUB)
                    MOVE 'CODE IN USE BUT DEACTIVATED'
                      TO FL-FINDING
                    MOVE 'LAB5TBM C (REACTIVATE)' TO FL-ACTION
                    PERFORM 1850-WRITE-FINDING
                 ELSE
                    IF SF-EFF-DATE (SF-SUB) > RUN-DATE-WS
                       MOVE 'CODE IN USE, NOT YET IN EFFECT'
                         TO FL-FINDING
                       MOVE 'LAB5TBM C (EFF DATE TODAY)'
                         TO FL-ACTION
                       PERFORM 1850-WRITE-FINDING
                    END-IF
                 END-IF
              END-IF
           END-IF.
      **************************************************************
      * LISTS EVERY CODE - ON FILE OR FOUND ONLY ON THE MASTER - *
      * WITH THE NUMBER OF ACCOUNTS USING IT, SO A CODE CAN BE *
      * SEEN TO BE FREE BEFORE ANYONE ASKS LAB5TBM TO RETIRE IT *
      **************************************************************
        1800-LIST-CODE-USAGE.
           MOVE 'CODE TABLE USAGE' TO SW-SECTION.
           WRITE SWPR-REC FROM SWPR-SECTION
             AFTER ADVANCING 3 LINES.
           WRITE SWPR-REC FROM SWPR-HEADING2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SWPR-REC.
           WRITE SWPR-REC
             AFTER ADVANCING 1 LINE.
           PERFORM 1810-LIST-ONE-CODE
              VARYING SF-SUB FROM 1 BY 1
              UNTIL SF-SUB > SF-LOAD-COUNT.
        1810-LIST-ONE-CODE.
           MOVE SF-TYPE (SF-SUB) TO SC-TYPE.
           MOVE SF-CODE (SF-SUB) TO SC-CODE.
           MOVE SF-ACTIVE (SF-SUB) TO SC-ACTIVE.
           MOVE SF-EFF-DATE (SF-SUB) TO SC-EFF-DATE.
           MOVE SF-ACCTS (SF-SUB) TO SC-ACCTS.
           IF SF-IS-ON-FILE (SF-SUB)
              MOVE 'YES' TO SC-ON-FILE
           ELSE
              MOVE 'NO' TO SC-ON-FILE
           END-IF.
           IF SF-IS-ACTIVE (SF-SUB)
              AND SF-EFF-DATE (SF-SUB) NOT > RUN-DATE-WS
              MOVE 'YES' TO SC-IN-EFFECT
           ELSE
              MOVE 'NO' TO SC-IN-EFFECT
           END-IF.
           WRITE SWPR-REC FROM SWPR-CODE-LINE
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * WRITES ONE FINDING LINE (FIELDS SET BY THE CALLER) AND *
      * COUNTS IT BY SEVERITY *
      **************************************************************
        1850-WRITE-FINDING.
           WRITE SWPR-REC FROM SWPR-FINDING
             AFTER ADVANCING 1 LINE.
           IF FL-SEV = 'HIGH'
              ADD 1 TO HIGH-COUNT
           ELSE
              IF FL-SEV = 'MEDIUM'
                 ADD 1 TO MEDIUM-COUNT
              ELSE
                 ADD 1 TO LOW-COUNT
              END-IF
           END-IF.
      **************************************************************
      * PRINTS THE RECORDS SWEPT FROM EACH FILE AND THE FINDINGS *
      * BY SEVERITY - RUNS ONCE AFTER THE CODE LISTING *
      **************************************************************
        1900-PRINT-TOTALS.
           MOVE CTL-READ-COUNT TO SW-ACCOUNTS.
           MOVE INDEX-COUNT TO SW-INDEX.
           MOVE HISTORY-COUNT TO SW-HISTORY.
           MOVE SUSPENSE-COUNT TO SW-SUSPENSE.
           MOVE SF-LOAD-COUNT TO SW-CODES.
           MOVE HIGH-COUNT TO SW-HIGH.
           MOVE MEDIUM-COUNT TO SW-MEDIUM.
           MOVE LOW-COUNT TO SW-LOW.
           MOVE SPACES TO SWPR-REC.
           WRITE SWPR-REC
             AFTER ADVANCING 1 LINE.
           WRITE SWPR-REC FROM SWPR-READ-TOTALS
             AFTER ADVANCING 1 LINE.
           WRITE SWPR-REC FROM SWPR-FIND-TOTALS
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS THE LOAN-SERVICING INPUT FILE. THE BATCH-BALANCING *
      * HEADER IS CAPTURED; THE TRAILER ENDS THE FILE AND *
      * TRIGGERS CONTROL VERIFICATION, SO THE SWEEP ONLY EVER *
      * SEES DATA RECORDS *
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
      * RECORD, STOPS THE RUN WITH CONDITION CODE 16, SINCE A *
      * TRUNCATED MASTER WOULD MAKE EVERY LATER RECORD AN ORPHAN *
      **************************************************************
        2020-VERIFY-CONTROLS.
           IF NOT HEADER-SEEN
              DISPLAY 'LAB5SWP CONTROL BREAK - NO HEADER RECORD'
              MOVE 'Y' TO CTL-FAIL-SW
           END-IF.
           IF NOT TRAILER-SEEN
              DISPLAY 'LAB5SWP CONTROL BREAK - NO TRAILER RECORD'
              MOVE 'Y' TO CTL-FAIL-SW
           ELSE
              IF CT-REC-COUNT NOT = CTL-READ-COUNT
                 DISPLAY 'LAB5SWP CONTROL BREAK - TRAILER COUNT '
                    CT-REC-COUNT ' BUT READ ' CTL-READ-COUNT
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
              IF CT-LOAN-HASH NOT = CTL-LOAN-HASH
                 DISPLAY 'LAB5SWP CONTROL BREAK - LOAN HASH '
                    CT-LOAN-HASH ' BUT READ ' CTL-LOAN-HASH
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
              IF CT-PAID-HASH NOT = CTL-PAID-HASH
                 DISPLAY 'LAB5SWP CONTROL BREAK - PAYMENT HASH '
                    CT-PAID-HASH ' BUT READ ' CTL-PAID-HASH
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
           END-IF.
           IF CONTROLS-FAILED
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      **************************************************************
      * READS THE NEXT INDEXED-MASTER RECORD IN KEY ORDER *
      **************************************************************
        2100-READ-INDEX.
           READ MSTIX-FILE
                   AT END MOVE 1 TO EOF-X.
           IF EOF-X = 1
              MOVE 99999999 TO MX-KEY-WS
           ELSE
              MOVE MX-ACCT TO MX-KEY-WS
              ADD 1 TO INDEX-COUNT
           END-IF.
      **************************************************************
      * READS THE NEXT LETTER-HISTORY RECORD IN KEY ORDER *
      **************************************************************
        2200-READ-HISTORY.
           READ DUNH-FILE
                   AT END MOVE 1 TO EOF-H.
           IF EOF-H = 1
              MOVE 99999999 TO DH-KEY-WS
           ELSE
              MOVE DH-ACCT TO DH-KEY-WS
              ADD 1 TO HISTORY-COUNT
           END-IF.
      **************************************************************
      * READS THE NEXT HELD RECEIPT ON THE SUSPENSE FILE *
      **************************************************************
        2300-READ-SUSPENSE.
           READ NSUS-FILE INTO SUSP-DATA
                   AT END MOVE 1 TO EOF-S.
           IF EOF-S = 1
              MOVE 99999999 TO SU-KEY-WS
           ELSE
              MOVE S-ACCT TO SU-KEY-WS
              ADD 1 TO SUSPENSE-COUNT
           END-IF.
