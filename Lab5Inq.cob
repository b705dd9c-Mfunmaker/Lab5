      * DEGREE, YEAR, AND BALANCE, SO THE AGENT *
      * CAN PICK THE RIGHT ONE AND PULL ITS *
      * SCHEDULE BY ACCOUNT NUMBER AS TODAY *
      * OR: LAB5INQ H NNNNNNN YYYYMMDD YYYYMMDD - THE *
      * ACCOUNT'S ACTIVITY BETWEEN THE TWO DATES *
      * (INCLUSIVE) FROM THE PERMANENT *
      * TRANSACTION HISTORY (LAB5-TRNHX) - EVERY *
      * RECEIPT, SUSPENSE CLEARING, RECOVERY AND *
      * MAINTENANCE ACTION WITH THE BALANCE BEFORE *
      * AND AFTER - SO A DISPUTE CAN BE ANSWERED *
      * FROM ONE PAGE, EVEN FOR AN ACCOUNT NO *
      * LONGER ON THE MASTER *
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-08-22 MF  ORIGINAL PROGRAM. SHARES THE INPUT-DATA *
      *                PREFIX. ACCESS IS NOW DYNAMIC SO THE *
      *                SEARCH CAN READ THE INDEX IN NAME ORDER *
      *                WHILE THE ACCOUNT FETCH STAYS RANDOM. *
      * 2026-10-15 MF  INDEXED MASTER RECORD IS NOW 160 BYTES *
      *                (REPAYMENT STATUS AND DATES ADDED TO LAB5REC) - *
      *                MX-REST WIDENED TO MATCH. *
      * 2026-10-15 MF  ADD THE HISTORY MODE (H NNNNNNN YYYYMMDD *
      *                YYYYMMDD) - LISTS AN ACCOUNT'S ENTRIES FROM THE *
      *                NEW PERMANENT TRANSACTION-HISTORY FILE *
      *                (LAB5-TRNHX, LAYOUT IN LAB5REC) OVER A DATE *
      *                RANGE WITH THE BALANCE BEFORE AND AFTER EACH. *
      *                THE ARGUMENT AREA GROWS TO 40 BYTES TO HOLD IT. *
      * 2026-10-15 MF  HISTORY MODE PRINTS THE RETURNED-ITEM REVERSAL *
      *                (TYPE N) AND CHARGE-OFF (TYPE O) ENTRIES BY *
      *                NAME. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
              ALTERNATE RECORD KEY IS MX-NAME
                 WITH DUPLICATES
              FILE STATUS IS MSTIX-STATUS.
           SELECT OPTIONAL TRNH-FILE ASSIGN TO 'LAB5-TRNHX'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TH-KEY
              FILE STATUS IS TRNH-STATUS.
           SELECT INQP-FILE ASSIGN TO 'LAB5-INQP'.



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

      **************************************************************
      * THE PERMANENT TRANSACTION-HISTORY FILE - KEYED ON ACCOUNT *
      * NUMBER PLUS POSTING DATE PLUS SEQUENCE (LAYOUT IN *
      * LAB5REC), SO ONE ACCOUNT'S ACTIVITY READS IN DATE ORDER *
      **************************************************************
        FD TRNH-FILE
          LABEL RECORDS ARE STANDARD.
        01 TRNH-REC.
          03 TH-KEY.
             05 THK-ACCT PIC 9(7).
             05 THK-DATE PIC 9(8).
             05 THK-SEQ PIC 9(4).
          03 TH-REST PIC X(61).

        FD INQP-FILE
          LABEL RECORDS ARE OMITTED.
          03 FILLER PIC X(15) VALUE 'ACCOUNTS FOUND'.
          03 SR-COUNT PIC 9999999.

      **************************************************************
      * LAYOUTS FOR THE ACCOUNT-HISTORY LISTING *
      **************************************************************
       01 HIST-TITLE1.
          03 FILLER PIC X(21) VALUE 'ACTIVITY FOR ACCOUNT'.
          03 HT-ACCT PIC 9999999.
          03 FILLER PIC X(3).
          03 HT-NAME PIC X(24).
       01 HIST-TITLE2.
          03 FILLER PIC X(5) VALUE 'FROM'.
          03 HT-FROM PIC 9(8).
          03 FILLER PIC X(9) VALUE ' THROUGH'.
          03 HT-THRU PIC 9(8).
       01 HIST-HEADING1.
          03              PIC X(10) VALUE 'DATE'.
          03              PIC X(10) VALUE 'ACTION'.
          03              PIC X(10) VALUE 'BY'.
          03              PIC X(4) VALUE 'MO'.
          03              PIC X(10) VALUE 'AMOUNT'.
          03              PIC X(6) VALUE 'CYCLE'.
          03              PIC X(10) VALUE 'BEFORE'.
          03              PIC X(8) VALUE 'AFTER'.
       01 HIST-DATA.
          03 HD-DATE PIC 9(8).
          03 FILLER PIC X(2).
          03 HD-ACTION PIC X(8).
          03 FILLER PIC X(2).
          03 HD-PROGRAM PIC X(8).
          03 FILLER PIC X(2).
          03 HD-MONTH PIC 99.
          03 FILLER PIC X(2).
          03 HD-AMOUNT PIC 99999.99.
          03 FILLER PIC X(2).
          03 HD-CYCLE PIC 9999.
          03 FILLER PIC X(2).
          03 HD-BEFORE PIC 99999.99.
          03 FILLER PIC X(2).
          03 HD-AFTER PIC 99999.99.
       01 HIST-TOTAL.
          03 FILLER PIC X(15) VALUE 'ENTRIES LISTED'.
          03 HT-COUNT PIC 9999999.

      **************************************************************
      * HISTORY TYPE CODES (SEE TH-TYPE IN LAB5REC) AND THE *
      * ACTION WORDING PRINTED FOR EACH *
      **************************************************************
       01 HIST-TYPE-VALUES.
          03 FILLER PIC X(9) VALUE 'PPAYMENT'.
          03 FILLER PIC X(9) VALUE 'SSUSPENSE'.
          03 FILLER PIC X(9) VALUE 'VRECOVERY'.
          03 FILLER PIC X(9) VALUE 'AADD'.
          03 FILLER PIC X(9) VALUE 'CCHANGE'.
          03 FILLER PIC X(9) VALUE 'XCLOSE'.
          03 FILLER PIC X(9) VALUE 'GGRANT'.
          03 FILLER PIC X(9) VALUE 'EEXTEND'.
          03 FILLER PIC X(9) VALUE 'REND'.
          03 FILLER PIC X(9) VALUE 'NREVERSAL'.
          03 FILLER PIC X(9) VALUE 'OCHG-OFF'.
       01 HIST-TYPE-TABLE REDEFINES HIST-TYPE-VALUES.
          03 HIST-TYPE-ENTRY OCCURS 11 TIMES
                INDEXED BY HTY-IDX.
             05 HTY-CODE PIC X(1).
             05 HTY-TEXT PIC X(8).

        01 MATH-DATA.
          03 TOT PIC 9(7).
          03 BAL PIC 9(7).

        01 MISC.
          03 MSTIX-STATUS PIC X(02).
          03 INQ-ARG-WS PIC X(40) VALUE SPACES.
          03 INQ-ACCT-IN PIC X(7) VALUE SPACES.
      **************************************************************
      * NAME-SEARCH CONTROLS - THE LENGTH OF THE NAME PREFIX *
          03 ARG-IDX PIC 9(2) COMP.
          03 EOF-X PIC 9 VALUE 0.
          03 MATCH-COUNT PIC 9(7) VALUE 0.
      **************************************************************
      * HISTORY-MODE CONTROLS - THE ACCOUNT AND DATE RANGE ASKED *
      * FOR, THE HISTORY-SCAN EOF SWITCH, AND THE ENTRY COUNT *
      **************************************************************
          03 TRNH-STATUS PIC X(02).
          03 HIST-ACCT-WS PIC 9(7) VALUE 0.
          03 HIST-FROM-WS PIC 9(8) VALUE 0.
          03 HIST-THRU-WS PIC 9(8) VALUE 0.
          03 EOF-H PIC 9 VALUE 0.
          03 HIST-COUNT PIC 9(7) VALUE 0.

      **************************************************************
      * START OF PROCEDURE DIVISION *
           ACCEPT INQ-ARG-WS FROM COMMAND-LINE.
           OPEN INPUT MSTIX-FILE
             OUTPUT INQP-FILE.
           IF INQ-ARG-WS (1:2) = 'H '
              PERFORM 1300-LIST-HISTORY
           ELSE
              IF INQ-ARG-WS (1:1) IS NUMERIC
                 PERFORM 1100-FETCH-BY-ACCOUNT
              ELSE
                 PERFORM 1800-SEARCH-BY-NAME
              END-IF
           END-IF.
           CLOSE MSTIX-FILE
             INQP-FILE.
                 PERFORM 1600-PRINT-ACCOUNT
           END-READ.
      **************************************************************
      * THE HISTORY PATH - LISTS ONE ACCOUNT'S ENTRIES FROM THE *
      * TRANSACTION HISTORY IN DATE ORDER FOR THE DATES GIVEN. *
      * THE NAME COMES FROM THE INDEXED MASTER WHEN THE ACCOUNT IS *
      * STILL ON IT; A CLOSED OR PURGED ACCOUNT STILL LISTS *
      **************************************************************
        1300-LIST-HISTORY.
           IF INQ-ARG-WS (3:7) NOT NUMERIC
              OR INQ-ARG-WS (11:8) NOT NUMERIC
              OR INQ-ARG-WS (20:8) NOT NUMERIC
              DISPLAY 'LAB5INQ - INVOKE AS: LAB5INQ H NNNNNNN '
                 'YYYYMMDD YYYYMMDD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE INQ-ARG-WS (3:7) TO HIST-ACCT-WS.
           MOVE INQ-ARG-WS (11:8) TO HIST-FROM-WS.
           MOVE INQ-ARG-WS (20:8) TO HIST-THRU-WS.
           IF HIST-FROM-WS > HIST-THRU-WS
              DISPLAY 'LAB5INQ - FROM DATE ' HIST-FROM-WS
                 ' IS AFTER THROUGH DATE ' HIST-THRU-WS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT TRNH-FILE.
           IF TRNH-STATUS NOT = '00' AND TRNH-STATUS NOT = '05'
              DISPLAY 'LAB5INQ TRANSACTION-HISTORY OPEN FAILED - '
                 'STATUS ' TRNH-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE HIST-ACCT-WS TO HT-ACCT.
           MOVE HIST-ACCT-WS TO MX-ACCT.
           READ MSTIX-FILE
              INVALID KEY
                 MOVE 'NOT ON CURRENT MASTER' TO HT-NAME
              NOT INVALID KEY
                 MOVE MX-NAME TO HT-NAME
           END-READ.
           MOVE HIST-FROM-WS TO HT-FROM.
           MOVE HIST-THRU-WS TO HT-THRU.
           WRITE INQP-REC FROM HIST-TITLE1
             AFTER ADVANCING PAGE.
           WRITE INQP-REC FROM HIST-TITLE2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO INQP-REC.
           WRITE INQP-REC
             AFTER ADVANCING 1 LINE.
           WRITE INQP-REC FROM HIST-HEADING1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO INQP-REC.
           WRITE INQP-REC
             AFTER ADVANCING 1 LINE.
           MOVE HIST-ACCT-WS TO THK-ACCT.
           MOVE HIST-FROM-WS TO THK-DATE.
           MOVE 0 TO THK-SEQ.
           START TRNH-FILE KEY NOT < TH-KEY
              INVALID KEY
                 MOVE 1 TO EOF-H
           END-START.
           IF EOF-H = 0
              PERFORM 1320-READ-NEXT-HISTORY
           END-IF.
           PERFORM 1310-LIST-ONE-ENTRY
              UNTIL EOF-H = 1.
           CLOSE TRNH-FILE.
           MOVE HIST-COUNT TO HT-COUNT.
           MOVE SPACES TO INQP-REC.
           WRITE INQP-REC
             AFTER ADVANCING 1 LINE.
           WRITE INQP-REC FROM HIST-TOTAL
             AFTER ADVANCING 1 LINE.
           IF HIST-COUNT = 0
              DISPLAY 'LAB5INQ NO ACTIVITY FOR ACCOUNT '
                 HIST-ACCT-WS ' IN THE DATES GIVEN'
           END-IF.
      **************************************************************
      * LISTS ONE HISTORY ENTRY AND READS ON IN KEY ORDER - THE *
      * SCAN ENDS AT THE FIRST ENTRY FOR ANOTHER ACCOUNT OR PAST *
      * THE THROUGH DATE *
      **************************************************************
        1310-LIST-ONE-ENTRY.
           IF THK-ACCT NOT = HIST-ACCT-WS
              OR THK-DATE > HIST-THRU-WS
              MOVE 1 TO EOF-H
           ELSE
              MOVE TRNH-REC TO TRNHX-DATA
              MOVE TH-DATE TO HD-DATE
              SET HTY-IDX TO 1
              SEARCH HIST-TYPE-ENTRY
                 AT END
                    MOVE TH-TYPE TO HD-ACTION
                 WHEN HTY-CODE (HTY-IDX) = TH-TYPE
                    MOVE HTY-TEXT (HTY-IDX) TO HD-ACTION
              END-SEARCH
              MOVE TH-PROGRAM TO HD-PROGRAM
              MOVE TH-MONTH TO HD-MONTH
              MOVE TH-AMOUNT TO HD-AMOUNT
              MOVE TH-CYCLE TO HD-CYCLE
              MOVE TH-BAL-BEFORE TO HD-BEFORE
              MOVE TH-BAL-AFTER TO HD-AFTER
              WRITE INQP-REC FROM HIST-DATA
                AFTER ADVANCING 1 LINE
              ADD 1 TO HIST-COUNT
              PERFORM 1320-READ-NEXT-HISTORY
           END-IF.
        1320-READ-NEXT-HISTORY.
           READ TRNH-FILE NEXT RECORD
                   AT END MOVE 1 TO EOF-H.
      **************************************************************
      * THE NAME-SEARCH PATH - POSITIONS THE INDEX AT THE TYPED *
      * PREFIX ON THE MX-NAME ALTERNATE KEY AND LISTS EVERY *
      * ACCOUNT WHOSE NAME STARTS WITH IT (DUPLICATE NAMES EACH *
