        IDENTIFICATION DIVISION.
        PROGRAM-ID. LAB5ADM.
        AUTHOR. Martin Funmaker.
      * BORROWER-ADDRESS MAINTENANCE. POSTS THE ADDRESS- *
      * TRANSACTION FILE (LAB5-ADRT - ADD / CHANGE / RETURNED- *
      * MAIL RECORDS KEYED ON THE ACCOUNT NUMBER) AGAINST THE *
      * INDEXED BORROWER-ADDRESS FILE (LAB5-ADDR, READ BY LAB5DUN, *
      * LAB5STM, AND LAB5PAY) AND LISTS EVERY TRANSACTION APPLIED *
      * OR REJECTED ON THE MAINTENANCE REPORT (LAB5-ADRRP), SO *
      * NOBODY MERGES ADDRESSES INTO A MAILING BY HAND AGAIN. *
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-10-15 MF  ORIGINAL PROGRAM. BUILT IN THE LAB5TBM *
      *                MOLD - SHARES THE ADDRESS RECORD LAYOUT VIA *
      *                THE LAB5ADR COPYBOOK. A RETURNED-MAIL *
      *                TRANSACTION FLAGS THE ADDRESS SO THE MAILING *
      *                PROGRAMS HOLD THE ACCOUNT; THE NEXT CHANGE *
      *                OF ADDRESS CLEARS THE FLAG. REJECTS: AN ADD *
      *                FOR AN ACCOUNT ALREADY ON FILE, A CHANGE OR *
      *                RETURNED-MAIL FOR A MISSING ACCOUNT, AN ADD *
      *                WITHOUT A STREET / CITY / STATE / ZIP, AN *
      *                ADD USING A RESERVED (CONTROL-SENTINEL) *
      *                ACCOUNT NUMBER, AND AN INVALID FUNCTION. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT ADRT-FILE ASSIGN TO 'LAB5-ADRT'.
           SELECT OPTIONAL ADDR-FILE ASSIGN TO 'LAB5-ADDR'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ADR-KEY
              FILE STATUS IS ADDR-STATUS.
           SELECT ADRR-FILE ASSIGN TO 'LAB5-ADRRP'.


        DATA DIVISION.


        FILE SECTION.
      **************************************************************
      * THE ADDRESS-TRANSACTION FILE - ONE RECORD PER ADD / *
      * CHANGE / RETURNED-MAIL *
      **************************************************************
        FD ADRT-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 ADRT-REC PIC X(100).

      **************************************************************
      * THE INDEXED BORROWER-ADDRESS FILE - KEYED ON THE ACCOUNT *
      * NUMBER (LAYOUT IN LAB5ADR) *
      **************************************************************
        FD ADDR-FILE
          LABEL RECORDS ARE STANDARD.
        01 ADDR-REC.
          03 ADR-KEY PIC 9(7).
          03 ADR-REST PIC X(109).

        FD ADRR-FILE
          LABEL RECORDS ARE OMITTED.
        01 ADRR-REC PIC X(100).

        WORKING-STORAGE SECTION.
      **************************************************************
      * THE ADDRESS RECORD LAYOUT COMES FROM THE LAB5ADR COPYBOOK *
      * SO THIS PROGRAM NEVER DRIFTS OUT OF STEP WITH THE *
      * PROGRAMS THAT READ THE FILE IT MAINTAINS *
      **************************************************************
        COPY "LAB5ADR.cpy".

      **************************************************************
      * LAYOUT FOR ONE ADDRESS TRANSACTION. AF-FUNC IS A = ADD, *
      * C = CHANGE, R = RETURNED MAIL. ON A CHANGE, A BLANK *
      * FIELD MEANS LEAVE IT AS IT STANDS - EXCEPT THAT A CHANGE *
      * WITH A NEW STREET LINE REPLACES BOTH STREET LINES, SO AN *
      * OLD SECOND LINE IS NEVER LEFT UNDER A NEW FIRST ONE. A *
      * RETURNED-MAIL RECORD CARRIES ONLY THE ACCOUNT NUMBER *
      **************************************************************
       01 ADR-TRAN.
          03 AF-FUNC PIC X(1).
             88 AF-ADD VALUE 'A'.
             88 AF-CHANGE VALUE 'C'.
             88 AF-RETURNED VALUE 'R'.
          03 AF-ACCT PIC 9(7).
          03 AF-LINE1 PIC X(30).
          03 AF-LINE2 PIC X(30).
          03 AF-CITY PIC X(20).
          03 AF-STATE PIC X(2).
          03 AF-ZIP PIC X(10).

      **************************************************************
      * REPORT LINE LAYOUTS *
      **************************************************************
       01 ADRR-HEADING1.
          03              PIC X(31)
             VALUE 'BORROWER-ADDRESS MAINTENANCE'.
       01 ADRR-HEADING2.
          03              PIC X(3) VALUE 'FN'.
          03              PIC X(9) VALUE 'ACCOUNT'.
          03              PIC X(10) VALUE 'RESULT'.
          03              PIC X(32) VALUE 'ADDRESS / REASON'.
       01 ADRR-JRNL-LINE.
          03 AJ-FUNC PIC X(1).
          03 FILLER PIC X(2).
          03 AJ-ACCT PIC 9999999.
          03 FILLER PIC X(2).
          03 AJ-DISP PIC X(8).
          03 FILLER PIC X(2).
          03 AJ-TEXT PIC X(40).
       01 ADRR-TOTALS.
          03 FILLER PIC X(8) VALUE 'APPLIED'.
          03 AT-APPLIED PIC 9999999.
          03 FILLER PIC X(2).
          03 FILLER PIC X(9) VALUE 'REJECTED'.
          03 AT-REJECTED PIC 9999999.
          03 FILLER PIC X(2).
          03 FILLER PIC X(14) VALUE 'RETURNED MAIL'.
          03 AT-RETURNED PIC 9999999.

        01 ADM-COUNTS.
          03 APPLIED-COUNT PIC 9(7) VALUE 0.
          03 REJECTED-COUNT PIC 9(7) VALUE 0.
          03 RETURNED-COUNT PIC 9(7) VALUE 0.

        01 MISC.
      **************************************************************
      * END OF FILE (EOF) SWITCH *
      * 0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
          03 EOF-T PIC 9 VALUE 0.
          03 ADDR-STATUS PIC X(02).
          03 RUN-DATE-WS PIC 9(8).
          03 REASON-WS PIC X(40) VALUE SPACES.
      **************************************************************
      * KEY-LOOKUP SWITCH - WHETHER THE TRANSACTION'S ACCOUNT IS *
      * ALREADY ON THE ADDRESS FILE *
      **************************************************************
          03 KEY-FOUND-SW PIC X(01) VALUE 'N'.
             88 KEY-FOUND VALUE 'Y'.

      **************************************************************
      * START OF PROCEDURE DIVISION *
      **************************************************************
        PROCEDURE DIVISION.
        000-MAINLINE.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           OPEN INPUT ADRT-FILE
             I-O ADDR-FILE
             OUTPUT ADRR-FILE.
           IF ADDR-STATUS NOT = '00' AND ADDR-STATUS NOT = '05'
              DISPLAY 'LAB5ADM ADDRESS FILE OPEN FAILED - STATUS '
                 ADDR-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1400-PRINT-HEAD.
           PERFORM 2100-READ-ADRT.
           PERFORM 1500-APPLY-ONE-TRAN
              UNTIL EOF-T = 1.
           PERFORM 1900-PRINT-TOTALS.
           CLOSE ADRT-FILE
             ADDR-FILE
             ADRR-FILE.
           STOP RUN.
        1400-PRINT-HEAD.
           WRITE ADRR-REC FROM ADRR-HEADING1
             AFTER ADVANCING PAGE.
           MOVE SPACES TO ADRR-REC.
           WRITE ADRR-REC
             AFTER ADVANCING 1 LINE.
           WRITE ADRR-REC FROM ADRR-HEADING2
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ADRR-REC.
           WRITE ADRR-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * APPLIES ONE ADDRESS TRANSACTION - THE ACCOUNT IS FETCHED *
      * FIRST SO AN ADD CAN REFUSE A DUPLICATE AND A CHANGE OR *
      * RETURNED-MAIL CAN REFUSE A MISSING ACCOUNT *
      **************************************************************
        1500-APPLY-ONE-TRAN.
           PERFORM 1560-READ-KEY.
           IF AF-ADD
              PERFORM 1510-APPLY-ADD
           ELSE
              IF AF-CHANGE
                 PERFORM 1520-APPLY-CHANGE
              ELSE
                 IF AF-RETURNED
                    PERFORM 1530-APPLY-RETURNED
                 ELSE
                    MOVE 'INVALID FUNCTION CODE' TO REASON-WS
                    PERFORM 1660-WRITE-REJECT
                 END-IF
              END-IF
           END-IF.
           PERFORM 2100-READ-ADRT.
      **************************************************************
      * ADDS ONE ADDRESS - A MAILABLE ADDRESS NEEDS A STREET LINE, *
      * CITY, STATE, AND ZIP. IT GOES ON WITH THE RETURNED-MAIL *
      * FLAG CLEAR *
      **************************************************************
        1510-APPLY-ADD.
           IF AF-ACCT = 0 OR AF-ACCT = 9999999
              MOVE 'ACCOUNT NUMBER RESERVED FOR CONTROLS'
                TO REASON-WS
              PERFORM 1660-WRITE-REJECT
           ELSE
              IF KEY-FOUND
                 MOVE 'DUPLICATE ADD - ADDRESS ALREADY ON FILE'
                   TO REASON-WS
                 PERFORM 1660-WRITE-REJECT
              ELSE
                 IF AF-LINE1 = SPACES OR AF-CITY = SPACES
                    OR AF-STATE = SPACES OR AF-ZIP = SPACES
                    MOVE 'ADD NEEDS STREET, CITY, STATE AND ZIP'
                      TO REASON-WS
                    PERFORM 1660-WRITE-REJECT
                 ELSE
                    MOVE AF-ACCT TO BA-ACCT
                    MOVE AF-LINE1 TO BA-LINE1
                    MOVE AF-LINE2 TO BA-LINE2
                    MOVE AF-CITY TO BA-CITY
                    MOVE AF-STATE TO BA-STATE
                    MOVE AF-ZIP TO BA-ZIP
                    MOVE 'N' TO BA-RETURNED
                    MOVE 0 TO BA-RETURNED-DATE
                    MOVE RUN-DATE-WS TO BA-CHANGED-DATE
                    WRITE ADDR-REC FROM ADDR-DATA
                       INVALID KEY
                          DISPLAY 'LAB5ADM WRITE FAILED - ACCOUNT '
                             AF-ACCT ' STATUS ' ADDR-STATUS
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                    END-WRITE
                    MOVE 'ADDED' TO AJ-DISP
                    PERFORM 1670-WRITE-JOURNAL
                 END-IF
              END-IF
           END-IF.
      **************************************************************
      * CHANGES ONE ADDRESS - ONLY THE FIELDS SUPPLIED REPLACE *
      * WHAT IS THERE (A NEW STREET LINE REPLACES BOTH STREET *
      * LINES). A CHANGE OF ADDRESS CLEARS THE RETURNED-MAIL *
      * FLAG, WHICH IS HOW A HELD ACCOUNT COMES BACK INTO THE *
      * MAILINGS *
      **************************************************************
        1520-APPLY-CHANGE.
           IF NOT KEY-FOUND
              MOVE 'CHANGE TO ADDRESS NOT ON FILE' TO REASON-WS
              PERFORM 1660-WRITE-REJECT
           ELSE
              IF AF-LINE1 NOT = SPACES
                 MOVE AF-LINE1 TO BA-LINE1
                 MOVE AF-LINE2 TO BA-LINE2
              END-IF
              IF AF-CITY NOT = SPACES
                 MOVE AF-CITY TO BA-CITY
              END-IF
              IF AF-STATE NOT = SPACES
                 MOVE AF-STATE TO BA-STATE
              END-IF
              IF AF-ZIP NOT = SPACES
                 MOVE AF-ZIP TO BA-ZIP
              END-IF
              MOVE 'N' TO BA-RETURNED
              MOVE 0 TO BA-RETURNED-DATE
              MOVE RUN-DATE-WS TO BA-CHANGED-DATE
              REWRITE ADDR-REC FROM ADDR-DATA
              MOVE 'CHANGED' TO AJ-DISP
              PERFORM 1670-WRITE-JOURNAL
           END-IF.
      **************************************************************
      * FLAGS ONE ADDRESS AS RETURNED MAIL - THE ADDRESS STAYS ON *
      * FILE BUT THE MAILING PROGRAMS HOLD THE ACCOUNT UNTIL A *
      * CHANGE OF ADDRESS ARRIVES *
      **************************************************************
        1530-APPLY-RETURNED.
           IF NOT KEY-FOUND
              MOVE 'RETURNED MAIL FOR ADDRESS NOT ON FILE'
                TO REASON-WS
              PERFORM 1660-WRITE-REJECT
           ELSE
              MOVE 'Y' TO BA-RETURNED
              MOVE RUN-DATE-WS TO BA-RETURNED-DATE
              REWRITE ADDR-REC FROM ADDR-DATA
              MOVE 'RETURNED' TO AJ-DISP
              PERFORM 1670-WRITE-JOURNAL
              ADD 1 TO RETURNED-COUNT
           END-IF.
      **************************************************************
      * FETCHES THE TRANSACTION'S ACCOUNT FROM THE ADDRESS FILE *
      * AND SETS THE FOUND SWITCH *
      **************************************************************
        1560-READ-KEY.
           MOVE 'N' TO KEY-FOUND-SW.
           MOVE AF-ACCT TO ADR-KEY.
           READ ADDR-FILE INTO ADDR-DATA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO KEY-FOUND-SW
           END-READ.
      **************************************************************
      * WRITES ONE REJECT LINE FOR THE TRANSACTION IN HAND *
      **************************************************************
        1660-WRITE-REJECT.
           MOVE AF-FUNC TO AJ-FUNC.
           MOVE AF-ACCT TO AJ-ACCT.
           MOVE 'REJECTED' TO AJ-DISP.
           MOVE REASON-WS TO AJ-TEXT.
           WRITE ADRR-REC FROM ADRR-JRNL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO REJECTED-COUNT.
           MOVE SPACES TO REASON-WS.
      **************************************************************
      * WRITES ONE APPLIED LINE FOR THE TRANSACTION IN HAND, *
      * SHOWING THE FIRST STREET LINE NOW ON FILE - AJ-DISP IS *
      * SET BY THE CALLER *
      **************************************************************
        1670-WRITE-JOURNAL.
           MOVE AF-FUNC TO AJ-FUNC.
           MOVE AF-ACCT TO AJ-ACCT.
           MOVE BA-LINE1 TO AJ-TEXT.
           WRITE ADRR-REC FROM ADRR-JRNL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO APPLIED-COUNT.
      **************************************************************
      * PRINTS THE MAINTENANCE-RUN CONTROL TOTALS - RUNS ONCE *
      * AFTER THE LAST TRANSACTION *
      **************************************************************
        1900-PRINT-TOTALS.
           MOVE APPLIED-COUNT TO AT-APPLIED.
           MOVE REJECTED-COUNT TO AT-REJECTED.
           MOVE RETURNED-COUNT TO AT-RETURNED.
           MOVE SPACES TO ADRR-REC.
           WRITE ADRR-REC
             AFTER ADVANCING 1 LINE.
           WRITE ADRR-REC FROM ADRR-TOTALS
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS THE ADDRESS-TRANSACTION FILE *
      **************************************************************
        2100-READ-ADRT.
           READ ADRT-FILE INTO ADR-TRAN
                   AT END MOVE 1 TO EOF-T.
