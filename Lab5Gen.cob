        IDENTIFICATION DIVISION.
        PROGRAM-ID. LAB5GEN.
        AUTHOR. Martin Funmaker.
      * MASTER-GENERATION CONTROL FOR THE STUDENT LOAN PORTFOLIO. *
      * EVERY PROGRAM THAT REWRITES THE MASTER (LAB5UPD, LAB5SUS, *
      * LAB5NSF, LAB5MNT, LAB5PRG, LAB5ROL, LAB5CHG) LEAVES ITS *
      * OUTPUT ON LAB5-NEWMST; THIS PROGRAM IS THE ONLY WAY THAT *
      * FILE BECOMES LAB5-INPUT. A PROMOTION (PARM P) PROVES THE *
      * NEW MASTER FIRST - HEADER PRESENT, HEADER CYCLE THE SAME *
      * AS THE CURRENT GENERATION'S OR THE NEXT ONE, ACCOUNTS IN *
      * ASCENDING SEQUENCE, TRAILER COUNT AND HASH TOTALS AGREEING *
      * WITH WHAT WAS READ - AND ONLY THEN FILES IT AS THE NEXT *
      * NUMBERED GENERATION ON THE GENERATION STORE (LAB5-MSTGN), *
      * COPIES IT TO LAB5-INPUT AND EMPTIES LAB5-NEWMST SO THE *
      * SAME FILE CAN NEVER BE PROMOTED TWICE. THE GENERATION *
      * CATALOG (LAB5-GENCT) RECORDS EACH GENERATION'S CYCLE, *
      * CONTROL FIGURES AND STATUS; PRIOR GENERATIONS BEYOND THE *
      * NUMBER TO BE KEPT ARE EXPIRED OLDEST FIRST. AFTER EVERY *
      * PROMOTION OR ROLLBACK THE NEWEST GENERATION HELD FROM AN *
      * EARLIER CYCLE IS WRITTEN TO LAB5-PRVMST FOR LAB5MOV. A *
      * ROLLBACK (PARM B) REINSTATES A NAMED PRIOR GENERATION *
      * AFTER PROVING THE STORED COPY AGAIN, MARKS EVERY LATER *
      * GENERATION BACKED OUT, AND APPENDS AN AUDIT ENTRY TO *
      * LAB5-RNLOG WITH WHO ROLLED BACK AND WHY. PARM I FILES THE *
      * EXISTING LAB5-INPUT AS THE FIRST GENERATION WHEN THE *
      * CATALOG IS STARTED; PARM L ONLY LISTS THE CATALOG. EVERY *
      * RUN PRINTS THE GENERATION REGISTER (LAB5-GENRP). RUN *
      * AFTER EACH STEP THAT WRITES LAB5-NEWMST. *
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-10-15 MF  ORIGINAL PROGRAM. *
      * 2026-10-15 MF  GENERATION RESERVED AND CATALOGUED BEFORE *
      *                NEWMST EMPTIED. *
      **************************************************************
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO 'LAB5-INPUT'.
           SELECT NMST-FILE ASSIGN TO 'LAB5-NEWMST'.
           SELECT PRVM-FILE ASSIGN TO 'LAB5-PRVMST'.
           SELECT OPTIONAL GENS-FILE ASSIGN TO 'LAB5-MSTGN'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GS-KEY
              FILE STATUS IS GENS-STATUS.
           SELECT OPTIONAL GENC-FILE ASSIGN TO 'LAB5-GENCT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GC-KEY
              FILE STATUS IS GENC-STATUS.
           SELECT GENR-FILE ASSIGN TO 'LAB5-GENRP'.
           SELECT OPTIONAL RLOG-FILE ASSIGN TO 'LAB5-RNLOG'.


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
      * THE PRIOR CYCLE'S MASTER FOR LAB5MOV - SAME 160-BYTE *
      * LAYOUT AND CONTROL RECORDS AS LAB5-INPUT *
      **************************************************************
        FD PRVM-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 PRVM-REC PIC X(160).

      **************************************************************
      * THE GENERATION STORE - EVERY RECORD OF EVERY GENERATION *
      * HELD, KEYED ON GENERATION NUMBER PLUS THE RECORD'S OWN *
      * I-ACCT, SO THE HEADER (0000000) AND TRAILER (9999999) OF *
      * A GENERATION KEEP THEIR PLACES AROUND ITS ACCOUNTS *
      **************************************************************
        FD GENS-FILE
          LABEL RECORDS ARE STANDARD.
        01 GENS-REC.
          03 GS-KEY.
             05 GSK-GEN PIC 9(4).
             05 GSK-ACCT PIC 9(7).
          03 GS-REST PIC X(153).

      **************************************************************
      * THE GENERATION CATALOG - ONE RECORD PER GENERATION KEYED *
      * ON ITS NUMBER, PLUS A CONTROL RECORD UNDER KEY 0000 *
      **************************************************************
        FD GENC-FILE
          LABEL RECORDS ARE STANDARD.
        01 GENC-REC.
          03 GC-KEY PIC 9(4).
          03 GC-REST PIC X(76).

        FD GENR-FILE
          LABEL RECORDS ARE OMITTED.
        01 GENR-REC PIC X(100).

        FD RLOG-FILE
          BLOCK CONTAINS 0 RECORDS
          LABEL RECORDS ARE STANDARD.
        01 RLOG-REC PIC X(72).

        WORKING-STORAGE SECTION.
      **************************************************************
      * INPUT-DATA COMES FROM THE SHARED COPYBOOK SO THIS PROGRAM *
      * NEVER DRIFTS OUT OF STEP WITH LAB5'S LAYOUT *
      **************************************************************
        COPY "LAB5REC.cpy".
        COPY "LAB5LOG.cpy".

      **************************************************************
      * ONE GENERATION-STORE RECORD - THE GENERATION NUMBER *
      * FOLLOWED BY THE 160-BYTE MASTER RECORD AS IT WAS PROMOTED *
      **************************************************************
       01 GENSTORE-DATA.
          03 GD-GEN PIC 9(4).
          03 GD-MASTER PIC X(160).

      **************************************************************
      * ONE GENERATION-CATALOG ENTRY. C = THE CURRENT MASTER, *
      * P = A PRIOR GENERATION STILL HELD, B = BACKED OUT BY A *
      * ROLLBACK (HELD UNTIL THE NEXT PROMOTION FOR REFERENCE), *
      * X = EXPIRED (ITS RECORDS ARE GONE FROM THE STORE; THE *
      * ENTRY STAYS AS A RECORD OF WHAT WAS PROMOTED) *
      **************************************************************
       01 GENCT-DATA.
          03 GC-GEN PIC 9(4).
          03 GC-CYCLE PIC 9(4).
          03 GC-RUN-DATE PIC 9(8).
          03 GC-STATUS PIC X(1).
             88 GC-CURRENT VALUE 'C'.
             88 GC-PRIOR VALUE 'P'.
             88 GC-BACKED-OUT VALUE 'B'.
             88 GC-EXPIRED VALUE 'X'.
          03 GC-REC-COUNT PIC 9(7).
          03 GC-LOAN-HASH PIC 9(11).
          03 GC-PAID-HASH PIC 9(11).
          03 GC-PROMOTED-DATE PIC 9(8).
          03 GC-PROMOTED-TIME PIC 9(8).
          03 GC-ROLLED-BY PIC X(8).
          03 GC-ROLLED-DATE PIC 9(8).
          03 FILLER PIC X(2).

      **************************************************************
      * THE CATALOG CONTROL RECORD (KEY 0000) - THE CURRENT AND *
      * HIGHEST GENERATION NUMBERS AND HOW MANY PRIOR GENERATIONS *
      * TO KEEP *
      **************************************************************
       01 GENCT-CONTROL.
          03 GX-KEY PIC 9(4).
          03 GX-CURRENT-GEN PIC 9(4).
          03 GX-LAST-GEN PIC 9(4).
          03 GX-RETAIN PIC 9(2).
          03 FILLER PIC X(66).

       01 GEN-CONTROLS.
          03 CUR-GEN-WS PIC 9(4) VALUE 0.
          03 CUR-CYCLE-WS PIC 9(4) VALUE 0.
          03 LAST-GEN-WS PIC 9(4) VALUE 0.
          03 RETAIN-WS PIC 9(2) VALUE 5.
          03 NEW-GEN-WS PIC 9(4) VALUE 0.
          03 NEW-CYCLE-WS PIC 9(4) VALUE 0.
          03 NEW-RUN-DATE-WS PIC 9(8) VALUE 0.
          03 SCAN-GEN-WS PIC 9(4) VALUE 0.
          03 PRIOR-GEN-WS PIC 9(4) VALUE 0.
          03 PRIOR-CYCLE-WS PIC 9(4) VALUE 0.
          03 PRIOR-COUNT-WS PIC 9(4) VALUE 0.
          03 HELD-COUNT PIC 9(4) VALUE 0.
          03 EXPIRED-COUNT PIC 9(4) VALUE 0.
          03 TGT-CYCLE-WS PIC 9(4) VALUE 0.
          03 TGT-REC-COUNT PIC 9(7) VALUE 0.
          03 TGT-LOAN-HASH PIC 9(11) VALUE 0.
          03 TGT-PAID-HASH PIC 9(11) VALUE 0.
          03 CTL-FOUND-SW PIC X(01) VALUE 'N'.
             88 CONTROL-RECORD-FOUND VALUE 'Y'.
      **************************************************************
      * WHERE 1500-EXTRACT-GENERATION WRITES - I = LAB5-INPUT, *
      * P = LAB5-PRVMST *
      **************************************************************
          03 EXTRACT-TO-SW PIC X(01) VALUE 'I'.
             88 EXTRACT-TO-INPUT VALUE 'I'.
             88 EXTRACT-TO-PRVMST VALUE 'P'.

      **************************************************************
      * BATCH-BALANCING CONTROLS FOR THE MASTER BEING PROVEN, *
      * VERIFIED AGAINST ITS TRAILER *
      **************************************************************
       01 CTL-BALANCING.
          03 CTL-READ-COUNT PIC 9(7) VALUE 0.
          03 CTL-LOAN-HASH PIC 9(11) VALUE 0.
          03 CTL-PAID-HASH PIC 9(11) VALUE 0.
          03 CTL-LAST-ACCT PIC 9(7) VALUE 0.
          03 HDR-SEEN-SW PIC X(01) VALUE 'N'.
             88 HEADER-SEEN VALUE 'Y'.
          03 TRL-SEEN-SW PIC X(01) VALUE 'N'.
             88 TRAILER-SEEN VALUE 'Y'.
          03 CTL-FAIL-SW PIC X(01) VALUE 'N'.
             88 CONTROLS-FAILED VALUE 'Y'.

      **************************************************************
      * RUN PARAMETER - P [NN] PROMOTES LAB5-NEWMST, I [NN] FILES *
      * THE EXISTING LAB5-INPUT AS THE FIRST GENERATION (NN = *
      * PRIOR GENERATIONS TO KEEP FROM NOW ON, 01-99, BLANK KEEPS *
      * THE NUMBER ALREADY SET), B GGGG UUUUUUUU REASON ROLLS BACK *
      * TO GENERATION GGGG (THE OPERATOR ID AND THE REASON ARE *
      * BOTH REQUIRED), L LISTS THE CATALOG *
      **************************************************************
       01 GEN-PARM-WS.
          03 GP-MODE PIC X(1).
             88 GP-PROMOTE VALUE 'P'.
             88 GP-INITIAL VALUE 'I'.
             88 GP-ROLLBACK VALUE 'B'.
             88 GP-LIST VALUE 'L'.
          03 FILLER PIC X(1).
          03 GP-ARGS PIC X(58).
          03 GP-PROMOTE-ARGS REDEFINES GP-ARGS.
             05 GP-RETAIN PIC X(2).
             05 GP-RETAIN-N REDEFINES GP-RETAIN PIC 9(2).
             05 FILLER PIC X(56).
          03 GP-ROLLBACK-ARGS REDEFINES GP-ARGS.
             05 GP-GEN PIC X(4).
             05 GP-GEN-N REDEFINES GP-GEN PIC 9(4).
             05 FILLER PIC X(1).
             05 GP-USER PIC X(8).
             05 FILLER PIC X(1).
             05 GP-REASON PIC X(40).
             05 FILLER PIC X(4).

      **************************************************************
      * GENERATION-REGISTER LINE LAYOUTS *
      **************************************************************
       01 GENR-TITLE.
          03 FILLER PIC X(28)
             VALUE 'MASTER GENERATION REGISTER'.
          03 FILLER PIC X(9) VALUE 'RUN DATE'.
          03 GT-DATE PIC 9(8).
          03 FILLER PIC X(2).
          03 FILLER PIC X(5) VALUE 'TIME'.
          03 GT-TIME PIC 9(8).
       01 GENR-PROMOTED.
          03 FILLER PIC X(23) VALUE 'PROMOTED AS GENERATION'.
          03 GA-P-GEN PIC 9999.
          03 FILLER PIC X(7) VALUE ' CYCLE'.
          03 GA-P-CYCLE PIC 9999.
          03 FILLER PIC X(6) VALUE ' FROM'.
          03 GA-P-SOURCE PIC X(11).
          03 FILLER PIC X(9) VALUE ' RECORDS'.
          03 GA-P-COUNT PIC 9999999.
       01 GENR-ROLLED.
          03 FILLER PIC X(26)
             VALUE 'ROLLED BACK TO GENERATION'.
          03 GA-R-GEN PIC 9999.
          03 FILLER PIC X(6) VALUE ' CYCLE'.
          03 GA-R-CYCLE PIC 9999.
          03 FILLER PIC X(4) VALUE ' BY'.
          03 GA-R-USER PIC X(8).
          03 FILLER PIC X(8) VALUE '  REASON'.
          03 GA-R-REASON PIC X(40).
       01 GENR-PRIOR.
          03 FILLER PIC X(38)
             VALUE 'LAB5-PRVMST SUPPLIED FROM GENERATION'.
          03 GA-V-GEN PIC 9999.
          03 FILLER PIC X(7) VALUE ' CYCLE'.
          03 GA-V-CYCLE PIC 9999.
       01 GENR-MESSAGE.
          03 GM-TEXT PIC X(60).
       01 GENR-HEADING1.
          03              PIC X(6) VALUE 'GEN'.
          03              PIC X(7) VALUE 'CYCLE'.
          03              PIC X(10) VALUE 'RUN DATE'.
          03              PIC X(12) VALUE 'STATUS'.
          03              PIC X(9) VALUE 'RECORDS'.
          03              PIC X(13) VALUE 'LOAN HASH'.
          03              PIC X(13) VALUE 'PAID HASH'.
          03              PIC X(10) VALUE 'PROMOTED'.
          03              PIC X(10) VALUE 'ROLLED BY'.
          03              PIC X(8) VALUE 'ON'.
       01 GENR-DATA.
          03 GR-GEN PIC 9999.
          03 FILLER PIC X(2).
          03 GR-CYCLE PIC 9999.
          03 FILLER PIC X(3).
          03 GR-RUN-DATE PIC 9(8).
          03 FILLER PIC X(2).
          03 GR-STATUS PIC X(10).
          03 FILLER PIC X(2).
          03 GR-COUNT PIC 9999999.
          03 FILLER PIC X(2).
          03 GR-LOAN-HASH PIC 9(11).
          03 FILLER PIC X(2).
          03 GR-PAID-HASH PIC 9(11).
          03 FILLER PIC X(2).
          03 GR-PROMOTED PIC 9(8).
          03 FILLER PIC X(2).
          03 GR-ROLLED-BY PIC X(8).
          03 FILLER PIC X(2).
          03 GR-ROLLED-DATE PIC 9(8).
       01 GENR-TOTALS.
          03 FILLER PIC X(17) VALUE 'GENERATIONS HELD'.
          03 GR-HELD PIC 9999.
          03 FILLER PIC X(2).
          03 FILLER PIC X(17) VALUE 'EXPIRED THIS RUN'.
          03 GR-EXPIRED PIC 9999.
          03 FILLER PIC X(2).
          03 FILLER PIC X(23) VALUE 'PRIOR GENERATIONS KEPT'.
          03 GR-RETAIN PIC 99.

        01 MISC.
      **************************************************************
      * END OF FILE (EOF) SWITCHES - S = THE MASTER BEING PROVEN, *
      * G = ONE GENERATION ON THE STORE, C = THE CATALOG *
      * 0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
          03 EOF-S PIC 9 VALUE 0.
          03 EOF-G PIC 9 VALUE 0.
          03 EOF-C PIC 9 VALUE 0.
          03 GENS-STATUS PIC X(02).
          03 GENC-STATUS PIC X(02).
          03 RUN-DATE-WS PIC 9(8).
          03 RUN-TIME-WS PIC 9(8).
          03 PMT-IDX PIC 9(2) COMP.

      **************************************************************
      * START OF PROCEDURE DIVISION *
      **************************************************************
        PROCEDURE DIVISION.
        000-MAINLINE.
           PERFORM 0100-GET-PARM.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-WS FROM TIME.
           OPEN I-O GENC-FILE
             I-O GENS-FILE
             OUTPUT GENR-FILE.
           IF GENC-STATUS NOT = '00' AND GENC-STATUS NOT = '05'
              DISPLAY 'LAB5GEN CATALOG OPEN FAILED - STATUS '
                 GENC-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF GENS-STATUS NOT = '00' AND GENS-STATUS NOT = '05'
              DISPLAY 'LAB5GEN GENERATION STORE OPEN FAILED - '
                 'STATUS ' GENS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0300-READ-CONTROL.
           PERFORM 1400-PRINT-HEAD.
           IF GP-PROMOTE OR GP-INITIAL
              PERFORM 1000-PROMOTE
           ELSE
              IF GP-ROLLBACK
                 PERFORM 3000-ROLLBACK
              END-IF
           END-IF.
           PERFORM 1800-PRINT-CATALOG.
           CLOSE GENC-FILE
             GENS-FILE
             GENR-FILE.
           STOP RUN.
      **************************************************************
      * PICKS THE RUN MODE AND ITS ARGUMENTS UP FROM THE PARM - *
      * ANYTHING INCOMPLETE OR NOT NUMERIC WHERE A NUMBER IS *
      * EXPECTED STOPS THE RUN BEFORE A FILE IS TOUCHED *
      **************************************************************
        0100-GET-PARM.
           MOVE SPACES TO GEN-PARM-WS.
           ACCEPT GEN-PARM-WS FROM COMMAND-LINE.
           IF GP-PROMOTE OR GP-INITIAL
              IF GP-RETAIN NOT = SPACES
                 IF GP-RETAIN NOT NUMERIC
                    PERFORM 0110-BAD-PARM
                 ELSE
                    IF GP-RETAIN-N = 0
                       PERFORM 0110-BAD-PARM
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF GP-ROLLBACK
                 IF GP-GEN NOT NUMERIC
                    PERFORM 0110-BAD-PARM
                 ELSE
                    IF GP-GEN-N = 0 OR GP-USER = SPACES
                       OR GP-REASON = SPACES
                       PERFORM 0110-BAD-PARM
                    END-IF
                 END-IF
              ELSE
                 IF NOT GP-LIST
                    PERFORM 0110-BAD-PARM
                 END-IF
              END-IF
           END-IF.
        0110-BAD-PARM.
           DISPLAY 'LAB5GEN - INVOKE AS ONE OF:'.
           DISPLAY '  LAB5GEN P NN   PROMOTE LAB5-NEWMST, KEEP NN '
              'PRIOR GENERATIONS (NN OPTIONAL)'.
           DISPLAY '  LAB5GEN I NN   FILE LAB5-INPUT AS THE FIRST '
              'GENERATION (NN OPTIONAL)'.
           DISPLAY '  LAB5GEN B GGGG UUUUUUUU REASON-TEXT   ROLL '
              'BACK TO GENERATION GGGG'.
           DISPLAY '  LAB5GEN L      LIST THE GENERATION CATALOG'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      **************************************************************
      * READS THE CATALOG CONTROL RECORD - NONE MEANS THE CATALOG *
      * IS NEW. A NUMBER-TO-KEEP GIVEN ON THE PARM REPLACES THE *
      * ONE HELD. THE CURRENT GENERATION'S CYCLE IS WHAT THE *
      * NEXT PROMOTION IS CHECKED AGAINST *
      **************************************************************
        0300-READ-CONTROL.
           MOVE 0 TO GC-KEY.
           READ GENC-FILE INTO GENCT-CONTROL
              INVALID KEY
                 MOVE 'N' TO CTL-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO CTL-FOUND-SW
                 MOVE GX-CURRENT-GEN TO CUR-GEN-WS
                 MOVE GX-LAST-GEN TO LAST-GEN-WS
                 MOVE GX-RETAIN TO RETAIN-WS
           END-READ.
           IF (GP-PROMOTE OR GP-INITIAL) AND GP-RETAIN NOT = SPACES
              MOVE GP-RETAIN-N TO RETAIN-WS
           END-IF.
           IF CUR-GEN-WS > 0
              MOVE CUR-GEN-WS TO GC-KEY
              READ GENC-FILE INTO GENCT-DATA
                 INVALID KEY
                    DISPLAY 'LAB5GEN CATALOG HAS NO ENTRY FOR '
                       'CURRENT GENERATION ' CUR-GEN-WS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-READ
              MOVE GC-CYCLE TO CUR-CYCLE-WS
           END-IF.
      **************************************************************
      * REWRITES THE CATALOG CONTROL RECORD (WRITES IT THE FIRST *
      * TIME) WITH THE CURRENT AND HIGHEST GENERATION NUMBERS *
      **************************************************************
        0310-WRITE-CONTROL.
           MOVE SPACES TO GENCT-CONTROL.
           MOVE 0 TO GX-KEY.
           MOVE CUR-GEN-WS TO GX-CURRENT-GEN.
           MOVE LAST-GEN-WS TO GX-LAST-GEN.
           MOVE RETAIN-WS TO GX-RETAIN.
           IF CONTROL-RECORD-FOUND
              REWRITE GENC-REC FROM GENCT-CONTROL
                 INVALID KEY
                    PERFORM 0320-CATALOG-FAILED
              END-REWRITE
           ELSE
              WRITE GENC-REC FROM GENCT-CONTROL
                 INVALID KEY
                    PERFORM 0320-CATALOG-FAILED
              END-WRITE
              MOVE 'Y' TO CTL-FOUND-SW
           END-IF.
        0320-CATALOG-FAILED.
           DISPLAY 'LAB5GEN CATALOG UPDATE FAILED - KEY ' GC-KEY
              ' STATUS ' GENC-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      **************************************************************
      * PROMOTES A NEW MASTER - PROVES IT, FILES IT AS THE NEXT *
      * GENERATION, MAKES IT LAB5-INPUT, EXPIRES WHAT IS NO *
      * LONGER KEPT AND SUPPLIES LAB5MOV'S PRIOR-CYCLE MASTER. *
      * UNDER PARM I THE MASTER IS LAB5-INPUT ITSELF, SO IT IS *
      * ONLY FILED, AND ONLY WHILE NO GENERATION IS CURRENT. THE *
      * NEW GENERATION NUMBER IS RESERVED ON THE CONTROL RECORD *
      * AS SOON AS THE MASTER IS PROVEN, AND THE CATALOG AND *
      * CONTROL RECORD ARE UPDATED BEFORE LAB5-INPUT IS REWRITTEN *
      * OR LAB5-NEWMST EMPTIED - A RUN THAT STOPS PART WAY NEVER *
      * REUSES A NUMBER ALREADY ON THE STORE, AND NEVER LOSES A *
      * MASTER THE CATALOG DOES NOT HOLD *
      **************************************************************
        1000-PROMOTE.
           IF GP-INITIAL AND CUR-GEN-WS > 0
              DISPLAY 'LAB5GEN I - THE CATALOG ALREADY HOLDS '
                 'GENERATIONS - PROMOTE WITH P'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1100-VERIFY-SOURCE.
           ADD 1 TO LAST-GEN-WS.
           MOVE LAST-GEN-WS TO NEW-GEN-WS.
           PERFORM 0310-WRITE-CONTROL.
           PERFORM 1200-STORE-GENERATION.
           PERFORM 1300-CATALOG-PROMOTION.
           PERFORM 0310-WRITE-CONTROL.
           IF GP-PROMOTE
              MOVE NEW-GEN-WS TO SCAN-GEN-WS
              MOVE 'I' TO EXTRACT-TO-SW
              PERFORM 1500-EXTRACT-GENERATION
              OPEN OUTPUT NMST-FILE
              CLOSE NMST-FILE
           END-IF.
           PERFORM 1600-EXPIRE-GENERATIONS.
           IF GP-PROMOTE
              PERFORM 1700-SUPPLY-PRIOR
           ELSE
              MOVE 'LAB5-PRVMST NOT CHANGED' TO GM-TEXT
              WRITE GENR-REC FROM GENR-MESSAGE
                AFTER ADVANCING 1 LINE
           END-IF.
           DISPLAY 'LAB5GEN GENERATION ' NEW-GEN-WS ' CYCLE '
              NEW-CYCLE-WS ' FILED FROM ' GA-P-SOURCE.
      **************************************************************
      * PROVES THE MASTER BEFORE ANYTHING IS CHANGED - HEADER *
      * PRESENT (AND, FOR A PROMOTION, CARRYING THE CURRENT *
      * GENERATION'S CYCLE OR THE NEXT), ACCOUNTS IN ASCENDING *
      * SEQUENCE, TRAILER COUNT AND HASH TOTALS AGREEING. ANY *
      * FAILURE REFUSES THE RUN WITH LAB5-INPUT UNTOUCHED *
      **************************************************************
        1100-VERIFY-SOURCE.
           MOVE 0 TO CTL-READ-COUNT
                     CTL-LOAN-HASH
                     CTL-PAID-HASH
                     CTL-LAST-ACCT.
           MOVE 'N' TO HDR-SEEN-SW
                       TRL-SEEN-SW
                       CTL-FAIL-SW.
           PERFORM 2010-OPEN-SOURCE.
           PERFORM 2000-READ-SOURCE.
           IF EOF-S = 0 AND CONTROL-HEADER
              MOVE INPUT-DATA TO CTL-HEADER-DATA
              MOVE 'Y' TO HDR-SEEN-SW
              MOVE CH-CYCLE TO NEW-CYCLE-WS
              MOVE CH-RUN-DATE TO NEW-RUN-DATE-WS
              IF GP-PROMOTE AND CUR-GEN-WS > 0
                 AND NEW-CYCLE-WS NOT = CUR-CYCLE-WS
                 AND NEW-CYCLE-WS NOT = CUR-CYCLE-WS + 1
                 DISPLAY 'LAB5GEN CONTROL BREAK - HEADER CYCLE '
                    NEW-CYCLE-WS ' BUT CURRENT GENERATION IS '
                    'CYCLE ' CUR-CYCLE-WS
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
              PERFORM 2000-READ-SOURCE
           END-IF.
           PERFORM 1110-VERIFY-ONE-RECORD
              UNTIL EOF-S = 1.
           PERFORM 2030-CLOSE-SOURCE.
           PERFORM 1120-VERIFY-CONTROLS.
      **************************************************************
      * PROVES ONE RECORD - THE TRAILER ENDS THE MASTER; AN *
      * ACCOUNT NOT HIGHER THAN THE ONE BEFORE IT (INCLUDING A *
      * SECOND HEADER) BREAKS THE SEQUENCE THE STORE IS KEYED ON *
      **************************************************************
        1110-VERIFY-ONE-RECORD.
           IF CONTROL-TRAILER
              MOVE INPUT-DATA TO CTL-TRAILER-DATA
              MOVE 'Y' TO TRL-SEEN-SW
              MOVE 1 TO EOF-S
           ELSE
              IF I-ACCT NOT > CTL-LAST-ACCT
                 DISPLAY 'LAB5GEN CONTROL BREAK - ACCOUNT ' I-ACCT
                    ' OUT OF SEQUENCE AFTER ' CTL-LAST-ACCT
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
              MOVE I-ACCT TO CTL-LAST-ACCT
              ADD 1 TO CTL-READ-COUNT
              ADD I-LOAN TO CTL-LOAN-HASH
              PERFORM 1115-HASH-ONE-PAYMENT
                 VARYING PMT-IDX FROM 1 BY 1
                 UNTIL PMT-IDX > 12
              PERFORM 2000-READ-SOURCE
           END-IF.
        1115-HASH-ONE-PAYMENT.
           ADD I-PAYMENT (PMT-IDX) TO CTL-PAID-HASH.
      **************************************************************
      * VERIFIES WHAT WAS READ AGAINST THE TRAILER'S RECORD COUNT *
      * AND HASH TOTALS - ANY DISAGREEMENT, OR A MISSING CONTROL *
      * RECORD, REFUSES THE RUN WITH CONDITION CODE 16 *
      **************************************************************
        1120-VERIFY-CONTROLS.
           IF NOT HEADER-SEEN
              DISPLAY 'LAB5GEN CONTROL BREAK - NO HEADER RECORD'
              MOVE 'Y' TO CTL-FAIL-SW
           END-IF.
           IF NOT TRAILER-SEEN
              DISPLAY 'LAB5GEN CONTROL BREAK - NO TRAILER RECORD'
              MOVE 'Y' TO CTL-FAIL-SW
           ELSE
              IF CT-REC-COUNT NOT = CTL-READ-COUNT
                 DISPLAY 'LAB5GEN CONTROL BREAK - TRAILER COUNT '
                    CT-REC-COUNT ' BUT READ ' CTL-READ-COUNT
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
              IF CT-LOAN-HASH NOT = CTL-LOAN-HASH
                 DISPLAY 'LAB5GEN CONTROL BREAK - LOAN HASH '
                    CT-LOAN-HASH ' BUT READ ' CTL-LOAN-HASH
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
              IF CT-PAID-HASH NOT = CTL-PAID-HASH
                 DISPLAY 'LAB5GEN CONTROL BREAK - PAYMENT HASH '
                    CT-PAID-HASH ' BUT READ ' CTL-PAID-HASH
                 MOVE 'Y' TO CTL-FAIL-SW
              END-IF
           END-IF.
           IF CONTROLS-FAILED
              PERFORM 1190-REFUSE-RUN
           END-IF.
      **************************************************************
      * REFUSES THE RUN - NOTHING HAS BEEN CHANGED YET, SO *
      * LAB5-INPUT, LAB5-NEWMST AND THE CATALOG ARE AS THEY WERE *
      **************************************************************
        1190-REFUSE-RUN.
           MOVE 'VERIFICATION FAILED - NOTHING PROMOTED OR ROLLED BACK'
             TO GM-TEXT.
           WRITE GENR-REC FROM GENR-MESSAGE
             AFTER ADVANCING 1 LINE.
           CLOSE GENC-FILE
             GENS-FILE
             GENR-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      **************************************************************
      * FILES THE PROVEN MASTER ON THE STORE AS THE GENERATION *
      * NUMBER JUST RESERVED - EVERY RECORD, HEADER AND TRAILER *
      * INCLUDED *
      **************************************************************
        1200-STORE-GENERATION.
           PERFORM 2010-OPEN-SOURCE.
           PERFORM 2000-READ-SOURCE.
           PERFORM 1210-STORE-ONE-RECORD
              UNTIL EOF-S = 1.
           PERFORM 2030-CLOSE-SOURCE.
        1210-STORE-ONE-RECORD.
           MOVE NEW-GEN-WS TO GD-GEN.
           MOVE INPUT-DATA TO GD-MASTER.
           WRITE GENS-REC FROM GENSTORE-DATA
              INVALID KEY
                 DISPLAY 'LAB5GEN GENERATION STORE WRITE FAILED - '
                    'GENERATION ' NEW-GEN-WS ' ACCOUNT ' I-ACCT
                    ' STATUS ' GENS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-WRITE.
           IF CONTROL-TRAILER
              MOVE 1 TO EOF-S
           ELSE
              PERFORM 2000-READ-SOURCE
           END-IF.
      **************************************************************
      * CATALOGS THE NEW GENERATION AS CURRENT WITH ITS CYCLE AND *
      * CONTROL FIGURES, AND DEMOTES THE OLD CURRENT TO PRIOR *
      **************************************************************
        1300-CATALOG-PROMOTION.
           IF CUR-GEN-WS > 0
              MOVE CUR-GEN-WS TO GC-KEY
              READ GENC-FILE INTO GENCT-DATA
                 INVALID KEY
                    PERFORM 0320-CATALOG-FAILED
              END-READ
              MOVE 'P' TO GC-STATUS
              REWRITE GENC-REC FROM GENCT-DATA
                 INVALID KEY
                    PERFORM 0320-CATALOG-FAILED
              END-REWRITE
           END-IF.
           MOVE SPACES TO GENCT-DATA.
           MOVE NEW-GEN-WS TO GC-GEN.
           MOVE NEW-CYCLE-WS TO GC-CYCLE.
           MOVE NEW-RUN-DATE-WS TO GC-RUN-DATE.
           MOVE 'C' TO GC-STATUS.
           MOVE CTL-READ-COUNT TO GC-REC-COUNT.
           MOVE CTL-LOAN-HASH TO GC-LOAN-HASH.
           MOVE CTL-PAID-HASH TO GC-PAID-HASH.
           MOVE RUN-DATE-WS TO GC-PROMOTED-DATE.
           MOVE RUN-TIME-WS TO GC-PROMOTED-TIME.
           MOVE 0 TO GC-ROLLED-DATE.
           WRITE GENC-REC FROM GENCT-DATA
              INVALID KEY
                 PERFORM 0320-CATALOG-FAILED
           END-WRITE.
           MOVE NEW-GEN-WS TO CUR-GEN-WS.
           MOVE NEW-CYCLE-WS TO CUR-CYCLE-WS.
           MOVE NEW-GEN-WS TO GA-P-GEN.
           MOVE NEW-CYCLE-WS TO GA-P-CYCLE.
           IF GP-INITIAL
              MOVE 'LAB5-INPUT' TO GA-P-SOURCE
           ELSE
              MOVE 'LAB5-NEWMST' TO GA-P-SOURCE
           END-IF.
           MOVE CTL-READ-COUNT TO GA-P-COUNT.
           WRITE GENR-REC FROM GENR-PROMOTED
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * PRINTS THE REGISTER TITLE *
      **************************************************************
        1400-PRINT-HEAD.
           MOVE RUN-DATE-WS TO GT-DATE.
           MOVE RUN-TIME-WS TO GT-TIME.
           WRITE GENR-REC FROM GENR-TITLE
             AFTER ADVANCING PAGE.
           MOVE SPACES TO GENR-REC.
           WRITE GENR-REC
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * COPIES ONE GENERATION FROM THE STORE TO LAB5-INPUT OR *
      * LAB5-PRVMST (EXTRACT-TO-SW) - A GENERATION WITH NO *
      * RECORDS ON THE STORE MEANS THE STORE AND THE CATALOG *
      * DISAGREE, AND STOPS THE RUN *
      **************************************************************
        1500-EXTRACT-GENERATION.
           IF EXTRACT-TO-INPUT
              OPEN OUTPUT INPUT-FILE
           ELSE
              OPEN OUTPUT PRVM-FILE
           END-IF.
           PERFORM 1520-START-GENERATION.
           IF EOF-G = 1
              DISPLAY 'LAB5GEN GENERATION ' SCAN-GEN-WS
                 ' IS CATALOGUED BUT NOT ON THE STORE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1510-EXTRACT-ONE-RECORD
              UNTIL EOF-G = 1.
           IF EXTRACT-TO-INPUT
              CLOSE INPUT-FILE
           ELSE
              CLOSE PRVM-FILE
           END-IF.
        1510-EXTRACT-ONE-RECORD.
           IF EXTRACT-TO-INPUT
              WRITE INPUT-REC FROM GD-MASTER
           ELSE
              WRITE PRVM-REC FROM GD-MASTER
           END-IF.
           PERFORM 1530-READ-GENERATION.
      **************************************************************
      * POSITIONS THE STORE AT THE FIRST RECORD (THE HEADER) OF *
      * GENERATION SCAN-GEN-WS AND READS IT (1525 ONLY POSITIONS). *
      * EOF-G IS SET AT THE FIRST RECORD OF ANOTHER GENERATION *
      **************************************************************
        1520-START-GENERATION.
           PERFORM 1525-POSITION-GENERATION.
           IF EOF-G = 0
              PERFORM 1530-READ-GENERATION
           END-IF.
        1525-POSITION-GENERATION.
           MOVE 0 TO EOF-G.
           MOVE SCAN-GEN-WS TO GSK-GEN.
           MOVE 0 TO GSK-ACCT.
           START GENS-FILE KEY NOT < GS-KEY
              INVALID KEY
                 MOVE 1 TO EOF-G
           END-START.
        1530-READ-GENERATION.
           READ GENS-FILE NEXT RECORD INTO GENSTORE-DATA
              AT END
                 MOVE 1 TO EOF-G
           END-READ.
           IF EOF-G = 0 AND GD-GEN NOT = SCAN-GEN-WS
              MOVE 1 TO EOF-G
           END-IF.
      **************************************************************
      * EXPIRES WHAT IS NO LONGER KEPT - EVERY GENERATION BACKED *
      * OUT BY A ROLLBACK (A NEW PROMOTION HAS SUPERSEDED IT), *
      * THEN THE OLDEST PRIOR GENERATIONS UNTIL NO MORE THAN THE *
      * NUMBER TO BE KEPT REMAIN. THE CATALOG ENTRY STAYS, MARKED *
      * EXPIRED; THE RECORDS ARE DELETED FROM THE STORE *
      **************************************************************
        1600-EXPIRE-GENERATIONS.
           MOVE 0 TO PRIOR-COUNT-WS.
           MOVE 1 TO SCAN-GEN-WS.
           PERFORM 1810-START-CATALOG.
           PERFORM 1610-COUNT-ONE-PRIOR
              UNTIL EOF-C = 1.
           MOVE 1 TO SCAN-GEN-WS.
           PERFORM 1810-START-CATALOG.
           PERFORM 1620-EXPIRE-ONE-ENTRY
              UNTIL EOF-C = 1.
        1610-COUNT-ONE-PRIOR.
           IF GC-PRIOR
              ADD 1 TO PRIOR-COUNT-WS
           END-IF.
           PERFORM 1820-READ-CATALOG.
        1620-EXPIRE-ONE-ENTRY.
           IF GC-BACKED-OUT
              PERFORM 1630-EXPIRE-GENERATION
           ELSE
              IF GC-PRIOR AND PRIOR-COUNT-WS > RETAIN-WS
                 PERFORM 1630-EXPIRE-GENERATION
                 SUBTRACT 1 FROM PRIOR-COUNT-WS
              END-IF
           END-IF.
           PERFORM 1820-READ-CATALOG.
        1630-EXPIRE-GENERATION.
           MOVE 'X' TO GC-STATUS.
           REWRITE GENC-REC FROM GENCT-DATA
              INVALID KEY
                 PERFORM 0320-CATALOG-FAILED
           END-REWRITE.
           ADD 1 TO EXPIRED-COUNT.
           MOVE GC-GEN TO SCAN-GEN-WS.
           PERFORM 1520-START-GENERATION.
           PERFORM 1640-DELETE-ONE-RECORD
              UNTIL EOF-G = 1.
        1640-DELETE-ONE-RECORD.
           DELETE GENS-FILE RECORD
              INVALID KEY
                 DISPLAY 'LAB5GEN GENERATION STORE DELETE FAILED - '
                    'GENERATION ' GSK-GEN ' STATUS ' GENS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-DELETE.
           PERFORM 1530-READ-GENERATION.
      **************************************************************
      * SUPPLIES LAB5MOV'S PRIOR-CYCLE MASTER - THE NEWEST *
      * GENERATION STILL HELD FROM A CYCLE BEFORE THE CURRENT *
      * ONE, I.E. THE MASTER AS IT STOOD AT THE END OF LAST *
      * CYCLE. WITH NONE HELD LAB5-PRVMST IS LEFT EMPTY, SO *
      * LAB5MOV STOPS ON ITS CONTROL CHECK RATHER THAN COMPARING *
      * AGAINST A STALE FILE *
      **************************************************************
        1700-SUPPLY-PRIOR.
           MOVE 0 TO PRIOR-GEN-WS.
           MOVE 1 TO SCAN-GEN-WS.
           PERFORM 1810-START-CATALOG.
           PERFORM 1710-CHECK-ONE-PRIOR
              UNTIL EOF-C = 1.
           IF PRIOR-GEN-WS = 0
              OPEN OUTPUT PRVM-FILE
              CLOSE PRVM-FILE
              MOVE 'NO EARLIER-CYCLE GENERATION - LAB5-PRVMST EMPTY'
                TO GM-TEXT
              WRITE GENR-REC FROM GENR-MESSAGE
                AFTER ADVANCING 1 LINE
              DISPLAY 'LAB5GEN NO EARLIER-CYCLE GENERATION HELD - '
                 'LAB5-PRVMST LEFT EMPTY'
           ELSE
              MOVE PRIOR-GEN-WS TO SCAN-GEN-WS
              MOVE 'P' TO EXTRACT-TO-SW
              PERFORM 1500-EXTRACT-GENERATION
              MOVE PRIOR-GEN-WS TO GA-V-GEN
              MOVE PRIOR-CYCLE-WS TO GA-V-CYCLE
              WRITE GENR-REC FROM GENR-PRIOR
                AFTER ADVANCING 1 LINE
           END-IF.
        1710-CHECK-ONE-PRIOR.
           IF GC-PRIOR AND GC-CYCLE < CUR-CYCLE-WS
              MOVE GC-GEN TO PRIOR-GEN-WS
              MOVE GC-CYCLE TO PRIOR-CYCLE-WS
           END-IF.
           PERFORM 1820-READ-CATALOG.
      **************************************************************
      * PRINTS EVERY GENERATION STILL ON THE CATALOG (EXPIRED *
      * ENTRIES ARE NOT LISTED) AND THE REGISTER TOTALS *
      **************************************************************
        1800-PRINT-CATALOG.
           MOVE SPACES TO GENR-REC.
           WRITE GENR-REC
             AFTER ADVANCING 1 LINE.
           WRITE GENR-REC FROM GENR-HEADING1
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO GENR-REC.
           WRITE GENR-REC
             AFTER ADVANCING 1 LINE.
           MOVE 0 TO HELD-COUNT.
           MOVE 1 TO SCAN-GEN-WS.
           PERFORM 1810-START-CATALOG.
           PERFORM 1830-PRINT-ONE-ENTRY
              UNTIL EOF-C = 1.
           MOVE HELD-COUNT TO GR-HELD.
           MOVE EXPIRED-COUNT TO GR-EXPIRED.
           MOVE RETAIN-WS TO GR-RETAIN.
           MOVE SPACES TO GENR-REC.
           WRITE GENR-REC
             AFTER ADVANCING 1 LINE.
           WRITE GENR-REC FROM GENR-TOTALS
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * POSITIONS THE CATALOG AT GENERATION SCAN-GEN-WS AND READS *
      * THE FIRST ENTRY FROM THERE (THE CONTROL RECORD, KEY 0000, *
      * IS NEVER REACHED FROM GENERATION 1 ON) *
      **************************************************************
        1810-START-CATALOG.
           MOVE 0 TO EOF-C.
           MOVE SCAN-GEN-WS TO GC-KEY.
           START GENC-FILE KEY NOT < GC-KEY
              INVALID KEY
                 MOVE 1 TO EOF-C
           END-START.
           IF EOF-C = 0
              PERFORM 1820-READ-CATALOG
           END-IF.
        1820-READ-CATALOG.
           READ GENC-FILE NEXT RECORD INTO GENCT-DATA
              AT END
                 MOVE 1 TO EOF-C
           END-READ.
        1830-PRINT-ONE-ENTRY.
           IF NOT GC-EXPIRED
              MOVE GC-GEN TO GR-GEN
              MOVE GC-CYCLE TO GR-CYCLE
              MOVE GC-RUN-DATE TO GR-RUN-DATE
              IF GC-CURRENT
                 MOVE 'CURRENT' TO GR-STATUS
              ELSE
                 IF GC-PRIOR
                    MOVE 'PRIOR' TO GR-STATUS
                 ELSE
                    MOVE 'BACKED OUT' TO GR-STATUS
                 END-IF
              END-IF
              MOVE GC-REC-COUNT TO GR-COUNT
              MOVE GC-LOAN-HASH TO GR-LOAN-HASH
              MOVE GC-PAID-HASH TO GR-PAID-HASH
              MOVE GC-PROMOTED-DATE TO GR-PROMOTED
              MOVE GC-ROLLED-BY TO GR-ROLLED-BY
              MOVE GC-ROLLED-DATE TO GR-ROLLED-DATE
              WRITE GENR-REC FROM GENR-DATA
                AFTER ADVANCING 1 LINE
              ADD 1 TO HELD-COUNT
           END-IF.
           PERFORM 1820-READ-CATALOG.
      **************************************************************
      * READS THE NEXT RECORD OF THE MASTER BEING PROVEN OR FILED *
      * - LAB5-NEWMST FOR A PROMOTION, LAB5-INPUT FOR PARM I, THE *
      * STORED GENERATION FOR A ROLLBACK *
      **************************************************************
        2000-READ-SOURCE.
           IF GP-ROLLBACK
              IF EOF-G = 0
                 PERFORM 1530-READ-GENERATION
              END-IF
              MOVE EOF-G TO EOF-S
           ELSE
              IF GP-INITIAL
                 READ INPUT-FILE INTO INPUT-DATA
                         AT END MOVE 1 TO EOF-S
                 END-READ
              ELSE
                 READ NMST-FILE INTO INPUT-DATA
                         AT END MOVE 1 TO EOF-S
                 END-READ
              END-IF
           END-IF.
           IF EOF-S = 0 AND GP-ROLLBACK
              MOVE GD-MASTER TO INPUT-DATA
           END-IF.
        2010-OPEN-SOURCE.
           MOVE 0 TO EOF-S.
           IF GP-ROLLBACK
              MOVE GP-GEN-N TO SCAN-GEN-WS
              PERFORM 1525-POSITION-GENERATION
           ELSE
              IF GP-INITIAL
                 OPEN INPUT INPUT-FILE
              ELSE
                 OPEN INPUT NMST-FILE
              END-IF
           END-IF.
        2030-CLOSE-SOURCE.
           IF GP-INITIAL
              CLOSE INPUT-FILE
           ELSE
              IF GP-PROMOTE
                 CLOSE NMST-FILE
              END-IF
           END-IF.
      **************************************************************
      * ROLLS THE MASTER BACK TO A NAMED PRIOR GENERATION - ONLY *
      * ONE STILL HELD, AND ONLY AFTER ITS STORED COPY PROVES *
      * AGAIN AGAINST BOTH ITS TRAILER AND THE FIGURES CATALOGUED *
      * WHEN IT WAS PROMOTED. THE GENERATIONS AFTER IT ARE MARKED *
      * BACKED OUT, LAB5-PRVMST IS RESUPPLIED FOR ITS CYCLE, AND *
      * THE ROLLBACK IS AUDITED ON LAB5-RNLOG *
      **************************************************************
        3000-ROLLBACK.
           MOVE GP-GEN-N TO SCAN-GEN-WS.
           MOVE GP-GEN-N TO GC-KEY.
           READ GENC-FILE INTO GENCT-DATA
              INVALID KEY
                 DISPLAY 'LAB5GEN GENERATION ' GP-GEN-N
                    ' IS NOT ON THE CATALOG'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ.
           IF NOT GC-PRIOR
              DISPLAY 'LAB5GEN GENERATION ' GP-GEN-N
                 ' IS NOT A PRIOR GENERATION STILL HELD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE GC-CYCLE TO TGT-CYCLE-WS.
           MOVE GC-REC-COUNT TO TGT-REC-COUNT.
           MOVE GC-LOAN-HASH TO TGT-LOAN-HASH.
           MOVE GC-PAID-HASH TO TGT-PAID-HASH.
           PERFORM 1100-VERIFY-SOURCE.
           IF CTL-READ-COUNT NOT = TGT-REC-COUNT
              OR CTL-LOAN-HASH NOT = TGT-LOAN-HASH
              OR CTL-PAID-HASH NOT = TGT-PAID-HASH
              DISPLAY 'LAB5GEN CONTROL BREAK - STORED GENERATION '
                 GP-GEN-N ' DOES NOT AGREE WITH ITS CATALOG ENTRY'
              PERFORM 1190-REFUSE-RUN
           END-IF.
           MOVE GP-GEN-N TO SCAN-GEN-WS.
           MOVE 'I' TO EXTRACT-TO-SW.
           PERFORM 1500-EXTRACT-GENERATION.
           MOVE GP-GEN-N TO SCAN-GEN-WS.
           ADD 1 TO SCAN-GEN-WS.
           PERFORM 1810-START-CATALOG.
           PERFORM 3010-BACK-OUT-ONE-ENTRY
              UNTIL EOF-C = 1.
           MOVE GP-GEN-N TO GC-KEY.
           READ GENC-FILE INTO GENCT-DATA
              INVALID KEY
                 PERFORM 0320-CATALOG-FAILED
           END-READ.
           MOVE 'C' TO GC-STATUS.
           MOVE GP-USER TO GC-ROLLED-BY.
           MOVE RUN-DATE-WS TO GC-ROLLED-DATE.
           REWRITE GENC-REC FROM GENCT-DATA
              INVALID KEY
                 PERFORM 0320-CATALOG-FAILED
           END-REWRITE.
           MOVE GP-GEN-N TO CUR-GEN-WS.
           MOVE TGT-CYCLE-WS TO CUR-CYCLE-WS.
           MOVE GP-GEN-N TO GA-R-GEN.
           MOVE TGT-CYCLE-WS TO GA-R-CYCLE.
           MOVE GP-USER TO GA-R-USER.
           MOVE GP-REASON TO GA-R-REASON.
           WRITE GENR-REC FROM GENR-ROLLED
             AFTER ADVANCING 1 LINE.
           PERFORM 1700-SUPPLY-PRIOR.
           PERFORM 0310-WRITE-CONTROL.
           PERFORM 3020-RECORD-ROLLBACK.
      **************************************************************
      * MARKS ONE GENERATION AFTER THE ROLLBACK TARGET BACKED OUT *
      * WITH WHO DID IT AND WHEN *
      **************************************************************
        3010-BACK-OUT-ONE-ENTRY.
           IF GC-CURRENT OR GC-PRIOR
              MOVE 'B' TO GC-STATUS
              MOVE GP-USER TO GC-ROLLED-BY
              MOVE RUN-DATE-WS TO GC-ROLLED-DATE
              REWRITE GENC-REC FROM GENCT-DATA
                 INVALID KEY
                    PERFORM 0320-CATALOG-FAILED
              END-REWRITE
           END-IF.
           PERFORM 1820-READ-CATALOG.
      **************************************************************
      * APPENDS THE ROLLBACK TO THE RUN-HISTORY AUDIT LOG WITH *
      * WHO ROLLED BACK AND WHY *
      **************************************************************
        3020-RECORD-ROLLBACK.
           OPEN EXTEND RLOG-FILE.
           MOVE 'LAB5GEN ' TO RL-PROGRAM.
           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-RUN-TIME FROM TIME.
           MOVE 'B' TO RL-MODE.
           MOVE 'N' TO RL-RESTART.
           MOVE GP-USER TO RL-USER.
           MOVE GP-REASON TO RL-REASON.
           WRITE RLOG-REC FROM RUNLOG-DATA.
           CLOSE RLOG-FILE.
           DISPLAY 'LAB5GEN ROLLED BACK TO GENERATION ' GP-GEN-N
              ' CYCLE ' TGT-CYCLE-WS ' BY ' GP-USER.
