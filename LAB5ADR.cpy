      **************************************************************
      * LAB5ADR - SHARED LAYOUT FOR THE INDEXED BORROWER-ADDRESS *
      * FILE (LAB5-ADDR), KEYED ON THE ACCOUNT NUMBER (I-ACCT). *
      * MAINTAINED BY LAB5ADM AND READ BY THE PROGRAMS THAT FEED *
      * THE PRINT VENDOR (LAB5DUN, LAB5STM) AND BY THE PAYOFF- *
      * QUOTE RUN (LAB5PAY). RECORD LENGTH IS 116 BYTES. *
      **************************************************************
      * MODIFICATION HISTORY *
      * 2026-10-15 MF  ORIGINAL COPYBOOK. *
      **************************************************************
      **************************************************************
      * ONE BORROWER-ADDRESS RECORD. BA-RETURNED IS SET WHEN THE *
      * POST OFFICE SENDS MAIL BACK UNDELIVERABLE AND CLEARED BY *
      * THE NEXT CHANGE OF ADDRESS - WHILE IT IS SET, NOTHING IS *
      * MAILED TO THE ADDRESS *
      **************************************************************
        01 ADDR-DATA.
          03 BA-ACCT PIC 9(7).
          03 BA-LINE1 PIC X(30).
          03 BA-LINE2 PIC X(30).
          03 BA-CITY PIC X(20).
          03 BA-STATE PIC X(2).
          03 BA-ZIP PIC X(10).
          03 BA-RETURNED PIC X(1).
             88 BA-MAIL-RETURNED VALUE 'Y'.
             88 BA-MAIL-GOOD VALUE 'N' SPACE.
          03 BA-RETURNED-DATE PIC 9(8).
          03 BA-CHANGED-DATE PIC 9(8).
