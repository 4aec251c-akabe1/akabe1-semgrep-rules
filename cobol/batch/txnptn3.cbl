      *================================================================*
      *  TXNPTN3                                                       *
      *  Posting partition 3 - CUST-IDs 500000 - 749999.               *
      *  A nightly step of its own so the partitions run side by side  *
      *  under the dependency scheduler: it names its partition to     *
      *  POSTPTN1 and calls the posting engine (TXNPOST1), which       *
      *  posts only that partition's customers from the night's        *
      *  A-FILE, to its own register, GL day detail and checkpoint     *
      *  row.  The engine is cancelled behind each call, so the next   *
      *  partition called in the same region starts fresh.  The        *
      *  ranges themselves live in POSTPTN1.                           *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE-WRITTEN.  2026-10-15.
      *  DATE-COMPILED.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNPTN3.
       AUTHOR. J H MERCER.
       INSTALLATION. DATA CENTER 2.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-THIS-PARTITION            PIC 9(01) VALUE 3.
       77  WS-ENGINE-PROGRAM            PIC X(08) VALUE "TXNPOST1".
       77  WS-ENGINE-RC                 PIC 9(03) VALUE 0.

       COPY "retcode.cpy".
       COPY "postptn.cpy".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           SET POSTPTN-FUNC-SET TO TRUE
           MOVE WS-THIS-PARTITION TO POSTPTN-PARTITION
           CALL "POSTPTN1" USING POSTPTN-PARMS
           DISPLAY "TXNPTN3: POSTING PARTITION " WS-THIS-PARTITION
                   " OF " POSTPTN-PARTITION-COUNT

           MOVE RC-CLEAN TO RETURN-CODE
           CALL WS-ENGINE-PROGRAM
           MOVE RETURN-CODE TO WS-ENGINE-RC
           CANCEL WS-ENGINE-PROGRAM

           SET POSTPTN-FUNC-SET TO TRUE
           MOVE 0 TO POSTPTN-PARTITION
           CALL "POSTPTN1" USING POSTPTN-PARMS
           MOVE WS-ENGINE-RC TO RETURN-CODE
           GOBACK.
