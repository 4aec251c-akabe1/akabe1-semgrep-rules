      *================================================================*
      *  POSTPTN1                                                      *
      *  Posting partition control.  Holds the partition the current   *
      *  posting step was started for - SET by the partition step      *
      *  (TXNPTN1 - TXNPTN4) before it calls TXNPOST1 and GET by the   *
      *  engine at initialization; zero, the value a standalone run    *
      *  finds, is the whole file.  RESOLVE places a CUST-ID in its    *
      *  partition by the range table below: a partition starts at     *
      *  its low id and runs up to the next partition's, the first     *
      *  takes everything below the second and the last everything     *
      *  above its own, so every id on the book - digits or not -      *
      *  falls in exactly one partition.  The posting engine and the   *
      *  partition merge both CALL this so the ranges live in one      *
      *  place; a change to them is a change here and a recompile.     *
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
       PROGRAM-ID. POSTPTN1.
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
       77  WS-CURRENT-PARTITION         PIC 9(01) VALUE 0.
       77  WS-RANGE-SUB                 PIC 9(01) COMP-3.

      *    Low CUST-ID of each partition; the first entry's low id is
      *    not tested
       01  WS-PARTITION-RANGE-TABLE.
           05  FILLER                  PIC X(06) VALUE '000000'.
           05  FILLER                  PIC X(06) VALUE '250000'.
           05  FILLER                  PIC X(06) VALUE '500000'.
           05  FILLER                  PIC X(06) VALUE '750000'.
       01  FILLER REDEFINES WS-PARTITION-RANGE-TABLE.
           05  WS-PARTITION-LOW-ID     OCCURS 4 TIMES
                                       PIC X(06).
       77  WS-PARTITION-COUNT           PIC 9(01) VALUE 4.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       COPY "postptn.cpy".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING POSTPTN-PARMS.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE WS-PARTITION-COUNT TO POSTPTN-PARTITION-COUNT
           EVALUATE TRUE
               WHEN POSTPTN-FUNC-SET
                   IF POSTPTN-PARTITION > WS-PARTITION-COUNT
                       MOVE 0 TO WS-CURRENT-PARTITION
                   ELSE
                       MOVE POSTPTN-PARTITION TO WS-CURRENT-PARTITION
                   END-IF
               WHEN POSTPTN-FUNC-GET
                   MOVE WS-CURRENT-PARTITION TO POSTPTN-PARTITION
               WHEN POSTPTN-FUNC-RESOLVE
                   MOVE 1 TO POSTPTN-PARTITION
                   PERFORM 1000-TEST-ONE-RANGE THRU 1000-EXIT
                       VARYING WS-RANGE-SUB FROM 2 BY 1
                       UNTIL WS-RANGE-SUB > WS-PARTITION-COUNT
               WHEN OTHER
                   MOVE 0 TO POSTPTN-PARTITION
           END-EVALUATE
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-TEST-ONE-RANGE - the id belongs to the highest         *
      *    partition whose low id it has reached                       *
      *----------------------------------------------------------------*
       1000-TEST-ONE-RANGE.
           IF POSTPTN-CUST-ID NOT < WS-PARTITION-LOW-ID(WS-RANGE-SUB)
               MOVE WS-RANGE-SUB TO POSTPTN-PARTITION
           END-IF.
       1000-EXIT.
           EXIT.
