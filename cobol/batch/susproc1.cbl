      *                   appended to GL-DAY-DETAIL-FILE (opened
      *                   fresh by the posting engine), the day's
      *                   bounded input to the GL extract.
      *  2026-10-15 JHM   Items for a charged-off account, and any
      *                   suspended CHGO, stay held for an operator -
      *                   charge-off and recovery booking belong to
      *                   the posting engine alone.
      *  2026-10-15 JHM   A suspended RFND refund clears to a closed
      *                   account and is not held to the credit
      *                   limit, the same as the posting engine.
      *  2026-10-15 JHM   A suspended ESCH escheatment stays held for
      *                   an operator like a CHGO - closing the
      *                   account behind it belongs to the posting
      *                   engine alone.
      *  2026-10-15 JHM   A suspended DPRV (dispute credit taken
      *                   back) is not held to the credit limit, the
      *                   same as the posting engine.
      *  2026-10-15 JHM   An item keyed with a customer id a merge
      *                   has retired clears to the surviving id, as
      *                   in the posting engine.  A suspended MRGD or
      *                   MRGC merge leg stays held for an operator,
      *                   and MRGD is not held to the credit limit.
      *  2026-10-15 JHM   Items for a customer compliance has
      *                   confirmed as a watch-list hit (CONFIRMED on
      *                   SCREEN-CASE-FILE) stay held, whatever their
      *                   reason code, until the hit is released -
      *                   the same block the posting engine applies.
      *  2026-10-15 JHM   Only a SCREEN-CASE-FILE not yet created
      *                   (status 35) means no compliance blocks; any
      *                   other open failure stops the run before
      *                   anything posts, RC-ABEND-WORTHY.
      *  2026-10-15 JHM   A suspended RCVY, or any item the posting
      *                   engine suspended under reason SYSC, stays
      *                   held - those codes never clear on a retry.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPROC1.
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HD-FILE-STATUS.

           SELECT CUST-MERGE-FILE ASSIGN TO CUSTMRG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MRG-RETIRED-ID
               FILE STATUS IS MG-FILE-STATUS.

           SELECT SCREEN-CASE-FILE ASSIGN TO WLCASE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCRN-CUST-ID
               FILE STATUS IS SC-FILE-STATUS.

           SELECT TRANSACTION-AUDIT-FILE ASSIGN TO TXNAUD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TA-FILE-STATUS.
       FD  HOLD-FILE.
           COPY "holdrec.cpy".

       FD  CUST-MERGE-FILE.
           COPY "custmrg.cpy".

       FD  SCREEN-CASE-FILE.
           COPY "wlcase.cpy".

       FD  TRANSACTION-AUDIT-FILE.
           COPY "auditrec.cpy".

           88  TH-STATUS-DUPLICATE            VALUE '22'.
       77  HD-FILE-STATUS               PIC X(02).
           88  HD-STATUS-OK                   VALUE '00'.
       77  MG-FILE-STATUS               PIC X(02).
           88  MG-STATUS-OK                   VALUE '00'.
       77  SC-FILE-STATUS               PIC X(02).
           88  SC-STATUS-OK                   VALUE '00'.
           88  SC-STATUS-NOT-FOUND            VALUE '35'.
       77  TA-FILE-STATUS               PIC X(02).
           88  TA-STATUS-OK                   VALUE '00'.
       77  GD-FILE-STATUS               PIC X(02).
       77  WS-PROJECTED-BALANCE         PIC S9(9)V99 COMP-3.
       77  WS-HOLD-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-HOLD-FILE-OPEN              VALUE 'Y'.
       77  WS-MERGE-FILE-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-MERGE-FILE-OPEN             VALUE 'Y'.
       77  WS-CASE-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-CASE-FILE-OPEN              VALUE 'Y'.
       77  WS-COMPLIANCE-HOLD-SW        PIC X(01) VALUE 'N'.
           88  WS-COMPLIANCE-HOLD             VALUE 'Y'.
       77  WS-MERGE-REDIRECTS           PIC 9(07) COMP-3 VALUE 0.
       77  WS-MERGE-HOPS                PIC 9(02) COMP-3 VALUE 0.
       77  WS-MERGE-HOP-LIMIT           PIC 9(02) COMP-3 VALUE 10.
       77  WS-MERGE-FROM-ID             PIC X(06).
       77  WS-HOLDS-TOTAL               PIC S9(09)V99 COMP-3.
       77  WS-HOLD-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
           88  WS-HOLD-SCAN-DONE              VALUE 'Y'.
                       "WITHOUT HOLDS, STATUS " HD-FILE-STATUS
           END-IF

           OPEN INPUT CUST-MERGE-FILE
           IF MG-STATUS-OK
               SET WS-MERGE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "SUSPROC1: NO CUST-MERGE-FILE - NOTHING "
                       "REDIRECTED, STATUS " MG-FILE-STATUS
           END-IF

           OPEN INPUT SCREEN-CASE-FILE
           EVALUATE TRUE
               WHEN SC-STATUS-OK
                   SET WS-CASE-FILE-OPEN TO TRUE
               WHEN SC-STATUS-NOT-FOUND
                   DISPLAY "SUSPROC1: NO SCREEN-CASE-FILE - NO "
                           "COMPLIANCE BLOCKS"
               WHEN OTHER
                   DISPLAY "SUSPROC1: SCREEN-CASE-FILE OPEN FAILED "
                           SC-FILE-STATUS " - NOTHING POSTED"
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 1000-EXIT
           END-EVALUATE

           OPEN EXTEND TRANSACTION-AUDIT-FILE
           IF TA-STATUS-OK
               SET WS-AUDIT-FILE-OPEN TO TRUE
       2000-RETRY-ONE-ITEM.
           ADD 1 TO WS-ITEMS-READ
           MOVE SUSP-TRANSACTION-DATA TO TRANSACTION-RECORD
           PERFORM 2020-REDIRECT-MERGED THRU 2020-EXIT

           MOVE TXN-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
                   GO TO 2000-EXIT
           END-READ

           PERFORM 2030-CHECK-COMPLIANCE THRU 2030-EXIT
           IF (CUST-CLOSED AND TXN-CODE NOT = "RFND")
              OR WS-COMPLIANCE-HOLD
              OR CUST-CHARGED-OFF
              OR TXN-CODE = "CHGO"
              OR TXN-CODE = "ESCH"
              OR TXN-CODE = "MRGD"
              OR TXN-CODE = "MRGC"
              OR TXN-CODE = "RCVY"
              OR SUSP-REASON-UNPROVEN
               MOVE "HELD" TO WS-DISPOSITION
               ADD 1 TO WS-ITEMS-REMAINING
               PERFORM 2900-WRITE-REGISTER-LINE THRU 2900-EXIT
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2020-REDIRECT-MERGED - an item keyed with an id a merge     *
      *    retired clears to the surviving id, followed on when the    *
      *    survivor was itself merged later; the merge legs name both  *
      *    ids on purpose and are left alone                           *
      *----------------------------------------------------------------*
       2020-REDIRECT-MERGED.
           MOVE SPACES TO WS-MERGE-FROM-ID
           IF NOT WS-MERGE-FILE-OPEN
              OR TXN-CODE = "MRGD"
              OR TXN-CODE = "MRGC"
               GO TO 2020-EXIT
           END-IF
           MOVE 0 TO WS-MERGE-HOPS.
       2020-NEXT-HOP.
           MOVE TXN-CUST-ID TO MRG-RETIRED-ID
           READ CUST-MERGE-FILE
               INVALID KEY
                   GO TO 2020-EXIT
           END-READ
           IF NOT MRG-MERGED
              OR WS-MERGE-HOPS NOT < WS-MERGE-HOP-LIMIT
               GO TO 2020-EXIT
           END-IF
           IF WS-MERGE-FROM-ID = SPACES
               MOVE TXN-CUST-ID TO WS-MERGE-FROM-ID
               ADD 1 TO WS-MERGE-REDIRECTS
           END-IF
           MOVE MRG-SURVIVOR-ID TO TXN-CUST-ID
           ADD 1 TO WS-MERGE-HOPS
           GO TO 2020-NEXT-HOP.
       2020-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2030-CHECK-COMPLIANCE - a confirmed watch-list hit holds    *
      *    every item for the customer                                 *
      *----------------------------------------------------------------*
       2030-CHECK-COMPLIANCE.
           MOVE 'N' TO WS-COMPLIANCE-HOLD-SW
           IF NOT WS-CASE-FILE-OPEN
               GO TO 2030-EXIT
           END-IF
           MOVE CUST-ID TO SCRN-CUST-ID
           READ SCREEN-CASE-FILE
               INVALID KEY GO TO 2030-EXIT
           END-READ
           IF SCRN-CONFIRMED-HIT
               SET WS-COMPLIANCE-HOLD TO TRUE
           END-IF.
       2030-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2040-CHECK-CREDIT-LIMIT - same rule as the posting engine:  *
      *    a debit may not push the balance past the credit limit      *
      *----------------------------------------------------------------*
           SET VALID-TXN-IDX DOWN BY 1

           IF VTC-POSTS-DEBIT(VALID-TXN-IDX)
              AND TXN-CODE NOT = "RFND"
              AND TXN-CODE NOT = "DPRV"
              AND TXN-CODE NOT = "MRGD"
               PERFORM 2045-SUM-OPEN-HOLDS THRU 2045-EXIT
               COMPUTE WS-PROJECTED-BALANCE =
                   CUST-BALANCE - WS-HOLDS-TOTAL - TXN-AMOUNT
           DISPLAY "SUSPROC1: ITEMS CLEARED   " WS-ITEMS-CLEARED
           DISPLAY "SUSPROC1: ITEMS REMAINING " WS-ITEMS-REMAINING
           DISPLAY "SUSPROC1: HISTORY WRITTEN " WS-HISTORY-WRITTEN
           DISPLAY "SUSPROC1: MERGE REDIRECTS " WS-MERGE-REDIRECTS

           IF WS-ITEMS-REMAINING > 0
              AND RETURN-CODE = RC-CLEAN
           IF WS-HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF WS-MERGE-FILE-OPEN
               CLOSE CUST-MERGE-FILE
           END-IF
           IF WS-CASE-FILE-OPEN
               CLOSE SCREEN-CASE-FILE
           END-IF
           IF WS-AUDIT-FILE-OPEN
               CLOSE TRANSACTION-AUDIT-FILE
           END-IF
