      *                   marked broken.  A row from before the
      *                   taken date existed (zero) falls back to
      *                   the due date as before.
      *  2026-10-15 JHM   Amounts under an open dispute case are left
      *                   out of what a promise is held to - the
      *                   promised amount less the customer's open
      *                   disputed amounts (never below zero) must be
      *                   covered - and a dispute credit (DPCR) is
      *                   not a payment, so it no longer counts
      *                   toward keeping a promise.  No dispute file
      *                   means nothing is excluded.
      *  2026-10-15 JHM   A merge credit (MRGC - a retired duplicate
      *                   id's balance carried across) is not a
      *                   payment either and does not keep a promise.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLFUP1.
               RECORD KEY IS TXNH-KEY
               FILE STATUS IS TH-FILE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO DISPUTE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS DS-FILE-STATUS.

           SELECT FOLLOW-UP-REPORT ASSIGN TO COLLFUP-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       FD  TXN-HISTORY-FILE.
           COPY "txnhist.cpy".

       FD  DISPUTE-FILE.
           COPY "dsptrec.cpy".

       FD  FOLLOW-UP-REPORT.
       01  REPORT-LINE                 PIC X(132).
      *----------------------------------------------------------------*
           88  CW-STATUS-OK                   VALUE '00'.
       77  TH-FILE-STATUS               PIC X(02).
           88  TH-STATUS-OK                   VALUE '00'.
       77  DS-FILE-STATUS               PIC X(02).
           88  DS-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.

           88  WS-WORK-FILE-OPEN              VALUE 'Y'.
       77  WS-HISTORY-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-HISTORY-FILE-OPEN           VALUE 'Y'.
       77  WS-DISPUTE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-DISPUTE-FILE-OPEN           VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.
       77  WS-HIST-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
           88  WS-HIST-SCAN-DONE              VALUE 'Y'.
       77  WS-DSP-SCAN-DONE-SW          PIC X(01) VALUE 'N'.
           88  WS-DSP-SCAN-DONE               VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-CREDITS-SINCE             PIC S9(09)V99 COMP-3.
       77  WS-CREDIT-FLOOR-DATE         PIC 9(08).
       77  WS-OPEN-DISPUTED             PIC S9(09)V99 COMP-3.
       77  WS-AMOUNT-REQUIRED           PIC S9(09)V99 COMP-3.
       77  WS-ROWS-READ                 PIC 9(07) COMP-3 VALUE 0.
       77  WS-PROMISES-KEPT             PIC 9(07) COMP-3 VALUE 0.
       77  WS-PROMISES-BROKEN           PIC 9(07) COMP-3 VALUE 0.
           05  WS-PRM-DATE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PRM-VERDICT          PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PRM-DISPUTED-TAG     PIC X(10).
           05  WS-PRM-DISPUTED         PIC Z,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.

       01  WS-BUCKET-LINE.
           05  FILLER                  PIC X(07) VALUE "BUCKET ".
                       "CANNOT BE JUDGED, STATUS " TH-FILE-STATUS
           END-IF

           OPEN INPUT DISPUTE-FILE
           IF DS-STATUS-OK
               SET WS-DISPUTE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "COLLFUP1: NO DISPUTE-FILE - NO AMOUNT "
                       "EXCLUDED AS DISPUTED, STATUS " DS-FILE-STATUS
           END-IF

           OPEN OUTPUT FOLLOW-UP-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           EXIT.
      *----------------------------------------------------------------*
      *    2100-JUDGE-PROMISE - credits on the history since the       *
      *    promise was made, against the promised amount less what    *
      *    the customer has under open dispute                         *
      *----------------------------------------------------------------*
       2100-JUDGE-PROMISE.
           PERFORM 2200-SUM-CREDITS-SINCE THRU 2200-EXIT
           PERFORM 2300-SUM-OPEN-DISPUTES THRU 2300-EXIT
           COMPUTE WS-AMOUNT-REQUIRED =
               COLL-PROMISE-AMOUNT - WS-OPEN-DISPUTED
           IF WS-AMOUNT-REQUIRED < 0
               MOVE 0 TO WS-AMOUNT-REQUIRED
           END-IF

           MOVE COLL-CUST-ID TO WS-PRM-CUST-ID
           MOVE COLL-CUST-NAME TO WS-PRM-CUST-NAME
           MOVE COLL-PROMISE-AMOUNT TO WS-PRM-PROMISED
           MOVE COLL-PROMISE-DATE TO WS-PRM-DATE
           IF WS-OPEN-DISPUTED > 0
               MOVE "DISPUTED: " TO WS-PRM-DISPUTED-TAG
           ELSE
               MOVE SPACES TO WS-PRM-DISPUTED-TAG
           END-IF
           MOVE WS-OPEN-DISPUTED TO WS-PRM-DISPUTED

           IF WS-CREDITS-SINCE >= WS-AMOUNT-REQUIRED
               SET COLL-STATUS-COLLECTED TO TRUE
               MOVE WS-CREDITS-SINCE TO COLL-COLLECTED-AMOUNT
               ADD 1 TO WS-PROMISES-KEPT
               GO TO 2210-EXIT
           END-IF
           IF TXNH-POSTED-CREDIT
              AND TXNH-TXN-CODE NOT = "DPCR"
              AND TXNH-TXN-CODE NOT = "MRGC"
               ADD TXNH-AMOUNT TO WS-CREDITS-SINCE
           END-IF.
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-SUM-OPEN-DISPUTES - the customer's cases are keyed     *
      *    together; only open ones are excluded                       *
      *----------------------------------------------------------------*
       2300-SUM-OPEN-DISPUTES.
           MOVE 0 TO WS-OPEN-DISPUTED
           IF NOT WS-DISPUTE-FILE-OPEN
               GO TO 2300-EXIT
           END-IF
           MOVE 'N' TO WS-DSP-SCAN-DONE-SW
           MOVE COLL-CUST-ID TO DSP-CUST-ID
           MOVE 0 TO DSP-CASE-NO
           START DISPUTE-FILE
               KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY SET WS-DSP-SCAN-DONE TO TRUE
           END-START
           PERFORM 2310-SUM-ONE-DISPUTE THRU 2310-EXIT
               UNTIL WS-DSP-SCAN-DONE.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2310-SUM-ONE-DISPUTE.
           READ DISPUTE-FILE NEXT
               AT END
                   SET WS-DSP-SCAN-DONE TO TRUE
                   GO TO 2310-EXIT
           END-READ
           IF DSP-CUST-ID NOT = COLL-CUST-ID
               SET WS-DSP-SCAN-DONE TO TRUE
               GO TO 2310-EXIT
           END-IF
           IF DSP-OPEN
               ADD DSP-DISPUTED-AMOUNT TO WS-OPEN-DISPUTED
           END-IF.
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-WRITE-EFFECTIVENESS - promised against collected per   *
      *    bucket; a broken promise leaves a warning for the review    *
      *----------------------------------------------------------------*
           IF WS-HISTORY-FILE-OPEN
               CLOSE TXN-HISTORY-FILE
           END-IF
           IF WS-DISPUTE-FILE-OPEN
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE FOLLOW-UP-REPORT
           END-IF.
