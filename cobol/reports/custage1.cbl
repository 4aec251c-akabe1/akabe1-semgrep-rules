      *                   (CUSTXTR1) instead of sweeping the master
      *                   itself, and proves the extract's control
      *                   trailer before trusting it.
      *  2026-10-15 JHM   Past due now means a missed payment due
      *                   date: each delinquent account is looked up
      *                   on STATEMENT-DUE-FILE and flagged PAST DUE
      *                   when its statement's due date went by
      *                   without the minimum (judged late, or still
      *                   open past the date).  The age buckets are
      *                   unchanged; the flagged count and amount
      *                   print beneath them.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTAGE1.
               RECORD KEY IS PROF-CUST-ID
               FILE STATUS IS PF-FILE-STATUS.

           SELECT STATEMENT-DUE-FILE ASSIGN TO STMDUE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SDUE-CUST-ID
               FILE STATUS IS SD-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FD  CUSTOMER-PROFILE-FILE.
           COPY "profrec.cpy".

       FD  STATEMENT-DUE-FILE.
           COPY "stmdue.cpy".

       SD  SORT-WORK-FILE.
       01  SORT-AGE-RECORD.
           05  SRTA-BALANCE                PIC S9(7)V99 COMP-3.
           05  SRTA-LAST-ACTIVITY-DATE     PIC 9(08).
           05  SRTA-AGE-DAYS               PIC 9(05).
           05  SRTA-BUCKET                 PIC 9(01).
           05  SRTA-PAST-DUE-SW            PIC X(01).
               88  SRTA-PAST-DUE                 VALUE 'Y'.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CX-FILE-STATUS               PIC X(02).
           88  EX-STATUS-OK                   VALUE '00'.
       77  PF-FILE-STATUS               PIC X(02).
           88  PF-STATUS-OK                   VALUE '00'.
       77  SD-FILE-STATUS               PIC X(02).
           88  SD-STATUS-OK                   VALUE '00'.

       77  WS-EXTRACT-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-EXTRACT-FILE-OPEN           VALUE 'Y'.
           88  WS-EXTRACT-OPEN                VALUE 'Y'.
       77  WS-PROFILE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PROFILE-FILE-OPEN          VALUE 'Y'.
       77  WS-DUE-FILE-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-DUE-FILE-OPEN               VALUE 'Y'.
       77  WS-CUST-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-CUST-AT-EOF                 VALUE 'Y'.
       77  WS-SORT-EOF-SW               PIC X(01) VALUE 'N'.
       77  WS-BUCKET-2-TOTAL            PIC S9(09)V99 COMP-3 VALUE 0.
       77  WS-BUCKET-3-TOTAL            PIC S9(09)V99 COMP-3 VALUE 0.
       77  WS-BUCKET-4-TOTAL            PIC S9(09)V99 COMP-3 VALUE 0.
       77  WS-PAST-DUE-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-PAST-DUE-TOTAL            PIC S9(09)V99 COMP-3 VALUE 0.

       77  WS-DETAIL-READY-SW           PIC X(01).
           88  WS-DETAIL-READY                VALUE 'Y'.
           05  FILLER                  PIC X(11) VALUE "  LAST ACT".
           05  FILLER                  PIC X(10) VALUE "  AGE DAYS".
           05  FILLER                  PIC X(07) VALUE " BUCKET".
           05  FILLER                  PIC X(10) VALUE "  PAST DUE".

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUST-ID          PIC X(06).
           05  WS-DTL-AGE-DAYS         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-DTL-BUCKET           PIC 9(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-PAST-DUE         PIC X(08).

       01  WS-BUCKET-TRAILER-LINE.
           05  FILLER                  PIC X(09) VALUE "BUCKET ".
           05  WS-TRL-BUCKET-COUNT     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  OWED: ".
           05  WS-TRL-BUCKET-TOTAL     PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-PAST-DUE-TRAILER-LINE.
           05  FILLER                  PIC X(10) VALUE "PAST DUE".
           05  FILLER                  PIC X(10) VALUE "  COUNT: ".
           05  WS-TRL-PAST-DUE-COUNT   PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  OWED: ".
           05  WS-TRL-PAST-DUE-TOTAL   PIC Z,ZZZ,ZZZ,ZZ9.99.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
                       "CARRY NO PHONE, STATUS " PF-FILE-STATUS
           END-IF

           OPEN INPUT STATEMENT-DUE-FILE
           IF SD-STATUS-OK
               SET WS-DUE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTAGE1: NO STATEMENT-DUE-FILE - NO ACCOUNT "
                       "FLAGGED PAST DUE, STATUS " SD-FILE-STATUS
           END-IF

           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
                   MOVE 4 TO SRTA-BUCKET
           END-EVALUATE

           PERFORM 2300-JUDGE-PAST-DUE THRU 2300-EXIT

           RELEASE SORT-AGE-RECORD.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-JUDGE-PAST-DUE - the statement's due date went by      *
      *    without the minimum: judged late, or still open past it     *
      *----------------------------------------------------------------*
       2300-JUDGE-PAST-DUE.
           MOVE 'N' TO SRTA-PAST-DUE-SW
           IF NOT WS-DUE-FILE-OPEN
               GO TO 2300-EXIT
           END-IF
           MOVE CUST-ID TO SDUE-CUST-ID
           READ STATEMENT-DUE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF NOT SD-STATUS-OK
               GO TO 2300-EXIT
           END-IF
           IF SDUE-STATUS-LATE
              OR (SDUE-STATUS-OPEN
                  AND SDUE-DUE-DATE < WS-RUN-DATE)
               SET SRTA-PAST-DUE TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-REPORT-SORTED - worst account first on both the        *
      *    report and the collections extract                          *
      *----------------------------------------------------------------*
           MOVE SRTA-LAST-ACTIVITY-DATE TO WS-DTL-LAST-ACTIVITY
           MOVE SRTA-AGE-DAYS TO WS-DTL-AGE-DAYS
           MOVE SRTA-BUCKET TO WS-DTL-BUCKET
           IF SRTA-PAST-DUE
               MOVE "PAST DUE" TO WS-DTL-PAST-DUE
               ADD 1 TO WS-PAST-DUE-COUNT
               SUBTRACT SRTA-BALANCE FROM WS-PAST-DUE-TOTAL
           ELSE
               MOVE SPACES TO WS-DTL-PAST-DUE
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-BUCKET-4-TOTAL TO WS-TRL-BUCKET-TOTAL
           MOVE WS-BUCKET-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PAST-DUE-COUNT TO WS-TRL-PAST-DUE-COUNT
           MOVE WS-PAST-DUE-TOTAL TO WS-TRL-PAST-DUE-TOTAL
           MOVE WS-PAST-DUE-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "CUSTAGE1: DELINQUENT ACCOUNTS "
                   WS-DELINQUENT-COUNT
           DISPLAY "CUSTAGE1: PAST DUE ACCOUNTS   "
                   WS-PAST-DUE-COUNT

           IF NOT WS-XTR-TRAILER-SEEN
            OR WS-XTR-TRAILER-COUNT NOT = WS-XTR-READ-COUNT
           END-IF
           IF WS-PROFILE-FILE-OPEN
               CLOSE CUSTOMER-PROFILE-FILE
           END-IF
           IF WS-DUE-FILE-OPEN
               CLOSE STATEMENT-DUE-FILE
           END-IF.
       9000-EXIT.
           EXIT.
