      *================================================================*
      *  CHGOFF1                                                       *
      *  Charge-off selection.  The collections workflow (COLLLOD1,    *
      *  COLLWRK1, COLLFUP1) works a delinquent account but never      *
      *  ends it - a balance in the oldest aging bucket otherwise      *
      *  sits on the books forever.  This month-end batch walks the    *
      *  master and selects every open account that owes money and    *
      *  has had no activity for more than the charge-off age (180     *
      *  days), unless collections holds a kept or still-pending       *
      *  promise to pay against it.  For each one it writes a CHGO     *
      *  transaction for the amount owed in the shared structured      *
      *  layout (TXNREC) to CHARGE-OFF-TXN-FILE - the scheduler        *
      *  concatenates that file ahead of the next cycle's              *
      *  TRANSACTION-FILE, the same as the late fees - and records     *
      *  the account pending on CHARGE-OFF-FILE.  The charge-off       *
      *  itself happens in the posting engine: the CHGO posts,         *
      *  clears the balance, maps through GL-MAP-FILE to the loss      *
      *  account for GLEXTR1, and moves the customer to status W.      *
      *  Every later credit to the account posts as a recovery.        *
      *                                                                *
      *  The report lists tonight's selections, then the recoveries    *
      *  received this month against charged-off accounts, then the    *
      *  charged-off portfolio - written off, recovered to date, and   *
      *  net loss.  Accounts with a zero activity date are counted     *
      *  for review, never selected - their age is unknowable.         *
      *                                                                *
      *  The transaction file is rebuilt each run, so a rerun the      *
      *  same night re-passes the rows its first attempt selected      *
      *  tonight instead of selecting them again.  A pending row from  *
      *  an earlier run whose CHGO never posted is stale and the       *
      *  account is judged again from scratch.                         *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE-WRITTEN.  2026-10-15.
      *  DATE-COMPILED.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Original version.
      *  2026-10-15 JHM   The CHGO written is status-checked, and no
      *                   CHGO is written for a pending row that could
      *                   not be saved; either failure ends the run
      *                   with RC 16.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGOFF1.
       AUTHOR. J H MERCER.
       INSTALLATION. DATA CENTER 2.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CF-FILE-STATUS.

           SELECT CHARGE-OFF-FILE ASSIGN TO CHGOFF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHGO-CUST-ID
               FILE STATUS IS CO-FILE-STATUS.

           SELECT COLLECTIONS-WORK-FILE ASSIGN TO COLLWRK-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COLL-CUST-ID
               FILE STATUS IS CW-FILE-STATUS.

           SELECT CHARGE-OFF-TXN-FILE ASSIGN TO CHGOTXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CT-FILE-STATUS.

           SELECT CHARGE-OFF-REPORT ASSIGN TO CHGORPT-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  CHARGE-OFF-FILE.
           COPY "chgorec.cpy".

       FD  COLLECTIONS-WORK-FILE.
           COPY "collrec.cpy".

       FD  CHARGE-OFF-TXN-FILE.
           COPY "txnrec.cpy".

       FD  CHARGE-OFF-REPORT.
       01  REPORT-LINE                 PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  CO-FILE-STATUS               PIC X(02).
           88  CO-STATUS-OK                   VALUE '00'.
       77  CW-FILE-STATUS               PIC X(02).
           88  CW-STATUS-OK                   VALUE '00'.
       77  CT-FILE-STATUS               PIC X(02).
           88  CT-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.

       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
       77  WS-CHARGE-OFF-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-CHARGE-OFF-OPEN             VALUE 'Y'.
       77  WS-COLLECTIONS-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-COLLECTIONS-OPEN            VALUE 'Y'.
       77  WS-TXN-FILE-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-TXN-FILE-OPEN               VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.
       77  WS-ROW-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-ROW-FOUND                   VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-RUN-MONTH                 PIC 9(06).
       77  WS-RUN-DATE-INTEGER          PIC S9(09) COMP.
       77  WS-ACTIVITY-INTEGER          PIC S9(09) COMP.
       77  WS-AGE-DAYS                  PIC S9(06) COMP-3.
       77  WS-CHARGE-OFF-DAYS           PIC 9(05) COMP-3 VALUE 180.
       77  WS-OWED-AMOUNT               PIC S9(09)V99 COMP-3.

       77  WS-ACCOUNTS-READ             PIC 9(07) COMP-3 VALUE 0.
       77  WS-ACCOUNTS-SELECTED         PIC 9(07) COMP-3 VALUE 0.
       77  WS-PROMISE-SKIPPED           PIC 9(07) COMP-3 VALUE 0.
       77  WS-NO-DATE-COUNT             PIC 9(07) COMP-3 VALUE 0.
       77  WS-RERUN-REPASSED            PIC 9(07) COMP-3 VALUE 0.
       77  WS-TOTAL-SELECTED            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-RECOVERY-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-RECOVERY-MONTH-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CHARGED-COUNT             PIC 9(07) COMP-3 VALUE 0.
       77  WS-CHARGED-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-RECOVERED-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-NET-LOSS                  PIC S9(11)V99 COMP-3 VALUE 0.

       COPY "retcode.cpy".
       COPY "busdate.cpy".

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(34) VALUE
               "CHARGE-OFF SELECTION AND RECOVERY".
           05  FILLER                  PIC X(12) VALUE "RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(08) VALUE "CUST ID".
           05  FILLER                  PIC X(32) VALUE "CUSTOMER NAME".
           05  FILLER                  PIC X(16) VALUE
               "     AMOUNT OWED".
           05  FILLER                  PIC X(11) VALUE "  LAST ACT".
           05  FILLER                  PIC X(10) VALUE "  AGE DAYS".
       01  WS-SECTION-LINE.
           05  WS-SEC-TEXT             PIC X(40).

       01  WS-SELECT-LINE.
           05  WS-SEL-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SEL-CUST-NAME        PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SEL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-SEL-LAST-ACT         PIC 9(08).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-SEL-AGE              PIC ZZ,ZZ9.

       01  WS-RECOVERY-LINE.
           05  WS-RCV-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "CHARGED OFF ".
           05  WS-RCV-CHARGED-DATE     PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RCV-CHARGED          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(12) VALUE "  THIS MONTH".
           05  WS-RCV-MONTH            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(10) VALUE "  TO DATE ".
           05  WS-RCV-TO-DATE          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(07) VALUE "  LAST ".
           05  WS-RCV-LAST-DATE        PIC 9(08).

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(16) VALUE
               "ACCOUNTS READ:".
           05  WS-TRL-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE
               "SELECTED:".
           05  WS-TRL-SELECTED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "PROMISE HELD:".
           05  WS-TRL-PROMISE          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "NO ACTIVITY DATE:".
           05  WS-TRL-NO-DATE          PIC ZZZ,ZZ9.
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(22) VALUE
               "TOTAL SELECTED:".
           05  WS-TRL-SELECTED-AMT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE
               "RECOVERED THIS MONTH:".
           05  WS-TRL-RECOVERED-MTH    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(22) VALUE
               "CHARGED-OFF ACCOUNTS:".
           05  WS-TRL-CHARGED-CNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               "WRITTEN OFF:".
           05  WS-TRL-CHARGED-AMT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE
               "RECOVERED:".
           05  WS-TRL-RECOVERED-AMT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE
               "NET LOSS:".
           05  WS-TRL-NET-LOSS         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-JUDGE-ONE-CUSTOMER THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           IF RETURN-CODE < RC-ABEND-WORTHY
               PERFORM 3000-LIST-PORTFOLIO THRU 3000-EXIT
           END-IF
           PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - no collections file only means no         *
      *    promise can hold an account back                            *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           OPEN INPUT CUSTOMER-FILE
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CHGOFF1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O CHARGE-OFF-FILE
           IF CO-STATUS-OK
               SET WS-CHARGE-OFF-OPEN TO TRUE
           ELSE
               DISPLAY "CHGOFF1: CHARGE-OFF-FILE OPEN FAILED "
                       CO-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT COLLECTIONS-WORK-FILE
           IF CW-STATUS-OK
               SET WS-COLLECTIONS-OPEN TO TRUE
           ELSE
               DISPLAY "CHGOFF1: NO COLLECTIONS-WORK-FILE - NO "
                       "PROMISES CHECKED, STATUS " CW-FILE-STATUS
           END-IF

           OPEN OUTPUT CHARGE-OFF-TXN-FILE
           IF CT-STATUS-OK
               SET WS-TXN-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CHGOFF1: CHARGE-OFF-TXN-FILE OPEN FAILED "
                       CT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT CHARGE-OFF-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "CHGOFF1: CHARGE-OFF-REPORT OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SELECTED FOR CHARGE-OFF" TO WS-SEC-TEXT
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE LOW-VALUES TO CUST-ID
           START CUSTOMER-FILE
               KEY IS NOT LESS THAN CUST-ID
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 1100-READ-NEXT-CUSTOMER THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-JUDGE-ONE-CUSTOMER - an open account owing money,      *
      *    idle past the charge-off age, with no kept or pending       *
      *    promise, is selected                                        *
      *----------------------------------------------------------------*
       2000-JUDGE-ONE-CUSTOMER.
           ADD 1 TO WS-ACCOUNTS-READ

           IF CUST-CLOSED
              OR CUST-CHARGED-OFF
              OR CUST-BALANCE NOT < 0
               GO TO 2000-NEXT
           END-IF

           MOVE 'N' TO WS-ROW-FOUND-SW
           MOVE CUST-ID TO CHGO-CUST-ID
           READ CHARGE-OFF-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ROW-FOUND TO TRUE
           END-READ
           IF WS-ROW-FOUND
               IF CHGO-STATUS-CHARGED
                   GO TO 2000-NEXT
               END-IF
               IF CHGO-SELECTED-DATE = WS-RUN-DATE
                   ADD 1 TO WS-RERUN-REPASSED
                   PERFORM 2300-WRITE-CHARGE-OFF THRU 2300-EXIT
                   GO TO 2000-NEXT
               END-IF
           END-IF

           IF CUST-LAST-ACTIVITY-DATE = 0
               ADD 1 TO WS-NO-DATE-COUNT
               GO TO 2000-NEXT
           END-IF
           COMPUTE WS-ACTIVITY-INTEGER =
               FUNCTION INTEGER-OF-DATE(CUST-LAST-ACTIVITY-DATE)
           COMPUTE WS-AGE-DAYS =
               WS-RUN-DATE-INTEGER - WS-ACTIVITY-INTEGER
           IF WS-AGE-DAYS <= WS-CHARGE-OFF-DAYS
               GO TO 2000-NEXT
           END-IF

           IF WS-COLLECTIONS-OPEN
               MOVE CUST-ID TO COLL-CUST-ID
               READ COLLECTIONS-WORK-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF CW-STATUS-OK
                  AND (COLL-STATUS-PROMISED OR COLL-STATUS-COLLECTED)
                   ADD 1 TO WS-PROMISE-SKIPPED
                   GO TO 2000-NEXT
               END-IF
           END-IF

           PERFORM 2200-RECORD-PENDING THRU 2200-EXIT
           IF RETURN-CODE = RC-ABEND-WORTHY
               GO TO 2000-EXIT
           END-IF
           PERFORM 2300-WRITE-CHARGE-OFF THRU 2300-EXIT.

       2000-NEXT.
           PERFORM 1100-READ-NEXT-CUSTOMER THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-RECORD-PENDING - a stale pending row is reused, so     *
      *    the account carries one row however often it is judged      *
      *----------------------------------------------------------------*
       2200-RECORD-PENDING.
           COMPUTE WS-OWED-AMOUNT = 0 - CUST-BALANCE
           IF NOT WS-ROW-FOUND
               MOVE SPACES TO CHARGE-OFF-RECORD
               MOVE CUST-ID TO CHGO-CUST-ID
               MOVE 0 TO CHGO-CHARGED-DATE
               MOVE 0 TO CHGO-CHARGED-AMOUNT
               MOVE 0 TO CHGO-RECOVERED-TOTAL
               MOVE 0 TO CHGO-LAST-RECOVERY-DATE
               MOVE 0 TO CHGO-RECOVERY-MONTH
               MOVE 0 TO CHGO-RECOVERED-MONTH
           END-IF
           SET CHGO-STATUS-PENDING TO TRUE
           MOVE WS-RUN-DATE TO CHGO-SELECTED-DATE
           MOVE WS-OWED-AMOUNT TO CHGO-SELECTED-AMOUNT
           MOVE WS-AGE-DAYS TO CHGO-AGE-DAYS
           IF WS-ROW-FOUND
               REWRITE CHARGE-OFF-RECORD
           ELSE
               WRITE CHARGE-OFF-RECORD
           END-IF
           IF NOT CO-STATUS-OK
               DISPLAY "CHGOFF1: CHARGE-OFF-FILE WRITE FAILED FOR "
                       CUST-ID " STATUS " CO-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-WRITE-CHARGE-OFF - one CHGO transaction for the        *
      *    amount owed when the account was selected; a CHGO that      *
      *    cannot be written stops the run, and the rerun re-passes    *
      *    the row selected tonight                                    *
      *----------------------------------------------------------------*
       2300-WRITE-CHARGE-OFF.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE "CHGO" TO TXN-CODE
           MOVE CHGO-CUST-ID TO TXN-CUST-ID
           MOVE CHGO-SELECTED-AMOUNT TO TXN-AMOUNT
           MOVE WS-RUN-DATE TO TXN-EFFECTIVE-DATE
           MOVE "CHARGEOFF   " TO TXN-SOURCE-REF
           WRITE TRANSACTION-RECORD
           IF NOT CT-STATUS-OK
               DISPLAY "CHGOFF1: CHARGE-OFF-TXN-FILE WRITE FAILED FOR "
                       CHGO-CUST-ID " STATUS " CT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 2300-EXIT
           END-IF

           ADD 1 TO WS-ACCOUNTS-SELECTED
           ADD CHGO-SELECTED-AMOUNT TO WS-TOTAL-SELECTED

           MOVE CHGO-CUST-ID TO WS-SEL-CUST-ID
           MOVE CUST-NAME TO WS-SEL-CUST-NAME
           MOVE CHGO-SELECTED-AMOUNT TO WS-SEL-AMOUNT
           MOVE CUST-LAST-ACTIVITY-DATE TO WS-SEL-LAST-ACT
           MOVE CHGO-AGE-DAYS TO WS-SEL-AGE
           MOVE WS-SELECT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-LIST-PORTFOLIO - a second pass over CHARGE-OFF-FILE    *
      *    lists this month's recoveries and totals the charged-off    *
      *    portfolio                                                   *
      *----------------------------------------------------------------*
       3000-LIST-PORTFOLIO.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RECOVERIES RECEIVED THIS MONTH" TO WS-SEC-TEXT
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO CHGO-CUST-ID
           START CHARGE-OFF-FILE
               KEY IS NOT LESS THAN CHGO-CUST-ID
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 3100-LIST-ONE-ROW THRU 3100-EXIT
               UNTIL WS-END-OF-FILE
           COMPUTE WS-NET-LOSS = WS-CHARGED-TOTAL - WS-RECOVERED-TOTAL.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-LIST-ONE-ROW.
           READ CHARGE-OFF-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT CHGO-STATUS-CHARGED
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-CHARGED-COUNT
           ADD CHGO-CHARGED-AMOUNT TO WS-CHARGED-TOTAL
           ADD CHGO-RECOVERED-TOTAL TO WS-RECOVERED-TOTAL

           IF CHGO-RECOVERY-MONTH NOT = WS-RUN-MONTH
              OR CHGO-RECOVERED-MONTH = 0
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-RECOVERY-COUNT
           ADD CHGO-RECOVERED-MONTH TO WS-RECOVERY-MONTH-TOTAL
           MOVE CHGO-CUST-ID TO WS-RCV-CUST-ID
           MOVE CHGO-CHARGED-DATE TO WS-RCV-CHARGED-DATE
           MOVE CHGO-CHARGED-AMOUNT TO WS-RCV-CHARGED
           MOVE CHGO-RECOVERED-MONTH TO WS-RCV-MONTH
           MOVE CHGO-RECOVERED-TOTAL TO WS-RCV-TO-DATE
           MOVE CHGO-LAST-RECOVERY-DATE TO WS-RCV-LAST-DATE
           MOVE WS-RECOVERY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-WRITE-TRAILER                                          *
      *----------------------------------------------------------------*
       4000-WRITE-TRAILER.
           IF NOT WS-REPORT-OPEN
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACCOUNTS-READ TO WS-TRL-READ
           MOVE WS-ACCOUNTS-SELECTED TO WS-TRL-SELECTED
           MOVE WS-PROMISE-SKIPPED TO WS-TRL-PROMISE
           MOVE WS-NO-DATE-COUNT TO WS-TRL-NO-DATE
           MOVE WS-TRAILER-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-SELECTED TO WS-TRL-SELECTED-AMT
           MOVE WS-RECOVERY-MONTH-TOTAL TO WS-TRL-RECOVERED-MTH
           MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CHARGED-COUNT TO WS-TRL-CHARGED-CNT
           MOVE WS-CHARGED-TOTAL TO WS-TRL-CHARGED-AMT
           MOVE WS-RECOVERED-TOTAL TO WS-TRL-RECOVERED-AMT
           MOVE WS-NET-LOSS TO WS-TRL-NET-LOSS
           MOVE WS-TRAILER-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "CHGOFF1: ACCOUNTS READ     " WS-ACCOUNTS-READ
           DISPLAY "CHGOFF1: SELECTED          " WS-ACCOUNTS-SELECTED
           DISPLAY "CHGOFF1: TOTAL SELECTED    " WS-TOTAL-SELECTED
           DISPLAY "CHGOFF1: RECOVERIES (MONTH) " WS-RECOVERY-COUNT
           IF WS-RERUN-REPASSED > 0
               DISPLAY "CHGOFF1: RE-PASSED FROM EARLIER ATTEMPT "
                       WS-RERUN-REPASSED
           END-IF

           IF WS-NO-DATE-COUNT > 0
              AND RETURN-CODE = RC-CLEAN
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-CHARGE-OFF-OPEN
               CLOSE CHARGE-OFF-FILE
           END-IF
           IF WS-COLLECTIONS-OPEN
               CLOSE COLLECTIONS-WORK-FILE
           END-IF
           IF WS-TXN-FILE-OPEN
               CLOSE CHARGE-OFF-TXN-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE CHARGE-OFF-REPORT
           END-IF.
       9000-EXIT.
           EXIT.
