      *================================================================*
      *  CLNTSTM1                                                      *
      *  Month-end consolidated client statement.  For every client on *
      *  CLIENT-RELATIONSHIP-FILE with at least one link in effect     *
      *  during the month - effective on or before the month's last    *
      *  day and not ended before its 1st - one statement is printed   *
      *  in place of the linked accounts' individual statements, which *
      *  STMGEN1 suppresses by the same rule.                          *
      *                                                                *
      *  The statement opens with a summary page listing each linked   *
      *  account's opening balance, the month's activity, and its      *
      *  closing balance, with the client's totals, and is followed by *
      *  each account's detail from TXN-HISTORY-FILE.  The opening     *
      *  balance is the account's end-of-day snapshot (EODSNP1) for    *
      *  the last day before the 1st; an account with no snapshot that *
      *  old has its opening worked back from CUST-BALANCE less the    *
      *  month's activity, and is flagged on the summary page.         *
      *                                                                *
      *  The control report ties each account's consolidated closing   *
      *  balance to its CUST-BALANCE, lists any that differ, and       *
      *  closes with the run's totals.  An out-of-balance account ends *
      *  the step with a warning.                                      *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE-WRITTEN.  2026-10-15.
      *  DATE-COMPILED.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Original version.
      *  2026-10-15 JHM   A recovery (RCVY) on a charged-off account
      *                   never moves CUST-BALANCE, so it is left out
      *                   of the account's activity and running
      *                   balance and listed as a memo line.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNTSTM1.
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
           SELECT CLIENT-RELATIONSHIP-FILE ASSIGN TO CLNTREL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CREL-KEY
               FILE STATUS IS CR-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CF-FILE-STATUS.

           SELECT TXN-HISTORY-FILE ASSIGN TO TXNHIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXNH-KEY
               FILE STATUS IS TH-FILE-STATUS.

           SELECT EOD-BALANCE-FILE ASSIGN TO EODBAL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EODB-KEY
               FILE STATUS IS EB-FILE-STATUS.

           SELECT CLIENT-STATEMENT-REPORT ASSIGN TO CLNTSTM-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT CLIENT-CONTROL-REPORT ASSIGN TO CLNTCTL-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-RELATIONSHIP-FILE.
           COPY "clntrel.cpy".

       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  TXN-HISTORY-FILE.
           COPY "txnhist.cpy".

       FD  EOD-BALANCE-FILE.
           COPY "eodbal.cpy".

       FD  CLIENT-STATEMENT-REPORT.
       01  REPORT-LINE                 PIC X(132).

       FD  CLIENT-CONTROL-REPORT.
       01  CONTROL-LINE                PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CR-FILE-STATUS               PIC X(02).
           88  CR-STATUS-OK                   VALUE '00'.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  TH-FILE-STATUS               PIC X(02).
           88  TH-STATUS-OK                   VALUE '00'.
       77  EB-FILE-STATUS               PIC X(02).
           88  EB-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.
       77  CTL-FILE-STATUS              PIC X(02).
           88  CTL-STATUS-OK                  VALUE '00'.

       77  WS-RELATION-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-RELATION-FILE-OPEN         VALUE 'Y'.
       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
       77  WS-HISTORY-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-HISTORY-FILE-OPEN           VALUE 'Y'.
       77  WS-SNAPSHOT-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-SNAPSHOT-FILE-OPEN          VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-CONTROL-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-CONTROL-OPEN                VALUE 'Y'.
       77  WS-REL-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-REL-AT-EOF                  VALUE 'Y'.
       77  WS-HIST-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
           88  WS-HIST-SCAN-DONE              VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-RUN-MONTH                 PIC 9(06).
       77  WS-PERIOD-START-DATE         PIC 9(08).
       77  WS-PERIOD-LAST-DATE          PIC 9(08).
       77  WS-OPENING-SNAP-DATE         PIC 9(08).
       77  WS-CURRENT-CLIENT-ID         PIC X(10).
       77  WS-MAILING-SUB               PIC S9(04) COMP.
       77  WS-DETAIL-SUB                PIC S9(04) COMP.
       77  WS-DETAIL-OMITTED            PIC 9(05) COMP-3.
       77  WS-TXN-SIGNED-AMOUNT         PIC S9(07)V99 COMP-3.
       77  WS-RUNNING-BALANCE           PIC S9(09)V99 COMP-3.
       77  WS-ACCOUNT-DIFFERENCE        PIC S9(09)V99 COMP-3.

      *    Client totals for the statement being built
       77  WS-CLIENT-OPENING            PIC S9(11)V99 COMP-3.
       77  WS-CLIENT-ACTIVITY           PIC S9(11)V99 COMP-3.
       77  WS-CLIENT-CLOSING            PIC S9(11)V99 COMP-3.

      *    Run totals for the control report
       77  WS-LINKS-READ                PIC 9(07) COMP-3 VALUE 0.
       77  WS-LINKS-NOT-EFFECTIVE       PIC 9(07) COMP-3 VALUE 0.
       77  WS-BROKEN-LINKS              PIC 9(05) COMP-3 VALUE 0.
       77  WS-LINKS-OVER-LIMIT          PIC 9(05) COMP-3 VALUE 0.
       77  WS-STATEMENTS-PRINTED        PIC 9(05) COMP-3 VALUE 0.
       77  WS-ACCOUNTS-PRINTED          PIC 9(07) COMP-3 VALUE 0.
       77  WS-OPENINGS-DERIVED          PIC 9(07) COMP-3 VALUE 0.
       77  WS-OUT-OF-BALANCE-COUNT      PIC 9(05) COMP-3 VALUE 0.
       77  WS-RUN-OPENING               PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-RUN-ACTIVITY              PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-RUN-CLOSING               PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-RUN-MASTER-BALANCE        PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-RUN-DIFFERENCE            PIC S9(11)V99 COMP-3 VALUE 0.

      *    The linked accounts of the client being built
       77  WS-ACCOUNT-COUNT             PIC S9(04) COMP VALUE 0.
       77  WS-ACCOUNT-LIMIT             PIC S9(04) COMP VALUE 50.
       77  WS-ACCOUNTS-ON-FILE          PIC S9(04) COMP VALUE 0.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-ACCT-IDX.
               10  WS-ACCT-CUST-ID         PIC X(06).
               10  WS-ACCT-ON-FILE-SW      PIC X(01).
                   88  WS-ACCT-ON-FILE           VALUE 'Y'.
               10  WS-ACCT-NAME            PIC X(30).
               10  WS-ACCT-ADDRESS         PIC X(30).
               10  WS-ACCT-STATUS          PIC X(01).
               10  WS-ACCT-OPENING-SW      PIC X(01).
                   88  WS-ACCT-OPENING-SNAPSHOT  VALUE 'S'.
                   88  WS-ACCT-OPENING-DERIVED   VALUE 'D'.
               10  WS-ACCT-OPENING         PIC S9(09)V99 COMP-3.
               10  WS-ACCT-CREDITS         PIC S9(09)V99 COMP-3.
               10  WS-ACCT-DEBITS          PIC S9(09)V99 COMP-3.
               10  WS-ACCT-ACTIVITY        PIC S9(09)V99 COMP-3.
               10  WS-ACCT-CLOSING         PIC S9(09)V99 COMP-3.
               10  WS-ACCT-MASTER-BALANCE  PIC S9(09)V99 COMP-3.
               10  WS-ACCT-TXN-COUNT       PIC 9(05) COMP-3.

      *    One account's month of history, newest first as read
       77  WS-DETAIL-COUNT              PIC S9(04) COMP VALUE 0.
       77  WS-DETAIL-LIMIT              PIC S9(04) COMP VALUE 200.
       01  WS-DETAIL-TABLE.
           05  WS-DETAIL-ENTRY OCCURS 200 TIMES.
               10  WS-DET-POST-DATE        PIC 9(08).
               10  WS-DET-TXN-CODE         PIC X(04).
               10  WS-DET-SOURCE-REF       PIC X(12).
               10  WS-DET-DIRECTION        PIC X(01).
               10  WS-DET-AMOUNT           PIC 9(07)V99.
               10  WS-DET-REVERSED-SW      PIC X(01).

       COPY "retcode.cpy".
       COPY "busdate.cpy".

      *    Statement - summary page
       01  WS-STMT-HEADER-1.
           05  FILLER                  PIC X(36) VALUE
               "CONSOLIDATED CLIENT STATEMENT".
           05  FILLER                  PIC X(10) VALUE "CLIENT : ".
           05  WS-STMT-CLIENT-ID       PIC X(10).
           05  FILLER                  PIC X(12) VALUE
               "   PERIOD : ".
           05  WS-STMT-FROM-DATE       PIC 9(08).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  WS-STMT-TO-DATE         PIC 9(08).
       01  WS-STMT-MAILING-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-STMT-MAILING-TEXT    PIC X(30).
       01  WS-STMT-SUMMARY-TITLE.
           05  FILLER                  PIC X(40) VALUE
               "ACCOUNT SUMMARY".
       01  WS-STMT-SUMMARY-HEADER.
           05  FILLER                  PIC X(08) VALUE "ACCOUNT".
           05  FILLER                  PIC X(26) VALUE "ACCOUNT NAME".
           05  FILLER                  PIC X(17) VALUE
               "  OPENING BALANCE".
           05  FILLER                  PIC X(17) VALUE
               "         ACTIVITY".
           05  FILLER                  PIC X(17) VALUE
               "  CLOSING BALANCE".
       01  WS-STMT-SUMMARY-LINE.
           05  WS-SUM-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SUM-NAME             PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SUM-OPENING          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SUM-ACTIVITY         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SUM-CLOSING          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SUM-NOTE             PIC X(20).
       01  WS-STMT-SUMMARY-TOTAL.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "CLIENT TOTAL".
           05  WS-SUM-TOT-ACCOUNTS     PIC ZZ9.
           05  FILLER                  PIC X(09) VALUE " ACCOUNTS".
           05  WS-SUM-TOT-OPENING      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SUM-TOT-ACTIVITY     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SUM-TOT-CLOSING      PIC ZZZ,ZZZ,ZZ9.99-.

      *    Statement - one account's detail
       01  WS-STMT-ACCOUNT-HEADER.
           05  FILLER                  PIC X(10) VALUE "ACCOUNT : ".
           05  WS-ACH-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ACH-NAME             PIC X(30).
           05  FILLER                  PIC X(19) VALUE
               "  OPENING BALANCE ".
           05  WS-ACH-OPENING          PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-STMT-DETAIL-HEADER.
           05  FILLER                  PIC X(10) VALUE "  DATE".
           05  FILLER                  PIC X(06) VALUE "CODE".
           05  FILLER                  PIC X(14) VALUE "REFERENCE".
           05  FILLER                  PIC X(17) VALUE
               "           DEBIT".
           05  FILLER                  PIC X(17) VALUE
               "          CREDIT".
           05  FILLER                  PIC X(17) VALUE
               "         BALANCE".
       01  WS-STMT-DETAIL-LINE.
           05  WS-DTL-POST-DATE        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-TXN-CODE         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-SOURCE-REF       PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DEBIT            PIC ZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CREDIT           PIC ZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-NOTE             PIC X(10).
       01  WS-STMT-OMITTED-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-OMIT-COUNT           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(50) VALUE
               " EARLIER TRANSACTIONS NOT LISTED - IN OPENING".
       01  WS-STMT-NO-ACTIVITY-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "NO ACTIVITY THIS PERIOD".
       01  WS-STMT-ACCOUNT-CLOSE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "DEBITS : ".
           05  WS-ACC-DEBITS           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(13) VALUE
               "   CREDITS : ".
           05  WS-ACC-CREDITS          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(21) VALUE
               "   CLOSING BALANCE : ".
           05  WS-ACC-CLOSING          PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-STMT-END-LINE.
           05  FILLER                  PIC X(40) VALUE
               "*** END OF CONSOLIDATED STATEMENT ***".

      *    Control report
       01  WS-CTL-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
               "CONSOLIDATED STATEMENT CONTROL REPORT".
           05  FILLER                  PIC X(10) VALUE "PERIOD : ".
           05  WS-CTL-FROM-DATE        PIC 9(08).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  WS-CTL-TO-DATE          PIC 9(08).
       01  WS-CTL-SECTION-LINE.
           05  FILLER                  PIC X(50) VALUE
               "ACCOUNTS NOT TYING TO CUST-BALANCE".
       01  WS-CTL-COLUMN-HEADER.
           05  FILLER                  PIC X(12) VALUE "CLIENT ID".
           05  FILLER                  PIC X(08) VALUE "ACCOUNT".
           05  FILLER                  PIC X(17) VALUE
               "  STMT CLOSING".
           05  FILLER                  PIC X(17) VALUE
               "  CUST-BALANCE".
           05  FILLER                  PIC X(17) VALUE
               "      DIFFERENCE".
       01  WS-CTL-DETAIL-LINE.
           05  WS-CTL-CLIENT-ID        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CTL-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CTL-CLOSING          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CTL-MASTER           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CTL-DIFFERENCE       PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-CTL-TRAILER-1.
           05  FILLER                  PIC X(18) VALUE "LINKS READ:".
           05  WS-CTL-LINKS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(18) VALUE
               "   NOT EFFECTIVE:".
           05  WS-CTL-NOT-EFFECTIVE    PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(17) VALUE
               "   BROKEN LINKS:".
           05  WS-CTL-BROKEN           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(15) VALUE
               "   OVER LIMIT:".
           05  WS-CTL-OVER-LIMIT       PIC ZZZ,ZZ9.
       01  WS-CTL-TRAILER-2.
           05  FILLER                  PIC X(18) VALUE "STATEMENTS:".
           05  WS-CTL-STATEMENTS       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(18) VALUE
               "   ACCOUNTS:".
           05  WS-CTL-ACCOUNTS         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(17) VALUE
               "   OPENING DERIV:".
           05  WS-CTL-DERIVED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(15) VALUE
               "   OUT OF BAL:".
           05  WS-CTL-OUT-OF-BALANCE   PIC ZZZ,ZZ9.
       01  WS-CTL-TRAILER-3.
           05  FILLER                  PIC X(18) VALUE
               "TOTAL OPENING:".
           05  WS-CTL-TOT-OPENING      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(16) VALUE
               "   ACTIVITY:".
           05  WS-CTL-TOT-ACTIVITY     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-CTL-TRAILER-4.
           05  FILLER                  PIC X(18) VALUE
               "TOTAL CLOSING:".
           05  WS-CTL-TOT-CLOSING      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(16) VALUE
               "   CUST-BALANCE:".
           05  WS-CTL-TOT-MASTER       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(16) VALUE
               "   DIFFERENCE:".
           05  WS-CTL-TOT-DIFFERENCE   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-CTL-PROOF            PIC X(14).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-STATEMENT-ONE-CLIENT THRU 2000-EXIT
               UNTIL WS-REL-AT-EOF
           PERFORM 4000-WRITE-CONTROL-TRAILER THRU 4000-EXIT
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - the period runs from the 1st of the month *
      *    through the business date; a link counts if it is in effect *
      *    on any day of the calendar month                            *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
           COMPUTE WS-PERIOD-START-DATE = WS-RUN-MONTH * 100 + 1
           COMPUTE WS-PERIOD-LAST-DATE = WS-RUN-MONTH * 100 + 31
           COMPUTE WS-OPENING-SNAP-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-PERIOD-START-DATE) - 1)

           OPEN INPUT CLIENT-RELATIONSHIP-FILE
           IF CR-STATUS-OK
               SET WS-RELATION-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CLNTSTM1: CLIENT-RELATIONSHIP-FILE OPEN FAILED "
                       CR-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-REL-AT-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CLNTSTM1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-REL-AT-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT TXN-HISTORY-FILE
           IF TH-STATUS-OK
               SET WS-HISTORY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CLNTSTM1: TXN-HISTORY-FILE OPEN FAILED "
                       TH-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-REL-AT-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF

      *    Without snapshots every opening is worked back from the
      *    master, so a missing file is a warning, not a stop
           OPEN INPUT EOD-BALANCE-FILE
           IF EB-STATUS-OK
               SET WS-SNAPSHOT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CLNTSTM1: EOD-BALANCE-FILE NOT AVAILABLE "
                       EB-FILE-STATUS
                       " - OPENING BALANCES DERIVED FROM MASTER"
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           OPEN OUTPUT CLIENT-STATEMENT-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "CLNTSTM1: CLIENT-STATEMENT-REPORT OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-REL-AT-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT CLIENT-CONTROL-REPORT
           IF CTL-STATUS-OK
               SET WS-CONTROL-OPEN TO TRUE
           ELSE
               DISPLAY "CLNTSTM1: CLIENT-CONTROL-REPORT OPEN FAILED "
                       CTL-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-REL-AT-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE WS-PERIOD-START-DATE TO WS-CTL-FROM-DATE
           MOVE WS-RUN-DATE TO WS-CTL-TO-DATE
           MOVE WS-CTL-HEADER-1 TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE WS-CTL-SECTION-LINE TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE WS-CTL-COLUMN-HEADER TO CONTROL-LINE
           WRITE CONTROL-LINE

           PERFORM 2900-READ-NEXT-LINK THRU 2900-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-STATEMENT-ONE-CLIENT - gather the client's links in    *
      *    effect during the month, price each account, and print the  *
      *    statement if any linked account is still on the master      *
      *----------------------------------------------------------------*
       2000-STATEMENT-ONE-CLIENT.
           MOVE CREL-CLIENT-ID TO WS-CURRENT-CLIENT-ID
           MOVE 0 TO WS-ACCOUNT-COUNT
           PERFORM 2100-TAKE-ONE-LINK THRU 2100-EXIT
               UNTIL WS-REL-AT-EOF
                  OR CREL-CLIENT-ID NOT = WS-CURRENT-CLIENT-ID
           IF WS-ACCOUNT-COUNT = 0
               GO TO 2000-EXIT
           END-IF

           MOVE 0 TO WS-ACCOUNTS-ON-FILE
           MOVE 0 TO WS-CLIENT-OPENING
           MOVE 0 TO WS-CLIENT-ACTIVITY
           MOVE 0 TO WS-CLIENT-CLOSING
           PERFORM 2200-PRICE-ONE-ACCOUNT THRU 2200-EXIT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
           IF WS-ACCOUNTS-ON-FILE = 0
               GO TO 2000-EXIT
           END-IF

           PERFORM 3000-PRINT-SUMMARY-PAGE THRU 3000-EXIT
           PERFORM 3100-PRINT-ONE-ACCOUNT THRU 3100-EXIT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-STMT-END-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-STATEMENTS-PRINTED.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-TAKE-ONE-LINK - a link counts if it took effect by the *
      *    month's last day and had not ended before its 1st           *
      *----------------------------------------------------------------*
       2100-TAKE-ONE-LINK.
           IF CREL-EFFECTIVE-DATE > WS-PERIOD-LAST-DATE
              OR (CREL-END-DATE NOT = 0
                  AND CREL-END-DATE < WS-PERIOD-START-DATE)
               ADD 1 TO WS-LINKS-NOT-EFFECTIVE
               GO TO 2100-READ
           END-IF
           IF WS-ACCOUNT-COUNT NOT < WS-ACCOUNT-LIMIT
               ADD 1 TO WS-LINKS-OVER-LIMIT
               DISPLAY "CLNTSTM1: CLIENT " WS-CURRENT-CLIENT-ID
                       " OVER " WS-ACCOUNT-LIMIT " ACCOUNTS - "
                       CREL-CUST-ID " LEFT OFF"
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
               GO TO 2100-READ
           END-IF
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE CREL-CUST-ID TO WS-ACCT-CUST-ID(WS-ACCOUNT-COUNT).
       2100-READ.
           PERFORM 2900-READ-NEXT-LINK THRU 2900-EXIT.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-PRICE-ONE-ACCOUNT - the month's activity from history, *
      *    the opening from the snapshot before the 1st (or worked     *
      *    back from the master), and the closing from the two; a      *
      *    recovery on a charged-off account is not activity           *
      *----------------------------------------------------------------*
       2200-PRICE-ONE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-ON-FILE-SW(WS-ACCT-IDX)
           MOVE WS-ACCT-CUST-ID(WS-ACCT-IDX) TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-BROKEN-LINKS
                   DISPLAY "CLNTSTM1: CLIENT " WS-CURRENT-CLIENT-ID
                           " LINKED ACCOUNT " CUST-ID
                           " NOT ON CUSTOMER-FILE"
                   IF RETURN-CODE < RC-WARNING
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
                   GO TO 2200-EXIT
           END-READ
           SET WS-ACCT-ON-FILE(WS-ACCT-IDX) TO TRUE
           ADD 1 TO WS-ACCOUNTS-ON-FILE
           MOVE CUST-NAME TO WS-ACCT-NAME(WS-ACCT-IDX)
           MOVE CUST-ADDRESS TO WS-ACCT-ADDRESS(WS-ACCT-IDX)
           MOVE CUST-STATUS TO WS-ACCT-STATUS(WS-ACCT-IDX)
           MOVE CUST-BALANCE TO WS-ACCT-MASTER-BALANCE(WS-ACCT-IDX)
           MOVE 0 TO WS-ACCT-CREDITS(WS-ACCT-IDX)
           MOVE 0 TO WS-ACCT-DEBITS(WS-ACCT-IDX)
           MOVE 0 TO WS-ACCT-TXN-COUNT(WS-ACCT-IDX)

           MOVE 'N' TO WS-HIST-SCAN-DONE-SW
           MOVE CUST-ID TO TXNH-CUST-ID
           COMPUTE TXNH-REVERSE-DATE = 99999999 - WS-RUN-DATE
           MOVE 0 TO TXNH-SEQUENCE
           START TXN-HISTORY-FILE
               KEY IS NOT LESS THAN TXNH-KEY
               INVALID KEY SET WS-HIST-SCAN-DONE TO TRUE
           END-START
           PERFORM 2210-TOTAL-ONE-TXN THRU 2210-EXIT
               UNTIL WS-HIST-SCAN-DONE
           COMPUTE WS-ACCT-ACTIVITY(WS-ACCT-IDX) =
               WS-ACCT-CREDITS(WS-ACCT-IDX)
               - WS-ACCT-DEBITS(WS-ACCT-IDX)

           PERFORM 2220-FIND-OPENING THRU 2220-EXIT
           COMPUTE WS-ACCT-CLOSING(WS-ACCT-IDX) =
               WS-ACCT-OPENING(WS-ACCT-IDX)
               + WS-ACCT-ACTIVITY(WS-ACCT-IDX)

           ADD WS-ACCT-OPENING(WS-ACCT-IDX) TO WS-CLIENT-OPENING
           ADD WS-ACCT-ACTIVITY(WS-ACCT-IDX) TO WS-CLIENT-ACTIVITY
           ADD WS-ACCT-CLOSING(WS-ACCT-IDX) TO WS-CLIENT-CLOSING
           PERFORM 2300-TIE-ONE-ACCOUNT THRU 2300-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-TOTAL-ONE-TXN.
           READ TXN-HISTORY-FILE NEXT
               AT END
                   SET WS-HIST-SCAN-DONE TO TRUE
                   GO TO 2210-EXIT
           END-READ
           IF TXNH-CUST-ID NOT = CUST-ID
              OR TXNH-POST-DATE < WS-PERIOD-START-DATE
               SET WS-HIST-SCAN-DONE TO TRUE
               GO TO 2210-EXIT
           END-IF
           IF TXNH-TXN-CODE = "RCVY"
               GO TO 2210-EXIT
           END-IF
           ADD 1 TO WS-ACCT-TXN-COUNT(WS-ACCT-IDX)
           IF TXNH-POSTED-DEBIT
               ADD TXNH-AMOUNT TO WS-ACCT-DEBITS(WS-ACCT-IDX)
           ELSE
               ADD TXNH-AMOUNT TO WS-ACCT-CREDITS(WS-ACCT-IDX)
           END-IF.
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2220-FIND-OPENING - the newest snapshot on or before the    *
      *    last day of the prior month                                 *
      *----------------------------------------------------------------*
       2220-FIND-OPENING.
           SET WS-ACCT-OPENING-DERIVED(WS-ACCT-IDX) TO TRUE
           IF WS-SNAPSHOT-FILE-OPEN
               MOVE CUST-ID TO EODB-CUST-ID
               COMPUTE EODB-REVERSE-DATE =
                   99999999 - WS-OPENING-SNAP-DATE
               START EOD-BALANCE-FILE
                   KEY IS NOT LESS THAN EODB-KEY
                   INVALID KEY GO TO 2220-DERIVE
               END-START
               READ EOD-BALANCE-FILE NEXT
                   AT END GO TO 2220-DERIVE
               END-READ
               IF EODB-CUST-ID = CUST-ID
                   SET WS-ACCT-OPENING-SNAPSHOT(WS-ACCT-IDX) TO TRUE
                   MOVE EODB-BALANCE TO WS-ACCT-OPENING(WS-ACCT-IDX)
                   GO TO 2220-EXIT
               END-IF
           END-IF.
       2220-DERIVE.
           COMPUTE WS-ACCT-OPENING(WS-ACCT-IDX) =
               CUST-BALANCE - WS-ACCT-ACTIVITY(WS-ACCT-IDX)
           ADD 1 TO WS-OPENINGS-DERIVED.
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-TIE-ONE-ACCOUNT - the consolidated closing balance     *
      *    must agree with the account's CUST-BALANCE                  *
      *----------------------------------------------------------------*
       2300-TIE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-PRINTED
           ADD WS-ACCT-OPENING(WS-ACCT-IDX) TO WS-RUN-OPENING
           ADD WS-ACCT-ACTIVITY(WS-ACCT-IDX) TO WS-RUN-ACTIVITY
           ADD WS-ACCT-CLOSING(WS-ACCT-IDX) TO WS-RUN-CLOSING
           ADD CUST-BALANCE TO WS-RUN-MASTER-BALANCE
           COMPUTE WS-ACCOUNT-DIFFERENCE =
               WS-ACCT-CLOSING(WS-ACCT-IDX) - CUST-BALANCE
           IF WS-ACCOUNT-DIFFERENCE = 0
               GO TO 2300-EXIT
           END-IF

           ADD 1 TO WS-OUT-OF-BALANCE-COUNT
           IF RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF
           MOVE WS-CURRENT-CLIENT-ID TO WS-CTL-CLIENT-ID
           MOVE CUST-ID TO WS-CTL-CUST-ID
           MOVE WS-ACCT-CLOSING(WS-ACCT-IDX) TO WS-CTL-CLOSING
           MOVE CUST-BALANCE TO WS-CTL-MASTER
           MOVE WS-ACCOUNT-DIFFERENCE TO WS-CTL-DIFFERENCE
           MOVE WS-CTL-DETAIL-LINE TO CONTROL-LINE
           WRITE CONTROL-LINE.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2900-READ-NEXT-LINK.
           READ CLIENT-RELATIONSHIP-FILE NEXT
               AT END
                   SET WS-REL-AT-EOF TO TRUE
                   GO TO 2900-EXIT
           END-READ
           ADD 1 TO WS-LINKS-READ.
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-PRINT-SUMMARY-PAGE - the statement is mailed to the    *
      *    name and address of the first linked account on file        *
      *----------------------------------------------------------------*
       3000-PRINT-SUMMARY-PAGE.
           MOVE 0 TO WS-MAILING-SUB
           PERFORM 3010-FIND-MAILING-ACCOUNT THRU 3010-EXIT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
                  OR WS-MAILING-SUB > 0

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CURRENT-CLIENT-ID TO WS-STMT-CLIENT-ID
           MOVE WS-PERIOD-START-DATE TO WS-STMT-FROM-DATE
           MOVE WS-RUN-DATE TO WS-STMT-TO-DATE
           MOVE WS-STMT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACCT-NAME(WS-MAILING-SUB) TO WS-STMT-MAILING-TEXT
           MOVE WS-STMT-MAILING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACCT-ADDRESS(WS-MAILING-SUB) TO WS-STMT-MAILING-TEXT
           MOVE WS-STMT-MAILING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-STMT-SUMMARY-TITLE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-STMT-SUMMARY-HEADER TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM 3020-PRINT-SUMMARY-LINE THRU 3020-EXIT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT

           MOVE WS-ACCOUNTS-ON-FILE TO WS-SUM-TOT-ACCOUNTS
           MOVE WS-CLIENT-OPENING TO WS-SUM-TOT-OPENING
           MOVE WS-CLIENT-ACTIVITY TO WS-SUM-TOT-ACTIVITY
           MOVE WS-CLIENT-CLOSING TO WS-SUM-TOT-CLOSING
           MOVE WS-STMT-SUMMARY-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3010-FIND-MAILING-ACCOUNT.
           IF WS-ACCT-ON-FILE(WS-ACCT-IDX)
               SET WS-MAILING-SUB TO WS-ACCT-IDX
           END-IF.
       3010-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3020-PRINT-SUMMARY-LINE.
           IF NOT WS-ACCT-ON-FILE(WS-ACCT-IDX)
               GO TO 3020-EXIT
           END-IF
           MOVE WS-ACCT-CUST-ID(WS-ACCT-IDX) TO WS-SUM-CUST-ID
           MOVE WS-ACCT-NAME(WS-ACCT-IDX) TO WS-SUM-NAME
           MOVE WS-ACCT-OPENING(WS-ACCT-IDX) TO WS-SUM-OPENING
           MOVE WS-ACCT-ACTIVITY(WS-ACCT-IDX) TO WS-SUM-ACTIVITY
           MOVE WS-ACCT-CLOSING(WS-ACCT-IDX) TO WS-SUM-CLOSING
           IF WS-ACCT-OPENING-DERIVED(WS-ACCT-IDX)
               MOVE "OPENING FROM MASTER" TO WS-SUM-NOTE
           ELSE
               MOVE SPACES TO WS-SUM-NOTE
           END-IF
           MOVE WS-STMT-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       3020-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-PRINT-ONE-ACCOUNT - the account's month of history,    *
      *    gathered newest first and printed oldest first with a       *
      *    running balance from the opening                            *
      *----------------------------------------------------------------*
       3100-PRINT-ONE-ACCOUNT.
           IF NOT WS-ACCT-ON-FILE(WS-ACCT-IDX)
               GO TO 3100-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACCT-CUST-ID(WS-ACCT-IDX) TO WS-ACH-CUST-ID
           MOVE WS-ACCT-NAME(WS-ACCT-IDX) TO WS-ACH-NAME
           MOVE WS-ACCT-OPENING(WS-ACCT-IDX) TO WS-ACH-OPENING
           MOVE WS-STMT-ACCOUNT-HEADER TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-DETAIL-OMITTED
           MOVE 'N' TO WS-HIST-SCAN-DONE-SW
           MOVE WS-ACCT-CUST-ID(WS-ACCT-IDX) TO TXNH-CUST-ID
           COMPUTE TXNH-REVERSE-DATE = 99999999 - WS-RUN-DATE
           MOVE 0 TO TXNH-SEQUENCE
           START TXN-HISTORY-FILE
               KEY IS NOT LESS THAN TXNH-KEY
               INVALID KEY SET WS-HIST-SCAN-DONE TO TRUE
           END-START
           PERFORM 3110-GATHER-ONE-TXN THRU 3110-EXIT
               UNTIL WS-HIST-SCAN-DONE

           IF WS-DETAIL-COUNT = 0
               MOVE WS-STMT-NO-ACTIVITY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-STMT-DETAIL-HEADER TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 3120-START-RUNNING-BALANCE THRU 3120-EXIT
               PERFORM 3130-PRINT-ONE-TXN THRU 3130-EXIT
                   VARYING WS-DETAIL-SUB FROM WS-DETAIL-COUNT BY -1
                   UNTIL WS-DETAIL-SUB < 1
           END-IF

           MOVE WS-ACCT-DEBITS(WS-ACCT-IDX) TO WS-ACC-DEBITS
           MOVE WS-ACCT-CREDITS(WS-ACCT-IDX) TO WS-ACC-CREDITS
           MOVE WS-ACCT-CLOSING(WS-ACCT-IDX) TO WS-ACC-CLOSING
           MOVE WS-STMT-ACCOUNT-CLOSE TO REPORT-LINE
           WRITE REPORT-LINE.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3110-GATHER-ONE-TXN.
           READ TXN-HISTORY-FILE NEXT
               AT END
                   SET WS-HIST-SCAN-DONE TO TRUE
                   GO TO 3110-EXIT
           END-READ
           IF TXNH-CUST-ID NOT = WS-ACCT-CUST-ID(WS-ACCT-IDX)
              OR TXNH-POST-DATE < WS-PERIOD-START-DATE
               SET WS-HIST-SCAN-DONE TO TRUE
               GO TO 3110-EXIT
           END-IF
           IF WS-DETAIL-COUNT NOT < WS-DETAIL-LIMIT
               ADD 1 TO WS-DETAIL-OMITTED
               GO TO 3110-EXIT
           END-IF
           ADD 1 TO WS-DETAIL-COUNT
           MOVE TXNH-POST-DATE TO WS-DET-POST-DATE(WS-DETAIL-COUNT)
           MOVE TXNH-TXN-CODE TO WS-DET-TXN-CODE(WS-DETAIL-COUNT)
           MOVE TXNH-SOURCE-REF TO WS-DET-SOURCE-REF(WS-DETAIL-COUNT)
           MOVE TXNH-DIRECTION TO WS-DET-DIRECTION(WS-DETAIL-COUNT)
           MOVE TXNH-AMOUNT TO WS-DET-AMOUNT(WS-DETAIL-COUNT)
           MOVE TXNH-REVERSED-SW
               TO WS-DET-REVERSED-SW(WS-DETAIL-COUNT).
       3110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3120-START-RUNNING-BALANCE - the oldest transactions left   *
      *    off a long month are carried in the running balance's       *
      *    starting point, so the listed lines still end on the        *
      *    closing balance; a memo line moves nothing                  *
      *----------------------------------------------------------------*
       3120-START-RUNNING-BALANCE.
           MOVE WS-ACCT-CLOSING(WS-ACCT-IDX) TO WS-RUNNING-BALANCE
           PERFORM 3121-BACK-OUT-ONE-TXN THRU 3121-EXIT
               VARYING WS-DETAIL-SUB FROM 1 BY 1
               UNTIL WS-DETAIL-SUB > WS-DETAIL-COUNT
           IF WS-DETAIL-OMITTED > 0
               MOVE WS-DETAIL-OMITTED TO WS-OMIT-COUNT
               MOVE WS-STMT-OMITTED-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       3120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3121-BACK-OUT-ONE-TXN.
           IF WS-DET-TXN-CODE(WS-DETAIL-SUB) = "RCVY"
               GO TO 3121-EXIT
           END-IF
           IF WS-DET-DIRECTION(WS-DETAIL-SUB) = 'D'
               ADD WS-DET-AMOUNT(WS-DETAIL-SUB) TO WS-RUNNING-BALANCE
           ELSE
               SUBTRACT WS-DET-AMOUNT(WS-DETAIL-SUB)
                   FROM WS-RUNNING-BALANCE
           END-IF.
       3121-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3130-PRINT-ONE-TXN - a recovery prints its amount as a memo *
      *    and leaves the running balance where it was                 *
      *----------------------------------------------------------------*
       3130-PRINT-ONE-TXN.
           MOVE WS-DET-POST-DATE(WS-DETAIL-SUB) TO WS-DTL-POST-DATE
           MOVE WS-DET-TXN-CODE(WS-DETAIL-SUB) TO WS-DTL-TXN-CODE
           MOVE WS-DET-SOURCE-REF(WS-DETAIL-SUB) TO WS-DTL-SOURCE-REF
           IF WS-DET-TXN-CODE(WS-DETAIL-SUB) = "RCVY"
               MOVE 0 TO WS-DTL-DEBIT
               MOVE WS-DET-AMOUNT(WS-DETAIL-SUB) TO WS-DTL-CREDIT
               MOVE WS-RUNNING-BALANCE TO WS-DTL-BALANCE
               MOVE "MEMO ONLY" TO WS-DTL-NOTE
               MOVE WS-STMT-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 3130-EXIT
           END-IF
           IF WS-DET-DIRECTION(WS-DETAIL-SUB) = 'D'
               COMPUTE WS-TXN-SIGNED-AMOUNT =
                   0 - WS-DET-AMOUNT(WS-DETAIL-SUB)
               MOVE WS-DET-AMOUNT(WS-DETAIL-SUB) TO WS-DTL-DEBIT
               MOVE 0 TO WS-DTL-CREDIT
           ELSE
               MOVE WS-DET-AMOUNT(WS-DETAIL-SUB)
                   TO WS-TXN-SIGNED-AMOUNT
               MOVE 0 TO WS-DTL-DEBIT
               MOVE WS-DET-AMOUNT(WS-DETAIL-SUB) TO WS-DTL-CREDIT
           END-IF
           ADD WS-TXN-SIGNED-AMOUNT TO WS-RUNNING-BALANCE
           MOVE WS-RUNNING-BALANCE TO WS-DTL-BALANCE
           IF WS-DET-REVERSED-SW(WS-DETAIL-SUB) = 'Y'
               MOVE "REVERSED" TO WS-DTL-NOTE
           ELSE
               MOVE SPACES TO WS-DTL-NOTE
           END-IF
           MOVE WS-STMT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       3130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-WRITE-CONTROL-TRAILER - the run's consolidated closing *
      *    total proves to the linked accounts' CUST-BALANCE total     *
      *----------------------------------------------------------------*
       4000-WRITE-CONTROL-TRAILER.
           IF NOT WS-CONTROL-OPEN
               GO TO 4000-EXIT
           END-IF
           COMPUTE WS-RUN-DIFFERENCE =
               WS-RUN-CLOSING - WS-RUN-MASTER-BALANCE
           MOVE SPACES TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE WS-LINKS-READ TO WS-CTL-LINKS
           MOVE WS-LINKS-NOT-EFFECTIVE TO WS-CTL-NOT-EFFECTIVE
           MOVE WS-BROKEN-LINKS TO WS-CTL-BROKEN
           MOVE WS-LINKS-OVER-LIMIT TO WS-CTL-OVER-LIMIT
           MOVE WS-CTL-TRAILER-1 TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE WS-STATEMENTS-PRINTED TO WS-CTL-STATEMENTS
           MOVE WS-ACCOUNTS-PRINTED TO WS-CTL-ACCOUNTS
           MOVE WS-OPENINGS-DERIVED TO WS-CTL-DERIVED
           MOVE WS-OUT-OF-BALANCE-COUNT TO WS-CTL-OUT-OF-BALANCE
           MOVE WS-CTL-TRAILER-2 TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE WS-RUN-OPENING TO WS-CTL-TOT-OPENING
           MOVE WS-RUN-ACTIVITY TO WS-CTL-TOT-ACTIVITY
           MOVE WS-CTL-TRAILER-3 TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE WS-RUN-CLOSING TO WS-CTL-TOT-CLOSING
           MOVE WS-RUN-MASTER-BALANCE TO WS-CTL-TOT-MASTER
           MOVE WS-RUN-DIFFERENCE TO WS-CTL-TOT-DIFFERENCE
           IF WS-RUN-DIFFERENCE = 0
               MOVE "PROVED" TO WS-CTL-PROOF
           ELSE
               MOVE "DOES NOT PROVE" TO WS-CTL-PROOF
           END-IF
           MOVE WS-CTL-TRAILER-4 TO CONTROL-LINE
           WRITE CONTROL-LINE

           DISPLAY "CLNTSTM1: " WS-RUN-MONTH " STATEMENTS "
                   WS-STATEMENTS-PRINTED " ACCOUNTS "
                   WS-ACCOUNTS-PRINTED " OUT OF BALANCE "
                   WS-OUT-OF-BALANCE-COUNT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-RELATION-FILE-OPEN
               CLOSE CLIENT-RELATIONSHIP-FILE
           END-IF
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-HISTORY-FILE-OPEN
               CLOSE TXN-HISTORY-FILE
           END-IF
           IF WS-SNAPSHOT-FILE-OPEN
               CLOSE EOD-BALANCE-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE CLIENT-STATEMENT-REPORT
           END-IF
           IF WS-CONTROL-OPEN
               CLOSE CLIENT-CONTROL-REPORT
           END-IF.
       9000-EXIT.
           EXIT.
