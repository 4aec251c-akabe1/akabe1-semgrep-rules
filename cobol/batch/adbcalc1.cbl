      *================================================================*
      *  ADBCALC1                                                      *
      *  Month-end average daily balance.  On the last business day of *
      *  the month, after that night's end-of-day snapshot (EODSNP1),  *
      *  this step walks the master and, for each customer, reads the  *
      *  month's EOD-BALANCE-FILE rows newest first.  Each snapshot    *
      *  holds for its own day and every day after it up to the next   *
      *  newer one, so a night the snapshot did not run carries the    *
      *  prior night's balance forward; the latest snapshot before the *
      *  1st covers the month's opening days.  The month runs through  *
      *  its last calendar day: the weekend or holiday days after the  *
      *  run carry the latest snapshot's balance to the month end.     *
      *                                                                *
      *  From those days it works out the average daily balance (the   *
      *  day-weighted sum over the days covered), the lowest balance,  *
      *  and the number of days the account closed overdrawn, and      *
      *  keeps one AVG-DAILY-BAL-FILE row per customer and month for   *
      *  the statement run (STMGEN1).  A customer with no snapshot in  *
      *  or before the month gets no row.  A rerun replaces the        *
      *  month's rows.                                                 *
      *                                                                *
      *  The report lists each customer overdrawn on any day of the    *
      *  month and closes with the counts written and the portfolio's  *
      *  average daily balance in total.                               *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE-WRITTEN.  2026-10-15.
      *  DATE-COMPILED.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Original version.
      *  2026-10-15 JHM   The month now runs to its last calendar day,
      *                   not the business date it is run on; the
      *                   latest snapshot's balance carries forward
      *                   over the days after the run, in the average
      *                   and the days overdrawn alike.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADBCALC1.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS CF-FILE-STATUS.

           SELECT EOD-BALANCE-FILE ASSIGN TO EODBAL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EODB-KEY
               FILE STATUS IS EB-FILE-STATUS.

           SELECT AVG-DAILY-BAL-FILE ASSIGN TO ADB-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADB-KEY
               FILE STATUS IS AD-FILE-STATUS.

           SELECT ADB-REPORT ASSIGN TO ADB-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  EOD-BALANCE-FILE.
           COPY "eodbal.cpy".

       FD  AVG-DAILY-BAL-FILE.
           COPY "adbrec.cpy".

       FD  ADB-REPORT.
       01  REPORT-LINE                 PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  EB-FILE-STATUS               PIC X(02).
           88  EB-STATUS-OK                   VALUE '00'.
       77  AD-FILE-STATUS               PIC X(02).
           88  AD-STATUS-OK                   VALUE '00'.
           88  AD-STATUS-DUPLICATE            VALUE '22'.
           88  AD-STATUS-NOT-FOUND            VALUE '35'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.

       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
       77  WS-SNAPSHOT-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-SNAPSHOT-FILE-OPEN          VALUE 'Y'.
       77  WS-ADB-FILE-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-ADB-FILE-OPEN               VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.
       77  WS-SNAP-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
           88  WS-SNAP-SCAN-DONE              VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-RUN-MONTH                 PIC 9(06).
       77  WS-MONTH-START-DATE          PIC 9(08).
       77  WS-MONTH-START-INTEGER       PIC S9(09) COMP.
       77  WS-NEXT-MONTH-START-DATE     PIC 9(08).
       77  WS-MONTH-END-INTEGER         PIC S9(09) COMP.
       77  WS-SNAP-INTEGER              PIC S9(09) COMP.
       77  WS-BOUNDARY-INTEGER          PIC S9(09) COMP.
       77  WS-SPAN-DAYS                 PIC S9(04) COMP.
       77  WS-DAYS-IN-MONTH             PIC 9(02).
       77  WS-DAYS-COVERED              PIC 9(02).
       77  WS-DAYS-OVERDRAWN            PIC 9(02).
       77  WS-BALANCE-DAYS              PIC S9(11)V99 COMP-3.
       77  WS-LOW-BALANCE               PIC S9(07)V99 COMP-3.
       77  WS-AVERAGE-BALANCE           PIC S9(07)V99 COMP-3.

       77  WS-CUSTOMERS-READ            PIC 9(07) COMP-3 VALUE 0.
       77  WS-ROWS-WRITTEN              PIC 9(07) COMP-3 VALUE 0.
       77  WS-ROWS-REPLACED             PIC 9(07) COMP-3 VALUE 0.
       77  WS-ROW-FAILURES              PIC 9(07) COMP-3 VALUE 0.
       77  WS-NO-SNAPSHOT-COUNT         PIC 9(07) COMP-3 VALUE 0.
       77  WS-PART-MONTH-COUNT          PIC 9(07) COMP-3 VALUE 0.
       77  WS-OVERDRAWN-COUNT           PIC 9(07) COMP-3 VALUE 0.
       77  WS-ADB-TOTAL                 PIC S9(11)V99 COMP-3 VALUE 0.

       COPY "retcode.cpy".
       COPY "busdate.cpy".

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(34) VALUE
               "MONTH-END AVERAGE DAILY BALANCE".
           05  FILLER                  PIC X(08) VALUE "MONTH : ".
           05  WS-HDR-MONTH            PIC 9(06).
           05  FILLER                  PIC X(14) VALUE
               "   RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(10) VALUE
               "   DAYS : ".
           05  WS-HDR-DAYS             PIC Z9.
       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(40) VALUE
               "CUSTOMERS OVERDRAWN DURING THE MONTH".

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(08) VALUE "CUST ID".
           05  FILLER                  PIC X(26) VALUE "CUSTOMER NAME".
           05  FILLER                  PIC X(08) VALUE "STATUS".
           05  FILLER                  PIC X(16) VALUE
               "   AVG DAILY BAL".
           05  FILLER                  PIC X(16) VALUE
               "     LOW BALANCE".
           05  FILLER                  PIC X(16) VALUE
               "   CLOSING BAL".
           05  FILLER                  PIC X(06) VALUE "  OD".
           05  FILLER                  PIC X(06) VALUE " DAYS".

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CUST-NAME        PIC X(24).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DTL-AVERAGE          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-LOW              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-CLOSING          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-OD-DAYS          PIC Z9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DTL-COVERED          PIC Z9.

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(18) VALUE
               "CUSTOMERS READ:".
           05  WS-TRL-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE
               "   WRITTEN:".
           05  WS-TRL-WRITTEN          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE
               "   REPLACED:".
           05  WS-TRL-REPLACED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE
               "   FAILED:".
           05  WS-TRL-FAILED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE
               "   NO SNAPSHOT:".
           05  WS-TRL-NO-SNAPSHOT      PIC ZZZ,ZZ9.
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(18) VALUE
               "PART MONTH:".
           05  WS-TRL-PART-MONTH       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
               "   OVERDRAWN:".
           05  WS-TRL-OVERDRAWN        PIC ZZZ,ZZ9.
       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(18) VALUE
               "TOTAL AVG BALANCE:".
           05  WS-TRL-ADB-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-AVERAGE-ONE-CUSTOMER THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - the month runs from the 1st through its   *
      *    last calendar day, whatever business date it is run on; the *
      *    first run creates the average file                          *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
           COMPUTE WS-MONTH-START-DATE = WS-RUN-MONTH * 100 + 1
           COMPUTE WS-MONTH-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START-DATE)
           IF FUNCTION MOD(WS-RUN-MONTH, 100) = 12
               COMPUTE WS-NEXT-MONTH-START-DATE =
                   (WS-RUN-MONTH + 89) * 100 + 1
           ELSE
               COMPUTE WS-NEXT-MONTH-START-DATE =
                   (WS-RUN-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-MONTH-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START-DATE) - 1
           COMPUTE WS-DAYS-IN-MONTH =
               WS-MONTH-END-INTEGER - WS-MONTH-START-INTEGER + 1

           OPEN INPUT CUSTOMER-FILE
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "ADBCALC1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT EOD-BALANCE-FILE
           IF EB-STATUS-OK
               SET WS-SNAPSHOT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "ADBCALC1: EOD-BALANCE-FILE OPEN FAILED "
                       EB-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O AVG-DAILY-BAL-FILE
           IF AD-STATUS-NOT-FOUND
               OPEN OUTPUT AVG-DAILY-BAL-FILE
               CLOSE AVG-DAILY-BAL-FILE
               OPEN I-O AVG-DAILY-BAL-FILE
           END-IF
           IF AD-STATUS-OK
               SET WS-ADB-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "ADBCALC1: AVG-DAILY-BAL-FILE OPEN FAILED "
                       AD-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT ADB-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "ADBCALC1: ADB-REPORT OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE WS-RUN-MONTH TO WS-HDR-MONTH
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-DAYS-IN-MONTH TO WS-HDR-DAYS
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-AVERAGE-ONE-CUSTOMER - walk the customer's snapshots   *
      *    from the business date back to the one in effect on the     *
      *    1st, then keep the month's row; the newest holds through    *
      *    the month end                                               *
      *----------------------------------------------------------------*
       2000-AVERAGE-ONE-CUSTOMER.
           READ CUSTOMER-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-CUSTOMERS-READ

           MOVE 0 TO WS-BALANCE-DAYS
           MOVE 0 TO WS-DAYS-COVERED
           MOVE 0 TO WS-DAYS-OVERDRAWN
           MOVE 0 TO WS-LOW-BALANCE
           COMPUTE WS-BOUNDARY-INTEGER = WS-MONTH-END-INTEGER + 1

           MOVE 'N' TO WS-SNAP-SCAN-DONE-SW
           MOVE CUST-ID TO EODB-CUST-ID
           COMPUTE EODB-REVERSE-DATE = 99999999 - WS-RUN-DATE
           START EOD-BALANCE-FILE
               KEY IS NOT LESS THAN EODB-KEY
               INVALID KEY SET WS-SNAP-SCAN-DONE TO TRUE
           END-START
           PERFORM 2100-APPLY-ONE-SNAPSHOT THRU 2100-EXIT
               UNTIL WS-SNAP-SCAN-DONE

           IF WS-DAYS-COVERED = 0
               ADD 1 TO WS-NO-SNAPSHOT-COUNT
               GO TO 2000-EXIT
           END-IF
           IF WS-DAYS-COVERED < WS-DAYS-IN-MONTH
               ADD 1 TO WS-PART-MONTH-COUNT
           END-IF
           COMPUTE WS-AVERAGE-BALANCE ROUNDED =
               WS-BALANCE-DAYS / WS-DAYS-COVERED

           PERFORM 2200-WRITE-AVERAGE THRU 2200-EXIT
           IF NOT AD-STATUS-OK
               GO TO 2000-EXIT
           END-IF
           ADD WS-AVERAGE-BALANCE TO WS-ADB-TOTAL
           IF WS-DAYS-OVERDRAWN > 0
               ADD 1 TO WS-OVERDRAWN-COUNT
               PERFORM 2300-LIST-OVERDRAWN THRU 2300-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-APPLY-ONE-SNAPSHOT - a snapshot holds from its own day *
      *    up to the next newer one; one dated before the 1st holds    *
      *    from the 1st and ends the walk                              *
      *----------------------------------------------------------------*
       2100-APPLY-ONE-SNAPSHOT.
           READ EOD-BALANCE-FILE NEXT
               AT END
                   SET WS-SNAP-SCAN-DONE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF EODB-CUST-ID NOT = CUST-ID
               SET WS-SNAP-SCAN-DONE TO TRUE
               GO TO 2100-EXIT
           END-IF

           COMPUTE WS-SNAP-INTEGER =
               FUNCTION INTEGER-OF-DATE(EODB-BUSINESS-DATE)
           IF WS-SNAP-INTEGER < WS-MONTH-START-INTEGER
               COMPUTE WS-SPAN-DAYS =
                   WS-BOUNDARY-INTEGER - WS-MONTH-START-INTEGER
           ELSE
               COMPUTE WS-SPAN-DAYS =
                   WS-BOUNDARY-INTEGER - WS-SNAP-INTEGER
           END-IF

           IF WS-DAYS-COVERED = 0
            OR EODB-BALANCE < WS-LOW-BALANCE
               MOVE EODB-BALANCE TO WS-LOW-BALANCE
           END-IF
           COMPUTE WS-BALANCE-DAYS =
               WS-BALANCE-DAYS + EODB-BALANCE * WS-SPAN-DAYS
           ADD WS-SPAN-DAYS TO WS-DAYS-COVERED
           IF EODB-BALANCE < 0
               ADD WS-SPAN-DAYS TO WS-DAYS-OVERDRAWN
           END-IF

           MOVE WS-SNAP-INTEGER TO WS-BOUNDARY-INTEGER
           IF WS-SNAP-INTEGER NOT > WS-MONTH-START-INTEGER
               SET WS-SNAP-SCAN-DONE TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-WRITE-AVERAGE - a rerun of the month replaces its row  *
      *----------------------------------------------------------------*
       2200-WRITE-AVERAGE.
           MOVE SPACES TO AVG-DAILY-BAL-RECORD
           MOVE CUST-ID TO ADB-CUST-ID
           COMPUTE ADB-REVERSE-MONTH = 999999 - WS-RUN-MONTH
           MOVE WS-RUN-MONTH TO ADB-MONTH
           MOVE WS-AVERAGE-BALANCE TO ADB-AVERAGE-BALANCE
           MOVE WS-LOW-BALANCE TO ADB-LOW-BALANCE
           MOVE WS-DAYS-IN-MONTH TO ADB-DAYS-IN-MONTH
           MOVE WS-DAYS-COVERED TO ADB-DAYS-COVERED
           MOVE WS-DAYS-OVERDRAWN TO ADB-DAYS-OVERDRAWN
           MOVE WS-RUN-DATE TO ADB-COMPUTED-DATE

           WRITE AVG-DAILY-BAL-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF AD-STATUS-DUPLICATE
               REWRITE AVG-DAILY-BAL-RECORD
               IF AD-STATUS-OK
                   ADD 1 TO WS-ROWS-REPLACED
               END-IF
           ELSE
               IF AD-STATUS-OK
                   ADD 1 TO WS-ROWS-WRITTEN
               END-IF
           END-IF
           IF NOT AD-STATUS-OK
               ADD 1 TO WS-ROW-FAILURES
               DISPLAY "ADBCALC1: AVERAGE FOR " CUST-ID
                       " NOT WRITTEN, STATUS " AD-FILE-STATUS
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-LIST-OVERDRAWN.
           MOVE CUST-ID TO WS-DTL-CUST-ID
           MOVE CUST-NAME TO WS-DTL-CUST-NAME
           MOVE CUST-STATUS TO WS-DTL-STATUS
           MOVE WS-AVERAGE-BALANCE TO WS-DTL-AVERAGE
           MOVE WS-LOW-BALANCE TO WS-DTL-LOW
           MOVE CUST-BALANCE TO WS-DTL-CLOSING
           MOVE WS-DAYS-OVERDRAWN TO WS-DTL-OD-DAYS
           MOVE WS-DAYS-COVERED TO WS-DTL-COVERED
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-WRITE-TRAILER - written plus replaced plus failed plus *
      *    no snapshot proves back to customers read                   *
      *----------------------------------------------------------------*
       4000-WRITE-TRAILER.
           IF NOT WS-REPORT-OPEN
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CUSTOMERS-READ TO WS-TRL-READ
           MOVE WS-ROWS-WRITTEN TO WS-TRL-WRITTEN
           MOVE WS-ROWS-REPLACED TO WS-TRL-REPLACED
           MOVE WS-ROW-FAILURES TO WS-TRL-FAILED
           MOVE WS-NO-SNAPSHOT-COUNT TO WS-TRL-NO-SNAPSHOT
           MOVE WS-TRAILER-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PART-MONTH-COUNT TO WS-TRL-PART-MONTH
           MOVE WS-OVERDRAWN-COUNT TO WS-TRL-OVERDRAWN
           MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ADB-TOTAL TO WS-TRL-ADB-TOTAL
           MOVE WS-TRAILER-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "ADBCALC1: " WS-RUN-MONTH " AVERAGED "
                   WS-ROWS-WRITTEN " REPLACED " WS-ROWS-REPLACED
                   " NO SNAPSHOT " WS-NO-SNAPSHOT-COUNT
                   " OVERDRAWN " WS-OVERDRAWN-COUNT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-SNAPSHOT-FILE-OPEN
               CLOSE EOD-BALANCE-FILE
           END-IF
           IF WS-ADB-FILE-OPEN
               CLOSE AVG-DAILY-BAL-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE ADB-REPORT
           END-IF.
       9000-EXIT.
           EXIT.
