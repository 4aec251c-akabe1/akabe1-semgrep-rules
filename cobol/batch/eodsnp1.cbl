      *================================================================*
      *  EODSNP1                                                       *
      *  End-of-day balance snapshot.  CUST-BALANCE only ever holds    *
      *  the balance as it stands now, so "what did this customer owe  *
      *  on the 12th" and "how many days was this account overdrawn    *
      *  last month" had no answer on file.  Each night, once posting  *
      *  (TXNPMRG1) and suspense reprocessing (SUSPROC1) are through,  *
      *  this step walks the master and writes one EOD-BALANCE-FILE    *
      *  row per customer for the business date - the balance, the     *
      *  status, and the credit limit the day closed on.               *
      *                                                                *
      *  The month-end average daily balance (ADBCALC1) and the        *
      *  balance-as-of-date lookup in CUSTINQ1 both read the snapshot  *
      *  file.  A rerun of the night replaces that night's rows with   *
      *  the balances as they then stand.  The control report proves   *
      *  the count and total balance snapped against the master.       *
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
       PROGRAM-ID. EODSNP1.
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

           SELECT EOD-SNAPSHOT-REPORT ASSIGN TO EODSNP-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  EOD-BALANCE-FILE.
           COPY "eodbal.cpy".

       FD  EOD-SNAPSHOT-REPORT.
       01  REPORT-LINE                 PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  EB-FILE-STATUS               PIC X(02).
           88  EB-STATUS-OK                   VALUE '00'.
           88  EB-STATUS-DUPLICATE            VALUE '22'.
           88  EB-STATUS-NOT-FOUND            VALUE '35'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.

       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
       77  WS-SNAPSHOT-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-SNAPSHOT-FILE-OPEN          VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-REVERSE-RUN-DATE          PIC 9(08).

       77  WS-CUSTOMERS-READ            PIC 9(07) COMP-3 VALUE 0.
       77  WS-SNAPSHOTS-WRITTEN         PIC 9(07) COMP-3 VALUE 0.
       77  WS-SNAPSHOTS-REPLACED        PIC 9(07) COMP-3 VALUE 0.
       77  WS-SNAPSHOT-FAILURES         PIC 9(07) COMP-3 VALUE 0.
       77  WS-OVERDRAWN-COUNT           PIC 9(07) COMP-3 VALUE 0.
       77  WS-BALANCE-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-OVERDRAWN-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.

       COPY "retcode.cpy".
       COPY "busdate.cpy".

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(34) VALUE
               "END-OF-DAY BALANCE SNAPSHOT".
           05  FILLER                  PIC X(17) VALUE
               "BUSINESS DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).

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
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(18) VALUE
               "BALANCE SNAPPED:".
           05  WS-TRL-BALANCE          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(18) VALUE
               "OVERDRAWN:".
           05  WS-TRL-OD-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-TRL-OD-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SNAP-ONE-CUSTOMER THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - the first run creates the snapshot file   *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE
           COMPUTE WS-REVERSE-RUN-DATE = 99999999 - WS-RUN-DATE

           OPEN INPUT CUSTOMER-FILE
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "EODSNP1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O EOD-BALANCE-FILE
           IF EB-STATUS-NOT-FOUND
               OPEN OUTPUT EOD-BALANCE-FILE
               CLOSE EOD-BALANCE-FILE
               OPEN I-O EOD-BALANCE-FILE
           END-IF
           IF EB-STATUS-OK
               SET WS-SNAPSHOT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "EODSNP1: EOD-BALANCE-FILE OPEN FAILED "
                       EB-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT EOD-SNAPSHOT-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "EODSNP1: EOD-SNAPSHOT-REPORT OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-SNAP-ONE-CUSTOMER - every customer on the master gets  *
      *    a row, whatever its status, so a day is never missing for   *
      *    an account that was open on it                              *
      *----------------------------------------------------------------*
       2000-SNAP-ONE-CUSTOMER.
           READ CUSTOMER-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-CUSTOMERS-READ

           MOVE SPACES TO EOD-BALANCE-RECORD
           MOVE CUST-ID TO EODB-CUST-ID
           MOVE WS-REVERSE-RUN-DATE TO EODB-REVERSE-DATE
           MOVE WS-RUN-DATE TO EODB-BUSINESS-DATE
           MOVE CUST-BALANCE TO EODB-BALANCE
           MOVE CUST-STATUS TO EODB-CUST-STATUS
           MOVE CUST-CREDIT-LIMIT TO EODB-CREDIT-LIMIT

           WRITE EOD-BALANCE-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF EB-STATUS-DUPLICATE
               REWRITE EOD-BALANCE-RECORD
               IF EB-STATUS-OK
                   ADD 1 TO WS-SNAPSHOTS-REPLACED
               END-IF
           ELSE
               IF EB-STATUS-OK
                   ADD 1 TO WS-SNAPSHOTS-WRITTEN
               END-IF
           END-IF
           IF NOT EB-STATUS-OK
               ADD 1 TO WS-SNAPSHOT-FAILURES
               DISPLAY "EODSNP1: SNAPSHOT FOR " CUST-ID
                       " NOT WRITTEN, STATUS " EB-FILE-STATUS
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF

           ADD CUST-BALANCE TO WS-BALANCE-TOTAL
           IF CUST-BALANCE < 0
               ADD 1 TO WS-OVERDRAWN-COUNT
               ADD CUST-BALANCE TO WS-OVERDRAWN-TOTAL
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-WRITE-TRAILER - written plus replaced plus failed      *
      *    proves back to customers read                               *
      *----------------------------------------------------------------*
       4000-WRITE-TRAILER.
           IF NOT WS-REPORT-OPEN
               GO TO 4000-EXIT
           END-IF
           MOVE WS-CUSTOMERS-READ TO WS-TRL-READ
           MOVE WS-SNAPSHOTS-WRITTEN TO WS-TRL-WRITTEN
           MOVE WS-SNAPSHOTS-REPLACED TO WS-TRL-REPLACED
           MOVE WS-SNAPSHOT-FAILURES TO WS-TRL-FAILED
           MOVE WS-TRAILER-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BALANCE-TOTAL TO WS-TRL-BALANCE
           MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OVERDRAWN-COUNT TO WS-TRL-OD-COUNT
           MOVE WS-OVERDRAWN-TOTAL TO WS-TRL-OD-TOTAL
           MOVE WS-TRAILER-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "EODSNP1: " WS-RUN-DATE " SNAPPED "
                   WS-SNAPSHOTS-WRITTEN " REPLACED "
                   WS-SNAPSHOTS-REPLACED " FAILED "
                   WS-SNAPSHOT-FAILURES.
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
           IF WS-REPORT-OPEN
               CLOSE EOD-SNAPSHOT-REPORT
           END-IF.
       9000-EXIT.
           EXIT.
