      *================================================================*
      *  LGTXRPT1                                                      *
      *  Large-transaction regulatory reporting.  TXNSCRN1 flags       *
      *  velocity anomalies for internal review, but compliance must   *
      *  also file on every customer whose reportable transactions     *
      *  pass the regulatory threshold in a business day.  After       *
      *  posting, this batch walks the master and, for each customer,  *
      *  reads the rows TXN-HISTORY-FILE holds for the business day    *
      *  (BUSDATE1, never the system date):                            *
      *                                                                *
      *    - only the reportable codes count - customer debits and     *
      *      credits, recoveries and refunds; fees, interest, and      *
      *      the bank's own adjustments do not, nor does a row since   *
      *      reversed                                                  *
      *    - money in (credits) and money out (debits) are summed      *
      *      apart; either one over the threshold is reportable        *
      *    - a day whose money in or out comes within the near band    *
      *      of the threshold without passing it is a near day; when   *
      *      tonight is a near day and the structuring window holds    *
      *      enough near days, the customer is flagged as apparent     *
      *      structuring and filed on as well                          *
      *                                                                *
      *  Each filing goes to LARGE-TXN-FILING-FILE with the customer's *
      *  identity from CUSTOMER-FILE and CUSTOMER-PROFILE-FILE, and is *
      *  recorded on the keyed filing log.  A customer and day already *
      *  on the log is listed but not filed again, so a rerun of the   *
      *  night makes no duplicate filings.  The report lists every     *
      *  filing; a night with a structuring flag ends with a warning.  *
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
       PROGRAM-ID. LGTXRPT1.
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

           SELECT CUSTOMER-PROFILE-FILE ASSIGN TO CUSTPROF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROF-CUST-ID
               FILE STATUS IS PF-FILE-STATUS.

           SELECT TXN-HISTORY-FILE ASSIGN TO TXNHIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXNH-KEY
               FILE STATUS IS TH-FILE-STATUS.

           SELECT LARGE-TXN-LOG-FILE ASSIGN TO LGTXLOG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LGTL-KEY
               FILE STATUS IS LL-FILE-STATUS.

           SELECT LARGE-TXN-FILING-FILE ASSIGN TO LGTXFIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LF-FILE-STATUS.

           SELECT LARGE-TXN-REPORT ASSIGN TO LGTXRPT-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT OS-AUDIT-FILE ASSIGN TO OSAUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  CUSTOMER-PROFILE-FILE.
           COPY "profrec.cpy".

       FD  TXN-HISTORY-FILE.
           COPY "txnhist.cpy".

       FD  LARGE-TXN-LOG-FILE.
           COPY "lgtxlog.cpy".

       FD  LARGE-TXN-FILING-FILE.
           COPY "lgtxfil.cpy".

       FD  LARGE-TXN-REPORT.
       01  REPORT-LINE                 PIC X(132).

       FD  OS-AUDIT-FILE.
           COPY "auditrec.cpy".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  PF-FILE-STATUS               PIC X(02).
           88  PF-STATUS-OK                   VALUE '00'.
       77  TH-FILE-STATUS               PIC X(02).
           88  TH-STATUS-OK                   VALUE '00'.
       77  LL-FILE-STATUS               PIC X(02).
           88  LL-STATUS-OK                   VALUE '00'.
           88  LL-STATUS-NOT-FOUND            VALUE '35'.
       77  LF-FILE-STATUS               PIC X(02).
           88  LF-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.
       77  OA-FILE-STATUS               PIC X(02).
           88  OA-STATUS-OK                   VALUE '00'.

       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
       77  WS-PROFILE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PROFILE-FILE-OPEN           VALUE 'Y'.
       77  WS-HISTORY-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-HISTORY-FILE-OPEN           VALUE 'Y'.
       77  WS-LOG-FILE-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-LOG-FILE-OPEN               VALUE 'Y'.
       77  WS-FILING-FILE-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-FILING-FILE-OPEN            VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-OS-AUDIT-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-OS-AUDIT-OPEN               VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.
       77  WS-HIST-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
           88  WS-HIST-SCAN-DONE              VALUE 'Y'.
       77  WS-CODE-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-CODE-FOUND                  VALUE 'Y'.
       77  WS-TONIGHT-NEAR-SW           PIC X(01) VALUE 'N'.
           88  WS-TONIGHT-NEAR                VALUE 'Y'.
       77  WS-OVER-THRESHOLD-SW         PIC X(01) VALUE 'N'.
           88  WS-OVER-THRESHOLD              VALUE 'Y'.
       77  WS-STRUCTURING-SW            PIC X(01) VALUE 'N'.
           88  WS-STRUCTURING-SUSPECT         VALUE 'Y'.
       77  WS-PROFILE-FOUND-SW          PIC X(01) VALUE 'N'.
           88  WS-PROFILE-FOUND               VALUE 'Y'.

      *    Regulatory threshold for one business day's money in or
      *    out, the near band just under it, and the structuring
      *    window: a near day tonight with at least the structuring
      *    count of near days inside the window days is flagged
       77  WS-REPORT-THRESHOLD          PIC 9(07)V99 VALUE 10000.00.
       77  WS-NEAR-THRESHOLD            PIC 9(07)V99 VALUE 8000.00.
       77  WS-WINDOW-DAYS               PIC 9(02) VALUE 10.
       77  WS-STRUCTURING-DAYS          PIC 9(02) VALUE 3.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-REVERSE-RUN-DATE          PIC 9(08).
       77  WS-WINDOW-FROM-DATE          PIC 9(08).
       77  WS-TIMESTAMP                 PIC 9(14).
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
       77  WS-DATE-INTEGER              PIC S9(09) COMP.
       77  WS-AUDIT-TEXT                PIC X(100).
       77  WS-AMOUNT-DISPLAY            PIC Z,ZZZ,ZZZ,ZZ9.99.

       77  WS-DAY-DATE                  PIC 9(08).
       77  WS-DAY-IN                    PIC S9(09)V99 COMP-3.
       77  WS-DAY-OUT                   PIC S9(09)V99 COMP-3.
       77  WS-TONIGHT-IN                PIC S9(09)V99 COMP-3.
       77  WS-TONIGHT-OUT               PIC S9(09)V99 COMP-3.
       77  WS-TONIGHT-IN-COUNT          PIC 9(05) COMP-3.
       77  WS-TONIGHT-OUT-COUNT         PIC 9(05) COMP-3.
       77  WS-TONIGHT-ROWS              PIC 9(05) COMP-3.
       77  WS-NEAR-DAYS                 PIC 9(02) COMP-3.

       77  WS-CUSTOMERS-READ            PIC 9(07) COMP-3 VALUE 0.
       77  WS-CUSTOMERS-ACTIVE          PIC 9(07) COMP-3 VALUE 0.
       77  WS-FILED-COUNT               PIC 9(07) COMP-3 VALUE 0.
       77  WS-OVER-COUNT                PIC 9(07) COMP-3 VALUE 0.
       77  WS-STRUCTURING-COUNT         PIC 9(07) COMP-3 VALUE 0.
       77  WS-ALREADY-FILED             PIC 9(07) COMP-3 VALUE 0.
       77  WS-NO-PROFILE-COUNT          PIC 9(07) COMP-3 VALUE 0.
       77  WS-FILED-IN-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-FILED-OUT-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.

      *    Transaction codes whose money counts toward the threshold
       01  WS-REPORTABLE-CODE-TABLE.
           05  FILLER                  PIC X(04) VALUE "DBIT".
           05  FILLER                  PIC X(04) VALUE "CRDT".
           05  FILLER                  PIC X(04) VALUE "RCVY".
           05  FILLER                  PIC X(04) VALUE "RFND".
       01  FILLER REDEFINES WS-REPORTABLE-CODE-TABLE.
           05  WS-REPORTABLE-CODE      PIC X(04)
                   OCCURS 4 TIMES
                   INDEXED BY WS-REPORTABLE-IDX.
       77  WS-REPORTABLE-CODE-COUNT     PIC 9(02) COMP-3 VALUE 4.

       COPY "retcode.cpy".
       COPY "busdate.cpy".
       COPY "audseq.cpy".
       77  WS-AUDIT-SEQ-READY-SW        PIC X(01) VALUE 'N'.
           88  WS-AUDIT-SEQ-READY            VALUE 'Y'.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(36) VALUE
               "LARGE-TRANSACTION REPORTING".
           05  FILLER                  PIC X(17) VALUE
               "BUSINESS DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(15) VALUE
               "   THRESHOLD ".
           05  WS-HDR-THRESHOLD        PIC Z,ZZZ,ZZ9.99.
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(20) VALUE
               "NEAR BAND FROM ".
           05  WS-HDR-NEAR             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(21) VALUE
               "   STRUCTURING: ".
           05  WS-HDR-STRUCT-DAYS      PIC Z9.
           05  FILLER                  PIC X(18) VALUE
               " NEAR DAYS SINCE ".
           05  WS-HDR-WINDOW-FROM      PIC 9(08).

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(08) VALUE "CUST ID".
           05  FILLER                  PIC X(26) VALUE "CUSTOMER NAME".
           05  FILLER                  PIC X(16) VALUE
               "      MONEY IN".
           05  FILLER                  PIC X(06) VALUE "  TXN".
           05  FILLER                  PIC X(16) VALUE
               "     MONEY OUT".
           05  FILLER                  PIC X(06) VALUE "  TXN".
           05  FILLER                  PIC X(06) VALUE " NEAR".
           05  FILLER                  PIC X(14) VALUE "  REASON".
           05  FILLER                  PIC X(16) VALUE "FILING".

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CUST-NAME        PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-IN               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-IN-COUNT         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-OUT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-OUT-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-NEAR-DAYS        PIC Z9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-REASON           PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-FILING           PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-NOTE             PIC X(10).

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(16) VALUE
               "CUSTOMERS READ:".
           05  WS-TRL-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(22) VALUE
               "   ACTIVE TONIGHT:".
           05  WS-TRL-ACTIVE           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE
               "   FILED:".
           05  WS-TRL-FILED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(19) VALUE
               "   ALREADY FILED:".
           05  WS-TRL-ALREADY          PIC ZZZ,ZZ9.
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(16) VALUE
               "OVER THRESHOLD:".
           05  WS-TRL-OVER             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(22) VALUE
               "   STRUCTURING:".
           05  WS-TRL-STRUCT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(15) VALUE
               "   NO PROFILE:".
           05  WS-TRL-NO-PROFILE       PIC ZZZ,ZZ9.
       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(16) VALUE
               "FILED MONEY IN:".
           05  WS-TRL-IN-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(18) VALUE
               "   MONEY OUT:".
           05  WS-TRL-OUT-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE < RC-ABEND-WORTHY
               PERFORM 1800-POSITION-MASTER THRU 1800-EXIT
           END-IF
           PERFORM 2000-CHECK-ONE-CUSTOMER THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - the first run creates the filing log and  *
      *    the filing file; without the history there is nothing to    *
      *    report on and the night must not pass as clean              *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE
           COMPUTE WS-REVERSE-RUN-DATE = 99999999 - WS-RUN-DATE
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TIME-HHMMSS
           COMPUTE WS-TIMESTAMP = BUSDATE-BUSINESS-DATE
               * 1000000 + WS-TIME-HHMMSS
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-WINDOW-DAYS + 1
           COMPUTE WS-WINDOW-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)

           OPEN INPUT CUSTOMER-FILE
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LGTXRPT1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT TXN-HISTORY-FILE
           IF TH-STATUS-OK
               SET WS-HISTORY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LGTXRPT1: TXN-HISTORY-FILE OPEN FAILED "
                       TH-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT CUSTOMER-PROFILE-FILE
           IF PF-STATUS-OK
               SET WS-PROFILE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LGTXRPT1: NO PROFILE FILE - FILINGS CARRY "
                       "NO PHONE OR CONTACT, STATUS " PF-FILE-STATUS
           END-IF

           OPEN I-O LARGE-TXN-LOG-FILE
           IF LL-STATUS-NOT-FOUND
               OPEN OUTPUT LARGE-TXN-LOG-FILE
               CLOSE LARGE-TXN-LOG-FILE
               OPEN I-O LARGE-TXN-LOG-FILE
           END-IF
           IF LL-STATUS-OK
               SET WS-LOG-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LGTXRPT1: LARGE-TXN-LOG-FILE OPEN FAILED "
                       LL-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN EXTEND LARGE-TXN-FILING-FILE
           IF NOT LF-STATUS-OK
               OPEN OUTPUT LARGE-TXN-FILING-FILE
           END-IF
           IF LF-STATUS-OK
               SET WS-FILING-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LGTXRPT1: LARGE-TXN-FILING-FILE OPEN FAILED "
                       LF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT LARGE-TXN-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "LGTXRPT1: LARGE-TXN-REPORT OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN EXTEND OS-AUDIT-FILE
           IF OA-STATUS-OK
               SET WS-OS-AUDIT-OPEN TO TRUE
           END-IF

           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-THRESHOLD TO WS-HDR-THRESHOLD
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NEAR-THRESHOLD TO WS-HDR-NEAR
           MOVE WS-STRUCTURING-DAYS TO WS-HDR-STRUCT-DAYS
           MOVE WS-WINDOW-FROM-DATE TO WS-HDR-WINDOW-FROM
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1800-POSITION-MASTER - the first customer                   *
      *----------------------------------------------------------------*
       1800-POSITION-MASTER.
           MOVE LOW-VALUES TO CUST-ID
           START CUSTOMER-FILE
               KEY IS NOT LESS THAN CUST-ID
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 1900-READ-NEXT-CUSTOMER THRU 1900-EXIT
           END-IF.
       1800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1900-READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
       1900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-CHECK-ONE-CUSTOMER - every customer, whatever its      *
      *    status, since a closed or dormant account can still move    *
      *    money; one with no reportable rows tonight is passed over   *
      *----------------------------------------------------------------*
       2000-CHECK-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-READ
           PERFORM 2100-SCAN-HISTORY THRU 2100-EXIT
           IF WS-TONIGHT-ROWS = 0
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-CUSTOMERS-ACTIVE

           MOVE 'N' TO WS-OVER-THRESHOLD-SW
           MOVE 'N' TO WS-STRUCTURING-SW
           IF WS-TONIGHT-IN > WS-REPORT-THRESHOLD
              OR WS-TONIGHT-OUT > WS-REPORT-THRESHOLD
               SET WS-OVER-THRESHOLD TO TRUE
           END-IF
           IF WS-TONIGHT-NEAR
              AND WS-NEAR-DAYS NOT < WS-STRUCTURING-DAYS
               SET WS-STRUCTURING-SUSPECT TO TRUE
           END-IF
           IF WS-OVER-THRESHOLD OR WS-STRUCTURING-SUSPECT
               PERFORM 3000-FILE-ONE-CUSTOMER THRU 3000-EXIT
           END-IF.

       2000-NEXT.
           IF NOT WS-END-OF-FILE
               PERFORM 1900-READ-NEXT-CUSTOMER THRU 1900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-SCAN-HISTORY - the history key walks newest first, so  *
      *    the scan starts at the business day and runs back through   *
      *    the structuring window a day at a time.  A customer with    *
      *    no reportable row on the business day stops at once         *
      *----------------------------------------------------------------*
       2100-SCAN-HISTORY.
           MOVE 0 TO WS-TONIGHT-IN
           MOVE 0 TO WS-TONIGHT-OUT
           MOVE 0 TO WS-TONIGHT-IN-COUNT
           MOVE 0 TO WS-TONIGHT-OUT-COUNT
           MOVE 0 TO WS-TONIGHT-ROWS
           MOVE 0 TO WS-NEAR-DAYS
           MOVE 'N' TO WS-TONIGHT-NEAR-SW
           MOVE 0 TO WS-DAY-DATE
           MOVE 0 TO WS-DAY-IN
           MOVE 0 TO WS-DAY-OUT

           MOVE 'N' TO WS-HIST-SCAN-DONE-SW
           MOVE CUST-ID TO TXNH-CUST-ID
           MOVE WS-REVERSE-RUN-DATE TO TXNH-REVERSE-DATE
           MOVE 0 TO TXNH-SEQUENCE
           START TXN-HISTORY-FILE
               KEY IS NOT LESS THAN TXNH-KEY
               INVALID KEY SET WS-HIST-SCAN-DONE TO TRUE
           END-START
           PERFORM 2110-READ-ONE-HISTORY THRU 2110-EXIT
               UNTIL WS-HIST-SCAN-DONE
           IF WS-DAY-DATE NOT = 0
               PERFORM 2200-CLOSE-DAY THRU 2200-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2110-READ-ONE-HISTORY.
           READ TXN-HISTORY-FILE NEXT
               AT END
                   SET WS-HIST-SCAN-DONE TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF TXNH-CUST-ID NOT = CUST-ID
              OR TXNH-POST-DATE < WS-WINDOW-FROM-DATE
               SET WS-HIST-SCAN-DONE TO TRUE
               GO TO 2110-EXIT
           END-IF
           IF TXNH-POST-DATE NOT = WS-RUN-DATE
              AND WS-TONIGHT-ROWS = 0
               SET WS-HIST-SCAN-DONE TO TRUE
               GO TO 2110-EXIT
           END-IF
           IF TXNH-REVERSED
               GO TO 2110-EXIT
           END-IF
           PERFORM 2120-CHECK-REPORTABLE THRU 2120-EXIT
           IF NOT WS-CODE-FOUND
               GO TO 2110-EXIT
           END-IF

           IF TXNH-POST-DATE NOT = WS-DAY-DATE
               IF WS-DAY-DATE NOT = 0
                   PERFORM 2200-CLOSE-DAY THRU 2200-EXIT
               END-IF
               MOVE TXNH-POST-DATE TO WS-DAY-DATE
           END-IF
           IF TXNH-POSTED-CREDIT
               ADD TXNH-AMOUNT TO WS-DAY-IN
           ELSE
               ADD TXNH-AMOUNT TO WS-DAY-OUT
           END-IF
           IF TXNH-POST-DATE = WS-RUN-DATE
               ADD 1 TO WS-TONIGHT-ROWS
               IF TXNH-POSTED-CREDIT
                   ADD 1 TO WS-TONIGHT-IN-COUNT
               ELSE
                   ADD 1 TO WS-TONIGHT-OUT-COUNT
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2120-CHECK-REPORTABLE.
           MOVE 'N' TO WS-CODE-FOUND-SW
           PERFORM 2130-CHECK-ONE-CODE THRU 2130-EXIT
               VARYING WS-REPORTABLE-IDX FROM 1 BY 1
               UNTIL WS-REPORTABLE-IDX > WS-REPORTABLE-CODE-COUNT
                  OR WS-CODE-FOUND.
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2130-CHECK-ONE-CODE.
           IF TXNH-TXN-CODE = WS-REPORTABLE-CODE(WS-REPORTABLE-IDX)
               SET WS-CODE-FOUND TO TRUE
           END-IF.
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-CLOSE-DAY - one day's money in and out is complete;    *
      *    the business day's totals are kept for the filing, and a    *
      *    day in the near band on either side counts toward the       *
      *    structuring window                                          *
      *----------------------------------------------------------------*
       2200-CLOSE-DAY.
           IF WS-DAY-DATE = WS-RUN-DATE
               MOVE WS-DAY-IN TO WS-TONIGHT-IN
               MOVE WS-DAY-OUT TO WS-TONIGHT-OUT
           END-IF
           IF (WS-DAY-IN NOT < WS-NEAR-THRESHOLD
               AND WS-DAY-IN NOT > WS-REPORT-THRESHOLD)
              OR (WS-DAY-OUT NOT < WS-NEAR-THRESHOLD
               AND WS-DAY-OUT NOT > WS-REPORT-THRESHOLD)
               ADD 1 TO WS-NEAR-DAYS
               IF WS-DAY-DATE = WS-RUN-DATE
                   SET WS-TONIGHT-NEAR TO TRUE
               END-IF
           END-IF
           MOVE 0 TO WS-DAY-IN
           MOVE 0 TO WS-DAY-OUT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-FILE-ONE-CUSTOMER - a customer and day already on the  *
      *    filing log is listed and left alone; otherwise the filing   *
      *    is written, then logged, then listed and audited            *
      *----------------------------------------------------------------*
       3000-FILE-ONE-CUSTOMER.
           MOVE SPACES TO WS-DETAIL-LINE
           EVALUATE TRUE
               WHEN WS-OVER-THRESHOLD AND WS-STRUCTURING-SUSPECT
                   MOVE "OVER+STRUCT" TO WS-DTL-REASON
               WHEN WS-OVER-THRESHOLD
                   MOVE "OVER" TO WS-DTL-REASON
               WHEN OTHER
                   MOVE "STRUCTURING" TO WS-DTL-REASON
           END-EVALUATE

           MOVE WS-RUN-DATE TO LGTL-BUSINESS-DATE
           MOVE CUST-ID TO LGTL-CUST-ID
           READ LARGE-TXN-LOG-FILE
               INVALID KEY CONTINUE
           END-READ
           IF LL-STATUS-OK
               ADD 1 TO WS-ALREADY-FILED
               MOVE "ALREADY FILED" TO WS-DTL-FILING
               PERFORM 3900-LIST-FILING THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF

           MOVE 'N' TO WS-PROFILE-FOUND-SW
           IF WS-PROFILE-FILE-OPEN
               MOVE CUST-ID TO PROF-CUST-ID
               READ CUSTOMER-PROFILE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF PF-STATUS-OK
                   SET WS-PROFILE-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT WS-PROFILE-FOUND
               ADD 1 TO WS-NO-PROFILE-COUNT
               MOVE "NO PROFILE" TO WS-DTL-NOTE
           END-IF

           PERFORM 3100-WRITE-FILING THRU 3100-EXIT
           IF RETURN-CODE NOT < RC-ABEND-WORTHY
               GO TO 3000-EXIT
           END-IF
           PERFORM 3200-WRITE-LOG THRU 3200-EXIT
           IF RETURN-CODE NOT < RC-ABEND-WORTHY
               GO TO 3000-EXIT
           END-IF

           ADD 1 TO WS-FILED-COUNT
           ADD WS-TONIGHT-IN TO WS-FILED-IN-TOTAL
           ADD WS-TONIGHT-OUT TO WS-FILED-OUT-TOTAL
           IF WS-OVER-THRESHOLD
               ADD 1 TO WS-OVER-COUNT
           END-IF
           IF WS-STRUCTURING-SUSPECT
               ADD 1 TO WS-STRUCTURING-COUNT
               IF RETURN-CODE = RC-CLEAN
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF
           MOVE "FILED" TO WS-DTL-FILING
           PERFORM 3900-LIST-FILING THRU 3900-EXIT

           IF WS-TONIGHT-IN > WS-TONIGHT-OUT
               MOVE WS-TONIGHT-IN TO WS-AMOUNT-DISPLAY
           ELSE
               MOVE WS-TONIGHT-OUT TO WS-AMOUNT-DISPLAY
           END-IF
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "LGTXRPT FILED CUST=" DELIMITED BY SIZE
                  CUST-ID DELIMITED BY SIZE
                  " DATE=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DTL-REASON DELIMITED BY SPACE
                  " AMOUNT=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-WRITE-FILING - identity from the master and, where     *
      *    there is one, the profile                                   *
      *----------------------------------------------------------------*
       3100-WRITE-FILING.
           INITIALIZE LARGE-TXN-FILING-RECORD
           MOVE WS-RUN-DATE TO LGTX-BUSINESS-DATE
           MOVE CUST-ID TO LGTX-CUST-ID
           MOVE CUST-NAME TO LGTX-CUST-NAME
           MOVE CUST-ADDRESS TO LGTX-CUST-ADDRESS
           MOVE CUST-STATUS TO LGTX-CUST-STATUS
           IF WS-PROFILE-FOUND
               MOVE PROF-PHONE-NUMBER TO LGTX-PHONE-NUMBER
               MOVE PROF-CONTACT-NAME TO LGTX-CONTACT-NAME
               MOVE PROF-OPENED-DATE TO LGTX-OPENED-DATE
           END-IF
           MOVE WS-TONIGHT-IN TO LGTX-TOTAL-IN
           MOVE WS-TONIGHT-IN-COUNT TO LGTX-COUNT-IN
           MOVE WS-TONIGHT-OUT TO LGTX-TOTAL-OUT
           MOVE WS-TONIGHT-OUT-COUNT TO LGTX-COUNT-OUT
           MOVE WS-OVER-THRESHOLD-SW TO LGTX-OVER-THRESHOLD-SW
           MOVE WS-STRUCTURING-SW TO LGTX-STRUCTURING-SW
           MOVE WS-NEAR-DAYS TO LGTX-NEAR-DAYS
           MOVE WS-WINDOW-FROM-DATE TO LGTX-WINDOW-FROM-DATE
           MOVE WS-TIMESTAMP TO LGTX-FILED-TIMESTAMP
           WRITE LARGE-TXN-FILING-RECORD
           IF NOT LF-STATUS-OK
               DISPLAY "LGTXRPT1: FILING WRITE FAILED FOR "
                       CUST-ID " " LF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-WRITE-LOG - logged only once the filing is written, so *
      *    a failure between the two can cost a duplicate filing on    *
      *    the rerun but never a missing one                           *
      *----------------------------------------------------------------*
       3200-WRITE-LOG.
           INITIALIZE LARGE-TXN-LOG-RECORD
           MOVE WS-RUN-DATE TO LGTL-BUSINESS-DATE
           MOVE CUST-ID TO LGTL-CUST-ID
           MOVE WS-TONIGHT-IN TO LGTL-TOTAL-IN
           MOVE WS-TONIGHT-OUT TO LGTL-TOTAL-OUT
           MOVE WS-OVER-THRESHOLD-SW TO LGTL-OVER-THRESHOLD-SW
           MOVE WS-STRUCTURING-SW TO LGTL-STRUCTURING-SW
           MOVE WS-TIMESTAMP TO LGTL-FILED-TIMESTAMP
           WRITE LARGE-TXN-LOG-RECORD
           IF NOT LL-STATUS-OK
               DISPLAY "LGTXRPT1: FILING LOG WRITE FAILED FOR "
                       CUST-ID " " LL-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3900-LIST-FILING.
           MOVE CUST-ID TO WS-DTL-CUST-ID
           MOVE CUST-NAME TO WS-DTL-CUST-NAME
           MOVE WS-TONIGHT-IN TO WS-DTL-IN
           MOVE WS-TONIGHT-IN-COUNT TO WS-DTL-IN-COUNT
           MOVE WS-TONIGHT-OUT TO WS-DTL-OUT
           MOVE WS-TONIGHT-OUT-COUNT TO WS-DTL-OUT-COUNT
           MOVE WS-NEAR-DAYS TO WS-DTL-NEAR-DAYS
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       3900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-WRITE-TRAILER - counts and the money filed on tonight  *
      *----------------------------------------------------------------*
       4000-WRITE-TRAILER.
           IF NOT WS-REPORT-OPEN
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CUSTOMERS-READ TO WS-TRL-READ
           MOVE WS-CUSTOMERS-ACTIVE TO WS-TRL-ACTIVE
           MOVE WS-FILED-COUNT TO WS-TRL-FILED
           MOVE WS-ALREADY-FILED TO WS-TRL-ALREADY
           MOVE WS-TRAILER-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OVER-COUNT TO WS-TRL-OVER
           MOVE WS-STRUCTURING-COUNT TO WS-TRL-STRUCT
           MOVE WS-NO-PROFILE-COUNT TO WS-TRL-NO-PROFILE
           MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FILED-IN-TOTAL TO WS-TRL-IN-TOTAL
           MOVE WS-FILED-OUT-TOTAL TO WS-TRL-OUT-TOTAL
           MOVE WS-TRAILER-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "LGTXRPT1: FILED " WS-FILED-COUNT
                   " OVER THRESHOLD " WS-OVER-COUNT
                   " STRUCTURING " WS-STRUCTURING-COUNT
                   " ALREADY FILED " WS-ALREADY-FILED.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - one row per filing made           *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-RECORD.
           IF NOT WS-OS-AUDIT-OPEN
               GO TO 8000-EXIT
           END-IF
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           SET AUDIT-CHANNEL-OS TO TRUE
           MOVE "BATCH" TO AUDIT-OPERATOR-ID
           MOVE "BATCH" TO AUDIT-TERMINAL-ID
           MOVE "LGTXRPT1" TO AUDIT-PROGRAM-ID
           MOVE WS-AUDIT-TEXT TO AUDIT-ACTION
           SET AUDIT-RESULT-SUCCESS TO TRUE
           IF NOT WS-AUDIT-SEQ-READY
               MOVE "OS  " TO AUDSEQ-CHANNEL
               CALL "AUDSEQ1" USING AUDSEQ-PARMS
               SET WS-AUDIT-SEQ-READY TO TRUE
           END-IF
           MOVE AUDSEQ-NEXT-SEQUENCE TO AUDIT-SEQUENCE-NUMBER
           ADD 1 TO AUDSEQ-NEXT-SEQUENCE
           WRITE AUDIT-RECORD.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-PROFILE-FILE-OPEN
               CLOSE CUSTOMER-PROFILE-FILE
           END-IF
           IF WS-HISTORY-FILE-OPEN
               CLOSE TXN-HISTORY-FILE
           END-IF
           IF WS-LOG-FILE-OPEN
               CLOSE LARGE-TXN-LOG-FILE
           END-IF
           IF WS-FILING-FILE-OPEN
               CLOSE LARGE-TXN-FILING-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE LARGE-TXN-REPORT
           END-IF
           IF WS-OS-AUDIT-OPEN
               CLOSE OS-AUDIT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
