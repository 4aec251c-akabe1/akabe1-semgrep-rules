      *================================================================*
      *  REFUND1                                                       *
      *  Credit-balance refund.  An account left with a credit         *
      *  balance - an overpayment, a REV that backed out more than     *
      *  was owed - otherwise carries the customer's money forever,    *
      *  and the auditors flag it as unclaimed.  This weekly batch     *
      *  walks the master and selects every active or closed account   *
      *  whose credit balance has sat untouched for more than the      *
      *  refund age (60 days).  A refund at or under the release       *
      *  threshold is issued the same night: a disbursement row goes   *
      *  to AP-DISBURSEMENT-FILE for accounts payable and an RFND      *
      *  debit for the full credit balance goes in the shared          *
      *  structured layout (TXNREC) to REFUND-TXN-FILE, which the      *
      *  scheduler concatenates ahead of the next cycle's              *
      *  TRANSACTION-FILE so the debit posts, audits, and reaches the  *
      *  GL like any other transaction.  A refund over the threshold   *
      *  is not paid on the batch's say-so: its RFND debit is written  *
      *  to PENDING-TXN-FILE awaiting a supervisor in TXNREL1, the     *
      *  same two-person release TXNENT1 uses for large keyed          *
      *  entries.  A release puts the debit on the night's entry file  *
      *  through TXNREL1 itself, and the next refund run sends the     *
      *  disbursement to AP; a denial is recorded and the same credit  *
      *  is not proposed again.  REFUND-FILE remembers each            *
      *  account's last refund, so one already on its way is never     *
      *  paid twice.  Accounts with a zero activity date are counted   *
      *  for review, never refunded - their age is unknowable.         *
      *                                                                *
      *  Both output files are rebuilt each run, so a rerun the same   *
      *  night re-passes the refunds its first attempt issued tonight  *
      *  instead of selecting them again.                              *
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
       PROGRAM-ID. REFUND1.
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

           SELECT REFUND-FILE ASSIGN TO REFUND-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFND-CUST-ID
               FILE STATUS IS RF-FILE-STATUS.

           SELECT PENDING-TXN-FILE ASSIGN TO PENDTXN-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-ENTRY-ID
               FILE STATUS IS PT-FILE-STATUS.

           SELECT REFUND-TXN-FILE ASSIGN TO RFNDTXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RT-FILE-STATUS.

           SELECT AP-DISBURSEMENT-FILE ASSIGN TO APDISB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-FILE-STATUS.

           SELECT REFUND-REPORT ASSIGN TO RFNDRPT-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  REFUND-FILE.
           COPY "rfndrec.cpy".

       FD  PENDING-TXN-FILE.
           COPY "pendtxn.cpy".

       FD  REFUND-TXN-FILE.
           COPY "txnrec.cpy".

       FD  AP-DISBURSEMENT-FILE.
           COPY "apdisb.cpy".

       FD  REFUND-REPORT.
       01  REPORT-LINE                 PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  RF-FILE-STATUS               PIC X(02).
           88  RF-STATUS-OK                   VALUE '00'.
       77  PT-FILE-STATUS               PIC X(02).
           88  PT-STATUS-OK                   VALUE '00'.
           88  PT-STATUS-DUPLICATE            VALUE '22'.
       77  RT-FILE-STATUS               PIC X(02).
           88  RT-STATUS-OK                   VALUE '00'.
       77  AP-FILE-STATUS               PIC X(02).
           88  AP-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.

       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
       77  WS-REFUND-FILE-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-REFUND-FILE-OPEN            VALUE 'Y'.
       77  WS-PENDING-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PENDING-FILE-OPEN           VALUE 'Y'.
       77  WS-TXN-FILE-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-TXN-FILE-OPEN               VALUE 'Y'.
       77  WS-AP-FILE-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-AP-FILE-OPEN                VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.
       77  WS-ROW-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-ROW-FOUND                   VALUE 'Y'.
       77  WS-PEND-STORED-SW            PIC X(01) VALUE 'N'.
           88  WS-PEND-STORED                 VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-RUN-DATE-INTEGER          PIC S9(09) COMP.
       77  WS-ACTIVITY-INTEGER          PIC S9(09) COMP.
       77  WS-AGE-DAYS                  PIC S9(06) COMP-3.
       77  WS-REFUND-AGE-DAYS           PIC 9(05) COMP-3 VALUE 60.
       77  WS-RELEASE-THRESHOLD         PIC 9(07)V99 VALUE 1000.00.
       77  WS-TIMESTAMP                 PIC 9(14).
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
       01  WS-REFUND-REFERENCE.
           05  FILLER                  PIC X(06) VALUE "REFUND".
           05  WS-REF-RUN-YYMMDD       PIC X(06).

       77  WS-ACCOUNTS-READ             PIC 9(07) COMP-3 VALUE 0.
       77  WS-NO-DATE-COUNT             PIC 9(07) COMP-3 VALUE 0.
       77  WS-IN-FLIGHT-COUNT           PIC 9(07) COMP-3 VALUE 0.
       77  WS-DENIED-EARLIER            PIC 9(07) COMP-3 VALUE 0.
       77  WS-ISSUED-COUNT              PIC 9(07) COMP-3 VALUE 0.
       77  WS-HELD-COUNT                PIC 9(07) COMP-3 VALUE 0.
       77  WS-RELEASED-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-DENIED-COUNT              PIC 9(07) COMP-3 VALUE 0.
       77  WS-AWAITING-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-RERUN-REPASSED            PIC 9(07) COMP-3 VALUE 0.
       77  WS-AP-DETAIL-COUNT           PIC 9(07) COMP-3 VALUE 0.
       77  WS-AP-AMOUNT-TOTAL           PIC S9(09)V99 COMP-3 VALUE 0.
       77  WS-HELD-TOTAL                PIC S9(09)V99 COMP-3 VALUE 0.

       COPY "retcode.cpy".
       COPY "busdate.cpy".

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(34) VALUE
               "CREDIT-BALANCE REFUND REGISTER".
           05  FILLER                  PIC X(12) VALUE "RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(08) VALUE "CUST ID".
           05  FILLER                  PIC X(32) VALUE "CUSTOMER NAME".
           05  FILLER                  PIC X(14) VALUE
               "  REFUND AMT".
           05  FILLER                  PIC X(14) VALUE "REFERENCE".
           05  FILLER                  PIC X(20) VALUE "DISPOSITION".
           05  FILLER                  PIC X(10) VALUE "BY".

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CUST-NAME        PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-REFERENCE        PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DISPOSITION      PIC X(18).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DECIDED-BY       PIC X(10).

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(16) VALUE
               "ACCOUNTS READ:".
           05  WS-TRL-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "ISSUED TONIGHT:".
           05  WS-TRL-ISSUED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "HELD FOR RELEASE:".
           05  WS-TRL-HELD             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TRL-HELD-AMT         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(16) VALUE
               "RELEASED:".
           05  WS-TRL-RELEASED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "DENIED:".
           05  WS-TRL-DENIED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "STILL AWAITING:".
           05  WS-TRL-AWAITING         PIC ZZZ,ZZ9.
       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(16) VALUE
               "TO AP - COUNT:".
           05  WS-TRL-AP-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "TO AP - AMOUNT:".
           05  WS-TRL-AP-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "NO ACTIVITY DATE:".
           05  WS-TRL-NO-DATE          PIC ZZZ,ZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE - decisions taken since the last run first,   *
      *    then the master sweep for new refunds                       *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-FOLLOW-UP-ONE-ROW THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           IF RETURN-CODE < RC-ABEND-WORTHY
               PERFORM 1200-POSITION-CUSTOMERS THRU 1200-EXIT
               PERFORM 3000-JUDGE-ONE-CUSTOMER THRU 3000-EXIT
                   UNTIL WS-END-OF-FILE
           END-IF
           PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(3:6) TO WS-REF-RUN-YYMMDD
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TIME-HHMMSS
           COMPUTE WS-TIMESTAMP = WS-RUN-DATE * 1000000
               + WS-TIME-HHMMSS

           OPEN INPUT CUSTOMER-FILE
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "REFUND1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O REFUND-FILE
           IF RF-STATUS-OK
               SET WS-REFUND-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "REFUND1: REFUND-FILE OPEN FAILED "
                       RF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O PENDING-TXN-FILE
           IF PT-STATUS-OK
               SET WS-PENDING-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "REFUND1: PENDING-TXN-FILE OPEN FAILED - "
                       "LARGE REFUNDS CANNOT BE HELD, STATUS "
                       PT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT REFUND-TXN-FILE
           IF RT-STATUS-OK
               SET WS-TXN-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "REFUND1: REFUND-TXN-FILE OPEN FAILED "
                       RT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT AP-DISBURSEMENT-FILE
           IF AP-STATUS-OK
               SET WS-AP-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "REFUND1: AP-DISBURSEMENT-FILE OPEN FAILED "
                       AP-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT REFUND-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "REFUND1: REFUND-REPORT OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE SPACES TO AP-DISBURSEMENT-RECORD
           SET APD-HEADER-RECORD TO TRUE
           MOVE WS-RUN-DATE TO APDH-RUN-DATE
           MOVE "REFUND1" TO APDH-SOURCE-ID
           WRITE AP-DISBURSEMENT-RECORD

           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE LOW-VALUES TO RFND-CUST-ID
           START REFUND-FILE
               KEY IS NOT LESS THAN RFND-CUST-ID
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 1100-READ-NEXT-REFUND THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-READ-NEXT-REFUND.
           READ REFUND-FILE NEXT
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-POSITION-CUSTOMERS.
           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO CUST-ID
           START CUSTOMER-FILE
               KEY IS NOT LESS THAN CUST-ID
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 1300-READ-NEXT-CUSTOMER THRU 1300-EXIT
           END-IF.
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1300-READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
       1300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-FOLLOW-UP-ONE-ROW - a held refund picks up the         *
      *    supervisor's decision; a refund issued tonight by an        *
      *    earlier attempt is re-passed to the rebuilt files           *
      *----------------------------------------------------------------*
       2000-FOLLOW-UP-ONE-ROW.
           EVALUATE TRUE
               WHEN RFND-AWAITING-RELEASE
                   PERFORM 2100-TAKE-DECISION THRU 2100-EXIT
               WHEN RFND-ISSUED
                AND RFND-ISSUED-DATE = WS-RUN-DATE
                   ADD 1 TO WS-RERUN-REPASSED
                   PERFORM 2200-READ-CUSTOMER THRU 2200-EXIT
                   IF RFND-PEND-ENTRY-ID = 0
                       PERFORM 3300-WRITE-REFUND-DEBIT THRU 3300-EXIT
                   END-IF
                   PERFORM 3400-WRITE-DISBURSEMENT THRU 3400-EXIT
                   MOVE "ISSUED (RE-PASSED)" TO WS-DTL-DISPOSITION
                   PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 1100-READ-NEXT-REFUND THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-TAKE-DECISION - TXNREL1 has already put a released     *
      *    debit on the night's entry file; only the disbursement is   *
      *    left to send                                                *
      *----------------------------------------------------------------*
       2100-TAKE-DECISION.
           PERFORM 2200-READ-CUSTOMER THRU 2200-EXIT
           MOVE RFND-PEND-ENTRY-ID TO PEND-ENTRY-ID
           READ PENDING-TXN-FILE
               INVALID KEY
                   DISPLAY "REFUND1: PENDING ENTRY " RFND-PEND-ENTRY-ID
                           " MISSING FOR CUST " RFND-CUST-ID
                   MOVE "PENDING ENTRY GONE" TO WS-DTL-DISPOSITION
                   PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT
                   IF RETURN-CODE = RC-CLEAN
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
                   GO TO 2100-EXIT
           END-READ

           EVALUATE TRUE
               WHEN PEND-RELEASED
                   SET RFND-ISSUED TO TRUE
                   MOVE WS-RUN-DATE TO RFND-ISSUED-DATE
                   MOVE PEND-DECIDED-BY TO RFND-DECIDED-BY
                   REWRITE REFUND-RECORD
                   ADD 1 TO WS-RELEASED-COUNT
                   PERFORM 3400-WRITE-DISBURSEMENT THRU 3400-EXIT
                   MOVE "RELEASED - TO AP" TO WS-DTL-DISPOSITION
               WHEN PEND-DENIED
                   SET RFND-DENIED TO TRUE
                   MOVE PEND-DECIDED-BY TO RFND-DECIDED-BY
                   REWRITE REFUND-RECORD
                   ADD 1 TO WS-DENIED-COUNT
                   MOVE "DENIED" TO WS-DTL-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-AWAITING-COUNT
                   MOVE "AWAITING RELEASE" TO WS-DTL-DISPOSITION
           END-EVALUATE
           PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-READ-CUSTOMER - payee name and address for the row     *
      *    in hand; a customer gone from the master pays to blanks     *
      *    for AP to chase                                             *
      *----------------------------------------------------------------*
       2200-READ-CUSTOMER.
           MOVE RFND-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CUST-NAME
                   MOVE SPACES TO CUST-ADDRESS
           END-READ.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-JUDGE-ONE-CUSTOMER - an active or closed account with  *
      *    a credit balance idle past the refund age, and no refund    *
      *    already in flight or denied for the same money, is          *
      *    refunded                                                    *
      *----------------------------------------------------------------*
       3000-JUDGE-ONE-CUSTOMER.
           ADD 1 TO WS-ACCOUNTS-READ

           IF NOT CUST-ACTIVE
              AND NOT CUST-CLOSED
               GO TO 3000-NEXT
           END-IF
           IF CUST-BALANCE NOT > 0
               GO TO 3000-NEXT
           END-IF
           IF CUST-LAST-ACTIVITY-DATE = 0
               ADD 1 TO WS-NO-DATE-COUNT
               GO TO 3000-NEXT
           END-IF
           COMPUTE WS-ACTIVITY-INTEGER =
               FUNCTION INTEGER-OF-DATE(CUST-LAST-ACTIVITY-DATE)
           COMPUTE WS-AGE-DAYS =
               WS-RUN-DATE-INTEGER - WS-ACTIVITY-INTEGER
           IF WS-AGE-DAYS <= WS-REFUND-AGE-DAYS
               GO TO 3000-NEXT
           END-IF

           MOVE 'N' TO WS-ROW-FOUND-SW
           MOVE CUST-ID TO RFND-CUST-ID
           READ REFUND-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ROW-FOUND TO TRUE
           END-READ
           IF WS-ROW-FOUND
               IF RFND-AWAITING-RELEASE
                  OR (RFND-ISSUED
                      AND CUST-LAST-ACTIVITY-DATE
                          NOT > RFND-ISSUED-DATE)
                   ADD 1 TO WS-IN-FLIGHT-COUNT
                   GO TO 3000-NEXT
               END-IF
               IF RFND-DENIED
                  AND RFND-AMOUNT = CUST-BALANCE
                   ADD 1 TO WS-DENIED-EARLIER
                   GO TO 3000-NEXT
               END-IF
           END-IF

           PERFORM 3100-PROPOSE-REFUND THRU 3100-EXIT.

       3000-NEXT.
           PERFORM 1300-READ-NEXT-CUSTOMER THRU 1300-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-PROPOSE-REFUND - at or under the threshold the refund  *
      *    is issued tonight; over it the debit waits for release      *
      *----------------------------------------------------------------*
       3100-PROPOSE-REFUND.
           MOVE SPACES TO REFUND-RECORD
           MOVE CUST-ID TO RFND-CUST-ID
           MOVE WS-RUN-DATE TO RFND-SELECTED-DATE
           MOVE CUST-BALANCE TO RFND-AMOUNT
           MOVE WS-AGE-DAYS TO RFND-AGE-DAYS
           MOVE WS-REFUND-REFERENCE TO RFND-REFERENCE
           MOVE 0 TO RFND-PEND-ENTRY-ID
           MOVE 0 TO RFND-ISSUED-DATE

           IF RFND-AMOUNT > WS-RELEASE-THRESHOLD
               PERFORM 3200-HOLD-FOR-RELEASE THRU 3200-EXIT
               IF NOT WS-PEND-STORED
                   GO TO 3100-EXIT
               END-IF
               SET RFND-AWAITING-RELEASE TO TRUE
               MOVE SPACES TO RFND-DECIDED-BY
               ADD 1 TO WS-HELD-COUNT
               ADD RFND-AMOUNT TO WS-HELD-TOTAL
               MOVE "HELD FOR RELEASE" TO WS-DTL-DISPOSITION
           ELSE
               SET RFND-ISSUED TO TRUE
               MOVE WS-RUN-DATE TO RFND-ISSUED-DATE
               MOVE "BATCH" TO RFND-DECIDED-BY
               ADD 1 TO WS-ISSUED-COUNT
               PERFORM 3300-WRITE-REFUND-DEBIT THRU 3300-EXIT
               PERFORM 3400-WRITE-DISBURSEMENT THRU 3400-EXIT
               MOVE "ISSUED - TO AP" TO WS-DTL-DISPOSITION
           END-IF

           IF WS-ROW-FOUND
               REWRITE REFUND-RECORD
           ELSE
               WRITE REFUND-RECORD
           END-IF
           IF NOT RF-STATUS-OK
               DISPLAY "REFUND1: REFUND-FILE WRITE FAILED FOR "
                       CUST-ID " STATUS " RF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-HOLD-FOR-RELEASE - the RFND debit goes on the pending  *
      *    queue TXNREL1 reviews; the entry id probes upward from 1    *
      *    on a duplicate key, the same as TXNENT1                     *
      *----------------------------------------------------------------*
       3200-HOLD-FOR-RELEASE.
           PERFORM 3250-BUILD-REFUND-DEBIT THRU 3250-EXIT
           MOVE TRANSACTION-RECORD TO PEND-TRANSACTION-DATA
           MOVE "REFUND1" TO PEND-ENTERED-BY
           MOVE WS-TIMESTAMP TO PEND-ENTRY-TIMESTAMP
           SET PEND-AWAITING-RELEASE TO TRUE
           MOVE SPACES TO PEND-DECIDED-BY
           MOVE 0 TO PEND-DECISION-TIMESTAMP
           MOVE 'N' TO WS-PEND-STORED-SW
           MOVE 1 TO PEND-ENTRY-ID
           PERFORM 3210-TRY-PENDING-WRITE THRU 3210-EXIT
               UNTIL WS-PEND-STORED
           IF PT-STATUS-OK
               MOVE PEND-ENTRY-ID TO RFND-PEND-ENTRY-ID
           ELSE
               MOVE 'N' TO WS-PEND-STORED-SW
           END-IF.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3210-TRY-PENDING-WRITE.
           WRITE PENDING-TXN-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF PT-STATUS-OK
               SET WS-PEND-STORED TO TRUE
           ELSE
               IF PT-STATUS-DUPLICATE
                   ADD 1 TO PEND-ENTRY-ID
               ELSE
                   DISPLAY "REFUND1: PENDING WRITE FAILED "
                           PT-FILE-STATUS
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
                   SET WS-END-OF-FILE TO TRUE
                   SET WS-PEND-STORED TO TRUE
               END-IF
           END-IF.
       3210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3250-BUILD-REFUND-DEBIT - one RFND debit for the credit     *
      *    balance, carrying the refund reference AP pays against      *
      *----------------------------------------------------------------*
       3250-BUILD-REFUND-DEBIT.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE "RFND" TO TXN-CODE
           MOVE RFND-CUST-ID TO TXN-CUST-ID
           MOVE RFND-AMOUNT TO TXN-AMOUNT
           MOVE RFND-SELECTED-DATE TO TXN-EFFECTIVE-DATE
           MOVE RFND-REFERENCE TO TXN-SOURCE-REF.
       3250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3300-WRITE-REFUND-DEBIT.
           PERFORM 3250-BUILD-REFUND-DEBIT THRU 3250-EXIT
           WRITE TRANSACTION-RECORD.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3400-WRITE-DISBURSEMENT - one AP row per refund paid        *
      *----------------------------------------------------------------*
       3400-WRITE-DISBURSEMENT.
           MOVE SPACES TO AP-DISBURSEMENT-RECORD
           SET APD-DETAIL-RECORD TO TRUE
           MOVE RFND-CUST-ID TO APDD-CUST-ID
           MOVE CUST-NAME TO APDD-PAYEE-NAME
           MOVE CUST-ADDRESS TO APDD-PAYEE-ADDRESS
           MOVE RFND-AMOUNT TO APDD-AMOUNT
           MOVE RFND-REFERENCE TO APDD-REFUND-REF
           MOVE RFND-SELECTED-DATE TO APDD-SELECTED-DATE
           MOVE RFND-DECIDED-BY TO APDD-APPROVED-BY
           WRITE AP-DISBURSEMENT-RECORD
           ADD 1 TO WS-AP-DETAIL-COUNT
           ADD RFND-AMOUNT TO WS-AP-AMOUNT-TOTAL.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3900-WRITE-DETAIL-LINE.
           MOVE RFND-CUST-ID TO WS-DTL-CUST-ID
           MOVE CUST-NAME TO WS-DTL-CUST-NAME
           MOVE RFND-AMOUNT TO WS-DTL-AMOUNT
           MOVE RFND-REFERENCE TO WS-DTL-REFERENCE
           MOVE RFND-DECIDED-BY TO WS-DTL-DECIDED-BY
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       3900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-WRITE-TRAILER - the AP trailer proves the file; the    *
      *    register trailer carries the night's counts                 *
      *----------------------------------------------------------------*
       4000-WRITE-TRAILER.
           IF WS-AP-FILE-OPEN
               MOVE SPACES TO AP-DISBURSEMENT-RECORD
               SET APD-TRAILER-RECORD TO TRUE
               MOVE WS-AP-DETAIL-COUNT TO APDT-RECORD-COUNT
               MOVE WS-AP-AMOUNT-TOTAL TO APDT-AMOUNT-TOTAL
               WRITE AP-DISBURSEMENT-RECORD
           END-IF
           IF NOT WS-REPORT-OPEN
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACCOUNTS-READ TO WS-TRL-READ
           MOVE WS-ISSUED-COUNT TO WS-TRL-ISSUED
           MOVE WS-HELD-COUNT TO WS-TRL-HELD
           MOVE WS-HELD-TOTAL TO WS-TRL-HELD-AMT
           MOVE WS-TRAILER-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RELEASED-COUNT TO WS-TRL-RELEASED
           MOVE WS-DENIED-COUNT TO WS-TRL-DENIED
           MOVE WS-AWAITING-COUNT TO WS-TRL-AWAITING
           MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-AP-DETAIL-COUNT TO WS-TRL-AP-COUNT
           MOVE WS-AP-AMOUNT-TOTAL TO WS-TRL-AP-AMOUNT
           MOVE WS-NO-DATE-COUNT TO WS-TRL-NO-DATE
           MOVE WS-TRAILER-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "REFUND1: ACCOUNTS READ    " WS-ACCOUNTS-READ
           DISPLAY "REFUND1: ISSUED TONIGHT   " WS-ISSUED-COUNT
           DISPLAY "REFUND1: HELD FOR RELEASE " WS-HELD-COUNT
           DISPLAY "REFUND1: RELEASED         " WS-RELEASED-COUNT
           DISPLAY "REFUND1: DENIED           " WS-DENIED-COUNT
           DISPLAY "REFUND1: IN FLIGHT        " WS-IN-FLIGHT-COUNT
           DISPLAY "REFUND1: DENIED EARLIER   " WS-DENIED-EARLIER
           DISPLAY "REFUND1: TO AP            " WS-AP-DETAIL-COUNT
                   " " WS-AP-AMOUNT-TOTAL
           IF WS-RERUN-REPASSED > 0
               DISPLAY "REFUND1: RE-PASSED FROM EARLIER ATTEMPT "
                       WS-RERUN-REPASSED
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
           IF WS-REFUND-FILE-OPEN
               CLOSE REFUND-FILE
           END-IF
           IF WS-PENDING-FILE-OPEN
               CLOSE PENDING-TXN-FILE
           END-IF
           IF WS-TXN-FILE-OPEN
               CLOSE REFUND-TXN-FILE
           END-IF
           IF WS-AP-FILE-OPEN
               CLOSE AP-DISBURSEMENT-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE REFUND-REPORT
           END-IF.
       9000-EXIT.
           EXIT.
