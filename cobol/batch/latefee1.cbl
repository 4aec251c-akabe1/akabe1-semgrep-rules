      *================================================================*
      *  LATEFEE1                                                      *
      *  Late-fee assessment.  Each statement STMGEN1 prints now       *
      *  carries a minimum payment due and a payment due date, saved   *
      *  per customer on the keyed STATEMENT-DUE-FILE.  This step      *
      *  walks that file each business night and judges every open     *
      *  row whose due date has passed: CRDT transactions posted on    *
      *  the permanent transaction history after the statement date    *
      *  and on or before the due date are totalled, and a total       *
      *  covering the minimum marks the row paid.  Anything less       *
      *  marks it late and writes an ordinary FEE transaction in the   *
      *  shared structured layout (TXNREC) to LATE-FEE-TXN-FILE - the  *
      *  scheduler concatenates that file ahead of the next cycle's    *
      *  TRANSACTION-FILE, the same as SVCCHG1's service charges, so   *
      *  the fee posts, audits, and reconciles like any other          *
      *  transaction.  A closed account or one no longer on the        *
      *  master is waived, never charged.  A proof report lists        *
      *  everyone assessed and the total.                              *
      *                                                                *
      *  The fee file is rebuilt each run, so a rerun the same night   *
      *  re-passes the rows its first attempt already marked late      *
      *  tonight instead of judging them again - nothing is dropped    *
      *  or doubled.                                                   *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE-WRITTEN.  2026-10-15.
      *  DATE-COMPILED.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Original version.
      *  2026-10-15 JHM   A charged-off account is waived like a
      *                   closed one - the posting engine would only
      *                   refuse the fee.
      *  2026-10-15 JHM   Amounts under an open dispute case are left
      *                   out of the minimum: the row is judged
      *                   against the minimum due less the
      *                   customer's open disputed amounts (never
      *                   below zero), and a minimum wholly covered
      *                   by open disputes is paid.  The proof shows
      *                   the amount excluded and the trailer counts
      *                   rows excused by a dispute.  No dispute file
      *                   means nothing is excluded.
      *  2026-10-15 JHM   Every rewrite of the due row and every FEE
      *                   written is status-checked; a failure ends
      *                   the run with RC 16 and no fee is written
      *                   for a row that was not marked late.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATEFEE1.
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
           SELECT STATEMENT-DUE-FILE ASSIGN TO STMDUE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDUE-CUST-ID
               FILE STATUS IS SD-FILE-STATUS.

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

           SELECT DISPUTE-FILE ASSIGN TO DISPUTE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS DS-FILE-STATUS.

           SELECT LATE-FEE-TXN-FILE ASSIGN TO LFTXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LF-FILE-STATUS.

           SELECT PROOF-REPORT ASSIGN TO LFPROOF-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-DUE-FILE.
           COPY "stmdue.cpy".

       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  TXN-HISTORY-FILE.
           COPY "txnhist.cpy".

       FD  DISPUTE-FILE.
           COPY "dsptrec.cpy".

       FD  LATE-FEE-TXN-FILE.
           COPY "txnrec.cpy".

       FD  PROOF-REPORT.
       01  REPORT-LINE                 PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  SD-FILE-STATUS               PIC X(02).
           88  SD-STATUS-OK                   VALUE '00'.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  TH-FILE-STATUS               PIC X(02).
           88  TH-STATUS-OK                   VALUE '00'.
       77  DS-FILE-STATUS               PIC X(02).
           88  DS-STATUS-OK                   VALUE '00'.
       77  LF-FILE-STATUS               PIC X(02).
           88  LF-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.

       77  WS-DUE-FILE-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-DUE-FILE-OPEN               VALUE 'Y'.
       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
       77  WS-HISTORY-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-HISTORY-FILE-OPEN           VALUE 'Y'.
       77  WS-DISPUTE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-DISPUTE-FILE-OPEN           VALUE 'Y'.
       77  WS-FEE-FILE-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-FEE-FILE-OPEN               VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.
       77  WS-HIST-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
           88  WS-HIST-SCAN-DONE              VALUE 'Y'.
       77  WS-DSP-SCAN-DONE-SW          PIC X(01) VALUE 'N'.
           88  WS-DSP-SCAN-DONE               VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-LATE-FEE-AMOUNT           PIC 9(03)V99 VALUE 35.00.
       77  WS-CREDITS-IN-TIME           PIC S9(09)V99 COMP-3.
       77  WS-OPEN-DISPUTED             PIC S9(09)V99 COMP-3.
       77  WS-AMOUNT-REQUIRED           PIC S9(09)V99 COMP-3.
       77  WS-ROWS-DISPUTE-EXCUSED      PIC 9(07) COMP-3 VALUE 0.
       77  WS-ROWS-READ                 PIC 9(07) COMP-3 VALUE 0.
       77  WS-ROWS-JUDGED               PIC 9(07) COMP-3 VALUE 0.
       77  WS-ROWS-PAID                 PIC 9(07) COMP-3 VALUE 0.
       77  WS-ROWS-WAIVED               PIC 9(07) COMP-3 VALUE 0.
       77  WS-ACCOUNTS-ASSESSED         PIC 9(07) COMP-3 VALUE 0.
       77  WS-RERUN-REPASSED            PIC 9(07) COMP-3 VALUE 0.
       77  WS-TOTAL-ASSESSED            PIC S9(09)V99 COMP-3 VALUE 0.

       COPY "retcode.cpy".
       COPY "busdate.cpy".

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(34) VALUE
               "LATE-FEE ASSESSMENT PROOF".
           05  FILLER                  PIC X(12) VALUE "RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(08) VALUE "CUST ID".
           05  FILLER                  PIC X(32) VALUE "CUSTOMER NAME".
           05  FILLER                  PIC X(12) VALUE "  MIN DUE".
           05  FILLER                  PIC X(10) VALUE "  DUE DATE".
           05  FILLER                  PIC X(16) VALUE "  PAID IN TIME".
           05  FILLER                  PIC X(08) VALUE "     FEE".
           05  FILLER                  PIC X(14) VALUE "      DISPUTED".

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CUST-NAME        PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-MIN-DUE          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DUE-DATE         PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-PAID             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-FEE              PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DISPUTED         PIC Z,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(18) VALUE
               "ROWS JUDGED:".
           05  WS-TRL-JUDGED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE
               "PAID:".
           05  WS-TRL-PAID             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE
               "WAIVED:".
           05  WS-TRL-WAIVED           PIC ZZZ,ZZ9.
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(18) VALUE
               "ACCOUNTS CHARGED:".
           05  WS-TRL-CHARGED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "TOTAL ASSESSED:".
           05  WS-TRL-ASSESSED         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "EXCUSED BY DISPUTE:".
           05  WS-TRL-EXCUSED          PIC ZZZ,ZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-JUDGE-ONE-ROW THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - no due file yet means no statement has    *
      *    carried a due date, which is a clean night                  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE

           OPEN I-O STATEMENT-DUE-FILE
           IF SD-STATUS-OK
               SET WS-DUE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LATEFEE1: NO STATEMENT-DUE-FILE, STATUS "
                       SD-FILE-STATUS
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LATEFEE1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT TXN-HISTORY-FILE
           IF TH-STATUS-OK
               SET WS-HISTORY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LATEFEE1: TXN-HISTORY-FILE OPEN FAILED - "
                       "PAYMENTS CANNOT BE JUDGED, STATUS "
                       TH-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT DISPUTE-FILE
           IF DS-STATUS-OK
               SET WS-DISPUTE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LATEFEE1: NO DISPUTE-FILE - NO AMOUNT "
                       "EXCLUDED AS DISPUTED, STATUS " DS-FILE-STATUS
           END-IF

           OPEN OUTPUT LATE-FEE-TXN-FILE
           IF LF-STATUS-OK
               SET WS-FEE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LATEFEE1: LATE-FEE-TXN-FILE OPEN FAILED "
                       LF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT PROOF-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "LATEFEE1: PROOF-REPORT OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE LOW-VALUES TO SDUE-CUST-ID
           START STATEMENT-DUE-FILE
               KEY IS NOT LESS THAN SDUE-CUST-ID
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 1100-READ-NEXT-ROW THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-READ-NEXT-ROW.
           READ STATEMENT-DUE-FILE NEXT
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-JUDGE-ONE-ROW - an open row past its due date is       *
      *    judged; a row this run already marked late tonight is       *
      *    re-passed to the rebuilt fee file                           *
      *----------------------------------------------------------------*
       2000-JUDGE-ONE-ROW.
           ADD 1 TO WS-ROWS-READ

           EVALUATE TRUE
               WHEN SDUE-STATUS-LATE
                AND SDUE-JUDGED-DATE = WS-RUN-DATE
                   ADD 1 TO WS-RERUN-REPASSED
                   PERFORM 2400-SUM-OPEN-DISPUTES THRU 2400-EXIT
                   PERFORM 2300-ASSESS-FEE THRU 2300-EXIT
               WHEN SDUE-STATUS-OPEN
                AND SDUE-DUE-DATE < WS-RUN-DATE
                   PERFORM 2100-JUDGE-PAYMENT THRU 2100-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT WS-END-OF-FILE
               PERFORM 1100-READ-NEXT-ROW THRU 1100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-JUDGE-PAYMENT - a closed or vanished account is        *
      *    waived, as is a charged-off one; otherwise the credits in   *
      *    time against the minimum less open disputes decide paid or  *
      *    late.  The fee is written only once the row is marked late  *
      *    on file, so a rerun can never judge it again                *
      *----------------------------------------------------------------*
       2100-JUDGE-PAYMENT.
           ADD 1 TO WS-ROWS-JUDGED
           MOVE WS-RUN-DATE TO SDUE-JUDGED-DATE

           MOVE SDUE-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF NOT CF-STATUS-OK
              OR CUST-CLOSED
              OR CUST-CHARGED-OFF
               SET SDUE-STATUS-WAIVED TO TRUE
               ADD 1 TO WS-ROWS-WAIVED
               REWRITE STATEMENT-DUE-RECORD
               PERFORM 2150-CHECK-DUE-REWRITE THRU 2150-EXIT
               GO TO 2100-EXIT
           END-IF

           PERFORM 2200-SUM-CREDITS-IN-TIME THRU 2200-EXIT
           MOVE WS-CREDITS-IN-TIME TO SDUE-PAID-AMOUNT
           PERFORM 2400-SUM-OPEN-DISPUTES THRU 2400-EXIT
           COMPUTE WS-AMOUNT-REQUIRED = SDUE-MIN-DUE - WS-OPEN-DISPUTED
           IF WS-AMOUNT-REQUIRED < 0
               MOVE 0 TO WS-AMOUNT-REQUIRED
           END-IF

           IF WS-CREDITS-IN-TIME >= WS-AMOUNT-REQUIRED
               IF WS-CREDITS-IN-TIME < SDUE-MIN-DUE
                   ADD 1 TO WS-ROWS-DISPUTE-EXCUSED
               END-IF
               SET SDUE-STATUS-PAID TO TRUE
               ADD 1 TO WS-ROWS-PAID
               REWRITE STATEMENT-DUE-RECORD
               PERFORM 2150-CHECK-DUE-REWRITE THRU 2150-EXIT
               GO TO 2100-EXIT
           END-IF

           SET SDUE-STATUS-LATE TO TRUE
           MOVE WS-LATE-FEE-AMOUNT TO SDUE-LATE-FEE
           REWRITE STATEMENT-DUE-RECORD
           PERFORM 2150-CHECK-DUE-REWRITE THRU 2150-EXIT
           IF RETURN-CODE = RC-ABEND-WORTHY
               GO TO 2100-EXIT
           END-IF
           PERFORM 2300-ASSESS-FEE THRU 2300-EXIT.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2150-CHECK-DUE-REWRITE - a row that cannot be rewritten     *
      *    stops the run before anything else is judged                *
      *----------------------------------------------------------------*
       2150-CHECK-DUE-REWRITE.
           IF SD-STATUS-OK
               GO TO 2150-EXIT
           END-IF
           DISPLAY "LATEFEE1: STATEMENT-DUE-FILE REWRITE FAILED FOR "
                   SDUE-CUST-ID " STATUS " SD-FILE-STATUS
           MOVE RC-ABEND-WORTHY TO RETURN-CODE
           SET WS-END-OF-FILE TO TRUE.
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-SUM-CREDITS-IN-TIME - CRDT rows posted after the       *
      *    statement date and on or before the due date; the history   *
      *    key walks newest first, so rows past the due date are       *
      *    stepped over and the scan stops at the statement date       *
      *----------------------------------------------------------------*
       2200-SUM-CREDITS-IN-TIME.
           MOVE 0 TO WS-CREDITS-IN-TIME
           MOVE 'N' TO WS-HIST-SCAN-DONE-SW
           MOVE SDUE-CUST-ID TO TXNH-CUST-ID
           MOVE 0 TO TXNH-REVERSE-DATE
           MOVE 0 TO TXNH-SEQUENCE
           START TXN-HISTORY-FILE
               KEY IS NOT LESS THAN TXNH-KEY
               INVALID KEY SET WS-HIST-SCAN-DONE TO TRUE
           END-START
           PERFORM 2210-SUM-ONE-HISTORY THRU 2210-EXIT
               UNTIL WS-HIST-SCAN-DONE.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-SUM-ONE-HISTORY.
           READ TXN-HISTORY-FILE NEXT
               AT END
                   SET WS-HIST-SCAN-DONE TO TRUE
                   GO TO 2210-EXIT
           END-READ
           IF TXNH-CUST-ID NOT = SDUE-CUST-ID
            OR TXNH-POST-DATE NOT > SDUE-STMT-DATE
               SET WS-HIST-SCAN-DONE TO TRUE
               GO TO 2210-EXIT
           END-IF
           IF TXNH-POST-DATE > SDUE-DUE-DATE
               GO TO 2210-EXIT
           END-IF
           IF TXNH-TXN-CODE = "CRDT"
              AND NOT TXNH-REVERSED
               ADD TXNH-AMOUNT TO WS-CREDITS-IN-TIME
           END-IF.
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-ASSESS-FEE - one FEE transaction per missed due date;  *
      *    a FEE that cannot be written stops the run, and the row     *
      *    already marked late tonight is re-passed by the rerun       *
      *----------------------------------------------------------------*
       2300-ASSESS-FEE.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE "FEE " TO TXN-CODE
           MOVE SDUE-CUST-ID TO TXN-CUST-ID
           MOVE SDUE-LATE-FEE TO TXN-AMOUNT
           MOVE WS-RUN-DATE TO TXN-EFFECTIVE-DATE
           MOVE "LATEFEE DUE " TO TXN-SOURCE-REF
           WRITE TRANSACTION-RECORD
           IF NOT LF-STATUS-OK
               DISPLAY "LATEFEE1: LATE-FEE-TXN-FILE WRITE FAILED FOR "
                       SDUE-CUST-ID " STATUS " LF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 2300-EXIT
           END-IF

           ADD 1 TO WS-ACCOUNTS-ASSESSED
           ADD SDUE-LATE-FEE TO WS-TOTAL-ASSESSED

           MOVE SDUE-CUST-ID TO CUST-ID
           MOVE SPACES TO CUST-NAME
           READ CUSTOMER-FILE
               INVALID KEY CONTINUE
           END-READ
           MOVE SDUE-CUST-ID TO WS-DTL-CUST-ID
           MOVE CUST-NAME TO WS-DTL-CUST-NAME
           MOVE SDUE-MIN-DUE TO WS-DTL-MIN-DUE
           MOVE SDUE-DUE-DATE TO WS-DTL-DUE-DATE
           MOVE SDUE-PAID-AMOUNT TO WS-DTL-PAID
           MOVE SDUE-LATE-FEE TO WS-DTL-FEE
           MOVE WS-OPEN-DISPUTED TO WS-DTL-DISPUTED
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-SUM-OPEN-DISPUTES - the customer's cases are keyed     *
      *    together; only open ones are excluded                       *
      *----------------------------------------------------------------*
       2400-SUM-OPEN-DISPUTES.
           MOVE 0 TO WS-OPEN-DISPUTED
           IF NOT WS-DISPUTE-FILE-OPEN
               GO TO 2400-EXIT
           END-IF
           MOVE 'N' TO WS-DSP-SCAN-DONE-SW
           MOVE SDUE-CUST-ID TO DSP-CUST-ID
           MOVE 0 TO DSP-CASE-NO
           START DISPUTE-FILE
               KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY SET WS-DSP-SCAN-DONE TO TRUE
           END-START
           PERFORM 2410-SUM-ONE-DISPUTE THRU 2410-EXIT
               UNTIL WS-DSP-SCAN-DONE.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2410-SUM-ONE-DISPUTE.
           READ DISPUTE-FILE NEXT
               AT END
                   SET WS-DSP-SCAN-DONE TO TRUE
                   GO TO 2410-EXIT
           END-READ
           IF DSP-CUST-ID NOT = SDUE-CUST-ID
               SET WS-DSP-SCAN-DONE TO TRUE
               GO TO 2410-EXIT
           END-IF
           IF DSP-OPEN
               ADD DSP-DISPUTED-AMOUNT TO WS-OPEN-DISPUTED
           END-IF.
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-WRITE-TRAILER                                          *
      *----------------------------------------------------------------*
       3000-WRITE-TRAILER.
           IF NOT WS-REPORT-OPEN
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-JUDGED TO WS-TRL-JUDGED
           MOVE WS-ROWS-PAID TO WS-TRL-PAID
           MOVE WS-ROWS-WAIVED TO WS-TRL-WAIVED
           MOVE WS-TRAILER-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACCOUNTS-ASSESSED TO WS-TRL-CHARGED
           MOVE WS-TOTAL-ASSESSED TO WS-TRL-ASSESSED
           MOVE WS-ROWS-DISPUTE-EXCUSED TO WS-TRL-EXCUSED
           MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "LATEFEE1: ROWS READ        " WS-ROWS-READ
           DISPLAY "LATEFEE1: ROWS JUDGED      " WS-ROWS-JUDGED
           DISPLAY "LATEFEE1: ACCOUNTS CHARGED " WS-ACCOUNTS-ASSESSED
           DISPLAY "LATEFEE1: TOTAL ASSESSED   " WS-TOTAL-ASSESSED
           DISPLAY "LATEFEE1: EXCUSED BY DISPUTE "
                   WS-ROWS-DISPUTE-EXCUSED
           IF WS-RERUN-REPASSED > 0
               DISPLAY "LATEFEE1: RE-PASSED FROM EARLIER ATTEMPT "
                       WS-RERUN-REPASSED
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-DUE-FILE-OPEN
               CLOSE STATEMENT-DUE-FILE
           END-IF
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-HISTORY-FILE-OPEN
               CLOSE TXN-HISTORY-FILE
           END-IF
           IF WS-DISPUTE-FILE-OPEN
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-FEE-FILE-OPEN
               CLOSE LATE-FEE-TXN-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE PROOF-REPORT
           END-IF.
       9000-EXIT.
           EXIT.
