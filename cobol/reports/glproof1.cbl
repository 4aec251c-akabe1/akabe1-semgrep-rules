      *================================================================*
      *  GLPROOF1                                                      *
      *  Subledger-to-ledger proof.  GLEXTR1 sends the night's         *
      *  entries to the general ledger and carries every account it    *
      *  booked forward on GL-BALANCE-FILE; this step proves the       *
      *  customer subledger still agrees with the receivable control   *
      *  account, which finance used to rebuild in a spreadsheet       *
      *  before month-end close could start.  Three figures:           *
      *                                                                *
      *    1. the CUST-BALANCE total off the customer working extract  *
      *       (CUSTXTR1), proved against its own control trailer       *
      *    2. the net of every item still open on SUSPENSE-FILE,       *
      *       signed the way it would move the customer balance        *
      *    3. the closing balance of the account(s) flagged as the     *
      *       receivable control on GL-BALANCE-FILE (GLMMNT1 BALSET)   *
      *                                                                *
      *  The ledger holds the control account debit-positive and the   *
      *  subledger holds customer balances credit-positive, so the     *
      *  control balance is turned round before it is compared with    *
      *  customer balances plus open suspense.  Any break - a          *
      *  difference, no control account flagged, or an extract that    *
      *  does not prove - leaves RC-WARNING and puts an operations     *
      *  alert through ALRTPUT1, the same as a FINRCN1 break.          *
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
       PROGRAM-ID. GLPROOF1.
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
           SELECT CUSTOMER-EXTRACT-FILE ASSIGN TO CUSTXTR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CX-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS SU-FILE-STATUS.

           SELECT GL-BALANCE-FILE ASSIGN TO GLBAL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-GL-ACCOUNT
               FILE STATUS IS GB-FILE-STATUS.

           SELECT PROOF-REPORT ASSIGN TO GLPROOF-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-EXTRACT-FILE.
           COPY "cxtrec.cpy".

       FD  SUSPENSE-FILE.
           COPY "susprec.cpy".

       FD  GL-BALANCE-FILE.
           COPY "glbal.cpy".

       FD  PROOF-REPORT.
       01  REPORT-LINE                 PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CX-FILE-STATUS               PIC X(02).
           88  CX-STATUS-OK                   VALUE '00'.
       77  SU-FILE-STATUS               PIC X(02).
           88  SU-STATUS-OK                   VALUE '00'.
       77  GB-FILE-STATUS               PIC X(02).
           88  GB-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.

       77  WS-EXTRACT-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-EXTRACT-FILE-OPEN           VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-XTR-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-XTR-AT-EOF                  VALUE 'Y'.
       77  WS-SUSP-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-SUSP-AT-EOF                 VALUE 'Y'.
       77  WS-GLB-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-GLB-AT-EOF                  VALUE 'Y'.
       77  WS-XTR-TRAILER-SEEN-SW       PIC X(01) VALUE 'N'.
           88  WS-XTR-TRAILER-SEEN            VALUE 'Y'.
       77  WS-CODE-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-CODE-FOUND                  VALUE 'Y'.
       77  WS-OUT-OF-BALANCE-SW         PIC X(01) VALUE 'N'.
           88  WS-OUT-OF-BALANCE              VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-XTR-READ-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-XTR-TRAILER-COUNT         PIC 9(07) VALUE 0.
       77  WS-XTR-TRAILER-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CUSTOMER-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-SUSPENSE-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-SUSPENSE-NET              PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-SUBLEDGER-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-CONTROL-ACCOUNTS          PIC 9(04) COMP-3 VALUE 0.
       77  WS-CONTROL-BALANCE           PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-LEDGER-TOTAL              PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-DIFFERENCE                PIC S9(13)V99 COMP-3 VALUE 0.

       COPY "txncode.cpy".
       COPY "custrec.cpy".
       COPY "txnrec.cpy".
       COPY "retcode.cpy".
       COPY "busdate.cpy".
       COPY "alrtput.cpy".

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
               "SUBLEDGER TO GENERAL LEDGER PROOF".
           05  FILLER                  PIC X(12) VALUE "RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).

       01  WS-ACCOUNT-LINE.
           05  FILLER                  PIC X(18) VALUE
               "CONTROL ACCOUNT".
           05  WS-ACC-GL-ACCOUNT       PIC X(08).
           05  FILLER                  PIC X(14) VALUE
               "  LAST POSTED ".
           05  WS-ACC-LAST-POSTED      PIC 9(08).
           05  FILLER                  PIC X(10) VALUE
               "  BALANCE ".
           05  WS-ACC-BALANCE          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(40).
           05  WS-TOT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL            PIC X(40).
           05  WS-CNT-COUNT            PIC ZZZ,ZZZ,ZZ9.

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT             PIC X(80).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE NOT = RC-ABEND-WORTHY
               PERFORM 2000-TOTAL-CUSTOMERS THRU 2000-EXIT
               PERFORM 3000-TOTAL-SUSPENSE THRU 3000-EXIT
               PERFORM 4000-TOTAL-CONTROL THRU 4000-EXIT
               PERFORM 5000-PROVE-TOTALS THRU 5000-EXIT
           END-IF
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE

           OPEN OUTPUT PROOF-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "GLPROOF1: PROOF-REPORT OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT CUSTOMER-EXTRACT-FILE
           IF CX-STATUS-OK
               SET WS-EXTRACT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "GLPROOF1: CUSTOMER-EXTRACT-FILE OPEN "
                       "FAILED " CX-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-TOTAL-CUSTOMERS - the extract's detail images, proved  *
      *    against its trailer in 5000                                 *
      *----------------------------------------------------------------*
       2000-TOTAL-CUSTOMERS.
           PERFORM 2100-READ-ONE-WRAPPER THRU 2100-EXIT
               UNTIL WS-XTR-AT-EOF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-READ-ONE-WRAPPER.
           READ CUSTOMER-EXTRACT-FILE
               AT END
                   SET WS-XTR-AT-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           EVALUATE TRUE
               WHEN CXT-DETAIL-RECORD
                   MOVE CXT-RECORD-DATA(1:88) TO CUSTOMER-RECORD
                   ADD 1 TO WS-XTR-READ-COUNT
                   ADD CUST-BALANCE TO WS-CUSTOMER-TOTAL
               WHEN CXT-TRAILER-RECORD
                   MOVE CXTT-RECORD-COUNT TO WS-XTR-TRAILER-COUNT
                   MOVE CXTT-BALANCE-TOTAL TO WS-XTR-TRAILER-TOTAL
                   SET WS-XTR-TRAILER-SEEN TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-TOTAL-SUSPENSE - every item still open, whatever       *
      *    night it was refused; no suspense file means none open      *
      *----------------------------------------------------------------*
       3000-TOTAL-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF NOT SU-STATUS-OK
               DISPLAY "GLPROOF1: NO SUSPENSE-FILE - NO OPEN "
                       "SUSPENSE, STATUS " SU-FILE-STATUS
               GO TO 3000-EXIT
           END-IF
           MOVE LOW-VALUES TO SUSP-KEY
           START SUSPENSE-FILE
               KEY IS NOT LESS THAN SUSP-KEY
               INVALID KEY SET WS-SUSP-AT-EOF TO TRUE
           END-START
           PERFORM 3100-TOTAL-ONE-SUSPENSE THRU 3100-EXIT
               UNTIL WS-SUSP-AT-EOF
           CLOSE SUSPENSE-FILE.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-TOTAL-ONE-SUSPENSE.
           READ SUSPENSE-FILE NEXT
               AT END
                   SET WS-SUSP-AT-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-SUSPENSE-COUNT
           MOVE SUSP-TRANSACTION-DATA TO TRANSACTION-RECORD
           MOVE 'N' TO WS-CODE-FOUND-SW
           PERFORM 3110-SCAN-ONE-CODE THRU 3110-EXIT
               VARYING VALID-TXN-IDX FROM 1 BY 1
               UNTIL VALID-TXN-IDX > VALID-TXN-CODE-COUNT
                  OR WS-CODE-FOUND
           SET VALID-TXN-IDX DOWN BY 1

           IF VTC-POSTS-DEBIT(VALID-TXN-IDX)
               SUBTRACT TXN-AMOUNT FROM WS-SUSPENSE-NET
           ELSE
               ADD TXN-AMOUNT TO WS-SUSPENSE-NET
           END-IF.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3110-SCAN-ONE-CODE.
           IF TXN-CODE = VTC-CODE(VALID-TXN-IDX)
               SET WS-CODE-FOUND TO TRUE
           END-IF.
       3110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-TOTAL-CONTROL - every account flagged as receivable    *
      *    control; no balance file or no flagged account is a break   *
      *----------------------------------------------------------------*
       4000-TOTAL-CONTROL.
           OPEN INPUT GL-BALANCE-FILE
           IF NOT GB-STATUS-OK
               DISPLAY "GLPROOF1: GL-BALANCE-FILE OPEN FAILED "
                       GB-FILE-STATUS
               GO TO 4000-EXIT
           END-IF
           MOVE LOW-VALUES TO GLB-GL-ACCOUNT
           START GL-BALANCE-FILE
               KEY IS NOT LESS THAN GLB-GL-ACCOUNT
               INVALID KEY SET WS-GLB-AT-EOF TO TRUE
           END-START
           PERFORM 4100-TOTAL-ONE-ACCOUNT THRU 4100-EXIT
               UNTIL WS-GLB-AT-EOF
           CLOSE GL-BALANCE-FILE.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4100-TOTAL-ONE-ACCOUNT.
           READ GL-BALANCE-FILE NEXT
               AT END
                   SET WS-GLB-AT-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF NOT GLB-RECEIVABLE-CONTROL
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-CONTROL-ACCOUNTS
           ADD GLB-BALANCE TO WS-CONTROL-BALANCE
           IF WS-REPORT-OPEN
               MOVE GLB-GL-ACCOUNT TO WS-ACC-GL-ACCOUNT
               MOVE GLB-LAST-POSTED-DATE TO WS-ACC-LAST-POSTED
               MOVE GLB-BALANCE TO WS-ACC-BALANCE
               MOVE WS-ACCOUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-PROVE-TOTALS - ledger (turned to the customer sign)    *
      *    against customer balances plus open suspense                *
      *----------------------------------------------------------------*
       5000-PROVE-TOTALS.
           COMPUTE WS-SUBLEDGER-TOTAL =
               WS-CUSTOMER-TOTAL + WS-SUSPENSE-NET
           COMPUTE WS-LEDGER-TOTAL = 0 - WS-CONTROL-BALANCE
           COMPUTE WS-DIFFERENCE =
               WS-LEDGER-TOTAL - WS-SUBLEDGER-TOTAL

           IF WS-REPORT-OPEN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "CUSTOMER BALANCES (CUSTOMER-FILE)"
                   TO WS-TOT-LABEL
               MOVE WS-CUSTOMER-TOTAL TO WS-TOT-AMOUNT
               PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
               MOVE "CUSTOMERS" TO WS-CNT-LABEL
               MOVE WS-XTR-READ-COUNT TO WS-CNT-COUNT
               PERFORM 5200-WRITE-COUNT THRU 5200-EXIT
               MOVE "PLUS OPEN SUSPENSE" TO WS-TOT-LABEL
               MOVE WS-SUSPENSE-NET TO WS-TOT-AMOUNT
               PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
               MOVE "OPEN SUSPENSE ITEMS" TO WS-CNT-LABEL
               MOVE WS-SUSPENSE-COUNT TO WS-CNT-COUNT
               PERFORM 5200-WRITE-COUNT THRU 5200-EXIT
               MOVE "SUBLEDGER TOTAL" TO WS-TOT-LABEL
               MOVE WS-SUBLEDGER-TOTAL TO WS-TOT-AMOUNT
               PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "RECEIVABLE CONTROL (LEDGER, DR+)"
                   TO WS-TOT-LABEL
               MOVE WS-CONTROL-BALANCE TO WS-TOT-AMOUNT
               PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
               MOVE "LEDGER IN CUSTOMER SIGN" TO WS-TOT-LABEL
               MOVE WS-LEDGER-TOTAL TO WS-TOT-AMOUNT
               PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
               MOVE "DIFFERENCE (LEDGER - SUBLEDGER)" TO WS-TOT-LABEL
               MOVE WS-DIFFERENCE TO WS-TOT-AMOUNT
               PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO WS-MSG-TEXT
           IF NOT WS-XTR-TRAILER-SEEN
            OR WS-XTR-TRAILER-COUNT NOT = WS-XTR-READ-COUNT
            OR WS-XTR-TRAILER-TOTAL NOT = WS-CUSTOMER-TOTAL
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE "CUSTOMER EXTRACT CONTROL TOTALS DO NOT PROVE"
                   TO WS-MSG-TEXT
           END-IF
           IF WS-CONTROL-ACCOUNTS = 0
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE "NO RECEIVABLE CONTROL ACCOUNT ON GL-BALANCE-FILE"
                   TO WS-MSG-TEXT
           END-IF
           IF WS-DIFFERENCE NOT = 0
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE "SUBLEDGER DOES NOT AGREE WITH RECEIVABLE CONTROL"
                   TO WS-MSG-TEXT
           END-IF
           IF NOT WS-OUT-OF-BALANCE
               MOVE "SUBLEDGER AGREES WITH RECEIVABLE CONTROL"
                   TO WS-MSG-TEXT
           END-IF
           IF WS-REPORT-OPEN
               MOVE WS-MESSAGE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           DISPLAY "GLPROOF1: SUBLEDGER TOTAL " WS-SUBLEDGER-TOTAL
           DISPLAY "GLPROOF1: LEDGER TOTAL    " WS-LEDGER-TOTAL
           DISPLAY "GLPROOF1: " WS-MSG-TEXT

           IF WS-OUT-OF-BALANCE
               MOVE "GLPROOF1" TO ALRT-PROGRAM-ID
               MOVE WS-RUN-DATE TO ALRT-BUSINESS-DATE
               MOVE "GL CONTROL PROOF OUT OF BALANCE"
                   TO ALRT-CONDITION-TEXT
               CALL "ALRTPUT1" USING ALRTPUT-PARMS
           END-IF
           IF WS-OUT-OF-BALANCE
              AND RETURN-CODE = RC-CLEAN
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5100-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5200-WRITE-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       5200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-EXTRACT-FILE-OPEN
               CLOSE CUSTOMER-EXTRACT-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE PROOF-REPORT
           END-IF.
       9000-EXIT.
           EXIT.
