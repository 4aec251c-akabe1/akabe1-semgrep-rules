      *================================================================*
      *  ESCHPRC1                                                      *
      *  Escheatment.  The dormancy batch (DORMPRC1) lists on the      *
      *  keyed ESCHEAT-FILE every account five years dormant that      *
      *  still holds the customer's money.  This monthly batch walks   *
      *  that file and carries each account through the unclaimed-     *
      *  property steps the state requires:                            *
      *                                                                *
      *    LISTED    a due-diligence letter goes to the owner at the   *
      *              address on CUSTOMER-FILE, and the owner-response  *
      *              window (60 days) opens                            *
      *    NOTICED   any activity on the account after the letter, or  *
      *              the account reopened, is the owner answering -    *
      *              the matter closes RESPONDED.  Once the window has *
      *              passed unanswered the balance is remitted: a      *
      *              detail row with owner name and address goes to    *
      *              the state remittance file, and an ESCH debit for  *
      *              the balance goes in the shared structured layout  *
      *              (TXNREC) to ESCHEAT-TXN-FILE, which the scheduler *
      *              concatenates ahead of the next cycle's            *
      *              TRANSACTION-FILE.  The posting engine takes the   *
      *              balance off the account and closes it; the row    *
      *              keeps the amount and date ESCHEATED, and ARCHPRC1 *
      *              carries them to the archive                       *
      *                                                                *
      *  A listed account whose credit is gone - spent, refunded, or   *
      *  charged off - or which has been closed some other way, is     *
      *  WITHDRAWN.  A customer gone from the master is reported and   *
      *  left for review.                                              *
      *                                                                *
      *  Every output file is rebuilt each run, so a rerun the same    *
      *  night re-passes the letters and remittances its first         *
      *  attempt made tonight instead of taking the steps again.       *
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
       PROGRAM-ID. ESCHPRC1.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CF-FILE-STATUS.

           SELECT ESCHEAT-FILE ASSIGN TO ESCHEAT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESCH-CUST-ID
               FILE STATUS IS ES-FILE-STATUS.

           SELECT ESCHEAT-TXN-FILE ASSIGN TO ESCHTXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ET-FILE-STATUS.

           SELECT ESCHEAT-REMITTANCE-FILE ASSIGN TO ESCHREM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ER-FILE-STATUS.

           SELECT ESCHEAT-LETTER-FILE ASSIGN TO ESCHLTR-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EL-FILE-STATUS.

           SELECT ESCHEAT-REPORT ASSIGN TO ESCHRPT-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  ESCHEAT-FILE.
           COPY "eschrec.cpy".

       FD  ESCHEAT-TXN-FILE.
           COPY "txnrec.cpy".

       FD  ESCHEAT-REMITTANCE-FILE.
           COPY "eschrem.cpy".

       FD  ESCHEAT-LETTER-FILE.
       01  LETTER-LINE                 PIC X(80).

       FD  ESCHEAT-REPORT.
       01  REPORT-LINE                 PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  ES-FILE-STATUS               PIC X(02).
           88  ES-STATUS-OK                   VALUE '00'.
       77  ET-FILE-STATUS               PIC X(02).
           88  ET-STATUS-OK                   VALUE '00'.
       77  ER-FILE-STATUS               PIC X(02).
           88  ER-STATUS-OK                   VALUE '00'.
       77  EL-FILE-STATUS               PIC X(02).
           88  EL-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.

       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
       77  WS-ESCHEAT-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-ESCHEAT-FILE-OPEN           VALUE 'Y'.
       77  WS-TXN-FILE-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-TXN-FILE-OPEN               VALUE 'Y'.
       77  WS-REMIT-FILE-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-REMIT-FILE-OPEN             VALUE 'Y'.
       77  WS-LETTER-FILE-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-LETTER-FILE-OPEN            VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.
       77  WS-CUST-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-CUST-FOUND                  VALUE 'Y'.
       77  WS-ROW-CHANGED-SW            PIC X(01) VALUE 'N'.
           88  WS-ROW-CHANGED                 VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-RUN-DATE-INTEGER          PIC S9(09) COMP.
       77  WS-DUE-DATE-INTEGER          PIC S9(09) COMP.
       77  WS-RESPONSE-DAYS             PIC 9(03) COMP-3 VALUE 60.
       77  WS-HOLDER-ID                 PIC X(10) VALUE "DATACTR002".
       01  WS-ESCHEAT-REFERENCE.
           05  FILLER                  PIC X(04) VALUE "ESCH".
           05  WS-REF-RUN-YYMMDD       PIC X(06).

       77  WS-ROWS-READ                 PIC 9(07) COMP-3 VALUE 0.
       77  WS-LETTERS-SENT              PIC 9(07) COMP-3 VALUE 0.
       77  WS-RESPONDED-COUNT           PIC 9(07) COMP-3 VALUE 0.
       77  WS-WITHDRAWN-COUNT           PIC 9(07) COMP-3 VALUE 0.
       77  WS-WAITING-COUNT             PIC 9(07) COMP-3 VALUE 0.
       77  WS-ESCHEATED-COUNT           PIC 9(07) COMP-3 VALUE 0.
       77  WS-NOT-ON-MASTER             PIC 9(07) COMP-3 VALUE 0.
       77  WS-RERUN-REPASSED            PIC 9(07) COMP-3 VALUE 0.
       77  WS-REMIT-DETAIL-COUNT        PIC 9(07) COMP-3 VALUE 0.
       77  WS-REMIT-AMOUNT-TOTAL        PIC S9(09)V99 COMP-3 VALUE 0.

       COPY "retcode.cpy".
       COPY "busdate.cpy".

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(34) VALUE
               "ESCHEATMENT TRACKING REPORT".
           05  FILLER                  PIC X(12) VALUE "RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(08) VALUE "CUST ID".
           05  FILLER                  PIC X(32) VALUE "CUSTOMER NAME".
           05  FILLER                  PIC X(14) VALUE
               "     BALANCE".
           05  FILLER                  PIC X(10) VALUE "LAST ACT".
           05  FILLER                  PIC X(10) VALUE "LETTER".
           05  FILLER                  PIC X(10) VALUE "DUE".
           05  FILLER                  PIC X(22) VALUE "DISPOSITION".

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CUST-NAME        PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-BALANCE          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-LAST-ACT         PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-LETTER-DATE      PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DUE-DATE         PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DISPOSITION      PIC X(22).

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(16) VALUE
               "ROWS READ:".
           05  WS-TRL-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "LETTERS SENT:".
           05  WS-TRL-LETTERS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "AWAITING OWNER:".
           05  WS-TRL-WAITING          PIC ZZZ,ZZ9.
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(16) VALUE
               "RESPONDED:".
           05  WS-TRL-RESPONDED        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "WITHDRAWN:".
           05  WS-TRL-WITHDRAWN        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "NOT ON MASTER:".
           05  WS-TRL-NOT-ON-MASTER    PIC ZZZ,ZZ9.
       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(16) VALUE
               "REMITTED COUNT:".
           05  WS-TRL-REMIT-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "REMITTED AMOUNT:".
           05  WS-TRL-REMIT-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-LETTER-RULE              PIC X(80) VALUE ALL "-".
       01  WS-LETTER-DATE-LINE.
           05  FILLER                  PIC X(50) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "DATE: ".
           05  WS-LTR-DATE             PIC 9(08).
       01  WS-LETTER-ACCOUNT-LINE.
           05  FILLER                  PIC X(50) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "ACCOUNT: ".
           05  WS-LTR-CUST-ID          PIC X(06).
       01  WS-LETTER-BALANCE-LINE.
           05  FILLER                  PIC X(33) VALUE
               "AMOUNT HELD IN YOUR ACCOUNT:".
           05  WS-LTR-BALANCE          PIC Z,ZZZ,ZZ9.99.
       01  WS-LETTER-LAST-ACT-LINE.
           05  FILLER                  PIC X(33) VALUE
               "LAST ACTIVITY ON YOUR ACCOUNT:".
           05  WS-LTR-LAST-ACT         PIC 9(08).
       01  WS-LETTER-DUE-LINE.
           05  FILLER                  PIC X(33) VALUE
               "PLEASE CONTACT US BEFORE:".
           05  WS-LTR-DUE-DATE         PIC 9(08).
       01  WS-LETTER-TEXT-1            PIC X(80) VALUE
           "OUR RECORDS SHOW NO ACTIVITY ON YOUR ACCOUNT FOR MORE".
       01  WS-LETTER-TEXT-2            PIC X(80) VALUE
           "THAN FIVE YEARS.  UNLESS YOU CONTACT US OR USE THE".
       01  WS-LETTER-TEXT-3            PIC X(80) VALUE
           "ACCOUNT BY THE DATE BELOW, THE LAW REQUIRES US TO REMIT".
       01  WS-LETTER-TEXT-4            PIC X(80) VALUE
           "THE BALANCE TO THE STATE AS UNCLAIMED PROPERTY AND TO".
       01  WS-LETTER-TEXT-5            PIC X(80) VALUE
           "CLOSE THE ACCOUNT.".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-ADVANCE-ONE-ROW THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
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

           OPEN INPUT CUSTOMER-FILE
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "ESCHPRC1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O ESCHEAT-FILE
           IF ES-STATUS-OK
               SET WS-ESCHEAT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "ESCHPRC1: ESCHEAT-FILE OPEN FAILED "
                       ES-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT ESCHEAT-TXN-FILE
           IF ET-STATUS-OK
               SET WS-TXN-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "ESCHPRC1: ESCHEAT-TXN-FILE OPEN FAILED "
                       ET-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT ESCHEAT-REMITTANCE-FILE
           IF ER-STATUS-OK
               SET WS-REMIT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "ESCHPRC1: ESCHEAT-REMITTANCE-FILE OPEN "
                       "FAILED " ER-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT ESCHEAT-LETTER-FILE
           IF EL-STATUS-OK
               SET WS-LETTER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "ESCHPRC1: ESCHEAT-LETTER-FILE OPEN FAILED "
                       EL-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT ESCHEAT-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "ESCHPRC1: ESCHEAT-REPORT OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE SPACES TO ESCHEAT-REMITTANCE-RECORD
           SET ESRM-HEADER-RECORD TO TRUE
           MOVE WS-RUN-DATE TO ESRMH-REPORT-DATE
           MOVE WS-HOLDER-ID TO ESRMH-HOLDER-ID
           WRITE ESCHEAT-REMITTANCE-RECORD

           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE LOW-VALUES TO ESCH-CUST-ID
           START ESCHEAT-FILE
               KEY IS NOT LESS THAN ESCH-CUST-ID
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 1100-READ-NEXT-ESCHEAT THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-READ-NEXT-ESCHEAT.
           READ ESCHEAT-FILE NEXT
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-ADVANCE-ONE-ROW - only rows still in process move; a   *
      *    step an earlier attempt took tonight is re-passed to the    *
      *    rebuilt files                                               *
      *----------------------------------------------------------------*
       2000-ADVANCE-ONE-ROW.
           ADD 1 TO WS-ROWS-READ
           MOVE 'N' TO WS-ROW-CHANGED-SW

           EVALUATE TRUE
               WHEN ESCH-STATUS-ESCHEATED
                AND ESCH-ESCHEAT-DATE = WS-RUN-DATE
                   PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT
                   ADD 1 TO WS-RERUN-REPASSED
                   PERFORM 3300-WRITE-ESCHEAT-DEBIT THRU 3300-EXIT
                   PERFORM 3400-WRITE-REMITTANCE THRU 3400-EXIT
                   MOVE "REMITTED (RE-PASSED)" TO WS-DTL-DISPOSITION
                   PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT
               WHEN ESCH-STATUS-NOTICED
                AND ESCH-LETTER-DATE = WS-RUN-DATE
                   PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT
                   ADD 1 TO WS-RERUN-REPASSED
                   PERFORM 3200-WRITE-LETTER THRU 3200-EXIT
                   MOVE "LETTER (RE-PASSED)" TO WS-DTL-DISPOSITION
                   PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT
               WHEN ESCH-STATUS-IN-PROCESS
                   PERFORM 2100-JUDGE-IN-PROCESS THRU 2100-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-ROW-CHANGED
               REWRITE ESCHEAT-RECORD
               IF NOT ES-STATUS-OK
                   DISPLAY "ESCHPRC1: ESCHEAT-FILE REWRITE FAILED "
                           ES-FILE-STATUS " CUST " ESCH-CUST-ID
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
               END-IF
           END-IF

           PERFORM 1100-READ-NEXT-ESCHEAT THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-JUDGE-IN-PROCESS - withdrawn when the money or the     *
      *    dormancy is gone, responded when the owner has been heard   *
      *    from; otherwise a listed row gets its letter and a noticed  *
      *    row is remitted once the window closes                      *
      *----------------------------------------------------------------*
       2100-JUDGE-IN-PROCESS.
           PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT
           IF NOT WS-CUST-FOUND
               ADD 1 TO WS-NOT-ON-MASTER
               MOVE "NOT ON MASTER" TO WS-DTL-DISPOSITION
               PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT
               IF RETURN-CODE = RC-CLEAN
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
               GO TO 2100-EXIT
           END-IF

           IF CUST-ACTIVE
              OR (ESCH-STATUS-NOTICED
                  AND CUST-LAST-ACTIVITY-DATE > ESCH-LETTER-DATE)
               SET ESCH-STATUS-RESPONDED TO TRUE
               MOVE WS-RUN-DATE TO ESCH-RESPONSE-DATE
               SET WS-ROW-CHANGED TO TRUE
               ADD 1 TO WS-RESPONDED-COUNT
               MOVE "OWNER RESPONDED" TO WS-DTL-DISPOSITION
               PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT
               GO TO 2100-EXIT
           END-IF

           IF NOT CUST-INACTIVE
              OR CUST-BALANCE NOT > 0
               SET ESCH-STATUS-WITHDRAWN TO TRUE
               MOVE WS-RUN-DATE TO ESCH-RESPONSE-DATE
               SET WS-ROW-CHANGED TO TRUE
               ADD 1 TO WS-WITHDRAWN-COUNT
               MOVE "WITHDRAWN" TO WS-DTL-DISPOSITION
               PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT
               GO TO 2100-EXIT
           END-IF

           IF ESCH-STATUS-LISTED
               PERFORM 3100-SEND-LETTER THRU 3100-EXIT
               GO TO 2100-EXIT
           END-IF

           IF WS-RUN-DATE > ESCH-RESPONSE-DUE-DATE
               PERFORM 3500-REMIT-BALANCE THRU 3500-EXIT
           ELSE
               ADD 1 TO WS-WAITING-COUNT
           END-IF.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2900-READ-CUSTOMER - owner name and address for the row in  *
      *    hand                                                        *
      *----------------------------------------------------------------*
       2900-READ-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW
           MOVE ESCH-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CUST-NAME
                   MOVE SPACES TO CUST-ADDRESS
                   MOVE 0 TO CUST-BALANCE
                   MOVE ESCH-LAST-ACTIVITY-DATE
                       TO CUST-LAST-ACTIVITY-DATE
                   GO TO 2900-EXIT
           END-READ
           SET WS-CUST-FOUND TO TRUE.
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-SEND-LETTER - the due-diligence letter opens the       *
      *    owner-response window                                       *
      *----------------------------------------------------------------*
       3100-SEND-LETTER.
           COMPUTE WS-DUE-DATE-INTEGER =
               WS-RUN-DATE-INTEGER + WS-RESPONSE-DAYS
           COMPUTE ESCH-RESPONSE-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INTEGER)
           SET ESCH-STATUS-NOTICED TO TRUE
           MOVE WS-RUN-DATE TO ESCH-LETTER-DATE
           MOVE CUST-LAST-ACTIVITY-DATE TO ESCH-LAST-ACTIVITY-DATE
           SET WS-ROW-CHANGED TO TRUE
           ADD 1 TO WS-LETTERS-SENT
           PERFORM 3200-WRITE-LETTER THRU 3200-EXIT
           MOVE "LETTER SENT" TO WS-DTL-DISPOSITION
           PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-WRITE-LETTER - one letter, addressed from the master   *
      *----------------------------------------------------------------*
       3200-WRITE-LETTER.
           MOVE WS-LETTER-RULE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE ESCH-LETTER-DATE TO WS-LTR-DATE
           MOVE WS-LETTER-DATE-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE ESCH-CUST-ID TO WS-LTR-CUST-ID
           MOVE WS-LETTER-ACCOUNT-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE CUST-NAME TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE CUST-ADDRESS TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-LETTER-TEXT-1 TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-LETTER-TEXT-2 TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-LETTER-TEXT-3 TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-LETTER-TEXT-4 TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-LETTER-TEXT-5 TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE CUST-BALANCE TO WS-LTR-BALANCE
           MOVE WS-LETTER-BALANCE-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE ESCH-LAST-ACTIVITY-DATE TO WS-LTR-LAST-ACT
           MOVE WS-LETTER-LAST-ACT-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE ESCH-RESPONSE-DUE-DATE TO WS-LTR-DUE-DATE
           MOVE WS-LETTER-DUE-LINE TO LETTER-LINE
           WRITE LETTER-LINE.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3300-WRITE-ESCHEAT-DEBIT - one ESCH debit for the amount    *
      *    remitted, carrying the escheatment reference                *
      *----------------------------------------------------------------*
       3300-WRITE-ESCHEAT-DEBIT.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE "ESCH" TO TXN-CODE
           MOVE ESCH-CUST-ID TO TXN-CUST-ID
           MOVE ESCH-ESCHEAT-AMOUNT TO TXN-AMOUNT
           MOVE ESCH-ESCHEAT-DATE TO TXN-EFFECTIVE-DATE
           MOVE ESCH-REFERENCE TO TXN-SOURCE-REF
           WRITE TRANSACTION-RECORD.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3400-WRITE-REMITTANCE - one detail row per owner remitted   *
      *----------------------------------------------------------------*
       3400-WRITE-REMITTANCE.
           MOVE SPACES TO ESCHEAT-REMITTANCE-RECORD
           SET ESRM-DETAIL-RECORD TO TRUE
           MOVE ESCH-CUST-ID TO ESRMD-CUST-ID
           MOVE CUST-NAME TO ESRMD-OWNER-NAME
           MOVE CUST-ADDRESS TO ESRMD-OWNER-ADDRESS
           MOVE ESCH-ESCHEAT-AMOUNT TO ESRMD-AMOUNT
           MOVE ESCH-LAST-ACTIVITY-DATE TO ESRMD-LAST-ACTIVITY-DATE
           MOVE ESCH-LETTER-DATE TO ESRMD-LETTER-DATE
           MOVE ESCH-REFERENCE TO ESRMD-REFERENCE
           WRITE ESCHEAT-REMITTANCE-RECORD
           ADD 1 TO WS-REMIT-DETAIL-COUNT
           ADD ESCH-ESCHEAT-AMOUNT TO WS-REMIT-AMOUNT-TOTAL.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3500-REMIT-BALANCE - the window closed unanswered; the      *
      *    whole credit balance goes to the state                      *
      *----------------------------------------------------------------*
       3500-REMIT-BALANCE.
           SET ESCH-STATUS-ESCHEATED TO TRUE
           MOVE WS-RUN-DATE TO ESCH-ESCHEAT-DATE
           MOVE CUST-BALANCE TO ESCH-ESCHEAT-AMOUNT
           MOVE WS-ESCHEAT-REFERENCE TO ESCH-REFERENCE
           SET WS-ROW-CHANGED TO TRUE
           ADD 1 TO WS-ESCHEATED-COUNT
           PERFORM 3300-WRITE-ESCHEAT-DEBIT THRU 3300-EXIT
           PERFORM 3400-WRITE-REMITTANCE THRU 3400-EXIT
           MOVE "REMITTED TO STATE" TO WS-DTL-DISPOSITION
           PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3900-WRITE-DETAIL-LINE.
           MOVE ESCH-CUST-ID TO WS-DTL-CUST-ID
           MOVE CUST-NAME TO WS-DTL-CUST-NAME
           MOVE CUST-BALANCE TO WS-DTL-BALANCE
           MOVE CUST-LAST-ACTIVITY-DATE TO WS-DTL-LAST-ACT
           MOVE ESCH-LETTER-DATE TO WS-DTL-LETTER-DATE
           MOVE ESCH-RESPONSE-DUE-DATE TO WS-DTL-DUE-DATE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       3900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-WRITE-TRAILER - the remittance trailer proves the      *
      *    filing; the report trailer carries the run's counts         *
      *----------------------------------------------------------------*
       4000-WRITE-TRAILER.
           IF WS-REMIT-FILE-OPEN
               MOVE SPACES TO ESCHEAT-REMITTANCE-RECORD
               SET ESRM-TRAILER-RECORD TO TRUE
               MOVE WS-REMIT-DETAIL-COUNT TO ESRMT-OWNER-COUNT
               MOVE WS-REMIT-AMOUNT-TOTAL TO ESRMT-AMOUNT-TOTAL
               WRITE ESCHEAT-REMITTANCE-RECORD
           END-IF
           IF NOT WS-REPORT-OPEN
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-READ TO WS-TRL-READ
           MOVE WS-LETTERS-SENT TO WS-TRL-LETTERS
           MOVE WS-WAITING-COUNT TO WS-TRL-WAITING
           MOVE WS-TRAILER-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RESPONDED-COUNT TO WS-TRL-RESPONDED
           MOVE WS-WITHDRAWN-COUNT TO WS-TRL-WITHDRAWN
           MOVE WS-NOT-ON-MASTER TO WS-TRL-NOT-ON-MASTER
           MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REMIT-DETAIL-COUNT TO WS-TRL-REMIT-COUNT
           MOVE WS-REMIT-AMOUNT-TOTAL TO WS-TRL-REMIT-AMOUNT
           MOVE WS-TRAILER-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "ESCHPRC1: ROWS READ       " WS-ROWS-READ
           DISPLAY "ESCHPRC1: LETTERS SENT    " WS-LETTERS-SENT
           DISPLAY "ESCHPRC1: AWAITING OWNER  " WS-WAITING-COUNT
           DISPLAY "ESCHPRC1: RESPONDED       " WS-RESPONDED-COUNT
           DISPLAY "ESCHPRC1: WITHDRAWN       " WS-WITHDRAWN-COUNT
           DISPLAY "ESCHPRC1: REMITTED        " WS-ESCHEATED-COUNT
           DISPLAY "ESCHPRC1: TO STATE        " WS-REMIT-DETAIL-COUNT
                   " " WS-REMIT-AMOUNT-TOTAL
           DISPLAY "ESCHPRC1: NOT ON MASTER   " WS-NOT-ON-MASTER
           IF WS-RERUN-REPASSED > 0
               DISPLAY "ESCHPRC1: RE-PASSED FROM EARLIER ATTEMPT "
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
           IF WS-ESCHEAT-FILE-OPEN
               CLOSE ESCHEAT-FILE
           END-IF
           IF WS-TXN-FILE-OPEN
               CLOSE ESCHEAT-TXN-FILE
           END-IF
           IF WS-REMIT-FILE-OPEN
               CLOSE ESCHEAT-REMITTANCE-FILE
           END-IF
           IF WS-LETTER-FILE-OPEN
               CLOSE ESCHEAT-LETTER-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE ESCHEAT-REPORT
           END-IF.
       9000-EXIT.
           EXIT.
