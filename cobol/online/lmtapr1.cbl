      *================================================================*
      *  LMTAPR1                                                       *
      *  Supervisor approval of credit-limit review proposals.  The    *
      *  quarterly review (LMTRVW1) leaves one proposal per account    *
      *  whose limit its score would move on the keyed                 *
      *  LIMIT-REVIEW-FILE; the batch is the maker and never touches   *
      *  the master.  A supervisor - validated through the same PIN    *
      *  machinery and required to hold the supervisor operator class  *
      *  - approves or denies each proposal here, the same two-person  *
      *  pattern CUSTAPR1 gives a limit change keyed by hand.          *
      *                                                                *
      *  Only an approval touches the master: the customer is re-read  *
      *  and must still be active with the limit the review scored     *
      *  (a limit changed since is not overwritten - the proposal is   *
      *  denied and the next review scores it again), a decrease is    *
      *  refused if the customer now owes more than the proposed       *
      *  limit, and the new limit is rewritten and journaled through   *
      *  CJRNWRT1.  The proposal keeps the decision, the decider, and  *
      *  the decision timestamp either way, and every decision is      *
      *  audited.  Proposals left undecided are expired by the next    *
      *  review.                                                       *
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
       PROGRAM-ID. LMTAPR1.
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
           SELECT PIN-SECURITY-FILE ASSIGN TO PINSEC-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PINSEC-USERNAME
               FILE STATUS IS PS-FILE-STATUS.

           SELECT LIMIT-REVIEW-FILE ASSIGN TO LMTRVW-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LREV-KEY
               FILE STATUS IS LR-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CF-FILE-STATUS.

           SELECT OS-AUDIT-FILE ASSIGN TO OSAUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  PIN-SECURITY-FILE.
           COPY "pinsec.cpy".

       FD  LIMIT-REVIEW-FILE.
           COPY "lmtrvw.cpy".

       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  OS-AUDIT-FILE.
           COPY "auditrec.cpy".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  PS-FILE-STATUS               PIC X(02).
           88  PS-STATUS-OK                   VALUE '00'.
       77  LR-FILE-STATUS               PIC X(02).
           88  LR-STATUS-OK                   VALUE '00'.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  OA-FILE-STATUS               PIC X(02).
           88  OA-STATUS-OK                   VALUE '00'.

       77  WS-PIN-SECURITY-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PIN-SECURITY-OPEN          VALUE 'Y'.
       77  WS-REVIEW-FILE-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-REVIEW-FILE-OPEN           VALUE 'Y'.
       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN         VALUE 'Y'.
       77  WS-OS-AUDIT-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-OS-AUDIT-OPEN              VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.

       77  WS-TODAY-DATE                PIC 9(08).
       77  WS-TIMESTAMP                 PIC 9(14).
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
       77  WS-DECISION                  PIC X(01).
           88  WS-DECISION-APPROVE           VALUE 'A'.
           88  WS-DECISION-DENY              VALUE 'D'.
           88  WS-DECISION-SKIP              VALUE 'S'.
       77  WS-AUDIT-TEXT                PIC X(100).
       77  WS-OWED-AMOUNT               PIC S9(09)V99 COMP-3.
       77  WS-PROPOSALS-REVIEWED        PIC 9(05) COMP-3 VALUE 0.
       77  WS-PROPOSALS-APPROVED        PIC 9(05) COMP-3 VALUE 0.
       77  WS-PROPOSALS-DENIED          PIC 9(05) COMP-3 VALUE 0.
       77  WS-LIMIT-CHANGE-APPLIED      PIC S9(09)V99 COMP-3 VALUE 0.
       77  WS-OLD-LIMIT-DISPLAY         PIC Z,ZZZ,ZZ9.99.
       77  WS-NEW-LIMIT-DISPLAY         PIC Z,ZZZ,ZZ9.99.
       77  WS-CHANGE-DISPLAY            PIC -,---,--9.99.

       COPY "pinval.cpy".
       COPY "pinmask.cpy".
       COPY "entchk.cpy".
       COPY "retcode.cpy".
       COPY "sysavl.cpy".
       COPY "cjrnwrt.cpy".
       COPY "audseq.cpy".
       77  WS-AUDIT-SEQ-READY-SW        PIC X(01) VALUE 'N'.
           88  WS-AUDIT-SEQ-READY            VALUE 'Y'.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       COPY "userin.cpy".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING USER-INPUT.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-VALIDATE-SUPERVISOR THRU 2000-EXIT
           IF RETURN-CODE = RC-CLEAN
               PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
           END-IF
           IF RETURN-CODE = RC-CLEAN
               PERFORM 2500-CHECK-AVAILABILITY THRU 2500-EXIT
           END-IF
           IF RETURN-CODE = RC-CLEAN
               PERFORM 1500-POSITION-QUEUE THRU 1500-EXIT
               PERFORM 3000-REVIEW-ONE-PROPOSAL THRU 3000-EXIT
                   UNTIL WS-END-OF-FILE
               MOVE WS-LIMIT-CHANGE-APPLIED TO WS-CHANGE-DISPLAY
               DISPLAY "LMTAPR1: REVIEWED " WS-PROPOSALS-REVIEWED
                       " APPROVED " WS-PROPOSALS-APPROVED
                       " DENIED " WS-PROPOSALS-DENIED
               DISPLAY "LMTAPR1: LIMIT CHANGE APPLIED "
                       WS-CHANGE-DISPLAY
           END-IF
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'N' TO WS-AUDIT-SEQ-READY-SW
           MOVE 'N' TO WS-EOF-SW
           INITIALIZE ENTCHK-PARMS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TIME-HHMMSS
           COMPUTE WS-TIMESTAMP = WS-TODAY-DATE * 1000000
               + WS-TIME-HHMMSS
           OPEN I-O PIN-SECURITY-FILE
           IF PS-STATUS-OK
               SET WS-PIN-SECURITY-OPEN TO TRUE
           END-IF
           OPEN I-O LIMIT-REVIEW-FILE
           IF LR-STATUS-OK
               SET WS-REVIEW-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LMTAPR1: NO LIMIT-REVIEW-FILE TO REVIEW, "
                       "STATUS " LR-FILE-STATUS
               SET WS-END-OF-FILE TO TRUE
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LMTAPR1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF
           OPEN EXTEND OS-AUDIT-FILE
           IF OA-STATUS-OK
               SET WS-OS-AUDIT-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1500-POSITION-QUEUE.
           IF NOT WS-REVIEW-FILE-OPEN
               GO TO 1500-EXIT
           END-IF
           MOVE 0 TO LREV-REVIEW-DATE
           MOVE LOW-VALUES TO LREV-CUST-ID
           START LIMIT-REVIEW-FILE
               KEY IS NOT LESS THAN LREV-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 1600-READ-NEXT-PROPOSAL THRU 1600-EXIT
           END-IF.
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1600-READ-NEXT-PROPOSAL.
           READ LIMIT-REVIEW-FILE NEXT
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
       1600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-VALIDATE-SUPERVISOR - PIN machinery plus the           *
      *    supervisor operator class                                   *
      *----------------------------------------------------------------*
       2000-VALIDATE-SUPERVISOR.
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 2000-EXIT
           END-IF
           MOVE USERNAME TO PINSEC-USERNAME
           READ PIN-SECURITY-FILE
               INVALID KEY
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "LMTAPR SIGN-ON REJECTED" TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                   GO TO 2000-EXIT
           END-READ

           MOVE PIN TO PINVAL-PIN-ENTERED
           MOVE WS-TODAY-DATE TO PINVAL-TODAY-DATE
           CALL "PINVALD1" USING PINVAL-PARMS, PIN-SECURITY-RECORD
           REWRITE PIN-SECURITY-RECORD

           IF PINVAL-REJECTED
               DISPLAY "LMTAPR1: PIN REJECTED - " PINVAL-REASON
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "LMTAPR SIGN-ON REJECTED" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF

           IF NOT PINSEC-CLASS-SUPERVISOR
               DISPLAY "LMTAPR1: OPERATOR IS NOT A SUPERVISOR - "
                       "APPROVAL REFUSED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "LMTAPR SIGN-ON NOT SUPV" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-CHECK-AVAILABILITY - an approval rewrites the master,  *
      *    so it waits while the nightly posting chain holds it        *
      *----------------------------------------------------------------*
       2500-CHECK-AVAILABILITY.
           SET SYSAVL-FUNC-INQUIRE TO TRUE
           CALL "SYSAVL1" USING SYSAVL-PARMS
           IF SYSAVL-STATE-QUIESCED
               DISPLAY "LMTAPR1: NIGHTLY CYCLE IN PROGRESS - "
                       "UPDATES REFUSED, TRY AGAIN AFTER THE CYCLE"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "LMTAPR CYCLE IN PROGRESS" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-IF.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-REVIEW-ONE-PROPOSAL - only proposals awaiting approval *
      *    go in front of the reviewer, with the score behind them     *
      *----------------------------------------------------------------*
       3000-REVIEW-ONE-PROPOSAL.
           IF NOT LREV-AWAITING-APPROVAL
               PERFORM 1600-READ-NEXT-PROPOSAL THRU 1600-EXIT
               GO TO 3000-EXIT
           END-IF

           ADD 1 TO WS-PROPOSALS-REVIEWED
           MOVE LREV-OLD-LIMIT TO WS-OLD-LIMIT-DISPLAY
           MOVE LREV-PROPOSED-LIMIT TO WS-NEW-LIMIT-DISPLAY
           DISPLAY "LMTAPR1: REVIEW " LREV-REVIEW-DATE
                   " CUST " LREV-CUST-ID " " LREV-CUST-NAME
           DISPLAY "         LIMIT FROM " WS-OLD-LIMIT-DISPLAY
                   " TO " WS-NEW-LIMIT-DISPLAY
                   " RULE " LREV-RULE-CODE
           DISPLAY "         SCORE " LREV-SCORE
                   " PAY " LREV-PAYMENT-POINTS
                   " AGE " LREV-AGING-POINTS
                   " COLL " LREV-COLLECTIONS-POINTS
                   " UTIL " LREV-UTILIZATION-POINTS
                   " (" LREV-UTILIZATION-PCT "% USED)"

           DISPLAY "Approve, deny, or skip (A/D/S): "
           ACCEPT WS-DECISION

           EVALUATE TRUE
               WHEN WS-DECISION-APPROVE
                   PERFORM 3100-APPROVE-PROPOSAL THRU 3100-EXIT
               WHEN WS-DECISION-DENY
                   MOVE "DENIED BY SUPERVISOR"
                       TO LREV-DECISION-REASON
                   PERFORM 3200-DENY-PROPOSAL THRU 3200-EXIT
               WHEN OTHER
                   DISPLAY "LMTAPR1: LEFT AWAITING APPROVAL"
           END-EVALUATE

           PERFORM 1600-READ-NEXT-PROPOSAL THRU 1600-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-APPROVE-PROPOSAL - the account must still be active    *
      *    with the limit the review scored, and a decrease may not    *
      *    put it over its new limit; only the limit is changed, so    *
      *    postings since the review are kept                          *
      *----------------------------------------------------------------*
       3100-APPROVE-PROPOSAL.
           MOVE LREV-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "LMTAPR1: CUSTOMER " LREV-CUST-ID
                           " NO LONGER ON FILE"
                   MOVE "CUSTOMER NOT ON FILE"
                       TO LREV-DECISION-REASON
                   PERFORM 3200-DENY-PROPOSAL THRU 3200-EXIT
                   GO TO 3100-EXIT
           END-READ

           IF NOT CUST-ACTIVE
            OR CUST-CREDIT-LIMIT NOT = LREV-OLD-LIMIT
               DISPLAY "LMTAPR1: ACCOUNT HAS CHANGED SINCE THE "
                       "REVIEW - DENIED, THE NEXT REVIEW SCORES IT"
               MOVE "MASTER CHANGED SINCE REVIEW"
                   TO LREV-DECISION-REASON
               PERFORM 3200-DENY-PROPOSAL THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF

           MOVE 0 TO WS-OWED-AMOUNT
           IF CUST-BALANCE < 0
               COMPUTE WS-OWED-AMOUNT = 0 - CUST-BALANCE
           END-IF
           IF LREV-PROPOSED-LIMIT < LREV-OLD-LIMIT
            AND WS-OWED-AMOUNT > LREV-PROPOSED-LIMIT
               DISPLAY "LMTAPR1: CUSTOMER NOW OWES MORE THAN THE "
                       "PROPOSED LIMIT - DECREASE DENIED"
               MOVE "OWES MORE THAN PROPOSED LIMIT"
                   TO LREV-DECISION-REASON
               PERFORM 3200-DENY-PROPOSAL THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF

           MOVE LREV-PROPOSED-LIMIT TO CUST-CREDIT-LIMIT
           REWRITE CUSTOMER-RECORD
           IF NOT CF-STATUS-OK
               DISPLAY "LMTAPR1: CUSTOMER REWRITE FAILED "
                       CF-FILE-STATUS " - PROPOSAL LEFT AWAITING"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "LMTAPR REWRITE FAILED CUST=" DELIMITED BY SIZE
                      LREV-CUST-ID DELIMITED BY SIZE
                      INTO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               SET WS-END-OF-FILE TO TRUE
               GO TO 3100-EXIT
           END-IF
           MOVE 'C' TO CJRNWRT-ACTION
           PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT

           SET LREV-APPROVED TO TRUE
           MOVE USERNAME TO LREV-DECIDED-BY
           MOVE WS-TIMESTAMP TO LREV-DECISION-TIMESTAMP
           MOVE SPACES TO LREV-DECISION-REASON
           REWRITE LIMIT-REVIEW-RECORD
           ADD 1 TO WS-PROPOSALS-APPROVED
           COMPUTE WS-LIMIT-CHANGE-APPLIED = WS-LIMIT-CHANGE-APPLIED
               + LREV-PROPOSED-LIMIT - LREV-OLD-LIMIT
           DISPLAY "LMTAPR1: CUSTOMER " LREV-CUST-ID
                   " APPROVED - LIMIT UPDATED"
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "LMTAPR APPROVED REVIEW=" DELIMITED BY SIZE
                  LREV-REVIEW-DATE DELIMITED BY SIZE
                  " CUST=" DELIMITED BY SIZE
                  LREV-CUST-ID DELIMITED BY SIZE
                  " FROM " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OLD-LIMIT-DISPLAY)
                      DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-LIMIT-DISPLAY)
                      DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-DENY-PROPOSAL - the master is left alone; the reason   *
      *    is set by the caller                                        *
      *----------------------------------------------------------------*
       3200-DENY-PROPOSAL.
           SET LREV-DENIED TO TRUE
           MOVE USERNAME TO LREV-DECIDED-BY
           MOVE WS-TIMESTAMP TO LREV-DECISION-TIMESTAMP
           REWRITE LIMIT-REVIEW-RECORD
           ADD 1 TO WS-PROPOSALS-DENIED
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "LMTAPR DENIED REVIEW=" DELIMITED BY SIZE
                  LREV-REVIEW-DATE DELIMITED BY SIZE
                  " CUST=" DELIMITED BY SIZE
                  LREV-CUST-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(LREV-DECISION-REASON)
                      DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the operator needs a grant for     *
      *    this function, or for all of this program, on the           *
      *    entitlement file; with no file on hand nothing is allowed   *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE USERNAME TO ENTCHK-OPERATOR-ID
           MOVE "LMTAPR1" TO ENTCHK-PROGRAM-ID
           MOVE "APPROVE " TO ENTCHK-FUNCTION
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "LMTAPR1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "LMTAPR1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "LMTAPR NOT ENTITLED " DELIMITED BY SIZE
                  ENTCHK-FUNCTION DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - PIN is always masked before it    *
      *    could end up in this record                                 *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-RECORD.
           IF NOT WS-OS-AUDIT-OPEN
               GO TO 8000-EXIT
           END-IF
           MOVE PIN TO PINMASK-PIN-IN
           CALL "PINMASK1" USING PINMASK-PARMS
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           SET AUDIT-CHANNEL-OS TO TRUE
           MOVE USERNAME TO AUDIT-OPERATOR-ID
           MOVE TERMINAL-ID TO AUDIT-TERMINAL-ID
           MOVE "LMTAPR1" TO AUDIT-PROGRAM-ID
           MOVE WS-AUDIT-TEXT TO AUDIT-ACTION
           IF RETURN-CODE = RC-CLEAN
               SET AUDIT-RESULT-SUCCESS TO TRUE
           ELSE
               IF RETURN-CODE = RC-VALIDATION-FAILURE
                   SET AUDIT-RESULT-REJECTED TO TRUE
               ELSE
                   SET AUDIT-RESULT-FAILURE TO TRUE
               END-IF
           END-IF
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
      *    8500-WRITE-JOURNAL - an approved proposal leaves the same   *
      *    change-capture row a maintenance rewrite does               *
      *----------------------------------------------------------------*
       8500-WRITE-JOURNAL.
           MOVE "LMTAPR1" TO CJRNWRT-PROGRAM-ID
           MOVE CUST-ID TO CJRNWRT-CUST-ID
           MOVE CUSTOMER-RECORD TO CJRNWRT-AFTER-IMAGE
           CALL "CJRNWRT1" USING CJRNWRT-PARMS.
       8500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-PIN-SECURITY-OPEN
               CLOSE PIN-SECURITY-FILE
           END-IF
           IF WS-REVIEW-FILE-OPEN
               CLOSE LIMIT-REVIEW-FILE
           END-IF
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-OS-AUDIT-OPEN
               CLOSE OS-AUDIT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
