      *            required, balance starts at zero, status active     *
      *    CHANGE  change name, address, or status (active/inactive);  *
      *            the before and after values are captured to the     *
      *            shared audit trail.  The PLAN field assigns the     *
      *            customer's pricing plan, which must have a row on   *
      *            PRICING-PLAN-FILE (PLANGET1)                        *
      *    CLOSE   set CUST-CLOSED - refused while the account         *
      *            carries a nonzero balance                           *
      *    WORKLIST list the open data-quality exceptions from the     *
      *            weekly scan, from the keyed customer id onward      *
      *                                                                *
      *  A new customer's name, and a changed name, are screened       *
      *  against the watch list (WLSCRN1) before the master is         *
      *  written.  A likely match is not written: it is held on        *
      *  SCREEN-CASE-FILE for compliance review in WLREV1, and no      *
      *  ADD or name CHANGE is made while no list is on file or the    *
      *  customer id already has a case pending or a confirmed hit.    *
      *                                                                *
      *  A status change, a credit-limit change, or a CLOSE is not     *
      *  applied here: it is held on PENDING-CHANGE-FILE with the      *
      *  before and after images until a supervisor other than the     *
      *  maker approves it in CUSTAPR1.                                *
      *                                                                *
      *  The operator signs on through the same PIN machinery as the   *
      *  command processors, and every action (good or bad) writes an  *
      *                   control (SYSAVL1) and refuse with a clear
      *                   message while the nightly posting chain
      *                   holds the master.
      *  2026-10-15 JHM   A successful address CHANGE now releases a
      *                   returned-mail hold - the profile goes back
      *                   to mail delivery with PROF-RETURNED-MAIL
      *                   off, and the release is audited.  Keying
      *                   M or E under PROFILE clears the switch too.
      *  2026-10-15 JHM   A charged-off account (status W) can no
      *                   longer have its status changed or be
      *                   closed here - recoveries must keep posting
      *                   to it.
      *  2026-10-15 JHM   Each function is now checked against the
      *                   operator's entitlements through ENTCHK1
      *                   before it is performed; an operator without
      *                   a grant is refused and the refusal audited.
      *  2026-10-15 JHM   Status, credit-limit, and CLOSE changes now
      *                   need a second person: they are written to
      *                   PENDING-CHANGE-FILE with before and after
      *                   images instead of rewriting the master, and
      *                   a supervisor other than the maker approves
      *                   or denies them in CUSTAPR1.
      *  2026-10-15 JHM   Added the WORKLIST function - the open rows
      *                   the weekly data-quality scan (DQSCAN1) left
      *                   on DQ-WORKLIST-FILE, from the keyed customer
      *                   id onward - and reading a target now shows
      *                   that customer's open exceptions.
      *  2026-10-15 JHM   ADD and a NAME change now screen the name
      *                   against the watch list through WLSCRN1.  A
      *                   likely match is held on SCREEN-CASE-FILE
      *                   for compliance review in WLREV1 instead of
      *                   being written; with no list on file, or a
      *                   case pending or confirmed on the id, the
      *                   ADD or name change is refused.
      *  2026-10-15 JHM   CHANGE accepts the PLAN field - the
      *                   customer's pricing plan, checked through
      *                   PLANGET1 against PRICING-PLAN-FILE and
      *                   applied, journaled, and audited as CYCLE
      *                   is.  ADD leaves the plan unassigned (the
      *                   standard plan S) and reading a target shows
      *                   the plan.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT1.
               RECORD KEY IS PROF-CUST-ID
               FILE STATUS IS PF-FILE-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCHG-CHANGE-ID
               FILE STATUS IS PC-FILE-STATUS.

           SELECT DQ-WORKLIST-FILE ASSIGN TO DQWORK-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQW-KEY
               FILE STATUS IS DW-FILE-STATUS.

           SELECT SCREEN-CASE-FILE ASSIGN TO WLCASE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCRN-CUST-ID
               FILE STATUS IS SC-FILE-STATUS.

           SELECT OS-AUDIT-FILE ASSIGN TO OSAUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-FILE-STATUS.
       FD  CUSTOMER-PROFILE-FILE.
           COPY "profrec.cpy".

       FD  PENDING-CHANGE-FILE.
           COPY "pendchg.cpy".

       FD  DQ-WORKLIST-FILE.
           COPY "dqwork.cpy".

       FD  SCREEN-CASE-FILE.
           COPY "wlcase.cpy".

       FD  OS-AUDIT-FILE.
           COPY "auditrec.cpy".
      *----------------------------------------------------------------*
       77  PF-FILE-STATUS               PIC X(02).
           88  PF-STATUS-OK                   VALUE '00'.
           88  PF-STATUS-NOT-FOUND            VALUE '23'.
       77  PC-FILE-STATUS               PIC X(02).
           88  PC-STATUS-OK                   VALUE '00'.
           88  PC-STATUS-DUPLICATE            VALUE '22'.
       77  DW-FILE-STATUS               PIC X(02).
           88  DW-STATUS-OK                   VALUE '00'.
       77  SC-FILE-STATUS               PIC X(02).
           88  SC-STATUS-OK                   VALUE '00'.
           88  SC-STATUS-NO-FILE              VALUE '35'.
       77  OA-FILE-STATUS               PIC X(02).
           88  OA-STATUS-OK                   VALUE '00'.

           88  WS-HOLD-FILE-OPEN             VALUE 'Y'.
       77  WS-PROFILE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PROFILE-FILE-OPEN          VALUE 'Y'.
       77  WS-PENDING-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PENDING-FILE-OPEN          VALUE 'Y'.
       77  WS-PCHG-STORED-SW            PIC X(01) VALUE 'N'.
           88  WS-PCHG-STORED                VALUE 'Y'.
       77  WS-WORKLIST-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-WORKLIST-OPEN              VALUE 'Y'.
       77  WS-CASE-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-CASE-FILE-OPEN             VALUE 'Y'.
       77  WS-CASE-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-CASE-FOUND                 VALUE 'Y'.
       77  WS-SCREEN-HELD-SW            PIC X(01) VALUE 'N'.
           88  WS-SCREEN-HELD                VALUE 'Y'.
       77  WS-SCREEN-SOURCE             PIC X(01).
       77  WS-WORKLIST-DONE-SW          PIC X(01) VALUE 'N'.
           88  WS-WORKLIST-DONE              VALUE 'Y'.
       77  WS-WORKLIST-SHOWN            PIC 9(03) VALUE 0.
       77  WS-WORKLIST-PAGE             PIC 9(03) VALUE 20.
       77  WS-WORKLIST-NEXT-ID          PIC X(06).
       77  WS-WORKLIST-LAST-ID          PIC X(06).

       77  WS-TODAY-DATE                PIC 9(08).
       77  WS-TIMESTAMP                 PIC 9(14).
           88  WS-FUNC-CHANGE                VALUE "CHANGE  ".
           88  WS-FUNC-CLOSE                 VALUE "CLOSE   ".
           88  WS-FUNC-PROFILE               VALUE "PROFILE ".
           88  WS-FUNC-WORKLIST              VALUE "WORKLIST".
       77  WS-TARGET-CUST-ID            PIC X(06).
       77  WS-CHANGE-FIELD              PIC X(08).
           88  WS-FIELD-NAME                 VALUE "NAME    ".
           88  WS-FIELD-STATUS               VALUE "STATUS  ".
           88  WS-FIELD-LIMIT                VALUE "LIMIT   ".
           88  WS-FIELD-CYCLE                VALUE "CYCLE   ".
           88  WS-FIELD-PLAN                 VALUE "PLAN    ".
       77  WS-NEW-VALUE                 PIC X(30).
       77  WS-OLD-VALUE                 PIC X(30).
       77  WS-AUDIT-TEXT                PIC X(100).
       01  WS-OPENED-ENTRY-NUM REDEFINES WS-OPENED-ENTRY
                                        PIC 9(08).
       77  WS-DELIVERY-ENTRY            PIC X(01).
       77  WS-BEFORE-IMAGE              PIC X(88).

       COPY "pinval.cpy".
       COPY "pinmask.cpy".
       COPY "entchk.cpy".
       COPY "retcode.cpy".
       COPY "sysavl.cpy".
       COPY "stmcyc.cpy".
       COPY "cjrnwrt.cpy".
       COPY "wlscrn.cpy".
       COPY "planget.cpy".
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
       COPY "audseq.cpy".
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'N' TO WS-AUDIT-SEQ-READY-SW
           MOVE 'N' TO WS-CASE-FILE-OPEN-SW
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TIME-HHMMSS
           IF PF-STATUS-OK
               SET WS-PROFILE-FILE-OPEN TO TRUE
           END-IF
           OPEN I-O PENDING-CHANGE-FILE
           IF PC-STATUS-OK
               SET WS-PENDING-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT DQ-WORKLIST-FILE
           IF DW-STATUS-OK
               SET WS-WORKLIST-OPEN TO TRUE
           END-IF
           OPEN I-O SCREEN-CASE-FILE
           IF SC-STATUS-NO-FILE
               OPEN OUTPUT SCREEN-CASE-FILE
               CLOSE SCREEN-CASE-FILE
               OPEN I-O SCREEN-CASE-FILE
           END-IF
           IF SC-STATUS-OK
               SET WS-CASE-FILE-OPEN TO TRUE
           END-IF
           OPEN EXTEND OS-AUDIT-FILE
           IF OA-STATUS-OK
               SET WS-OS-AUDIT-OPEN TO TRUE
      *    3000-PERFORM-FUNCTION                                       *
      *----------------------------------------------------------------*
       3000-PERFORM-FUNCTION.
           DISPLAY "Enter function (ADD, CHANGE, CLOSE, PROFILE, "
                   "WORKLIST): "
           ACCEPT WS-MAINT-FUNCTION
           PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
           IF ENTCHK-NOT-ENTITLED
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Enter customer id (6 chars): "
           ACCEPT WS-TARGET-CUST-ID

                   PERFORM 3300-CLOSE-CUSTOMER THRU 3300-EXIT
               WHEN WS-FUNC-PROFILE
                   PERFORM 3400-MAINTAIN-PROFILE THRU 3400-EXIT
               WHEN WS-FUNC-WORKLIST
                   PERFORM 3700-LIST-WORKLIST THRU 3700-EXIT
               WHEN OTHER
                   DISPLAY "CUSTMNT1: FUNCTION NOT RECOGNIZED"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE 0 TO STMCYC-ASSIGNED-CYCLE
           CALL "STMCYC1" USING STMCYC-PARMS
           MOVE STMCYC-EFFECTIVE-CYCLE TO CUST-STMT-CYCLE
           MOVE SPACE TO CUST-PRICING-PLAN

           PERFORM 3150-CHECK-NEW-ID THRU 3150-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3100-EXIT
           END-IF
           MOVE 'A' TO WS-SCREEN-SOURCE
           PERFORM 3800-SCREEN-NAME THRU 3800-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
            OR WS-SCREEN-HELD
               GO TO 3100-EXIT
           END-IF

           WRITE CUSTOMER-RECORD
               INVALID KEY CONTINUE
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3150-CHECK-NEW-ID - an id already on file is refused        *
      *    before it is screened, so no case is raised against an      *
      *    existing customer; the new record is put back afterwards    *
      *----------------------------------------------------------------*
       3150-CHECK-NEW-ID.
           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
           READ CUSTOMER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF CF-STATUS-OK
               DISPLAY "CUSTMNT1: CUSTOMER " WS-TARGET-CUST-ID
                       " ALREADY ON FILE"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "CUSTMNT ADD DUPLICATE" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-IF
           MOVE WS-BEFORE-IMAGE TO CUSTOMER-RECORD.
       3150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-CHANGE-CUSTOMER - before and after values go to the    *
      *    audit trail; a status or limit change is held for approval  *
      *----------------------------------------------------------------*
       3200-CHANGE-CUSTOMER.
           PERFORM 3900-READ-TARGET THRU 3900-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3200-EXIT
           END-IF
           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE

           DISPLAY "Enter field to change (NAME, ADDRESS, STATUS, "
                   "LIMIT, CYCLE, PLAN): "
           ACCEPT WS-CHANGE-FIELD
           DISPLAY "Enter new value: "
           ACCEPT WS-NEW-VALUE
                   MOVE CUST-ADDRESS TO WS-OLD-VALUE
                   MOVE WS-NEW-VALUE TO CUST-ADDRESS
               WHEN WS-FIELD-STATUS
                   IF CUST-CHARGED-OFF
                       DISPLAY "CUSTMNT1: ACCOUNT IS CHARGED OFF - "
                               "STATUS CANNOT BE CHANGED"
                       MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                       MOVE "CUSTMNT CHANGE STATUS CHARGED OFF"
                           TO WS-AUDIT-TEXT
                       PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                       GO TO 3200-EXIT
                   END-IF
                   IF WS-NEW-VALUE(1:1) NOT = 'A'
                    AND WS-NEW-VALUE(1:1) NOT = 'I'
                       DISPLAY "CUSTMNT1: STATUS MAY ONLY MOVE "
                   END-IF
                   MOVE CUST-STMT-CYCLE TO WS-OLD-VALUE
                   MOVE WS-CYCLE-ENTRY-NUM TO CUST-STMT-CYCLE
               WHEN WS-FIELD-PLAN
                   SET PLANGET-FUNC-GET TO TRUE
                   MOVE WS-NEW-VALUE(1:1) TO PLANGET-PLAN-CODE
                   MOVE 99999999 TO PLANGET-AS-OF-DATE
                   CALL "PLANGET1" USING PLANGET-PARMS
                   IF PLANGET-NO-FILE
                    OR PLANGET-NOT-FOUND
                       DISPLAY "CUSTMNT1: PRICING PLAN "
                               WS-NEW-VALUE(1:1)
                               " IS NOT ON THE PLAN FILE"
                       MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                       MOVE "CUSTMNT CHANGE BAD PLAN"
                           TO WS-AUDIT-TEXT
                       PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                       GO TO 3200-EXIT
                   END-IF
                   MOVE CUST-PRICING-PLAN TO WS-OLD-VALUE
                   MOVE WS-NEW-VALUE(1:1) TO CUST-PRICING-PLAN
               WHEN OTHER
                   DISPLAY "CUSTMNT1: FIELD NOT RECOGNIZED"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   GO TO 3200-EXIT
           END-EVALUATE

           IF WS-FIELD-STATUS OR WS-FIELD-LIMIT
               MOVE WS-CHANGE-FIELD TO PCHG-CHANGE-TYPE
               PERFORM 3600-HOLD-FOR-APPROVAL THRU 3600-EXIT
               GO TO 3200-EXIT
           END-IF
           IF WS-FIELD-NAME
               MOVE 'N' TO WS-SCREEN-SOURCE
               PERFORM 3800-SCREEN-NAME THRU 3800-EXIT
               IF RETURN-CODE NOT = RC-CLEAN
                OR WS-SCREEN-HELD
                   GO TO 3200-EXIT
               END-IF
           END-IF

           REWRITE CUSTOMER-RECORD
           MOVE 'C' TO CJRNWRT-ACTION
           PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT
                  " TO " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-VALUE) DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           IF WS-FIELD-ADDRESS
               PERFORM 3250-RELEASE-RETURNED-MAIL THRU 3250-EXIT
           END-IF.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3250-RELEASE-RETURNED-MAIL - a new address ends the hold    *
      *    the returned-mail intake placed; a hold an operator keyed   *
      *    under PROFILE is left alone                                 *
      *----------------------------------------------------------------*
       3250-RELEASE-RETURNED-MAIL.
           IF NOT WS-PROFILE-FILE-OPEN
               GO TO 3250-EXIT
           END-IF
           MOVE WS-TARGET-CUST-ID TO PROF-CUST-ID
           READ CUSTOMER-PROFILE-FILE
               INVALID KEY GO TO 3250-EXIT
           END-READ
           IF NOT PROF-RETURNED-MAIL
               GO TO 3250-EXIT
           END-IF

           SET PROF-DELIVER-MAIL TO TRUE
           MOVE 'N' TO PROF-RETURNED-MAIL-SW
           REWRITE CUSTOMER-PROFILE-RECORD
           IF NOT PF-STATUS-OK
               DISPLAY "CUSTMNT1: PROFILE REWRITE FAILED "
                       PF-FILE-STATUS
                       " - RETURNED-MAIL HOLD NOT RELEASED"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE "CUSTMNT RETURNED-MAIL RELEASE FAILED"
                   TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3250-EXIT
           END-IF

           DISPLAY "CUSTMNT1: RETURNED-MAIL HOLD RELEASED - "
                   "STATEMENTS RETURN TO MAIL DELIVERY"
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "CUSTMNT RETURNED-MAIL RELEASED CUST="
                   DELIMITED BY SIZE
                  WS-TARGET-CUST-ID DELIMITED BY SIZE
                  " DLV=M" DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3300-CLOSE-CUSTOMER - refused while the account carries a   *
      *    balance either way; otherwise held for approval             *
      *----------------------------------------------------------------*
       3300-CLOSE-CUSTOMER.
           PERFORM 3900-READ-TARGET THRU 3900-EXIT
               GO TO 3300-EXIT
           END-IF

           IF CUST-CHARGED-OFF
               DISPLAY "CUSTMNT1: ACCOUNT IS CHARGED OFF - "
                       "CLOSE REFUSED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "CUSTMNT CLOSE REFUSED CHARGED OFF CUST="
                       DELIMITED BY SIZE
                      WS-TARGET-CUST-ID DELIMITED BY SIZE
                      INTO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3300-EXIT
           END-IF

           IF CUST-BALANCE NOT = 0
               DISPLAY "CUSTMNT1: ACCOUNT CARRIES A BALANCE - "
                       "CLOSE REFUSED"
               GO TO 3300-EXIT
           END-IF

           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
           MOVE CUST-STATUS TO WS-OLD-VALUE
           SET CUST-CLOSED TO TRUE
           MOVE CUST-STATUS TO WS-NEW-VALUE
           MOVE "CLOSE   " TO PCHG-CHANGE-TYPE
           PERFORM 3600-HOLD-FOR-APPROVAL THRU 3600-EXIT.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
                   MOVE SPACES TO PROF-CONTACT-NAME
                   MOVE 0 TO PROF-OPENED-DATE
                   SET PROF-DELIVER-MAIL TO TRUE
                   MOVE 'N' TO PROF-RETURNED-MAIL-SW
           END-READ
           IF PF-STATUS-OK
               MOVE 'N' TO WS-PROFILE-NEW-SW
            OR WS-DELIVERY-ENTRY = 'H'
               MOVE WS-DELIVERY-ENTRY TO PROF-STMT-DELIVERY
           END-IF
           IF NOT PROF-DELIVER-HOLD
               MOVE 'N' TO PROF-RETURNED-MAIL-SW
           END-IF

           IF WS-PROFILE-NEW
               WRITE CUSTOMER-PROFILE-RECORD
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3600-HOLD-FOR-APPROVAL - the master is not rewritten: the   *
      *    change waits on the pending file, with both images, for a   *
      *    supervisor's decision in CUSTAPR1; the id probes upward     *
      *    from 1 until the key is unique                              *
      *----------------------------------------------------------------*
       3600-HOLD-FOR-APPROVAL.
           IF NOT WS-PENDING-FILE-OPEN
               DISPLAY "CUSTMNT1: PENDING-CHANGE-FILE IS NOT "
                       "AVAILABLE - CHANGE NOT MADE"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE "CUSTMNT PENDING FILE UNAVAILABLE"
                   TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3600-EXIT
           END-IF

           MOVE WS-TARGET-CUST-ID TO PCHG-CUST-ID
           MOVE CUSTOMER-RECORD TO PCHG-AFTER-IMAGE
           MOVE CUST-STATUS TO PCHG-NEW-STATUS
           MOVE CUST-CREDIT-LIMIT TO PCHG-NEW-LIMIT
           MOVE WS-BEFORE-IMAGE TO CUSTOMER-RECORD
           MOVE CUSTOMER-RECORD TO PCHG-BEFORE-IMAGE
           MOVE CUST-STATUS TO PCHG-OLD-STATUS
           MOVE CUST-CREDIT-LIMIT TO PCHG-OLD-LIMIT
           MOVE USERNAME TO PCHG-MADE-BY
           MOVE WS-TIMESTAMP TO PCHG-MADE-TIMESTAMP
           SET PCHG-AWAITING-APPROVAL TO TRUE
           MOVE SPACES TO PCHG-DECIDED-BY
           MOVE 0 TO PCHG-DECISION-TIMESTAMP
           MOVE SPACES TO PCHG-DECISION-REASON
           MOVE 'N' TO WS-PCHG-STORED-SW
           MOVE 1 TO PCHG-CHANGE-ID
           PERFORM 3610-TRY-PENDING-WRITE THRU 3610-EXIT
               UNTIL WS-PCHG-STORED
           IF RETURN-CODE NOT = RC-CLEAN
               MOVE "CUSTMNT PENDING WRITE FAILED" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3600-EXIT
           END-IF

           DISPLAY "CUSTMNT1: CHANGE " PCHG-CHANGE-ID " HELD FOR "
                   "SUPERVISOR APPROVAL - MASTER NOT YET CHANGED"
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "CUSTMNT HELD CHG=" DELIMITED BY SIZE
                  PCHG-CHANGE-ID DELIMITED BY SIZE
                  " CUST=" DELIMITED BY SIZE
                  WS-TARGET-CUST-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PCHG-CHANGE-TYPE DELIMITED BY SIZE
                  " FROM " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OLD-VALUE) DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-VALUE) DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3610-TRY-PENDING-WRITE.
           WRITE PENDING-CHANGE-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF PC-STATUS-OK
               SET WS-PCHG-STORED TO TRUE
           ELSE
               IF PC-STATUS-DUPLICATE
                   ADD 1 TO PCHG-CHANGE-ID
               ELSE
                   DISPLAY "CUSTMNT1: PENDING WRITE FAILED "
                           PC-FILE-STATUS
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
                   SET WS-PCHG-STORED TO TRUE
               END-IF
           END-IF.
       3610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3700-LIST-WORKLIST - a page of open data-quality rows from  *
      *    the keyed customer id onward; the operator keys the next    *
      *    start id shown to carry on.  The fix itself is made with    *
      *    the other functions and drops off after the next scan       *
      *----------------------------------------------------------------*
       3700-LIST-WORKLIST.
           IF NOT WS-WORKLIST-OPEN
               DISPLAY "CUSTMNT1: NO DATA-QUALITY WORKLIST ON FILE"
               GO TO 3700-EXIT
           END-IF
           MOVE 0 TO WS-WORKLIST-SHOWN
           MOVE SPACES TO WS-WORKLIST-NEXT-ID
           MOVE SPACES TO WS-WORKLIST-LAST-ID
           MOVE 'N' TO WS-WORKLIST-DONE-SW
           MOVE WS-TARGET-CUST-ID TO DQW-CUST-ID
           MOVE 0 TO DQW-RULE-CODE
           START DQ-WORKLIST-FILE
               KEY IS NOT LESS THAN DQW-KEY
               INVALID KEY SET WS-WORKLIST-DONE TO TRUE
           END-START
           PERFORM 3710-LIST-ONE-ROW THRU 3710-EXIT
               UNTIL WS-WORKLIST-DONE
           IF WS-WORKLIST-NEXT-ID = SPACES
               DISPLAY "CUSTMNT1: END OF OPEN WORKLIST"
           ELSE
               DISPLAY "CUSTMNT1: MORE - NEXT START ID "
                       WS-WORKLIST-NEXT-ID
           END-IF
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "CUSTMNT WORKLIST FROM=" DELIMITED BY SIZE
                  WS-TARGET-CUST-ID DELIMITED BY SIZE
                  " SHOWN=" DELIMITED BY SIZE
                  WS-WORKLIST-SHOWN DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3710-LIST-ONE-ROW - a full page stops at a customer         *
      *    boundary so no customer is split across pages               *
      *----------------------------------------------------------------*
       3710-LIST-ONE-ROW.
           READ DQ-WORKLIST-FILE NEXT
               AT END
                   SET WS-WORKLIST-DONE TO TRUE
                   GO TO 3710-EXIT
           END-READ
           IF NOT DQW-OPEN
               GO TO 3710-EXIT
           END-IF
           IF WS-WORKLIST-SHOWN NOT < WS-WORKLIST-PAGE
            AND DQW-CUST-ID NOT = WS-WORKLIST-LAST-ID
               MOVE DQW-CUST-ID TO WS-WORKLIST-NEXT-ID
               SET WS-WORKLIST-DONE TO TRUE
               GO TO 3710-EXIT
           END-IF
           ADD 1 TO WS-WORKLIST-SHOWN
           DISPLAY "  " DQW-CUST-ID " RULE " DQW-RULE-CODE " "
                   DQW-RULE-TEXT " " DQW-DETAIL
                   " SINCE " DQW-FIRST-FOUND-DATE
           MOVE DQW-CUST-ID TO WS-WORKLIST-LAST-ID.
       3710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3800-SCREEN-NAME - CUST-NAME against the watch list before  *
      *    the master is written.  A likely match is held on the case  *
      *    file with the record as it would have been written, unless  *
      *    compliance has already cleared this same name against this  *
      *    same entry.  The operator is told only that the change is   *
      *    held, not what it matched                                   *
      *----------------------------------------------------------------*
       3800-SCREEN-NAME.
           MOVE 'N' TO WS-SCREEN-HELD-SW
           IF NOT WS-CASE-FILE-OPEN
               DISPLAY "CUSTMNT1: SCREEN-CASE-FILE IS NOT "
                       "AVAILABLE - NOT MADE"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE "CUSTMNT SCREEN CASE FILE UNAVAILABLE"
                   TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3800-EXIT
           END-IF

           PERFORM 3810-READ-CASE THRU 3810-EXIT
           IF WS-CASE-FOUND
            AND NOT SCRN-CLEARED
               IF SCRN-PENDING-REVIEW
                   DISPLAY "CUSTMNT1: CUSTOMER " WS-TARGET-CUST-ID
                           " IS PENDING COMPLIANCE REVIEW - NOT MADE"
               ELSE
                   DISPLAY "CUSTMNT1: CUSTOMER " WS-TARGET-CUST-ID
                           " IS UNDER A COMPLIANCE HOLD - NOT MADE"
               END-IF
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "CUSTMNT SCREEN CASE OPEN CUST=" DELIMITED BY SIZE
                      WS-TARGET-CUST-ID DELIMITED BY SIZE
                      " STATUS=" DELIMITED BY SIZE
                      SCRN-STATUS DELIMITED BY SIZE
                      INTO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3800-EXIT
           END-IF

           SET WLSCRN-FUNC-SCREEN TO TRUE
           MOVE CUST-NAME TO WLSCRN-NAME
           CALL "WLSCRN1" USING WLSCRN-PARMS
           IF WLSCRN-NO-FILE
               DISPLAY "CUSTMNT1: WATCH LIST NOT AVAILABLE - "
                       "NOT MADE"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "CUSTMNT SCREEN NO WATCH LIST CUST="
                       DELIMITED BY SIZE
                      WS-TARGET-CUST-ID DELIMITED BY SIZE
                      INTO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3800-EXIT
           END-IF
           IF WLSCRN-NO-MATCH
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "CUSTMNT SCREEN CLEAR CUST=" DELIMITED BY SIZE
                      WS-TARGET-CUST-ID DELIMITED BY SIZE
                      " NAME=" DELIMITED BY SIZE
                      FUNCTION TRIM(CUST-NAME) DELIMITED BY SIZE
                      INTO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3800-EXIT
           END-IF
           IF WS-CASE-FOUND
            AND SCRN-ENTRY-ID = WLSCRN-ENTRY-ID
            AND SCRN-SCREENED-NAME = CUST-NAME
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "CUSTMNT SCREEN CLEARED BEFORE CUST="
                       DELIMITED BY SIZE
                      WS-TARGET-CUST-ID DELIMITED BY SIZE
                      " ENTRY=" DELIMITED BY SIZE
                      SCRN-ENTRY-ID DELIMITED BY SIZE
                      " BY=" DELIMITED BY SIZE
                      SCRN-DECIDED-BY DELIMITED BY SIZE
                      INTO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3800-EXIT
           END-IF

           MOVE SPACES TO SCREEN-CASE-RECORD
           MOVE WS-TARGET-CUST-ID TO SCRN-CUST-ID
           SET SCRN-PENDING-REVIEW TO TRUE
           MOVE WS-SCREEN-SOURCE TO SCRN-SOURCE
           MOVE CUST-NAME TO SCRN-SCREENED-NAME
           IF SCRN-FROM-NAME-CHANGE
               MOVE WS-OLD-VALUE TO SCRN-PRIOR-NAME
           END-IF
           MOVE WLSCRN-MATCH-KEY TO SCRN-MATCH-KEY
           MOVE WLSCRN-ENTRY-ID TO SCRN-ENTRY-ID
           MOVE WLSCRN-LIST-NAME TO SCRN-LIST-NAME
           MOVE WLSCRN-LISTED-NAME TO SCRN-LISTED-NAME
           MOVE WLSCRN-LIST-DATE TO SCRN-LIST-DATE
           MOVE WLSCRN-MATCH-COUNT TO SCRN-MATCH-COUNT
           MOVE USERNAME TO SCRN-RAISED-BY
           MOVE WS-TIMESTAMP TO SCRN-RAISED-TIMESTAMP
           MOVE 0 TO SCRN-DECISION-TIMESTAMP
           MOVE CUSTOMER-RECORD TO SCRN-HELD-IMAGE
           IF WS-CASE-FOUND
               REWRITE SCREEN-CASE-RECORD
           ELSE
               WRITE SCREEN-CASE-RECORD
           END-IF
           IF NOT SC-STATUS-OK
               DISPLAY "CUSTMNT1: SCREEN CASE WRITE FAILED "
                       SC-FILE-STATUS " - NOT MADE"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE "CUSTMNT SCREEN CASE WRITE FAILED"
                   TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3800-EXIT
           END-IF

           SET WS-SCREEN-HELD TO TRUE
           DISPLAY "CUSTMNT1: CUSTOMER " WS-TARGET-CUST-ID
                   " HELD FOR COMPLIANCE REVIEW - MASTER NOT CHANGED"
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "CUSTMNT SCREEN HELD CUST=" DELIMITED BY SIZE
                  WS-TARGET-CUST-ID DELIMITED BY SIZE
                  " SRC=" DELIMITED BY SIZE
                  SCRN-SOURCE DELIMITED BY SIZE
                  " ENTRY=" DELIMITED BY SIZE
                  SCRN-ENTRY-ID DELIMITED BY SIZE
                  " LIST=" DELIMITED BY SIZE
                  SCRN-LIST-NAME DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3810-READ-CASE.
           MOVE 'N' TO WS-CASE-FOUND-SW
           MOVE WS-TARGET-CUST-ID TO SCRN-CUST-ID
           READ SCREEN-CASE-FILE
               INVALID KEY GO TO 3810-EXIT
           END-READ
           SET WS-CASE-FOUND TO TRUE.
       3810-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3900-READ-TARGET - shared keyed read                        *
      *----------------------------------------------------------------*
       3900-READ-TARGET.
           MOVE WS-AVAILABLE-BALANCE TO WS-AVAIL-DISPLAY
           DISPLAY "CUSTMNT1: BALANCE " WS-BALANCE-DISPLAY
                   " HOLDS " WS-HOLDS-DISPLAY
                   " AVAILABLE " WS-AVAIL-DISPLAY
                   " PLAN " CUST-PRICING-PLAN
           PERFORM 3980-SHOW-EXCEPTIONS THRU 3980-EXIT.
       3900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3960-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3980-SHOW-EXCEPTIONS - the target's open data-quality rows, *
      *    so the operator fixing one sees the rest                    *
      *----------------------------------------------------------------*
       3980-SHOW-EXCEPTIONS.
           IF NOT WS-WORKLIST-OPEN
               GO TO 3980-EXIT
           END-IF
           MOVE 'N' TO WS-WORKLIST-DONE-SW
           MOVE WS-TARGET-CUST-ID TO DQW-CUST-ID
           MOVE 0 TO DQW-RULE-CODE
           START DQ-WORKLIST-FILE
               KEY IS NOT LESS THAN DQW-KEY
               INVALID KEY SET WS-WORKLIST-DONE TO TRUE
           END-START
           PERFORM 3990-SHOW-ONE-EXCEPTION THRU 3990-EXIT
               UNTIL WS-WORKLIST-DONE.
       3980-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3990-SHOW-ONE-EXCEPTION.
           READ DQ-WORKLIST-FILE NEXT
               AT END
                   SET WS-WORKLIST-DONE TO TRUE
                   GO TO 3990-EXIT
           END-READ
           IF DQW-CUST-ID NOT = WS-TARGET-CUST-ID
               SET WS-WORKLIST-DONE TO TRUE
               GO TO 3990-EXIT
           END-IF
           IF DQW-OPEN
               DISPLAY "CUSTMNT1: DATA QUALITY - " DQW-RULE-TEXT
                       " " DQW-DETAIL
           END-IF.
       3990-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the operator needs a grant for     *
      *    this function, or for all of this program, on the           *
      *    entitlement file; with no file on hand nothing is allowed   *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE USERNAME TO ENTCHK-OPERATOR-ID
           MOVE "CUSTMNT1" TO ENTCHK-PROGRAM-ID
           MOVE WS-MAINT-FUNCTION TO ENTCHK-FUNCTION
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "CUSTMNT1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "CUSTMNT1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "CUSTMNT NOT ENTITLED " DELIMITED BY SIZE
                  ENTCHK-FUNCTION DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - PIN is always masked before it    *
      *    could end up in this record                                 *
      *----------------------------------------------------------------*
           IF WS-PROFILE-FILE-OPEN
               CLOSE CUSTOMER-PROFILE-FILE
           END-IF
           IF WS-PENDING-FILE-OPEN
               CLOSE PENDING-CHANGE-FILE
           END-IF
           IF WS-WORKLIST-OPEN
               CLOSE DQ-WORKLIST-FILE
           END-IF
           IF WS-CASE-FILE-OPEN
               CLOSE SCREEN-CASE-FILE
           END-IF
           SET WLSCRN-FUNC-END TO TRUE
           CALL "WLSCRN1" USING WLSCRN-PARMS
           SET PLANGET-FUNC-END TO TRUE
           CALL "PLANGET1" USING PLANGET-PARMS
           IF WS-OS-AUDIT-OPEN
               CLOSE OS-AUDIT-FILE
           END-IF.
