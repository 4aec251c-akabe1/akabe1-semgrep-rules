      *================================================================*
      *  CUSTAPR1                                                      *
      *  Supervisor approval of held customer master changes.  A      *
      *  status change, a credit-limit change, or a CLOSE keyed in     *
      *  CUSTMNT1 sits on the keyed PENDING-CHANGE-FILE until a        *
      *  supervisor - validated through the same PIN machinery and     *
      *  required to hold the supervisor operator class - approves or  *
      *  denies it here, the same two-person pattern TXNREL1 gives     *
      *  large transaction entries.  A supervisor may not decide       *
      *  their own change.                                             *
      *                                                                *
      *  Only an approval touches the master: the customer is re-read, *
      *  the changed field is checked against the before value the     *
      *  maker saw (a master that has moved since is not overwritten - *
      *  the change is denied and must be keyed again), a CLOSE is     *
      *  re-checked for a zero balance, and the new value is applied,  *
      *  rewritten, and journaled through CJRNWRT1.  The pending row   *
      *  keeps the decision, the decider, and the decision timestamp   *
      *  either way, and every decision is audited.  Changes left      *
      *  undecided are expired by the nightly PCHGEXP1.                *
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
       PROGRAM-ID. CUSTAPR1.
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

           SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCHG-CHANGE-ID
               FILE STATUS IS PC-FILE-STATUS.

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

       FD  PENDING-CHANGE-FILE.
           COPY "pendchg.cpy".

       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  OS-AUDIT-FILE.
           COPY "auditrec.cpy".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  PS-FILE-STATUS               PIC X(02).
           88  PS-STATUS-OK                   VALUE '00'.
       77  PC-FILE-STATUS               PIC X(02).
           88  PC-STATUS-OK                   VALUE '00'.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  OA-FILE-STATUS               PIC X(02).
           88  OA-STATUS-OK                   VALUE '00'.

       77  WS-PIN-SECURITY-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PIN-SECURITY-OPEN          VALUE 'Y'.
       77  WS-PENDING-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PENDING-FILE-OPEN          VALUE 'Y'.
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
       77  WS-CHANGES-REVIEWED          PIC 9(05) COMP-3 VALUE 0.
       77  WS-CHANGES-APPROVED          PIC 9(05) COMP-3 VALUE 0.
       77  WS-CHANGES-DENIED            PIC 9(05) COMP-3 VALUE 0.
       77  WS-OLD-LIMIT-DISPLAY         PIC Z,ZZZ,ZZ9.99.
       77  WS-NEW-LIMIT-DISPLAY         PIC Z,ZZZ,ZZ9.99.

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
               PERFORM 3000-REVIEW-ONE-CHANGE THRU 3000-EXIT
                   UNTIL WS-END-OF-FILE
               DISPLAY "CUSTAPR1: REVIEWED " WS-CHANGES-REVIEWED
                       " APPROVED " WS-CHANGES-APPROVED
                       " DENIED " WS-CHANGES-DENIED
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
           OPEN I-O PENDING-CHANGE-FILE
           IF PC-STATUS-OK
               SET WS-PENDING-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTAPR1: NO PENDING-CHANGE-FILE TO REVIEW, "
                       "STATUS " PC-FILE-STATUS
               SET WS-END-OF-FILE TO TRUE
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTAPR1: CUSTOMER-FILE OPEN FAILED "
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
           IF NOT WS-PENDING-FILE-OPEN
               GO TO 1500-EXIT
           END-IF
           MOVE 0 TO PCHG-CHANGE-ID
           START PENDING-CHANGE-FILE
               KEY IS NOT LESS THAN PCHG-CHANGE-ID
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 1600-READ-NEXT-PENDING THRU 1600-EXIT
           END-IF.
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1600-READ-NEXT-PENDING.
           READ PENDING-CHANGE-FILE NEXT
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
                   MOVE "CUSTAPR SIGN-ON REJECTED" TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                   GO TO 2000-EXIT
           END-READ

           MOVE PIN TO PINVAL-PIN-ENTERED
           MOVE WS-TODAY-DATE TO PINVAL-TODAY-DATE
           CALL "PINVALD1" USING PINVAL-PARMS, PIN-SECURITY-RECORD
           REWRITE PIN-SECURITY-RECORD

           IF PINVAL-REJECTED
               DISPLAY "CUSTAPR1: PIN REJECTED - " PINVAL-REASON
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "CUSTAPR SIGN-ON REJECTED" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF

           IF NOT PINSEC-CLASS-SUPERVISOR
               DISPLAY "CUSTAPR1: OPERATOR IS NOT A SUPERVISOR - "
                       "APPROVAL REFUSED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "CUSTAPR SIGN-ON NOT SUPV" TO WS-AUDIT-TEXT
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
               DISPLAY "CUSTAPR1: NIGHTLY CYCLE IN PROGRESS - "
                       "UPDATES REFUSED, TRY AGAIN AFTER THE CYCLE"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "CUSTAPR CYCLE IN PROGRESS" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-IF.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-REVIEW-ONE-CHANGE - only changes awaiting approval go  *
      *    in front of the reviewer; a supervisor may not decide       *
      *    their own change                                            *
      *----------------------------------------------------------------*
       3000-REVIEW-ONE-CHANGE.
           IF NOT PCHG-AWAITING-APPROVAL
               PERFORM 1600-READ-NEXT-PENDING THRU 1600-EXIT
               GO TO 3000-EXIT
           END-IF

           ADD 1 TO WS-CHANGES-REVIEWED
           DISPLAY "CUSTAPR1: CHANGE " PCHG-CHANGE-ID
                   " CUST " PCHG-CUST-ID " " PCHG-CHANGE-TYPE
           IF PCHG-TYPE-LIMIT
               MOVE PCHG-OLD-LIMIT TO WS-OLD-LIMIT-DISPLAY
               MOVE PCHG-NEW-LIMIT TO WS-NEW-LIMIT-DISPLAY
               DISPLAY "         LIMIT FROM " WS-OLD-LIMIT-DISPLAY
                       " TO " WS-NEW-LIMIT-DISPLAY
           ELSE
               DISPLAY "         STATUS FROM " PCHG-OLD-STATUS
                       " TO " PCHG-NEW-STATUS
           END-IF
           DISPLAY "         MADE BY " PCHG-MADE-BY
                   " AT " PCHG-MADE-TIMESTAMP

           IF PCHG-MADE-BY = USERNAME
               DISPLAY "CUSTAPR1: OWN CHANGE - LEFT FOR ANOTHER "
                       "SUPERVISOR"
               PERFORM 1600-READ-NEXT-PENDING THRU 1600-EXIT
               GO TO 3000-EXIT
           END-IF

           DISPLAY "Approve, deny, or skip (A/D/S): "
           ACCEPT WS-DECISION

           EVALUATE TRUE
               WHEN WS-DECISION-APPROVE
                   PERFORM 3100-APPROVE-CHANGE THRU 3100-EXIT
               WHEN WS-DECISION-DENY
                   MOVE "DENIED BY SUPERVISOR"
                       TO PCHG-DECISION-REASON
                   PERFORM 3200-DENY-CHANGE THRU 3200-EXIT
               WHEN OTHER
                   DISPLAY "CUSTAPR1: LEFT AWAITING APPROVAL"
           END-EVALUATE

           PERFORM 1600-READ-NEXT-PENDING THRU 1600-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-APPROVE-CHANGE - the field must still hold the value   *
      *    the maker saw; the new value is applied to the current      *
      *    record, so postings since the change was made are kept      *
      *----------------------------------------------------------------*
       3100-APPROVE-CHANGE.
           MOVE PCHG-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "CUSTAPR1: CUSTOMER " PCHG-CUST-ID
                           " NO LONGER ON FILE"
                   MOVE "CUSTOMER NOT ON FILE"
                       TO PCHG-DECISION-REASON
                   PERFORM 3200-DENY-CHANGE THRU 3200-EXIT
                   GO TO 3100-EXIT
           END-READ

           IF CUST-STATUS NOT = PCHG-OLD-STATUS
            OR CUST-CREDIT-LIMIT NOT = PCHG-OLD-LIMIT
               DISPLAY "CUSTAPR1: MASTER HAS CHANGED SINCE THIS "
                       "CHANGE WAS MADE - DENIED, KEY IT AGAIN"
               MOVE "MASTER CHANGED SINCE MADE"
                   TO PCHG-DECISION-REASON
               PERFORM 3200-DENY-CHANGE THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF

           IF PCHG-TYPE-CLOSE
            AND CUST-BALANCE NOT = 0
               DISPLAY "CUSTAPR1: ACCOUNT NOW CARRIES A BALANCE - "
                       "CLOSE DENIED"
               MOVE "NONZERO BALANCE AT APPROVAL"
                   TO PCHG-DECISION-REASON
               PERFORM 3200-DENY-CHANGE THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF

           MOVE PCHG-NEW-STATUS TO CUST-STATUS
           MOVE PCHG-NEW-LIMIT TO CUST-CREDIT-LIMIT
           REWRITE CUSTOMER-RECORD
           IF NOT CF-STATUS-OK
               DISPLAY "CUSTAPR1: CUSTOMER REWRITE FAILED "
                       CF-FILE-STATUS " - CHANGE LEFT AWAITING"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "CUSTAPR REWRITE FAILED CHG=" DELIMITED BY SIZE
                      PCHG-CHANGE-ID DELIMITED BY SIZE
                      INTO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               SET WS-END-OF-FILE TO TRUE
               GO TO 3100-EXIT
           END-IF
           MOVE 'C' TO CJRNWRT-ACTION
           PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT

           SET PCHG-APPROVED TO TRUE
           MOVE USERNAME TO PCHG-DECIDED-BY
           MOVE WS-TIMESTAMP TO PCHG-DECISION-TIMESTAMP
           MOVE SPACES TO PCHG-DECISION-REASON
           REWRITE PENDING-CHANGE-RECORD
           ADD 1 TO WS-CHANGES-APPROVED
           DISPLAY "CUSTAPR1: CHANGE " PCHG-CHANGE-ID
                   " APPROVED - MASTER UPDATED"
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "CUSTAPR APPROVED CHG=" DELIMITED BY SIZE
                  PCHG-CHANGE-ID DELIMITED BY SIZE
                  " CUST=" DELIMITED BY SIZE
                  PCHG-CUST-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PCHG-CHANGE-TYPE DELIMITED BY SIZE
                  " MAKER=" DELIMITED BY SIZE
                  PCHG-MADE-BY DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-DENY-CHANGE - the master is left alone; the reason     *
      *    is set by the caller                                        *
      *----------------------------------------------------------------*
       3200-DENY-CHANGE.
           SET PCHG-DENIED TO TRUE
           MOVE USERNAME TO PCHG-DECIDED-BY
           MOVE WS-TIMESTAMP TO PCHG-DECISION-TIMESTAMP
           REWRITE PENDING-CHANGE-RECORD
           ADD 1 TO WS-CHANGES-DENIED
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "CUSTAPR DENIED CHG=" DELIMITED BY SIZE
                  PCHG-CHANGE-ID DELIMITED BY SIZE
                  " CUST=" DELIMITED BY SIZE
                  PCHG-CUST-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PCHG-DECISION-REASON)
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
           MOVE "CUSTAPR1" TO ENTCHK-PROGRAM-ID
           MOVE "APPROVE " TO ENTCHK-FUNCTION
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "CUSTAPR1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "CUSTAPR1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "CUSTAPR NOT ENTITLED " DELIMITED BY SIZE
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
           MOVE "CUSTAPR1" TO AUDIT-PROGRAM-ID
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
      *    8500-WRITE-JOURNAL - an approved change leaves the same     *
      *    change-capture row a maintenance rewrite does               *
      *----------------------------------------------------------------*
       8500-WRITE-JOURNAL.
           MOVE "CUSTAPR1" TO CJRNWRT-PROGRAM-ID
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
           IF WS-PENDING-FILE-OPEN
               CLOSE PENDING-CHANGE-FILE
           END-IF
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-OS-AUDIT-OPEN
               CLOSE OS-AUDIT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
