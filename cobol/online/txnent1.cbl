      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02 JHM   Original version.
      *  2026-10-15 JHM   Each function is now checked against the
      *                   operator's entitlements through ENTCHK1
      *                   before it is performed; an operator without
      *                   a grant is refused and the refusal audited.
      *  2026-10-15 JHM   A code the valid-code table marks system-
      *                   only (charge-off, recovery, refund,
      *                   escheatment, dispute, merge) is refused at
      *                   entry and the refusal audited.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNENT1.
       77  WS-TIME-HHMMSS               PIC 9(06).
       77  WS-CODE-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-CODE-FOUND                 VALUE 'Y'.
       77  WS-SYSTEM-CODE-SW            PIC X(01) VALUE 'N'.
           88  WS-SYSTEM-CODE                VALUE 'Y'.
       77  WS-PEND-STORED-SW            PIC X(01) VALUE 'N'.
           88  WS-PEND-STORED                VALUE 'Y'.
       77  WS-RELEASE-THRESHOLD         PIC 9(07)V99 VALUE 10000.00.
       COPY "txncode.cpy".
       COPY "pinval.cpy".
       COPY "pinmask.cpy".
       COPY "entchk.cpy".
       COPY "retcode.cpy".
       COPY "audseq.cpy".
       77  WS-AUDIT-SEQ-READY-SW        PIC X(01) VALUE 'N'.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-VALIDATE-OPERATOR THRU 2000-EXIT
           IF RETURN-CODE = RC-CLEAN
               PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
           END-IF
           IF RETURN-CODE = RC-CLEAN
               PERFORM 3000-ENTER-TRANSACTION THRU 3000-EXIT
           END-IF
           DISPLAY "Enter transaction code (4 chars): "
           ACCEPT WS-ENTRY-CODE
           MOVE 'N' TO WS-CODE-FOUND-SW
           MOVE 'N' TO WS-SYSTEM-CODE-SW
           PERFORM 3010-CHECK-ONE-CODE THRU 3010-EXIT
               VARYING VALID-TXN-IDX FROM 1 BY 1
               UNTIL VALID-TXN-IDX > VALID-TXN-CODE-COUNT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3000-EXIT
           END-IF
           IF WS-SYSTEM-CODE
               DISPLAY "TXNENT1: CODE " WS-ENTRY-CODE
                       " IS SYSTEM-GENERATED - NOT KEYABLE"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "TXNENT SYSTEM CODE REFUSED " DELIMITED BY SIZE
                      WS-ENTRY-CODE DELIMITED BY SIZE
                      INTO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3000-EXIT
           END-IF

           DISPLAY "Enter customer id (6 chars): "
           ACCEPT WS-ENTRY-CUST-ID
       3010-CHECK-ONE-CODE.
           IF WS-ENTRY-CODE = VTC-CODE(VALID-TXN-IDX)
               SET WS-CODE-FOUND TO TRUE
               IF VTC-SYSTEM-ONLY(VALID-TXN-IDX)
                   SET WS-SYSTEM-CODE TO TRUE
               END-IF
           END-IF.
       3010-EXIT.
           EXIT.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the operator needs a grant for     *
      *    this function, or for all of this program, on the           *
      *    entitlement file; with no file on hand nothing is allowed   *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE USERNAME TO ENTCHK-OPERATOR-ID
           MOVE "TXNENT1" TO ENTCHK-PROGRAM-ID
           MOVE "ENTER   " TO ENTCHK-FUNCTION
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "TXNENT1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "TXNENT1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "TXNENT NOT ENTITLED " DELIMITED BY SIZE
                  ENTCHK-FUNCTION DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - keyed transactions audit on the   *
      *    transaction channel, where the nightly reconciliation       *
      *    looks for transaction activity                              *
