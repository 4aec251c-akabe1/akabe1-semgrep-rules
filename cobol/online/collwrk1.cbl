      *                   taken, so the follow-up counts credits
      *                   posted between the promise and its due
      *                   date - paying early is kept, not broken.
      *  2026-10-15 JHM   Each function is now checked against the
      *                   operator's entitlements through ENTCHK1
      *                   before it is performed; an operator without
      *                   a grant is refused and the refusal audited.
      *  2026-10-15 JHM   SHOW also gives the last dunning letter sent
      *                   and its date.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLWRK1.

       COPY "pinval.cpy".
       COPY "pinmask.cpy".
       COPY "entchk.cpy".
       COPY "retcode.cpy".
       COPY "audseq.cpy".
       77  WS-AUDIT-SEQ-READY-SW        PIC X(01) VALUE 'N'.
       3000-PERFORM-FUNCTION.
           DISPLAY "Enter function (SHOW, ACTION, PROMISE): "
           ACCEPT WS-COLL-FUNCTION
           PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
           IF ENTCHK-NOT-ENTITLED
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Enter customer id (6 chars): "
           ACCEPT WS-TARGET-CUST-ID

                   " " COLL-LAST-ACTION-NOTE
           DISPLAY "PROMISE  : " WS-PROMISE-DISPLAY
                   " BY " COLL-PROMISE-DATE
           DISPLAY "LETTER   : " COLL-LETTER-CODE
                   " " COLL-LETTER-DATE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "COLLWRK SHOW CUST=" DELIMITED BY SIZE
                  WS-TARGET-CUST-ID DELIMITED BY SIZE
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the operator needs a grant for     *
      *    this function, or for all of this program, on the           *
      *    entitlement file; with no file on hand nothing is allowed   *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE USERNAME TO ENTCHK-OPERATOR-ID
           MOVE "COLLWRK1" TO ENTCHK-PROGRAM-ID
           MOVE WS-COLL-FUNCTION TO ENTCHK-FUNCTION
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "COLLWRK1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "COLLWRK1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "COLLWRK NOT ENTITLED " DELIMITED BY SIZE
                  ENTCHK-FUNCTION DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - PIN is always masked before it    *
      *    could end up in this record                                 *
      *----------------------------------------------------------------*
