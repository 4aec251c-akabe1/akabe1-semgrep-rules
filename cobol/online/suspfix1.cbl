      *                   refuse while the nightly cycle holds the
      *                   suspense file; pulling up an item and the
      *                   RETRY preview stay available.
      *  2026-10-15 JHM   Each function is now checked against the
      *                   operator's entitlements through ENTCHK1
      *                   before it is performed; an operator without
      *                   a grant is refused and the refusal audited.
      *  2026-10-15 JHM   An item suspended under reason CMPL (a
      *                   confirmed watch-list hit) can no longer be
      *                   repaired or cancelled here - it waits for
      *                   compliance to release the hit in WLREV1.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPFIX1.
       COPY "txnrec.cpy".
       COPY "pinval.cpy".
       COPY "pinmask.cpy".
       COPY "entchk.cpy".
       COPY "retcode.cpy".
       COPY "sysavl.cpy".
       COPY "audseq.cpy".
       3000-PERFORM-FUNCTION.
           DISPLAY "Enter function (REPAIR, CANCEL, RETRY): "
           ACCEPT WS-FIX-FUNCTION
           PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
           IF ENTCHK-NOT-ENTITLED
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Enter suspense customer id (6 chars): "
           ACCEPT WS-TARGET-CUST-ID
           DISPLAY "Enter suspense sequence (6 digits): "
                   " SUSPENDED " SUSP-RUN-DATE

           EVALUATE TRUE
               WHEN (WS-FUNC-REPAIR OR WS-FUNC-CANCEL)
                AND SUSP-REASON-COMPLIANCE-HOLD
                   DISPLAY "SUSPFIX1: ITEM IS ON COMPLIANCE HOLD - "
                           "REFUSED"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE SPACES TO WS-AUDIT-TEXT
                   STRING "SUSPFIX " DELIMITED BY SIZE
                          WS-FIX-FUNCTION DELIMITED BY SPACE
                          " COMPLIANCE HOLD " DELIMITED BY SIZE
                          WS-TARGET-CUST-ID DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          WS-SEQ-ENTRY DELIMITED BY SIZE
                          INTO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               WHEN WS-FUNC-REPAIR
                   PERFORM 3100-REPAIR-ITEM THRU 3100-EXIT
               WHEN WS-FUNC-CANCEL
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the operator needs a grant for     *
      *    this function, or for all of this program, on the           *
      *    entitlement file; with no file on hand nothing is allowed   *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE USERNAME TO ENTCHK-OPERATOR-ID
           MOVE "SUSPFIX1" TO ENTCHK-PROGRAM-ID
           MOVE WS-FIX-FUNCTION TO ENTCHK-FUNCTION
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "SUSPFIX1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "SUSPFIX1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "SUSPFIX NOT ENTITLED " DELIMITED BY SIZE
                  ENTCHK-FUNCTION DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - suspense actions audit on the     *
      *    transaction channel; the PIN is always masked               *
      *----------------------------------------------------------------*
