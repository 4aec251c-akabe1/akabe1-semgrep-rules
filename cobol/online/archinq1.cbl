      *                   system-availability control (SYSAVL1) and
      *                   refuses while the nightly posting chain
      *                   holds the master; inquiry is never gated.
      *  2026-10-15 JHM   Inquiry shows the amount and date remitted
      *                   to the state when the account was closed by
      *                   escheatment.  A restore brings the account
      *                   back without them - the money is gone.
      *  2026-10-15 JHM   Each function is now checked against the
      *                   operator's entitlements through ENTCHK1
      *                   before it is performed; an operator without
      *                   a grant is refused and the refusal audited.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHINQ1.

       COPY "pinval.cpy".
       COPY "pinmask.cpy".
       COPY "entchk.cpy".
       COPY "retcode.cpy".
       COPY "sysavl.cpy".
       COPY "audseq.cpy".
       3000-PERFORM-FUNCTION.
           DISPLAY "Enter function (INQUIRE, RESTORE): "
           ACCEPT WS-ARCH-FUNCTION
           PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
           IF ENTCHK-NOT-ENTITLED
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Enter customer id (6 chars): "
           ACCEPT WS-TARGET-CUST-ID

           DISPLAY "BALANCE  : " WS-BALANCE-DISPLAY
           DISPLAY "LAST ACT : " ARCH-LAST-ACTIVITY-DATE
           DISPLAY "ARCHIVED : " ARCH-ARCHIVED-DATE
           IF ARCH-ESCHEAT-DATE NOT = 0
               MOVE ARCH-ESCHEAT-AMOUNT TO WS-BALANCE-DISPLAY
               DISPLAY "ESCHEATED: " WS-BALANCE-DISPLAY
                       " REMITTED TO STATE ON " ARCH-ESCHEAT-DATE
           END-IF
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "ARCHIVE INQUIRE CUST=" DELIMITED BY SIZE
                  WS-TARGET-CUST-ID DELIMITED BY SIZE
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the operator needs a grant for     *
      *    this function, or for all of this program, on the           *
      *    entitlement file; with no file on hand nothing is allowed   *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE USERNAME TO ENTCHK-OPERATOR-ID
           MOVE "ARCHINQ1" TO ENTCHK-PROGRAM-ID
           MOVE WS-ARCH-FUNCTION TO ENTCHK-FUNCTION
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "ARCHINQ1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "ARCHINQ1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "ARCHIVE NOT ENTITLED " DELIMITED BY SIZE
                  ENTCHK-FUNCTION DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - PIN is always masked before it    *
      *    could end up in this record                                 *
      *----------------------------------------------------------------*
