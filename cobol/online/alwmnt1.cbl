      *  2026-09-02 JHM   Accepts the new PRTN list type - the
      *                   partner registry the batch intake gateway
      *                   (PRTNIN1) checks submitters against.
      *  2026-10-15 JHM   Each function is now checked against the
      *                   operator's entitlements through ENTCHK1
      *                   before it is performed; an operator without
      *                   a grant is refused and the refusal audited.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALWMNT1.

       COPY "pinval.cpy".
       COPY "pinmask.cpy".
       COPY "entchk.cpy".
       COPY "retcode.cpy".
       COPY "audseq.cpy".
       77  WS-AUDIT-SEQ-READY-SW        PIC X(01) VALUE 'N'.
       3000-PERFORM-FUNCTION.
           DISPLAY "Enter function (ADD, EXPIRE, LIST): "
           ACCEPT WS-ALW-FUNCTION
           PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
           IF ENTCHK-NOT-ENTITLED
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Enter list type (DIR, MQOP, OSOP, PRTN): "
           ACCEPT WS-TARGET-TYPE
           IF WS-TARGET-TYPE NOT = 'DIR '
       3310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the operator needs a grant for     *
      *    this function, or for all of this program, on the           *
      *    entitlement file; with no file on hand nothing is allowed   *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE USERNAME TO ENTCHK-OPERATOR-ID
           MOVE "ALWMNT1" TO ENTCHK-PROGRAM-ID
           MOVE WS-ALW-FUNCTION TO ENTCHK-FUNCTION
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "ALWMNT1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "ALWMNT1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "ALLOWLIST NOT ENTITLED " DELIMITED BY SIZE
                  ENTCHK-FUNCTION DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD                                     *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-RECORD.
