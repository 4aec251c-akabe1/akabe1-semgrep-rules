      *                   of the initial PIN (PINENC1) and marks the
      *                   row encoded - no clear PIN reaches the
      *                   cluster.
      *  2026-10-15 JHM   Each function is now checked against the
      *                   operator's entitlements through ENTCHK1
      *                   before it is performed; an operator without
      *                   a grant is refused and the refusal audited.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINADM1.
       COPY "pinval.cpy".
       COPY "pinmask.cpy".
       COPY "pinenc.cpy".
       COPY "entchk.cpy".
       COPY "retcode.cpy".
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           INITIALIZE ENTCHK-PARMS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TIME-HHMMSS
           DISPLAY "Enter function (ENROLL, DISABLE, ENABLE, RESET, "
                   "EXPIRE, LIST): "
           ACCEPT WS-ADMIN-FUNCTION
           PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
           IF ENTCHK-NOT-ENTITLED
               GO TO 3000-EXIT
           END-IF

           IF WS-FUNC-LIST
               PERFORM 3600-LIST-EXPIRING-ACCOUNTS THRU 3600-EXIT
       3900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the operator needs a grant for     *
      *    this function, or for all of this program, on the           *
      *    entitlement file; with no file on hand nothing is allowed   *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE USERNAME TO ENTCHK-OPERATOR-ID
           MOVE "PINADM1" TO ENTCHK-PROGRAM-ID
           MOVE WS-ADMIN-FUNCTION TO ENTCHK-FUNCTION
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "PINADM1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "PINADM1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - SECADM action text; the admin's   *
      *    PIN is masked, the target's PIN never appears at all        *
      *----------------------------------------------------------------*
           MOVE TERMINAL-ID TO AUDIT-TERMINAL-ID
           MOVE "PINADM1" TO AUDIT-PROGRAM-ID
           MOVE SPACES TO AUDIT-ACTION
           IF ENTCHK-NOT-ENTITLED
               STRING "SECADM NOT ENTITLED " DELIMITED BY SIZE
                      ENTCHK-FUNCTION DELIMITED BY SIZE
                      " PIN=" DELIMITED BY SIZE
                      PINMASK-PIN-OUT DELIMITED BY SIZE
                      INTO AUDIT-ACTION
           ELSE
               STRING "SECADM " DELIMITED BY SIZE
                      WS-ADMIN-FUNCTION DELIMITED BY SIZE
                      " USER=" DELIMITED BY SIZE
                      WS-TARGET-USERNAME DELIMITED BY SIZE
                      " PIN=" DELIMITED BY SIZE
                      PINMASK-PIN-OUT DELIMITED BY SIZE
                      INTO AUDIT-ACTION
           END-IF
           IF RETURN-CODE = RC-CLEAN
               SET AUDIT-RESULT-SUCCESS TO TRUE
           ELSE
