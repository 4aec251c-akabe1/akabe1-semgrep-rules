      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02 JHM   Original version.
      *  2026-10-15 JHM   Each function is now checked against the
      *                   operator's entitlements through ENTCHK1
      *                   before it is performed; an operator without
      *                   a grant is refused and the refusal audited.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDINQ1.

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
               PERFORM 3000-ACCEPT-FILTERS THRU 3000-EXIT
               PERFORM 4000-SEARCH-CHANNELS THRU 4000-EXIT
       6100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the operator needs a grant for     *
      *    this function, or for all of this program, on the           *
      *    entitlement file; with no file on hand nothing is allowed   *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE USERNAME TO ENTCHK-OPERATOR-ID
           MOVE "AUDINQ1" TO ENTCHK-PROGRAM-ID
           MOVE "INQUIRE " TO ENTCHK-FUNCTION
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "AUDINQ1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "AUDINQ1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "AUDINQ NOT ENTITLED " DELIMITED BY SIZE
                  ENTCHK-FUNCTION DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - the inquiry itself lands on the   *
      *    OS channel; the PIN is always masked                        *
      *----------------------------------------------------------------*
