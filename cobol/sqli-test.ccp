      *                   timestamp carries the business date plus
      *                   the time of day, so the reconciliation
      *                   window finds the night's records.
      *  2026-10-15 JHM   Each client maintenance function and the
      *                   staging load are now checked against the
      *                   operator's entitlements through ENTCHK1
      *                   (ADD, CHANGE, INACTIVE, INQUIRE, STAGLOAD)
      *                   before they run; an operator without a
      *                   grant is refused and the refusal audited.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQLITST1.
       77  WS-TIME-HHMMSS               PIC 9(06).
       COPY "busdate.cpy".
       COPY "audseq.cpy".
       COPY "entchk.cpy".
       77  WS-AUDIT-SEQ-READY-SW        PIC X(01) VALUE 'N'.
           88  WS-AUDIT-SEQ-READY            VALUE 'Y'.
      *----------------------------------------------------------------*
           EXIT.
      *----------------------------------------------------------------*
      *    5000-CLIENT-MAINTENANCE - add / change / inactivate /       *
      *    inquire, gated on a validated CLIENT-ID and the operator's  *
      *    entitlement to the function                                 *
      *----------------------------------------------------------------*
       5000-CLIENT-MAINTENANCE.
           DISPLAY "Enter client function (ADD, CHANGE, INACTIVATE, "
           END-IF

           MOVE CLIVAL-CLIENT-ID TO HV-CLIENT-ID
           MOVE SPACES TO ENTCHK-FUNCTION
           EVALUATE WS-CLIENT-FUNCTION
               WHEN "ADD"
                   MOVE "ADD     " TO ENTCHK-FUNCTION
               WHEN "CHANGE"
                   MOVE "CHANGE  " TO ENTCHK-FUNCTION
               WHEN "INACTIVATE"
                   MOVE "INACTIVE" TO ENTCHK-FUNCTION
               WHEN "INQUIRE"
                   MOVE "INQUIRE " TO ENTCHK-FUNCTION
           END-EVALUATE
           IF ENTCHK-FUNCTION NOT = SPACES
               PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
               IF ENTCHK-NOT-ENTITLED
                   GO TO 5000-EXIT
               END-IF
           END-IF

           EVALUATE WS-CLIENT-FUNCTION
               WHEN "ADD"
                   PERFORM 5100-ADD-CLIENT THRU 5100-EXIT
      *    SQLCODE instead of leaving the staging table half loaded     *
      *----------------------------------------------------------------*
       6000-STAGING-TABLE-LOAD.
           MOVE "STAGLOAD" TO ENTCHK-FUNCTION
           PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
           IF ENTCHK-NOT-ENTITLED
               GO TO 6000-EXIT
           END-IF
           MOVE 0 TO WS-STAGING-ROW-COUNT
           MOVE 0 TO WS-STAGING-ROWS-PENDING
           MOVE 0 TO WS-STAGING-ROWS-COMMITTED
       6100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the operator needs a grant for     *
      *    the function in ENTCHK-FUNCTION, or for all of this         *
      *    program, on the entitlement file; with no file on hand      *
      *    nothing is allowed                                          *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE WS-OPERATOR-ID TO ENTCHK-OPERATOR-ID
           MOVE "SQLITST1" TO ENTCHK-PROGRAM-ID
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "SQLITST1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "SQLITST1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-ACTION-TEXT
           STRING "SQLITST NOT ENTITLED " DELIMITED BY SIZE
                  ENTCHK-FUNCTION DELIMITED BY SIZE
                  INTO WS-AUDIT-ACTION-TEXT
           PERFORM 8950-WRITE-SQL-AUDIT-RECORD THRU 8950-EXIT.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8900-CLASSIFY-SQLCODE - centralized SQLCODE classification  *
      *----------------------------------------------------------------*
       8900-CLASSIFY-SQLCODE.
