      *                   last-used state under the session manager
      *                   was reusing a counter another program had
      *                   advanced.
      *  2026-10-15 JHM   Each function is now checked against the
      *                   operator's entitlements through ENTCHK1
      *                   before it is performed; an operator without
      *                   a grant is refused and the refusal audited.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MQCMDIN1.
       COPY "mqops.cpy".
       COPY "alwchk.cpy".
       COPY "mqstat.cpy".
       COPY "entchk.cpy".
       COPY "retcode.cpy".
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
       4000-PERFORM-OPERATION.
           DISPLAY "Enter MQ operation (CONNECT, SETMAXDP, SETINHIB): "
           ACCEPT MQ-OPERATION-CODE
           PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
           IF ENTCHK-NOT-ENTITLED
               GO TO 4000-EXIT
           END-IF

           MOVE 'MQOP' TO ALWCHK-LIST-TYPE
           MOVE MQ-OPERATION-CODE TO ALWCHK-VALUE
       4300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the operator needs a grant for     *
      *    this function, or for all of this program, on the           *
      *    entitlement file; with no file on hand nothing is allowed   *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE USERNAME TO ENTCHK-OPERATOR-ID
           MOVE "MQCMDIN1" TO ENTCHK-PROGRAM-ID
           MOVE MQ-OPERATION-CODE TO ENTCHK-FUNCTION
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "MQCMDIN1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "MQCMDIN1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - PIN is always masked before it    *
      *    could end up in this record                                 *
      *----------------------------------------------------------------*
