      *                   checkpoint rows - the executing step used
      *                   to show as WAITING, indistinguishable from
      *                   one the cycle had not reached.
      *  2026-10-15 JHM   Step facts table widened to 32 entries for
      *                   LATEFEE1, added to the shared step table.
      *  2026-10-15 JHM   Step facts table widened to 33 entries for
      *                   RTNMAIL1, added to the shared step table.
      *  2026-10-15 JHM   Step facts table widened to 34 entries for
      *                   CHGOFF1, added to the shared step table.
      *  2026-10-15 JHM   Step facts table widened to 35 entries for
      *                   REFUND1, added to the shared step table.
      *  2026-10-15 JHM   Step facts table widened to 36 entries for
      *                   ESCHPRC1, added to the shared step table.
      *  2026-10-15 JHM   Step facts table widened to 37 entries for
      *                   STNDGEN1, added to the shared step table.
      *  2026-10-15 JHM   Step facts table widened to 38 entries for
      *                   DSPAGE1, added to the shared step table.
      *  2026-10-15 JHM   Step facts table widened to 39 entries for
      *                   TAXSUM1, added to the shared step table.
      *  2026-10-15 JHM   Step facts table widened to 40 entries for
      *                   GLPROOF1, added to the shared step table.
      *  2026-10-15 JHM   Step facts table widened to 41 entries for
      *                   TXNPTN1, added to the shared step table.
      *  2026-10-15 JHM   Step facts table widened to 45 entries for
      *                   PRTACK1, added to the shared step table.
      *  2026-10-15 JHM   Each function is now checked against the
      *                   operator's entitlements through ENTCHK1
      *                   before it is performed; an operator without
      *                   a grant is refused and the refusal audited.
      *  2026-10-15 JHM   Step facts table widened to 46 entries for
      *                   ENTRPT1, added to the shared step table.
      *  2026-10-15 JHM   Step facts table widened to 47 entries for
      *                   PCHGEXP1, added to the shared step table.
      *  2026-10-15 JHM   Step facts table widened to 48 entries for
      *                   LMTRVW1, added to the shared step table.
      *  2026-10-15 JHM   Step facts table widened to 49 entries for
      *                   DQSCAN1, added to the shared step table.
      *  2026-10-15 JHM   Step facts table widened to 50 entries for
      *                   TXNHARC1, added to the shared step table.
      *  2026-10-15 JHM   Step facts table widened to 51 entries for
      *                   LGTXRPT1, added to the shared step table.
      *  2026-10-15 JHM   Step facts table widened to 52 entries for
      *                   EODSNP1, added to the shared step table.
      *  2026-10-15 JHM   Step facts table widened to 53 entries for
      *                   ADBCALC1, added to the shared step table.
      *  2026-10-15 JHM   Step facts table widened to 54 entries for
      *                   DUNLTR1, added to the shared step table.
      *  2026-10-15 JHM   Step facts table widened to 55 entries for
      *                   CLNTSTM1, added to the shared step table.
      *  2026-10-15 JHM   Step facts table widened to 56 entries for
      *                   MISSUM1, added to the shared step table.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCON1.
       77  WS-AUDIT-TEXT                PIC X(60).

       01  WS-STEP-FACTS-TABLE.
           05  WS-STEP-FACTS OCCURS 56 TIMES.
               10  WS-SF-DONE-SW           PIC X(01).
               10  WS-SF-RUNNING-SW        PIC X(01).
               10  WS-SF-TONIGHT-RC        PIC 9(03).
       COPY "sysavl.cpy".
       COPY "pinval.cpy".
       COPY "pinmask.cpy".
       COPY "entchk.cpy".
       COPY "retcode.cpy".
       COPY "busdate.cpy".
       COPY "audseq.cpy".
       3000-PERFORM-FUNCTION.
           DISPLAY "Enter function (STATUS, HOLD, RELEASE): "
           ACCEPT WS-CON-FUNCTION
           PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
           IF ENTCHK-NOT-ENTITLED
               GO TO 3000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-FUNC-STATUS
       5500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the operator needs a grant for     *
      *    this function, or for all of this program, on the           *
      *    entitlement file; with no file on hand nothing is allowed   *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE USERNAME TO ENTCHK-OPERATOR-ID
           MOVE "BATCON1" TO ENTCHK-PROGRAM-ID
           MOVE WS-CON-FUNCTION TO ENTCHK-FUNCTION
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "BATCON1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "BATCON1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "BATCON NOT ENTITLED " DELIMITED BY SIZE
                  ENTCHK-FUNCTION DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - PIN is always masked before it    *
      *    could end up in this record                                 *
      *----------------------------------------------------------------*
