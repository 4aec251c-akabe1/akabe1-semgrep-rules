      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02 JHM   Original version.
      *  2026-10-15 JHM   A code the valid-code table marks system-
      *                   only is rejected - a message may carry only
      *                   the codes an operator may key.
      *  2026-10-15 JHM   The partner tag is cleared on every message
      *                   taken from the queue; only the partner
      *                   intake (PRTNIN1) stamps it.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MQTXNIN1.
       77  WS-EDIT-REASON               PIC X(40).
       77  WS-CODE-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-CODE-FOUND                  VALUE 'Y'.
       77  WS-SYSTEM-CODE-SW            PIC X(01) VALUE 'N'.
           88  WS-SYSTEM-CODE                 VALUE 'Y'.
       77  WS-REPLY-VERDICT             PIC X(06).

       77  WS-MESSAGES-READ             PIC 9(07) COMP-3 VALUE 0.
      *----------------------------------------------------------------*
      *    2000-RECEIVE-ONE-MESSAGE - a blocked queue manager retains  *
      *    the message unanswered; otherwise it is edited, answered,   *
      *    and consumed.  The partner tag is never taken from a        *
      *    message                                                     *
      *----------------------------------------------------------------*
       2000-RECEIVE-ONE-MESSAGE.
           ADD 1 TO WS-MESSAGES-READ
           END-IF

           MOVE MQTXN-TRANSACTION-DATA TO TRANSACTION-RECORD
           MOVE SPACES TO TXN-PARTNER-TAG
           PERFORM 2100-EDIT-MESSAGE-TXN THRU 2100-EXIT

           IF WS-EDIT-OK
           MOVE SPACES TO WS-EDIT-REASON

           MOVE 'N' TO WS-CODE-FOUND-SW
           MOVE 'N' TO WS-SYSTEM-CODE-SW
           PERFORM 2110-CHECK-ONE-CODE THRU 2110-EXIT
               VARYING VALID-TXN-IDX FROM 1 BY 1
               UNTIL VALID-TXN-IDX > VALID-TXN-CODE-COUNT
                   TO WS-EDIT-REASON
               GO TO 2100-EXIT
           END-IF
           IF WS-SYSTEM-CODE
               MOVE 'N' TO WS-EDIT-OK-SW
               MOVE "SYSTEM-GENERATED CODE - NOT ACCEPTED"
                   TO WS-EDIT-REASON
               GO TO 2100-EXIT
           END-IF

           IF TXN-AMOUNT-X IS NOT NUMERIC
               MOVE 'N' TO WS-EDIT-OK-SW
       2110-CHECK-ONE-CODE.
           IF TXN-CODE = VTC-CODE(VALID-TXN-IDX)
               SET WS-CODE-FOUND TO TRUE
               IF VTC-SYSTEM-ONLY(VALID-TXN-IDX)
                   SET WS-SYSTEM-CODE TO TRUE
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.
