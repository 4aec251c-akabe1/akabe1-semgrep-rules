      *                   back into the cycle on the night it comes
      *                   due.  Warehoused rows are audited and
      *                   counted into the restart skip position.
      *  2026-10-15 JHM   A partner record carrying a code the valid-
      *                   code table marks system-only is rejected;
      *                   those codes come only from the programs
      *                   that own them.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNAUD1.
       77  WS-EDIT-REASON               PIC X(40).
       77  WS-CODE-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-CODE-FOUND                  VALUE 'Y'.
       77  WS-SYSTEM-CODE-SW            PIC X(01) VALUE 'N'.
           88  WS-SYSTEM-CODE                 VALUE 'Y'.

       77  WS-FINGERPRINT-COUNT         PIC 9(07) VALUE 0.
       77  WS-FIRST-FINGERPRINT         PIC X(40).
           MOVE SPACES TO WS-EDIT-REASON

           MOVE 'N' TO WS-CODE-FOUND-SW
           MOVE 'N' TO WS-SYSTEM-CODE-SW
           PERFORM 2060-CHECK-ONE-CODE THRU 2060-EXIT
               VARYING VALID-TXN-IDX FROM 1 BY 1
               UNTIL VALID-TXN-IDX > VALID-TXN-CODE-COUNT
                   TO WS-EDIT-REASON
               GO TO 2050-EXIT
           END-IF
           IF WS-SYSTEM-CODE
              AND TXN-PARTNER-ID NOT = SPACES
               MOVE 'N' TO WS-EDIT-OK-SW
               MOVE "SYSTEM-ONLY CODE ON A PARTNER RECORD"
                   TO WS-EDIT-REASON
               GO TO 2050-EXIT
           END-IF

           IF TXN-AMOUNT-X IS NOT NUMERIC
               MOVE 'N' TO WS-EDIT-OK-SW
       2060-CHECK-ONE-CODE.
           IF TXN-CODE = VTC-CODE(VALID-TXN-IDX)
               SET WS-CODE-FOUND TO TRUE
               IF VTC-SYSTEM-ONLY(VALID-TXN-IDX)
                   SET WS-SYSTEM-CODE TO TRUE
               END-IF
           END-IF.
       2060-EXIT.
           EXIT.
