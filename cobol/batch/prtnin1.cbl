      *                   rerun after a mid-run failure, because the
      *                   fresh accepted file no longer held what the
      *                   failed attempt had written.
      *  2026-10-15 JHM   Every detail passed is stamped with the
      *                   partner tag (partner id, batch number and
      *                   its sequence within the batch) so the
      *                   end-of-cycle acknowledgement (PRTACK1) can
      *                   report each record's outcome back to the
      *                   partner.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRTNIN1.
      *----------------------------------------------------------------*
      *    3500-STORE-DETAIL - held in the table until the trailer     *
      *    proves; a non-numeric amount or an oversized batch refuses  *
      *    the whole batch.  The partner tag is stamped as it goes in  *
      *----------------------------------------------------------------*
       3500-STORE-DETAIL.
           IF NOT WS-BATCH-IN-PROGRESS
               MOVE 'N' TO WS-BATCH-GOOD-SW
               GO TO 3500-EXIT
           END-IF
           MOVE WS-BATCH-PARTNER-ID TO WRK-PARTNER-ID
           MOVE WS-BATCH-NUMBER TO WRK-PARTNER-BATCH-NUMBER
           MOVE WS-BATCH-DETAIL-COUNT TO WRK-PARTNER-SEQUENCE
           MOVE WORK-TXN-RECORD
               TO WS-BATCH-DETAIL(WS-BATCH-DETAIL-COUNT)
           ADD WRK-AMOUNT TO WS-BATCH-AMOUNT-TOTAL.
