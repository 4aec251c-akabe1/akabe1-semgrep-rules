      *                   line on tomorrow's exception report.
      *                   Terminal maintenance (TRMMNT1) added to
      *                   the menu.
      *  2026-10-15 JHM   Added the customer change approval queue
      *                   (CUSTAPR1) to the menu.
      *  2026-10-15 JHM   Added the credit-limit review approval
      *                   queue (LMTAPR1) to the menu.
      *  2026-10-15 JHM   Added the duplicate customer merge
      *                   (CUSTMRG1) to the menu.
      *  2026-10-15 JHM   Added the watch-list compliance review
      *                   (WLREV1) to the menu.
      *  2026-10-15 JHM   Added pricing-plan maintenance (PLANMNT1)
      *                   to the menu.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESMGR1.
           DISPLAY "  H  REPORT RETRIEVAL   (RPTRTRV1)"
           DISPLAY "  I  AUDIT INQUIRY      (AUDINQ1)"
           DISPLAY "  J  TERMINAL MAINT     (TRMMNT1)"
           DISPLAY "  K  CUST CHG APPROVAL  (CUSTAPR1)"
           DISPLAY "  L  LIMIT REVIEW APPR  (LMTAPR1)"
           DISPLAY "  M  CUST MERGE         (CUSTMRG1)"
           DISPLAY "  N  WATCH-LIST REVIEW  (WLREV1)"
           DISPLAY "  O  PLAN MAINT         (PLANMNT1)"
           DISPLAY "  X  SIGN OFF"
           DISPLAY "Enter choice: "
           ACCEPT WS-MENU-CHOICE
                   CALL "AUDINQ1" USING USER-INPUT
               WHEN 'J'
                   CALL "TRMMNT1" USING USER-INPUT
               WHEN 'K'
                   CALL "CUSTAPR1" USING USER-INPUT
               WHEN 'L'
                   CALL "LMTAPR1" USING USER-INPUT
               WHEN 'M'
                   CALL "CUSTMRG1" USING USER-INPUT
               WHEN 'N'
                   CALL "WLREV1" USING USER-INPUT
               WHEN 'O'
                   CALL "PLANMNT1" USING USER-INPUT
               WHEN 'X'
                   MOVE "SIGN-OFF" TO WS-SIGNOFF-REASON
                   SET WS-SESSION-DONE TO TRUE
