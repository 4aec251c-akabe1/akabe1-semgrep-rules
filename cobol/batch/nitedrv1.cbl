      *                   same as RUN-HISTORY-FILE, so the console
      *                   sees the row at once instead of after
      *                   this driver's buffer flushes.
      *  2026-10-15 JHM   Added the late-fee assessment (LATEFEE1) as
      *                   step 32, after posting and the suspense
      *                   pass; its fee file is concatenated ahead of
      *                   the next cycle's TRANSACTION-FILE like the
      *                   service charges.
      *  2026-10-15 JHM   Step state table widened to 33 entries for
      *                   the returned-mail intake (RTNMAIL1).
      *  2026-10-15 JHM   Step table grows to 34 entries for the
      *                   charge-off selection (CHGOFF1).
      *  2026-10-15 JHM   Step table grows to 35 entries for the
      *                   credit-balance refund (REFUND1).
      *  2026-10-15 JHM   Step table grows to 36 entries for the
      *                   escheatment batch (ESCHPRC1).
      *  2026-10-15 JHM   Step table grows to 37 with STNDGEN1, the
      *                   standing-instruction generator.
      *  2026-10-15 JHM   Added step 38 DSPAGE1, the nightly open
      *                   dispute aging report.
      *  2026-10-15 JHM   Step state table widened to 39 entries for
      *                   TAXSUM1.
      *  2026-10-15 JHM   Step state table widened to 40 entries for
      *                   GLPROOF1.
      *  2026-10-15 JHM   Step state table widened for the four
      *                   posting partition steps; the partition
      *                   steps quiesce the online regions as the
      *                   posting step does.
      *  2026-10-15 JHM   Step state table widened for the partner
      *                   acknowledgement step.
      *  2026-10-15 JHM   Step table grown to 46 entries for the
      *                   quarter-end entitlement review (ENTRPT1).
      *  2026-10-15 JHM   Step state table widened to 47 entries for
      *                   PCHGEXP1.
      *  2026-10-15 JHM   Step state table widened to 48 entries for
      *                   LMTRVW1.
      *  2026-10-15 JHM   Step state table widened to 49 entries for
      *                   DQSCAN1.
      *  2026-10-15 JHM   Step state table widened to 50 entries for
      *                   TXNHARC1.
      *  2026-10-15 JHM   Step state table widened to 51 entries for
      *                   LGTXRPT1.
      *  2026-10-15 JHM   Step state table widened to 52 entries for
      *                   EODSNP1.
      *  2026-10-15 JHM   Step state table widened to 53 entries for
      *                   ADBCALC1.
      *  2026-10-15 JHM   Step state table widened to 54 entries for
      *                   DUNLTR1.
      *  2026-10-15 JHM   Step state table widened to 55 entries for
      *                   CLNTSTM1.
      *  2026-10-15 JHM   Step state table widened to 56 entries for
      *                   MISSUM1.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NITEDRV1.
       COPY "nitestep.cpy".

       01  WS-STEP-STATE-TABLE.
           05  WS-STEP-STATE OCCURS 56 TIMES
                                        PIC X(01) VALUE 'N'.
       77  WS-PASS-PROGRESS-SW          PIC X(01).
           88  WS-PASS-PROGRESS              VALUE 'Y'.
           MOVE STEP-PROGRAM-ID(STEP-IDX) TO WS-CALLED-PROGRAM
           IF NOT WS-QUIESCED
              AND (WS-CALLED-PROGRAM = "TXNPOST1 "
                OR WS-CALLED-PROGRAM = "TXNPTN1  "
                OR WS-CALLED-PROGRAM = "TXNPTN2  "
                OR WS-CALLED-PROGRAM = "TXNPTN3  "
                OR WS-CALLED-PROGRAM = "TXNPTN4  "
                OR WS-CALLED-PROGRAM = "SUSPROC1 "
                OR WS-CALLED-PROGRAM = "DORMPRC1 "
                OR WS-CALLED-PROGRAM = "ARCHPRC1 ")
