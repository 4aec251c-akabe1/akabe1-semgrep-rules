      *  keyed as manual adjustments; this step runs nightly after    *
      *  posting and accrues it on the books instead.  For every       *
      *  non-closed customer carrying a debit (negative) balance, the  *
      *  night's interest is computed from the annual rate of the      *
      *  customer's pricing plan (PLANGET1, the plan row in effect on  *
      *  the business date) - or, where the plan has no row in         *
      *  effect, from the base effective-dated rate on                 *
      *  INTEREST-RATE-FILE (latest rate on or before the business     *
      *  date) - as an annual percentage over a 365-day year, and      *
      *  added to the customer's row on the keyed                      *
      *  INTEREST-ACCRUAL-FILE at four decimal places.  A night the    *
      *  cycle did not run is caught up by day count from the row's    *
      *  last-accrual date.                                            *
      *                                                                *
      *  At month-end each accumulated accrual is rounded to cents     *
      *  and written as an ordinary INT transaction in the shared      *
      *  TRANSACTION-FILE, the same as SVCCHG1's service charges, so   *
      *  accrued interest posts, audits, and reconciles like any       *
      *  other transaction instead of being an off-book number.  A     *
      *  proof report lists the night's accruals with the plan and     *
      *  rate each was priced at, the night's totals by plan, and the  *
      *  month-end capitalization total.  A customer with neither a    *
      *  plan row nor a base rate in effect is not accrued and the     *
      *  step ends with a warning - never a guessed rate; the missed   *
      *  nights are caught up by day count once a rate is on file.     *
      *                                                                *
      *  Capitalization survives a rerun: the first attempt of a       *
      *  month-end records the night on INTEREST-CAPITAL-CONTROL       *
      *                   accrual rewrite are now status-checked -
      *                   the accrual is zeroed only after its
      *                   transaction is proven on file.
      *  2026-10-15 JHM   Control layout moved to INTCTL.CPY.  Each
      *                   capitalization attempt now also writes a
      *                   totals row (accounts and INT amount written)
      *                   for the year-end tax summary tie-out.
      *  2026-10-15 JHM   Each customer is now priced at the annual
      *                   rate of its pricing plan (PLANGET1), with
      *                   the base INTEREST-RATE-FILE rate as the
      *                   fallback when the plan has no row in effect.
      *                   No base rate is no longer fatal - plan-
      *                   priced customers still accrue, the rest are
      *                   counted and warned.  The proof shows each
      *                   accrual's plan and rate, and totals by plan.
      *  2026-10-15 JHM   A charged-off account accrues no interest -
      *                   the debt is written off and only recoveries
      *                   post against it.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACR1.
           COPY "txnrec.cpy".

       FD  INTEREST-CAPITAL-CONTROL.
           COPY "intctl.cpy".

       FD  PROOF-REPORT.
       01  REPORT-LINE                 PIC X(132).
           88  WS-RATE-AT-EOF                 VALUE 'Y'.
       77  WS-RATE-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-RATE-FOUND                  VALUE 'Y'.
       77  WS-CUST-RATE-SW              PIC X(01) VALUE 'N'.
           88  WS-CUST-RATE-FOUND             VALUE 'Y'.
       77  WS-PLAN-TOTAL-FOUND-SW       PIC X(01) VALUE 'N'.
           88  WS-PLAN-TOTAL-FOUND            VALUE 'Y'.
       77  WS-NO-PLAN-FILE-SW           PIC X(01) VALUE 'N'.
           88  WS-NO-PLAN-FILE                VALUE 'Y'.
       77  WS-ACRU-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-ACRU-AT-EOF                 VALUE 'Y'.
       77  WS-CONTROL-EOF-SW            PIC X(01) VALUE 'N'.
       77  WS-RUN-DATE-INTEGER          PIC S9(09) COMP.
       77  WS-LAST-DATE-INTEGER         PIC S9(09) COMP.
       77  WS-ACCRUAL-DAYS              PIC S9(05) COMP-3.
       77  WS-BASE-RATE                 PIC 9(02)V9(04).
       77  WS-ANNUAL-RATE               PIC 9(02)V9(04).
       77  WS-PRICED-BY                 PIC X(04).
       77  WS-DEBIT-BALANCE             PIC 9(07)V99 COMP-3.
       77  WS-NIGHT-INTEREST            PIC S9(7)V9(04) COMP-3.
       77  WS-CAPITAL-AMOUNT            PIC 9(07)V99.
                                        VALUE 0.
       77  WS-ACCOUNTS-CAPITALIZED      PIC 9(07) COMP-3 VALUE 0.
       77  WS-TOTAL-CAPITALIZED         PIC S9(09)V99 COMP-3 VALUE 0.
       77  WS-ACCOUNTS-NO-RATE          PIC 9(07) COMP-3 VALUE 0.

      *    Night's accruals by the plan they were priced at; BASE is
      *    the INTEREST-RATE-FILE fallback
       01  WS-PLAN-TOTAL-TABLE.
           05  WS-PLAN-TOTAL-ENTRY OCCURS 40 TIMES
                   INDEXED BY WS-PT-IDX.
               10  WS-PT-PRICED-BY         PIC X(04).
               10  WS-PT-ACCOUNTS          PIC 9(07) COMP-3.
               10  WS-PT-INTEREST          PIC S9(09)V9(04) COMP-3.
       77  WS-PLAN-TOTAL-COUNT          PIC S9(04) COMP VALUE 0.
       77  WS-PLAN-TOTAL-LIMIT          PIC S9(04) COMP VALUE 40.

       COPY "retcode.cpy".
       COPY "busdate.cpy".
       COPY "planget.cpy".

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(34) VALUE
           05  WS-HDR-RUN-DATE         PIC 9(08).

       01  WS-RATE-LINE.
           05  FILLER                  PIC X(14) VALUE "BASE RATE:".
           05  WS-RTL-RATE             PIC Z9.9999.
           05  FILLER                  PIC X(17) VALUE
               "  EFFECTIVE FROM ".
           05  WS-DTL-INTEREST         PIC ZZ,ZZ9.9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-ACCRUED          PIC ZZZ,ZZ9.9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-PRICED-BY        PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-RATE             PIC Z9.9999.

       01  WS-PLAN-HEADER-LINE.
           05  FILLER                  PIC X(30) VALUE
               "TONIGHT BY PLAN".

       01  WS-PLAN-TOTAL-LINE.
           05  FILLER                  PIC X(07) VALUE "PLAN ".
           05  WS-PTL-PRICED-BY        PIC X(04).
           05  FILLER                  PIC X(12) VALUE
               "  ACCOUNTS:".
           05  WS-PTL-ACCOUNTS         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE
               "   INTEREST:".
           05  WS-PTL-INTEREST         PIC ZZ,ZZZ,ZZ9.9999.

       01  WS-NO-RATE-LINE.
           05  FILLER                  PIC X(37) VALUE
               "ACCOUNTS NOT ACCRUED - NO RATE:".
           05  WS-NRL-ACCOUNTS         PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(19) VALUE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-ACCRUE-ONE-CUSTOMER THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           IF BUSDATE-MONTH-END
              AND WS-ACCRUAL-FILE-OPEN
               PERFORM 4000-CAPITALIZE-ACCRUALS THRU 4000-EXIT
           END-IF
           PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - find the base rate before anything        *
      *    accrues; with none, only plan-priced customers accrue       *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS

           PERFORM 1200-FIND-APPLICABLE-RATE THRU 1200-EXIT
           IF NOT WS-RATE-FOUND
               DISPLAY "INTACR1: NO APPLICABLE BASE RATE ON FILE - "
                       "ONLY PLAN-PRICED ACCOUNTS ACCRUE TONIGHT"
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           OPEN INPUT CUSTOMER-FILE
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RATE-FOUND
               MOVE WS-BASE-RATE TO WS-RTL-RATE
               MOVE WS-RATE-LINE TO REPORT-LINE
           ELSE
               MOVE "BASE RATE:    NONE IN EFFECT" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
               SET WS-RATE-AT-EOF TO TRUE
               GO TO 1210-EXIT
           END-IF
           MOVE RATE-ANNUAL-PCT TO WS-BASE-RATE
           MOVE RATE-EFFECTIVE-DATE TO WS-RTL-EFFECTIVE
           SET WS-RATE-FOUND TO TRUE.
       1210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-ACCRUE-ONE-CUSTOMER - interest only on a debit         *
      *    balance on an account neither closed nor charged off;       *
      *    missed nights are caught up by day count from the accrual   *
      *    row                                                         *
      *----------------------------------------------------------------*
       2000-ACCRUE-ONE-CUSTOMER.
           IF CUST-CLOSED
            OR CUST-CHARGED-OFF
            OR CUST-BALANCE >= 0
               GO TO 2000-NEXT
           END-IF

           COMPUTE WS-DEBIT-BALANCE = 0 - CUST-BALANCE
           PERFORM 2100-PRICE-CUSTOMER THRU 2100-EXIT
           IF NOT WS-CUST-RATE-FOUND
               ADD 1 TO WS-ACCOUNTS-NO-RATE
               GO TO 2000-NEXT
           END-IF

           MOVE CUST-ID TO ACRU-CUST-ID
           READ INTEREST-ACCRUAL-FILE

           ADD 1 TO WS-ACCOUNTS-ACCRUED
           ADD WS-NIGHT-INTEREST TO WS-INTEREST-ACCRUED
           PERFORM 2200-ADD-PLAN-TOTAL THRU 2200-EXIT

           MOVE CUST-ID TO WS-DTL-CUST-ID
           MOVE CUST-BALANCE TO WS-DTL-BALANCE
           MOVE WS-ACCRUAL-DAYS TO WS-DTL-DAYS
           MOVE WS-NIGHT-INTEREST TO WS-DTL-INTEREST
           MOVE ACRU-ACCRUED-AMOUNT TO WS-DTL-ACCRUED
           MOVE WS-PRICED-BY TO WS-DTL-PRICED-BY
           MOVE WS-ANNUAL-RATE TO WS-DTL-RATE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-PRICE-CUSTOMER - the plan row in effect tonight, else  *
      *    the base rate; a plan row's rate stands even when it is     *
      *    zero, since that is how a no-interest plan is set up        *
      *----------------------------------------------------------------*
       2100-PRICE-CUSTOMER.
           MOVE 'N' TO WS-CUST-RATE-SW
           SET PLANGET-FUNC-GET TO TRUE
           MOVE CUST-PRICING-PLAN TO PLANGET-PLAN-CODE
           MOVE WS-RUN-DATE TO PLANGET-AS-OF-DATE
           CALL "PLANGET1" USING PLANGET-PARMS
           IF PLANGET-NO-FILE
               SET WS-NO-PLAN-FILE TO TRUE
           END-IF
           IF PLANGET-FOUND
               MOVE PLANGET-ANNUAL-PCT TO WS-ANNUAL-RATE
               MOVE SPACES TO WS-PRICED-BY
               MOVE CUST-PRICING-PLAN TO WS-PRICED-BY
               IF CUST-PLAN-NOT-ASSIGNED
                   MOVE 'S' TO WS-PRICED-BY
               END-IF
               SET WS-CUST-RATE-FOUND TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-RATE-FOUND
               MOVE WS-BASE-RATE TO WS-ANNUAL-RATE
               MOVE "BASE" TO WS-PRICED-BY
               SET WS-CUST-RATE-FOUND TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-ADD-PLAN-TOTAL - a full table folds any further plans  *
      *    into its last entry                                         *
      *----------------------------------------------------------------*
       2200-ADD-PLAN-TOTAL.
           MOVE 'N' TO WS-PLAN-TOTAL-FOUND-SW
           PERFORM 2210-CHECK-ONE-TOTAL THRU 2210-EXIT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PLAN-TOTAL-COUNT
                  OR WS-PLAN-TOTAL-FOUND
           IF WS-PLAN-TOTAL-FOUND
               SET WS-PT-IDX DOWN BY 1
           ELSE
               IF WS-PLAN-TOTAL-COUNT < WS-PLAN-TOTAL-LIMIT
                   ADD 1 TO WS-PLAN-TOTAL-COUNT
                   SET WS-PT-IDX TO WS-PLAN-TOTAL-COUNT
                   MOVE WS-PRICED-BY TO WS-PT-PRICED-BY(WS-PT-IDX)
                   MOVE 0 TO WS-PT-ACCOUNTS(WS-PT-IDX)
                   MOVE 0 TO WS-PT-INTEREST(WS-PT-IDX)
               ELSE
                   SET WS-PT-IDX TO WS-PLAN-TOTAL-LIMIT
               END-IF
           END-IF
           ADD 1 TO WS-PT-ACCOUNTS(WS-PT-IDX)
           ADD WS-NIGHT-INTEREST TO WS-PT-INTEREST(WS-PT-IDX).
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-CHECK-ONE-TOTAL.
           IF WS-PT-PRICED-BY(WS-PT-IDX) = WS-PRICED-BY
               SET WS-PLAN-TOTAL-FOUND TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-CAPITALIZE-ACCRUALS - month-end: each accumulated      *
      *    accrual rounds to cents and goes into the cycle as an       *
      *    ordinary INT transaction for the next TXNAUD1 edit.  A      *
               INVALID KEY SET WS-ACRU-AT-EOF TO TRUE
           END-START
           PERFORM 4100-CAPITALIZE-ONE THRU 4100-EXIT
               UNTIL WS-ACRU-AT-EOF
           PERFORM 4040-RECORD-CAPITAL-TOTALS THRU 4040-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 4030-EXIT
           END-IF
           MOVE SPACES TO INTEREST-CAPITAL-CONTROL-REC
           MOVE WS-RUN-DATE TO ICC-RUN-DATE
           SET ICC-START-ROW TO TRUE
           MOVE 0 TO ICC-ACCOUNTS
           MOVE 0 TO ICC-AMOUNT
           WRITE INTEREST-CAPITAL-CONTROL-REC
           CLOSE INTEREST-CAPITAL-CONTROL.
       4030-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4040-RECORD-CAPITAL-TOTALS - what this attempt actually     *
      *    wrote, even if it stopped partway; a rerun adds its own     *
      *    row, so the night's rows sum to the night's capitalization  *
      *----------------------------------------------------------------*
       4040-RECORD-CAPITAL-TOTALS.
           OPEN EXTEND INTEREST-CAPITAL-CONTROL
           IF NOT IC-STATUS-OK
               DISPLAY "INTACR1: INTEREST-CAPITAL-CONTROL OPEN "
                       "FAILED " IC-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 4040-EXIT
           END-IF
           MOVE SPACES TO INTEREST-CAPITAL-CONTROL-REC
           MOVE WS-RUN-DATE TO ICC-RUN-DATE
           SET ICC-TOTALS-ROW TO TRUE
           MOVE WS-ACCOUNTS-CAPITALIZED TO ICC-ACCOUNTS
           MOVE WS-TOTAL-CAPITALIZED TO ICC-AMOUNT
           WRITE INTEREST-CAPITAL-CONTROL-REC
           IF NOT IC-STATUS-OK
               DISPLAY "INTACR1: CAPITAL TOTALS WRITE FAILED "
                       IC-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF
           CLOSE INTEREST-CAPITAL-CONTROL.
       4040-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4100-CAPITALIZE-ONE.
           READ INTEREST-ACCRUAL-FILE NEXT
           MOVE WS-INTEREST-ACCRUED TO WS-TRL-INTEREST
           MOVE WS-TRAILER-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ACCOUNTS-NO-RATE > 0
               MOVE WS-ACCOUNTS-NO-RATE TO WS-NRL-ACCOUNTS
               MOVE WS-NO-RATE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF BUSDATE-MONTH-END
               MOVE WS-ACCOUNTS-CAPITALIZED TO WS-TRL-CAP-ACCOUNTS
               MOVE WS-TOTAL-CAPITALIZED TO WS-TRL-CAPITALIZED
               MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PLAN-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5100-WRITE-ONE-PLAN-TOTAL THRU 5100-EXIT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PLAN-TOTAL-COUNT

           DISPLAY "INTACR1: ACCOUNTS ACCRUED    " WS-ACCOUNTS-ACCRUED
           DISPLAY "INTACR1: ACCOUNTS CAPITALIZED "
                   WS-ACCOUNTS-CAPITALIZED
           IF WS-NO-PLAN-FILE
               DISPLAY "INTACR1: NO PRICING-PLAN-FILE - ACCOUNTS "
                       "PRICED AT THE BASE RATE"
           END-IF
           IF WS-ACCOUNTS-NO-RATE > 0
               DISPLAY "INTACR1: ACCOUNTS NOT ACCRUED, NO RATE "
                       WS-ACCOUNTS-NO-RATE
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5100-WRITE-ONE-PLAN-TOTAL.
           MOVE WS-PT-PRICED-BY(WS-PT-IDX) TO WS-PTL-PRICED-BY
           MOVE WS-PT-ACCOUNTS(WS-PT-IDX) TO WS-PTL-ACCOUNTS
           MOVE WS-PT-INTEREST(WS-PT-IDX) TO WS-PTL-INTEREST
           MOVE WS-PLAN-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
           END-IF
           IF WS-REPORT-OPEN
               CLOSE PROOF-REPORT
           END-IF
           SET PLANGET-FUNC-END TO TRUE
           CALL "PLANGET1" USING PLANGET-PARMS.
       9000-EXIT.
           EXIT.
