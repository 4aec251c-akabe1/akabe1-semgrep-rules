      *  TRANSACTION-FILE, so the charges flow through TXNAUD1's       *
      *  edit, the posting engine, and the audit trail like any other  *
      *  transaction instead of being keyed as manual adjustments.     *
      *                                                                *
      *  Each account is charged by its pricing plan (PLANGET1, the    *
      *  plan row in effect on the business date): waived when the     *
      *  plan waives all charges, when the amount owed is under the    *
      *  plan's waiver amount, or when the account was opened (per     *
      *  its CUSTOMER-PROFILE-FILE row) within the plan's new-account  *
      *  months; otherwise the charge of the highest balance tier the  *
      *  amount owed reaches, else the plan's base charge.  An         *
      *  account whose plan has no row in effect is charged the shop   *
      *  standard 25.00, as before plans.                              *
      *                                                                *
      *  A proof report lists each account charged or waived, with     *
      *  its plan, the totals by plan, and the total assessed.  The    *
      *  step runs every night under the driver but assesses only on   *
      *  the last calendar day of the month; any other night it ends   *
      *  clean having done nothing.                                    *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *                   calendar (BUSDATE1); the tomorrow's-month
      *                   computation remains only as the fallback
      *                   when no calendar file is on hand.
      *  2026-10-15 JHM   The charge now comes from the customer's
      *                   pricing plan (PLANGET1) - balance tiers and
      *                   waivers for all accounts, small amounts
      *                   owed, and new accounts (opened date off
      *                   CUSTOMER-PROFILE-FILE).  The flat 25.00
      *                   stays as the charge when the plan has no
      *                   row in effect.  The proof lists waived
      *                   accounts and totals by plan.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCCHG1.
               RECORD KEY IS CUST-ID
               FILE STATUS IS CF-FILE-STATUS.

           SELECT CUSTOMER-PROFILE-FILE ASSIGN TO CUSTPROF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROF-CUST-ID
               FILE STATUS IS PF-FILE-STATUS.

           SELECT SERVICE-CHARGE-TXN-FILE ASSIGN TO SVCTXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SV-FILE-STATUS.
       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  CUSTOMER-PROFILE-FILE.
           COPY "profrec.cpy".

       FD  SERVICE-CHARGE-TXN-FILE.
           COPY "txnrec.cpy".

       WORKING-STORAGE SECTION.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  PF-FILE-STATUS               PIC X(02).
           88  PF-STATUS-OK                   VALUE '00'.
       77  SV-FILE-STATUS               PIC X(02).
           88  SV-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).

       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
       77  WS-PROFILE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PROFILE-FILE-OPEN          VALUE 'Y'.
       77  WS-CHARGE-FILE-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-CHARGE-FILE-OPEN           VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.
       77  WS-WAIVED-SW                 PIC X(01) VALUE 'N'.
           88  WS-CHARGE-WAIVED              VALUE 'Y'.
       77  WS-PLAN-TOTAL-FOUND-SW       PIC X(01) VALUE 'N'.
           88  WS-PLAN-TOTAL-FOUND            VALUE 'Y'.
       77  WS-NO-PLAN-FILE-SW           PIC X(01) VALUE 'N'.
           88  WS-NO-PLAN-FILE                VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-RUN-DATE-INTEGER          PIC S9(09) COMP.

       77  WS-SERVICE-CHARGE-AMOUNT     PIC 9(03)V99 VALUE 25.00.
       77  WS-ACCOUNTS-CHARGED          PIC 9(07) COMP-3 VALUE 0.
       77  WS-ACCOUNTS-WAIVED           PIC 9(07) COMP-3 VALUE 0.
       77  WS-TOTAL-ASSESSED            PIC S9(09)V99 COMP-3 VALUE 0.
       77  WS-AMOUNT-OWED               PIC 9(07)V99 COMP-3.
       77  WS-ACCOUNT-CHARGE            PIC 9(03)V99.
       77  WS-PRICED-BY                 PIC X(04).
       77  WS-TIER-SUB                  PIC S9(04) COMP.
       77  WS-RUN-MONTH-NUMBER          PIC 9(06) COMP-3.
       77  WS-OPENED-MONTH-NUMBER       PIC 9(06) COMP-3.
       01  WS-OPENED-DATE-PARTS.
           05  WS-OPENED-YYYY           PIC 9(04).
           05  WS-OPENED-MM             PIC 9(02).
           05  WS-OPENED-DD             PIC 9(02).
       01  WS-RUN-YYYYMM-PARTS.
           05  WS-RUN-YYYY              PIC 9(04).
           05  WS-RUN-MM                PIC 9(02).

      *    The month's charges by the plan they were priced at; BASE
      *    is the shop standard charge where the plan had no row
       01  WS-PLAN-TOTAL-TABLE.
           05  WS-PLAN-TOTAL-ENTRY OCCURS 40 TIMES
                   INDEXED BY WS-PT-IDX.
               10  WS-PT-PRICED-BY         PIC X(04).
               10  WS-PT-CHARGED           PIC 9(07) COMP-3.
               10  WS-PT-WAIVED            PIC 9(07) COMP-3.
               10  WS-PT-ASSESSED          PIC S9(09)V99 COMP-3.
       77  WS-PLAN-TOTAL-COUNT          PIC S9(04) COMP VALUE 0.
       77  WS-PLAN-TOTAL-LIMIT          PIC S9(04) COMP VALUE 40.

       COPY "retcode.cpy".
       COPY "busdate.cpy".
       COPY "planget.cpy".

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(34) VALUE
           05  WS-DTL-BALANCE          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CHARGE           PIC ZZ9.99.
           05  WS-DTL-CHARGE-X REDEFINES WS-DTL-CHARGE
                                       PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-PRICED-BY        PIC X(04).

       01  WS-PLAN-HEADER-LINE.
           05  FILLER                  PIC X(30) VALUE
               "ASSESSED BY PLAN".

       01  WS-PLAN-TOTAL-LINE.
           05  FILLER                  PIC X(07) VALUE "PLAN ".
           05  WS-PTL-PRICED-BY        PIC X(04).
           05  FILLER                  PIC X(11) VALUE
               "  CHARGED:".
           05  WS-PTL-CHARGED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE
               "  WAIVED:".
           05  WS-PTL-WAIVED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE
               "  ASSESSED:".
           05  WS-PTL-ASSESSED         PIC Z,ZZZ,ZZ9.99.

       01  WS-TRAILER-LINE.
           05  FILLER                  PIC X(18) VALUE
               "ACCOUNTS CHARGED:".
           05  WS-TRL-CHARGED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE
               "WAIVED:".
           05  WS-TRL-WAIVED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "TOTAL ASSESSED:".
           05  WS-TRL-ASSESSED         PIC Z,ZZZ,ZZ9.99.
               GO TO 1500-EXIT
           END-IF

           OPEN INPUT CUSTOMER-PROFILE-FILE
           IF PF-STATUS-OK
               SET WS-PROFILE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "SVCCHG1: NO CUSTOMER-PROFILE-FILE - "
                       "NEW-ACCOUNT WAIVERS NOT APPLIED"
           END-IF

           OPEN OUTPUT SERVICE-CHARGE-TXN-FILE
           IF SV-STATUS-OK
               SET WS-CHARGE-FILE-OPEN TO TRUE
           EXIT.
      *----------------------------------------------------------------*
      *    2000-ASSESS-CHARGES - one FEE transaction per overdrawn     *
      *    active account its plan does not waive                      *
      *----------------------------------------------------------------*
       2000-ASSESS-CHARGES.
           IF CUST-ACTIVE
              AND CUST-BALANCE < 0
               PERFORM 2050-PRICE-ONE-ACCOUNT THRU 2050-EXIT
               IF WS-CHARGE-WAIVED
                   PERFORM 2200-WAIVE-ONE-ACCOUNT THRU 2200-EXIT
               ELSE
                   PERFORM 2100-CHARGE-ONE-ACCOUNT THRU 2100-EXIT
               END-IF
           END-IF

           READ CUSTOMER-FILE
           END-READ.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2050-PRICE-ONE-ACCOUNT - the plan row in effect tonight     *
      *    sets the charge or the waiver; a plan charge of zero is a   *
      *    waiver too.  No row in effect means the shop standard       *
      *----------------------------------------------------------------*
       2050-PRICE-ONE-ACCOUNT.
           MOVE 'N' TO WS-WAIVED-SW
           COMPUTE WS-AMOUNT-OWED = 0 - CUST-BALANCE
           SET PLANGET-FUNC-GET TO TRUE
           MOVE CUST-PRICING-PLAN TO PLANGET-PLAN-CODE
           MOVE WS-RUN-DATE TO PLANGET-AS-OF-DATE
           CALL "PLANGET1" USING PLANGET-PARMS
           IF PLANGET-NO-FILE
               SET WS-NO-PLAN-FILE TO TRUE
           END-IF
           IF NOT PLANGET-FOUND
               MOVE "BASE" TO WS-PRICED-BY
               MOVE WS-SERVICE-CHARGE-AMOUNT TO WS-ACCOUNT-CHARGE
               GO TO 2050-EXIT
           END-IF

           MOVE SPACES TO WS-PRICED-BY
           MOVE CUST-PRICING-PLAN TO WS-PRICED-BY
           IF CUST-PLAN-NOT-ASSIGNED
               MOVE 'S' TO WS-PRICED-BY
           END-IF
           MOVE 0 TO WS-ACCOUNT-CHARGE
           IF PLANGET-WAIVE-ALL
            OR WS-AMOUNT-OWED < PLANGET-WAIVE-UNDER
               SET WS-CHARGE-WAIVED TO TRUE
               GO TO 2050-EXIT
           END-IF
           IF PLANGET-WAIVE-NEW-MONTHS > 0
               PERFORM 2060-CHECK-NEW-ACCOUNT THRU 2060-EXIT
               IF WS-CHARGE-WAIVED
                   GO TO 2050-EXIT
               END-IF
           END-IF

           MOVE PLANGET-SVC-CHARGE TO WS-ACCOUNT-CHARGE
           PERFORM 2070-CHECK-ONE-TIER THRU 2070-EXIT
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 3
           IF WS-ACCOUNT-CHARGE = 0
               SET WS-CHARGE-WAIVED TO TRUE
           END-IF.
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2060-CHECK-NEW-ACCOUNT - opened within the plan's months,   *
      *    counted in calendar months; no profile or no opened date    *
      *    means no waiver                                             *
      *----------------------------------------------------------------*
       2060-CHECK-NEW-ACCOUNT.
           IF NOT WS-PROFILE-FILE-OPEN
               GO TO 2060-EXIT
           END-IF
           MOVE CUST-ID TO PROF-CUST-ID
           READ CUSTOMER-PROFILE-FILE
               INVALID KEY GO TO 2060-EXIT
           END-READ
           IF PROF-OPENED-DATE = 0
            OR PROF-OPENED-DATE IS NOT NUMERIC
               GO TO 2060-EXIT
           END-IF
           MOVE PROF-OPENED-DATE TO WS-OPENED-DATE-PARTS
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-YYYYMM-PARTS
           COMPUTE WS-RUN-MONTH-NUMBER =
               WS-RUN-YYYY * 12 + WS-RUN-MM
           COMPUTE WS-OPENED-MONTH-NUMBER =
               WS-OPENED-YYYY * 12 + WS-OPENED-MM
           IF WS-RUN-MONTH-NUMBER - WS-OPENED-MONTH-NUMBER
                   < PLANGET-WAIVE-NEW-MONTHS
               SET WS-CHARGE-WAIVED TO TRUE
           END-IF.
       2060-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2070-CHECK-ONE-TIER - tiers rise, so the last one reached   *
      *    wins; a zero floor is an unused tier                        *
      *----------------------------------------------------------------*
       2070-CHECK-ONE-TIER.
           IF PLANGET-TIER-FLOOR(WS-TIER-SUB) > 0
              AND WS-AMOUNT-OWED >= PLANGET-TIER-FLOOR(WS-TIER-SUB)
               MOVE PLANGET-TIER-CHARGE(WS-TIER-SUB)
                   TO WS-ACCOUNT-CHARGE
           END-IF.
       2070-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-CHARGE-ONE-ACCOUNT.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE "FEE " TO TXN-CODE
           MOVE CUST-ID TO TXN-CUST-ID
           MOVE WS-ACCOUNT-CHARGE TO TXN-AMOUNT
           MOVE WS-RUN-DATE TO TXN-EFFECTIVE-DATE
           MOVE "SVCCHG MONTH" TO TXN-SOURCE-REF
           WRITE TRANSACTION-RECORD

           ADD 1 TO WS-ACCOUNTS-CHARGED
           ADD WS-ACCOUNT-CHARGE TO WS-TOTAL-ASSESSED
           PERFORM 2300-FIND-PLAN-TOTAL THRU 2300-EXIT
           ADD 1 TO WS-PT-CHARGED(WS-PT-IDX)
           ADD WS-ACCOUNT-CHARGE TO WS-PT-ASSESSED(WS-PT-IDX)

           MOVE CUST-ID TO WS-DTL-CUST-ID
           MOVE CUST-NAME TO WS-DTL-CUST-NAME
           MOVE CUST-BALANCE TO WS-DTL-BALANCE
           MOVE WS-ACCOUNT-CHARGE TO WS-DTL-CHARGE
           MOVE WS-PRICED-BY TO WS-DTL-PRICED-BY
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-WAIVE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-WAIVED
           PERFORM 2300-FIND-PLAN-TOTAL THRU 2300-EXIT
           ADD 1 TO WS-PT-WAIVED(WS-PT-IDX)

           MOVE CUST-ID TO WS-DTL-CUST-ID
           MOVE CUST-NAME TO WS-DTL-CUST-NAME
           MOVE CUST-BALANCE TO WS-DTL-BALANCE
           MOVE "WAIVED" TO WS-DTL-CHARGE-X
           MOVE WS-PRICED-BY TO WS-DTL-PRICED-BY
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-FIND-PLAN-TOTAL - leaves WS-PT-IDX on the plan's       *
      *    entry; a full table folds any further plans into its last   *
      *    entry                                                       *
      *----------------------------------------------------------------*
       2300-FIND-PLAN-TOTAL.
           MOVE 'N' TO WS-PLAN-TOTAL-FOUND-SW
           PERFORM 2310-CHECK-ONE-TOTAL THRU 2310-EXIT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PLAN-TOTAL-COUNT
                  OR WS-PLAN-TOTAL-FOUND
           IF WS-PLAN-TOTAL-FOUND
               SET WS-PT-IDX DOWN BY 1
               GO TO 2300-EXIT
           END-IF
           IF WS-PLAN-TOTAL-COUNT < WS-PLAN-TOTAL-LIMIT
               ADD 1 TO WS-PLAN-TOTAL-COUNT
               SET WS-PT-IDX TO WS-PLAN-TOTAL-COUNT
               MOVE WS-PRICED-BY TO WS-PT-PRICED-BY(WS-PT-IDX)
               MOVE 0 TO WS-PT-CHARGED(WS-PT-IDX)
               MOVE 0 TO WS-PT-WAIVED(WS-PT-IDX)
               MOVE 0 TO WS-PT-ASSESSED(WS-PT-IDX)
           ELSE
               SET WS-PT-IDX TO WS-PLAN-TOTAL-LIMIT
           END-IF.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2310-CHECK-ONE-TOTAL.
           IF WS-PT-PRICED-BY(WS-PT-IDX) = WS-PRICED-BY
               SET WS-PLAN-TOTAL-FOUND TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-WRITE-TRAILER                                          *
      *----------------------------------------------------------------*
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PLAN-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 3100-WRITE-ONE-PLAN-TOTAL THRU 3100-EXIT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PLAN-TOTAL-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACCOUNTS-CHARGED TO WS-TRL-CHARGED
           MOVE WS-ACCOUNTS-WAIVED TO WS-TRL-WAIVED
           MOVE WS-TOTAL-ASSESSED TO WS-TRL-ASSESSED
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "SVCCHG1: ACCOUNTS CHARGED " WS-ACCOUNTS-CHARGED
           DISPLAY "SVCCHG1: ACCOUNTS WAIVED  " WS-ACCOUNTS-WAIVED
           DISPLAY "SVCCHG1: TOTAL ASSESSED   " WS-TOTAL-ASSESSED
           IF WS-NO-PLAN-FILE
               DISPLAY "SVCCHG1: NO PRICING-PLAN-FILE - ACCOUNTS "
                       "CHARGED THE STANDARD 25.00"
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-WRITE-ONE-PLAN-TOTAL.
           MOVE WS-PT-PRICED-BY(WS-PT-IDX) TO WS-PTL-PRICED-BY
           MOVE WS-PT-CHARGED(WS-PT-IDX) TO WS-PTL-CHARGED
           MOVE WS-PT-WAIVED(WS-PT-IDX) TO WS-PTL-WAIVED
           MOVE WS-PT-ASSESSED(WS-PT-IDX) TO WS-PTL-ASSESSED
           MOVE WS-PLAN-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-PROFILE-FILE-OPEN
               CLOSE CUSTOMER-PROFILE-FILE
           END-IF
           IF WS-CHARGE-FILE-OPEN
               CLOSE SERVICE-CHARGE-TXN-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE PROOF-REPORT
           END-IF
           SET PLANGET-FUNC-END TO TRUE
           CALL "PLANGET1" USING PLANGET-PARMS.
       9000-EXIT.
           EXIT.
