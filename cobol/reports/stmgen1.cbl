      *                   whole-book behavior.  The run total ties
      *                   to the cycle's share of the master, which
      *                   the cycle control report (STMCYCR1) proves.
      *  2026-10-15 JHM   Each statement now carries a minimum payment
      *                   due and a payment due date, saved per
      *                   customer on the keyed STATEMENT-DUE-FILE for
      *                   the late-fee assessment (LATEFEE1) to judge.
      *                   The minimum is a percentage of the amount
      *                   owed with a floor, plus any minimum the
      *                   prior statement's customer missed, never
      *                   more than the amount owed; the due date is
      *                   a fixed number of days out, moved off a
      *                   weekend.  A rerun the same night reprints
      *                   the row its first attempt saved.
      *  2026-10-15 JHM   Statement delivery now follows the profile's
      *                   PROF-STMT-DELIVERY: mail customers (and any
      *                   customer with no profile row) print as
      *                   before, electronic customers go to the
      *                   fixed-format ESTATEMENT-FILE for the
      *                   e-delivery vendor with no paper copy, and
      *                   hold customers are held back and listed on
      *                   HELD-STATEMENT-REPORT.  The run trailer
      *                   proves printed, electronic, and held add up
      *                   to the cycle's statement population.
      *  2026-10-15 JHM   The held-statement listing shows why each
      *                   statement was held - returned mail awaiting
      *                   address research, or a hold keyed on the
      *                   profile.
      *  2026-10-15 JHM   The printed statement shows the customer's
      *                   average daily balance and days overdrawn
      *                   for the latest month ADBCALC1 has averaged,
      *                   off AVG-DAILY-BAL-FILE, when a row is on
      *                   file.
      *  2026-10-15 JHM   Accounts on a client's consolidated statement
      *                   (CLNTSTM1) - linked on CLIENT-RELATIONSHIP-
      *                   FILE by a link in effect during the run
      *                   month - no longer get an individual
      *                   statement.  They still count in the
      *                   population and the closing total, and the
      *                   run trailer proves them
      *                   as a fourth delivery route.
      *  2026-10-15 JHM   The payment due date rolls forward through
      *                   BUSDATE1, so a holiday on HOLIDAY-FILE moves
      *                   it as well as a weekend.
      *  2026-10-15 JHM   A recovery (RCVY) on a charged-off account
      *                   does not move the balance; it is listed as a
      *                   memo line (direction MO) and kept out of the
      *                   net change the opening balance is backed out
      *                   from.
      *  2026-10-15 JHM   A consolidated account gets no payment due
      *                   row, since its client's statement does not
      *                   print one and it cannot be charged a late
      *                   fee on a bill it was never sent.  A full
      *                   consolidated table now warns at the end of
      *                   the run instead of stopping the statements.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMGEN1.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-FILE-STATUS.

           SELECT STATEMENT-DUE-FILE ASSIGN TO STMDUE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDUE-CUST-ID
               FILE STATUS IS SD-FILE-STATUS.

           SELECT CUSTOMER-PROFILE-FILE ASSIGN TO CUSTPROF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROF-CUST-ID
               FILE STATUS IS PF-FILE-STATUS.

           SELECT AVG-DAILY-BAL-FILE ASSIGN TO ADB-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADB-KEY
               FILE STATUS IS AD-FILE-STATUS.

           SELECT ESTATEMENT-FILE ASSIGN TO ESTMT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ES-FILE-STATUS.

           SELECT HELD-STATEMENT-REPORT ASSIGN TO STMHOLD-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HR-FILE-STATUS.

           SELECT CLIENT-RELATIONSHIP-FILE ASSIGN TO CLNTREL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CREL-KEY
               FILE STATUS IS CR-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
      *----------------------------------------------------------------*
       DATA DIVISION.
       01  STMT-CYCLE-PARM-RECORD.
           05  CYCP-CYCLE                  PIC 9(01).

       FD  STATEMENT-DUE-FILE.
           COPY "stmdue.cpy".

       FD  CUSTOMER-PROFILE-FILE.
           COPY "profrec.cpy".

       FD  AVG-DAILY-BAL-FILE.
           COPY "adbrec.cpy".

       FD  ESTATEMENT-FILE.
           COPY "estmrec.cpy".

       FD  CLIENT-RELATIONSHIP-FILE.
           COPY "clntrel.cpy".

       FD  HELD-STATEMENT-REPORT.
       01  HELD-REPORT-LINE            PIC X(132).

       SD  SORT-WORK-FILE.
           COPY "txnrec.cpy"
               REPLACING ==TRANSACTION-RECORD==
           88  RPT-STATUS-OK                  VALUE '00'.
       77  CY-FILE-STATUS               PIC X(02).
           88  CY-STATUS-OK                   VALUE '00'.
       77  SD-FILE-STATUS               PIC X(02).
           88  SD-STATUS-OK                   VALUE '00'.
       77  PF-FILE-STATUS               PIC X(02).
           88  PF-STATUS-OK                   VALUE '00'.
       77  AD-FILE-STATUS               PIC X(02).
           88  AD-STATUS-OK                   VALUE '00'.
       77  ES-FILE-STATUS               PIC X(02).
           88  ES-STATUS-OK                   VALUE '00'.
       77  HR-FILE-STATUS               PIC X(02).
           88  HR-STATUS-OK                   VALUE '00'.
       77  CR-FILE-STATUS               PIC X(02).
           88  CR-STATUS-OK                   VALUE '00'.

       77  WS-TXN-FILE-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-TXN-FILE-OPEN               VALUE 'Y'.
           88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-DUE-FILE-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-DUE-FILE-OPEN               VALUE 'Y'.
       77  WS-DUE-ROW-FOUND-SW          PIC X(01).
           88  WS-DUE-ROW-FOUND               VALUE 'Y'.
       77  WS-PROFILE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PROFILE-FILE-OPEN           VALUE 'Y'.
       77  WS-ADB-FILE-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-ADB-FILE-OPEN               VALUE 'Y'.
       77  WS-ESTMT-FILE-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-ESTMT-FILE-OPEN             VALUE 'Y'.
       77  WS-HELD-REPORT-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-HELD-REPORT-OPEN            VALUE 'Y'.
       77  WS-DELIVERY-SW               PIC X(01).
           88  WS-DELIVER-MAIL                VALUE 'M'.
           88  WS-DELIVER-ELECTRONIC          VALUE 'E'.
           88  WS-DELIVER-HOLD                VALUE 'H'.
       77  WS-TXN-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-TXN-AT-EOF                  VALUE 'Y'.
       77  WS-SORT-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-CUST-AT-EOF                 VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-RUN-MONTH                 PIC 9(06).
       77  WS-CODE-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-CODE-FOUND                  VALUE 'Y'.
       77  WS-SELECTED-CYCLE            PIC 9(01) VALUE 0.
       77  WS-DETAIL-MAX                PIC 9(04) COMP-3 VALUE 500.
       77  WS-DETAIL-SUB                PIC 9(04) COMP-3.

       77  WS-DUE-DAYS                  PIC 9(03) VALUE 25.
       77  WS-MIN-DUE-PCT               PIC V9(04) VALUE .0200.
       77  WS-MIN-DUE-FLOOR             PIC 9(05)V99 VALUE 25.00.
       77  WS-AMOUNT-OWED               PIC S9(08)V99 COMP-3.
       77  WS-MIN-DUE                   PIC S9(08)V99 COMP-3.
       77  WS-PAST-DUE-CARRIED          PIC S9(08)V99 COMP-3.
       77  WS-DUE-DATE                  PIC 9(08).
       77  WS-DUE-INTEGER               PIC S9(09) COMP.
       77  WS-PAYMENT-DUE-COUNT         PIC 9(07) COMP-3 VALUE 0.
       77  WS-MIN-DUE-TOTAL             PIC S9(09)V99 COMP-3 VALUE 0.
       77  WS-PRINTED-COUNT             PIC 9(07) COMP-3 VALUE 0.
       77  WS-ELECTRONIC-COUNT          PIC 9(07) COMP-3 VALUE 0.
       77  WS-HELD-COUNT                PIC 9(07) COMP-3 VALUE 0.
       77  WS-DELIVERY-SUM              PIC 9(07) COMP-3 VALUE 0.
       77  WS-CONSOLIDATED-COUNT        PIC 9(07) COMP-3 VALUE 0.

      *    Accounts carried on a consolidated client statement this
      *    month, in the order the links were read
       77  WS-REL-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-REL-AT-EOF                  VALUE 'Y'.
       77  WS-CONSOL-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-CONSOL-FOUND                VALUE 'Y'.
       77  WS-MONTH-START-DATE          PIC 9(08).
       77  WS-MONTH-LAST-DATE           PIC 9(08).
       77  WS-CONSOL-COUNT              PIC S9(04) COMP VALUE 0.
       77  WS-CONSOL-LIMIT              PIC S9(04) COMP VALUE 5000.
       77  WS-CONSOL-OVER-LIMIT         PIC 9(05) COMP-3 VALUE 0.
       01  WS-CONSOL-TABLE.
           05  WS-CONSOL-CUST-ID OCCURS 5000 TIMES
                   INDEXED BY WS-CONSOL-IDX
                                       PIC X(06).
       77  WS-ESTMT-ROWS-WRITTEN        PIC 9(07) COMP-3 VALUE 0.

       01  WS-DETAIL-TABLE.
           05  WS-DETAIL-ENTRY OCCURS 500 TIMES.
               10  WS-DTE-CODE             PIC X(04).
           05  FILLER                  PIC X(20) VALUE
               "CLOSING BALANCE".
           05  WS-STM-CLOSING          PIC Z,ZZZ,ZZ9.99-.
       01  WS-STMT-ADB-LINE.
           05  FILLER                  PIC X(20) VALUE
               "AVG DAILY BALANCE".
           05  WS-STM-ADB              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(06) VALUE " FOR ".
           05  WS-STM-ADB-MONTH        PIC 9(06).
           05  FILLER                  PIC X(19) VALUE
               "   DAYS OVERDRAWN ".
           05  WS-STM-ADB-OD-DAYS      PIC Z9.
       01  WS-STMT-MIN-DUE-LINE.
           05  FILLER                  PIC X(20) VALUE
               "MINIMUM PAYMENT DUE".
           05  WS-STM-MIN-DUE          PIC Z,ZZZ,ZZ9.99.
       01  WS-STMT-PAST-DUE-LINE.
           05  FILLER                  PIC X(20) VALUE
               "  INCLUDES PAST DUE".
           05  WS-STM-PAST-DUE         PIC Z,ZZZ,ZZ9.99.
       01  WS-STMT-DUE-DATE-LINE.
           05  FILLER                  PIC X(20) VALUE
               "PAYMENT DUE DATE".
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-STM-DUE-DATE         PIC 9(08).
       01  WS-STMT-NO-DUE-LINE.
           05  FILLER                  PIC X(20) VALUE
               "NO PAYMENT DUE".

       01  WS-RUN-TRAILER-LINE-1.
           05  FILLER                  PIC X(22) VALUE
           05  FILLER                  PIC X(16) VALUE
               "ORPHAN DETAILS:".
           05  WS-TRL-ORPHANS          PIC ZZZ,ZZ9.
       01  WS-HELD-HEADER-1.
           05  FILLER                  PIC X(30) VALUE
               "STATEMENTS HELD - NOT MAILED".
           05  FILLER                  PIC X(14) VALUE
               "STATEMENT DATE".
           05  FILLER                  PIC X(02) VALUE ": ".
           05  WS-HLD-HDR-RUN-DATE     PIC 9(08).
       01  WS-HELD-HEADER-2.
           05  FILLER                  PIC X(08) VALUE "CUST ID".
           05  FILLER                  PIC X(32) VALUE "CUSTOMER NAME".
           05  FILLER                  PIC X(32) VALUE "ADDRESS".
           05  FILLER                  PIC X(17) VALUE
               "  CLOSING BALANCE".
           05  FILLER                  PIC X(14) VALUE "   MINIMUM DUE".
           05  FILLER                  PIC X(15) VALUE
               "  HELD FOR".
       01  WS-HELD-DETAIL-LINE.
           05  WS-HLD-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HLD-CUST-NAME        PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HLD-CUST-ADDRESS     PIC X(30).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-HLD-CLOSING          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HLD-MIN-DUE          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HLD-REASON           PIC X(13).
       01  WS-HELD-TRAILER-LINE.
           05  FILLER                  PIC X(18) VALUE
               "STATEMENTS HELD:".
           05  WS-HLD-TRL-COUNT        PIC ZZZ,ZZ9.

       01  WS-RUN-TRAILER-LINE-3.
           05  FILLER                  PIC X(22) VALUE
               "PAYMENTS DUE:".
           05  WS-TRL-PAYMENTS-DUE     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "TOTAL MINIMUM DUE:".
           05  WS-TRL-MIN-DUE-TOTAL    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-RUN-TRAILER-LINE-4.
           05  FILLER                  PIC X(09) VALUE "PRINTED:".
           05  WS-TRL-PRINTED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "ELECTRONIC:".
           05  WS-TRL-ELECTRONIC       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "HELD:".
           05  WS-TRL-HELD             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               "CONSOLIDATED:".
           05  WS-TRL-CONSOLIDATED     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "POPULATION:".
           05  WS-TRL-POPULATION       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TRL-DELIVERY-PROOF   PIC X(14).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH

           OPEN INPUT STATEMENT-TXN-FILE
           IF ST-STATUS-OK
               GO TO 1000-EXIT
           END-IF

           OPEN I-O STATEMENT-DUE-FILE
           IF SD-STATUS-OK
               SET WS-DUE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "STMGEN1: STATEMENT-DUE-FILE OPEN FAILED "
                       SD-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT ESTATEMENT-FILE
           IF ES-STATUS-OK
               SET WS-ESTMT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "STMGEN1: ESTATEMENT-FILE OPEN FAILED "
                       ES-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT HELD-STATEMENT-REPORT
           IF HR-STATUS-OK
               SET WS-HELD-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "STMGEN1: HELD-STATEMENT-REPORT OPEN FAILED "
                       HR-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-RUN-DATE TO WS-HLD-HDR-RUN-DATE
           MOVE WS-HELD-HEADER-1 TO HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE
           MOVE WS-HELD-HEADER-2 TO HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE
           MOVE SPACES TO HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE

           OPEN INPUT CUSTOMER-PROFILE-FILE
           IF PF-STATUS-OK
               SET WS-PROFILE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "STMGEN1: NO PROFILE FILE - EVERY STATEMENT "
                       "PRINTS, STATUS " PF-FILE-STATUS
           END-IF

           OPEN INPUT AVG-DAILY-BAL-FILE
           IF AD-STATUS-OK
               SET WS-ADB-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "STMGEN1: NO AVG-DAILY-BAL-FILE - NO AVERAGE "
                       "DAILY BALANCE PRINTED, STATUS " AD-FILE-STATUS
           END-IF

           PERFORM 1500-READ-CYCLE-CARD THRU 1500-EXIT
           PERFORM 1600-LOAD-CONSOLIDATED THRU 1600-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1600-LOAD-CONSOLIDATED - every account with a client link   *
      *    in effect on any day of the run month goes on the client's  *
      *    consolidated statement instead, by the rule CLNTSTM1 uses;  *
      *    no relationship file means no account is consolidated, and  *
      *    a full table is warned of in the run trailer                *
      *----------------------------------------------------------------*
       1600-LOAD-CONSOLIDATED.
           COMPUTE WS-MONTH-START-DATE = WS-RUN-MONTH * 100 + 1
           COMPUTE WS-MONTH-LAST-DATE = WS-RUN-MONTH * 100 + 31
           OPEN INPUT CLIENT-RELATIONSHIP-FILE
           IF NOT CR-STATUS-OK
               DISPLAY "STMGEN1: NO CLIENT-RELATIONSHIP-FILE - NO "
                       "ACCOUNT CONSOLIDATED, STATUS " CR-FILE-STATUS
               GO TO 1600-EXIT
           END-IF
           PERFORM 1610-LOAD-ONE-LINK THRU 1610-EXIT
               UNTIL WS-REL-AT-EOF
           CLOSE CLIENT-RELATIONSHIP-FILE
           DISPLAY "STMGEN1: CONSOLIDATED ACCOUNTS LOADED "
                   WS-CONSOL-COUNT
           IF WS-CONSOL-OVER-LIMIT > 0
               DISPLAY "STMGEN1: CONSOLIDATED TABLE FULL - "
                       WS-CONSOL-OVER-LIMIT
                       " LINKED ACCOUNTS PRINT INDIVIDUALLY"
           END-IF.
       1600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1610-LOAD-ONE-LINK.
           READ CLIENT-RELATIONSHIP-FILE NEXT
               AT END
                   SET WS-REL-AT-EOF TO TRUE
                   GO TO 1610-EXIT
           END-READ
           IF CREL-EFFECTIVE-DATE > WS-MONTH-LAST-DATE
              OR (CREL-END-DATE NOT = 0
                  AND CREL-END-DATE < WS-MONTH-START-DATE)
               GO TO 1610-EXIT
           END-IF
           IF WS-CONSOL-COUNT NOT < WS-CONSOL-LIMIT
               ADD 1 TO WS-CONSOL-OVER-LIMIT
               GO TO 1610-EXIT
           END-IF
           ADD 1 TO WS-CONSOL-COUNT
           MOVE CREL-CUST-ID TO WS-CONSOL-CUST-ID(WS-CONSOL-COUNT).
       1610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-RELEASE-DETAILS - detail rows only; the period's       *
      *    concatenated A-FILEs carry one header and trailer apiece    *
      *----------------------------------------------------------------*
           END-RETURN.
       3150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-GATHER-ONE-DETAIL - a recovery on a charged-off        *
      *    account is listed as a memo line and left out of the net    *
      *    change, since it never moved CUST-BALANCE                   *
      *----------------------------------------------------------------*
       3200-GATHER-ONE-DETAIL.
           MOVE 'N' TO WS-CODE-FOUND-SW
               ADD 1 TO WS-OMITTED-COUNT
           END-IF

           EVALUATE TRUE
               WHEN SRT-CODE = "RCVY"
                   IF WS-DETAIL-COUNT > 0
                      AND WS-OMITTED-COUNT = 0
                       MOVE "MO" TO WS-DTE-DIRECTION(WS-DETAIL-SUB)
                   END-IF
               WHEN VTC-POSTS-DEBIT(VALID-TXN-IDX)
                   SUBTRACT SRT-AMOUNT FROM WS-NET-CHANGE
                   IF WS-DETAIL-COUNT > 0
                      AND WS-OMITTED-COUNT = 0
                       MOVE "DR" TO WS-DTE-DIRECTION(WS-DETAIL-SUB)
                   END-IF
               WHEN OTHER
                   ADD SRT-AMOUNT TO WS-NET-CHANGE
                   IF WS-DETAIL-COUNT > 0
                      AND WS-OMITTED-COUNT = 0
                       MOVE "CR" TO WS-DTE-DIRECTION(WS-DETAIL-SUB)
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-TXNS-LISTED

           RETURN SORT-WORK-FILE
       3210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3250-RESOLVE-DELIVERY - the profile's delivery preference;  *
      *    no profile row, or no profile file, means mail              *
      *----------------------------------------------------------------*
       3250-RESOLVE-DELIVERY.
           SET WS-DELIVER-MAIL TO TRUE
           IF NOT WS-PROFILE-FILE-OPEN
               GO TO 3250-EXIT
           END-IF
           MOVE CUST-ID TO PROF-CUST-ID
           READ CUSTOMER-PROFILE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF NOT PF-STATUS-OK
               MOVE SPACES TO PROF-CONTACT-NAME
               GO TO 3250-EXIT
           END-IF
           EVALUATE TRUE
               WHEN PROF-DELIVER-ELECTRONIC
                   SET WS-DELIVER-ELECTRONIC TO TRUE
               WHEN PROF-DELIVER-HOLD
                   SET WS-DELIVER-HOLD TO TRUE
               WHEN OTHER
                   SET WS-DELIVER-MAIL TO TRUE
           END-EVALUATE.
       3250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3260-CHECK-ONE-CONSOLIDATED.
           IF WS-CONSOL-CUST-ID(WS-CONSOL-IDX) = CUST-ID
               SET WS-CONSOL-FOUND TO TRUE
           END-IF.
       3260-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3300-PRINT-STATEMENT - one page per mailed customer; the    *
      *    electronic, held, and consolidated customers leave by their *
      *    own routes; a consolidated account leaves before its        *
      *    payment due is set, as its client's statement shows none    *
      *----------------------------------------------------------------*
       3300-PRINT-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           COMPUTE WS-OPENING-BALANCE =
               CUST-BALANCE - WS-NET-CHANGE
           ADD CUST-BALANCE TO WS-CLOSING-TOTAL

           MOVE 'N' TO WS-CONSOL-FOUND-SW
           PERFORM 3260-CHECK-ONE-CONSOLIDATED THRU 3260-EXIT
               VARYING WS-CONSOL-IDX FROM 1 BY 1
               UNTIL WS-CONSOL-IDX > WS-CONSOL-COUNT
                  OR WS-CONSOL-FOUND
           IF WS-CONSOL-FOUND
               ADD 1 TO WS-CONSOLIDATED-COUNT
               GO TO 3300-EXIT
           END-IF

           PERFORM 3350-SET-PAYMENT-DUE THRU 3350-EXIT
           IF WS-MIN-DUE > 0
               ADD 1 TO WS-PAYMENT-DUE-COUNT
               ADD WS-MIN-DUE TO WS-MIN-DUE-TOTAL
           END-IF

           PERFORM 3250-RESOLVE-DELIVERY THRU 3250-EXIT
           IF WS-DELIVER-ELECTRONIC
               ADD 1 TO WS-ELECTRONIC-COUNT
               PERFORM 3500-WRITE-ELECTRONIC THRU 3500-EXIT
               GO TO 3300-EXIT
           END-IF
           IF WS-DELIVER-HOLD
               ADD 1 TO WS-HELD-COUNT
               PERFORM 3600-LIST-HELD THRU 3600-EXIT
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO WS-PRINTED-COUNT

           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-STMT-HEADER-1 TO REPORT-LINE
           MOVE CUST-BALANCE TO WS-STM-CLOSING
           MOVE WS-STMT-CLOSE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 3320-PRINT-AVERAGE-BALANCE THRU 3320-EXIT

           IF WS-MIN-DUE > 0
               MOVE WS-MIN-DUE TO WS-STM-MIN-DUE
               MOVE WS-STMT-MIN-DUE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-PAST-DUE-CARRIED > 0
                   MOVE WS-PAST-DUE-CARRIED TO WS-STM-PAST-DUE
                   MOVE WS-STMT-PAST-DUE-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               MOVE WS-DUE-DATE TO WS-STM-DUE-DATE
               MOVE WS-STMT-DUE-DATE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-STMT-NO-DUE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3320-PRINT-AVERAGE-BALANCE - the latest month averaged on   *
      *    or before the run; no row on file prints no line            *
      *----------------------------------------------------------------*
       3320-PRINT-AVERAGE-BALANCE.
           IF NOT WS-ADB-FILE-OPEN
               GO TO 3320-EXIT
           END-IF
           MOVE CUST-ID TO ADB-CUST-ID
           COMPUTE ADB-REVERSE-MONTH = 999999 - WS-RUN-MONTH
           START AVG-DAILY-BAL-FILE
               KEY IS NOT LESS THAN ADB-KEY
               INVALID KEY GO TO 3320-EXIT
           END-START
           READ AVG-DAILY-BAL-FILE NEXT
               AT END GO TO 3320-EXIT
           END-READ
           IF ADB-CUST-ID NOT = CUST-ID
               GO TO 3320-EXIT
           END-IF
           MOVE ADB-AVERAGE-BALANCE TO WS-STM-ADB
           MOVE ADB-MONTH TO WS-STM-ADB-MONTH
           MOVE ADB-DAYS-OVERDRAWN TO WS-STM-ADB-OD-DAYS
           MOVE WS-STMT-ADB-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       3320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3310-PRINT-ONE-DETAIL.
           MOVE WS-DTE-DATE(WS-DETAIL-SUB) TO WS-STM-DTL-DATE
       3310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3350-SET-PAYMENT-DUE - the minimum is a share of the amount *
      *    owed with a floor, plus whatever the prior statement's      *
      *    minimum left unpaid, capped at the amount owed; the due     *
      *    date is WS-DUE-DAYS out, rolled forward off a weekend or a  *
      *    holiday by BUSDATE1.  A row already stamped tonight is from *
      *    an earlier attempt of this run and is reprinted as it       *
      *    stands                                                      *
      *----------------------------------------------------------------*
       3350-SET-PAYMENT-DUE.
           MOVE 0 TO WS-PAST-DUE-CARRIED
           MOVE 0 TO WS-MIN-DUE
           MOVE 0 TO WS-DUE-DATE
           MOVE 'N' TO WS-DUE-ROW-FOUND-SW
           MOVE CUST-ID TO SDUE-CUST-ID
           READ STATEMENT-DUE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF SD-STATUS-OK
               SET WS-DUE-ROW-FOUND TO TRUE
               IF SDUE-STMT-DATE = WS-RUN-DATE
                   MOVE SDUE-MIN-DUE TO WS-MIN-DUE
                   MOVE SDUE-DUE-DATE TO WS-DUE-DATE
                   GO TO 3350-EXIT
               END-IF
               IF SDUE-STATUS-LATE
                  AND SDUE-MIN-DUE > SDUE-PAID-AMOUNT
                   COMPUTE WS-PAST-DUE-CARRIED =
                       SDUE-MIN-DUE - SDUE-PAID-AMOUNT
               END-IF
           END-IF

           IF CUST-BALANCE < 0
               COMPUTE WS-AMOUNT-OWED = 0 - CUST-BALANCE
               COMPUTE WS-MIN-DUE ROUNDED =
                   WS-AMOUNT-OWED * WS-MIN-DUE-PCT
               IF WS-MIN-DUE < WS-MIN-DUE-FLOOR
                   MOVE WS-MIN-DUE-FLOOR TO WS-MIN-DUE
               END-IF
               ADD WS-PAST-DUE-CARRIED TO WS-MIN-DUE
               IF WS-MIN-DUE > WS-AMOUNT-OWED
                   MOVE WS-AMOUNT-OWED TO WS-MIN-DUE
               END-IF
               IF WS-PAST-DUE-CARRIED > WS-MIN-DUE
                   MOVE WS-MIN-DUE TO WS-PAST-DUE-CARRIED
               END-IF
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-DUE-DAYS
               SET BUSDATE-FUNC-ROLL-FORWARD TO TRUE
               COMPUTE BUSDATE-ROLL-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
               CALL "BUSDATE1" USING BUSDATE-PARMS
               MOVE BUSDATE-ROLL-DATE TO WS-DUE-DATE
           ELSE
               MOVE 0 TO WS-PAST-DUE-CARRIED
           END-IF

           MOVE SPACES TO STATEMENT-DUE-RECORD
           MOVE CUST-ID TO SDUE-CUST-ID
           MOVE WS-RUN-DATE TO SDUE-STMT-DATE
           MOVE CUST-BALANCE TO SDUE-STMT-BALANCE
           MOVE WS-MIN-DUE TO SDUE-MIN-DUE
           MOVE WS-DUE-DATE TO SDUE-DUE-DATE
           IF WS-MIN-DUE > 0
               SET SDUE-STATUS-OPEN TO TRUE
           ELSE
               SET SDUE-STATUS-NOTHING-DUE TO TRUE
           END-IF
           MOVE 0 TO SDUE-PAID-AMOUNT
           MOVE 0 TO SDUE-JUDGED-DATE
           MOVE 0 TO SDUE-LATE-FEE
           IF WS-DUE-ROW-FOUND
               REWRITE STATEMENT-DUE-RECORD
           ELSE
               WRITE STATEMENT-DUE-RECORD
           END-IF
           IF NOT SD-STATUS-OK
               DISPLAY "STMGEN1: STATEMENT-DUE-FILE WRITE FAILED "
                       SD-FILE-STATUS " FOR " CUST-ID
               IF RETURN-CODE = RC-CLEAN
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF.
       3350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3500-WRITE-ELECTRONIC - header, one detail per listed       *
      *    transaction, and a trailer for the e-delivery vendor        *
      *----------------------------------------------------------------*
       3500-WRITE-ELECTRONIC.
           MOVE SPACES TO ESTATEMENT-RECORD
           SET ESTM-HEADER-RECORD TO TRUE
           MOVE CUST-ID TO ESTM-CUST-ID
           MOVE WS-RUN-DATE TO ESTMH-STMT-DATE
           MOVE CUST-NAME TO ESTMH-CUST-NAME
           MOVE CUST-ADDRESS TO ESTMH-CUST-ADDRESS
           MOVE PROF-CONTACT-NAME TO ESTMH-CONTACT-NAME
           MOVE WS-OPENING-BALANCE TO ESTMH-OPENING-BALANCE
           MOVE CUST-BALANCE TO ESTMH-CLOSING-BALANCE
           MOVE WS-MIN-DUE TO ESTMH-MIN-DUE
           MOVE WS-DUE-DATE TO ESTMH-DUE-DATE
           WRITE ESTATEMENT-RECORD
           ADD 1 TO WS-ESTMT-ROWS-WRITTEN

           PERFORM 3510-WRITE-ONE-DETAIL THRU 3510-EXIT
               VARYING WS-DETAIL-SUB FROM 1 BY 1
               UNTIL WS-DETAIL-SUB > WS-DETAIL-COUNT

           MOVE SPACES TO ESTATEMENT-RECORD
           SET ESTM-TRAILER-RECORD TO TRUE
           MOVE CUST-ID TO ESTM-CUST-ID
           MOVE WS-DETAIL-COUNT TO ESTMT-DETAIL-COUNT
           MOVE WS-OMITTED-COUNT TO ESTMT-OMITTED-COUNT
           MOVE WS-NET-CHANGE TO ESTMT-NET-CHANGE
           WRITE ESTATEMENT-RECORD
           ADD 1 TO WS-ESTMT-ROWS-WRITTEN.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3510-WRITE-ONE-DETAIL.
           MOVE SPACES TO ESTATEMENT-RECORD
           SET ESTM-DETAIL-RECORD TO TRUE
           MOVE CUST-ID TO ESTM-CUST-ID
           MOVE WS-DTE-DATE(WS-DETAIL-SUB) TO ESTMD-TXN-DATE
           MOVE WS-DTE-CODE(WS-DETAIL-SUB) TO ESTMD-TXN-CODE
           MOVE WS-DTE-REF(WS-DETAIL-SUB) TO ESTMD-SOURCE-REF
           MOVE WS-DTE-AMOUNT(WS-DETAIL-SUB) TO ESTMD-AMOUNT
           MOVE WS-DTE-DIRECTION(WS-DETAIL-SUB) TO ESTMD-DIRECTION
           WRITE ESTATEMENT-RECORD
           ADD 1 TO WS-ESTMT-ROWS-WRITTEN.
       3510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3600-LIST-HELD - a held statement is neither printed nor    *
      *    sent; it is listed for the mailroom's follow-up             *
      *----------------------------------------------------------------*
       3600-LIST-HELD.
           MOVE CUST-ID TO WS-HLD-CUST-ID
           MOVE CUST-NAME TO WS-HLD-CUST-NAME
           MOVE CUST-ADDRESS TO WS-HLD-CUST-ADDRESS
           MOVE CUST-BALANCE TO WS-HLD-CLOSING
           MOVE WS-MIN-DUE TO WS-HLD-MIN-DUE
           IF PROF-RETURNED-MAIL
               MOVE "RETURNED MAIL" TO WS-HLD-REASON
           ELSE
               MOVE "PROFILE HOLD" TO WS-HLD-REASON
           END-IF
           MOVE WS-HELD-DETAIL-LINE TO HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE.
       3600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3400-COUNT-ORPHAN - a detail whose customer id is not on    *
      *    the master                                                  *
      *----------------------------------------------------------------*
           MOVE WS-ORPHAN-COUNT TO WS-TRL-ORPHANS
           MOVE WS-RUN-TRAILER-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PAYMENT-DUE-COUNT TO WS-TRL-PAYMENTS-DUE
           MOVE WS-MIN-DUE-TOTAL TO WS-TRL-MIN-DUE-TOTAL
           MOVE WS-RUN-TRAILER-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-DELIVERY-SUM = WS-PRINTED-COUNT
               + WS-ELECTRONIC-COUNT + WS-HELD-COUNT
               + WS-CONSOLIDATED-COUNT
           MOVE WS-PRINTED-COUNT TO WS-TRL-PRINTED
           MOVE WS-ELECTRONIC-COUNT TO WS-TRL-ELECTRONIC
           MOVE WS-HELD-COUNT TO WS-TRL-HELD
           MOVE WS-CONSOLIDATED-COUNT TO WS-TRL-CONSOLIDATED
           MOVE WS-STATEMENT-COUNT TO WS-TRL-POPULATION
           IF WS-DELIVERY-SUM = WS-STATEMENT-COUNT
               MOVE "PROVED" TO WS-TRL-DELIVERY-PROOF
           ELSE
               MOVE "DOES NOT PROVE" TO WS-TRL-DELIVERY-PROOF
           END-IF
           MOVE WS-RUN-TRAILER-LINE-4 TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-HELD-REPORT-OPEN
               MOVE SPACES TO HELD-REPORT-LINE
               WRITE HELD-REPORT-LINE
               MOVE WS-HELD-COUNT TO WS-HLD-TRL-COUNT
               MOVE WS-HELD-TRAILER-LINE TO HELD-REPORT-LINE
               WRITE HELD-REPORT-LINE
           END-IF

           DISPLAY "STMGEN1: STATEMENTS PRODUCED " WS-STATEMENT-COUNT
           DISPLAY "STMGEN1: CLOSING TOTAL       " WS-CLOSING-TOTAL
           DISPLAY "STMGEN1: PAYMENTS DUE        " WS-PAYMENT-DUE-COUNT
           DISPLAY "STMGEN1: PRINTED             " WS-PRINTED-COUNT
           DISPLAY "STMGEN1: ELECTRONIC          " WS-ELECTRONIC-COUNT
           DISPLAY "STMGEN1: HELD                " WS-HELD-COUNT
           DISPLAY "STMGEN1: CONSOLIDATED        " WS-CONSOLIDATED-COUNT
           DISPLAY "STMGEN1: E-STATEMENT ROWS    " WS-ESTMT-ROWS-WRITTEN
           IF WS-DELIVERY-SUM NOT = WS-STATEMENT-COUNT
               DISPLAY "STMGEN1: DELIVERY COUNTS DO NOT PROVE TO "
                       "THE STATEMENT POPULATION"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF
           IF WS-SELECTED-CYCLE > 0
               DISPLAY "STMGEN1: OTHER-CYCLE CUSTOMERS SKIPPED "
                       WS-SKIPPED-CUSTOMERS
           IF WS-ORPHAN-COUNT > 0
              AND RETURN-CODE = RC-CLEAN
               MOVE RC-WARNING TO RETURN-CODE
           END-IF
           IF WS-CONSOL-OVER-LIMIT > 0
              AND RETURN-CODE = RC-CLEAN
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
           END-IF
           IF WS-REPORT-OPEN
               CLOSE STATEMENT-REPORT
           END-IF
           IF WS-DUE-FILE-OPEN
               CLOSE STATEMENT-DUE-FILE
           END-IF
           IF WS-PROFILE-FILE-OPEN
               CLOSE CUSTOMER-PROFILE-FILE
           END-IF
           IF WS-ADB-FILE-OPEN
               CLOSE AVG-DAILY-BAL-FILE
           END-IF
           IF WS-ESTMT-FILE-OPEN
               CLOSE ESTATEMENT-FILE
           END-IF
           IF WS-HELD-REPORT-OPEN
               CLOSE HELD-STATEMENT-REPORT
           END-IF.
       9000-EXIT.
           EXIT.
