      *                   money.  An original and its REV in the same
      *                   night pair up when the original posts first
      *                   within the customer group.
      *  2026-10-15 JHM   Charge-off and recovery posting.  A CHGO
      *                   clears what the account owes (never more -
      *                   a payment since selection limits it, and a
      *                   CHGO with nothing owing is refused), moves
      *                   the customer to status W, and marks the
      *                   CHARGE-OFF-FILE row charged.  Against a
      *                   charged-off account debits, reversals, and
      *                   a second CHGO are refused to suspense with
      *                   reason CHGF, and every credit posts as a
      *                   recovery: recoded RCVY on the history and
      *                   the GL day detail so it books to the
      *                   recovery account, added to the row's
      *                   recovered totals, and the balance left at
      *                   zero.  The register shows charge-offs and
      *                   recoveries in their own trailer line,
      *                   outside the balance debit/credit totals.
      *  2026-10-15 JHM   RFND (credit-balance refund) debits post
      *                   to a closed account as well as an open one
      *                   and are never held to the credit limit -
      *                   accounts payable has already been told to
      *                   pay the money out.  Every other transaction
      *                   against a closed account is still refused.
      *  2026-10-15 JHM   ESCH (escheatment) debits take an unclaimed
      *                   credit balance off the account when it has
      *                   been remitted to the state.  They are never
      *                   held to the credit limit, the account is
      *                   closed behind them, and the posting that
      *                   closes it does not reactivate it.  Anything
      *                   later in the same night for the account is
      *                   refused as closed.
      *  2026-10-15 JHM   DPRV (dispute credit reversed on a
      *                   merchant-favor close) is never held to the
      *                   credit limit - it only takes back a credit
      *                   the account was given while the case was
      *                   open.
      *  2026-10-15 JHM   Trial-post mode.  A POSTING-MODE-PARM-FILE
      *                   card of T runs the sort, the closed, hold,
      *                   credit-limit and charge-off checks and the
      *                   reversal matching exactly as a live run
      *                   would, but opens the master, history and
      *                   suspense files input only and writes no GL
      *                   day detail, charge-off row, journal or
      *                   audit row.  The register becomes a
      *                   projected register: each customer's
      *                   expected new balance, every item that would
      *                   go to suspense with its reason code, and
      *                   projected control totals.  No card, or any
      *                   other value, is a live run.
      *  2026-10-15 JHM   Partitioned posting.  Started by a partition
      *                   step (TXNPTN1 - TXNPTN4), the engine reads
      *                   the whole A-FILE and proves its trailer as
      *                   before, but sorts and posts only the
      *                   customers in its CUST-ID range (POSTPTN1),
      *                   to a register and GL day detail file of its
      *                   own; the partition merge (TXNPMRG1) puts
      *                   them back together.  Started on its own it
      *                   is partition zero, the whole file.  Every
      *                   run keeps a checkpoint row on the keyed
      *                   POSTING-CHECKPOINT-FILE, rewritten after
      *                   each customer: a rerun the same night
      *                   resumes after the last customer finished
      *                   with the totals carried forward, and a
      *                   partition already complete is not posted
      *                   twice.  The first customer past the
      *                   checkpoint is held in doubt, listed and not
      *                   reposted, when tonight's history or
      *                   suspense already shows it.
      *  2026-10-15 JHM   Duplicate customer merge.  A detail keyed
      *                   with a customer id retired by a merge
      *                   (MERGED on CUST-MERGE-FILE) is posted to the
      *                   surviving id instead, before it is sorted or
      *                   given to a partition; the MRGD/MRGC pair that
      *                   carries the retired id's balance across posts
      *                   against the closed retired account and is
      *                   never redirected or refused over the limit.
      *  2026-10-15 JHM   A customer compliance has confirmed as a
      *                   watch-list hit (CONFIRMED on SCREEN-CASE-
      *                   FILE, decided in WLREV1) is blocked: every
      *                   transaction for it goes to suspense under
      *                   reason CMPL until the hit is released.  A
      *                   case still pending review does not block.
      *  2026-10-15 JHM   Only a SCREEN-CASE-FILE not yet created
      *                   (status 35) means no compliance blocks; any
      *                   other open failure stops the run before
      *                   anything posts, RC-ABEND-WORTHY.
      *  2026-10-15 JHM   A code only the system writes must be backed
      *                   by the row that owns it before it posts: a
      *                   CHGO by a pending charge-off selection, an
      *                   MRGD/MRGC by the merge its source ref names,
      *                   for one of that merge's two ids.  RCVY is
      *                   stamped here and never accepted as input.
      *                   Anything unproven goes to suspense under
      *                   reason SYSC.  A trial run reads the
      *                   charge-off selections to prove the same.
      *  2026-10-15 JHM   A refund or merge leg posted to a closed
      *                   account counts the customer once at the
      *                   customer finish, not once per transaction.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNPOST1.
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HD-FILE-STATUS.

           SELECT CUST-MERGE-FILE ASSIGN TO CUSTMRG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MRG-RETIRED-ID
               FILE STATUS IS MG-FILE-STATUS.

           SELECT SCREEN-CASE-FILE ASSIGN TO WLCASE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCRN-CUST-ID
               FILE STATUS IS SC-FILE-STATUS.

           SELECT TRANSACTION-AUDIT-FILE ASSIGN TO TXNAUD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TA-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GD-FILE-STATUS.

           SELECT CHARGE-OFF-FILE ASSIGN TO CHGOFF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHGO-CUST-ID
               FILE STATUS IS CO-FILE-STATUS.

           SELECT POSTING-MODE-PARM-FILE ASSIGN TO POSTMODE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PM-FILE-STATUS.

           SELECT PARTITION-REGISTER-1 ASSIGN TO POSTRG1-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT PARTITION-REGISTER-2 ASSIGN TO POSTRG2-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT PARTITION-REGISTER-3 ASSIGN TO POSTRG3-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT PARTITION-REGISTER-4 ASSIGN TO POSTRG4-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT PARTITION-GL-DETAIL-1 ASSIGN TO GLDTX1-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GD-FILE-STATUS.

           SELECT PARTITION-GL-DETAIL-2 ASSIGN TO GLDTX2-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GD-FILE-STATUS.

           SELECT PARTITION-GL-DETAIL-3 ASSIGN TO GLDTX3-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GD-FILE-STATUS.

           SELECT PARTITION-GL-DETAIL-4 ASSIGN TO GLDTX4-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GD-FILE-STATUS.

           SELECT POSTING-CHECKPOINT-FILE ASSIGN TO POSTCHK-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCK-PARTITION
               FILE STATUS IS PK-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FD  HOLD-FILE.
           COPY "holdrec.cpy".

       FD  CUST-MERGE-FILE.
           COPY "custmrg.cpy".

       FD  SCREEN-CASE-FILE.
           COPY "wlcase.cpy".

       FD  TRANSACTION-AUDIT-FILE.
           COPY "auditrec.cpy".

                      BY ==GL-DAY-DETAIL-RECORD==
                         LEADING ==TXN== BY ==GLD==.

       FD  CHARGE-OFF-FILE.
           COPY "chgorec.cpy".

       FD  POSTING-MODE-PARM-FILE.
       01  POSTING-MODE-PARM-RECORD.
           05  PMP-RUN-MODE                PIC X(01).
               88  PMP-TRIAL-RUN                 VALUE 'T'.

       FD  PARTITION-REGISTER-1.
       01  PARTITION-REGISTER-LINE-1   PIC X(132).

       FD  PARTITION-REGISTER-2.
       01  PARTITION-REGISTER-LINE-2   PIC X(132).

       FD  PARTITION-REGISTER-3.
       01  PARTITION-REGISTER-LINE-3   PIC X(132).

       FD  PARTITION-REGISTER-4.
       01  PARTITION-REGISTER-LINE-4   PIC X(132).

       FD  PARTITION-GL-DETAIL-1.
       01  PARTITION-GL-RECORD-1       PIC X(80).

       FD  PARTITION-GL-DETAIL-2.
       01  PARTITION-GL-RECORD-2       PIC X(80).

       FD  PARTITION-GL-DETAIL-3.
       01  PARTITION-GL-RECORD-3       PIC X(80).

       FD  PARTITION-GL-DETAIL-4.
       01  PARTITION-GL-RECORD-4       PIC X(80).

       FD  POSTING-CHECKPOINT-FILE.
           COPY "postchk.cpy".

       SD  SORT-WORK-FILE.
           COPY "txnrec.cpy"
               REPLACING ==TRANSACTION-RECORD==
           88  TH-STATUS-DUPLICATE            VALUE '22'.
       77  HD-FILE-STATUS               PIC X(02).
           88  HD-STATUS-OK                   VALUE '00'.
       77  MG-FILE-STATUS               PIC X(02).
           88  MG-STATUS-OK                   VALUE '00'.
       77  SC-FILE-STATUS               PIC X(02).
           88  SC-STATUS-OK                   VALUE '00'.
           88  SC-STATUS-NOT-FOUND            VALUE '35'.
       77  TA-FILE-STATUS               PIC X(02).
           88  TA-STATUS-OK                   VALUE '00'.
       77  GD-FILE-STATUS               PIC X(02).
           88  GD-STATUS-OK                   VALUE '00'.
       77  CO-FILE-STATUS               PIC X(02).
           88  CO-STATUS-OK                   VALUE '00'.
       77  PM-FILE-STATUS               PIC X(02).
           88  PM-STATUS-OK                   VALUE '00'.
       77  PK-FILE-STATUS               PIC X(02).
           88  PK-STATUS-OK                   VALUE '00'.

       77  WS-A-FILE-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-A-FILE-OPEN                 VALUE 'Y'.
           88  WS-HISTORY-FILE-OPEN           VALUE 'Y'.
       77  WS-HOLD-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-HOLD-FILE-OPEN              VALUE 'Y'.
       77  WS-MERGE-FILE-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-MERGE-FILE-OPEN             VALUE 'Y'.
       77  WS-CASE-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-CASE-FILE-OPEN              VALUE 'Y'.
       77  WS-AUDIT-FILE-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-AUDIT-FILE-OPEN             VALUE 'Y'.
       77  WS-GL-DETAIL-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-GL-DETAIL-OPEN              VALUE 'Y'.
       77  WS-CHARGE-OFF-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-CHARGE-OFF-OPEN             VALUE 'Y'.
       77  WS-CHECKPOINT-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-CHECKPOINT-OPEN             VALUE 'Y'.
       77  WS-RUN-MODE-SW               PIC X(01) VALUE 'L'.
           88  WS-LIVE-MODE                   VALUE 'L'.
           88  WS-TRIAL-MODE                  VALUE 'T'.
       77  WS-A-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-A-AT-EOF                    VALUE 'Y'.
       77  WS-SORT-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-CUST-POSTABLE              VALUE 'P'.
           88  WS-CUST-CLOSED-STATE          VALUE 'C'.
           88  WS-CUST-NOT-FOUND             VALUE 'N'.
           88  WS-CUST-IN-DOUBT              VALUE 'D'.
           88  WS-CUST-SANCTIONED            VALUE 'S'.
       77  WS-OPENING-BALANCE           PIC S9(7)V99 COMP-3.
       77  WS-TXNS-THIS-CUSTOMER        PIC 9(05) COMP-3.
       77  WS-REFUSAL-REASON            PIC X(30).
       77  WS-WAS-INACTIVE-SW           PIC X(01) VALUE 'N'.
           88  WS-WAS-INACTIVE                VALUE 'Y'.
       77  WS-REACTIVATED-COUNT         PIC 9(07) COMP-3 VALUE 0.
       77  WS-CHARGED-OFF-SW            PIC X(01) VALUE 'N'.
           88  WS-CUST-IS-CHARGED-OFF         VALUE 'Y'.
       77  WS-REFUSE-CHARGED-OFF-SW     PIC X(01) VALUE 'N'.
           88  WS-REFUSE-CHARGED-OFF          VALUE 'Y'.
       77  WS-OWED-AMOUNT               PIC S9(09)V99 COMP-3.
       77  WS-KEYED-AMOUNT              PIC 9(07)V99.
       77  WS-CODE-UNPROVEN-SW          PIC X(01) VALUE 'N'.
           88  WS-CODE-UNPROVEN               VALUE 'Y'.
       77  WS-PROOF-REASON              PIC X(30).
       77  WS-SAVED-REFUSAL-REASON      PIC X(30).
       77  WS-RUN-MONTH                 PIC 9(06).
       77  WS-CHARGE-OFFS-POSTED        PIC 9(07) COMP-3 VALUE 0.
       77  WS-CHARGE-OFF-TOTAL          PIC S9(09)V99 COMP-3 VALUE 0.
       77  WS-RECOVERIES-POSTED         PIC 9(07) COMP-3 VALUE 0.
       77  WS-RECOVERY-TOTAL            PIC S9(09)V99 COMP-3 VALUE 0.
       77  WS-REFUNDS-POSTED            PIC 9(07) COMP-3 VALUE 0.
       77  WS-ESCHEATS-POSTED           PIC 9(07) COMP-3 VALUE 0.
       77  WS-MERGE-REDIRECTS           PIC 9(07) COMP-3 VALUE 0.
       77  WS-MERGE-LEGS-POSTED         PIC 9(07) COMP-3 VALUE 0.
       77  WS-MERGE-HOPS                PIC 9(02) COMP-3 VALUE 0.
       77  WS-MERGE-HOP-LIMIT           PIC 9(02) COMP-3 VALUE 10.
       77  WS-MERGE-FROM-ID             PIC X(06).
       77  WS-TIMESTAMP                 PIC 9(14).
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
       77  WS-SUSPENSE-PROJECTED        PIC 9(07) COMP-3 VALUE 0.
       77  WS-TRIAL-POST-COUNT          PIC 9(05) COMP-3 VALUE 0.
       77  WS-TRIAL-POST-MAX            PIC 9(05) COMP-3 VALUE 500.
       77  WS-TRIAL-POST-SUB            PIC 9(05) COMP-3 VALUE 0.
       77  WS-TRIAL-FULL-SW             PIC X(01) VALUE 'N'.
           88  WS-TRIAL-TABLE-FULL            VALUE 'Y'.
       77  WS-ALREADY-REVERSED-SW       PIC X(01) VALUE 'N'.
           88  WS-ALREADY-REVERSED            VALUE 'Y'.

       77  WS-PARTITION                 PIC 9(01) VALUE 0.
       77  WS-DETAILS-READ              PIC 9(07) COMP-3 VALUE 0.
       77  WS-INPUT-AMOUNT              PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-REFUSED-AMOUNT            PIC S9(09)V99 COMP-3 VALUE 0.
       77  WS-CHARGE-OFF-TRIMMED        PIC S9(09)V99 COMP-3 VALUE 0.
       77  WS-TXNS-IN-DOUBT             PIC 9(07) COMP-3 VALUE 0.
       77  WS-IN-DOUBT-AMOUNT           PIC S9(09)V99 COMP-3 VALUE 0.
       77  WS-RESTART-SKIPPED           PIC 9(07) COMP-3 VALUE 0.
       77  WS-RESTART-COUNT             PIC 9(03) VALUE 0.
       77  WS-CHECKPOINT-CUST-ID        PIC X(06) VALUE SPACES.
       77  WS-ROW-ON-FILE-SW            PIC X(01) VALUE 'N'.
           88  WS-ROW-ON-FILE                 VALUE 'Y'.
       77  WS-ALREADY-COMPLETE-SW       PIC X(01) VALUE 'N'.
           88  WS-ALREADY-COMPLETE            VALUE 'Y'.
       77  WS-RESTART-SW                PIC X(01) VALUE 'N'.
           88  WS-RESTARTING                  VALUE 'Y'.
       77  WS-CHECK-NEXT-CUST-SW        PIC X(01) VALUE 'N'.
           88  WS-CHECK-NEXT-CUST             VALUE 'Y'.
       77  WS-POSTING-STARTED-SW        PIC X(01) VALUE 'N'.
           88  WS-POSTING-STARTED             VALUE 'Y'.
       77  WS-DOUBT-SCAN-DONE-SW        PIC X(01) VALUE 'N'.
           88  WS-DOUBT-SCAN-DONE             VALUE 'Y'.
       77  WS-PRINT-LINE                PIC X(132).

      *    Trial run only - what this customer would have written to
      *    history tonight, and the history originals a REV tonight
      *    would have marked reversed, so reversal matching projects
      *    the same pairs a live run makes
       01  WS-TRIAL-POSTING-TABLE.
           05  WS-TRIAL-POSTING OCCURS 500 TIMES.
               10  WS-TP-REVERSE-DATE      PIC 9(08).
               10  WS-TP-SEQUENCE          PIC 9(06).
               10  WS-TP-TXN-CODE          PIC X(04).
               10  WS-TP-SOURCE-REF        PIC X(12).
               10  WS-TP-REVERSED-SW       PIC X(01).
                   88  WS-TP-REVERSED            VALUE 'Y'.

       COPY "txncode.cpy".
       COPY "retcode.cpy".
       77  WS-AUDIT-SEQ-READY-SW        PIC X(01) VALUE 'N'.
           88  WS-AUDIT-SEQ-READY            VALUE 'Y'.
       COPY "cjrnwrt.cpy".
       COPY "postptn.cpy".
       COPY "alrtput.cpy".

       01  WS-REPORT-HEADER-1.
           05  WS-HDR-TITLE            PIC X(28) VALUE
               "POSTING REGISTER".
           05  FILLER                  PIC X(12) VALUE "RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-HDR-TRIAL-NOTE       PIC X(40) VALUE SPACES.
           05  WS-HDR-PARTITION-NOTE.
               10  WS-HDR-PARTITION-TEXT PIC X(10) VALUE SPACES.
               10  WS-HDR-PARTITION    PIC X(01) VALUE SPACES.

       01  WS-CUST-OPEN-LINE.
           05  FILLER                  PIC X(09) VALUE "CUSTOMER ".
           05  FILLER                  PIC X(06) VALUE " REF ".
           05  WS-PAIR-SOURCE-REF      PIC X(12).

       01  WS-CHARGE-OFF-NOTE-LINE.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  WS-CON-TEXT             PIC X(40).
           05  WS-CON-AMOUNT           PIC Z,ZZZ,ZZ9.99-.

       01  WS-CUST-CLOSE-LINE.
           05  FILLER                  PIC X(09) VALUE "CUSTOMER ".
           05  WS-CLS-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  WS-CLS-LABEL            PIC X(11) VALUE "   CLOSING ".
           05  WS-CLS-BALANCE          PIC Z,ZZZ,ZZ9.99-.

       01  WS-REFUSAL-LINE.
           05  FILLER                  PIC X(09) VALUE "REFUSED: ".
           05  WS-RFL-REASON           PIC X(30).

       01  WS-IN-DOUBT-LINE.
           05  FILLER                  PIC X(09) VALUE "CUSTOMER ".
           05  WS-IDL-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-IDL-TXN-CODE         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-IDL-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               "IN DOUBT: ON TONIGHT'S HISTORY/SUSPENSE - VERIFY".

       01  WS-RESTART-LINE.
           05  FILLER                  PIC X(08) VALUE "RESTART ".
           05  WS-RST-COUNT            PIC ZZ9.
           05  FILLER                  PIC X(24) VALUE
               " - CUSTOMERS THROUGH ".
           05  WS-RST-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(44) VALUE
               " ALREADY POSTED, TOTALS CARRIED FORWARD".

       01  WS-TRIAL-SUSPENSE-LINE.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "WOULD GO TO SUSPENSE - REASON ".
           05  WS-TSL-REASON-CODE      PIC X(04).

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(20) VALUE
               "CUSTOMERS POSTED:".
           05  FILLER                  PIC X(15) VALUE
               "TOTAL CREDITS:".
           05  WS-TRL-CREDITS          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-TRAILER-LINE-3.
           05  FILLER                  PIC X(14) VALUE
               "CHARGE-OFFS:".
           05  WS-TRL-CHGO-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TRL-CHGO-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               "RECOVERIES:".
           05  WS-TRL-RCVY-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TRL-RCVY-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-TRAILER-LINE-5.
           05  FILLER                  PIC X(20) VALUE
               "INPUT IN RANGE:".
           05  WS-TRL-INPUT-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TRL-INPUT-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "IN DOUBT:".
           05  WS-TRL-DOUBT-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TRL-DOUBT-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-TRAILER-LINE-4.
           05  FILLER                  PIC X(23) VALUE
               "PROJECTED TO SUSPENSE:".
           05  WS-TRL-SUSP-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "TRIAL RUN - NOTHING WAS POSTED".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = RC-CLEAN
              AND NOT WS-ALREADY-COMPLETE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-CUST-ID
                   INPUT PROCEDURE IS 2000-RELEASE-DETAILS
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TIME-HHMMSS
           COMPUTE WS-TIMESTAMP = WS-RUN-DATE * 1000000
               + WS-TIME-HHMMSS
           PERFORM 1500-READ-MODE-CARD THRU 1500-EXIT
           SET POSTPTN-FUNC-GET TO TRUE
           CALL "POSTPTN1" USING POSTPTN-PARMS
           MOVE POSTPTN-PARTITION TO WS-PARTITION
           IF WS-PARTITION > 0
               DISPLAY "TXNPOST1: POSTING PARTITION " WS-PARTITION
                       " OF " POSTPTN-PARTITION-COUNT
               MOVE "PARTITION " TO WS-HDR-PARTITION-TEXT
               MOVE WS-PARTITION TO WS-HDR-PARTITION
           END-IF

           OPEN INPUT A-FILE
           IF AF-STATUS-OK
               GO TO 1000-EXIT
           END-IF

           IF WS-TRIAL-MODE
               OPEN INPUT CUSTOMER-FILE
           ELSE
               OPEN I-O CUSTOMER-FILE
           END-IF
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               GO TO 1000-EXIT
           END-IF

           IF WS-LIVE-MODE
               PERFORM 1300-READ-CHECKPOINT THRU 1300-EXIT
               IF RETURN-CODE NOT = RC-CLEAN
                  OR WS-ALREADY-COMPLETE
                   GO TO 1000-EXIT
               END-IF
           END-IF

           PERFORM 1400-OPEN-REGISTER THRU 1400-EXIT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               GO TO 1000-EXIT
           END-IF

           IF WS-TRIAL-MODE
               OPEN INPUT SUSPENSE-FILE
           ELSE
               OPEN I-O SUSPENSE-FILE
           END-IF
           IF SU-STATUS-OK
               SET WS-SUSPENSE-OPEN TO TRUE
           ELSE
               GO TO 1000-EXIT
           END-IF

           IF WS-TRIAL-MODE
               OPEN INPUT TXN-HISTORY-FILE
           ELSE
               OPEN I-O TXN-HISTORY-FILE
           END-IF
           IF TH-STATUS-OK
               SET WS-HISTORY-FILE-OPEN TO TRUE
           ELSE
           END-IF

           COMPUTE WS-REVERSE-DATE = 99999999 - WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH

           IF WS-TRIAL-MODE
               OPEN INPUT CHARGE-OFF-FILE
               IF CO-STATUS-OK
                   SET WS-CHARGE-OFF-OPEN TO TRUE
               END-IF
               GO TO 1100-OPEN-HOLDS
           END-IF

           OPEN I-O CHARGE-OFF-FILE
           IF CO-STATUS-OK
               SET WS-CHARGE-OFF-OPEN TO TRUE
           ELSE
               DISPLAY "TXNPOST1: CHARGE-OFF-FILE OPEN FAILED "
                       CO-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
       1100-OPEN-HOLDS.
           OPEN INPUT HOLD-FILE
           IF HD-STATUS-OK
               SET WS-HOLD-FILE-OPEN TO TRUE
               DISPLAY "TXNPOST1: NO HOLD-FILE - DEBITS EVALUATED "
                       "WITHOUT HOLDS, STATUS " HD-FILE-STATUS
           END-IF
           OPEN INPUT CUST-MERGE-FILE
           IF MG-STATUS-OK
               SET WS-MERGE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "TXNPOST1: NO CUST-MERGE-FILE - NOTHING "
                       "REDIRECTED, STATUS " MG-FILE-STATUS
           END-IF
           OPEN INPUT SCREEN-CASE-FILE
           EVALUATE TRUE
               WHEN SC-STATUS-OK
                   SET WS-CASE-FILE-OPEN TO TRUE
               WHEN SC-STATUS-NOT-FOUND
                   DISPLAY "TXNPOST1: NO SCREEN-CASE-FILE - NO "
                           "COMPLIANCE BLOCKS"
               WHEN OTHER
                   DISPLAY "TXNPOST1: SCREEN-CASE-FILE OPEN FAILED "
                           SC-FILE-STATUS " - NOTHING POSTED"
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
                   GO TO 1000-EXIT
           END-EVALUATE

           IF WS-TRIAL-MODE
               MOVE "PROJECTED POSTING REGISTER" TO WS-HDR-TITLE
               MOVE "TRIAL RUN - NOTHING IS POSTED"
                   TO WS-HDR-TRIAL-NOTE
               MOVE " PROJECTED " TO WS-CLS-LABEL
               GO TO 1200-REGISTER-HEADING
           END-IF

           OPEN EXTEND TRANSACTION-AUDIT-FILE
           IF TA-STATUS-OK
               SET WS-AUDIT-FILE-OPEN TO TRUE
           END-IF

           PERFORM 1450-OPEN-GL-DETAIL THRU 1450-EXIT
           IF GD-STATUS-OK
               SET WS-GL-DETAIL-OPEN TO TRUE
           ELSE
                       GD-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
       1200-REGISTER-HEADING.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1300-READ-CHECKPOINT - this partition's row: complete for   *
      *    tonight means nothing to do, running for tonight means a    *
      *    restart; anything else is a fresh night                     *
      *----------------------------------------------------------------*
       1300-READ-CHECKPOINT.
           OPEN I-O POSTING-CHECKPOINT-FILE
           IF PK-STATUS-OK
               SET WS-CHECKPOINT-OPEN TO TRUE
           ELSE
               DISPLAY "TXNPOST1: POSTING-CHECKPOINT-FILE OPEN FAILED "
                       PK-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1300-EXIT
           END-IF
           MOVE WS-PARTITION TO PCK-PARTITION
           READ POSTING-CHECKPOINT-FILE
               INVALID KEY
                   GO TO 1300-EXIT
           END-READ
           SET WS-ROW-ON-FILE TO TRUE
           IF PCK-RUN-DATE NOT = WS-RUN-DATE
               GO TO 1300-EXIT
           END-IF
           IF PCK-COMPLETE
               SET WS-ALREADY-COMPLETE TO TRUE
               DISPLAY "TXNPOST1: PARTITION " WS-PARTITION
                       " ALREADY POSTED FOR " WS-RUN-DATE
                       " - NOTHING DONE"
               GO TO 1300-EXIT
           END-IF
           SET WS-RESTARTING TO TRUE
           MOVE PCK-LAST-CUST-ID TO WS-CHECKPOINT-CUST-ID
           DISPLAY "TXNPOST1: RESTART - RESUMING AFTER CUSTOMER "
                   WS-CHECKPOINT-CUST-ID.
       1300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1400-OPEN-REGISTER - the partition's own register; a        *
      *    restart adds to what the failed run already printed         *
      *----------------------------------------------------------------*
       1400-OPEN-REGISTER.
           EVALUATE WS-PARTITION
               WHEN 1
                   IF WS-RESTARTING
                       OPEN EXTEND PARTITION-REGISTER-1
                   ELSE
                       OPEN OUTPUT PARTITION-REGISTER-1
                   END-IF
               WHEN 2
                   IF WS-RESTARTING
                       OPEN EXTEND PARTITION-REGISTER-2
                   ELSE
                       OPEN OUTPUT PARTITION-REGISTER-2
                   END-IF
               WHEN 3
                   IF WS-RESTARTING
                       OPEN EXTEND PARTITION-REGISTER-3
                   ELSE
                       OPEN OUTPUT PARTITION-REGISTER-3
                   END-IF
               WHEN 4
                   IF WS-RESTARTING
                       OPEN EXTEND PARTITION-REGISTER-4
                   ELSE
                       OPEN OUTPUT PARTITION-REGISTER-4
                   END-IF
               WHEN OTHER
                   IF WS-RESTARTING
                       OPEN EXTEND POSTING-REGISTER
                   ELSE
                       OPEN OUTPUT POSTING-REGISTER
                   END-IF
           END-EVALUATE.
       1400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1450-OPEN-GL-DETAIL - the partition's own GL day detail,    *
      *    fresh each night and kept on a restart                      *
      *----------------------------------------------------------------*
       1450-OPEN-GL-DETAIL.
           EVALUATE WS-PARTITION
               WHEN 1
                   IF WS-RESTARTING
                       OPEN EXTEND PARTITION-GL-DETAIL-1
                   ELSE
                       OPEN OUTPUT PARTITION-GL-DETAIL-1
                   END-IF
               WHEN 2
                   IF WS-RESTARTING
                       OPEN EXTEND PARTITION-GL-DETAIL-2
                   ELSE
                       OPEN OUTPUT PARTITION-GL-DETAIL-2
                   END-IF
               WHEN 3
                   IF WS-RESTARTING
                       OPEN EXTEND PARTITION-GL-DETAIL-3
                   ELSE
                       OPEN OUTPUT PARTITION-GL-DETAIL-3
                   END-IF
               WHEN 4
                   IF WS-RESTARTING
                       OPEN EXTEND PARTITION-GL-DETAIL-4
                   ELSE
                       OPEN OUTPUT PARTITION-GL-DETAIL-4
                   END-IF
               WHEN OTHER
                   IF WS-RESTARTING
                       OPEN EXTEND GL-DAY-DETAIL-FILE
                   ELSE
                       OPEN OUTPUT GL-DAY-DETAIL-FILE
                   END-IF
           END-EVALUATE.
       1450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1500-READ-MODE-CARD - a card of T makes this a trial run;   *
      *    no card is the normal live posting                          *
      *----------------------------------------------------------------*
       1500-READ-MODE-CARD.
           OPEN INPUT POSTING-MODE-PARM-FILE
           IF NOT PM-STATUS-OK
               GO TO 1500-EXIT
           END-IF
           READ POSTING-MODE-PARM-FILE
               AT END
                   CLOSE POSTING-MODE-PARM-FILE
                   GO TO 1500-EXIT
           END-READ
           IF PMP-TRIAL-RUN
               SET WS-TRIAL-MODE TO TRUE
               DISPLAY "TXNPOST1: TRIAL RUN - MASTER, HISTORY, "
                       "SUSPENSE AND GL DETAIL NOT UPDATED"
           END-IF
           CLOSE POSTING-MODE-PARM-FILE.
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-RELEASE-DETAILS - one sort release per detail row;     *
      *    the header and trailer control records are checked, not     *
      *    released.  A partition releases only its own customers;     *
      *    the trailer is proved against every detail read             *
      *----------------------------------------------------------------*
       2000-RELEASE-DETAILS.
           READ A-FILE
                       "INPUT MAY BE SHORT"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           ELSE
               IF WS-TRAILER-COUNT NOT = WS-DETAILS-READ
                   DISPLAY "TXNPOST1: A-FILE TRAILER COUNT "
                           WS-TRAILER-COUNT
                           " DOES NOT MATCH DETAILS READ "
                           WS-DETAILS-READ
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
               END-IF
           END-IF.
               WHEN AF-HEADER-RECORD
                   MOVE AFH-RUN-DATE TO WS-INPUT-RUN-DATE
               WHEN AF-DETAIL-RECORD
                   ADD 1 TO WS-DETAILS-READ
                   MOVE AF-RECORD-DATA TO SORT-TXN-RECORD
                   PERFORM 2150-REDIRECT-MERGED THRU 2150-EXIT
                   IF WS-PARTITION > 0
                       SET POSTPTN-FUNC-RESOLVE TO TRUE
                       MOVE SRT-CUST-ID TO POSTPTN-CUST-ID
                       CALL "POSTPTN1" USING POSTPTN-PARMS
                   END-IF
                   IF WS-PARTITION = 0
                      OR POSTPTN-PARTITION = WS-PARTITION
                       RELEASE SORT-TXN-RECORD
                       ADD 1 TO WS-DETAILS-RELEASED
                       ADD SRT-AMOUNT TO WS-INPUT-AMOUNT
                       IF WS-MERGE-FROM-ID NOT = SPACES
                           ADD 1 TO WS-MERGE-REDIRECTS
                           DISPLAY "TXNPOST1: " SRT-CODE " "
                                   SRT-SOURCE-REF " FOR RETIRED "
                                   WS-MERGE-FROM-ID " POSTED TO "
                                   SRT-CUST-ID
                       END-IF
                   END-IF
               WHEN AF-TRAILER-RECORD
                   MOVE AFT-RECORD-COUNT TO WS-TRAILER-COUNT
                   SET WS-TRAILER-SEEN TO TRUE
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2150-REDIRECT-MERGED - a detail keyed with an id a merge    *
      *    retired goes to the surviving id; a survivor itself merged  *
      *    later is followed on.  The MRGD/MRGC legs name both ids on  *
      *    purpose and are never redirected                            *
      *----------------------------------------------------------------*
       2150-REDIRECT-MERGED.
           MOVE SPACES TO WS-MERGE-FROM-ID
           IF NOT WS-MERGE-FILE-OPEN
              OR SRT-CODE = "MRGD"
              OR SRT-CODE = "MRGC"
               GO TO 2150-EXIT
           END-IF
           MOVE 0 TO WS-MERGE-HOPS.
       2150-NEXT-HOP.
           MOVE SRT-CUST-ID TO MRG-RETIRED-ID
           READ CUST-MERGE-FILE
               INVALID KEY
                   GO TO 2150-EXIT
           END-READ
           IF NOT MRG-MERGED
               GO TO 2150-EXIT
           END-IF
           IF WS-MERGE-HOPS NOT < WS-MERGE-HOP-LIMIT
               DISPLAY "TXNPOST1: MERGE CHAIN TOO LONG AT "
                       SRT-CUST-ID " - LEFT FOR SUSPENSE"
               GO TO 2150-EXIT
           END-IF
           IF WS-MERGE-FROM-ID = SPACES
               MOVE SRT-CUST-ID TO WS-MERGE-FROM-ID
           END-IF
           MOVE MRG-SURVIVOR-ID TO SRT-CUST-ID
           ADD 1 TO WS-MERGE-HOPS
           GO TO 2150-NEXT-HOP.
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-POST-SORTED - control break on customer id; the        *
      *    trailer mismatch above abends before any balance moves      *
      *----------------------------------------------------------------*
           IF RETURN-CODE = RC-ABEND-WORTHY
               GO TO 3000-EXIT
           END-IF
           IF WS-CHECKPOINT-OPEN
               PERFORM 3050-START-CHECKPOINT THRU 3050-EXIT
               IF RETURN-CODE = RC-ABEND-WORTHY
                   GO TO 3000-EXIT
               END-IF
           END-IF
           MOVE SPACES TO WS-CURRENT-CUST-ID
           RETURN SORT-WORK-FILE
               AT END SET WS-SORT-AT-EOF TO TRUE
               UNTIL WS-SORT-AT-EOF
           IF WS-CURRENT-CUST-ID NOT = SPACES
               PERFORM 3400-FINISH-CUSTOMER THRU 3400-EXIT
               PERFORM 3450-WRITE-CHECKPOINT THRU 3450-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3050-START-CHECKPOINT - a fresh night starts the row        *
      *    running; a restart proves it is the same input and picks    *
      *    up the totals of every customer already finished            *
      *----------------------------------------------------------------*
       3050-START-CHECKPOINT.
           SET WS-POSTING-STARTED TO TRUE
           IF NOT WS-RESTARTING
               MOVE SPACES TO WS-CHECKPOINT-CUST-ID
               PERFORM 3460-SET-CHECKPOINT-ROW THRU 3460-EXIT
               IF WS-ROW-ON-FILE
                   REWRITE POSTING-CHECKPOINT-RECORD
               ELSE
                   WRITE POSTING-CHECKPOINT-RECORD
               END-IF
               IF NOT PK-STATUS-OK
                   DISPLAY "TXNPOST1: CHECKPOINT WRITE FAILED "
                           PK-FILE-STATUS
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
               END-IF
               SET WS-ROW-ON-FILE TO TRUE
               GO TO 3050-EXIT
           END-IF

           MOVE WS-PARTITION TO PCK-PARTITION
           READ POSTING-CHECKPOINT-FILE
               INVALID KEY CONTINUE
           END-READ
           IF NOT PK-STATUS-OK
               DISPLAY "TXNPOST1: CHECKPOINT REREAD FAILED "
                       PK-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 3050-EXIT
           END-IF
           IF PCK-INPUT-RUN-DATE NOT = WS-INPUT-RUN-DATE
              OR PCK-INPUT-COUNT NOT = WS-TRAILER-COUNT
               DISPLAY "TXNPOST1: A-FILE IS NOT THE INPUT THE "
                       "CHECKPOINT WAS TAKEN AGAINST - NOT RESTARTED"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 3050-EXIT
           END-IF
           MOVE PCK-TXNS-APPLIED TO WS-TXNS-APPLIED
           MOVE PCK-TXNS-REFUSED TO WS-TXNS-REFUSED
           MOVE PCK-TXNS-IN-DOUBT TO WS-TXNS-IN-DOUBT
           MOVE PCK-IN-DOUBT-AMOUNT TO WS-IN-DOUBT-AMOUNT
           MOVE PCK-CUSTOMERS-POSTED TO WS-CUSTOMERS-POSTED
           MOVE PCK-TOTAL-DEBITS TO WS-TOTAL-DEBITS
           MOVE PCK-TOTAL-CREDITS TO WS-TOTAL-CREDITS
           MOVE PCK-REFUSED-AMOUNT TO WS-REFUSED-AMOUNT
           MOVE PCK-SUSPENSE-WRITTEN TO WS-SUSPENSE-WRITTEN
           MOVE PCK-HISTORY-WRITTEN TO WS-HISTORY-WRITTEN
           MOVE PCK-REVERSALS-MATCHED TO WS-REVERSALS-MATCHED
           MOVE PCK-OVER-LIMIT-COUNT TO WS-OVER-LIMIT-COUNT
           MOVE PCK-REACTIVATED-COUNT TO WS-REACTIVATED-COUNT
           MOVE PCK-CHARGE-OFFS-POSTED TO WS-CHARGE-OFFS-POSTED
           MOVE PCK-CHARGE-OFF-TOTAL TO WS-CHARGE-OFF-TOTAL
           MOVE PCK-CHARGE-OFF-TRIMMED TO WS-CHARGE-OFF-TRIMMED
           MOVE PCK-RECOVERIES-POSTED TO WS-RECOVERIES-POSTED
           MOVE PCK-RECOVERY-TOTAL TO WS-RECOVERY-TOTAL
           MOVE PCK-REFUNDS-POSTED TO WS-REFUNDS-POSTED
           MOVE PCK-ESCHEATS-POSTED TO WS-ESCHEATS-POSTED
           COMPUTE WS-RESTART-COUNT = PCK-RESTART-COUNT + 1
           SET WS-CHECK-NEXT-CUST TO TRUE

           MOVE WS-RESTART-COUNT TO WS-RST-COUNT
           MOVE WS-CHECKPOINT-CUST-ID TO WS-RST-CUST-ID
           MOVE WS-RESTART-LINE TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT

           PERFORM 3460-SET-CHECKPOINT-ROW THRU 3460-EXIT
           REWRITE POSTING-CHECKPOINT-RECORD
           IF NOT PK-STATUS-OK
               DISPLAY "TXNPOST1: CHECKPOINT WRITE FAILED "
                       PK-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF.
       3050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-POST-ONE-TXN.
           MOVE 'N' TO WS-REV-UNMATCHED-SW
           MOVE 'N' TO WS-OVER-LIMIT-SW
           MOVE 'N' TO WS-REFUSE-CHARGED-OFF-SW
           MOVE 'N' TO WS-CODE-UNPROVEN-SW
           IF WS-RESTARTING
              AND SRT-CUST-ID NOT > WS-CHECKPOINT-CUST-ID
               ADD 1 TO WS-RESTART-SKIPPED
               GO TO 3100-NEXT
           END-IF
           IF SRT-CUST-ID NOT = WS-CURRENT-CUST-ID
               IF WS-CURRENT-CUST-ID NOT = SPACES
                   PERFORM 3400-FINISH-CUSTOMER THRU 3400-EXIT
                   PERFORM 3450-WRITE-CHECKPOINT THRU 3450-EXIT
               END-IF
               PERFORM 3200-START-CUSTOMER THRU 3200-EXIT
           END-IF

           IF WS-CUST-POSTABLE
              OR WS-CUST-CLOSED-STATE
               PERFORM 3150-PROVE-SYSTEM-CODE THRU 3150-EXIT
               IF WS-CODE-UNPROVEN
                   MOVE WS-REFUSAL-REASON TO WS-SAVED-REFUSAL-REASON
                   MOVE WS-PROOF-REASON TO WS-REFUSAL-REASON
                   PERFORM 3500-REFUSE-TXN THRU 3500-EXIT
                   MOVE WS-SAVED-REFUSAL-REASON TO WS-REFUSAL-REASON
                   GO TO 3100-NEXT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-CUST-IN-DOUBT
                   PERFORM 3560-HOLD-IN-DOUBT THRU 3560-EXIT
               WHEN WS-CUST-POSTABLE
                AND CUST-CLOSED
                   MOVE "ACCOUNT IS CLOSED" TO WS-REFUSAL-REASON
                   PERFORM 3500-REFUSE-TXN THRU 3500-EXIT
               WHEN WS-CUST-POSTABLE
                   PERFORM 3300-APPLY-TXN THRU 3300-EXIT
               WHEN WS-CUST-CLOSED-STATE
                AND SRT-CODE = "RFND"
                   PERFORM 3950-REFUND-CLOSED-ACCOUNT THRU 3950-EXIT
               WHEN WS-CUST-CLOSED-STATE
                AND (SRT-CODE = "MRGD" OR SRT-CODE = "MRGC")
                   PERFORM 3970-MERGE-CLOSED-ACCOUNT THRU 3970-EXIT
               WHEN OTHER
                   PERFORM 3500-REFUSE-TXN THRU 3500-EXIT
           END-EVALUATE.
       3100-NEXT.
           RETURN SORT-WORK-FILE
               AT END SET WS-SORT-AT-EOF TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3150-PROVE-SYSTEM-CODE - a code only the system writes      *
      *    posts only when the row that owns it is on file; RCVY is    *
      *    stamped by this program and never arrives as input.  The    *
      *    entry channels already refuse these codes - this holds the  *
      *    line for anything that reaches the A-FILE another way       *
      *----------------------------------------------------------------*
       3150-PROVE-SYSTEM-CODE.
           EVALUATE SRT-CODE
               WHEN "RCVY"
                   SET WS-CODE-UNPROVEN TO TRUE
                   MOVE "RCVY ONLY COMES FROM POSTING"
                       TO WS-PROOF-REASON
               WHEN "CHGO"
                   PERFORM 3160-PROVE-CHARGE-OFF THRU 3160-EXIT
               WHEN "MRGD"
               WHEN "MRGC"
                   PERFORM 3170-PROVE-MERGE-LEG THRU 3170-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3160-PROVE-CHARGE-OFF - the account must have a selection   *
      *    CHGOFF1 wrote and that has not yet been charged             *
      *----------------------------------------------------------------*
       3160-PROVE-CHARGE-OFF.
           IF NOT WS-CHARGE-OFF-OPEN
               SET WS-CODE-UNPROVEN TO TRUE
               MOVE "NO CHARGE-OFF SELECTION" TO WS-PROOF-REASON
               GO TO 3160-EXIT
           END-IF
           MOVE SRT-CUST-ID TO CHGO-CUST-ID
           READ CHARGE-OFF-FILE
               INVALID KEY
                   SET WS-CODE-UNPROVEN TO TRUE
                   MOVE "NO CHARGE-OFF SELECTION" TO WS-PROOF-REASON
                   GO TO 3160-EXIT
           END-READ
           IF NOT CHGO-STATUS-PENDING
               SET WS-CODE-UNPROVEN TO TRUE
               MOVE "CHARGE-OFF NOT PENDING" TO WS-PROOF-REASON
           END-IF.
       3160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3170-PROVE-MERGE-LEG - the source ref names the retired id  *
      *    (MRG + id); that merge must have written its offset and     *
      *    the leg must be for its retired or surviving id             *
      *----------------------------------------------------------------*
       3170-PROVE-MERGE-LEG.
           IF NOT WS-MERGE-FILE-OPEN
              OR SRT-SOURCE-REF(1:3) NOT = "MRG"
               SET WS-CODE-UNPROVEN TO TRUE
               MOVE "NO MERGE BEHIND THIS LEG" TO WS-PROOF-REASON
               GO TO 3170-EXIT
           END-IF
           MOVE SRT-SOURCE-REF(4:6) TO MRG-RETIRED-ID
           READ CUST-MERGE-FILE
               INVALID KEY
                   SET WS-CODE-UNPROVEN TO TRUE
                   MOVE "NO MERGE BEHIND THIS LEG" TO WS-PROOF-REASON
                   GO TO 3170-EXIT
           END-READ
           IF NOT MRG-OFFSET-WRITTEN
               SET WS-CODE-UNPROVEN TO TRUE
               MOVE "MERGE OFFSET NOT WRITTEN" TO WS-PROOF-REASON
               GO TO 3170-EXIT
           END-IF
           IF SRT-CUST-ID NOT = MRG-RETIRED-ID
              AND SRT-CUST-ID NOT = MRG-SURVIVOR-ID
               SET WS-CODE-UNPROVEN TO TRUE
               MOVE "LEG IS NOT FOR THE MERGED IDS" TO WS-PROOF-REASON
           END-IF.
       3170-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-START-CUSTOMER - keyed read; a closed account or a     *
      *    missing customer refuses every transaction in the group.    *
      *    The first customer after a restart point is looked for on   *
      *    tonight's history and suspense before anything posts        *
      *----------------------------------------------------------------*
       3200-START-CUSTOMER.
           MOVE SRT-CUST-ID TO WS-CURRENT-CUST-ID
           MOVE 0 TO WS-TXNS-THIS-CUSTOMER
           MOVE 0 TO WS-TRIAL-POST-COUNT
           IF WS-CHECK-NEXT-CUST
               MOVE 'N' TO WS-CHECK-NEXT-CUST-SW
               PERFORM 3270-CHECK-IN-DOUBT THRU 3270-EXIT
               IF WS-CUST-IN-DOUBT
                   GO TO 3200-EXIT
               END-IF
           END-IF
           MOVE SRT-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                       TO WS-REFUSAL-REASON
                   GO TO 3200-EXIT
           END-READ
           PERFORM 3210-CHECK-COMPLIANCE THRU 3210-EXIT
           IF WS-CUST-SANCTIONED
               GO TO 3200-EXIT
           END-IF
           IF CUST-CLOSED
               SET WS-CUST-CLOSED-STATE TO TRUE
               MOVE "ACCOUNT IS CLOSED" TO WS-REFUSAL-REASON
               GO TO 3200-EXIT
           END-IF
           SET WS-CUST-POSTABLE TO TRUE
           IF CUST-CHARGED-OFF
               SET WS-CUST-IS-CHARGED-OFF TO TRUE
           ELSE
               MOVE 'N' TO WS-CHARGED-OFF-SW
           END-IF
           IF CUST-INACTIVE
               SET WS-WAS-INACTIVE TO TRUE
           ELSE
           MOVE CUST-ID TO WS-OPN-CUST-ID
           MOVE CUST-NAME TO WS-OPN-CUST-NAME
           MOVE CUST-BALANCE TO WS-OPN-BALANCE
           MOVE WS-CUST-OPEN-LINE TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3210-CHECK-COMPLIANCE - a confirmed watch-list hit blocks   *
      *    the whole group, whatever the account's status              *
      *----------------------------------------------------------------*
       3210-CHECK-COMPLIANCE.
           IF NOT WS-CASE-FILE-OPEN
               GO TO 3210-EXIT
           END-IF
           MOVE CUST-ID TO SCRN-CUST-ID
           READ SCREEN-CASE-FILE
               INVALID KEY GO TO 3210-EXIT
           END-READ
           IF SCRN-CONFIRMED-HIT
               SET WS-CUST-SANCTIONED TO TRUE
               MOVE "COMPLIANCE HOLD - BLOCKED" TO WS-REFUSAL-REASON
           END-IF.
       3210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3250-SUM-OPEN-HOLDS - open, unexpired holds for this        *
      *    customer; the total comes off the balance every debit is    *
      *    evaluated against                                           *
       3260-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3270-CHECK-IN-DOUBT - the failed run may have got part way  *
      *    through this customer before its checkpoint was taken; a    *
      *    history row this program wrote tonight, or a suspense row   *
      *    stamped tonight, means it did, and the customer is held     *
      *    for an operator instead of posted a second time             *
      *----------------------------------------------------------------*
       3270-CHECK-IN-DOUBT.
           MOVE 'N' TO WS-DOUBT-SCAN-DONE-SW
           MOVE WS-CURRENT-CUST-ID TO TXNH-CUST-ID
           MOVE WS-REVERSE-DATE TO TXNH-REVERSE-DATE
           MOVE 0 TO TXNH-SEQUENCE
           START TXN-HISTORY-FILE
               KEY IS NOT LESS THAN TXNH-KEY
               INVALID KEY SET WS-DOUBT-SCAN-DONE TO TRUE
           END-START
           PERFORM 3275-CHECK-ONE-HISTORY THRU 3275-EXIT
               UNTIL WS-DOUBT-SCAN-DONE
           IF WS-CUST-IN-DOUBT
               GO TO 3270-EXIT
           END-IF

           MOVE 'N' TO WS-DOUBT-SCAN-DONE-SW
           MOVE WS-CURRENT-CUST-ID TO SUSP-CUST-ID
           MOVE 0 TO SUSP-SEQUENCE
           START SUSPENSE-FILE
               KEY IS NOT LESS THAN SUSP-KEY
               INVALID KEY SET WS-DOUBT-SCAN-DONE TO TRUE
           END-START
           PERFORM 3280-CHECK-ONE-SUSPENSE THRU 3280-EXIT
               UNTIL WS-DOUBT-SCAN-DONE.
       3270-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3275-CHECK-ONE-HISTORY.
           READ TXN-HISTORY-FILE NEXT
               AT END
                   SET WS-DOUBT-SCAN-DONE TO TRUE
                   GO TO 3275-EXIT
           END-READ
           IF TXNH-CUST-ID NOT = WS-CURRENT-CUST-ID
              OR TXNH-REVERSE-DATE NOT = WS-REVERSE-DATE
               SET WS-DOUBT-SCAN-DONE TO TRUE
               GO TO 3275-EXIT
           END-IF
           IF TXNH-POSTED-BY = "TXNPOST1"
               SET WS-CUST-IN-DOUBT TO TRUE
               SET WS-DOUBT-SCAN-DONE TO TRUE
           END-IF.
       3275-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3280-CHECK-ONE-SUSPENSE.
           READ SUSPENSE-FILE NEXT
               AT END
                   SET WS-DOUBT-SCAN-DONE TO TRUE
                   GO TO 3280-EXIT
           END-READ
           IF SUSP-CUST-ID NOT = WS-CURRENT-CUST-ID
               SET WS-DOUBT-SCAN-DONE TO TRUE
               GO TO 3280-EXIT
           END-IF
           IF SUSP-RUN-DATE = WS-RUN-DATE
               SET WS-CUST-IN-DOUBT TO TRUE
               SET WS-DOUBT-SCAN-DONE TO TRUE
           END-IF.
       3280-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3300-APPLY-TXN - direction comes from the shared code       *
      *    table: debits subtract, credits add                         *
      *----------------------------------------------------------------*
       3300-APPLY-TXN.
           PERFORM 3310-FIND-CODE-DIRECTION THRU 3310-EXIT

           IF WS-CUST-IS-CHARGED-OFF
               PERFORM 3900-APPLY-TO-CHARGED-OFF THRU 3900-EXIT
               GO TO 3300-EXIT
           END-IF

           IF SRT-CODE = "CHGO"
               PERFORM 3850-LIMIT-CHARGE-OFF THRU 3850-EXIT
               IF WS-REFUSE-CHARGED-OFF
                   PERFORM 3500-REFUSE-TXN THRU 3500-EXIT
                   GO TO 3300-EXIT
               END-IF
           END-IF

           IF SRT-CODE = "REV "
               PERFORM 3800-MATCH-REVERSAL THRU 3800-EXIT
               IF WS-REV-UNMATCHED
           END-IF

           IF VTC-POSTS-DEBIT(VALID-TXN-IDX)
              AND SRT-CODE NOT = "RFND"
              AND SRT-CODE NOT = "ESCH"
              AND SRT-CODE NOT = "DPRV"
              AND SRT-CODE NOT = "MRGD"
               COMPUTE WS-PROJECTED-BALANCE =
                   CUST-BALANCE - WS-HOLDS-TOTAL - SRT-AMOUNT
               IF WS-PROJECTED-BALANCE < (0 - CUST-CREDIT-LIMIT)
           MOVE SRT-EFFECTIVE-DATE TO WS-DTL-EFF-DATE
           MOVE SRT-SOURCE-REF TO WS-DTL-SOURCE-REF
           MOVE SRT-AMOUNT TO WS-DTL-AMOUNT
           MOVE WS-TXN-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT
           IF SRT-CODE = "REV "
               MOVE WS-ORIG-TXN-CODE TO WS-PAIR-ORIG-CODE
               MOVE WS-ORIG-POST-DATE TO WS-PAIR-ORIG-DATE
               MOVE SRT-SOURCE-REF TO WS-PAIR-SOURCE-REF
               MOVE WS-REV-PAIR-LINE TO WS-PRINT-LINE
               PERFORM 8100-PRINT-LINE THRU 8100-EXIT
           END-IF
           PERFORM 3700-WRITE-HISTORY THRU 3700-EXIT
           IF WS-LIVE-MODE
               PERFORM 8200-WRITE-GL-DETAIL THRU 8200-EXIT
           END-IF
           IF SRT-CODE = "CHGO"
               PERFORM 3860-RECORD-CHARGE-OFF THRU 3860-EXIT
           END-IF
           IF SRT-CODE = "RFND"
               ADD 1 TO WS-REFUNDS-POSTED
           END-IF
           IF SRT-CODE = "ESCH"
               PERFORM 3960-CLOSE-ESCHEATED THRU 3960-EXIT
           END-IF.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
           EXIT.
      *----------------------------------------------------------------*
      *    3400-FINISH-CUSTOMER - closing balance line and the master  *
      *    rewrite, only when something actually posted; a closed      *
      *    account rewrites itself per transaction and is only counted *
      *----------------------------------------------------------------*
       3400-FINISH-CUSTOMER.
           IF WS-CUST-CLOSED-STATE
               IF WS-TXNS-THIS-CUSTOMER > 0
                   ADD 1 TO WS-CUSTOMERS-POSTED
               END-IF
               GO TO 3400-EXIT
           END-IF
           IF NOT WS-CUST-POSTABLE
               GO TO 3400-EXIT
           END-IF
           IF WS-TXNS-THIS-CUSTOMER > 0
               MOVE WS-RUN-DATE TO CUST-LAST-ACTIVITY-DATE
               IF WS-WAS-INACTIVE
                  AND NOT CUST-CHARGED-OFF
                  AND NOT CUST-CLOSED
                   SET CUST-ACTIVE TO TRUE
                   ADD 1 TO WS-REACTIVATED-COUNT
                   PERFORM 8000-AUDIT-REACTIVATION THRU 8000-EXIT
               END-IF
               IF WS-LIVE-MODE
                   REWRITE CUSTOMER-RECORD
                   MOVE "TXNPOST1" TO CJRNWRT-PROGRAM-ID
                   MOVE 'C' TO CJRNWRT-ACTION
                   MOVE CUST-ID TO CJRNWRT-CUST-ID
                   MOVE CUSTOMER-RECORD TO CJRNWRT-AFTER-IMAGE
                   CALL "CJRNWRT1" USING CJRNWRT-PARMS
               END-IF
               ADD 1 TO WS-CUSTOMERS-POSTED
           END-IF
           MOVE WS-CURRENT-CUST-ID TO WS-CLS-CUST-ID
           MOVE CUST-BALANCE TO WS-CLS-BALANCE
           MOVE WS-CUST-CLOSE-LINE TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3450-WRITE-CHECKPOINT - the customer just finished is the   *
      *    restart point, with the totals as they stand                *
      *----------------------------------------------------------------*
       3450-WRITE-CHECKPOINT.
           IF NOT WS-CHECKPOINT-OPEN
               GO TO 3450-EXIT
           END-IF
           MOVE WS-CURRENT-CUST-ID TO WS-CHECKPOINT-CUST-ID
           PERFORM 3460-SET-CHECKPOINT-ROW THRU 3460-EXIT
           REWRITE POSTING-CHECKPOINT-RECORD
           IF NOT PK-STATUS-OK
               DISPLAY "TXNPOST1: CHECKPOINT WRITE FAILED "
                       PK-FILE-STATUS " AFTER CUST "
                       WS-CHECKPOINT-CUST-ID
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF.
       3450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3460-SET-CHECKPOINT-ROW - the whole row from working        *
      *    storage, running unless the caller marks it complete        *
      *----------------------------------------------------------------*
       3460-SET-CHECKPOINT-ROW.
           MOVE WS-PARTITION TO PCK-PARTITION
           MOVE WS-RUN-DATE TO PCK-RUN-DATE
           SET PCK-RUNNING TO TRUE
           MOVE WS-INPUT-RUN-DATE TO PCK-INPUT-RUN-DATE
           MOVE WS-TRAILER-COUNT TO PCK-INPUT-COUNT
           MOVE WS-CHECKPOINT-CUST-ID TO PCK-LAST-CUST-ID
           MOVE WS-RESTART-COUNT TO PCK-RESTART-COUNT
           MOVE WS-DETAILS-RELEASED TO PCK-DETAILS-IN-RANGE
           MOVE WS-INPUT-AMOUNT TO PCK-INPUT-AMOUNT
           MOVE WS-TXNS-APPLIED TO PCK-TXNS-APPLIED
           MOVE WS-TXNS-REFUSED TO PCK-TXNS-REFUSED
           MOVE WS-TXNS-IN-DOUBT TO PCK-TXNS-IN-DOUBT
           MOVE WS-IN-DOUBT-AMOUNT TO PCK-IN-DOUBT-AMOUNT
           MOVE WS-CUSTOMERS-POSTED TO PCK-CUSTOMERS-POSTED
           MOVE WS-TOTAL-DEBITS TO PCK-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO PCK-TOTAL-CREDITS
           MOVE WS-REFUSED-AMOUNT TO PCK-REFUSED-AMOUNT
           MOVE WS-SUSPENSE-WRITTEN TO PCK-SUSPENSE-WRITTEN
           MOVE WS-HISTORY-WRITTEN TO PCK-HISTORY-WRITTEN
           MOVE WS-REVERSALS-MATCHED TO PCK-REVERSALS-MATCHED
           MOVE WS-OVER-LIMIT-COUNT TO PCK-OVER-LIMIT-COUNT
           MOVE WS-REACTIVATED-COUNT TO PCK-REACTIVATED-COUNT
           MOVE WS-CHARGE-OFFS-POSTED TO PCK-CHARGE-OFFS-POSTED
           MOVE WS-CHARGE-OFF-TOTAL TO PCK-CHARGE-OFF-TOTAL
           MOVE WS-CHARGE-OFF-TRIMMED TO PCK-CHARGE-OFF-TRIMMED
           MOVE WS-RECOVERIES-POSTED TO PCK-RECOVERIES-POSTED
           MOVE WS-RECOVERY-TOTAL TO PCK-RECOVERY-TOTAL
           MOVE WS-REFUNDS-POSTED TO PCK-REFUNDS-POSTED
           MOVE WS-ESCHEATS-POSTED TO PCK-ESCHEATS-POSTED.
       3460-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3500-REFUSE-TXN - reported and counted, never applied       *
      *----------------------------------------------------------------*
       3500-REFUSE-TXN.
           ADD 1 TO WS-TXNS-REFUSED
           ADD SRT-AMOUNT TO WS-REFUSED-AMOUNT
           MOVE SRT-CUST-ID TO WS-RFL-CUST-ID
           MOVE SRT-CODE TO WS-RFL-TXN-CODE
           MOVE SRT-AMOUNT TO WS-RFL-AMOUNT
           MOVE WS-REFUSAL-REASON TO WS-RFL-REASON
           MOVE WS-REFUSAL-LINE TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT
           PERFORM 3600-WRITE-SUSPENSE THRU 3600-EXIT.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3560-HOLD-IN-DOUBT - listed for an operator, neither        *
      *    posted nor sent to suspense                                 *
      *----------------------------------------------------------------*
       3560-HOLD-IN-DOUBT.
           ADD 1 TO WS-TXNS-IN-DOUBT
           ADD SRT-AMOUNT TO WS-IN-DOUBT-AMOUNT
           MOVE SRT-CUST-ID TO WS-IDL-CUST-ID
           MOVE SRT-CODE TO WS-IDL-TXN-CODE
           MOVE SRT-AMOUNT TO WS-IDL-AMOUNT
           MOVE WS-IN-DOUBT-LINE TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
       3560-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3600-WRITE-SUSPENSE - the refused transaction goes to the   *
      *    keyed suspense file; the sequence probes upward from 1      *
      *    until the key is unique for this customer                   *
           MOVE SRT-CUST-ID TO SUSP-CUST-ID
           MOVE SORT-TXN-RECORD TO SUSP-TRANSACTION-DATA
           EVALUATE TRUE
               WHEN WS-CUST-SANCTIONED
                   SET SUSP-REASON-COMPLIANCE-HOLD TO TRUE
               WHEN WS-CODE-UNPROVEN
                   SET SUSP-REASON-UNPROVEN TO TRUE
               WHEN WS-REFUSE-CHARGED-OFF
                   SET SUSP-REASON-CHARGED-OFF TO TRUE
               WHEN WS-REV-UNMATCHED
                   SET SUSP-REASON-UNMATCHED-REV TO TRUE
               WHEN WS-OVER-LIMIT
                   SET SUSP-REASON-OVER-LIMIT TO TRUE
               WHEN WS-CUST-CLOSED-STATE
                   SET SUSP-REASON-CLOSED TO TRUE
               WHEN WS-CUST-POSTABLE
                AND CUST-CLOSED
                   SET SUSP-REASON-CLOSED TO TRUE
               WHEN OTHER
                   SET SUSP-REASON-NOT-FOUND TO TRUE
           END-EVALUATE
           MOVE WS-RUN-DATE TO SUSP-RUN-DATE
           IF WS-TRIAL-MODE
               MOVE SUSP-REASON-CODE TO WS-TSL-REASON-CODE
               MOVE WS-TRIAL-SUSPENSE-LINE TO WS-PRINT-LINE
               PERFORM 8100-PRINT-LINE THRU 8100-EXIT
               ADD 1 TO WS-SUSPENSE-PROJECTED
               GO TO 3600-EXIT
           END-IF
           MOVE 'N' TO WS-SUSP-STORED-SW
           MOVE 1 TO SUSP-SEQUENCE
           PERFORM 3610-TRY-SUSPENSE-WRITE THRU 3610-EXIT
      *    unique for this customer and night                          *
      *----------------------------------------------------------------*
       3700-WRITE-HISTORY.
           IF WS-TRIAL-MODE
               MOVE WS-REVERSE-DATE TO TXNH-REVERSE-DATE
               MOVE 0 TO TXNH-SEQUENCE
               MOVE 'N' TO TXNH-REVERSED-SW
               PERFORM 3750-NOTE-TRIAL-POSTING THRU 3750-EXIT
               GO TO 3700-EXIT
           END-IF
           MOVE SRT-CUST-ID TO TXNH-CUST-ID
           MOVE WS-REVERSE-DATE TO TXNH-REVERSE-DATE
           MOVE WS-RUN-DATE TO TXNH-POST-DATE
       3710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3750-NOTE-TRIAL-POSTING - a trial run keeps in the table    *
      *    what it would have written or marked on history for this    *
      *    customer; the key and reversed flag come in on TXNH         *
      *----------------------------------------------------------------*
       3750-NOTE-TRIAL-POSTING.
           IF WS-TRIAL-POST-COUNT NOT < WS-TRIAL-POST-MAX
               IF NOT WS-TRIAL-TABLE-FULL
                   DISPLAY "TXNPOST1: TRIAL POSTING TABLE FULL - "
                           "LATER REV MATCHING MAY NOT PROJECT"
                   SET WS-TRIAL-TABLE-FULL TO TRUE
               END-IF
               GO TO 3750-EXIT
           END-IF
           ADD 1 TO WS-TRIAL-POST-COUNT
           MOVE TXNH-REVERSE-DATE
               TO WS-TP-REVERSE-DATE(WS-TRIAL-POST-COUNT)
           MOVE TXNH-SEQUENCE TO WS-TP-SEQUENCE(WS-TRIAL-POST-COUNT)
           MOVE SRT-CODE TO WS-TP-TXN-CODE(WS-TRIAL-POST-COUNT)
           MOVE SRT-SOURCE-REF TO WS-TP-SOURCE-REF(WS-TRIAL-POST-COUNT)
           MOVE TXNH-REVERSED-SW
               TO WS-TP-REVERSED-SW(WS-TRIAL-POST-COUNT).
       3750-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3800-MATCH-REVERSAL - walk this customer's history for an   *
      *    original with the REV's source reference: not itself a      *
      *    reversal and not already backed out.  A match is marked     *
      *    reversed on the spot; no match refuses the REV.  A trial    *
      *    run looks first at what it has projected tonight, and       *
      *    keeps its marks in the table instead of on history          *
      *----------------------------------------------------------------*
       3800-MATCH-REVERSAL.
           MOVE 'N' TO WS-MATCH-FOUND-SW
           MOVE 'N' TO WS-MATCH-SCAN-DONE-SW
           IF WS-TRIAL-MODE
               PERFORM 3840-MATCH-TRIAL-POSTING THRU 3840-EXIT
                   VARYING WS-TRIAL-POST-SUB FROM 1 BY 1
                   UNTIL WS-TRIAL-POST-SUB > WS-TRIAL-POST-COUNT
                      OR WS-MATCH-FOUND
               IF WS-MATCH-FOUND
                   ADD 1 TO WS-REVERSALS-MATCHED
                   GO TO 3800-EXIT
               END-IF
           END-IF
           MOVE SRT-CUST-ID TO TXNH-CUST-ID
           MOVE 0 TO TXNH-REVERSE-DATE
           MOVE 0 TO TXNH-SEQUENCE

           IF WS-MATCH-FOUND
               SET TXNH-REVERSED TO TRUE
               IF WS-TRIAL-MODE
                   PERFORM 3750-NOTE-TRIAL-POSTING THRU 3750-EXIT
               ELSE
                   REWRITE TXN-HISTORY-RECORD
               END-IF
               MOVE TXNH-TXN-CODE TO WS-ORIG-TXN-CODE
               MOVE TXNH-POST-DATE TO WS-ORIG-POST-DATE
               ADD 1 TO WS-REVERSALS-MATCHED
           IF TXNH-SOURCE-REF = SRT-SOURCE-REF
              AND TXNH-TXN-CODE NOT = "REV "
              AND NOT TXNH-REVERSED
               IF WS-TRIAL-MODE
                   PERFORM 3830-CHECK-TRIAL-REVERSED THRU 3830-EXIT
                   IF WS-ALREADY-REVERSED
                       GO TO 3810-EXIT
                   END-IF
               END-IF
               SET WS-MATCH-FOUND TO TRUE
               SET WS-MATCH-SCAN-DONE TO TRUE
           END-IF.
       3810-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3830-CHECK-TRIAL-REVERSED - a history original an earlier   *
      *    REV in this trial run already claimed is not matched again  *
      *----------------------------------------------------------------*
       3830-CHECK-TRIAL-REVERSED.
           MOVE 'N' TO WS-ALREADY-REVERSED-SW
           PERFORM 3835-CHECK-ONE-TRIAL-MARK THRU 3835-EXIT
               VARYING WS-TRIAL-POST-SUB FROM 1 BY 1
               UNTIL WS-TRIAL-POST-SUB > WS-TRIAL-POST-COUNT
                  OR WS-ALREADY-REVERSED.
       3830-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3835-CHECK-ONE-TRIAL-MARK.
           IF WS-TP-REVERSE-DATE(WS-TRIAL-POST-SUB) = TXNH-REVERSE-DATE
              AND WS-TP-SEQUENCE(WS-TRIAL-POST-SUB) = TXNH-SEQUENCE
              AND WS-TP-REVERSED(WS-TRIAL-POST-SUB)
               SET WS-ALREADY-REVERSED TO TRUE
           END-IF.
       3835-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3840-MATCH-TRIAL-POSTING - an original projected earlier    *
      *    tonight for this customer, the pair a live run would make   *
      *    from the history row it had just written                    *
      *----------------------------------------------------------------*
       3840-MATCH-TRIAL-POSTING.
           IF WS-TP-SEQUENCE(WS-TRIAL-POST-SUB) = 0
              AND WS-TP-SOURCE-REF(WS-TRIAL-POST-SUB) = SRT-SOURCE-REF
              AND WS-TP-TXN-CODE(WS-TRIAL-POST-SUB) NOT = "REV "
              AND NOT WS-TP-REVERSED(WS-TRIAL-POST-SUB)
               SET WS-MATCH-FOUND TO TRUE
               MOVE 'Y' TO WS-TP-REVERSED-SW(WS-TRIAL-POST-SUB)
               MOVE WS-TP-TXN-CODE(WS-TRIAL-POST-SUB)
                   TO WS-ORIG-TXN-CODE
               MOVE WS-RUN-DATE TO WS-ORIG-POST-DATE
           END-IF.
       3840-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3850-LIMIT-CHARGE-OFF - a charge-off clears what is owed    *
      *    tonight and no more; payments since the account was         *
      *    selected shrink it, and nothing owed refuses it             *
      *----------------------------------------------------------------*
       3850-LIMIT-CHARGE-OFF.
           COMPUTE WS-OWED-AMOUNT = 0 - CUST-BALANCE
           IF WS-OWED-AMOUNT NOT > 0
               SET WS-REFUSE-CHARGED-OFF TO TRUE
               MOVE "NOTHING OWED TO CHARGE OFF"
                   TO WS-REFUSAL-REASON
               GO TO 3850-EXIT
           END-IF
           IF SRT-AMOUNT > WS-OWED-AMOUNT
               COMPUTE WS-CHARGE-OFF-TRIMMED = WS-CHARGE-OFF-TRIMMED
                   + SRT-AMOUNT - WS-OWED-AMOUNT
               MOVE SRT-AMOUNT TO WS-KEYED-AMOUNT
               MOVE WS-OWED-AMOUNT TO SRT-AMOUNT
               MOVE "CHARGE-OFF LIMITED TO BALANCE OWED, WAS"
                   TO WS-CON-TEXT
               MOVE WS-KEYED-AMOUNT TO WS-CON-AMOUNT
               MOVE WS-CHARGE-OFF-NOTE-LINE TO WS-PRINT-LINE
               PERFORM 8100-PRINT-LINE THRU 8100-EXIT
           END-IF.
       3850-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3860-RECORD-CHARGE-OFF - status W and the pending           *
      *    selection the CHGO was proven against marked charged        *
      *----------------------------------------------------------------*
       3860-RECORD-CHARGE-OFF.
           SET CUST-CHARGED-OFF TO TRUE
           SET WS-CUST-IS-CHARGED-OFF TO TRUE
           ADD 1 TO WS-CHARGE-OFFS-POSTED
           ADD SRT-AMOUNT TO WS-CHARGE-OFF-TOTAL
           IF WS-TRIAL-MODE
               GO TO 3870-CHARGE-OFF-NOTE
           END-IF

           MOVE SRT-CUST-ID TO CHGO-CUST-ID
           READ CHARGE-OFF-FILE
               INVALID KEY CONTINUE
           END-READ
           IF CO-STATUS-OK
               SET CHGO-STATUS-CHARGED TO TRUE
               MOVE WS-RUN-DATE TO CHGO-CHARGED-DATE
               MOVE SRT-AMOUNT TO CHGO-CHARGED-AMOUNT
               REWRITE CHARGE-OFF-RECORD
           END-IF
           IF NOT CO-STATUS-OK
               DISPLAY "TXNPOST1: CHARGE-OFF WRITE FAILED "
                       CO-FILE-STATUS " CUST " SRT-CUST-ID
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF.
       3870-CHARGE-OFF-NOTE.
           MOVE "CHARGED OFF - ACCOUNT NOW STATUS W" TO WS-CON-TEXT
           MOVE SRT-AMOUNT TO WS-CON-AMOUNT
           MOVE WS-CHARGE-OFF-NOTE-LINE TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
       3860-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3900-APPLY-TO-CHARGED-OFF - nothing new is charged to a     *
      *    written-off account; a credit is a recovery, booked to the  *
      *    recovery account and the charge-off row while the balance   *
      *    stays at zero                                               *
      *----------------------------------------------------------------*
       3900-APPLY-TO-CHARGED-OFF.
           IF VTC-POSTS-DEBIT(VALID-TXN-IDX)
              OR SRT-CODE = "CHGO"
              OR SRT-CODE = "REV "
               SET WS-REFUSE-CHARGED-OFF TO TRUE
               MOVE "ACCOUNT IS CHARGED OFF" TO WS-REFUSAL-REASON
               PERFORM 3500-REFUSE-TXN THRU 3500-EXIT
               GO TO 3900-EXIT
           END-IF

           MOVE "RCVY" TO SRT-CODE
           ADD 1 TO WS-TXNS-APPLIED
           ADD 1 TO WS-TXNS-THIS-CUSTOMER
           ADD 1 TO WS-RECOVERIES-POSTED
           ADD SRT-AMOUNT TO WS-RECOVERY-TOTAL

           MOVE SRT-CODE TO WS-DTL-TXN-CODE
           MOVE SRT-EFFECTIVE-DATE TO WS-DTL-EFF-DATE
           MOVE SRT-SOURCE-REF TO WS-DTL-SOURCE-REF
           MOVE SRT-AMOUNT TO WS-DTL-AMOUNT
           MOVE "CR" TO WS-DTL-DIRECTION
           MOVE WS-TXN-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT
           MOVE "RECOVERY - BALANCE NOT CHANGED" TO WS-CON-TEXT
           MOVE SRT-AMOUNT TO WS-CON-AMOUNT
           MOVE WS-CHARGE-OFF-NOTE-LINE TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT

           PERFORM 3700-WRITE-HISTORY THRU 3700-EXIT
           IF WS-LIVE-MODE
               PERFORM 8200-WRITE-GL-DETAIL THRU 8200-EXIT
           END-IF
           IF WS-TRIAL-MODE
               GO TO 3900-EXIT
           END-IF

           MOVE SRT-CUST-ID TO CHGO-CUST-ID
           READ CHARGE-OFF-FILE
               INVALID KEY
                   MOVE SRT-CUST-ID TO CHGO-CUST-ID
                   SET CHGO-STATUS-CHARGED TO TRUE
                   MOVE 0 TO CHGO-SELECTED-DATE
                   MOVE 0 TO CHGO-SELECTED-AMOUNT
                   MOVE 0 TO CHGO-AGE-DAYS
                   MOVE 0 TO CHGO-CHARGED-DATE
                   MOVE 0 TO CHGO-CHARGED-AMOUNT
                   MOVE 0 TO CHGO-RECOVERED-TOTAL
                   MOVE 0 TO CHGO-RECOVERY-MONTH
                   MOVE 0 TO CHGO-RECOVERED-MONTH
           END-READ
           IF CHGO-RECOVERY-MONTH NOT = WS-RUN-MONTH
               MOVE WS-RUN-MONTH TO CHGO-RECOVERY-MONTH
               MOVE 0 TO CHGO-RECOVERED-MONTH
           END-IF
           ADD SRT-AMOUNT TO CHGO-RECOVERED-TOTAL
           ADD SRT-AMOUNT TO CHGO-RECOVERED-MONTH
           MOVE WS-RUN-DATE TO CHGO-LAST-RECOVERY-DATE
           IF CO-STATUS-OK
               REWRITE CHARGE-OFF-RECORD
           ELSE
               WRITE CHARGE-OFF-RECORD
           END-IF
           IF NOT CO-STATUS-OK
               DISPLAY "TXNPOST1: CHARGE-OFF WRITE FAILED "
                       CO-FILE-STATUS " CUST " SRT-CUST-ID
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF.
       3900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3950-REFUND-CLOSED-ACCOUNT - the refund that empties a      *
      *    closed account's credit balance posts on its own; the       *
      *    account stays closed and is rewritten here, since the       *
      *    customer finish only rewrites postable accounts             *
      *----------------------------------------------------------------*
       3950-REFUND-CLOSED-ACCOUNT.
           PERFORM 3310-FIND-CODE-DIRECTION THRU 3310-EXIT
           SUBTRACT SRT-AMOUNT FROM CUST-BALANCE
           ADD SRT-AMOUNT TO WS-TOTAL-DEBITS
           ADD 1 TO WS-TXNS-APPLIED
           ADD 1 TO WS-REFUNDS-POSTED

           MOVE SRT-CODE TO WS-DTL-TXN-CODE
           MOVE SRT-EFFECTIVE-DATE TO WS-DTL-EFF-DATE
           MOVE SRT-SOURCE-REF TO WS-DTL-SOURCE-REF
           MOVE SRT-AMOUNT TO WS-DTL-AMOUNT
           MOVE "DR" TO WS-DTL-DIRECTION
           MOVE WS-TXN-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT
           MOVE "REFUND ON CLOSED ACCOUNT - NOW" TO WS-CON-TEXT
           MOVE CUST-BALANCE TO WS-CON-AMOUNT
           MOVE WS-CHARGE-OFF-NOTE-LINE TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT

           PERFORM 3700-WRITE-HISTORY THRU 3700-EXIT
           IF WS-LIVE-MODE
               PERFORM 8200-WRITE-GL-DETAIL THRU 8200-EXIT
           END-IF

           MOVE WS-RUN-DATE TO CUST-LAST-ACTIVITY-DATE
           IF WS-LIVE-MODE
               REWRITE CUSTOMER-RECORD
               MOVE "TXNPOST1" TO CJRNWRT-PROGRAM-ID
               MOVE 'C' TO CJRNWRT-ACTION
               MOVE CUST-ID TO CJRNWRT-CUST-ID
               MOVE CUSTOMER-RECORD TO CJRNWRT-AFTER-IMAGE
               CALL "CJRNWRT1" USING CJRNWRT-PARMS
           END-IF
           ADD 1 TO WS-TXNS-THIS-CUSTOMER.
       3950-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3960-CLOSE-ESCHEATED - the balance now belongs to the       *
      *    state; the account closes and is rewritten closed at the    *
      *    customer finish                                             *
      *----------------------------------------------------------------*
       3960-CLOSE-ESCHEATED.
           SET CUST-CLOSED TO TRUE
           ADD 1 TO WS-ESCHEATS-POSTED
           MOVE "ESCHEATED - ACCOUNT CLOSED AT" TO WS-CON-TEXT
           MOVE CUST-BALANCE TO WS-CON-AMOUNT
           MOVE WS-CHARGE-OFF-NOTE-LINE TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
       3960-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3970-MERGE-CLOSED-ACCOUNT - the merge closes the retired id *
      *    before its balance is carried across, so the MRGD/MRGC leg  *
      *    against it posts on its own, in the direction the code      *
      *    table gives it, and leaves the closed account at zero; the  *
      *    account stays closed and is rewritten here                  *
      *----------------------------------------------------------------*
       3970-MERGE-CLOSED-ACCOUNT.
           PERFORM 3310-FIND-CODE-DIRECTION THRU 3310-EXIT
           IF VTC-POSTS-DEBIT(VALID-TXN-IDX)
               SUBTRACT SRT-AMOUNT FROM CUST-BALANCE
               ADD SRT-AMOUNT TO WS-TOTAL-DEBITS
               MOVE "DR" TO WS-DTL-DIRECTION
           ELSE
               ADD SRT-AMOUNT TO CUST-BALANCE
               ADD SRT-AMOUNT TO WS-TOTAL-CREDITS
               MOVE "CR" TO WS-DTL-DIRECTION
           END-IF
           ADD 1 TO WS-TXNS-APPLIED
           ADD 1 TO WS-MERGE-LEGS-POSTED

           MOVE SRT-CODE TO WS-DTL-TXN-CODE
           MOVE SRT-EFFECTIVE-DATE TO WS-DTL-EFF-DATE
           MOVE SRT-SOURCE-REF TO WS-DTL-SOURCE-REF
           MOVE SRT-AMOUNT TO WS-DTL-AMOUNT
           MOVE WS-TXN-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT
           MOVE "MERGED ACCOUNT CLOSED - NOW" TO WS-CON-TEXT
           MOVE CUST-BALANCE TO WS-CON-AMOUNT
           MOVE WS-CHARGE-OFF-NOTE-LINE TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT

           PERFORM 3700-WRITE-HISTORY THRU 3700-EXIT
           IF WS-LIVE-MODE
               PERFORM 8200-WRITE-GL-DETAIL THRU 8200-EXIT
           END-IF

           MOVE WS-RUN-DATE TO CUST-LAST-ACTIVITY-DATE
           IF WS-LIVE-MODE
               REWRITE CUSTOMER-RECORD
               MOVE "TXNPOST1" TO CJRNWRT-PROGRAM-ID
               MOVE 'C' TO CJRNWRT-ACTION
               MOVE CUST-ID TO CJRNWRT-CUST-ID
               MOVE CUSTOMER-RECORD TO CJRNWRT-AFTER-IMAGE
               CALL "CJRNWRT1" USING CJRNWRT-PARMS
           END-IF
           ADD 1 TO WS-TXNS-THIS-CUSTOMER.
       3970-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-WRITE-TRAILER - run control totals; refused work       *
      *    leaves a warning for the morning review                     *
      *----------------------------------------------------------------*
           IF NOT WS-REPORT-OPEN
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT
           MOVE WS-CUSTOMERS-POSTED TO WS-TRL-CUSTOMERS
           MOVE WS-TXNS-APPLIED TO WS-TRL-APPLIED
           MOVE WS-TXNS-REFUSED TO WS-TRL-REFUSED
           MOVE WS-TRAILER-LINE-1 TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT
           MOVE WS-TOTAL-DEBITS TO WS-TRL-DEBITS
           MOVE WS-TOTAL-CREDITS TO WS-TRL-CREDITS
           MOVE WS-TRAILER-LINE-2 TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT
           MOVE WS-CHARGE-OFFS-POSTED TO WS-TRL-CHGO-COUNT
           MOVE WS-CHARGE-OFF-TOTAL TO WS-TRL-CHGO-TOTAL
           MOVE WS-RECOVERIES-POSTED TO WS-TRL-RCVY-COUNT
           MOVE WS-RECOVERY-TOTAL TO WS-TRL-RCVY-TOTAL
           MOVE WS-TRAILER-LINE-3 TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT
           MOVE WS-DETAILS-RELEASED TO WS-TRL-INPUT-COUNT
           MOVE WS-INPUT-AMOUNT TO WS-TRL-INPUT-AMOUNT
           MOVE WS-TXNS-IN-DOUBT TO WS-TRL-DOUBT-COUNT
           MOVE WS-IN-DOUBT-AMOUNT TO WS-TRL-DOUBT-AMOUNT
           MOVE WS-TRAILER-LINE-5 TO WS-PRINT-LINE
           PERFORM 8100-PRINT-LINE THRU 8100-EXIT
           IF WS-TRIAL-MODE
               MOVE WS-SUSPENSE-PROJECTED TO WS-TRL-SUSP-COUNT
               MOVE WS-TRAILER-LINE-4 TO WS-PRINT-LINE
               PERFORM 8100-PRINT-LINE THRU 8100-EXIT
               DISPLAY "TXNPOST1: TRIAL RUN - NOTHING POSTED"
               DISPLAY "TXNPOST1: PROJECTED SUSPENSE "
                       WS-SUSPENSE-PROJECTED
           END-IF

           DISPLAY "TXNPOST1: DETAILS READ    " WS-DETAILS-RELEASED
           DISPLAY "TXNPOST1: TXNS APPLIED    " WS-TXNS-APPLIED
           DISPLAY "TXNPOST1: REVERSALS MATCHED " WS-REVERSALS-MATCHED
           DISPLAY "TXNPOST1: OVER-LIMIT REFUSED " WS-OVER-LIMIT-COUNT
           DISPLAY "TXNPOST1: REACTIVATED      " WS-REACTIVATED-COUNT
           DISPLAY "TXNPOST1: CHARGE-OFFS      " WS-CHARGE-OFFS-POSTED
           DISPLAY "TXNPOST1: RECOVERIES       " WS-RECOVERIES-POSTED
           DISPLAY "TXNPOST1: REFUNDS          " WS-REFUNDS-POSTED
           DISPLAY "TXNPOST1: ESCHEATMENTS     " WS-ESCHEATS-POSTED
           DISPLAY "TXNPOST1: MERGE REDIRECTS  " WS-MERGE-REDIRECTS
           DISPLAY "TXNPOST1: MERGE LEGS CLOSED " WS-MERGE-LEGS-POSTED
           IF WS-PARTITION > 0
               DISPLAY "TXNPOST1: DETAILS IN PARTITION "
                       WS-DETAILS-RELEASED
           END-IF
           IF WS-RESTARTING
               DISPLAY "TXNPOST1: SKIPPED ON RESTART "
                       WS-RESTART-SKIPPED
               DISPLAY "TXNPOST1: HELD IN DOUBT    " WS-TXNS-IN-DOUBT
           END-IF

           IF WS-TXNS-REFUSED > 0
              AND RETURN-CODE = RC-CLEAN
               MOVE RC-WARNING TO RETURN-CODE
           END-IF
           IF WS-TXNS-IN-DOUBT > 0
               IF RETURN-CODE = RC-CLEAN
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
               MOVE "TXNPOST1" TO ALRT-PROGRAM-ID
               MOVE WS-RUN-DATE TO ALRT-BUSINESS-DATE
               MOVE "POSTING RESTART HELD ITEMS IN DOUBT - VERIFY"
                   TO ALRT-CONDITION-TEXT
               CALL "ALRTPUT1" USING ALRTPUT-PARMS
           END-IF

           IF WS-CHECKPOINT-OPEN
              AND WS-POSTING-STARTED
              AND RETURN-CODE < RC-ABEND-WORTHY
               PERFORM 3460-SET-CHECKPOINT-ROW THRU 3460-EXIT
               SET PCK-COMPLETE TO TRUE
               REWRITE POSTING-CHECKPOINT-RECORD
               IF NOT PK-STATUS-OK
                   DISPLAY "TXNPOST1: CHECKPOINT COMPLETE ROW FAILED "
                           PK-FILE-STATUS
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8100-PRINT-LINE - to the whole-file register or the         *
      *    partition's own                                             *
      *----------------------------------------------------------------*
       8100-PRINT-LINE.
           EVALUATE WS-PARTITION
               WHEN 1
                   WRITE PARTITION-REGISTER-LINE-1 FROM WS-PRINT-LINE
               WHEN 2
                   WRITE PARTITION-REGISTER-LINE-2 FROM WS-PRINT-LINE
               WHEN 3
                   WRITE PARTITION-REGISTER-LINE-3 FROM WS-PRINT-LINE
               WHEN 4
                   WRITE PARTITION-REGISTER-LINE-4 FROM WS-PRINT-LINE
               WHEN OTHER
                   WRITE REPORT-LINE FROM WS-PRINT-LINE
           END-EVALUATE.
       8100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8200-WRITE-GL-DETAIL - to the night's GL day detail or the  *
      *    partition's own, which the partition merge gathers          *
      *----------------------------------------------------------------*
       8200-WRITE-GL-DETAIL.
           EVALUATE WS-PARTITION
               WHEN 1
                   WRITE PARTITION-GL-RECORD-1 FROM SORT-TXN-RECORD
               WHEN 2
                   WRITE PARTITION-GL-RECORD-2 FROM SORT-TXN-RECORD
               WHEN 3
                   WRITE PARTITION-GL-RECORD-3 FROM SORT-TXN-RECORD
               WHEN 4
                   WRITE PARTITION-GL-RECORD-4 FROM SORT-TXN-RECORD
               WHEN OTHER
                   MOVE SORT-TXN-RECORD TO GL-DAY-DETAIL-RECORD
                   WRITE GL-DAY-DETAIL-RECORD
           END-EVALUATE.
       8200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-REPORT-OPEN
               EVALUATE WS-PARTITION
                   WHEN 1
                       CLOSE PARTITION-REGISTER-1
                   WHEN 2
                       CLOSE PARTITION-REGISTER-2
                   WHEN 3
                       CLOSE PARTITION-REGISTER-3
                   WHEN 4
                       CLOSE PARTITION-REGISTER-4
                   WHEN OTHER
                       CLOSE POSTING-REGISTER
               END-EVALUATE
           END-IF
           IF WS-SUSPENSE-OPEN
               CLOSE SUSPENSE-FILE
           IF WS-HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF WS-MERGE-FILE-OPEN
               CLOSE CUST-MERGE-FILE
           END-IF
           IF WS-CASE-FILE-OPEN
               CLOSE SCREEN-CASE-FILE
           END-IF
           IF WS-AUDIT-FILE-OPEN
               CLOSE TRANSACTION-AUDIT-FILE
           END-IF
           IF WS-GL-DETAIL-OPEN
               EVALUATE WS-PARTITION
                   WHEN 1
                       CLOSE PARTITION-GL-DETAIL-1
                   WHEN 2
                       CLOSE PARTITION-GL-DETAIL-2
                   WHEN 3
                       CLOSE PARTITION-GL-DETAIL-3
                   WHEN 4
                       CLOSE PARTITION-GL-DETAIL-4
                   WHEN OTHER
                       CLOSE GL-DAY-DETAIL-FILE
               END-EVALUATE
           END-IF
           IF WS-CHECKPOINT-OPEN
               CLOSE POSTING-CHECKPOINT-FILE
           END-IF
           IF WS-CHARGE-OFF-OPEN
               CLOSE CHARGE-OFF-FILE
           END-IF.
       9000-EXIT.
           EXIT.
