      *================================================================*
      *  DSPMNT1                                                       *
      *  Dispute case maintenance against the keyed DISPUTE-FILE.     *
      *  Until this program a disputed charge was either reversed      *
      *  outright through TXNENT1 or left alone; a case now ties the   *
      *  dispute to the TXN-HISTORY-FILE row it is about and carries   *
      *  it to a decision.  Functions:                                 *
      *                                                                *
      *    OPEN     open a case: customer (on the master and neither   *
      *             closed nor charged off), the charge's post date -  *
      *             the day's posted debits are listed - and its       *
      *             sequence; the row must be a posted debit, not      *
      *             reversed and not already under an open case.  The  *
      *             disputed amount (blank for the whole charge) and   *
      *             a reason are keyed; the response due date is set   *
      *             WS-RESPONSE-DAYS calendar days out                 *
      *    PROVCR   post a provisional credit (DPCR) for the disputed  *
      *             amount - once per case                             *
      *    NOTE     add a note to a case                               *
      *    CLOSE    decide the case: C customer favor (the provisional *
      *             credit stands, or the credit posts now if none     *
      *             was given, and the original row is marked          *
      *             reversed) or M merchant favor (a provisional       *
      *             credit is taken back with a DPRV debit)            *
      *    LIST     show a customer's cases                            *
      *    SHOW     show one case and its notes                        *
      *                                                                *
      *  Credits and debits are written to ONLINE-ENTRY-TXN-FILE for   *
      *  the night's cycle exactly as TXNENT1 writes a keyed entry;    *
      *  they are bounded by the disputed amount, which is bounded by  *
      *  the original charge, so they do not wait on supervisor        *
      *  release.  The operator signs on through the same PIN          *
      *  machinery as the other maintenance programs and every action  *
      *  is audited on the transaction channel.  Updates honor the     *
      *  system-availability control and refuse while the nightly      *
      *  cycle runs; LIST and SHOW stay available.                     *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE-WRITTEN.  2026-10-15.
      *  DATE-COMPILED.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Original version, added with the dispute
      *                   and provisional-credit workflow.
      *  2026-10-15 JHM   Each function is now checked against the
      *                   operator's entitlements through ENTCHK1
      *                   before it is performed; an operator without
      *                   a grant is refused and the refusal audited.
      *  2026-10-15 JHM   Every case rewrite, the entry write, and the
      *                   history rewrite at a customer-favor close
      *                   are now status-checked; a failure ends the
      *                   function RC-ABEND-WORTHY and is audited with
      *                   the entry already submitted, if any, and no
      *                   success is shown.  A close whose history
      *                   rewrite fails leaves the case open, with a
      *                   credit it submitted recorded on the case so
      *                   closing again does not credit twice.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPMNT1.
       AUTHOR. J H MERCER.
       INSTALLATION. DATA CENTER 2.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIN-SECURITY-FILE ASSIGN TO PINSEC-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PINSEC-USERNAME
               FILE STATUS IS PS-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CF-FILE-STATUS.

           SELECT TXN-HISTORY-FILE ASSIGN TO TXNHIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXNH-KEY
               FILE STATUS IS TH-FILE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO DISPUTE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS DS-FILE-STATUS.

           SELECT DISPUTE-NOTE-FILE ASSIGN TO DSPNOTE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSPN-KEY
               FILE STATUS IS DN-FILE-STATUS.

           SELECT ONLINE-ENTRY-TXN-FILE ASSIGN TO ONLTXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OT-FILE-STATUS.

           SELECT TRANSACTION-AUDIT-FILE ASSIGN TO TXNAUD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TA-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  PIN-SECURITY-FILE.
           COPY "pinsec.cpy".

       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  TXN-HISTORY-FILE.
           COPY "txnhist.cpy".

       FD  DISPUTE-FILE.
           COPY "dsptrec.cpy".

       FD  DISPUTE-NOTE-FILE.
           COPY "dspnote.cpy".

       FD  ONLINE-ENTRY-TXN-FILE.
           COPY "txnrec.cpy".

       FD  TRANSACTION-AUDIT-FILE.
           COPY "auditrec.cpy".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  PS-FILE-STATUS               PIC X(02).
           88  PS-STATUS-OK                   VALUE '00'.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  TH-FILE-STATUS               PIC X(02).
           88  TH-STATUS-OK                   VALUE '00'.
       77  DS-FILE-STATUS               PIC X(02).
           88  DS-STATUS-OK                   VALUE '00'.
           88  DS-STATUS-DUPLICATE            VALUE '22'.
       77  DN-FILE-STATUS               PIC X(02).
           88  DN-STATUS-OK                   VALUE '00'.
       77  OT-FILE-STATUS               PIC X(02).
           88  OT-STATUS-OK                   VALUE '00'.
       77  TA-FILE-STATUS               PIC X(02).
           88  TA-STATUS-OK                   VALUE '00'.

       77  WS-PIN-SECURITY-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PIN-SECURITY-OPEN          VALUE 'Y'.
       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN         VALUE 'Y'.
       77  WS-HISTORY-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-HISTORY-FILE-OPEN          VALUE 'Y'.
       77  WS-DISPUTE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-DISPUTE-FILE-OPEN          VALUE 'Y'.
       77  WS-NOTE-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-NOTE-FILE-OPEN             VALUE 'Y'.
       77  WS-ENTRY-FILE-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-ENTRY-FILE-OPEN            VALUE 'Y'.
       77  WS-AUDIT-FILE-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-AUDIT-FILE-OPEN            VALUE 'Y'.

       77  WS-TODAY-DATE                PIC 9(08).
       77  WS-TIMESTAMP                 PIC 9(14).
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
       77  WS-RESPONSE-DAYS             PIC 9(03) VALUE 45.
       77  WS-MAINT-FUNCTION            PIC X(08).
           88  WS-FUNC-OPEN                  VALUE "OPEN    ".
           88  WS-FUNC-PROVCR                VALUE "PROVCR  ".
           88  WS-FUNC-NOTE                  VALUE "NOTE    ".
           88  WS-FUNC-CLOSE                 VALUE "CLOSE   ".
           88  WS-FUNC-LIST                  VALUE "LIST    ".
           88  WS-FUNC-SHOW                  VALUE "SHOW    ".
       77  WS-TARGET-CUST-ID            PIC X(06).
       77  WS-AUDIT-TEXT                PIC X(80).
       77  WS-AUDIT-VERB                PIC X(08).
       77  WS-OUTCOME-ENTRY             PIC X(01).
           88  WS-OUTCOME-CUSTOMER           VALUE 'C'.
           88  WS-OUTCOME-MERCHANT           VALUE 'M'.
       01  WS-AMOUNT-ENTRY              PIC X(09).
       01  WS-AMOUNT-ENTRY-NUM REDEFINES WS-AMOUNT-ENTRY
                                        PIC 9(07)V99.
       01  WS-CASE-NO-ENTRY             PIC X(06).
       01  WS-CASE-NO-NUM REDEFINES WS-CASE-NO-ENTRY
                                        PIC 9(06).
       01  WS-SEQUENCE-ENTRY            PIC X(06).
       01  WS-SEQUENCE-NUM REDEFINES WS-SEQUENCE-ENTRY
                                        PIC 9(06).
       01  WS-DATE-ENTRY                PIC X(08).
       01  WS-DATE-ENTRY-NUM REDEFINES WS-DATE-ENTRY
                                        PIC 9(08).
       77  WS-REASON-ENTRY              PIC X(20).
       77  WS-NOTE-TEXT                 PIC X(60).
       77  WS-CHECK-DATE                PIC 9(08).
       77  WS-ROUNDTRIP-DATE            PIC 9(08).
       77  WS-DATE-INTEGER              PIC S9(09) COMP.
       77  WS-DATE-GOOD-SW              PIC X(01) VALUE 'N'.
           88  WS-DATE-GOOD                  VALUE 'Y'.
       77  WS-ORIG-REVERSE-DATE         PIC 9(08).
       77  WS-ORIG-SEQUENCE             PIC 9(06).
       77  WS-CASE-STORED-SW            PIC X(01) VALUE 'N'.
           88  WS-CASE-STORED                VALUE 'Y'.
       77  WS-LIST-DONE-SW              PIC X(01) VALUE 'N'.
           88  WS-LIST-DONE                  VALUE 'Y'.
       77  WS-ALREADY-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-ALREADY-OPEN               VALUE 'Y'.
       77  WS-TXN-WRITTEN-SW            PIC X(01) VALUE 'N'.
           88  WS-TXN-WRITTEN                VALUE 'Y'.
       77  WS-LISTED-COUNT              PIC 9(04) COMP-3 VALUE 0.
       77  WS-AMOUNT-DISPLAY            PIC Z,ZZZ,ZZ9.99.
       77  WS-DISPUTED-DISPLAY          PIC Z,ZZZ,ZZ9.99.
       77  WS-DSP-TXN-CODE              PIC X(04).
       77  WS-DSP-TXN-AMOUNT            PIC 9(07)V99.
       77  WS-SUBMITTED-CODE            PIC X(04).
       01  WS-DSP-SOURCE-REF.
           05  FILLER                   PIC X(03) VALUE "DSP".
           05  WS-DSR-CASE-NO           PIC 9(06).
           05  WS-DSR-KIND              PIC X(01).
               88  WS-DSR-PROVISIONAL        VALUE 'P'.
               88  WS-DSR-FINAL              VALUE 'F'.
               88  WS-DSR-TAKEN-BACK         VALUE 'R'.
           05  FILLER                   PIC X(02) VALUE SPACES.

       COPY "pinval.cpy".
       COPY "pinmask.cpy".
       COPY "entchk.cpy".
       COPY "retcode.cpy".
       COPY "sysavl.cpy".
       COPY "audseq.cpy".
       77  WS-AUDIT-SEQ-READY-SW        PIC X(01) VALUE 'N'.
           88  WS-AUDIT-SEQ-READY            VALUE 'Y'.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       COPY "userin.cpy".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING USER-INPUT.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-VALIDATE-OPERATOR THRU 2000-EXIT
           IF RETURN-CODE = RC-CLEAN
               PERFORM 3000-PERFORM-FUNCTION THRU 3000-EXIT
           END-IF
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'N' TO WS-AUDIT-SEQ-READY-SW
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TIME-HHMMSS
           COMPUTE WS-TIMESTAMP = WS-TODAY-DATE * 1000000
               + WS-TIME-HHMMSS
           OPEN I-O PIN-SECURITY-FILE
           IF PS-STATUS-OK
               SET WS-PIN-SECURITY-OPEN TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "DSPMNT1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF
           OPEN I-O TXN-HISTORY-FILE
           IF TH-STATUS-OK
               SET WS-HISTORY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "DSPMNT1: TXN-HISTORY-FILE OPEN FAILED "
                       TH-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF
           OPEN I-O DISPUTE-FILE
           IF DS-STATUS-OK
               SET WS-DISPUTE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "DSPMNT1: DISPUTE-FILE OPEN FAILED "
                       DS-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF
           OPEN I-O DISPUTE-NOTE-FILE
           IF DN-STATUS-OK
               SET WS-NOTE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "DSPMNT1: DISPUTE-NOTE-FILE OPEN FAILED "
                       DN-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF
           OPEN EXTEND TRANSACTION-AUDIT-FILE
           IF TA-STATUS-OK
               SET WS-AUDIT-FILE-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-VALIDATE-OPERATOR - PIN complexity / expiry / lockout  *
      *----------------------------------------------------------------*
       2000-VALIDATE-OPERATOR.
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 2000-EXIT
           END-IF
           MOVE USERNAME TO PINSEC-USERNAME
           READ PIN-SECURITY-FILE
               INVALID KEY
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "DSPMNT SIGN-ON REJECTED" TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                   GO TO 2000-EXIT
           END-READ

           MOVE PIN TO PINVAL-PIN-ENTERED
           MOVE WS-TODAY-DATE TO PINVAL-TODAY-DATE
           CALL "PINVALD1" USING PINVAL-PARMS, PIN-SECURITY-RECORD
           REWRITE PIN-SECURITY-RECORD

           IF PINVAL-REJECTED
               DISPLAY "DSPMNT1: PIN REJECTED - " PINVAL-REASON
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "DSPMNT SIGN-ON REJECTED" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-CHECK-AVAILABILITY - every update refuses while the    *
      *    nightly cycle posts against the history and reads the       *
      *    cases; LIST and SHOW are inquiry and are never gated        *
      *----------------------------------------------------------------*
       2500-CHECK-AVAILABILITY.
           SET SYSAVL-FUNC-INQUIRE TO TRUE
           CALL "SYSAVL1" USING SYSAVL-PARMS
           IF SYSAVL-STATE-QUIESCED
               DISPLAY "DSPMNT1: NIGHTLY CYCLE IN PROGRESS - "
                       "UPDATES REFUSED, TRY AGAIN AFTER THE CYCLE"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "DSPMNT CYCLE IN PROGRESS" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-IF.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-PERFORM-FUNCTION                                       *
      *----------------------------------------------------------------*
       3000-PERFORM-FUNCTION.
           DISPLAY "Enter function (OPEN, PROVCR, NOTE, CLOSE, "
                   "LIST, SHOW): "
           ACCEPT WS-MAINT-FUNCTION
           PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
           IF ENTCHK-NOT-ENTITLED
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Enter customer id (6 chars): "
           ACCEPT WS-TARGET-CUST-ID

           IF WS-TARGET-CUST-ID = SPACES
               DISPLAY "DSPMNT1: CUSTOMER ID IS REQUIRED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "DSPMNT BLANK CUSTOMER ID" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-FUNC-OPEN
                   PERFORM 3100-OPEN-CASE THRU 3100-EXIT
               WHEN WS-FUNC-PROVCR
                   PERFORM 3200-PROVISIONAL-CREDIT THRU 3200-EXIT
               WHEN WS-FUNC-NOTE
                   PERFORM 3300-ADD-NOTE THRU 3300-EXIT
               WHEN WS-FUNC-CLOSE
                   PERFORM 3400-CLOSE-CASE THRU 3400-EXIT
               WHEN WS-FUNC-LIST
                   PERFORM 3500-LIST-CASES THRU 3500-EXIT
               WHEN WS-FUNC-SHOW
                   PERFORM 3600-SHOW-CASE THRU 3600-EXIT
               WHEN OTHER
                   DISPLAY "DSPMNT1: FUNCTION NOT RECOGNIZED"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "DSPMNT BAD FUNCTION" TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-OPEN-CASE - the charge is picked by post date and      *
      *    sequence off the customer's history; the day's posted       *
      *    debits are listed first so the operator can see them       *
      *----------------------------------------------------------------*
       3100-OPEN-CASE.
           PERFORM 2500-CHECK-AVAILABILITY THRU 2500-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3100-EXIT
           END-IF
           MOVE WS-TARGET-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "DSPMNT1: CUSTOMER " WS-TARGET-CUST-ID
                           " NOT ON FILE"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "DSPMNT OPEN TARGET NOT ON FILE"
                       TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                   GO TO 3100-EXIT
           END-READ
           IF CUST-CLOSED OR CUST-CHARGED-OFF
               DISPLAY "DSPMNT1: ACCOUNT IS CLOSED OR CHARGED OFF - "
                       "DISPUTE REFUSED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "DSPMNT OPEN ON CLOSED ACCOUNT" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3100-EXIT
           END-IF

           DISPLAY "Enter post date of the charge (YYYYMMDD): "
           ACCEPT WS-DATE-ENTRY
           PERFORM 4500-VALIDATE-ENTERED-DATE THRU 4500-EXIT
           IF NOT WS-DATE-GOOD
            OR WS-DATE-ENTRY-NUM > WS-TODAY-DATE
               DISPLAY "DSPMNT1: POST DATE MUST BE A REAL DATE, "
                       "TODAY OR EARLIER"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "DSPMNT OPEN BAD POST DATE" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3100-EXIT
           END-IF
           COMPUTE WS-ORIG-REVERSE-DATE = 99999999 - WS-DATE-ENTRY-NUM

           PERFORM 3110-LIST-DAY-DEBITS THRU 3110-EXIT
           IF WS-LISTED-COUNT = 0
               DISPLAY "DSPMNT1: NO POSTED DEBIT OPEN TO DISPUTE ON "
                       WS-DATE-ENTRY
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "DSPMNT OPEN NO CHARGE ON DATE" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3100-EXIT
           END-IF

           DISPLAY "Enter sequence of the disputed charge "
                   "(6 digits): "
           ACCEPT WS-SEQUENCE-ENTRY
           IF WS-SEQUENCE-ENTRY IS NOT NUMERIC
               DISPLAY "DSPMNT1: SEQUENCE MUST BE NUMERIC"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "DSPMNT OPEN BAD SEQUENCE" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3100-EXIT
           END-IF
           MOVE WS-SEQUENCE-NUM TO WS-ORIG-SEQUENCE

           MOVE WS-TARGET-CUST-ID TO TXNH-CUST-ID
           MOVE WS-ORIG-REVERSE-DATE TO TXNH-REVERSE-DATE
           MOVE WS-ORIG-SEQUENCE TO TXNH-SEQUENCE
           READ TXN-HISTORY-FILE
               INVALID KEY
                   DISPLAY "DSPMNT1: NO HISTORY ROW FOR THAT DATE "
                           "AND SEQUENCE"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "DSPMNT OPEN CHARGE NOT ON FILE"
                       TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                   GO TO 3100-EXIT
           END-READ
           IF NOT TXNH-POSTED-DEBIT
            OR TXNH-REVERSED
               DISPLAY "DSPMNT1: ONLY A POSTED DEBIT NOT ALREADY "
                       "REVERSED CAN BE DISPUTED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "DSPMNT OPEN NOT A LIVE DEBIT" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3100-EXIT
           END-IF

           PERFORM 3120-CHECK-ALREADY-OPEN THRU 3120-EXIT
           IF WS-ALREADY-OPEN
               DISPLAY "DSPMNT1: CHARGE IS ALREADY UNDER OPEN CASE "
                       DSP-CASE-NO
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "DSPMNT OPEN ALREADY DISPUTED" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3100-EXIT
           END-IF

           MOVE TXNH-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "Enter disputed amount (9 digits, 2 implied "
                   "decimals, blank for the whole " WS-AMOUNT-DISPLAY
                   "): "
           ACCEPT WS-AMOUNT-ENTRY
           IF WS-AMOUNT-ENTRY = SPACES
               MOVE TXNH-AMOUNT TO WS-AMOUNT-ENTRY-NUM
           END-IF
           IF WS-AMOUNT-ENTRY IS NOT NUMERIC
            OR WS-AMOUNT-ENTRY-NUM = ZERO
            OR WS-AMOUNT-ENTRY-NUM > TXNH-AMOUNT
               DISPLAY "DSPMNT1: DISPUTED AMOUNT MUST BE NUMERIC, "
                       "NONZERO AND NO MORE THAN THE CHARGE"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "DSPMNT OPEN BAD AMOUNT" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3100-EXIT
           END-IF

           DISPLAY "Enter reason (20 chars): "
           ACCEPT WS-REASON-ENTRY
           IF WS-REASON-ENTRY = SPACES
               DISPLAY "DSPMNT1: A REASON IS REQUIRED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "DSPMNT OPEN NO REASON" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3100-EXIT
           END-IF

           MOVE SPACES TO DISPUTE-RECORD
           MOVE WS-TARGET-CUST-ID TO DSP-CUST-ID
           MOVE WS-ORIG-REVERSE-DATE TO DSP-ORIG-REVERSE-DATE
           MOVE WS-ORIG-SEQUENCE TO DSP-ORIG-SEQUENCE
           MOVE TXNH-POST-DATE TO DSP-ORIG-POST-DATE
           MOVE TXNH-TXN-CODE TO DSP-ORIG-TXN-CODE
           MOVE TXNH-AMOUNT TO DSP-ORIG-AMOUNT
           MOVE TXNH-SOURCE-REF TO DSP-ORIG-SOURCE-REF
           MOVE WS-AMOUNT-ENTRY-NUM TO DSP-DISPUTED-AMOUNT
           MOVE WS-REASON-ENTRY TO DSP-REASON
           MOVE WS-TODAY-DATE TO DSP-OPENED-DATE
           MOVE USERNAME TO DSP-OPENED-BY
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               + WS-RESPONSE-DAYS
           COMPUTE DSP-RESPONSE-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           SET DSP-OPEN TO TRUE
           SET DSP-NO-PROV-CREDIT TO TRUE
           MOVE 0 TO DSP-PROV-CREDIT-AMOUNT
           MOVE 0 TO DSP-PROV-CREDIT-DATE
           MOVE 0 TO DSP-CLOSED-DATE
           MOVE SPACES TO DSP-CLOSED-BY
           MOVE 0 TO DSP-NOTE-COUNT

           MOVE 'N' TO WS-CASE-STORED-SW
           MOVE 1 TO DSP-CASE-NO
           PERFORM 3130-TRY-CASE-WRITE THRU 3130-EXIT
               UNTIL WS-CASE-STORED
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3100-EXIT
           END-IF

           MOVE DSP-DISPUTED-AMOUNT TO WS-DISPUTED-DISPLAY
           DISPLAY "DSPMNT1: CASE " DSP-CASE-NO " OPENED FOR "
                   WS-TARGET-CUST-ID " AMOUNT " WS-DISPUTED-DISPLAY
                   " RESPONSE DUE " DSP-RESPONSE-DUE-DATE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "DSPMNT OPEN CUST=" DELIMITED BY SIZE
                  DSP-CUST-ID DELIMITED BY SIZE
                  " CASE=" DELIMITED BY SIZE
                  DSP-CASE-NO DELIMITED BY SIZE
                  " ORIG=" DELIMITED BY SIZE
                  DSP-ORIG-POST-DATE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  DSP-ORIG-SEQUENCE DELIMITED BY SIZE
                  " AMT=" DELIMITED BY SIZE
                  WS-AMOUNT-ENTRY DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3110-LIST-DAY-DEBITS - the customer's posted debits on the  *
      *    entered date that are still live; history keys put the     *
      *    day's rows together in sequence order                      *
      *----------------------------------------------------------------*
       3110-LIST-DAY-DEBITS.
           MOVE 'N' TO WS-LIST-DONE-SW
           MOVE 0 TO WS-LISTED-COUNT
           MOVE WS-TARGET-CUST-ID TO TXNH-CUST-ID
           MOVE WS-ORIG-REVERSE-DATE TO TXNH-REVERSE-DATE
           MOVE 0 TO TXNH-SEQUENCE
           START TXN-HISTORY-FILE
               KEY IS NOT LESS THAN TXNH-KEY
               INVALID KEY SET WS-LIST-DONE TO TRUE
           END-START
           PERFORM 3115-LIST-ONE-DEBIT THRU 3115-EXIT
               UNTIL WS-LIST-DONE.
       3110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3115-LIST-ONE-DEBIT.
           READ TXN-HISTORY-FILE NEXT
               AT END
                   SET WS-LIST-DONE TO TRUE
                   GO TO 3115-EXIT
           END-READ
           IF TXNH-CUST-ID NOT = WS-TARGET-CUST-ID
            OR TXNH-REVERSE-DATE NOT = WS-ORIG-REVERSE-DATE
               SET WS-LIST-DONE TO TRUE
               GO TO 3115-EXIT
           END-IF
           IF TXNH-POSTED-DEBIT
              AND TXNH-NOT-REVERSED
               ADD 1 TO WS-LISTED-COUNT
               MOVE TXNH-AMOUNT TO WS-AMOUNT-DISPLAY
               DISPLAY "SEQ " TXNH-SEQUENCE " " TXNH-TXN-CODE
                       " " WS-AMOUNT-DISPLAY " " TXNH-SOURCE-REF
                       " " TXNH-POSTED-BY
           END-IF.
       3115-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3120-CHECK-ALREADY-OPEN - one open case per charge; a       *
      *    closed case does not stop a fresh one                       *
      *----------------------------------------------------------------*
       3120-CHECK-ALREADY-OPEN.
           MOVE 'N' TO WS-ALREADY-OPEN-SW
           MOVE 'N' TO WS-LIST-DONE-SW
           MOVE WS-TARGET-CUST-ID TO DSP-CUST-ID
           MOVE 0 TO DSP-CASE-NO
           START DISPUTE-FILE
               KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY SET WS-LIST-DONE TO TRUE
           END-START
           PERFORM 3125-CHECK-ONE-CASE THRU 3125-EXIT
               UNTIL WS-LIST-DONE
                  OR WS-ALREADY-OPEN.
       3120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3125-CHECK-ONE-CASE.
           READ DISPUTE-FILE NEXT
               AT END
                   SET WS-LIST-DONE TO TRUE
                   GO TO 3125-EXIT
           END-READ
           IF DSP-CUST-ID NOT = WS-TARGET-CUST-ID
               SET WS-LIST-DONE TO TRUE
               GO TO 3125-EXIT
           END-IF
           IF DSP-OPEN
              AND DSP-ORIG-REVERSE-DATE = WS-ORIG-REVERSE-DATE
              AND DSP-ORIG-SEQUENCE = WS-ORIG-SEQUENCE
               SET WS-ALREADY-OPEN TO TRUE
           END-IF.
       3125-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3130-TRY-CASE-WRITE.
           WRITE DISPUTE-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF DS-STATUS-OK
               SET WS-CASE-STORED TO TRUE
           ELSE
               IF DS-STATUS-DUPLICATE
                   ADD 1 TO DSP-CASE-NO
               ELSE
                   DISPLAY "DSPMNT1: DISPUTE WRITE FAILED "
                           DS-FILE-STATUS
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
                   SET WS-CASE-STORED TO TRUE
               END-IF
           END-IF.
       3130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-PROVISIONAL-CREDIT - a DPCR for the disputed amount,   *
      *    once per open case                                          *
      *----------------------------------------------------------------*
       3200-PROVISIONAL-CREDIT.
           PERFORM 2500-CHECK-AVAILABILITY THRU 2500-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3200-EXIT
           END-IF
           PERFORM 3900-READ-CASE THRU 3900-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3200-EXIT
           END-IF
           IF NOT DSP-OPEN
            OR DSP-PROV-CREDITED
               DISPLAY "DSPMNT1: CASE IS CLOSED OR ALREADY HAS A "
                       "PROVISIONAL CREDIT"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "DSPMNT PROVCR NOT ALLOWED" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3200-EXIT
           END-IF

           MOVE "DPCR" TO WS-DSP-TXN-CODE
           MOVE DSP-DISPUTED-AMOUNT TO WS-DSP-TXN-AMOUNT
           SET WS-DSR-PROVISIONAL TO TRUE
           PERFORM 5000-WRITE-DISPUTE-TXN THRU 5000-EXIT
           IF NOT WS-TXN-WRITTEN
               GO TO 3200-EXIT
           END-IF

           SET DSP-PROV-CREDITED TO TRUE
           MOVE DSP-DISPUTED-AMOUNT TO DSP-PROV-CREDIT-AMOUNT
           MOVE WS-TODAY-DATE TO DSP-PROV-CREDIT-DATE
           MOVE DSP-DISPUTED-AMOUNT TO WS-DISPUTED-DISPLAY
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "PROVISIONAL CREDIT " DELIMITED BY SIZE
                  WS-DISPUTED-DISPLAY DELIMITED BY SIZE
                  " SUBMITTED" DELIMITED BY SIZE
                  INTO WS-NOTE-TEXT
           PERFORM 5100-WRITE-NOTE THRU 5100-EXIT
           MOVE "PROVCR" TO WS-AUDIT-VERB
           REWRITE DISPUTE-RECORD
           PERFORM 5200-CHECK-CASE-REWRITE THRU 5200-EXIT
           IF RETURN-CODE = RC-ABEND-WORTHY
               GO TO 3200-EXIT
           END-IF

           DISPLAY "DSPMNT1: PROVISIONAL CREDIT " WS-DISPUTED-DISPLAY
                   " SUBMITTED FOR TONIGHT'S CYCLE"
           PERFORM 8100-AUDIT-WITH-KEY THRU 8100-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3300-ADD-NOTE - open or closed, a case takes notes          *
      *----------------------------------------------------------------*
       3300-ADD-NOTE.
           MOVE 'N' TO WS-TXN-WRITTEN-SW
           PERFORM 2500-CHECK-AVAILABILITY THRU 2500-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3300-EXIT
           END-IF
           PERFORM 3900-READ-CASE THRU 3900-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3300-EXIT
           END-IF
           DISPLAY "Enter note (60 chars): "
           ACCEPT WS-NOTE-TEXT
           IF WS-NOTE-TEXT = SPACES
               DISPLAY "DSPMNT1: NOTE TEXT IS REQUIRED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "DSPMNT NOTE BLANK" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3300-EXIT
           END-IF
           PERFORM 5100-WRITE-NOTE THRU 5100-EXIT
           MOVE "NOTE" TO WS-AUDIT-VERB
           REWRITE DISPUTE-RECORD
           PERFORM 5200-CHECK-CASE-REWRITE THRU 5200-EXIT
           IF RETURN-CODE = RC-ABEND-WORTHY
               GO TO 3300-EXIT
           END-IF
           DISPLAY "DSPMNT1: NOTE " DSP-NOTE-COUNT " ADDED TO CASE "
                   DSP-CASE-NO
           PERFORM 8100-AUDIT-WITH-KEY THRU 8100-EXIT.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3400-CLOSE-CASE - C customer favor, M merchant favor        *
      *----------------------------------------------------------------*
       3400-CLOSE-CASE.
           MOVE 'N' TO WS-TXN-WRITTEN-SW
           PERFORM 2500-CHECK-AVAILABILITY THRU 2500-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3400-EXIT
           END-IF
           PERFORM 3900-READ-CASE THRU 3900-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3400-EXIT
           END-IF
           IF NOT DSP-OPEN
               DISPLAY "DSPMNT1: CASE IS ALREADY CLOSED - STATUS "
                       DSP-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "DSPMNT CLOSE NOT OPEN" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3400-EXIT
           END-IF
           DISPLAY "Enter outcome (C customer favor, M merchant "
                   "favor): "
           ACCEPT WS-OUTCOME-ENTRY
           EVALUATE TRUE
               WHEN WS-OUTCOME-CUSTOMER
                   PERFORM 3410-CLOSE-CUSTOMER-FAVOR THRU 3410-EXIT
               WHEN WS-OUTCOME-MERCHANT
                   PERFORM 3420-CLOSE-MERCHANT-FAVOR THRU 3420-EXIT
               WHEN OTHER
                   DISPLAY "DSPMNT1: OUTCOME MUST BE C OR M"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "DSPMNT CLOSE BAD OUTCOME" TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                   GO TO 3400-EXIT
           END-EVALUATE
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3400-EXIT
           END-IF

           MOVE WS-TODAY-DATE TO DSP-CLOSED-DATE
           MOVE USERNAME TO DSP-CLOSED-BY
           PERFORM 5100-WRITE-NOTE THRU 5100-EXIT
           MOVE "CLOSE-" TO WS-AUDIT-VERB
           MOVE DSP-STATUS TO WS-AUDIT-VERB(7:1)
           REWRITE DISPUTE-RECORD
           PERFORM 5200-CHECK-CASE-REWRITE THRU 5200-EXIT
           IF RETURN-CODE = RC-ABEND-WORTHY
               GO TO 3400-EXIT
           END-IF
           DISPLAY "DSPMNT1: CASE " DSP-CASE-NO " CLOSED - "
                   WS-NOTE-TEXT
           PERFORM 8100-AUDIT-WITH-KEY THRU 8100-EXIT.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3410-CLOSE-CUSTOMER-FAVOR - the provisional credit stands;  *
      *    with none given the credit posts now.  The original row is  *
      *    marked reversed so a REV cannot take it off a second time.  *
      *    A row a REV already reversed while the case was open has    *
      *    given the money back once, so no further credit posts.      *
      *    When the row cannot be marked the case stays open; a credit *
      *    already submitted is recorded on the case as given, so the  *
      *    next close lets it stand instead of crediting again         *
      *----------------------------------------------------------------*
       3410-CLOSE-CUSTOMER-FAVOR.
           MOVE DSP-CUST-ID TO TXNH-CUST-ID
           MOVE DSP-ORIG-REVERSE-DATE TO TXNH-REVERSE-DATE
           MOVE DSP-ORIG-SEQUENCE TO TXNH-SEQUENCE
           READ TXN-HISTORY-FILE
               INVALID KEY
                   DISPLAY "DSPMNT1: ORIGINAL HISTORY ROW NOT ON FILE "
                           "- CASE LEFT OPEN"
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
                   MOVE "DSPMNT CLOSE ORIGINAL MISSING"
                       TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                   GO TO 3410-EXIT
           END-READ

           IF TXNH-REVERSED
               IF DSP-PROV-CREDITED
                   MOVE
                      "CUST FAVOR - ORIG ALSO REVERSED, REVIEW CREDIT"
                       TO WS-NOTE-TEXT
                   DISPLAY "DSPMNT1: ORIGINAL WAS ALSO REVERSED - "
                           "REVIEW THE PROVISIONAL CREDIT"
               ELSE
                   MOVE "CUSTOMER FAVOR - ORIGINAL ALREADY REVERSED"
                       TO WS-NOTE-TEXT
               END-IF
               SET DSP-CLOSED-CUSTOMER-FAVOR TO TRUE
               GO TO 3410-EXIT
           END-IF

           IF DSP-NO-PROV-CREDIT
               MOVE "DPCR" TO WS-DSP-TXN-CODE
               MOVE DSP-DISPUTED-AMOUNT TO WS-DSP-TXN-AMOUNT
               SET WS-DSR-FINAL TO TRUE
               PERFORM 5000-WRITE-DISPUTE-TXN THRU 5000-EXIT
               IF NOT WS-TXN-WRITTEN
                   GO TO 3410-EXIT
               END-IF
               MOVE "CUSTOMER FAVOR - CREDIT SUBMITTED" TO WS-NOTE-TEXT
           ELSE
               MOVE "CUSTOMER FAVOR - PROVISIONAL CREDIT STANDS"
                   TO WS-NOTE-TEXT
           END-IF

           SET TXNH-REVERSED TO TRUE
           REWRITE TXN-HISTORY-RECORD
           IF NOT TH-STATUS-OK
               DISPLAY "DSPMNT1: HISTORY REWRITE FAILED "
                       TH-FILE-STATUS " - CASE LEFT OPEN"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "DSPMNT CLOSE HISTORY REWRITE FAILED CASE="
                          DELIMITED BY SIZE
                      DSP-CASE-NO DELIMITED BY SIZE
                      " STATUS=" DELIMITED BY SIZE
                      TH-FILE-STATUS DELIMITED BY SIZE
                      INTO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               IF WS-TXN-WRITTEN
                   SET DSP-PROV-CREDITED TO TRUE
                   MOVE DSP-DISPUTED-AMOUNT TO DSP-PROV-CREDIT-AMOUNT
                   MOVE WS-TODAY-DATE TO DSP-PROV-CREDIT-DATE
                   MOVE "DPCR SUBMITTED AT CLOSE - ORIGINAL NOT MARKED"
                       TO WS-NOTE-TEXT
                   PERFORM 5100-WRITE-NOTE THRU 5100-EXIT
                   MOVE "CLOSE-C" TO WS-AUDIT-VERB
                   REWRITE DISPUTE-RECORD
                   PERFORM 5200-CHECK-CASE-REWRITE THRU 5200-EXIT
               END-IF
               GO TO 3410-EXIT
           END-IF
           SET DSP-CLOSED-CUSTOMER-FAVOR TO TRUE.
       3410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3420-CLOSE-MERCHANT-FAVOR - the charge stands; a            *
      *    provisional credit is taken back with a DPRV debit          *
      *----------------------------------------------------------------*
       3420-CLOSE-MERCHANT-FAVOR.
           IF DSP-PROV-CREDITED
               MOVE "DPRV" TO WS-DSP-TXN-CODE
               MOVE DSP-PROV-CREDIT-AMOUNT TO WS-DSP-TXN-AMOUNT
               SET WS-DSR-TAKEN-BACK TO TRUE
               PERFORM 5000-WRITE-DISPUTE-TXN THRU 5000-EXIT
               IF NOT WS-TXN-WRITTEN
                   GO TO 3420-EXIT
               END-IF
               MOVE "MERCHANT FAVOR - PROVISIONAL CREDIT TAKEN BACK"
                   TO WS-NOTE-TEXT
           ELSE
               MOVE "MERCHANT FAVOR - CHARGE STANDS" TO WS-NOTE-TEXT
           END-IF
           SET DSP-CLOSED-MERCHANT-FAVOR TO TRUE.
       3420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3500-LIST-CASES - every case for the customer, open or      *
      *    closed                                                      *
      *----------------------------------------------------------------*
       3500-LIST-CASES.
           MOVE 'N' TO WS-LIST-DONE-SW
           MOVE 0 TO WS-LISTED-COUNT
           MOVE WS-TARGET-CUST-ID TO DSP-CUST-ID
           MOVE 0 TO DSP-CASE-NO
           START DISPUTE-FILE
               KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY SET WS-LIST-DONE TO TRUE
           END-START
           PERFORM 3510-LIST-ONE-CASE THRU 3510-EXIT
               UNTIL WS-LIST-DONE

           DISPLAY "DSPMNT1: " WS-LISTED-COUNT " CASE(S) ON FILE"
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "DSPMNT LIST CUST=" DELIMITED BY SIZE
                  WS-TARGET-CUST-ID DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3510-LIST-ONE-CASE.
           READ DISPUTE-FILE NEXT
               AT END
                   SET WS-LIST-DONE TO TRUE
                   GO TO 3510-EXIT
           END-READ
           IF DSP-CUST-ID NOT = WS-TARGET-CUST-ID
               SET WS-LIST-DONE TO TRUE
               GO TO 3510-EXIT
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           PERFORM 3650-DISPLAY-CASE THRU 3650-EXIT.
       3510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3600-SHOW-CASE - one case and every note taken on it        *
      *----------------------------------------------------------------*
       3600-SHOW-CASE.
           PERFORM 3900-READ-CASE THRU 3900-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3600-EXIT
           END-IF
           PERFORM 3650-DISPLAY-CASE THRU 3650-EXIT

           MOVE 'N' TO WS-LIST-DONE-SW
           MOVE DSP-CUST-ID TO DSPN-CUST-ID
           MOVE DSP-CASE-NO TO DSPN-CASE-NO
           MOVE 0 TO DSPN-NOTE-NO
           START DISPUTE-NOTE-FILE
               KEY IS NOT LESS THAN DSPN-KEY
               INVALID KEY SET WS-LIST-DONE TO TRUE
           END-START
           PERFORM 3610-SHOW-ONE-NOTE THRU 3610-EXIT
               UNTIL WS-LIST-DONE

           MOVE "SHOW" TO WS-AUDIT-VERB
           PERFORM 8100-AUDIT-WITH-KEY THRU 8100-EXIT.
       3600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3610-SHOW-ONE-NOTE.
           READ DISPUTE-NOTE-FILE NEXT
               AT END
                   SET WS-LIST-DONE TO TRUE
                   GO TO 3610-EXIT
           END-READ
           IF DSPN-CUST-ID NOT = DSP-CUST-ID
            OR DSPN-CASE-NO NOT = DSP-CASE-NO
               SET WS-LIST-DONE TO TRUE
               GO TO 3610-EXIT
           END-IF
           DISPLAY "     NOTE " DSPN-NOTE-NO " " DSPN-NOTE-DATE
                   " " DSPN-NOTE-BY " " DSPN-NOTE-TEXT.
       3610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3650-DISPLAY-CASE.
           MOVE DSP-DISPUTED-AMOUNT TO WS-DISPUTED-DISPLAY
           MOVE DSP-ORIG-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY DSP-CASE-NO " " DSP-STATUS " "
                   DSP-ORIG-POST-DATE "/" DSP-ORIG-SEQUENCE " "
                   DSP-ORIG-TXN-CODE " " WS-AMOUNT-DISPLAY
                   " DISPUTED " WS-DISPUTED-DISPLAY " "
                   DSP-REASON
           MOVE DSP-PROV-CREDIT-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "     OPENED " DSP-OPENED-DATE " BY "
                   DSP-OPENED-BY " DUE " DSP-RESPONSE-DUE-DATE
                   " PROV CR " DSP-PROV-CREDIT-SW " "
                   WS-AMOUNT-DISPLAY " CLOSED " DSP-CLOSED-DATE
                   " " DSP-CLOSED-BY.
       3650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3900-READ-CASE - shared by every function that works on     *
      *    one case already on file                                    *
      *----------------------------------------------------------------*
       3900-READ-CASE.
           DISPLAY "Enter case number (6 digits): "
           ACCEPT WS-CASE-NO-ENTRY
           IF WS-CASE-NO-ENTRY IS NOT NUMERIC
               DISPLAY "DSPMNT1: CASE NUMBER MUST BE NUMERIC"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "DSPMNT BAD CASE NUMBER" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3900-EXIT
           END-IF
           MOVE WS-TARGET-CUST-ID TO DSP-CUST-ID
           MOVE WS-CASE-NO-NUM TO DSP-CASE-NO
           READ DISPUTE-FILE
               INVALID KEY
                   DISPLAY "DSPMNT1: CASE NOT ON FILE"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "DSPMNT CASE NOT ON FILE" TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-READ.
       3900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4500-VALIDATE-ENTERED-DATE - numeric and a real calendar    *
      *    date: the INTEGER-OF-DATE round trip must come back to the  *
      *    same YYYYMMDD                                               *
      *----------------------------------------------------------------*
       4500-VALIDATE-ENTERED-DATE.
           MOVE 'N' TO WS-DATE-GOOD-SW
           IF WS-DATE-ENTRY IS NOT NUMERIC
               GO TO 4500-EXIT
           END-IF
           MOVE WS-DATE-ENTRY-NUM TO WS-CHECK-DATE
           IF WS-CHECK-DATE < 16010101
               GO TO 4500-EXIT
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
           IF WS-DATE-INTEGER <= 0
               GO TO 4500-EXIT
           END-IF
           COMPUTE WS-ROUNDTRIP-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           IF WS-ROUNDTRIP-DATE = WS-CHECK-DATE
               SET WS-DATE-GOOD TO TRUE
           END-IF.
       4500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-WRITE-DISPUTE-TXN - onto the night's entry file for    *
      *    the TXNAUD1 edit, as TXNENT1 writes a keyed entry; the      *
      *    source reference carries the case number and the kind       *
      *----------------------------------------------------------------*
       5000-WRITE-DISPUTE-TXN.
           MOVE 'N' TO WS-TXN-WRITTEN-SW
           OPEN EXTEND ONLINE-ENTRY-TXN-FILE
           IF OT-STATUS-OK
               SET WS-ENTRY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "DSPMNT1: ONLINE-ENTRY-TXN-FILE OPEN FAILED "
                       OT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE "DSPMNT ENTRY FILE OPEN FAILED" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF
           MOVE DSP-CASE-NO TO WS-DSR-CASE-NO
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE WS-DSP-TXN-CODE TO TXN-CODE
           MOVE DSP-CUST-ID TO TXN-CUST-ID
           MOVE WS-DSP-TXN-AMOUNT TO TXN-AMOUNT
           MOVE WS-TODAY-DATE TO TXN-EFFECTIVE-DATE
           MOVE WS-DSP-SOURCE-REF TO TXN-SOURCE-REF
           WRITE TRANSACTION-RECORD
           IF NOT OT-STATUS-OK
               DISPLAY "DSPMNT1: ONLINE-ENTRY-TXN-FILE WRITE FAILED "
                       OT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE "DSPMNT ENTRY WRITE FAILED" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               CLOSE ONLINE-ENTRY-TXN-FILE
               MOVE 'N' TO WS-ENTRY-FILE-OPEN-SW
               GO TO 5000-EXIT
           END-IF
           CLOSE ONLINE-ENTRY-TXN-FILE
           MOVE 'N' TO WS-ENTRY-FILE-OPEN-SW
           SET WS-TXN-WRITTEN TO TRUE

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "DSPMNT ACCEPTED " DELIMITED BY SIZE
                  TRANSACTION-RECORD(1:40) DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5100-WRITE-NOTE - WS-NOTE-TEXT as the case's next note; the *
      *    caller rewrites the case with the stepped note count        *
      *----------------------------------------------------------------*
       5100-WRITE-NOTE.
           ADD 1 TO DSP-NOTE-COUNT
           MOVE SPACES TO DISPUTE-NOTE-RECORD
           MOVE DSP-CUST-ID TO DSPN-CUST-ID
           MOVE DSP-CASE-NO TO DSPN-CASE-NO
           MOVE DSP-NOTE-COUNT TO DSPN-NOTE-NO
           MOVE WS-TODAY-DATE TO DSPN-NOTE-DATE
           MOVE USERNAME TO DSPN-NOTE-BY
           MOVE WS-NOTE-TEXT TO DSPN-NOTE-TEXT
           WRITE DISPUTE-NOTE-RECORD
               INVALID KEY
                   DISPLAY "DSPMNT1: NOTE WRITE FAILED "
                           DN-FILE-STATUS
           END-WRITE.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5200-CHECK-CASE-REWRITE - a case rewrite that fails after   *
      *    an entry was submitted leaves that entry to post tonight;   *
      *    the function ends abend-worthy and the audit names the      *
      *    entry so the case can be put right                          *
      *----------------------------------------------------------------*
       5200-CHECK-CASE-REWRITE.
           IF DS-STATUS-OK
               GO TO 5200-EXIT
           END-IF
           IF WS-TXN-WRITTEN
               MOVE WS-DSP-TXN-CODE TO WS-SUBMITTED-CODE
           ELSE
               MOVE "NONE" TO WS-SUBMITTED-CODE
           END-IF
           DISPLAY "DSPMNT1: CASE " DSP-CASE-NO " REWRITE FAILED "
                   DS-FILE-STATUS " - ENTRY SUBMITTED: "
                   WS-SUBMITTED-CODE
           MOVE RC-ABEND-WORTHY TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "DSPMNT " DELIMITED BY SIZE
                  WS-AUDIT-VERB DELIMITED BY SPACE
                  " CASE REWRITE FAILED CASE=" DELIMITED BY SIZE
                  DSP-CASE-NO DELIMITED BY SIZE
                  " STATUS=" DELIMITED BY SIZE
                  DS-FILE-STATUS DELIMITED BY SIZE
                  " ENTRY=" DELIMITED BY SIZE
                  WS-SUBMITTED-CODE DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       5200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the operator needs a grant for     *
      *    this function, or for all of this program, on the           *
      *    entitlement file; with no file on hand nothing is allowed   *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE USERNAME TO ENTCHK-OPERATOR-ID
           MOVE "DSPMNT1" TO ENTCHK-PROGRAM-ID
           MOVE WS-MAINT-FUNCTION TO ENTCHK-FUNCTION
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "DSPMNT1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "DSPMNT1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "DSPMNT NOT ENTITLED " DELIMITED BY SIZE
                  ENTCHK-FUNCTION DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - dispute activity audits on the    *
      *    transaction channel, where the nightly reconciliation       *
      *    looks for transaction activity                              *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-RECORD.
           IF NOT WS-AUDIT-FILE-OPEN
               GO TO 8000-EXIT
           END-IF
           MOVE PIN TO PINMASK-PIN-IN
           CALL "PINMASK1" USING PINMASK-PARMS
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           SET AUDIT-CHANNEL-TXN TO TRUE
           MOVE USERNAME TO AUDIT-OPERATOR-ID
           MOVE TERMINAL-ID TO AUDIT-TERMINAL-ID
           MOVE "DSPMNT1 " TO AUDIT-PROGRAM-ID
           MOVE SPACES TO AUDIT-ACTION
           STRING WS-AUDIT-TEXT DELIMITED BY SIZE
                  " PIN=" DELIMITED BY SIZE
                  PINMASK-PIN-OUT DELIMITED BY SIZE
                  INTO AUDIT-ACTION
           IF RETURN-CODE = RC-CLEAN
               SET AUDIT-RESULT-SUCCESS TO TRUE
           ELSE
               IF RETURN-CODE = RC-VALIDATION-FAILURE
                   SET AUDIT-RESULT-REJECTED TO TRUE
               ELSE
                   SET AUDIT-RESULT-FAILURE TO TRUE
               END-IF
           END-IF
           IF NOT WS-AUDIT-SEQ-READY
               MOVE "TXN " TO AUDSEQ-CHANNEL
               CALL "AUDSEQ1" USING AUDSEQ-PARMS
               SET WS-AUDIT-SEQ-READY TO TRUE
           END-IF
           MOVE AUDSEQ-NEXT-SEQUENCE TO AUDIT-SEQUENCE-NUMBER
           ADD 1 TO AUDSEQ-NEXT-SEQUENCE
           WRITE AUDIT-RECORD.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8100-AUDIT-WITH-KEY - the action verb plus the case key     *
      *----------------------------------------------------------------*
       8100-AUDIT-WITH-KEY.
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "DSPMNT " DELIMITED BY SIZE
                  WS-AUDIT-VERB DELIMITED BY SPACE
                  " CUST=" DELIMITED BY SIZE
                  DSP-CUST-ID DELIMITED BY SIZE
                  " CASE=" DELIMITED BY SIZE
                  DSP-CASE-NO DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       8100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-PIN-SECURITY-OPEN
               CLOSE PIN-SECURITY-FILE
           END-IF
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-HISTORY-FILE-OPEN
               CLOSE TXN-HISTORY-FILE
           END-IF
           IF WS-DISPUTE-FILE-OPEN
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-NOTE-FILE-OPEN
               CLOSE DISPUTE-NOTE-FILE
           END-IF
           IF WS-ENTRY-FILE-OPEN
               CLOSE ONLINE-ENTRY-TXN-FILE
           END-IF
           IF WS-AUDIT-FILE-OPEN
               CLOSE TRANSACTION-AUDIT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
