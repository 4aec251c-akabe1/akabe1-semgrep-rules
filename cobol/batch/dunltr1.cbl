      *================================================================*
      *  DUNLTR1                                                       *
      *  Collection dunning letters.  Collectors log their calls and   *
      *  promises in COLLWRK1, but the written notices were typed by   *
      *  hand.  Each business night, after the work queue is loaded    *
      *  (COLLLOD1) and promises are judged (COLLFUP1), this batch     *
      *  walks COLLECTIONS-WORK-FILE and picks a letter for each       *
      *  account from its bucket and status:                           *
      *                                                                *
      *    - FINL  final demand before charge-off - bucket 4           *
      *    - BRKN  broken promise - status B in buckets 1 to 3         *
      *    - FRST  first notice - an open account in bucket 1          *
      *    - SCND  second notice - an open account in bucket 2 or 3    *
      *                                                                *
      *  An account with a promise still pending, one collected, one   *
      *  charged off, or one whose balance no longer owes anything     *
      *  gets no letter.  Name and address come from CUSTOMER-FILE and *
      *  the amount owed from the balance as it stands tonight.        *
      *                                                                *
      *  Delivery follows the customer's profile the way the           *
      *  statement run does: mail (or no profile) prints the letter,   *
      *  E goes to the electronic-delivery file, and a hold - keyed    *
      *  by an operator or set for returned mail - sends nothing and   *
      *  lists the account for the collections manager.  A held letter *
      *  is not recorded, so it goes once the hold is released.        *
      *                                                                *
      *  The letter code and date are kept on the work row.  The same  *
      *  letter is not sent again until the dunning cycle (30 days)    *
      *  has passed; a worse letter goes at once.  The letter files    *
      *  are rebuilt each run, so a rerun the same night issues again  *
      *  the letters its first attempt recorded tonight.  The summary  *
      *  gives the letter count per type and channel.                  *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE-WRITTEN.  2026-10-15.
      *  DATE-COMPILED.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNLTR1.
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
           SELECT COLLECTIONS-WORK-FILE ASSIGN TO COLLWRK-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLL-CUST-ID
               FILE STATUS IS CW-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CF-FILE-STATUS.

           SELECT CUSTOMER-PROFILE-FILE ASSIGN TO CUSTPROF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROF-CUST-ID
               FILE STATUS IS PF-FILE-STATUS.

           SELECT DUNNING-LETTER-FILE ASSIGN TO DUNLTR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LT-FILE-STATUS.

           SELECT DUNNING-ELETTER-FILE ASSIGN TO DUNELTR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EL-FILE-STATUS.

           SELECT DUNNING-SUMMARY-REPORT ASSIGN TO DUNLTR-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTIONS-WORK-FILE.
           COPY "collrec.cpy".

       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  CUSTOMER-PROFILE-FILE.
           COPY "profrec.cpy".

       FD  DUNNING-LETTER-FILE.
       01  LETTER-LINE                 PIC X(132).

       FD  DUNNING-ELETTER-FILE.
           COPY "dunltr.cpy".

       FD  DUNNING-SUMMARY-REPORT.
       01  REPORT-LINE                 PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CW-FILE-STATUS               PIC X(02).
           88  CW-STATUS-OK                   VALUE '00'.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  PF-FILE-STATUS               PIC X(02).
           88  PF-STATUS-OK                   VALUE '00'.
       77  LT-FILE-STATUS               PIC X(02).
           88  LT-STATUS-OK                   VALUE '00'.
       77  EL-FILE-STATUS               PIC X(02).
           88  EL-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.

       77  WS-WORK-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-WORK-FILE-OPEN              VALUE 'Y'.
       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
       77  WS-PROFILE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PROFILE-FILE-OPEN           VALUE 'Y'.
       77  WS-LETTER-FILE-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-LETTER-FILE-OPEN            VALUE 'Y'.
       77  WS-ELETTER-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-ELETTER-FILE-OPEN           VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.
       77  WS-DELIVERY-SW               PIC X(01).
           88  WS-DELIVER-MAIL                VALUE 'M'.
           88  WS-DELIVER-ELECTRONIC          VALUE 'E'.
           88  WS-DELIVER-HOLD                VALUE 'H'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-RUN-DATE-INTEGER          PIC S9(09) COMP.
       77  WS-LETTER-DATE-INTEGER       PIC S9(09) COMP.
      *    Days before the same letter may go to an account again
       77  WS-DUNNING-CYCLE-DAYS        PIC 9(03) VALUE 30.
       77  WS-LETTER-SUB                PIC S9(04) COMP.
       77  WS-BODY-SUB                  PIC S9(04) COMP.
       77  WS-AMOUNT-OWED               PIC S9(09)V99 COMP-3.
       77  WS-HOLD-REASON               PIC X(24).

       77  WS-ROWS-READ                 PIC 9(07) COMP-3 VALUE 0.
       77  WS-PROMISE-PENDING-COUNT     PIC 9(07) COMP-3 VALUE 0.
       77  WS-COLLECTED-COUNT           PIC 9(07) COMP-3 VALUE 0.
       77  WS-ALREADY-SENT-COUNT        PIC 9(07) COMP-3 VALUE 0.
       77  WS-NOT-ON-MASTER-COUNT       PIC 9(07) COMP-3 VALUE 0.
       77  WS-CHARGED-OFF-COUNT         PIC 9(07) COMP-3 VALUE 0.
       77  WS-NOTHING-OWED-COUNT        PIC 9(07) COMP-3 VALUE 0.
       77  WS-LETTER-FAILURES           PIC 9(07) COMP-3 VALUE 0.

       COPY "retcode.cpy".
       COPY "busdate.cpy".

      *    The letters, worst last.  Each is its code, its title, and  *
      *    three lines of text; the amount owed (and, for a broken     *
      *    promise, what was promised) is printed beneath.             *
       01  LETTER-TEXT-TABLE.
           05  FILLER   PIC X(44) VALUE
               "FRSTFIRST NOTICE - PAYMENT PAST DUE".
           05  FILLER   PIC X(60) VALUE
               "OUR RECORDS SHOW A BALANCE ON YOUR ACCOUNT THAT IS".
           05  FILLER   PIC X(60) VALUE
               "PAST DUE.  PLEASE SEND THE AMOUNT BELOW OR CALL US TO".
           05  FILLER   PIC X(60) VALUE
               "ARRANGE PAYMENT.  IF YOU HAVE ALREADY PAID, THANK YOU.".
           05  FILLER   PIC X(44) VALUE
               "SCNDSECOND NOTICE - ACCOUNT OVERDUE".
           05  FILLER   PIC X(60) VALUE
               "WE HAVE WRITTEN TO YOU BEFORE ABOUT THE OVERDUE".
           05  FILLER   PIC X(60) VALUE
               "BALANCE ON YOUR ACCOUNT AND HAVE NOT RECEIVED PAYMENT.".
           05  FILLER   PIC X(60) VALUE
               "PLEASE PAY THE AMOUNT BELOW NOW OR CALL US TODAY.".
           05  FILLER   PIC X(44) VALUE
               "BRKNNOTICE - PAYMENT PROMISE NOT KEPT".
           05  FILLER   PIC X(60) VALUE
               "YOU AGREED TO PAY THE AMOUNT SHOWN BELOW BY THE DATE".
           05  FILLER   PIC X(60) VALUE
               "SHOWN, AND WE HAVE NOT RECEIVED IT.  PLEASE PAY THE".
           05  FILLER   PIC X(60) VALUE
               "AMOUNT NOW OWED OR CALL US TODAY ABOUT YOUR ACCOUNT.".
           05  FILLER   PIC X(44) VALUE
               "FINLFINAL DEMAND BEFORE CHARGE-OFF".
           05  FILLER   PIC X(60) VALUE
               "YOUR ACCOUNT IS SERIOUSLY OVERDUE.  UNLESS THE AMOUNT".
           05  FILLER   PIC X(60) VALUE
               "BELOW IS PAID OR A PAYMENT IS AGREED WITH US, THE".
           05  FILLER   PIC X(60) VALUE
               "ACCOUNT WILL BE CHARGED OFF AND REFERRED ONWARD.".
       01  FILLER REDEFINES LETTER-TEXT-TABLE.
           05  LETTER-TEXT-ENTRY OCCURS 4 TIMES.
               10  LTT-CODE                PIC X(04).
               10  LTT-TITLE               PIC X(40).
               10  LTT-BODY                PIC X(60) OCCURS 3 TIMES.
       77  LETTER-TEXT-COUNT           PIC 9(02) COMP-3 VALUE 4.
       77  LTR-FIRST-NOTICE            PIC S9(04) COMP VALUE 1.
       77  LTR-SECOND-NOTICE           PIC S9(04) COMP VALUE 2.
       77  LTR-BROKEN-PROMISE          PIC S9(04) COMP VALUE 3.
       77  LTR-FINAL-DEMAND            PIC S9(04) COMP VALUE 4.

      *    Letters issued tonight, by letter and channel
       01  WS-LETTER-COUNT-TABLE.
           05  WS-LETTER-COUNTS OCCURS 4 TIMES.
               10  WS-LC-MAILED            PIC 9(07) COMP-3.
               10  WS-LC-ELECTRONIC        PIC 9(07) COMP-3.
               10  WS-LC-HELD              PIC 9(07) COMP-3.
               10  WS-LC-AMOUNT            PIC S9(11)V99 COMP-3.

      *    The printed letter
       01  WS-LTR-HEAD-LINE.
           05  FILLER                  PIC X(06) VALUE "DATE ".
           05  WS-LTR-DATE             PIC 9(08).
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "ACCOUNT ".
           05  WS-LTR-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(06) VALUE "  REF ".
           05  WS-LTR-CODE             PIC X(04).
       01  WS-LTR-TEXT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-LTR-TEXT             PIC X(60).
       01  WS-LTR-AMOUNT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "AMOUNT NOW OWED".
           05  WS-LTR-AMOUNT           PIC Z,ZZZ,ZZ9.99.
       01  WS-LTR-PROMISE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "AMOUNT PROMISED".
           05  WS-LTR-PROMISE-AMOUNT   PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE " BY ".
           05  WS-LTR-PROMISE-DATE     PIC 9(08).
       01  WS-LTR-END-LINE.
           05  FILLER                  PIC X(64) VALUE ALL "-".

      *    The summary for the collections manager
       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(34) VALUE
               "COLLECTION DUNNING LETTERS".
           05  FILLER                  PIC X(12) VALUE "RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).
       01  WS-SECTION-LINE.
           05  WS-SEC-TEXT             PIC X(60).
       01  WS-HELD-COLUMN-HEADER.
           05  FILLER                  PIC X(08) VALUE "CUST ID".
           05  FILLER                  PIC X(32) VALUE "CUSTOMER NAME".
           05  FILLER                  PIC X(06) VALUE "LTR".
           05  FILLER                  PIC X(14) VALUE "  AMOUNT OWED".
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE "HELD FOR".
       01  WS-HELD-LINE.
           05  WS-HLD-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HLD-CUST-NAME        PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HLD-CODE             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HLD-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-HLD-REASON           PIC X(24).
       01  WS-COUNT-COLUMN-HEADER.
           05  FILLER                  PIC X(06) VALUE "LTR".
           05  FILLER                  PIC X(42) VALUE "LETTER".
           05  FILLER                  PIC X(09) VALUE "  MAILED".
           05  FILLER                  PIC X(10) VALUE " ELECTRON".
           05  FILLER                  PIC X(09) VALUE "    HELD".
           05  FILLER                  PIC X(18) VALUE
               "  AMOUNT DEMANDED".
       01  WS-COUNT-LINE.
           05  WS-CNT-CODE             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CNT-TITLE            PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CNT-MAILED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CNT-ELECTRONIC       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CNT-HELD             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CNT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(22) VALUE
               "WORK ROWS READ:".
           05  WS-TRL-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE
               "   PROMISE PENDING:".
           05  WS-TRL-PROMISED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
               "   COLLECTED:".
           05  WS-TRL-COLLECTED        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(24) VALUE
               "   SENT THIS CYCLE:".
           05  WS-TRL-ALREADY-SENT     PIC ZZZ,ZZ9.
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(22) VALUE
               "NOTHING OWED:".
           05  WS-TRL-NOTHING-OWED     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE
               "   CHARGED OFF:".
           05  WS-TRL-CHARGED-OFF      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
               "   NOT ON MST:".
           05  WS-TRL-NOT-ON-MASTER    PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(24) VALUE
               "   NOT RECORDED:".
           05  WS-TRL-FAILED           PIC ZZZ,ZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-DUN-ONE-ACCOUNT THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - no work queue on hand is a clean night;   *
      *    with no profile file every letter is mailed                 *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           INITIALIZE WS-LETTER-COUNT-TABLE

           OPEN I-O COLLECTIONS-WORK-FILE
           IF CW-STATUS-OK
               SET WS-WORK-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "DUNLTR1: NO COLLECTIONS-WORK-FILE - NO "
                       "LETTERS TONIGHT, STATUS " CW-FILE-STATUS
               SET WS-END-OF-FILE TO TRUE
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "DUNLTR1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT CUSTOMER-PROFILE-FILE
           IF PF-STATUS-OK
               SET WS-PROFILE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "DUNLTR1: NO PROFILE FILE - EVERY LETTER "
                       "IS MAILED, STATUS " PF-FILE-STATUS
           END-IF

           OPEN OUTPUT DUNNING-LETTER-FILE
           IF LT-STATUS-OK
               SET WS-LETTER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "DUNLTR1: DUNNING-LETTER-FILE OPEN FAILED "
                       LT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT DUNNING-ELETTER-FILE
           IF EL-STATUS-OK
               SET WS-ELETTER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "DUNLTR1: DUNNING-ELETTER-FILE OPEN FAILED "
                       EL-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT DUNNING-SUMMARY-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "DUNLTR1: DUNNING-SUMMARY-REPORT OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LETTERS HELD - DELIVERY ON HOLD" TO WS-SEC-TEXT
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HELD-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-DUN-ONE-ACCOUNT - choose the letter, skip one already  *
      *    sent this cycle, then deliver it by the customer's channel  *
      *----------------------------------------------------------------*
       2000-DUN-ONE-ACCOUNT.
           READ COLLECTIONS-WORK-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-ROWS-READ

           PERFORM 2100-CHOOSE-LETTER THRU 2100-EXIT
           IF WS-LETTER-SUB = 0
               GO TO 2000-EXIT
           END-IF

           IF COLL-LETTER-CODE = LTT-CODE(WS-LETTER-SUB)
              AND COLL-LETTER-DATE NOT = 0
              AND COLL-LETTER-DATE NOT = WS-RUN-DATE
               COMPUTE WS-LETTER-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(COLL-LETTER-DATE)
               IF WS-RUN-DATE-INTEGER - WS-LETTER-DATE-INTEGER
                  < WS-DUNNING-CYCLE-DAYS
                   ADD 1 TO WS-ALREADY-SENT-COUNT
                   GO TO 2000-EXIT
               END-IF
           END-IF

           MOVE COLL-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
                   DISPLAY "DUNLTR1: " COLL-CUST-ID
                           " ON THE WORK QUEUE, NOT ON THE MASTER"
                   GO TO 2000-EXIT
           END-READ
           IF CUST-CHARGED-OFF
               ADD 1 TO WS-CHARGED-OFF-COUNT
               GO TO 2000-EXIT
           END-IF
           IF CUST-BALANCE NOT < 0
               ADD 1 TO WS-NOTHING-OWED-COUNT
               GO TO 2000-EXIT
           END-IF
           COMPUTE WS-AMOUNT-OWED = 0 - CUST-BALANCE

           PERFORM 2200-RESOLVE-DELIVERY THRU 2200-EXIT
           IF WS-DELIVER-HOLD
               ADD 1 TO WS-LC-HELD(WS-LETTER-SUB)
               PERFORM 2500-LIST-HELD THRU 2500-EXIT
               GO TO 2000-EXIT
           END-IF
           IF WS-DELIVER-ELECTRONIC
               PERFORM 2400-WRITE-ELETTER THRU 2400-EXIT
               ADD 1 TO WS-LC-ELECTRONIC(WS-LETTER-SUB)
           ELSE
               PERFORM 2300-PRINT-LETTER THRU 2300-EXIT
               ADD 1 TO WS-LC-MAILED(WS-LETTER-SUB)
           END-IF
           ADD WS-AMOUNT-OWED TO WS-LC-AMOUNT(WS-LETTER-SUB)

           MOVE LTT-CODE(WS-LETTER-SUB) TO COLL-LETTER-CODE
           MOVE WS-RUN-DATE TO COLL-LETTER-DATE
           REWRITE COLLECTIONS-WORK-RECORD
           IF NOT CW-STATUS-OK
               ADD 1 TO WS-LETTER-FAILURES
               DISPLAY "DUNLTR1: LETTER FOR " COLL-CUST-ID
                       " NOT RECORDED, STATUS " CW-FILE-STATUS
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-CHOOSE-LETTER - a pending promise is left to run its   *
      *    course; bucket 4 is the final demand whatever the status    *
      *----------------------------------------------------------------*
       2100-CHOOSE-LETTER.
           MOVE 0 TO WS-LETTER-SUB
           EVALUATE TRUE
               WHEN COLL-STATUS-COLLECTED
                   ADD 1 TO WS-COLLECTED-COUNT
               WHEN COLL-STATUS-PROMISED
                   ADD 1 TO WS-PROMISE-PENDING-COUNT
               WHEN COLL-BUCKET NOT < 4
                   MOVE LTR-FINAL-DEMAND TO WS-LETTER-SUB
               WHEN COLL-STATUS-BROKEN
                   MOVE LTR-BROKEN-PROMISE TO WS-LETTER-SUB
               WHEN COLL-BUCKET NOT > 1
                   MOVE LTR-FIRST-NOTICE TO WS-LETTER-SUB
               WHEN OTHER
                   MOVE LTR-SECOND-NOTICE TO WS-LETTER-SUB
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-RESOLVE-DELIVERY - the profile's statement delivery;   *
      *    returned mail is always a hold                              *
      *----------------------------------------------------------------*
       2200-RESOLVE-DELIVERY.
           SET WS-DELIVER-MAIL TO TRUE
           MOVE SPACES TO PROF-CONTACT-NAME
           IF NOT WS-PROFILE-FILE-OPEN
               GO TO 2200-EXIT
           END-IF
           MOVE CUST-ID TO PROF-CUST-ID
           READ CUSTOMER-PROFILE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF NOT PF-STATUS-OK
               MOVE SPACES TO PROF-CONTACT-NAME
               GO TO 2200-EXIT
           END-IF
           EVALUATE TRUE
               WHEN PROF-RETURNED-MAIL
                   SET WS-DELIVER-HOLD TO TRUE
                   MOVE "RETURNED MAIL" TO WS-HOLD-REASON
               WHEN PROF-DELIVER-HOLD
                   SET WS-DELIVER-HOLD TO TRUE
                   MOVE "HOLD ON PROFILE" TO WS-HOLD-REASON
               WHEN PROF-DELIVER-ELECTRONIC
                   SET WS-DELIVER-ELECTRONIC TO TRUE
               WHEN OTHER
                   SET WS-DELIVER-MAIL TO TRUE
           END-EVALUATE.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-PRINT-LETTER - one printed letter to the name and      *
      *    address on the master                                       *
      *----------------------------------------------------------------*
       2300-PRINT-LETTER.
           MOVE WS-RUN-DATE TO WS-LTR-DATE
           MOVE CUST-ID TO WS-LTR-CUST-ID
           MOVE LTT-CODE(WS-LETTER-SUB) TO WS-LTR-CODE
           MOVE WS-LTR-HEAD-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE CUST-NAME TO WS-LTR-TEXT
           MOVE WS-LTR-TEXT-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           IF PROF-CONTACT-NAME NOT = SPACES
               MOVE SPACES TO WS-LTR-TEXT
               STRING "ATTN: " DELIMITED BY SIZE
                      PROF-CONTACT-NAME DELIMITED BY SIZE
                      INTO WS-LTR-TEXT
               MOVE WS-LTR-TEXT-LINE TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE CUST-ADDRESS TO WS-LTR-TEXT
           MOVE WS-LTR-TEXT-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE LTT-TITLE(WS-LETTER-SUB) TO WS-LTR-TEXT
           MOVE WS-LTR-TEXT-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           PERFORM 2310-PRINT-ONE-BODY-LINE THRU 2310-EXIT
               VARYING WS-BODY-SUB FROM 1 BY 1
               UNTIL WS-BODY-SUB > 3
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-AMOUNT-OWED TO WS-LTR-AMOUNT
           MOVE WS-LTR-AMOUNT-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           IF WS-LETTER-SUB = LTR-BROKEN-PROMISE
               MOVE COLL-PROMISE-AMOUNT TO WS-LTR-PROMISE-AMOUNT
               MOVE COLL-PROMISE-DATE TO WS-LTR-PROMISE-DATE
               MOVE WS-LTR-PROMISE-LINE TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-LTR-END-LINE TO LETTER-LINE
           WRITE LETTER-LINE.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2310-PRINT-ONE-BODY-LINE.
           MOVE LTT-BODY(WS-LETTER-SUB WS-BODY-SUB) TO WS-LTR-TEXT
           MOVE WS-LTR-TEXT-LINE TO LETTER-LINE
           WRITE LETTER-LINE.
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-WRITE-ELETTER - the vendor lays the letter out from    *
      *    its code                                                    *
      *----------------------------------------------------------------*
       2400-WRITE-ELETTER.
           MOVE SPACES TO DUNNING-ELETTER-RECORD
           MOVE CUST-ID TO DUNE-CUST-ID
           MOVE LTT-CODE(WS-LETTER-SUB) TO DUNE-LETTER-CODE
           MOVE WS-RUN-DATE TO DUNE-LETTER-DATE
           MOVE CUST-NAME TO DUNE-CUST-NAME
           MOVE CUST-ADDRESS TO DUNE-CUST-ADDRESS
           MOVE PROF-CONTACT-NAME TO DUNE-CONTACT-NAME
           MOVE WS-AMOUNT-OWED TO DUNE-AMOUNT-OWED
           MOVE COLL-BUCKET TO DUNE-BUCKET
           IF WS-LETTER-SUB = LTR-BROKEN-PROMISE
               MOVE COLL-PROMISE-AMOUNT TO DUNE-PROMISE-AMOUNT
               MOVE COLL-PROMISE-DATE TO DUNE-PROMISE-DATE
           ELSE
               MOVE 0 TO DUNE-PROMISE-AMOUNT
               MOVE 0 TO DUNE-PROMISE-DATE
           END-IF
           WRITE DUNNING-ELETTER-RECORD.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-LIST-HELD - the letter that would have gone, for the   *
      *    collections manager; nothing is recorded on the work row    *
      *----------------------------------------------------------------*
       2500-LIST-HELD.
           MOVE CUST-ID TO WS-HLD-CUST-ID
           MOVE CUST-NAME TO WS-HLD-CUST-NAME
           MOVE LTT-CODE(WS-LETTER-SUB) TO WS-HLD-CODE
           MOVE WS-AMOUNT-OWED TO WS-HLD-AMOUNT
           MOVE WS-HOLD-REASON TO WS-HLD-REASON
           MOVE WS-HELD-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-WRITE-SUMMARY - letters by type and channel, then why  *
      *    the other work rows got none                                *
      *----------------------------------------------------------------*
       4000-WRITE-SUMMARY.
           IF NOT WS-REPORT-OPEN
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LETTERS BY TYPE" TO WS-SEC-TEXT
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COUNT-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4100-WRITE-ONE-COUNT THRU 4100-EXIT
               VARYING WS-LETTER-SUB FROM 1 BY 1
               UNTIL WS-LETTER-SUB > LETTER-TEXT-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-READ TO WS-TRL-READ
           MOVE WS-PROMISE-PENDING-COUNT TO WS-TRL-PROMISED
           MOVE WS-COLLECTED-COUNT TO WS-TRL-COLLECTED
           MOVE WS-ALREADY-SENT-COUNT TO WS-TRL-ALREADY-SENT
           MOVE WS-TRAILER-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NOTHING-OWED-COUNT TO WS-TRL-NOTHING-OWED
           MOVE WS-CHARGED-OFF-COUNT TO WS-TRL-CHARGED-OFF
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-TRL-NOT-ON-MASTER
           MOVE WS-LETTER-FAILURES TO WS-TRL-FAILED
           MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "DUNLTR1: WORK ROWS READ " WS-ROWS-READ
                   " ALREADY SENT " WS-ALREADY-SENT-COUNT
                   " NOT RECORDED " WS-LETTER-FAILURES.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4100-WRITE-ONE-COUNT.
           MOVE LTT-CODE(WS-LETTER-SUB) TO WS-CNT-CODE
           MOVE LTT-TITLE(WS-LETTER-SUB) TO WS-CNT-TITLE
           MOVE WS-LC-MAILED(WS-LETTER-SUB) TO WS-CNT-MAILED
           MOVE WS-LC-ELECTRONIC(WS-LETTER-SUB) TO WS-CNT-ELECTRONIC
           MOVE WS-LC-HELD(WS-LETTER-SUB) TO WS-CNT-HELD
           MOVE WS-LC-AMOUNT(WS-LETTER-SUB) TO WS-CNT-AMOUNT
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "DUNLTR1: " LTT-CODE(WS-LETTER-SUB)
                   " MAILED " WS-LC-MAILED(WS-LETTER-SUB)
                   " ELECTRONIC " WS-LC-ELECTRONIC(WS-LETTER-SUB)
                   " HELD " WS-LC-HELD(WS-LETTER-SUB).
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-WORK-FILE-OPEN
               CLOSE COLLECTIONS-WORK-FILE
           END-IF
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-PROFILE-FILE-OPEN
               CLOSE CUSTOMER-PROFILE-FILE
           END-IF
           IF WS-LETTER-FILE-OPEN
               CLOSE DUNNING-LETTER-FILE
           END-IF
           IF WS-ELETTER-FILE-OPEN
               CLOSE DUNNING-ELETTER-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE DUNNING-SUMMARY-REPORT
           END-IF.
       9000-EXIT.
           EXIT.
