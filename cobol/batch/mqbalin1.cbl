      *================================================================*
      *  MQBALIN1                                                      *
      *  Balance and available-balance inquiry over MQ.  MQTXNIN1     *
      *  gave the channel systems a real-time path for transactions,   *
      *  but to learn a customer's balance they still waited for the   *
      *  nightly extract.  This is the request/reply inquiry service:  *
      *  the program checks the queue manager through MQSTCHK1 (with   *
      *  the QM-CONFIG-FILE failover), takes the inquiry messages      *
      *  landed on BAL-REQUEST-QUEUE-FILE, and for each customer id    *
      *  PUTs a reply to the reply queue the sender named, carrying    *
      *  the sender's message id and, off CUSTOMER-FILE and HOLD-FILE: *
      *                                                                *
      *    CUST-STATUS, CUST-BALANCE, the available balance after      *
      *    open unexpired holds (worked as the customer inquiry        *
      *    screen works it), and CUST-CREDIT-LIMIT                     *
      *                                                                *
      *  A customer not on file is answered NOTFND.  While the         *
      *  posting-window quiesce is in effect the master is mid-        *
      *  update, so the service answers NOTAVL instead of a balance    *
      *  that may be stale - availability is asked per message, so a   *
      *  quiesce that starts during a pass is honoured from that       *
      *  message on.  Messages the queue manager kept us from          *
      *  answering stay on BAL-REQUEST-RETAIN for the usual scheduler  *
      *  swap, as MQTXNIN1 does.  Every answered inquiry is audited    *
      *  on the MQ channel.                                            *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, MESSAGING SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE-WRITTEN.  2026-10-15.
      *  DATE-COMPILED.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MQBALIN1.
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
           SELECT BAL-REQUEST-QUEUE-FILE ASSIGN TO MQBALQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RQ-FILE-STATUS.

           SELECT BAL-REQUEST-RETAIN ASSIGN TO MQBALQ-RETAIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RR-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CF-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO HOLD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HF-FILE-STATUS.

           SELECT MQ-AUDIT-FILE ASSIGN TO MQAUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MA-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  BAL-REQUEST-QUEUE-FILE.
           COPY "mqbal.cpy".

       FD  BAL-REQUEST-RETAIN.
           COPY "mqbal.cpy"
               REPLACING ==MQ-BAL-MESSAGE==
                      BY ==MQ-BAL-RETAIN-MESSAGE==
                         LEADING ==MQBAL== BY ==MQRTN==.

       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  HOLD-FILE.
           COPY "holdrec.cpy".

       FD  MQ-AUDIT-FILE.
           COPY "auditrec.cpy".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  RQ-FILE-STATUS               PIC X(02).
           88  RQ-STATUS-OK                   VALUE '00'.
       77  RR-FILE-STATUS               PIC X(02).
           88  RR-STATUS-OK                   VALUE '00'.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  HF-FILE-STATUS               PIC X(02).
           88  HF-STATUS-OK                   VALUE '00'.
       77  MA-FILE-STATUS               PIC X(02).
           88  MA-STATUS-OK                   VALUE '00'.

       77  WS-QUEUE-FILE-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-QUEUE-FILE-OPEN             VALUE 'Y'.
       77  WS-RETAIN-FILE-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-RETAIN-FILE-OPEN           VALUE 'Y'.
       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
       77  WS-HOLD-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-HOLD-FILE-OPEN             VALUE 'Y'.
       77  WS-MQ-AUDIT-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-MQ-AUDIT-OPEN              VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.
       77  WS-QM-BLOCKED-SW             PIC X(01) VALUE 'N'.
           88  WS-QM-BLOCKED                 VALUE 'Y'.
       77  WS-HOLD-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
           88  WS-HOLD-SCAN-DONE             VALUE 'Y'.

       77  WS-TIMESTAMP                 PIC 9(14).
       77  MQ-COMMAND                   PIC X(100).
       77  WS-REPLY-VERDICT             PIC X(06).
           88  WS-REPLY-ANSWERED              VALUE "ANSWER".
           88  WS-REPLY-NOT-FOUND             VALUE "NOTFND".
           88  WS-REPLY-NOT-AVAILABLE         VALUE "NOTAVL".
       77  WS-HOLDS-TOTAL               PIC S9(09)V99 COMP-3.
       77  WS-AVAILABLE-BALANCE         PIC S9(09)V99 COMP-3.

       77  WS-MESSAGES-READ             PIC 9(07) COMP-3 VALUE 0.
       77  WS-MESSAGES-ANSWERED         PIC 9(07) COMP-3 VALUE 0.
       77  WS-MESSAGES-NOT-FOUND        PIC 9(07) COMP-3 VALUE 0.
       77  WS-MESSAGES-NOT-AVAILABLE    PIC 9(07) COMP-3 VALUE 0.
       77  WS-MESSAGES-RETAINED         PIC 9(07) COMP-3 VALUE 0.

      *    The answer carried on the reply after the verdict
       01  WS-BALANCE-REPLY.
           05  WS-BRP-CUST-ID              PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-BRP-STATUS               PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-BRP-BALANCE              PIC -9(07).99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-BRP-AVAILABLE            PIC -9(09).99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-BRP-CREDIT-LIMIT         PIC -9(07).99.
       77  WS-REPLY-TEXT                PIC X(50).

       COPY "mqstat.cpy".
       COPY "sysavl.cpy".
       COPY "retcode.cpy".
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
       COPY "busdate.cpy".
       COPY "audseq.cpy".
       77  WS-AUDIT-SEQ-READY-SW        PIC X(01) VALUE 'N'.
           88  WS-AUDIT-SEQ-READY            VALUE 'Y'.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-ANSWER-ONE-MESSAGE THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - one status check decides whether any      *
      *    message can be answered this pass                           *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TIME-HHMMSS
           COMPUTE WS-TIMESTAMP = BUSDATE-BUSINESS-DATE
               * 1000000 + WS-TIME-HHMMSS

           OPEN INPUT BAL-REQUEST-QUEUE-FILE
           IF RQ-STATUS-OK
               SET WS-QUEUE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MQBALIN1: NO INQUIRY QUEUE TO PROCESS, "
                       "STATUS " RQ-FILE-STATUS
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT BAL-REQUEST-RETAIN
           IF RR-STATUS-OK
               SET WS-RETAIN-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MQBALIN1: BAL-REQUEST-RETAIN OPEN FAILED "
                       RR-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           CALL "MQSTCHK1" USING MQSTATUS-PARMS
           IF MQSTATUS-REFUSE OR MQSTATUS-QUEUE-IT
               DISPLAY "MQBALIN1: QUEUE MANAGER UNAVAILABLE - "
                       "MESSAGES RETAINED FOR THE NEXT PASS"
               SET WS-QM-BLOCKED TO TRUE
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           IF NOT WS-QM-BLOCKED
               OPEN INPUT CUSTOMER-FILE
               IF CF-STATUS-OK
                   SET WS-CUSTOMER-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "MQBALIN1: CUSTOMER-FILE OPEN FAILED "
                           CF-FILE-STATUS
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
                   SET WS-QM-BLOCKED TO TRUE
               END-IF

               OPEN INPUT HOLD-FILE
               IF HF-STATUS-OK
                   SET WS-HOLD-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "MQBALIN1: HOLD-FILE OPEN FAILED "
                           HF-FILE-STATUS
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
                   SET WS-QM-BLOCKED TO TRUE
               END-IF
           END-IF

           OPEN EXTEND MQ-AUDIT-FILE
           IF MA-STATUS-OK
               SET WS-MQ-AUDIT-OPEN TO TRUE
           END-IF

           READ BAL-REQUEST-QUEUE-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-ANSWER-ONE-MESSAGE - a blocked queue manager retains   *
      *    the message unanswered; otherwise it is answered from the   *
      *    master, or refused as not available during the quiesce,    *
      *    and consumed                                                *
      *----------------------------------------------------------------*
       2000-ANSWER-ONE-MESSAGE.
           ADD 1 TO WS-MESSAGES-READ

           IF WS-QM-BLOCKED
               MOVE MQ-BAL-MESSAGE TO MQ-BAL-RETAIN-MESSAGE
               WRITE MQ-BAL-RETAIN-MESSAGE
               ADD 1 TO WS-MESSAGES-RETAINED
               GO TO 2000-NEXT
           END-IF

           MOVE SPACES TO WS-REPLY-TEXT
           SET SYSAVL-FUNC-INQUIRE TO TRUE
           CALL "SYSAVL1" USING SYSAVL-PARMS
           IF SYSAVL-STATE-QUIESCED
               SET WS-REPLY-NOT-AVAILABLE TO TRUE
               MOVE "SERVICE NOT AVAILABLE - POSTING IN PROGRESS"
                   TO WS-REPLY-TEXT
               ADD 1 TO WS-MESSAGES-NOT-AVAILABLE
           ELSE
               PERFORM 2100-LOOK-UP-BALANCE THRU 2100-EXIT
           END-IF
           PERFORM 2500-PUT-REPLY THRU 2500-EXIT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.

       2000-NEXT.
           READ BAL-REQUEST-QUEUE-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-LOOK-UP-BALANCE - status, balance, available after     *
      *    open holds, and credit limit for the customer asked about   *
      *----------------------------------------------------------------*
       2100-LOOK-UP-BALANCE.
           MOVE MQBAL-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   SET WS-REPLY-NOT-FOUND TO TRUE
                   MOVE "CUSTOMER NOT ON CUSTOMER-FILE"
                       TO WS-REPLY-TEXT
                   ADD 1 TO WS-MESSAGES-NOT-FOUND
                   GO TO 2100-EXIT
           END-READ

           PERFORM 2200-SUM-OPEN-HOLDS THRU 2200-EXIT
           COMPUTE WS-AVAILABLE-BALANCE =
               CUST-BALANCE - WS-HOLDS-TOTAL

           SET WS-REPLY-ANSWERED TO TRUE
           MOVE CUST-ID TO WS-BRP-CUST-ID
           MOVE CUST-STATUS TO WS-BRP-STATUS
           MOVE CUST-BALANCE TO WS-BRP-BALANCE
           MOVE WS-AVAILABLE-BALANCE TO WS-BRP-AVAILABLE
           MOVE CUST-CREDIT-LIMIT TO WS-BRP-CREDIT-LIMIT
           MOVE WS-BALANCE-REPLY TO WS-REPLY-TEXT
           ADD 1 TO WS-MESSAGES-ANSWERED.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-SUM-OPEN-HOLDS - open, unexpired holds for the         *
      *    customer, as the customer inquiry screen sums them          *
      *----------------------------------------------------------------*
       2200-SUM-OPEN-HOLDS.
           MOVE 0 TO WS-HOLDS-TOTAL
           MOVE 'N' TO WS-HOLD-SCAN-DONE-SW
           MOVE CUST-ID TO HOLD-CUST-ID
           MOVE 0 TO HOLD-NUMBER
           START HOLD-FILE
               KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY SET WS-HOLD-SCAN-DONE TO TRUE
           END-START
           PERFORM 2210-SUM-ONE-HOLD THRU 2210-EXIT
               UNTIL WS-HOLD-SCAN-DONE.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-SUM-ONE-HOLD.
           READ HOLD-FILE NEXT
               AT END
                   SET WS-HOLD-SCAN-DONE TO TRUE
                   GO TO 2210-EXIT
           END-READ
           IF HOLD-CUST-ID NOT = CUST-ID
               SET WS-HOLD-SCAN-DONE TO TRUE
               GO TO 2210-EXIT
           END-IF
           IF HOLD-OPEN
              AND HOLD-EXPIRY-DATE >= BUSDATE-BUSINESS-DATE
               ADD HOLD-AMOUNT TO WS-HOLDS-TOTAL
           END-IF.
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-PUT-REPLY - the answer goes back to the sender's reply *
      *    queue with their message id, so the sending system can      *
      *    match it                                                    *
      *----------------------------------------------------------------*
       2500-PUT-REPLY.
           MOVE SPACES TO MQ-COMMAND
           STRING "PUT " DELIMITED BY SIZE
                  MQBAL-REPLY-QUEUE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MQBAL-MESSAGE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REPLY-VERDICT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REPLY-TEXT DELIMITED BY SIZE
                  INTO MQ-COMMAND
           CALL "MQPUT" USING MQ-COMMAND.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-WRITE-SUMMARY                                          *
      *----------------------------------------------------------------*
       3000-WRITE-SUMMARY.
           DISPLAY "MQBALIN1: MESSAGES READ          " WS-MESSAGES-READ
           DISPLAY "MQBALIN1: MESSAGES ANSWERED      "
                   WS-MESSAGES-ANSWERED
           DISPLAY "MQBALIN1: CUSTOMER NOT FOUND     "
                   WS-MESSAGES-NOT-FOUND
           DISPLAY "MQBALIN1: ANSWERED NOT AVAILABLE "
                   WS-MESSAGES-NOT-AVAILABLE
           DISPLAY "MQBALIN1: MESSAGES RETAINED      "
                   WS-MESSAGES-RETAINED.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - every answered inquiry leaves a   *
      *    row on the MQ channel                                       *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-RECORD.
           IF NOT WS-MQ-AUDIT-OPEN
               GO TO 8000-EXIT
           END-IF
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           SET AUDIT-CHANNEL-MQ TO TRUE
           MOVE "CHANNEL" TO AUDIT-OPERATOR-ID
           MOVE "MQ" TO AUDIT-TERMINAL-ID
           MOVE "MQBALIN1" TO AUDIT-PROGRAM-ID
           MOVE SPACES TO AUDIT-ACTION
           STRING "INQUIRE MSG=" DELIMITED BY SIZE
                  MQBAL-MESSAGE-ID DELIMITED BY SIZE
                  " CUST=" DELIMITED BY SIZE
                  MQBAL-CUST-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REPLY-VERDICT DELIMITED BY SIZE
                  " REPLY-TO=" DELIMITED BY SIZE
                  MQBAL-REPLY-QUEUE DELIMITED BY SIZE
                  INTO AUDIT-ACTION
           IF WS-REPLY-ANSWERED
               SET AUDIT-RESULT-SUCCESS TO TRUE
           ELSE
               SET AUDIT-RESULT-REJECTED TO TRUE
           END-IF
           IF NOT WS-AUDIT-SEQ-READY
               MOVE "MQ  " TO AUDSEQ-CHANNEL
               CALL "AUDSEQ1" USING AUDSEQ-PARMS
               SET WS-AUDIT-SEQ-READY TO TRUE
           END-IF
           MOVE AUDSEQ-NEXT-SEQUENCE TO AUDIT-SEQUENCE-NUMBER
           ADD 1 TO AUDSEQ-NEXT-SEQUENCE
           WRITE AUDIT-RECORD.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-QUEUE-FILE-OPEN
               CLOSE BAL-REQUEST-QUEUE-FILE
           END-IF
           IF WS-RETAIN-FILE-OPEN
               CLOSE BAL-REQUEST-RETAIN
           END-IF
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF WS-MQ-AUDIT-OPEN
               CLOSE MQ-AUDIT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
