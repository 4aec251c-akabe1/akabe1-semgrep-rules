      *  A transaction code with no mapping ends the job               *
      *  abend-worthy with the code displayed: the extract fails       *
      *  loudly rather than dropping money on the floor.               *
      *                                                                *
      *  Once the extract has proved, every GL account it booked is    *
      *  carried forward on the keyed GL-BALANCE-FILE - opening        *
      *  balance, the night's debits and credits, closing balance -    *
      *  so the subledger proof (GLPROOF1) has the receivable control  *
      *  balance to hold the customer master against.  A rerun of     *
      *  the same night restarts each account from its opening        *
      *  balance, so nothing is carried twice.                         *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *                   debit/credit direction comes from the
      *                   shared valid-code table; the DR=CR proof
      *                   is unchanged.
      *  2026-10-15 JHM   Charge-offs (CHGO) and recoveries (RCVY)
      *                   are totalled on their own proof lines.  A
      *                   recovery moves no customer balance, so it
      *                   is kept out of the day net applied that
      *                   ties to FINRCN1.
      *  2026-10-15 JHM   Each GL account booked is totalled by
      *                   debit and credit and, once the extract
      *                   proves, carried forward on the new
      *                   GL-BALANCE-FILE (GLBAL) for the subledger-
      *                   to-ledger proof; the proof report lists
      *                   each account's opening and closing balance.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTR1.
               RECORD KEY IS GLM-TXN-CODE
               FILE STATUS IS GM-FILE-STATUS.

           SELECT GL-BALANCE-FILE ASSIGN TO GLBAL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-GL-ACCOUNT
               FILE STATUS IS GB-FILE-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO GLINTF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GI-FILE-STATUS.
       FD  GL-MAP-FILE.
           COPY "glmap.cpy".

       FD  GL-BALANCE-FILE.
           COPY "glbal.cpy".

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD.
           05  GLI-BUSINESS-DATE           PIC 9(08).
           88  GD-STATUS-OK                   VALUE '00'.
       77  GM-FILE-STATUS               PIC X(02).
           88  GM-STATUS-OK                   VALUE '00'.
       77  GB-FILE-STATUS               PIC X(02).
           88  GB-STATUS-OK                   VALUE '00'.
       77  GI-FILE-STATUS               PIC X(02).
           88  GI-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
       77  WS-TOTAL-DEBITS              PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-TOTAL-CREDITS             PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-NET-APPLIED               PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-CHARGE-OFF-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-RECOVERY-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-CODE-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-CODE-FOUND                  VALUE 'Y'.
       77  WS-BALANCE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-BALANCE-FILE-OPEN           VALUE 'Y'.
       77  WS-ACCOUNT-FOUND-SW          PIC X(01) VALUE 'N'.
           88  WS-ACCOUNT-FOUND               VALUE 'Y'.
       77  WS-BALANCE-NEW-SW            PIC X(01) VALUE 'N'.
           88  WS-BALANCE-NEW                 VALUE 'Y'.
       77  WS-LOOKUP-ACCOUNT            PIC X(08).
       77  WS-ACCOUNT-COUNT             PIC 9(04) COMP-3 VALUE 0.
       77  WS-ACCOUNT-MAX               PIC 9(04) COMP-3 VALUE 300.
       77  WS-ACCOUNT-SUB               PIC 9(04) COMP-3.
       77  WS-ACCOUNTS-CARRIED          PIC 9(04) COMP-3 VALUE 0.

       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY OCCURS 300 TIMES.
               10  WS-ACT-GL-ACCOUNT       PIC X(08).
               10  WS-ACT-DEBITS           PIC S9(13)V99 COMP-3.
               10  WS-ACT-CREDITS          PIC S9(13)V99 COMP-3.

       COPY "txncode.cpy".
       COPY "retcode.cpy".
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(24).
           05  WS-TOT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-BALANCE-HEADER.
           05  FILLER                  PIC X(12) VALUE "GL ACCOUNT".
           05  FILLER                  PIC X(22) VALUE
               "             OPENING".
           05  FILLER                  PIC X(22) VALUE
               "          DAY DEBITS".
           05  FILLER                  PIC X(22) VALUE
               "         DAY CREDITS".
           05  FILLER                  PIC X(22) VALUE
               "             CLOSING".
       01  WS-BALANCE-LINE.
           05  WS-BAL-GL-ACCOUNT       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BAL-CONTROL-FLAG     PIC X(02).
           05  WS-BAL-OPENING          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-BAL-DEBITS           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-BAL-CREDITS          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-BAL-CLOSING          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           PERFORM 2000-EXTRACT-ONE-ROW THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-PROVE-AND-REPORT THRU 3000-EXIT
           PERFORM 4000-CARRY-FORWARD-BALANCES THRU 4000-EXIT
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
           MOVE TXN-SOURCE-REF TO GLI-SOURCE-REF
           WRITE GL-INTERFACE-RECORD
           ADD TXN-AMOUNT TO WS-TOTAL-DEBITS
           MOVE GLM-DEBIT-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM 2200-FIND-ACCOUNT THRU 2200-EXIT
           IF RETURN-CODE = RC-ABEND-WORTHY
               GO TO 2000-EXIT
           END-IF
           ADD TXN-AMOUNT TO WS-ACT-DEBITS(WS-ACCOUNT-SUB)

           MOVE GLM-CREDIT-ACCOUNT TO GLI-GL-ACCOUNT
           MOVE "CR" TO GLI-DR-CR
           WRITE GL-INTERFACE-RECORD
           ADD TXN-AMOUNT TO WS-TOTAL-CREDITS
           MOVE GLM-CREDIT-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM 2200-FIND-ACCOUNT THRU 2200-EXIT
           IF RETURN-CODE = RC-ABEND-WORTHY
               GO TO 2000-EXIT
           END-IF
           ADD TXN-AMOUNT TO WS-ACT-CREDITS(WS-ACCOUNT-SUB)

           ADD 1 TO WS-TXNS-EXTRACTED
           IF TXN-CODE = "CHGO"
               ADD TXN-AMOUNT TO WS-CHARGE-OFF-TOTAL
           END-IF
           IF TXN-CODE = "RCVY"
               ADD TXN-AMOUNT TO WS-RECOVERY-TOTAL
               GO TO 2000-NEXT
           END-IF
           PERFORM 2100-FIND-CODE-DIRECTION THRU 2100-EXIT
           IF VTC-POSTS-DEBIT(VALID-TXN-IDX)
               SUBTRACT TXN-AMOUNT FROM WS-NET-APPLIED
           ELSE
               ADD TXN-AMOUNT TO WS-NET-APPLIED
           END-IF.

       2000-NEXT.
           READ GL-DAY-DETAIL-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-FIND-ACCOUNT - the night's running totals by GL        *
      *    account; an account not yet seen tonight takes the next     *
      *    entry, and a full table stops the extract                   *
      *----------------------------------------------------------------*
       2200-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND-SW
           PERFORM 2210-SCAN-ONE-ACCOUNT THRU 2210-EXIT
               VARYING WS-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
                  OR WS-ACCOUNT-FOUND
           IF WS-ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-ACCOUNT-SUB
               GO TO 2200-EXIT
           END-IF
           IF WS-ACCOUNT-COUNT NOT < WS-ACCOUNT-MAX
               DISPLAY "GLEXTR1: MORE THAN " WS-ACCOUNT-MAX
                       " GL ACCOUNTS BOOKED TONIGHT - EXTRACT "
                       "STOPPED"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-SUB
           MOVE WS-LOOKUP-ACCOUNT TO WS-ACT-GL-ACCOUNT(WS-ACCOUNT-SUB)
           MOVE 0 TO WS-ACT-DEBITS(WS-ACCOUNT-SUB)
           MOVE 0 TO WS-ACT-CREDITS(WS-ACCOUNT-SUB).
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-SCAN-ONE-ACCOUNT.
           IF WS-ACT-GL-ACCOUNT(WS-ACCOUNT-SUB) = WS-LOOKUP-ACCOUNT
               SET WS-ACCOUNT-FOUND TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-PROVE-AND-REPORT - debits must equal credits, and the  *
      *    net applied is the figure the morning ties to FINRCN1       *
      *----------------------------------------------------------------*
           MOVE WS-NET-APPLIED TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  OF WHICH CHARGE-OFFS" TO WS-TOT-LABEL
           MOVE WS-CHARGE-OFF-TOTAL TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RECOVERIES (NOT NET)" TO WS-TOT-LABEL
           MOVE WS-RECOVERY-TOTAL TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "GLEXTR1: TRANSACTIONS EXTRACTED "
                   WS-TXNS-EXTRACTED
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-CARRY-FORWARD-BALANCES - only a proved extract moves   *
      *    the control balances; a failed night leaves them where the  *
      *    last good night put them                                    *
      *----------------------------------------------------------------*
       4000-CARRY-FORWARD-BALANCES.
           IF RETURN-CODE = RC-ABEND-WORTHY
               DISPLAY "GLEXTR1: GL CONTROL BALANCES NOT CARRIED "
                       "FORWARD"
               GO TO 4000-EXIT
           END-IF
           OPEN I-O GL-BALANCE-FILE
           IF GB-STATUS-OK
               SET WS-BALANCE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "GLEXTR1: GL-BALANCE-FILE OPEN FAILED "
                       GB-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF

           IF WS-REPORT-OPEN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-BALANCE-HEADER TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 4100-CARRY-ONE-ACCOUNT THRU 4100-EXIT
               VARYING WS-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
                  OR RETURN-CODE = RC-ABEND-WORTHY
           DISPLAY "GLEXTR1: GL ACCOUNTS CARRIED FORWARD "
                   WS-ACCOUNTS-CARRIED.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4100-CARRY-ONE-ACCOUNT - a row already carried tonight is   *
      *    a rerun and restarts from its opening balance               *
      *----------------------------------------------------------------*
       4100-CARRY-ONE-ACCOUNT.
           MOVE 'N' TO WS-BALANCE-NEW-SW
           MOVE WS-ACT-GL-ACCOUNT(WS-ACCOUNT-SUB) TO GLB-GL-ACCOUNT
           READ GL-BALANCE-FILE
               INVALID KEY SET WS-BALANCE-NEW TO TRUE
           END-READ
           IF WS-BALANCE-NEW
               MOVE WS-ACT-GL-ACCOUNT(WS-ACCOUNT-SUB)
                   TO GLB-GL-ACCOUNT
               SET GLB-ORDINARY-ACCOUNT TO TRUE
               MOVE 0 TO GLB-BALANCE
               MOVE 0 TO GLB-LAST-POSTED-DATE
               MOVE 0 TO GLB-LAST-SET-DATE
               MOVE SPACES TO GLB-LAST-SET-BY
           END-IF
           IF GLB-LAST-POSTED-DATE NOT = WS-RUN-DATE
               MOVE GLB-BALANCE TO GLB-OPENING-BALANCE
           END-IF
           MOVE WS-ACT-DEBITS(WS-ACCOUNT-SUB) TO GLB-DAY-DEBITS
           MOVE WS-ACT-CREDITS(WS-ACCOUNT-SUB) TO GLB-DAY-CREDITS
           COMPUTE GLB-BALANCE = GLB-OPENING-BALANCE
               + GLB-DAY-DEBITS - GLB-DAY-CREDITS
           MOVE WS-RUN-DATE TO GLB-LAST-POSTED-DATE

           IF WS-BALANCE-NEW
               WRITE GL-BALANCE-RECORD
           ELSE
               REWRITE GL-BALANCE-RECORD
           END-IF
           IF NOT GB-STATUS-OK
               DISPLAY "GLEXTR1: GL BALANCE UPDATE FAILED "
                       GB-FILE-STATUS " FOR " GLB-GL-ACCOUNT
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNTS-CARRIED

           IF WS-REPORT-OPEN
               MOVE GLB-GL-ACCOUNT TO WS-BAL-GL-ACCOUNT
               MOVE SPACES TO WS-BAL-CONTROL-FLAG
               IF GLB-RECEIVABLE-CONTROL
                   MOVE "RC" TO WS-BAL-CONTROL-FLAG
               END-IF
               MOVE GLB-OPENING-BALANCE TO WS-BAL-OPENING
               MOVE GLB-DAY-DEBITS TO WS-BAL-DEBITS
               MOVE GLB-DAY-CREDITS TO WS-BAL-CREDITS
               MOVE GLB-BALANCE TO WS-BAL-CLOSING
               MOVE WS-BALANCE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-MAP-FILE-OPEN
               CLOSE GL-MAP-FILE
           END-IF
           IF WS-BALANCE-FILE-OPEN
               CLOSE GL-BALANCE-FILE
           END-IF
           IF WS-INTERFACE-OPEN
               CLOSE GL-INTERFACE-FILE
           END-IF
