      *================================================================*
      *  STNDMNT1                                                      *
      *  Standing-instruction maintenance against the keyed            *
      *  STANDING-INSTR-FILE.  A customer's fixed recurring charge or  *
      *  payment is keyed here once instead of through TXNENT1 every   *
      *  period; the nightly generator (STNDGEN1) writes each due      *
      *  instruction as a transaction ahead of TRANSACTION-FILE.       *
      *  Functions:                                                    *
      *                                                                *
      *    ADD      a new instruction: customer (on the master and     *
      *             open), code (DBIT, CRDT or FEE), amount,           *
      *             frequency, first run date (today or later), end    *
      *             date (zero for none) and a description             *
      *    CHANGE   amount, next run date, end date or description of  *
      *             an active or suspended instruction; a blank entry  *
      *             keeps the value on file                            *
      *    SUSPEND  stop an active instruction without ending it       *
      *    RESUME   restart a suspended instruction; a next run date   *
      *             already past has to be rekeyed so the missed       *
      *             periods are not generated on resumption            *
      *    CANCEL   end an active or suspended instruction for good    *
      *    LIST     show a customer's instructions                     *
      *                                                                *
      *  The operator signs on through the same PIN machinery as the   *
      *  other maintenance programs and every action is audited.       *
      *  Updates honor the system-availability control and refuse      *
      *  while the nightly cycle runs; LIST stays available.           *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE-WRITTEN.  2026-10-15.
      *  DATE-COMPILED.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Original version, added with the
      *                   standing-instruction schedules.
      *  2026-10-15 JHM   Each function is now checked against the
      *                   operator's entitlements through ENTCHK1
      *                   before it is performed; an operator without
      *                   a grant is refused and the refusal audited.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STNDMNT1.
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

           SELECT STANDING-INSTR-FILE ASSIGN TO STNDINS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-KEY
               FILE STATUS IS SI-FILE-STATUS.

           SELECT OS-AUDIT-FILE ASSIGN TO OSAUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  PIN-SECURITY-FILE.
           COPY "pinsec.cpy".

       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  STANDING-INSTR-FILE.
           COPY "stndins.cpy".

       FD  OS-AUDIT-FILE.
           COPY "auditrec.cpy".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  PS-FILE-STATUS               PIC X(02).
           88  PS-STATUS-OK                   VALUE '00'.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  SI-FILE-STATUS               PIC X(02).
           88  SI-STATUS-OK                   VALUE '00'.
           88  SI-STATUS-DUPLICATE            VALUE '22'.
       77  OA-FILE-STATUS               PIC X(02).
           88  OA-STATUS-OK                   VALUE '00'.

       77  WS-PIN-SECURITY-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PIN-SECURITY-OPEN          VALUE 'Y'.
       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN         VALUE 'Y'.
       77  WS-INSTR-FILE-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-INSTR-FILE-OPEN            VALUE 'Y'.
       77  WS-OS-AUDIT-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-OS-AUDIT-OPEN              VALUE 'Y'.

       77  WS-TODAY-DATE                PIC 9(08).
       77  WS-TIMESTAMP                 PIC 9(14).
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
       77  WS-MAINT-FUNCTION            PIC X(08).
           88  WS-FUNC-ADD                   VALUE "ADD     ".
           88  WS-FUNC-CHANGE                VALUE "CHANGE  ".
           88  WS-FUNC-SUSPEND               VALUE "SUSPEND ".
           88  WS-FUNC-RESUME                VALUE "RESUME  ".
           88  WS-FUNC-CANCEL                VALUE "CANCEL  ".
           88  WS-FUNC-LIST                  VALUE "LIST    ".
       77  WS-TARGET-CUST-ID            PIC X(06).
       77  WS-AUDIT-TEXT                PIC X(100).
       77  WS-AUDIT-VERB                PIC X(08).
       77  WS-CODE-ENTRY                PIC X(04).
           88  WS-CODE-ENTRY-ALLOWED         VALUE "DBIT" "CRDT"
                                                   "FEE ".
       77  WS-FREQ-ENTRY                PIC X(01).
           88  WS-FREQ-ENTRY-VALID           VALUE 'W' 'F' 'M'
                                                   'Q' 'A'.
       01  WS-AMOUNT-ENTRY              PIC X(09).
       01  WS-AMOUNT-ENTRY-NUM REDEFINES WS-AMOUNT-ENTRY
                                        PIC 9(07)V99.
       01  WS-INSTR-NO-ENTRY            PIC X(04).
       01  WS-INSTR-NO-NUM REDEFINES WS-INSTR-NO-ENTRY
                                        PIC 9(04).
       01  WS-DATE-ENTRY                PIC X(08).
       01  WS-DATE-ENTRY-NUM REDEFINES WS-DATE-ENTRY
                                        PIC 9(08).
       01  WS-DATE-PARTS.
           05  WS-DTP-YYYY              PIC 9(04).
           05  WS-DTP-MM                PIC 9(02).
           05  WS-DTP-DD                PIC 9(02).
       77  WS-DESC-ENTRY                PIC X(20).
       77  WS-CHECK-DATE                PIC 9(08).
       77  WS-ROUNDTRIP-DATE            PIC 9(08).
       77  WS-DATE-INTEGER              PIC S9(09) COMP.
       77  WS-NEW-NEXT-RUN-DATE         PIC 9(08).
       77  WS-NEW-END-DATE              PIC 9(08).
       77  WS-DATE-GOOD-SW              PIC X(01) VALUE 'N'.
           88  WS-DATE-GOOD                  VALUE 'Y'.
       77  WS-INSTR-STORED-SW           PIC X(01) VALUE 'N'.
           88  WS-INSTR-STORED               VALUE 'Y'.
       77  WS-LIST-DONE-SW              PIC X(01) VALUE 'N'.
           88  WS-LIST-DONE                  VALUE 'Y'.
       77  WS-LISTED-COUNT              PIC 9(04) COMP-3 VALUE 0.
       77  WS-AMOUNT-DISPLAY            PIC Z,ZZZ,ZZ9.99.

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
               DISPLAY "STNDMNT1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF
           OPEN I-O STANDING-INSTR-FILE
           IF SI-STATUS-OK
               SET WS-INSTR-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "STNDMNT1: STANDING-INSTR-FILE OPEN FAILED "
                       SI-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF
           OPEN EXTEND OS-AUDIT-FILE
           IF OA-STATUS-OK
               SET WS-OS-AUDIT-OPEN TO TRUE
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
                   MOVE "SIGN-ON REJECTED" TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                   GO TO 2000-EXIT
           END-READ

           MOVE PIN TO PINVAL-PIN-ENTERED
           MOVE WS-TODAY-DATE TO PINVAL-TODAY-DATE
           CALL "PINVALD1" USING PINVAL-PARMS, PIN-SECURITY-RECORD
           REWRITE PIN-SECURITY-RECORD

           IF PINVAL-REJECTED
               DISPLAY "STNDMNT1: PIN REJECTED - " PINVAL-REASON
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "SIGN-ON REJECTED" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-CHECK-AVAILABILITY - every update refuses while the    *
      *    nightly cycle generates and advances the instructions;      *
      *    LIST is inquiry and is never gated                          *
      *----------------------------------------------------------------*
       2500-CHECK-AVAILABILITY.
           SET SYSAVL-FUNC-INQUIRE TO TRUE
           CALL "SYSAVL1" USING SYSAVL-PARMS
           IF SYSAVL-STATE-QUIESCED
               DISPLAY "STNDMNT1: NIGHTLY CYCLE IN PROGRESS - "
                       "UPDATES REFUSED, TRY AGAIN AFTER THE CYCLE"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "STNDMNT CYCLE IN PROGRESS" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-IF.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-PERFORM-FUNCTION                                       *
      *----------------------------------------------------------------*
       3000-PERFORM-FUNCTION.
           DISPLAY "Enter function (ADD, CHANGE, SUSPEND, RESUME, "
                   "CANCEL, LIST): "
           ACCEPT WS-MAINT-FUNCTION
           PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
           IF ENTCHK-NOT-ENTITLED
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Enter customer id (6 chars): "
           ACCEPT WS-TARGET-CUST-ID

           IF WS-TARGET-CUST-ID = SPACES
               DISPLAY "STNDMNT1: CUSTOMER ID IS REQUIRED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "STNDMNT BLANK CUSTOMER ID" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-FUNC-ADD
                   PERFORM 3100-ADD-INSTRUCTION THRU 3100-EXIT
               WHEN WS-FUNC-CHANGE
                   PERFORM 3200-CHANGE-INSTRUCTION THRU 3200-EXIT
               WHEN WS-FUNC-SUSPEND
                   PERFORM 3300-SUSPEND-INSTRUCTION THRU 3300-EXIT
               WHEN WS-FUNC-RESUME
                   PERFORM 3400-RESUME-INSTRUCTION THRU 3400-EXIT
               WHEN WS-FUNC-CANCEL
                   PERFORM 3500-CANCEL-INSTRUCTION THRU 3500-EXIT
               WHEN WS-FUNC-LIST
                   PERFORM 3600-LIST-INSTRUCTIONS THRU 3600-EXIT
               WHEN OTHER
                   DISPLAY "STNDMNT1: FUNCTION NOT RECOGNIZED"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "STNDMNT BAD FUNCTION" TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-ADD-INSTRUCTION - the customer must be on the master   *
      *    and open; the anchor day is the day of the first run date   *
      *----------------------------------------------------------------*
       3100-ADD-INSTRUCTION.
           PERFORM 2500-CHECK-AVAILABILITY THRU 2500-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3100-EXIT
           END-IF
           MOVE WS-TARGET-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "STNDMNT1: CUSTOMER " WS-TARGET-CUST-ID
                           " NOT ON FILE"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "STNDMNT ADD TARGET NOT ON FILE"
                       TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                   GO TO 3100-EXIT
           END-READ
           IF CUST-CLOSED OR CUST-CHARGED-OFF
               DISPLAY "STNDMNT1: ACCOUNT IS CLOSED OR CHARGED OFF - "
                       "INSTRUCTION REFUSED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "STNDMNT ADD ON CLOSED ACCOUNT" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3100-EXIT
           END-IF

           DISPLAY "Enter transaction code (DBIT, CRDT, FEE): "
           ACCEPT WS-CODE-ENTRY
           IF NOT WS-CODE-ENTRY-ALLOWED
               DISPLAY "STNDMNT1: CODE MUST BE DBIT, CRDT OR FEE"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "STNDMNT ADD BAD CODE" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3100-EXIT
           END-IF

           DISPLAY "Enter amount (9 digits, 2 implied decimals): "
           ACCEPT WS-AMOUNT-ENTRY
           IF WS-AMOUNT-ENTRY IS NOT NUMERIC
            OR WS-AMOUNT-ENTRY-NUM = ZERO
               DISPLAY "STNDMNT1: AMOUNT MUST BE NUMERIC AND "
                       "NONZERO"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "STNDMNT ADD BAD AMOUNT" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3100-EXIT
           END-IF

           DISPLAY "Enter frequency (W weekly, F fortnightly, "
                   "M monthly, Q quarterly, A annual): "
           ACCEPT WS-FREQ-ENTRY
           IF NOT WS-FREQ-ENTRY-VALID
               DISPLAY "STNDMNT1: FREQUENCY MUST BE W, F, M, Q OR A"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "STNDMNT ADD BAD FREQUENCY" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3100-EXIT
           END-IF

           DISPLAY "Enter first run date (YYYYMMDD): "
           ACCEPT WS-DATE-ENTRY
           PERFORM 4500-VALIDATE-ENTERED-DATE THRU 4500-EXIT
           IF NOT WS-DATE-GOOD
            OR WS-DATE-ENTRY-NUM < WS-TODAY-DATE
               DISPLAY "STNDMNT1: FIRST RUN DATE MUST BE A REAL "
                       "DATE, TODAY OR LATER"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "STNDMNT ADD BAD RUN DATE" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3100-EXIT
           END-IF
           MOVE WS-DATE-ENTRY-NUM TO WS-NEW-NEXT-RUN-DATE

           DISPLAY "Enter end date (YYYYMMDD, zero for none): "
           ACCEPT WS-DATE-ENTRY
           PERFORM 4600-ACCEPT-END-DATE THRU 4600-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3100-EXIT
           END-IF

           DISPLAY "Enter description (20 chars): "
           ACCEPT WS-DESC-ENTRY

           MOVE SPACES TO STANDING-INSTR-RECORD
           MOVE WS-TARGET-CUST-ID TO SI-CUST-ID
           MOVE WS-CODE-ENTRY TO SI-TXN-CODE
           MOVE WS-AMOUNT-ENTRY-NUM TO SI-AMOUNT
           MOVE WS-FREQ-ENTRY TO SI-FREQUENCY
           MOVE WS-NEW-NEXT-RUN-DATE TO SI-NEXT-RUN-DATE
           MOVE WS-NEW-NEXT-RUN-DATE TO WS-DATE-PARTS
           MOVE WS-DTP-DD TO SI-ANCHOR-DAY
           MOVE WS-NEW-END-DATE TO SI-END-DATE
           SET SI-ACTIVE TO TRUE
           MOVE WS-DESC-ENTRY TO SI-DESCRIPTION
           MOVE 0 TO SI-LAST-RUN-DATE
           MOVE 0 TO SI-LAST-GEN-DATE
           MOVE 0 TO SI-LAST-GEN-FROM-DATE
           MOVE 0 TO SI-LAST-GEN-COUNT
           MOVE 0 TO SI-RUN-COUNT
           MOVE USERNAME TO SI-CHANGED-BY
           MOVE WS-TODAY-DATE TO SI-CHANGED-DATE

           MOVE 'N' TO WS-INSTR-STORED-SW
           MOVE 1 TO SI-INSTR-NO
           PERFORM 3110-TRY-INSTR-WRITE THRU 3110-EXIT
               UNTIL WS-INSTR-STORED
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3100-EXIT
           END-IF

           DISPLAY "STNDMNT1: INSTRUCTION " SI-INSTR-NO " ADDED FOR "
                   WS-TARGET-CUST-ID " FIRST RUN " SI-NEXT-RUN-DATE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "STNDMNT ADD CUST=" DELIMITED BY SIZE
                  WS-TARGET-CUST-ID DELIMITED BY SIZE
                  " INSTR=" DELIMITED BY SIZE
                  SI-INSTR-NO DELIMITED BY SIZE
                  " CODE=" DELIMITED BY SIZE
                  SI-TXN-CODE DELIMITED BY SIZE
                  " AMT=" DELIMITED BY SIZE
                  WS-AMOUNT-ENTRY DELIMITED BY SIZE
                  " FREQ=" DELIMITED BY SIZE
                  SI-FREQUENCY DELIMITED BY SIZE
                  " NEXT=" DELIMITED BY SIZE
                  SI-NEXT-RUN-DATE DELIMITED BY SIZE
                  " END=" DELIMITED BY SIZE
                  SI-END-DATE DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3110-TRY-INSTR-WRITE.
           WRITE STANDING-INSTR-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF SI-STATUS-OK
               SET WS-INSTR-STORED TO TRUE
           ELSE
               IF SI-STATUS-DUPLICATE
                   ADD 1 TO SI-INSTR-NO
               ELSE
                   DISPLAY "STNDMNT1: INSTRUCTION WRITE FAILED "
                           SI-FILE-STATUS
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
                   SET WS-INSTR-STORED TO TRUE
               END-IF
           END-IF.
       3110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-CHANGE-INSTRUCTION - only an active or suspended       *
      *    instruction changes; the code and frequency stay as keyed   *
      *    (a different schedule is a new instruction)                 *
      *----------------------------------------------------------------*
       3200-CHANGE-INSTRUCTION.
           PERFORM 2500-CHECK-AVAILABILITY THRU 2500-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3200-EXIT
           END-IF
           PERFORM 3900-READ-INSTRUCTION THRU 3900-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3200-EXIT
           END-IF
           IF NOT SI-ACTIVE AND NOT SI-SUSPENDED
               DISPLAY "STNDMNT1: INSTRUCTION IS ENDED OR CANCELLED "
                       "- STATUS " SI-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "STNDMNT CHANGE NOT LIVE" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3200-EXIT
           END-IF

           DISPLAY "Enter new amount (blank keeps "
                   SI-AMOUNT "): "
           ACCEPT WS-AMOUNT-ENTRY
           IF WS-AMOUNT-ENTRY NOT = SPACES
               IF WS-AMOUNT-ENTRY IS NOT NUMERIC
                OR WS-AMOUNT-ENTRY-NUM = ZERO
                   DISPLAY "STNDMNT1: AMOUNT MUST BE NUMERIC AND "
                           "NONZERO"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "STNDMNT CHANGE BAD AMOUNT" TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                   GO TO 3200-EXIT
               END-IF
           END-IF

           MOVE SI-NEXT-RUN-DATE TO WS-NEW-NEXT-RUN-DATE
           DISPLAY "Enter new next run date (blank keeps "
                   SI-NEXT-RUN-DATE "): "
           ACCEPT WS-DATE-ENTRY
           IF WS-DATE-ENTRY NOT = SPACES
               PERFORM 4500-VALIDATE-ENTERED-DATE THRU 4500-EXIT
               IF NOT WS-DATE-GOOD
                OR WS-DATE-ENTRY-NUM < WS-TODAY-DATE
                   DISPLAY "STNDMNT1: NEXT RUN DATE MUST BE A REAL "
                           "DATE, TODAY OR LATER"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "STNDMNT CHANGE BAD RUN DATE"
                       TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                   GO TO 3200-EXIT
               END-IF
               MOVE WS-DATE-ENTRY-NUM TO WS-NEW-NEXT-RUN-DATE
           END-IF

           MOVE SI-END-DATE TO WS-NEW-END-DATE
           DISPLAY "Enter new end date (zero for none, blank keeps "
                   SI-END-DATE "): "
           ACCEPT WS-DATE-ENTRY
           IF WS-DATE-ENTRY NOT = SPACES
               PERFORM 4600-ACCEPT-END-DATE THRU 4600-EXIT
               IF RETURN-CODE NOT = RC-CLEAN
                   GO TO 3200-EXIT
               END-IF
           END-IF
           IF WS-NEW-END-DATE NOT = 0
            AND WS-NEW-END-DATE < WS-NEW-NEXT-RUN-DATE
               DISPLAY "STNDMNT1: END DATE IS BEFORE THE NEXT RUN "
                       "DATE"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "STNDMNT CHANGE END BEFORE NEXT" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3200-EXIT
           END-IF

           DISPLAY "Enter new description (blank keeps): "
           ACCEPT WS-DESC-ENTRY

           IF WS-AMOUNT-ENTRY NOT = SPACES
               MOVE WS-AMOUNT-ENTRY-NUM TO SI-AMOUNT
           END-IF
           IF WS-NEW-NEXT-RUN-DATE NOT = SI-NEXT-RUN-DATE
               MOVE WS-NEW-NEXT-RUN-DATE TO SI-NEXT-RUN-DATE
               MOVE WS-NEW-NEXT-RUN-DATE TO WS-DATE-PARTS
               MOVE WS-DTP-DD TO SI-ANCHOR-DAY
           END-IF
           MOVE WS-NEW-END-DATE TO SI-END-DATE
           IF WS-DESC-ENTRY NOT = SPACES
               MOVE WS-DESC-ENTRY TO SI-DESCRIPTION
           END-IF
           MOVE USERNAME TO SI-CHANGED-BY
           MOVE WS-TODAY-DATE TO SI-CHANGED-DATE
           REWRITE STANDING-INSTR-RECORD

           DISPLAY "STNDMNT1: INSTRUCTION " SI-INSTR-NO " CHANGED"
           MOVE SI-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "STNDMNT CHANGE CUST=" DELIMITED BY SIZE
                  WS-TARGET-CUST-ID DELIMITED BY SIZE
                  " INSTR=" DELIMITED BY SIZE
                  SI-INSTR-NO DELIMITED BY SIZE
                  " AMT=" DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  " NEXT=" DELIMITED BY SIZE
                  SI-NEXT-RUN-DATE DELIMITED BY SIZE
                  " END=" DELIMITED BY SIZE
                  SI-END-DATE DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3300-SUSPEND-INSTRUCTION.
           PERFORM 2500-CHECK-AVAILABILITY THRU 2500-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3300-EXIT
           END-IF
           PERFORM 3900-READ-INSTRUCTION THRU 3900-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3300-EXIT
           END-IF
           IF NOT SI-ACTIVE
               DISPLAY "STNDMNT1: INSTRUCTION IS NOT ACTIVE - STATUS "
                       SI-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "STNDMNT SUSPEND NOT ACTIVE" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3300-EXIT
           END-IF
           SET SI-SUSPENDED TO TRUE
           MOVE USERNAME TO SI-CHANGED-BY
           MOVE WS-TODAY-DATE TO SI-CHANGED-DATE
           REWRITE STANDING-INSTR-RECORD
           DISPLAY "STNDMNT1: INSTRUCTION " SI-INSTR-NO " SUSPENDED"
           MOVE "SUSPEND" TO WS-AUDIT-VERB
           PERFORM 8100-AUDIT-WITH-KEY THRU 8100-EXIT.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3400-RESUME-INSTRUCTION - a next run date already past is   *
      *    rekeyed, or the generator would produce every period that   *
      *    was missed while suspended                                  *
      *----------------------------------------------------------------*
       3400-RESUME-INSTRUCTION.
           PERFORM 2500-CHECK-AVAILABILITY THRU 2500-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3400-EXIT
           END-IF
           PERFORM 3900-READ-INSTRUCTION THRU 3900-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3400-EXIT
           END-IF
           IF NOT SI-SUSPENDED
               DISPLAY "STNDMNT1: INSTRUCTION IS NOT SUSPENDED - "
                       "STATUS " SI-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "STNDMNT RESUME NOT SUSPENDED" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3400-EXIT
           END-IF
           IF SI-NEXT-RUN-DATE < WS-TODAY-DATE
               DISPLAY "STNDMNT1: NEXT RUN DATE " SI-NEXT-RUN-DATE
                       " HAS PASSED"
               DISPLAY "Enter new next run date (YYYYMMDD): "
               ACCEPT WS-DATE-ENTRY
               PERFORM 4500-VALIDATE-ENTERED-DATE THRU 4500-EXIT
               IF NOT WS-DATE-GOOD
                OR WS-DATE-ENTRY-NUM < WS-TODAY-DATE
                OR (SI-END-DATE NOT = 0
                    AND WS-DATE-ENTRY-NUM > SI-END-DATE)
                   DISPLAY "STNDMNT1: NEXT RUN DATE MUST BE A REAL "
                           "DATE, TODAY OR LATER, NOT PAST THE END"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "STNDMNT RESUME BAD RUN DATE"
                       TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                   GO TO 3400-EXIT
               END-IF
               MOVE WS-DATE-ENTRY-NUM TO SI-NEXT-RUN-DATE
               MOVE WS-DATE-ENTRY-NUM TO WS-DATE-PARTS
               MOVE WS-DTP-DD TO SI-ANCHOR-DAY
           END-IF
           SET SI-ACTIVE TO TRUE
           MOVE USERNAME TO SI-CHANGED-BY
           MOVE WS-TODAY-DATE TO SI-CHANGED-DATE
           REWRITE STANDING-INSTR-RECORD
           DISPLAY "STNDMNT1: INSTRUCTION " SI-INSTR-NO
                   " RESUMED, NEXT RUN " SI-NEXT-RUN-DATE
           MOVE "RESUME" TO WS-AUDIT-VERB
           PERFORM 8100-AUDIT-WITH-KEY THRU 8100-EXIT.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3500-CANCEL-INSTRUCTION - the row stays on file with its    *
      *    final status                                                *
      *----------------------------------------------------------------*
       3500-CANCEL-INSTRUCTION.
           PERFORM 2500-CHECK-AVAILABILITY THRU 2500-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3500-EXIT
           END-IF
           PERFORM 3900-READ-INSTRUCTION THRU 3900-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3500-EXIT
           END-IF
           IF NOT SI-ACTIVE AND NOT SI-SUSPENDED
               DISPLAY "STNDMNT1: INSTRUCTION IS ALREADY ENDED OR "
                       "CANCELLED - STATUS " SI-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "STNDMNT CANCEL NOT LIVE" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3500-EXIT
           END-IF
           SET SI-CANCELLED TO TRUE
           MOVE USERNAME TO SI-CHANGED-BY
           MOVE WS-TODAY-DATE TO SI-CHANGED-DATE
           REWRITE STANDING-INSTR-RECORD
           DISPLAY "STNDMNT1: INSTRUCTION " SI-INSTR-NO " CANCELLED"
           MOVE "CANCEL" TO WS-AUDIT-VERB
           PERFORM 8100-AUDIT-WITH-KEY THRU 8100-EXIT.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3600-LIST-INSTRUCTIONS - every instruction for the          *
      *    customer, live or finished                                  *
      *----------------------------------------------------------------*
       3600-LIST-INSTRUCTIONS.
           MOVE 'N' TO WS-LIST-DONE-SW
           MOVE 0 TO WS-LISTED-COUNT
           MOVE WS-TARGET-CUST-ID TO SI-CUST-ID
           MOVE 0 TO SI-INSTR-NO
           START STANDING-INSTR-FILE
               KEY IS NOT LESS THAN SI-KEY
               INVALID KEY SET WS-LIST-DONE TO TRUE
           END-START
           PERFORM 3610-LIST-ONE-INSTRUCTION THRU 3610-EXIT
               UNTIL WS-LIST-DONE

           DISPLAY "STNDMNT1: " WS-LISTED-COUNT
                   " INSTRUCTION(S) ON FILE"
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "STNDMNT LIST CUST=" DELIMITED BY SIZE
                  WS-TARGET-CUST-ID DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3610-LIST-ONE-INSTRUCTION.
           READ STANDING-INSTR-FILE NEXT
               AT END
                   SET WS-LIST-DONE TO TRUE
                   GO TO 3610-EXIT
           END-READ
           IF SI-CUST-ID NOT = WS-TARGET-CUST-ID
               SET WS-LIST-DONE TO TRUE
               GO TO 3610-EXIT
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           MOVE SI-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY SI-INSTR-NO " " SI-TXN-CODE " " WS-AMOUNT-DISPLAY
                   " " SI-FREQUENCY " NEXT " SI-NEXT-RUN-DATE
                   " END " SI-END-DATE " " SI-STATUS
                   " " SI-DESCRIPTION
           DISPLAY "     LAST RUN " SI-LAST-RUN-DATE
                   " RUNS " SI-RUN-COUNT
                   " CHANGED BY " SI-CHANGED-BY
                   " ON " SI-CHANGED-DATE.
       3610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3900-READ-INSTRUCTION - shared by every function that       *
      *    works on one instruction already on file                    *
      *----------------------------------------------------------------*
       3900-READ-INSTRUCTION.
           DISPLAY "Enter instruction number (4 digits): "
           ACCEPT WS-INSTR-NO-ENTRY
           IF WS-INSTR-NO-ENTRY IS NOT NUMERIC
               DISPLAY "STNDMNT1: INSTRUCTION NUMBER MUST BE NUMERIC"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "STNDMNT BAD INSTRUCTION NUMBER" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3900-EXIT
           END-IF
           MOVE WS-TARGET-CUST-ID TO SI-CUST-ID
           MOVE WS-INSTR-NO-NUM TO SI-INSTR-NO
           READ STANDING-INSTR-FILE
               INVALID KEY
                   DISPLAY "STNDMNT1: INSTRUCTION NOT ON FILE"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "STNDMNT INSTRUCTION NOT ON FILE"
                       TO WS-AUDIT-TEXT
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
      *    4600-ACCEPT-END-DATE - zero means open-ended; otherwise a   *
      *    real date no earlier than the next run date                 *
      *----------------------------------------------------------------*
       4600-ACCEPT-END-DATE.
           IF WS-DATE-ENTRY = ZEROES
            OR WS-DATE-ENTRY = "0"
               MOVE 0 TO WS-NEW-END-DATE
               GO TO 4600-EXIT
           END-IF
           PERFORM 4500-VALIDATE-ENTERED-DATE THRU 4500-EXIT
           IF NOT WS-DATE-GOOD
            OR WS-DATE-ENTRY-NUM < WS-NEW-NEXT-RUN-DATE
               DISPLAY "STNDMNT1: END DATE MUST BE ZERO OR A REAL "
                       "DATE NO EARLIER THAN THE NEXT RUN"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "STNDMNT BAD END DATE" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 4600-EXIT
           END-IF
           MOVE WS-DATE-ENTRY-NUM TO WS-NEW-END-DATE.
       4600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the operator needs a grant for     *
      *    this function, or for all of this program, on the           *
      *    entitlement file; with no file on hand nothing is allowed   *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE USERNAME TO ENTCHK-OPERATOR-ID
           MOVE "STNDMNT1" TO ENTCHK-PROGRAM-ID
           MOVE WS-MAINT-FUNCTION TO ENTCHK-FUNCTION
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "STNDMNT1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "STNDMNT1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "STNDMNT NOT ENTITLED " DELIMITED BY SIZE
                  ENTCHK-FUNCTION DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - PIN is always masked before it    *
      *    could end up in this record                                 *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-RECORD.
           IF NOT WS-OS-AUDIT-OPEN
               GO TO 8000-EXIT
           END-IF
           MOVE PIN TO PINMASK-PIN-IN
           CALL "PINMASK1" USING PINMASK-PARMS
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           SET AUDIT-CHANNEL-OS TO TRUE
           MOVE USERNAME TO AUDIT-OPERATOR-ID
           MOVE TERMINAL-ID TO AUDIT-TERMINAL-ID
           MOVE "STNDMNT1" TO AUDIT-PROGRAM-ID
           MOVE WS-AUDIT-TEXT TO AUDIT-ACTION
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
               MOVE "OS  " TO AUDSEQ-CHANNEL
               CALL "AUDSEQ1" USING AUDSEQ-PARMS
               SET WS-AUDIT-SEQ-READY TO TRUE
           END-IF
           MOVE AUDSEQ-NEXT-SEQUENCE TO AUDIT-SEQUENCE-NUMBER
           ADD 1 TO AUDSEQ-NEXT-SEQUENCE
           WRITE AUDIT-RECORD.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8100-AUDIT-WITH-KEY - the status-change verb plus the       *
      *    instruction key                                             *
      *----------------------------------------------------------------*
       8100-AUDIT-WITH-KEY.
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "STNDMNT " DELIMITED BY SIZE
                  WS-AUDIT-VERB DELIMITED BY SPACE
                  " CUST=" DELIMITED BY SIZE
                  SI-CUST-ID DELIMITED BY SIZE
                  " INSTR=" DELIMITED BY SIZE
                  SI-INSTR-NO DELIMITED BY SIZE
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
           IF WS-INSTR-FILE-OPEN
               CLOSE STANDING-INSTR-FILE
           END-IF
           IF WS-OS-AUDIT-OPEN
               CLOSE OS-AUDIT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
