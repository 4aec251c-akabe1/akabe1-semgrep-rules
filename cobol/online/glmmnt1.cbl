      *            supervisor is recorded as the approver              *
      *    CHANGE  repoint an existing mapping                         *
      *    LIST    show every mapping on file                          *
      *    BALSET  set a GL control balance on GL-BALANCE-FILE to the  *
      *            figure agreed with finance, and mark whether the    *
      *            account is the receivable control the subledger     *
      *            proof (GLPROOF1) holds the customer master against  *
      *    BALLIST show every control balance on file                  *
      *                                                                *
      *  Supervisor class required; every action is audited.           *
      *------------------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  2026-09-02 JHM   Original version, added with the general
      *                   ledger interface.
      *  2026-10-15 JHM   BALSET and BALLIST added against the new
      *                   GL-BALANCE-FILE (GLBAL) - the starting or
      *                   corrected control balance and the
      *                   receivable control flag for the subledger-
      *                   to-ledger proof.
      *  2026-10-15 JHM   Each function is now checked against the
      *                   operator's entitlements through ENTCHK1
      *                   before it is performed; an operator without
      *                   a grant is refused and the refusal audited.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMMNT1.
               RECORD KEY IS GLM-TXN-CODE
               FILE STATUS IS GM-FILE-STATUS.

           SELECT GL-BALANCE-FILE ASSIGN TO GLBAL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-GL-ACCOUNT
               FILE STATUS IS GB-FILE-STATUS.

           SELECT OS-AUDIT-FILE ASSIGN TO OSAUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-FILE-STATUS.
       FD  GL-MAP-FILE.
           COPY "glmap.cpy".

       FD  GL-BALANCE-FILE.
           COPY "glbal.cpy".

       FD  OS-AUDIT-FILE.
           COPY "auditrec.cpy".
      *----------------------------------------------------------------*
       77  GM-FILE-STATUS               PIC X(02).
           88  GM-STATUS-OK                   VALUE '00'.
           88  GM-STATUS-DUPLICATE            VALUE '22'.
       77  GB-FILE-STATUS               PIC X(02).
           88  GB-STATUS-OK                   VALUE '00'.
       77  OA-FILE-STATUS               PIC X(02).
           88  OA-STATUS-OK                   VALUE '00'.

           88  WS-PIN-SECURITY-OPEN          VALUE 'Y'.
       77  WS-MAP-FILE-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-MAP-FILE-OPEN              VALUE 'Y'.
       77  WS-BALANCE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-BALANCE-FILE-OPEN          VALUE 'Y'.
       77  WS-BALANCE-NEW-SW            PIC X(01) VALUE 'N'.
           88  WS-BALANCE-NEW                VALUE 'Y'.
       77  WS-OS-AUDIT-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-OS-AUDIT-OPEN              VALUE 'Y'.
       77  WS-LIST-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-FUNC-ADD                   VALUE "ADD     ".
           88  WS-FUNC-CHANGE                VALUE "CHANGE  ".
           88  WS-FUNC-LIST                  VALUE "LIST    ".
           88  WS-FUNC-BALSET                VALUE "BALSET  ".
           88  WS-FUNC-BALLIST               VALUE "BALLIST ".
       77  WS-TARGET-CODE               PIC X(04).
       77  WS-DEBIT-ENTRY               PIC X(08).
       77  WS-CREDIT-ENTRY              PIC X(08).
       77  WS-LISTED-COUNT              PIC 9(04) COMP-3 VALUE 0.
       77  WS-ACCOUNT-ENTRY             PIC X(08).
       77  WS-SIDE-ENTRY                PIC X(02).
           88  WS-SIDE-DEBIT                 VALUE "DR".
           88  WS-SIDE-CREDIT                VALUE "CR".
       77  WS-CONTROL-ENTRY             PIC X(01).
           88  WS-CONTROL-VALID              VALUE 'R' 'O'.
       01  WS-BALANCE-ENTRY             PIC X(15).
       01  WS-BALANCE-ENTRY-NUM REDEFINES WS-BALANCE-ENTRY
                                        PIC 9(13)V99.
       01  WS-BALANCE-DISPLAY           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77  WS-AUDIT-TEXT                PIC X(60).

       COPY "pinval.cpy".
       COPY "pinmask.cpy".
       COPY "entchk.cpy".
       COPY "retcode.cpy".
       COPY "audseq.cpy".
       77  WS-AUDIT-SEQ-READY-SW        PIC X(01) VALUE 'N'.
                       GM-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF
           OPEN I-O GL-BALANCE-FILE
           IF GB-STATUS-OK
               SET WS-BALANCE-FILE-OPEN TO TRUE
           END-IF
           OPEN EXTEND OS-AUDIT-FILE
           IF OA-STATUS-OK
               SET WS-OS-AUDIT-OPEN TO TRUE
      *    3000-PERFORM-FUNCTION                                       *
      *----------------------------------------------------------------*
       3000-PERFORM-FUNCTION.
           DISPLAY "Enter function (ADD, CHANGE, LIST, BALSET, "
                   "BALLIST): "
           ACCEPT WS-MAP-FUNCTION
           PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
           IF ENTCHK-NOT-ENTITLED
               GO TO 3000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-FUNC-ADD
                   PERFORM 3200-CHANGE-MAPPING THRU 3200-EXIT
               WHEN WS-FUNC-LIST
                   PERFORM 3300-LIST-MAPPINGS THRU 3300-EXIT
               WHEN WS-FUNC-BALSET
                   PERFORM 3400-SET-BALANCE THRU 3400-EXIT
               WHEN WS-FUNC-BALLIST
                   PERFORM 3500-LIST-BALANCES THRU 3500-EXIT
               WHEN OTHER
                   DISPLAY "GLMMNT1: FUNCTION NOT RECOGNIZED"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
       3310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3400-SET-BALANCE - the keyed figure becomes both the        *
      *    opening and the closing balance, and the next night's       *
      *    extract carries forward from it                             *
      *----------------------------------------------------------------*
       3400-SET-BALANCE.
           IF NOT WS-BALANCE-FILE-OPEN
               DISPLAY "GLMMNT1: GL-BALANCE-FILE NOT AVAILABLE, "
                       "STATUS " GB-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE "GLBAL SET FILE NOT AVAILABLE" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3400-EXIT
           END-IF
           DISPLAY "Enter GL account (8 chars): "
           ACCEPT WS-ACCOUNT-ENTRY
           DISPLAY "Enter balance (15 digits, 2 implied "
                   "decimals): "
           ACCEPT WS-BALANCE-ENTRY
           DISPLAY "Enter balance side (DR or CR): "
           ACCEPT WS-SIDE-ENTRY
           DISPLAY "Receivable control account? (R = yes, "
                   "O = no): "
           ACCEPT WS-CONTROL-ENTRY
           IF WS-ACCOUNT-ENTRY = SPACES
            OR WS-BALANCE-ENTRY IS NOT NUMERIC
            OR NOT (WS-SIDE-DEBIT OR WS-SIDE-CREDIT)
            OR NOT WS-CONTROL-VALID
               DISPLAY "GLMMNT1: ACCOUNT, NUMERIC BALANCE, DR OR "
                       "CR, AND R OR O ARE REQUIRED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "GLBAL SET BAD ENTRY" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3400-EXIT
           END-IF

           MOVE 'N' TO WS-BALANCE-NEW-SW
           MOVE WS-ACCOUNT-ENTRY TO GLB-GL-ACCOUNT
           READ GL-BALANCE-FILE
               INVALID KEY SET WS-BALANCE-NEW TO TRUE
           END-READ
           IF WS-BALANCE-NEW
               MOVE SPACES TO GL-BALANCE-RECORD
               MOVE WS-ACCOUNT-ENTRY TO GLB-GL-ACCOUNT
           END-IF
           MOVE WS-CONTROL-ENTRY TO GLB-ACCOUNT-TYPE
           IF WS-SIDE-DEBIT
               MOVE WS-BALANCE-ENTRY-NUM TO GLB-BALANCE
           ELSE
               COMPUTE GLB-BALANCE = 0 - WS-BALANCE-ENTRY-NUM
           END-IF
           MOVE GLB-BALANCE TO GLB-OPENING-BALANCE
           MOVE 0 TO GLB-DAY-DEBITS
           MOVE 0 TO GLB-DAY-CREDITS
           MOVE 0 TO GLB-LAST-POSTED-DATE
           MOVE WS-TODAY-DATE TO GLB-LAST-SET-DATE
           MOVE USERNAME TO GLB-LAST-SET-BY
           IF WS-BALANCE-NEW
               WRITE GL-BALANCE-RECORD
           ELSE
               REWRITE GL-BALANCE-RECORD
           END-IF
           IF NOT GB-STATUS-OK
               DISPLAY "GLMMNT1: BALANCE UPDATE FAILED "
                       GB-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE "GLBAL SET WRITE FAILED" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3400-EXIT
           END-IF

           DISPLAY "GLMMNT1: CONTROL BALANCE SET"
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "GLBAL SET " DELIMITED BY SIZE
                  WS-ACCOUNT-ENTRY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SIDE-ENTRY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BALANCE-ENTRY DELIMITED BY SIZE
                  " TYPE=" DELIMITED BY SIZE
                  WS-CONTROL-ENTRY DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3500-LIST-BALANCES.
           IF NOT WS-BALANCE-FILE-OPEN
               DISPLAY "GLMMNT1: GL-BALANCE-FILE NOT AVAILABLE, "
                       "STATUS " GB-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE "GLBAL LIST FILE NOT AVAILABLE" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3500-EXIT
           END-IF
           MOVE 0 TO WS-LISTED-COUNT
           MOVE 'N' TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO GLB-GL-ACCOUNT
           START GL-BALANCE-FILE
               KEY IS NOT LESS THAN GLB-GL-ACCOUNT
               INVALID KEY SET WS-LIST-AT-EOF TO TRUE
           END-START
           PERFORM 3510-LIST-ONE-BALANCE THRU 3510-EXIT
               UNTIL WS-LIST-AT-EOF
           DISPLAY "GLMMNT1: " WS-LISTED-COUNT " BALANCE(S) ON FILE"
           MOVE "GLBAL LIST" TO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3510-LIST-ONE-BALANCE.
           READ GL-BALANCE-FILE NEXT
               AT END
                   SET WS-LIST-AT-EOF TO TRUE
                   GO TO 3510-EXIT
           END-READ
           ADD 1 TO WS-LISTED-COUNT
           MOVE GLB-BALANCE TO WS-BALANCE-DISPLAY
           DISPLAY GLB-GL-ACCOUNT " " GLB-ACCOUNT-TYPE
                   " " WS-BALANCE-DISPLAY
                   " POSTED " GLB-LAST-POSTED-DATE
                   " SET " GLB-LAST-SET-DATE " " GLB-LAST-SET-BY.
       3510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3900-ACCEPT-MAPPING - shared prompts for ADD and CHANGE     *
      *----------------------------------------------------------------*
       3900-ACCEPT-MAPPING.
       3950-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the operator needs a grant for     *
      *    this function, or for all of this program, on the           *
      *    entitlement file; with no file on hand nothing is allowed   *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE USERNAME TO ENTCHK-OPERATOR-ID
           MOVE "GLMMNT1" TO ENTCHK-PROGRAM-ID
           MOVE WS-MAP-FUNCTION TO ENTCHK-FUNCTION
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "GLMMNT1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "GLMMNT1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "GLMAP NOT ENTITLED " DELIMITED BY SIZE
                  ENTCHK-FUNCTION DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD                                     *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-RECORD.
           IF WS-MAP-FILE-OPEN
               CLOSE GL-MAP-FILE
           END-IF
           IF WS-BALANCE-FILE-OPEN
               CLOSE GL-BALANCE-FILE
           END-IF
           IF WS-OS-AUDIT-OPEN
               CLOSE OS-AUDIT-FILE
           END-IF.
