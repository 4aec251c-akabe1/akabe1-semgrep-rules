      *================================================================*
      *  ENTMNT1                                                       *
      *  Operator entitlement maintenance against the keyed            *
      *  ENTITLEMENT-FILE, for security administration.  Every         *
      *  online program asks ENTCHK1 whether the signed-on operator    *
      *  holds a grant for the function about to be performed; this    *
      *  transaction is where those grants are made.  Functions:       *
      *                                                                *
      *    GRANT   entitle an operator to one function of an online    *
      *            program, or to all of them (function *ALL); a       *
      *            revoked row is reactivated                          *
      *    REVOKE  end a grant - the row is marked revoked, never      *
      *            deleted                                             *
      *    LIST    show one operator's rows, active and revoked        *
      *                                                                *
      *  Supervisor class and an ENTMNT1 entitlement are required;     *
      *  no one may maintain their own entitlements.  While no active  *
      *  ENTMNT1 grant exists anywhere on file, a supervisor may       *
      *  GRANT ENTMNT1 to someone else - that is how the first         *
      *  security administrator is set up.  Every attempt goes to the  *
      *  entitlement audit file with the row's status before and       *
      *  after, and to the OS-channel audit trail.                     *
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
       PROGRAM-ID. ENTMNT1.
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

           SELECT ENTITLEMENT-FILE ASSIGN TO ENTITLE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-KEY
               FILE STATUS IS EN-FILE-STATUS.

           SELECT ENT-AUDIT-FILE ASSIGN TO ENTAUD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EA-FILE-STATUS.

           SELECT OS-AUDIT-FILE ASSIGN TO OSAUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  PIN-SECURITY-FILE.
           COPY "pinsec.cpy".

       FD  ENTITLEMENT-FILE.
           COPY "entrec.cpy".

       FD  ENT-AUDIT-FILE.
           COPY "entaud.cpy".

       FD  OS-AUDIT-FILE.
           COPY "auditrec.cpy".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  PS-FILE-STATUS               PIC X(02).
           88  PS-STATUS-OK                   VALUE '00'.
       77  EN-FILE-STATUS               PIC X(02).
           88  EN-STATUS-OK                   VALUE '00'.
       77  EA-FILE-STATUS               PIC X(02).
           88  EA-STATUS-OK                   VALUE '00'.
       77  OA-FILE-STATUS               PIC X(02).
           88  OA-STATUS-OK                   VALUE '00'.

       77  WS-PIN-SECURITY-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PIN-SECURITY-OPEN          VALUE 'Y'.
       77  WS-ENTITLEMENT-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-ENTITLEMENT-OPEN           VALUE 'Y'.
       77  WS-ENT-AUDIT-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-ENT-AUDIT-OPEN             VALUE 'Y'.
       77  WS-OS-AUDIT-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-OS-AUDIT-OPEN              VALUE 'Y'.
       77  WS-LIST-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-LIST-AT-EOF                VALUE 'Y'.
       77  WS-ENTITLED-SW               PIC X(01) VALUE 'N'.
           88  WS-ENTITLED                   VALUE 'Y'.
       77  WS-ADMIN-ON-FILE-SW          PIC X(01) VALUE 'N'.
           88  WS-ADMIN-ON-FILE              VALUE 'Y'.
       77  WS-BOOTSTRAP-SW              PIC X(01) VALUE 'N'.
           88  WS-BOOTSTRAP                  VALUE 'Y'.

       77  WS-TODAY-DATE                PIC 9(08).
       77  WS-TIMESTAMP                 PIC 9(14).
       77  WS-ENT-FUNCTION              PIC X(08).
           88  WS-FUNC-GRANT                 VALUE "GRANT   ".
           88  WS-FUNC-REVOKE                VALUE "REVOKE  ".
           88  WS-FUNC-LIST                  VALUE "LIST    ".
       77  WS-TARGET-OPERATOR           PIC X(10).
       77  WS-TARGET-PROGRAM            PIC X(08).
       77  WS-TARGET-FUNCTION           PIC X(08).
       77  WS-BEFORE-STATUS             PIC X(01).
       77  WS-ENT-REASON                PIC X(30).
       77  WS-LISTED-COUNT              PIC 9(04) COMP-3 VALUE 0.
       77  WS-AUDIT-TEXT                PIC X(60).

       COPY "pinval.cpy".
       COPY "pinmask.cpy".
       COPY "retcode.cpy".
       COPY "audseq.cpy".
       77  WS-AUDIT-SEQ-READY-SW        PIC X(01) VALUE 'N'.
           88  WS-AUDIT-SEQ-READY            VALUE 'Y'.
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
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
           PERFORM 2000-VALIDATE-SUPERVISOR THRU 2000-EXIT
           IF RETURN-CODE = RC-CLEAN
               PERFORM 3000-PERFORM-FUNCTION THRU 3000-EXIT
           END-IF
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TIME-HHMMSS
           COMPUTE WS-TIMESTAMP = WS-TODAY-DATE * 1000000
               + WS-TIME-HHMMSS
           OPEN I-O PIN-SECURITY-FILE
           IF PS-STATUS-OK
               SET WS-PIN-SECURITY-OPEN TO TRUE
           END-IF
           OPEN I-O ENTITLEMENT-FILE
           IF EN-STATUS-OK
               SET WS-ENTITLEMENT-OPEN TO TRUE
           ELSE
               DISPLAY "ENTMNT1: ENTITLEMENT-FILE OPEN FAILED "
                       EN-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF
           OPEN EXTEND ENT-AUDIT-FILE
           IF EA-STATUS-OK
               SET WS-ENT-AUDIT-OPEN TO TRUE
           ELSE
               DISPLAY "ENTMNT1: ENT-AUDIT-FILE OPEN FAILED "
                       EA-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF
           OPEN EXTEND OS-AUDIT-FILE
           IF OA-STATUS-OK
               SET WS-OS-AUDIT-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-VALIDATE-SUPERVISOR                                    *
      *----------------------------------------------------------------*
       2000-VALIDATE-SUPERVISOR.
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 2000-EXIT
           END-IF
           MOVE USERNAME TO PINSEC-USERNAME
           READ PIN-SECURITY-FILE
               INVALID KEY
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "ENTITLE SIGN-ON REJECTED" TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                   GO TO 2000-EXIT
           END-READ

           MOVE PIN TO PINVAL-PIN-ENTERED
           MOVE WS-TODAY-DATE TO PINVAL-TODAY-DATE
           CALL "PINVALD1" USING PINVAL-PARMS, PIN-SECURITY-RECORD
           REWRITE PIN-SECURITY-RECORD

           IF PINVAL-REJECTED
               DISPLAY "ENTMNT1: PIN REJECTED - " PINVAL-REASON
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "ENTITLE SIGN-ON REJECTED" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF

           IF NOT PINSEC-CLASS-SUPERVISOR
               DISPLAY "ENTMNT1: OPERATOR IS NOT A SUPERVISOR - "
                       "MAINTENANCE REFUSED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "ENTITLE SIGN-ON NOT SUPV" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-PERFORM-FUNCTION - the administrator's own grant is    *
      *    read here directly; ENTCHK1 is not called because this      *
      *    program already holds the entitlement file open for update  *
      *----------------------------------------------------------------*
       3000-PERFORM-FUNCTION.
           DISPLAY "Enter function (GRANT, REVOKE, LIST): "
           ACCEPT WS-ENT-FUNCTION
           MOVE SPACES TO WS-TARGET-PROGRAM
           MOVE SPACES TO WS-TARGET-FUNCTION
           MOVE SPACE TO WS-BEFORE-STATUS

           PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
           IF NOT WS-ENTITLED
               GO TO 3000-EXIT
           END-IF

           DISPLAY "Enter operator id: "
           ACCEPT WS-TARGET-OPERATOR
           IF WS-TARGET-OPERATOR = SPACES
               DISPLAY "ENTMNT1: AN OPERATOR ID IS REQUIRED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "ENTITLE BLANK OPERATOR" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-FUNC-GRANT
                   PERFORM 3100-GRANT-ENTITLEMENT THRU 3100-EXIT
               WHEN WS-FUNC-REVOKE
                   PERFORM 3200-REVOKE-ENTITLEMENT THRU 3200-EXIT
               WHEN WS-FUNC-LIST
                   PERFORM 3300-LIST-ENTITLEMENTS THRU 3300-EXIT
               WHEN OTHER
                   DISPLAY "ENTMNT1: FUNCTION NOT RECOGNIZED"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "ENTITLE BAD FUNCTION" TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-GRANT-ENTITLEMENT - the operator must be enrolled and  *
      *    active on the PIN file; a revoked row is reactivated under  *
      *    the new grantor                                             *
      *----------------------------------------------------------------*
       3100-GRANT-ENTITLEMENT.
           PERFORM 3900-ACCEPT-GRANT-KEY THRU 3900-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3100-EXIT
           END-IF

           IF WS-BOOTSTRAP
            AND WS-TARGET-PROGRAM NOT = "ENTMNT1"
               DISPLAY "ENTMNT1: NO SECURITY ADMINISTRATOR ON FILE - "
                       "ONLY ENTMNT1 MAY BE GRANTED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "BOOTSTRAP - ENTMNT1 ONLY" TO WS-ENT-REASON
               PERFORM 7000-REFUSE-MAINTENANCE THRU 7000-EXIT
               GO TO 3100-EXIT
           END-IF

           MOVE WS-TARGET-OPERATOR TO PINSEC-USERNAME
           READ PIN-SECURITY-FILE
               INVALID KEY
                   DISPLAY "ENTMNT1: OPERATOR NOT ENROLLED"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "OPERATOR NOT ENROLLED" TO WS-ENT-REASON
                   PERFORM 7000-REFUSE-MAINTENANCE THRU 7000-EXIT
                   GO TO 3100-EXIT
           END-READ
           IF PINSEC-ACCT-DISABLED
               DISPLAY "ENTMNT1: OPERATOR ACCOUNT IS DISABLED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "OPERATOR ACCOUNT DISABLED" TO WS-ENT-REASON
               PERFORM 7000-REFUSE-MAINTENANCE THRU 7000-EXIT
               GO TO 3100-EXIT
           END-IF

           MOVE WS-TARGET-OPERATOR TO ENT-OPERATOR-ID
           MOVE WS-TARGET-PROGRAM TO ENT-PROGRAM-ID
           MOVE WS-TARGET-FUNCTION TO ENT-FUNCTION
           MOVE SPACE TO WS-BEFORE-STATUS
           READ ENTITLEMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ENT-STATUS TO WS-BEFORE-STATUS
           END-READ
           IF WS-BEFORE-STATUS = 'A'
               DISPLAY "ENTMNT1: OPERATOR ALREADY HOLDS THIS GRANT"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "ALREADY GRANTED" TO WS-ENT-REASON
               PERFORM 7000-REFUSE-MAINTENANCE THRU 7000-EXIT
               GO TO 3100-EXIT
           END-IF

           MOVE WS-TARGET-OPERATOR TO ENT-OPERATOR-ID
           MOVE WS-TARGET-PROGRAM TO ENT-PROGRAM-ID
           MOVE WS-TARGET-FUNCTION TO ENT-FUNCTION
           SET ENT-ACTIVE TO TRUE
           MOVE USERNAME TO ENT-GRANTED-BY
           MOVE WS-TODAY-DATE TO ENT-GRANTED-DATE
           MOVE SPACES TO ENT-REVOKED-BY
           MOVE 0 TO ENT-REVOKED-DATE
           IF WS-BEFORE-STATUS = SPACE
               WRITE ENTITLEMENT-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           ELSE
               REWRITE ENTITLEMENT-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF
           IF NOT EN-STATUS-OK
               DISPLAY "ENTMNT1: GRANT WRITE FAILED " EN-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE "GRANT WRITE FAILED" TO WS-ENT-REASON
               PERFORM 7000-REFUSE-MAINTENANCE THRU 7000-EXIT
               GO TO 3100-EXIT
           END-IF

           DISPLAY "ENTMNT1: ENTITLEMENT GRANTED"
           IF WS-BOOTSTRAP
               MOVE "FIRST ADMINISTRATOR GRANT" TO WS-ENT-REASON
           ELSE
               MOVE SPACES TO WS-ENT-REASON
           END-IF
           PERFORM 8100-WRITE-ENT-AUDIT THRU 8100-EXIT
           PERFORM 7100-BUILD-AUDIT-TEXT THRU 7100-EXIT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-REVOKE-ENTITLEMENT - marked revoked, never deleted,    *
      *    so the access review can still see who held it and when     *
      *    it stopped                                                  *
      *----------------------------------------------------------------*
       3200-REVOKE-ENTITLEMENT.
           PERFORM 3900-ACCEPT-GRANT-KEY THRU 3900-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3200-EXIT
           END-IF

           MOVE WS-TARGET-OPERATOR TO ENT-OPERATOR-ID
           MOVE WS-TARGET-PROGRAM TO ENT-PROGRAM-ID
           MOVE WS-TARGET-FUNCTION TO ENT-FUNCTION
           MOVE SPACE TO WS-BEFORE-STATUS
           READ ENTITLEMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ENT-STATUS TO WS-BEFORE-STATUS
           END-READ
           IF WS-BEFORE-STATUS NOT = 'A'
               DISPLAY "ENTMNT1: NO ACTIVE GRANT TO REVOKE"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "NO ACTIVE GRANT" TO WS-ENT-REASON
               PERFORM 7000-REFUSE-MAINTENANCE THRU 7000-EXIT
               GO TO 3200-EXIT
           END-IF

           SET ENT-REVOKED TO TRUE
           MOVE USERNAME TO ENT-REVOKED-BY
           MOVE WS-TODAY-DATE TO ENT-REVOKED-DATE
           REWRITE ENTITLEMENT-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF NOT EN-STATUS-OK
               DISPLAY "ENTMNT1: REVOKE REWRITE FAILED "
                       EN-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE "REVOKE REWRITE FAILED" TO WS-ENT-REASON
               PERFORM 7000-REFUSE-MAINTENANCE THRU 7000-EXIT
               GO TO 3200-EXIT
           END-IF

           DISPLAY "ENTMNT1: ENTITLEMENT REVOKED"
           MOVE SPACES TO WS-ENT-REASON
           PERFORM 8100-WRITE-ENT-AUDIT THRU 8100-EXIT
           PERFORM 7100-BUILD-AUDIT-TEXT THRU 7100-EXIT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3300-LIST-ENTITLEMENTS - one operator's rows in program     *
      *    and function order                                          *
      *----------------------------------------------------------------*
       3300-LIST-ENTITLEMENTS.
           MOVE 0 TO WS-LISTED-COUNT
           MOVE 'N' TO WS-LIST-EOF-SW
           MOVE WS-TARGET-OPERATOR TO ENT-OPERATOR-ID
           MOVE LOW-VALUES TO ENT-PROGRAM-ID
           MOVE LOW-VALUES TO ENT-FUNCTION
           START ENTITLEMENT-FILE
               KEY IS NOT LESS THAN ENT-KEY
               INVALID KEY SET WS-LIST-AT-EOF TO TRUE
           END-START
           PERFORM 3310-LIST-ONE-ENTITLEMENT THRU 3310-EXIT
               UNTIL WS-LIST-AT-EOF
           DISPLAY "ENTMNT1: " WS-LISTED-COUNT " ROW(S) FOR "
                   WS-TARGET-OPERATOR
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "ENTITLE LIST " DELIMITED BY SIZE
                  WS-TARGET-OPERATOR DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3310-LIST-ONE-ENTITLEMENT.
           READ ENTITLEMENT-FILE NEXT
               AT END
                   SET WS-LIST-AT-EOF TO TRUE
                   GO TO 3310-EXIT
           END-READ
           IF ENT-OPERATOR-ID NOT = WS-TARGET-OPERATOR
               SET WS-LIST-AT-EOF TO TRUE
               GO TO 3310-EXIT
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           IF ENT-ACTIVE
               DISPLAY ENT-PROGRAM-ID " " ENT-FUNCTION
                       " ACTIVE  GRANTED " ENT-GRANTED-DATE
                       " BY " ENT-GRANTED-BY
           ELSE
               DISPLAY ENT-PROGRAM-ID " " ENT-FUNCTION
                       " REVOKED " ENT-REVOKED-DATE
                       " BY " ENT-REVOKED-BY
           END-IF.
       3310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3900-ACCEPT-GRANT-KEY - program and function for GRANT and  *
      *    REVOKE; nobody maintains their own entitlements             *
      *----------------------------------------------------------------*
       3900-ACCEPT-GRANT-KEY.
           DISPLAY "Enter program id: "
           ACCEPT WS-TARGET-PROGRAM
           DISPLAY "Enter function (*ALL = every function): "
           ACCEPT WS-TARGET-FUNCTION

           IF WS-TARGET-PROGRAM = SPACES
            OR WS-TARGET-FUNCTION = SPACES
               DISPLAY "ENTMNT1: PROGRAM AND FUNCTION ARE REQUIRED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "PROGRAM OR FUNCTION BLANK" TO WS-ENT-REASON
               PERFORM 7000-REFUSE-MAINTENANCE THRU 7000-EXIT
               GO TO 3900-EXIT
           END-IF

           IF WS-TARGET-OPERATOR = USERNAME
               DISPLAY "ENTMNT1: YOU MAY NOT MAINTAIN YOUR OWN "
                       "ENTITLEMENTS"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "OWN ENTITLEMENT REFUSED" TO WS-ENT-REASON
               PERFORM 7000-REFUSE-MAINTENANCE THRU 7000-EXIT
           END-IF.
       3900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7000-REFUSE-MAINTENANCE - a refused or failed GRANT or      *
      *    REVOKE is written to both trails like an accepted one       *
      *----------------------------------------------------------------*
       7000-REFUSE-MAINTENANCE.
           MOVE WS-TARGET-OPERATOR TO ENT-OPERATOR-ID
           MOVE WS-TARGET-PROGRAM TO ENT-PROGRAM-ID
           MOVE WS-TARGET-FUNCTION TO ENT-FUNCTION
           MOVE WS-BEFORE-STATUS TO ENT-STATUS
           PERFORM 8100-WRITE-ENT-AUDIT THRU 8100-EXIT
           PERFORM 7100-BUILD-AUDIT-TEXT THRU 7100-EXIT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7100-BUILD-AUDIT-TEXT.
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "ENTITLE " DELIMITED BY SIZE
                  WS-ENT-FUNCTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TARGET-OPERATOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TARGET-PROGRAM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TARGET-FUNCTION DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT.
       7100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the administrator needs an active  *
      *    ENTMNT1 grant for the function (or *ALL).  While no active  *
      *    ENTMNT1 grant exists for anyone, a supervisor's GRANT is    *
      *    let through as the first-administrator set-up               *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE 'N' TO WS-ENTITLED-SW
           MOVE 'N' TO WS-BOOTSTRAP-SW
           MOVE USERNAME TO ENT-OPERATOR-ID
           MOVE "ENTMNT1" TO ENT-PROGRAM-ID
           MOVE WS-ENT-FUNCTION TO ENT-FUNCTION
           READ ENTITLEMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ENT-ACTIVE
                       SET WS-ENTITLED TO TRUE
                   END-IF
           END-READ
           IF NOT WS-ENTITLED
               MOVE USERNAME TO ENT-OPERATOR-ID
               MOVE "ENTMNT1" TO ENT-PROGRAM-ID
               SET ENT-ALL-FUNCTIONS TO TRUE
               READ ENTITLEMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ENT-ACTIVE
                           SET WS-ENTITLED TO TRUE
                       END-IF
               END-READ
           END-IF
           IF WS-ENTITLED
               GO TO 7500-EXIT
           END-IF

           IF WS-FUNC-GRANT
               PERFORM 7600-FIND-ANY-ADMINISTRATOR THRU 7600-EXIT
               IF NOT WS-ADMIN-ON-FILE
                   DISPLAY "ENTMNT1: NO SECURITY ADMINISTRATOR ON "
                           "FILE - FIRST GRANT ALLOWED"
                   SET WS-BOOTSTRAP TO TRUE
                   SET WS-ENTITLED TO TRUE
                   GO TO 7500-EXIT
               END-IF
           END-IF

           DISPLAY "ENTMNT1: OPERATOR NOT ENTITLED TO "
                   WS-ENT-FUNCTION
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "ENTMNT1 NOT ENTITLED " DELIMITED BY SIZE
                  WS-ENT-FUNCTION DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7600-FIND-ANY-ADMINISTRATOR - the file is keyed by          *
      *    operator, so looking for any active ENTMNT1 row means a     *
      *    browse of the whole (small) file                            *
      *----------------------------------------------------------------*
       7600-FIND-ANY-ADMINISTRATOR.
           MOVE 'N' TO WS-ADMIN-ON-FILE-SW
           MOVE 'N' TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO ENT-KEY
           START ENTITLEMENT-FILE
               KEY IS NOT LESS THAN ENT-KEY
               INVALID KEY SET WS-LIST-AT-EOF TO TRUE
           END-START
           PERFORM 7610-CHECK-ONE-ROW THRU 7610-EXIT
               UNTIL WS-LIST-AT-EOF
                  OR WS-ADMIN-ON-FILE.
       7600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7610-CHECK-ONE-ROW.
           READ ENTITLEMENT-FILE NEXT
               AT END
                   SET WS-LIST-AT-EOF TO TRUE
                   GO TO 7610-EXIT
           END-READ
           IF ENT-PROGRAM-ID = "ENTMNT1"
            AND ENT-ACTIVE
               SET WS-ADMIN-ON-FILE TO TRUE
           END-IF.
       7610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD                                     *
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
           MOVE "ENTMNT1" TO AUDIT-PROGRAM-ID
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
      *    8100-WRITE-ENT-AUDIT - before status from the read, after   *
      *    status from the row as it now stands                        *
      *----------------------------------------------------------------*
       8100-WRITE-ENT-AUDIT.
           IF NOT WS-ENT-AUDIT-OPEN
               GO TO 8100-EXIT
           END-IF
           MOVE SPACES TO ENT-AUDIT-RECORD
           MOVE WS-TIMESTAMP TO ENTAUD-TIMESTAMP
           MOVE USERNAME TO ENTAUD-ADMIN-ID
           MOVE TERMINAL-ID TO ENTAUD-TERMINAL-ID
           MOVE WS-ENT-FUNCTION TO ENTAUD-ACTION
           MOVE WS-TARGET-OPERATOR TO ENTAUD-OPERATOR-ID
           MOVE WS-TARGET-PROGRAM TO ENTAUD-PROGRAM-ID
           MOVE WS-TARGET-FUNCTION TO ENTAUD-FUNCTION
           MOVE WS-BEFORE-STATUS TO ENTAUD-BEFORE-STATUS
           MOVE ENT-STATUS TO ENTAUD-AFTER-STATUS
           MOVE WS-ENT-REASON TO ENTAUD-REASON
           IF RETURN-CODE = RC-CLEAN
               SET ENTAUD-RESULT-SUCCESS TO TRUE
           ELSE
               IF RETURN-CODE = RC-VALIDATION-FAILURE
                   SET ENTAUD-RESULT-REJECTED TO TRUE
               ELSE
                   SET ENTAUD-RESULT-FAILURE TO TRUE
               END-IF
           END-IF
           WRITE ENT-AUDIT-RECORD.
       8100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-PIN-SECURITY-OPEN
               CLOSE PIN-SECURITY-FILE
           END-IF
           IF WS-ENTITLEMENT-OPEN
               CLOSE ENTITLEMENT-FILE
           END-IF
           IF WS-ENT-AUDIT-OPEN
               CLOSE ENT-AUDIT-FILE
           END-IF
           IF WS-OS-AUDIT-OPEN
               CLOSE OS-AUDIT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
