      *================================================================*
      *  WLREV1                                                        *
      *  Compliance review of likely watch-list matches.  A screening  *
      *  that finds a likely match - CUSTMNT1 on an ADD or a name      *
      *  CHANGE, the bulk onboarding load, or the rescreen WLLOAD1     *
      *  runs after every new list - raises a PENDING case on          *
      *  SCREEN-CASE-FILE.  Functions:                                 *
      *                                                                *
      *    REVIEW   walk the pending cases and decide each one, with   *
      *             a reason.  CLEAR: not the listed party.  A held    *
      *             ADD is then written to the master from the image   *
      *             the case carries, and a held name CHANGE applied   *
      *             if the name is still the one the maker saw.        *
      *             CONFIRM: the listed party.  A held ADD is not      *
      *             made; an existing account is blocked - TXNPOST1    *
      *             sends every posting to it to suspense and          *
      *             SUSPROC1 holds it there - and a held name CHANGE   *
      *             is not applied.  A reviewer may not decide a case  *
      *             they raised                                        *
      *    RELEASE  lift a confirmed hit, with a reason, once          *
      *             compliance has it resolved; not by the reviewer    *
      *             who confirmed it                                   *
      *    INQUIRE  show a customer's case                             *
      *                                                                *
      *  The case keeps the latest decision, who made it and when;     *
      *  every decision, and every refusal, is on the audit trail.     *
      *  REVIEW honors the system-availability control, since a        *
      *  cleared ADD or CHANGE writes the master.                      *
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
       PROGRAM-ID. WLREV1.
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

           SELECT SCREEN-CASE-FILE ASSIGN TO WLCASE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCRN-CUST-ID
               FILE STATUS IS SC-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CF-FILE-STATUS.

           SELECT OS-AUDIT-FILE ASSIGN TO OSAUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  PIN-SECURITY-FILE.
           COPY "pinsec.cpy".

       FD  SCREEN-CASE-FILE.
           COPY "wlcase.cpy".

       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  OS-AUDIT-FILE.
           COPY "auditrec.cpy".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  PS-FILE-STATUS               PIC X(02).
           88  PS-STATUS-OK                   VALUE '00'.
       77  SC-FILE-STATUS               PIC X(02).
           88  SC-STATUS-OK                   VALUE '00'.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
           88  CF-STATUS-DUPLICATE            VALUE '22'.
       77  OA-FILE-STATUS               PIC X(02).
           88  OA-STATUS-OK                   VALUE '00'.

       77  WS-PIN-SECURITY-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PIN-SECURITY-OPEN          VALUE 'Y'.
       77  WS-CASE-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-CASE-FILE-OPEN             VALUE 'Y'.
       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN         VALUE 'Y'.
       77  WS-OS-AUDIT-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-OS-AUDIT-OPEN              VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.

       77  WS-TODAY-DATE                PIC 9(08).
       77  WS-TIMESTAMP                 PIC 9(14).
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
       77  WS-MAINT-FUNCTION            PIC X(08).
           88  WS-FUNC-REVIEW                VALUE "REVIEW  ".
           88  WS-FUNC-RELEASE               VALUE "RELEASE ".
           88  WS-FUNC-INQUIRE               VALUE "INQUIRE ".
       77  WS-TARGET-CUST-ID            PIC X(06).
       77  WS-DECISION                  PIC X(01).
           88  WS-DECISION-CLEAR             VALUE 'C'.
           88  WS-DECISION-CONFIRM           VALUE 'H'.
           88  WS-DECISION-SKIP              VALUE 'S'.
       77  WS-CONFIRM                   PIC X(01).
           88  WS-CONFIRM-YES                VALUE 'Y'.
       77  WS-REASON-ENTRY              PIC X(30).
       77  WS-CONFIRMED-BY              PIC X(10).
       77  WS-MASTER-NOTE               PIC X(30).
       77  WS-AUDIT-TEXT                PIC X(100).
       77  WS-CASES-REVIEWED            PIC 9(05) COMP-3 VALUE 0.
       77  WS-CASES-CLEARED             PIC 9(05) COMP-3 VALUE 0.
       77  WS-CASES-CONFIRMED           PIC 9(05) COMP-3 VALUE 0.

       COPY "pinval.cpy".
       COPY "pinmask.cpy".
       COPY "entchk.cpy".
       COPY "retcode.cpy".
       COPY "sysavl.cpy".
       COPY "cjrnwrt.cpy".
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
      *    1000-INITIALIZE - no case file means nothing has ever been  *
      *    held for review                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'N' TO WS-AUDIT-SEQ-READY-SW
           MOVE 'N' TO WS-PIN-SECURITY-OPEN-SW
           MOVE 'N' TO WS-CASE-FILE-OPEN-SW
           MOVE 'N' TO WS-CUSTOMER-FILE-OPEN-SW
           MOVE 'N' TO WS-OS-AUDIT-OPEN-SW
           MOVE 'N' TO WS-EOF-SW
           MOVE 0 TO WS-CASES-REVIEWED
           MOVE 0 TO WS-CASES-CLEARED
           MOVE 0 TO WS-CASES-CONFIRMED
           INITIALIZE ENTCHK-PARMS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TIME-HHMMSS
           COMPUTE WS-TIMESTAMP = WS-TODAY-DATE * 1000000
               + WS-TIME-HHMMSS
           OPEN I-O PIN-SECURITY-FILE
           IF PS-STATUS-OK
               SET WS-PIN-SECURITY-OPEN TO TRUE
           END-IF
           OPEN I-O SCREEN-CASE-FILE
           IF SC-STATUS-OK
               SET WS-CASE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "WLREV1: NO SCREEN-CASE-FILE TO REVIEW, "
                       "STATUS " SC-FILE-STATUS
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "WLREV1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
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
                   MOVE "WLREV SIGN-ON REJECTED" TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                   GO TO 2000-EXIT
           END-READ

           MOVE PIN TO PINVAL-PIN-ENTERED
           MOVE WS-TODAY-DATE TO PINVAL-TODAY-DATE
           CALL "PINVALD1" USING PINVAL-PARMS, PIN-SECURITY-RECORD
           REWRITE PIN-SECURITY-RECORD

           IF PINVAL-REJECTED
               DISPLAY "WLREV1: PIN REJECTED - " PINVAL-REASON
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "WLREV SIGN-ON REJECTED" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-CHECK-AVAILABILITY - a cleared ADD or CHANGE writes    *
      *    the master, so REVIEW waits while the nightly cycle holds   *
      *    it                                                          *
      *----------------------------------------------------------------*
       2500-CHECK-AVAILABILITY.
           SET SYSAVL-FUNC-INQUIRE TO TRUE
           CALL "SYSAVL1" USING SYSAVL-PARMS
           IF SYSAVL-STATE-QUIESCED
               DISPLAY "WLREV1: NIGHTLY CYCLE IN PROGRESS - "
                       "UPDATES REFUSED, TRY AGAIN AFTER THE CYCLE"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "WLREV CYCLE IN PROGRESS" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-IF.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-PERFORM-FUNCTION                                       *
      *----------------------------------------------------------------*
       3000-PERFORM-FUNCTION.
           DISPLAY "Enter function (REVIEW, RELEASE, INQUIRE): "
           ACCEPT WS-MAINT-FUNCTION
           PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
           IF ENTCHK-NOT-ENTITLED
               GO TO 3000-EXIT
           END-IF
           IF NOT WS-CASE-FILE-OPEN
               DISPLAY "WLREV1: NO SCREENING CASES ON FILE"
               GO TO 3000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-FUNC-REVIEW
                   PERFORM 3100-REVIEW-QUEUE THRU 3100-EXIT
               WHEN WS-FUNC-RELEASE
                   PERFORM 3500-RELEASE-HIT THRU 3500-EXIT
               WHEN WS-FUNC-INQUIRE
                   PERFORM 3600-INQUIRE-CASE THRU 3600-EXIT
               WHEN OTHER
                   DISPLAY "WLREV1: FUNCTION NOT RECOGNIZED"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "WLREV BAD FUNCTION" TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-REVIEW-QUEUE - every pending case in customer id       *
      *    order                                                       *
      *----------------------------------------------------------------*
       3100-REVIEW-QUEUE.
           PERFORM 2500-CHECK-AVAILABILITY THRU 2500-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3100-EXIT
           END-IF
           MOVE LOW-VALUES TO SCRN-CUST-ID
           START SCREEN-CASE-FILE
               KEY IS NOT LESS THAN SCRN-CUST-ID
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 3110-READ-NEXT-CASE THRU 3110-EXIT
           END-IF
           PERFORM 3200-REVIEW-ONE-CASE THRU 3200-EXIT
               UNTIL WS-END-OF-FILE
           DISPLAY "WLREV1: REVIEWED " WS-CASES-REVIEWED
                   " CLEARED " WS-CASES-CLEARED
                   " CONFIRMED " WS-CASES-CONFIRMED.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3110-READ-NEXT-CASE.
           READ SCREEN-CASE-FILE NEXT
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
       3110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-REVIEW-ONE-CASE - only pending cases go in front of    *
      *    the reviewer, and never one the reviewer raised             *
      *----------------------------------------------------------------*
       3200-REVIEW-ONE-CASE.
           IF NOT SCRN-PENDING-REVIEW
               PERFORM 3110-READ-NEXT-CASE THRU 3110-EXIT
               GO TO 3200-EXIT
           END-IF

           ADD 1 TO WS-CASES-REVIEWED
           PERFORM 3900-DISPLAY-CASE THRU 3900-EXIT
           IF SCRN-RAISED-BY = USERNAME
               DISPLAY "WLREV1: OWN CASE - LEFT FOR ANOTHER REVIEWER"
               PERFORM 3110-READ-NEXT-CASE THRU 3110-EXIT
               GO TO 3200-EXIT
           END-IF

           DISPLAY "Clear, confirm hit, or skip (C/H/S): "
           ACCEPT WS-DECISION
           IF NOT WS-DECISION-CLEAR
              AND NOT WS-DECISION-CONFIRM
               DISPLAY "WLREV1: LEFT PENDING REVIEW"
               PERFORM 3110-READ-NEXT-CASE THRU 3110-EXIT
               GO TO 3200-EXIT
           END-IF
           DISPLAY "Enter reason for the decision (30 chars): "
           ACCEPT WS-REASON-ENTRY
           IF WS-REASON-ENTRY = SPACES
               DISPLAY "WLREV1: A REASON IS REQUIRED - LEFT PENDING "
                       "REVIEW"
               PERFORM 3110-READ-NEXT-CASE THRU 3110-EXIT
               GO TO 3200-EXIT
           END-IF

           IF WS-DECISION-CLEAR
               PERFORM 3300-CLEAR-CASE THRU 3300-EXIT
           ELSE
               PERFORM 3400-CONFIRM-HIT THRU 3400-EXIT
           END-IF
           IF RETURN-CODE NOT < RC-ABEND-WORTHY
               SET WS-END-OF-FILE TO TRUE
               GO TO 3200-EXIT
           END-IF
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 3110-READ-NEXT-CASE THRU 3110-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3300-CLEAR-CASE - the held ADD or name CHANGE is carried    *
      *    out now.  An ADD whose id has been taken since stays        *
      *    pending; a CHANGE whose name has moved since is cleared     *
      *    but not applied, and must be keyed again                    *
      *----------------------------------------------------------------*
       3300-CLEAR-CASE.
           MOVE SPACES TO WS-MASTER-NOTE
           EVALUATE TRUE
               WHEN SCRN-FROM-ADD
                   PERFORM 3310-MAKE-HELD-ADD THRU 3310-EXIT
               WHEN SCRN-FROM-NAME-CHANGE
                   PERFORM 3320-MAKE-HELD-CHANGE THRU 3320-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3300-EXIT
           END-IF

           SET SCRN-CLEARED TO TRUE
           PERFORM 3800-SAVE-DECISION THRU 3800-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO WS-CASES-CLEARED
           DISPLAY "WLREV1: CUSTOMER " SCRN-CUST-ID " CLEARED "
                   WS-MASTER-NOTE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "WLREV CLEARED CUST=" DELIMITED BY SIZE
                  SCRN-CUST-ID DELIMITED BY SIZE
                  " ENTRY=" DELIMITED BY SIZE
                  SCRN-ENTRY-ID DELIMITED BY SIZE
                  " SRC=" DELIMITED BY SIZE
                  SCRN-SOURCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(SCRN-DECISION-REASON)
                      DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3310-MAKE-HELD-ADD - the customer exactly as CUSTMNT1       *
      *    would have written it                                       *
      *----------------------------------------------------------------*
       3310-MAKE-HELD-ADD.
           MOVE SCRN-HELD-IMAGE TO CUSTOMER-RECORD
           WRITE CUSTOMER-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF CF-STATUS-DUPLICATE
               DISPLAY "WLREV1: CUSTOMER " SCRN-CUST-ID
                       " HAS BEEN ADDED SINCE - CASE LEFT PENDING"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "WLREV CLEAR REFUSED ID TAKEN CUST="
                       DELIMITED BY SIZE
                      SCRN-CUST-ID DELIMITED BY SIZE
                      INTO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3310-EXIT
           END-IF
           IF NOT CF-STATUS-OK
               DISPLAY "WLREV1: CUSTOMER WRITE FAILED "
                       CF-FILE-STATUS " - CASE LEFT PENDING"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "WLREV ADD WRITE FAILED CUST=" DELIMITED BY SIZE
                      SCRN-CUST-ID DELIMITED BY SIZE
                      INTO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3310-EXIT
           END-IF
           MOVE 'A' TO CJRNWRT-ACTION
           PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT
           MOVE "- HELD ADD MADE" TO WS-MASTER-NOTE.
       3310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3320-MAKE-HELD-CHANGE - only the name is applied, to the    *
      *    current record, so postings since the change are kept       *
      *----------------------------------------------------------------*
       3320-MAKE-HELD-CHANGE.
           MOVE SCRN-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "- CUSTOMER NO LONGER ON FILE"
                       TO WS-MASTER-NOTE
                   GO TO 3320-EXIT
           END-READ
           IF CUST-NAME NOT = SCRN-PRIOR-NAME
               MOVE "- NAME MOVED SINCE, KEY AGAIN" TO WS-MASTER-NOTE
               GO TO 3320-EXIT
           END-IF
           MOVE SCRN-SCREENED-NAME TO CUST-NAME
           REWRITE CUSTOMER-RECORD
           IF NOT CF-STATUS-OK
               DISPLAY "WLREV1: CUSTOMER REWRITE FAILED "
                       CF-FILE-STATUS " - CASE LEFT PENDING"
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "WLREV CHANGE REWRITE FAILED CUST="
                       DELIMITED BY SIZE
                      SCRN-CUST-ID DELIMITED BY SIZE
                      INTO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3320-EXIT
           END-IF
           MOVE 'C' TO CJRNWRT-ACTION
           PERFORM 8500-WRITE-JOURNAL THRU 8500-EXIT
           MOVE "- HELD NAME CHANGE MADE" TO WS-MASTER-NOTE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "WLREV CHANGE CUST=" DELIMITED BY SIZE
                  SCRN-CUST-ID DELIMITED BY SIZE
                  " NAME FROM " DELIMITED BY SIZE
                  FUNCTION TRIM(SCRN-PRIOR-NAME) DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  FUNCTION TRIM(SCRN-SCREENED-NAME) DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3400-CONFIRM-HIT - nothing held is carried out; an account  *
      *    on the master is blocked from posting from now on           *
      *----------------------------------------------------------------*
       3400-CONFIRM-HIT.
           SET SCRN-CONFIRMED-HIT TO TRUE
           PERFORM 3800-SAVE-DECISION THRU 3800-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3400-EXIT
           END-IF
           ADD 1 TO WS-CASES-CONFIRMED
           EVALUATE TRUE
               WHEN SCRN-FROM-ADD
                   MOVE "- ADD NOT MADE" TO WS-MASTER-NOTE
               WHEN SCRN-FROM-NAME-CHANGE
                   MOVE "- POSTING BLOCKED, NAME KEPT" TO WS-MASTER-NOTE
               WHEN OTHER
                   MOVE "- POSTING BLOCKED" TO WS-MASTER-NOTE
           END-EVALUATE
           DISPLAY "WLREV1: CUSTOMER " SCRN-CUST-ID
                   " CONFIRMED HIT " WS-MASTER-NOTE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "WLREV CONFIRMED HIT CUST=" DELIMITED BY SIZE
                  SCRN-CUST-ID DELIMITED BY SIZE
                  " ENTRY=" DELIMITED BY SIZE
                  SCRN-ENTRY-ID DELIMITED BY SIZE
                  " LIST=" DELIMITED BY SIZE
                  SCRN-LIST-NAME DELIMITED BY SIZE
                  " SRC=" DELIMITED BY SIZE
                  SCRN-SOURCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(SCRN-DECISION-REASON)
                      DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3500-RELEASE-HIT - a second person lifts the block the      *
      *    confirming reviewer put on                                  *
      *----------------------------------------------------------------*
       3500-RELEASE-HIT.
           PERFORM 3700-READ-TARGET-CASE THRU 3700-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3500-EXIT
           END-IF
           PERFORM 3900-DISPLAY-CASE THRU 3900-EXIT
           IF NOT SCRN-CONFIRMED-HIT
               DISPLAY "WLREV1: CASE IS NOT A CONFIRMED HIT - "
                       "NOTHING TO RELEASE"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "WLREV RELEASE NOT A HIT CUST=" DELIMITED BY SIZE
                      SCRN-CUST-ID DELIMITED BY SIZE
                      INTO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3500-EXIT
           END-IF
           IF SCRN-DECIDED-BY = USERNAME
               DISPLAY "WLREV1: YOU CONFIRMED THIS HIT - RELEASE "
                       "REFUSED, ANOTHER REVIEWER MUST RELEASE IT"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "WLREV RELEASE OWN HIT CUST=" DELIMITED BY SIZE
                      SCRN-CUST-ID DELIMITED BY SIZE
                      INTO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3500-EXIT
           END-IF

           DISPLAY "Enter reason for the release (30 chars): "
           ACCEPT WS-REASON-ENTRY
           IF WS-REASON-ENTRY = SPACES
               DISPLAY "WLREV1: A REASON IS REQUIRED - NOT RELEASED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "WLREV RELEASE NO REASON CUST=" DELIMITED BY SIZE
                      SCRN-CUST-ID DELIMITED BY SIZE
                      INTO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3500-EXIT
           END-IF
           DISPLAY "Release the block on " SCRN-CUST-ID " (Y/N): "
           ACCEPT WS-CONFIRM
           IF NOT WS-CONFIRM-YES
               DISPLAY "WLREV1: NOTHING RELEASED"
               GO TO 3500-EXIT
           END-IF

           MOVE SCRN-DECIDED-BY TO WS-CONFIRMED-BY
           SET SCRN-CLEARED TO TRUE
           PERFORM 3800-SAVE-DECISION THRU 3800-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3500-EXIT
           END-IF
           DISPLAY "WLREV1: CUSTOMER " SCRN-CUST-ID
                   " RELEASED - POSTING RESUMES"
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "WLREV RELEASED CUST=" DELIMITED BY SIZE
                  SCRN-CUST-ID DELIMITED BY SIZE
                  " ENTRY=" DELIMITED BY SIZE
                  SCRN-ENTRY-ID DELIMITED BY SIZE
                  " CONFIRMED BY=" DELIMITED BY SIZE
                  WS-CONFIRMED-BY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(SCRN-DECISION-REASON)
                      DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3600-INQUIRE-CASE.
           PERFORM 3700-READ-TARGET-CASE THRU 3700-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3600-EXIT
           END-IF
           PERFORM 3900-DISPLAY-CASE THRU 3900-EXIT
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "WLREV INQUIRE CUST=" DELIMITED BY SIZE
                  SCRN-CUST-ID DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3700-READ-TARGET-CASE.
           DISPLAY "Enter customer id (6 chars): "
           ACCEPT WS-TARGET-CUST-ID
           MOVE WS-TARGET-CUST-ID TO SCRN-CUST-ID
           READ SCREEN-CASE-FILE
               INVALID KEY
                   DISPLAY "WLREV1: NO SCREENING CASE FOR CUSTOMER "
                           WS-TARGET-CUST-ID
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE SPACES TO WS-AUDIT-TEXT
                   STRING "WLREV NO CASE CUST=" DELIMITED BY SIZE
                          WS-TARGET-CUST-ID DELIMITED BY SIZE
                          INTO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-READ.
       3700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3800-SAVE-DECISION - status set by the caller               *
      *----------------------------------------------------------------*
       3800-SAVE-DECISION.
           MOVE USERNAME TO SCRN-DECIDED-BY
           MOVE WS-TIMESTAMP TO SCRN-DECISION-TIMESTAMP
           MOVE WS-REASON-ENTRY TO SCRN-DECISION-REASON
           REWRITE SCREEN-CASE-RECORD
           IF NOT SC-STATUS-OK
               DISPLAY "WLREV1: CASE REWRITE FAILED " SC-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "WLREV CASE REWRITE FAILED CUST="
                       DELIMITED BY SIZE
                      SCRN-CUST-ID DELIMITED BY SIZE
                      INTO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-IF.
       3800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3900-DISPLAY-CASE.
           DISPLAY "WLREV1: CUSTOMER " SCRN-CUST-ID " STATUS "
                   SCRN-STATUS " SOURCE " SCRN-SOURCE
           DISPLAY "         SCREENED NAME " SCRN-SCREENED-NAME
           IF SCRN-FROM-NAME-CHANGE
               DISPLAY "         CHANGING FROM " SCRN-PRIOR-NAME
           END-IF
           DISPLAY "         LISTED AS     " SCRN-LISTED-NAME
           DISPLAY "         ENTRY " SCRN-ENTRY-ID " LIST "
                   SCRN-LIST-NAME " OF " SCRN-LIST-DATE
                   " NAMES MATCHED " SCRN-MATCH-COUNT
           DISPLAY "         RAISED BY " SCRN-RAISED-BY
                   " AT " SCRN-RAISED-TIMESTAMP
           IF SCRN-DECIDED-BY NOT = SPACES
               DISPLAY "         DECIDED BY " SCRN-DECIDED-BY
                       " AT " SCRN-DECISION-TIMESTAMP
                       " " SCRN-DECISION-REASON
           END-IF.
       3900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the operator needs a grant for     *
      *    this function, or for all of this program, on the           *
      *    entitlement file; with no file on hand nothing is allowed   *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE USERNAME TO ENTCHK-OPERATOR-ID
           MOVE "WLREV1" TO ENTCHK-PROGRAM-ID
           MOVE WS-MAINT-FUNCTION TO ENTCHK-FUNCTION
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "WLREV1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "WLREV1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "WLREV NOT ENTITLED " DELIMITED BY SIZE
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
           MOVE "WLREV1" TO AUDIT-PROGRAM-ID
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
      *    8500-WRITE-JOURNAL - a cleared ADD or CHANGE leaves the     *
      *    same change-capture row the maintenance would have          *
      *----------------------------------------------------------------*
       8500-WRITE-JOURNAL.
           MOVE "WLREV1" TO CJRNWRT-PROGRAM-ID
           MOVE CUST-ID TO CJRNWRT-CUST-ID
           MOVE CUSTOMER-RECORD TO CJRNWRT-AFTER-IMAGE
           CALL "CJRNWRT1" USING CJRNWRT-PARMS.
       8500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-PIN-SECURITY-OPEN
               CLOSE PIN-SECURITY-FILE
           END-IF
           IF WS-CASE-FILE-OPEN
               CLOSE SCREEN-CASE-FILE
           END-IF
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-OS-AUDIT-OPEN
               CLOSE OS-AUDIT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
