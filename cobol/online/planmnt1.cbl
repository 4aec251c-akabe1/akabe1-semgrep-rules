      *================================================================*
      *  PLANMNT1                                                      *
      *  Pricing-plan maintenance against the keyed                    *
      *  PRICING-PLAN-FILE, run the same way RATEMNT1 maintains the    *
      *  base interest rate.  Functions:                               *
      *                                                                *
      *    ADD     add an effective-dated row for a plan code - its    *
      *            annual rate, base service charge, up to three       *
      *            balance tiers and its waiver conditions; the        *
      *            signed-on supervisor is recorded as the approver.   *
      *            Rows are never deleted - a new row supersedes from  *
      *            its effective date, so "what did plan P charge in   *
      *            March" stays answerable                             *
      *    LIST    show every plan row on file with its approver       *
      *                                                                *
      *  Supervisor class required; every action is audited.           *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE-WRITTEN.  2026-10-15.
      *  DATE-COMPILED.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Original version, added with customer
      *                   pricing plans.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANMNT1.
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

           SELECT PRICING-PLAN-FILE ASSIGN TO PLAN-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-KEY
               FILE STATUS IS PL-FILE-STATUS.

           SELECT OS-AUDIT-FILE ASSIGN TO OSAUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  PIN-SECURITY-FILE.
           COPY "pinsec.cpy".

       FD  PRICING-PLAN-FILE.
           COPY "planrec.cpy".

       FD  OS-AUDIT-FILE.
           COPY "auditrec.cpy".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  PS-FILE-STATUS               PIC X(02).
           88  PS-STATUS-OK                   VALUE '00'.
       77  PL-FILE-STATUS               PIC X(02).
           88  PL-STATUS-OK                   VALUE '00'.
           88  PL-STATUS-DUPLICATE            VALUE '22'.
           88  PL-STATUS-NO-FILE              VALUE '35'.
       77  OA-FILE-STATUS               PIC X(02).
           88  OA-STATUS-OK                   VALUE '00'.

       77  WS-PIN-SECURITY-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PIN-SECURITY-OPEN          VALUE 'Y'.
       77  WS-PLAN-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-PLAN-FILE-OPEN             VALUE 'Y'.
       77  WS-OS-AUDIT-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-OS-AUDIT-OPEN              VALUE 'Y'.
       77  WS-LIST-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-LIST-AT-EOF                VALUE 'Y'.
       77  WS-ENTRY-SW                  PIC X(01) VALUE 'Y'.
           88  WS-ENTRY-GOOD                 VALUE 'Y'.
           88  WS-ENTRY-BAD                  VALUE 'N'.

       77  WS-TODAY-DATE                PIC 9(08).
       77  WS-TIMESTAMP                 PIC 9(14).
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
       77  WS-PLAN-FUNCTION             PIC X(08).
           88  WS-FUNC-ADD                   VALUE "ADD     ".
           88  WS-FUNC-LIST                  VALUE "LIST    ".
       77  WS-NEW-PLAN-CODE             PIC X(01).
       77  WS-NEW-EFFECTIVE             PIC 9(08).
       77  WS-NEW-DESCRIPTION           PIC X(20).
       01  WS-RATE-ENTRY                PIC X(06).
       01  WS-RATE-ENTRY-NUM REDEFINES WS-RATE-ENTRY
                                        PIC 9(02)V9(04).
       01  WS-CHARGE-ENTRY              PIC X(05).
       01  WS-CHARGE-ENTRY-NUM REDEFINES WS-CHARGE-ENTRY
                                        PIC 9(03)V99.
       01  WS-FLOOR-ENTRY               PIC X(09).
       01  WS-FLOOR-ENTRY-NUM REDEFINES WS-FLOOR-ENTRY
                                        PIC 9(07)V99.
       01  WS-WAIVE-UNDER-ENTRY         PIC X(07).
       01  WS-WAIVE-UNDER-ENTRY-NUM REDEFINES WS-WAIVE-UNDER-ENTRY
                                        PIC 9(05)V99.
       01  WS-MONTHS-ENTRY              PIC X(02).
       01  WS-MONTHS-ENTRY-NUM REDEFINES WS-MONTHS-ENTRY
                                        PIC 9(02).
       77  WS-WAIVE-ALL-ENTRY           PIC X(01).
       77  WS-TIER-SUB                  PIC S9(04) COMP.
       77  WS-TIER-NUMBER               PIC 9(01).
       77  WS-PRIOR-FLOOR               PIC 9(07)V99.
       77  WS-BAD-ENTRY-TEXT            PIC X(30).
       77  WS-RATE-DISPLAY              PIC Z9.9999.
       77  WS-CHARGE-DISPLAY            PIC ZZ9.99.
       77  WS-FLOOR-DISPLAY             PIC Z,ZZZ,ZZ9.99.
       77  WS-WAIVE-UNDER-DISPLAY       PIC ZZ,ZZ9.99.
       77  WS-LISTED-COUNT              PIC 9(04) COMP-3 VALUE 0.
       77  WS-AUDIT-TEXT                PIC X(60).

       COPY "pinval.cpy".
       COPY "pinmask.cpy".
       COPY "entchk.cpy".
       COPY "retcode.cpy".
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
           PERFORM 2000-VALIDATE-SUPERVISOR THRU 2000-EXIT
           IF RETURN-CODE = RC-CLEAN
               PERFORM 3000-PERFORM-FUNCTION THRU 3000-EXIT
           END-IF
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - the plan file is created empty the first  *
      *    time a plan is maintained                                   *
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
           OPEN I-O PRICING-PLAN-FILE
           IF PL-STATUS-NO-FILE
               OPEN OUTPUT PRICING-PLAN-FILE
               CLOSE PRICING-PLAN-FILE
               OPEN I-O PRICING-PLAN-FILE
           END-IF
           IF PL-STATUS-OK
               SET WS-PLAN-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "PLANMNT1: PRICING-PLAN-FILE OPEN FAILED "
                       PL-FILE-STATUS
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
                   MOVE "PLAN SIGN-ON REJECTED" TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                   GO TO 2000-EXIT
           END-READ

           MOVE PIN TO PINVAL-PIN-ENTERED
           MOVE WS-TODAY-DATE TO PINVAL-TODAY-DATE
           CALL "PINVALD1" USING PINVAL-PARMS, PIN-SECURITY-RECORD
           REWRITE PIN-SECURITY-RECORD

           IF PINVAL-REJECTED
               DISPLAY "PLANMNT1: PIN REJECTED - " PINVAL-REASON
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "PLAN SIGN-ON REJECTED" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF

           IF NOT PINSEC-CLASS-SUPERVISOR
               DISPLAY "PLANMNT1: OPERATOR IS NOT A SUPERVISOR - "
                       "MAINTENANCE REFUSED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "PLAN SIGN-ON NOT SUPV" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-PERFORM-FUNCTION                                       *
      *----------------------------------------------------------------*
       3000-PERFORM-FUNCTION.
           DISPLAY "Enter function (ADD, LIST): "
           ACCEPT WS-PLAN-FUNCTION
           PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
           IF ENTCHK-NOT-ENTITLED
               GO TO 3000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-FUNC-ADD
                   PERFORM 3100-ADD-PLAN THRU 3100-EXIT
               WHEN WS-FUNC-LIST
                   PERFORM 3300-LIST-PLANS THRU 3300-EXIT
               WHEN OTHER
                   DISPLAY "PLANMNT1: FUNCTION NOT RECOGNIZED"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "PLAN BAD FUNCTION" TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-ADD-PLAN - the signed-on supervisor is the approver;   *
      *    a new row supersedes the plan's terms from its effective    *
      *    date.  Amounts left blank are taken as zero; a tier left    *
      *    blank is unused, and the tier floors that are used must     *
      *    rise from one tier to the next                              *
      *----------------------------------------------------------------*
       3100-ADD-PLAN.
           MOVE SPACES TO PRICING-PLAN-RECORD
           SET WS-ENTRY-GOOD TO TRUE

           DISPLAY "Enter plan code (one character): "
           ACCEPT WS-NEW-PLAN-CODE
           IF WS-NEW-PLAN-CODE = SPACE
               MOVE "PLAN CODE REQUIRED" TO WS-BAD-ENTRY-TEXT
               GO TO 3100-REFUSE
           END-IF
           DISPLAY "Enter effective date (YYYYMMDD, 0 = today): "
           ACCEPT WS-NEW-EFFECTIVE
           IF WS-NEW-EFFECTIVE = 0
               MOVE WS-TODAY-DATE TO WS-NEW-EFFECTIVE
           END-IF
           DISPLAY "Enter plan description: "
           ACCEPT WS-NEW-DESCRIPTION

           DISPLAY "Enter annual rate (6 digits, 4 implied "
                   "decimals, e.g. 125000 = 12.5000): "
           ACCEPT WS-RATE-ENTRY
           IF WS-RATE-ENTRY IS NOT NUMERIC
               MOVE "RATE MUST BE NUMERIC" TO WS-BAD-ENTRY-TEXT
               GO TO 3100-REFUSE
           END-IF
           DISPLAY "Enter service charge (5 digits, 2 implied "
                   "decimals, e.g. 02500 = 25.00): "
           ACCEPT WS-CHARGE-ENTRY
           IF WS-CHARGE-ENTRY = SPACES
               MOVE ZEROS TO WS-CHARGE-ENTRY
           END-IF
           IF WS-CHARGE-ENTRY IS NOT NUMERIC
               MOVE "CHARGE MUST BE NUMERIC" TO WS-BAD-ENTRY-TEXT
               GO TO 3100-REFUSE
           END-IF

           MOVE WS-NEW-PLAN-CODE TO PLAN-CODE
           MOVE WS-NEW-EFFECTIVE TO PLAN-EFFECTIVE-DATE
           MOVE WS-NEW-DESCRIPTION TO PLAN-DESCRIPTION
           MOVE WS-RATE-ENTRY-NUM TO PLAN-ANNUAL-PCT
           MOVE WS-CHARGE-ENTRY-NUM TO PLAN-SVC-CHARGE

           MOVE 0 TO WS-PRIOR-FLOOR
           PERFORM 3110-ACCEPT-ONE-TIER THRU 3110-EXIT
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 3
                  OR WS-ENTRY-BAD
           IF WS-ENTRY-BAD
               GO TO 3100-REFUSE
           END-IF

           DISPLAY "Waive the charge for every account (Y/N): "
           ACCEPT WS-WAIVE-ALL-ENTRY
           IF WS-WAIVE-ALL-ENTRY = 'Y'
               MOVE 'Y' TO PLAN-WAIVE-ALL-SW
           ELSE
               IF WS-WAIVE-ALL-ENTRY = 'N' OR SPACE
                   MOVE 'N' TO PLAN-WAIVE-ALL-SW
               ELSE
                   MOVE "WAIVE-ALL MUST BE Y OR N"
                       TO WS-BAD-ENTRY-TEXT
                   GO TO 3100-REFUSE
               END-IF
           END-IF
           DISPLAY "Waive when amount owed is under (7 digits, "
                   "2 implied decimals, blank = none): "
           ACCEPT WS-WAIVE-UNDER-ENTRY
           IF WS-WAIVE-UNDER-ENTRY = SPACES
               MOVE ZEROS TO WS-WAIVE-UNDER-ENTRY
           END-IF
           IF WS-WAIVE-UNDER-ENTRY IS NOT NUMERIC
               MOVE "WAIVE AMOUNT MUST BE NUMERIC"
                   TO WS-BAD-ENTRY-TEXT
               GO TO 3100-REFUSE
           END-IF
           DISPLAY "Waive for accounts opened within how many "
                   "months (2 digits, blank = none): "
           ACCEPT WS-MONTHS-ENTRY
           IF WS-MONTHS-ENTRY = SPACES
               MOVE ZEROS TO WS-MONTHS-ENTRY
           END-IF
           IF WS-MONTHS-ENTRY IS NOT NUMERIC
               MOVE "MONTHS MUST BE NUMERIC" TO WS-BAD-ENTRY-TEXT
               GO TO 3100-REFUSE
           END-IF
           MOVE WS-WAIVE-UNDER-ENTRY-NUM TO PLAN-WAIVE-UNDER
           MOVE WS-MONTHS-ENTRY-NUM TO PLAN-WAIVE-NEW-MONTHS
           MOVE USERNAME TO PLAN-APPROVED-BY

           WRITE PRICING-PLAN-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF PL-STATUS-DUPLICATE
               DISPLAY "PLANMNT1: THAT PLAN ALREADY CARRIES A ROW "
                       "FOR THAT EFFECTIVE DATE"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "PLAN ADD DUPLICATE DATE" TO WS-AUDIT-TEXT
           ELSE
               IF PL-STATUS-OK
                   DISPLAY "PLANMNT1: PLAN ROW ADDED"
                   MOVE SPACES TO WS-AUDIT-TEXT
                   STRING "PLAN ADD " DELIMITED BY SIZE
                          PLAN-CODE DELIMITED BY SIZE
                          " EFF " DELIMITED BY SIZE
                          PLAN-EFFECTIVE-DATE DELIMITED BY SIZE
                          " RATE " DELIMITED BY SIZE
                          WS-RATE-ENTRY DELIMITED BY SIZE
                          " CHG " DELIMITED BY SIZE
                          WS-CHARGE-ENTRY DELIMITED BY SIZE
                          INTO WS-AUDIT-TEXT
               ELSE
                   DISPLAY "PLANMNT1: ADD WRITE FAILED "
                           PL-FILE-STATUS
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
                   MOVE "PLAN ADD WRITE FAILED" TO WS-AUDIT-TEXT
               END-IF
           END-IF
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           GO TO 3100-EXIT.
       3100-REFUSE.
           DISPLAY "PLANMNT1: " WS-BAD-ENTRY-TEXT
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "PLAN ADD " DELIMITED BY SIZE
                  WS-BAD-ENTRY-TEXT DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3110-ACCEPT-ONE-TIER.
           MOVE 0 TO PLAN-TIER-FLOOR(WS-TIER-SUB)
           MOVE 0 TO PLAN-TIER-CHARGE(WS-TIER-SUB)
           MOVE WS-TIER-SUB TO WS-TIER-NUMBER
           DISPLAY "Tier " WS-TIER-NUMBER " - owed from (9 digits, "
                   "2 implied decimals, blank = unused): "
           ACCEPT WS-FLOOR-ENTRY
           IF WS-FLOOR-ENTRY = SPACES
               GO TO 3110-EXIT
           END-IF
           IF WS-FLOOR-ENTRY IS NOT NUMERIC
               MOVE "TIER FLOOR MUST BE NUMERIC" TO WS-BAD-ENTRY-TEXT
               SET WS-ENTRY-BAD TO TRUE
               GO TO 3110-EXIT
           END-IF
           IF WS-FLOOR-ENTRY-NUM = 0
               GO TO 3110-EXIT
           END-IF
           IF WS-FLOOR-ENTRY-NUM NOT > WS-PRIOR-FLOOR
               MOVE "TIER FLOORS MUST RISE" TO WS-BAD-ENTRY-TEXT
               SET WS-ENTRY-BAD TO TRUE
               GO TO 3110-EXIT
           END-IF
           DISPLAY "Tier " WS-TIER-NUMBER " - charge (5 digits, "
                   "2 implied decimals): "
           ACCEPT WS-CHARGE-ENTRY
           IF WS-CHARGE-ENTRY IS NOT NUMERIC
               MOVE "TIER CHARGE MUST BE NUMERIC" TO WS-BAD-ENTRY-TEXT
               SET WS-ENTRY-BAD TO TRUE
               GO TO 3110-EXIT
           END-IF
           MOVE WS-FLOOR-ENTRY-NUM TO PLAN-TIER-FLOOR(WS-TIER-SUB)
           MOVE WS-FLOOR-ENTRY-NUM TO WS-PRIOR-FLOOR
           MOVE WS-CHARGE-ENTRY-NUM TO PLAN-TIER-CHARGE(WS-TIER-SUB).
       3110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3300-LIST-PLANS                                             *
      *----------------------------------------------------------------*
       3300-LIST-PLANS.
           MOVE 0 TO WS-LISTED-COUNT
           MOVE 'N' TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO PLAN-KEY
           START PRICING-PLAN-FILE
               KEY IS NOT LESS THAN PLAN-KEY
               INVALID KEY SET WS-LIST-AT-EOF TO TRUE
           END-START
           PERFORM 3310-LIST-ONE-PLAN THRU 3310-EXIT
               UNTIL WS-LIST-AT-EOF
           DISPLAY "PLANMNT1: " WS-LISTED-COUNT " PLAN ROW(S) ON FILE"
           MOVE "PLAN LIST" TO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3310-LIST-ONE-PLAN.
           READ PRICING-PLAN-FILE NEXT
               AT END
                   SET WS-LIST-AT-EOF TO TRUE
                   GO TO 3310-EXIT
           END-READ
           ADD 1 TO WS-LISTED-COUNT
           MOVE PLAN-ANNUAL-PCT TO WS-RATE-DISPLAY
           MOVE PLAN-SVC-CHARGE TO WS-CHARGE-DISPLAY
           DISPLAY "PLAN " PLAN-CODE
                   " EFF " PLAN-EFFECTIVE-DATE
                   " " PLAN-DESCRIPTION
                   " RATE " WS-RATE-DISPLAY
                   " CHARGE " WS-CHARGE-DISPLAY
                   " BY " PLAN-APPROVED-BY
           PERFORM 3320-LIST-ONE-TIER THRU 3320-EXIT
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 3
           MOVE PLAN-WAIVE-UNDER TO WS-WAIVE-UNDER-DISPLAY
           DISPLAY "     WAIVE ALL " PLAN-WAIVE-ALL-SW
                   " UNDER " WS-WAIVE-UNDER-DISPLAY
                   " NEW WITHIN " PLAN-WAIVE-NEW-MONTHS " MONTHS".
       3310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3320-LIST-ONE-TIER.
           IF PLAN-TIER-FLOOR(WS-TIER-SUB) = 0
               GO TO 3320-EXIT
           END-IF
           MOVE WS-TIER-SUB TO WS-TIER-NUMBER
           MOVE PLAN-TIER-FLOOR(WS-TIER-SUB) TO WS-FLOOR-DISPLAY
           MOVE PLAN-TIER-CHARGE(WS-TIER-SUB) TO WS-CHARGE-DISPLAY
           DISPLAY "     TIER " WS-TIER-NUMBER
                   " OWED FROM " WS-FLOOR-DISPLAY
                   " CHARGE " WS-CHARGE-DISPLAY.
       3320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the operator needs a grant for     *
      *    this function, or for all of this program, on the           *
      *    entitlement file; with no file on hand nothing is allowed   *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE USERNAME TO ENTCHK-OPERATOR-ID
           MOVE "PLANMNT1" TO ENTCHK-PROGRAM-ID
           MOVE WS-PLAN-FUNCTION TO ENTCHK-FUNCTION
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "PLANMNT1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "PLANMNT1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "PLAN NOT ENTITLED " DELIMITED BY SIZE
                  ENTCHK-FUNCTION DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       7500-EXIT.
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
           MOVE "PLANMNT1" TO AUDIT-PROGRAM-ID
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
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-PIN-SECURITY-OPEN
               CLOSE PIN-SECURITY-FILE
           END-IF
           IF WS-PLAN-FILE-OPEN
               CLOSE PRICING-PLAN-FILE
           END-IF
           IF WS-OS-AUDIT-OPEN
               CLOSE OS-AUDIT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
