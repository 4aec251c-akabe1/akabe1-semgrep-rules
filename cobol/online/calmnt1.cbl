      *          period-end flags are recomputed from the date, and   *
      *          a holiday is keyed as day type H)                    *
      *    ROLL  advance the business date one calendar day, with     *
      *          weekend and period-end attributes recomputed; the    *
      *          day is typed H when it is on the holiday file        *
      *    HOLADD   add a bank holiday to HOLIDAY-FILE                *
      *    HOLDEL   remove a bank holiday from HOLIDAY-FILE           *
      *    HOLLIST  show every holiday on file                        *
      *                                                                *
      *  The holiday file is what BUSDATE1 rolls a scheduled date      *
      *  forward over, so it has to be keyed ahead of the dates it     *
      *  affects, not on the night itself.                             *
      *                                                                *
      *  Supervisor class required; every change is audited.           *
      *------------------------------------------------------------------
      *                   the time of day instead of a date-only
      *                   value, so the reconciliation window and the
      *                   shift-window scan see these records.
      *  2026-10-15 JHM   Added HOLADD, HOLDEL and HOLLIST to keep
      *                   the bank-holiday file the standing-
      *                   instruction schedules roll over; ROLL now
      *                   types a date on that file as a holiday.
      *  2026-10-15 JHM   Each function is now checked against the
      *                   operator's entitlements through ENTCHK1
      *                   before it is performed; an operator without
      *                   a grant is refused and the refusal audited.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT1.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CA-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO HOLIDAY-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOL-DATE
               FILE STATUS IS HL-FILE-STATUS.

           SELECT OS-AUDIT-FILE ASSIGN TO OSAUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-FILE-STATUS.
       FD  CALENDAR-FILE.
           COPY "calrec.cpy".

       FD  HOLIDAY-FILE.
           COPY "holrec.cpy".

       FD  OS-AUDIT-FILE.
           COPY "auditrec.cpy".
      *----------------------------------------------------------------*
           88  PS-STATUS-OK                   VALUE '00'.
       77  CA-FILE-STATUS               PIC X(02).
           88  CA-STATUS-OK                   VALUE '00'.
       77  HL-FILE-STATUS               PIC X(02).
           88  HL-STATUS-OK                   VALUE '00'.
       77  OA-FILE-STATUS               PIC X(02).
           88  OA-STATUS-OK                   VALUE '00'.

           88  WS-PIN-SECURITY-OPEN          VALUE 'Y'.
       77  WS-OS-AUDIT-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-OS-AUDIT-OPEN              VALUE 'Y'.
       77  WS-HOLIDAY-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-HOLIDAY-OPEN               VALUE 'Y'.
       77  WS-LIST-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-LIST-AT-EOF                VALUE 'Y'.
       77  WS-LISTED-COUNT              PIC 9(04) COMP-3 VALUE 0.
       77  WS-HOLIDAY-NAME              PIC X(30).

       77  WS-TODAY-DATE                PIC 9(08).
       77  WS-TIMESTAMP                 PIC 9(14).
           88  WS-FUNC-SHOW                  VALUE "SHOW    ".
           88  WS-FUNC-SET                   VALUE "SET     ".
           88  WS-FUNC-ROLL                  VALUE "ROLL    ".
           88  WS-FUNC-HOLADD                VALUE "HOLADD  ".
           88  WS-FUNC-HOLDEL                VALUE "HOLDEL  ".
           88  WS-FUNC-HOLLIST               VALUE "HOLLIST ".
       77  WS-NEW-DATE                  PIC 9(08).
       77  WS-NEW-DATE-X                PIC X(08).
       77  WS-ROUNDTRIP-DATE            PIC 9(08).

       COPY "pinval.cpy".
       COPY "pinmask.cpy".
       COPY "entchk.cpy".
       COPY "retcode.cpy".
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
      *    3000-PERFORM-FUNCTION                                       *
      *----------------------------------------------------------------*
       3000-PERFORM-FUNCTION.
           DISPLAY "Enter function (SHOW, SET, ROLL, HOLADD, "
                   "HOLDEL, HOLLIST): "
           ACCEPT WS-CAL-FUNCTION
           PERFORM 7500-CHECK-ENTITLEMENT THRU 7500-EXIT
           IF ENTCHK-NOT-ENTITLED
               GO TO 3000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-FUNC-SHOW
                   PERFORM 3200-SET-CALENDAR THRU 3200-EXIT
               WHEN WS-FUNC-ROLL
                   PERFORM 3300-ROLL-CALENDAR THRU 3300-EXIT
               WHEN WS-FUNC-HOLADD
                   PERFORM 3400-ADD-HOLIDAY THRU 3400-EXIT
               WHEN WS-FUNC-HOLDEL
                   PERFORM 3500-DELETE-HOLIDAY THRU 3500-EXIT
               WHEN WS-FUNC-HOLLIST
                   PERFORM 3600-LIST-HOLIDAYS THRU 3600-EXIT
               WHEN OTHER
                   DISPLAY "CALMNT1: FUNCTION NOT RECOGNIZED"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           EXIT.
      *----------------------------------------------------------------*
      *    3300-ROLL-CALENDAR - one day forward, weekend and period    *
      *    flags recomputed; a weekday on the holiday file is typed H  *
      *----------------------------------------------------------------*
       3300-ROLL-CALENDAR.
           OPEN INPUT CALENDAR-FILE
               SET WCA-WEEKEND TO TRUE
           ELSE
               SET WCA-BUSINESS-DAY TO TRUE
               OPEN INPUT HOLIDAY-FILE
               IF HL-STATUS-OK
                   MOVE WCA-BUSINESS-DATE TO HOL-DATE
                   READ HOLIDAY-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   IF HL-STATUS-OK
                       SET WCA-HOLIDAY TO TRUE
                   END-IF
                   CLOSE HOLIDAY-FILE
               END-IF
           END-IF
           PERFORM 4000-COMPUTE-PERIOD-FLAGS THRU 4000-EXIT
           PERFORM 5000-WRITE-CALENDAR THRU 5000-EXIT
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3400-ADD-HOLIDAY - the date must be real and not already    *
      *    on file; weekends are refused since they roll anyway        *
      *----------------------------------------------------------------*
       3400-ADD-HOLIDAY.
           PERFORM 3900-ACCEPT-HOLIDAY-DATE THRU 3900-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3400-EXIT
           END-IF
           COMPUTE WS-DOW-WORK = WS-DATE-INTEGER - 1
           DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-QUOTIENT
               REMAINDER WS-DOW
           IF WS-DOW > 4
               DISPLAY "CALMNT1: " WS-NEW-DATE " IS A WEEKEND - "
                       "NO HOLIDAY NEEDED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "HOLIDAY ADD WEEKEND DATE" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3400-EXIT
           END-IF
           DISPLAY "Enter holiday name (30 chars): "
           ACCEPT WS-HOLIDAY-NAME
           IF WS-HOLIDAY-NAME = SPACES
               DISPLAY "CALMNT1: HOLIDAY NAME IS REQUIRED"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "HOLIDAY ADD NO NAME" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3400-EXIT
           END-IF

           PERFORM 3950-OPEN-HOLIDAY-FILE THRU 3950-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3400-EXIT
           END-IF
           MOVE SPACES TO HOLIDAY-RECORD
           MOVE WS-NEW-DATE TO HOL-DATE
           MOVE WS-HOLIDAY-NAME TO HOL-NAME
           MOVE USERNAME TO HOL-ADDED-BY
           MOVE WS-TODAY-DATE TO HOL-ADDED-DATE
           WRITE HOLIDAY-RECORD
               INVALID KEY
                   DISPLAY "CALMNT1: " WS-NEW-DATE
                           " IS ALREADY A HOLIDAY"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "HOLIDAY ADD DUPLICATE" TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                   GO TO 3400-EXIT
           END-WRITE
           DISPLAY "CALMNT1: HOLIDAY " WS-NEW-DATE " ADDED"
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "HOLIDAY ADDED " DELIMITED BY SIZE
                  WS-NEW-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HOLIDAY-NAME DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3500-DELETE-HOLIDAY.
           PERFORM 3900-ACCEPT-HOLIDAY-DATE THRU 3900-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3500-EXIT
           END-IF
           PERFORM 3950-OPEN-HOLIDAY-FILE THRU 3950-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3500-EXIT
           END-IF
           MOVE WS-NEW-DATE TO HOL-DATE
           DELETE HOLIDAY-FILE
               INVALID KEY
                   DISPLAY "CALMNT1: " WS-NEW-DATE
                           " IS NOT A HOLIDAY ON FILE"
                   MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
                   MOVE "HOLIDAY DELETE NOT FOUND" TO WS-AUDIT-TEXT
                   PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
                   GO TO 3500-EXIT
           END-DELETE
           DISPLAY "CALMNT1: HOLIDAY " WS-NEW-DATE " REMOVED"
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "HOLIDAY REMOVED " DELIMITED BY SIZE
                  WS-NEW-DATE DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3600-LIST-HOLIDAYS.
           PERFORM 3950-OPEN-HOLIDAY-FILE THRU 3950-EXIT
           IF RETURN-CODE NOT = RC-CLEAN
               GO TO 3600-EXIT
           END-IF
           MOVE 0 TO WS-LISTED-COUNT
           MOVE 'N' TO WS-LIST-EOF-SW
           MOVE 0 TO HOL-DATE
           START HOLIDAY-FILE
               KEY IS NOT LESS THAN HOL-DATE
               INVALID KEY SET WS-LIST-AT-EOF TO TRUE
           END-START
           PERFORM 3610-LIST-ONE-HOLIDAY THRU 3610-EXIT
               UNTIL WS-LIST-AT-EOF
           DISPLAY "CALMNT1: " WS-LISTED-COUNT " HOLIDAY(S) ON FILE"
           MOVE "HOLIDAY LIST" TO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       3600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3610-LIST-ONE-HOLIDAY.
           READ HOLIDAY-FILE NEXT
               AT END
                   SET WS-LIST-AT-EOF TO TRUE
                   GO TO 3610-EXIT
           END-READ
           ADD 1 TO WS-LISTED-COUNT
           DISPLAY HOL-DATE " " HOL-NAME
                   " BY " HOL-ADDED-BY " ON " HOL-ADDED-DATE.
       3610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3900-ACCEPT-HOLIDAY-DATE - shared prompt for HOLADD and     *
      *    HOLDEL, proved a real date through 4500                     *
      *----------------------------------------------------------------*
       3900-ACCEPT-HOLIDAY-DATE.
           DISPLAY "Enter holiday date (YYYYMMDD): "
           ACCEPT WS-NEW-DATE-X
           IF WS-NEW-DATE-X IS NOT NUMERIC
               DISPLAY "CALMNT1: HOLIDAY DATE MUST BE NUMERIC "
                       "YYYYMMDD"
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               MOVE "HOLIDAY BAD DATE" TO WS-AUDIT-TEXT
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
               GO TO 3900-EXIT
           END-IF
           MOVE WS-NEW-DATE-X TO WS-NEW-DATE
           PERFORM 4500-VALIDATE-CALENDAR-DATE THRU 4500-EXIT.
       3900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3950-OPEN-HOLIDAY-FILE - opened I-O only for the holiday    *
      *    functions and closed at end of job                          *
      *----------------------------------------------------------------*
       3950-OPEN-HOLIDAY-FILE.
           OPEN I-O HOLIDAY-FILE
           IF HL-STATUS-OK
               SET WS-HOLIDAY-OPEN TO TRUE
           ELSE
               DISPLAY "CALMNT1: HOLIDAY-FILE OPEN FAILED "
                       HL-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF.
       3950-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-COMPUTE-PERIOD-FLAGS - month-end when tomorrow is a    *
      *    new month; quarter-end when that month closes a quarter     *
      *----------------------------------------------------------------*
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-CHECK-ENTITLEMENT - the operator needs a grant for     *
      *    this function, or for all of this program, on the           *
      *    entitlement file; with no file on hand nothing is allowed   *
      *----------------------------------------------------------------*
       7500-CHECK-ENTITLEMENT.
           MOVE USERNAME TO ENTCHK-OPERATOR-ID
           MOVE "CALMNT1" TO ENTCHK-PROGRAM-ID
           MOVE WS-CAL-FUNCTION TO ENTCHK-FUNCTION
           CALL "ENTCHK1" USING ENTCHK-PARMS
           IF ENTCHK-ENTITLED
               GO TO 7500-EXIT
           END-IF
           IF ENTCHK-NO-FILE
               DISPLAY "CALMNT1: ENTITLEMENT FILE NOT AVAILABLE - "
                       "FUNCTION REFUSED"
           ELSE
               DISPLAY "CALMNT1: OPERATOR NOT ENTITLED TO "
                       ENTCHK-FUNCTION
           END-IF
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "CALENDAR NOT ENTITLED " DELIMITED BY SIZE
                  ENTCHK-FUNCTION DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD                                     *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-RECORD.
           IF WS-PIN-SECURITY-OPEN
               CLOSE PIN-SECURITY-FILE
           END-IF
           IF WS-HOLIDAY-OPEN
               CLOSE HOLIDAY-FILE
           END-IF
           IF WS-OS-AUDIT-OPEN
               CLOSE OS-AUDIT-FILE
           END-IF.
