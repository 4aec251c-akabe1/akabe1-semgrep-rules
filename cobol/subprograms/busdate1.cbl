      *  programs call this in place of ACCEPT ... FROM DATE; a cycle  *
      *  running past midnight or a rerun the next morning keeps the   *
      *  night it belongs to.                                          *
      *                                                                *
      *  A caller that sets BUSDATE-FUNC-ROLL-FORWARD gets the date in *
      *  BUSDATE-ROLL-DATE moved forward to the first business day on  *
      *  or after it instead: a Saturday, a Sunday, or a date on the   *
      *  keyed HOLIDAY-FILE is not a business day.  Without a holiday  *
      *  file only weekends roll.  The calendar fields are left as     *
      *  they were and the function resets to the default.             *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *                   parameters before the CLOSE - the record
      *                   area is unavailable after CLOSE, and every
      *                   batch program takes its date from this.
      *  2026-10-15 JHM   Added the roll-forward function for the
      *                   standing-instruction schedules - weekends
      *                   and the holidays on HOLIDAY-FILE roll to
      *                   the next business day.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDATE1.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CA-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO HOLIDAY-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOL-DATE
               FILE STATUS IS HL-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY "calrec.cpy".

       FD  HOLIDAY-FILE.
           COPY "holrec.cpy".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CA-FILE-STATUS              PIC X(02).
           88  CA-STATUS-OK                  VALUE '00'.
       77  HL-FILE-STATUS              PIC X(02).
           88  HL-STATUS-OK                  VALUE '00'.
       77  WS-HOLIDAY-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-HOLIDAY-OPEN               VALUE 'Y'.
       77  WS-ROLL-SETTLED-SW          PIC X(01) VALUE 'N'.
           88  WS-ROLL-SETTLED               VALUE 'Y'.
       77  WS-ROLL-TRIES               PIC 9(03) COMP-3.
       77  WS-ROLL-MAX-TRIES           PIC 9(03) COMP-3 VALUE 31.
       77  WS-DATE-INTEGER             PIC S9(09) COMP.
       77  WS-ROUNDTRIP-DATE           PIC 9(08).
       77  WS-DOW                      PIC 9(01).
       77  WS-DOW-WORK                 PIC S9(09) COMP.
       77  WS-DOW-QUOTIENT             PIC S9(09) COMP.
       LINKAGE SECTION.
       COPY "busdate.cpy".
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           IF BUSDATE-FUNC-ROLL-FORWARD
               PERFORM 3000-ROLL-FORWARD THRU 3000-EXIT
               SET BUSDATE-FUNC-CURRENT TO TRUE
               GO TO 0000-EXIT
           END-IF

           OPEN INPUT CALENDAR-FILE
           IF NOT CA-STATUS-OK
               PERFORM 2000-SYSTEM-DATE-FALLBACK THRU 2000-EXIT
           SET BUSDATE-FROM-SYSTEM TO TRUE.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-ROLL-FORWARD - a date that is not a real calendar      *
      *    date comes back untouched; otherwise one day at a time      *
      *    until the date is neither a weekend nor a holiday           *
      *----------------------------------------------------------------*
       3000-ROLL-FORWARD.
           IF BUSDATE-ROLL-DATE < 16010101
               GO TO 3000-EXIT
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(BUSDATE-ROLL-DATE)
           IF WS-DATE-INTEGER <= 0
               GO TO 3000-EXIT
           END-IF
           COMPUTE WS-ROUNDTRIP-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           IF WS-ROUNDTRIP-DATE NOT = BUSDATE-ROLL-DATE
               GO TO 3000-EXIT
           END-IF

           MOVE 'N' TO WS-HOLIDAY-OPEN-SW
           OPEN INPUT HOLIDAY-FILE
           IF HL-STATUS-OK
               SET WS-HOLIDAY-OPEN TO TRUE
           END-IF
           MOVE 'N' TO WS-ROLL-SETTLED-SW
           MOVE 0 TO WS-ROLL-TRIES
           PERFORM 3100-TEST-ONE-DAY THRU 3100-EXIT
               UNTIL WS-ROLL-SETTLED
                  OR WS-ROLL-TRIES > WS-ROLL-MAX-TRIES
           IF WS-HOLIDAY-OPEN
               CLOSE HOLIDAY-FILE
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3100-TEST-ONE-DAY - day 1 of the integer calendar is a      *
      *    Monday, so a remainder of 5 or 6 is the weekend             *
      *----------------------------------------------------------------*
       3100-TEST-ONE-DAY.
           ADD 1 TO WS-ROLL-TRIES
           COMPUTE WS-DOW-WORK = WS-DATE-INTEGER - 1
           DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-QUOTIENT
               REMAINDER WS-DOW
           IF WS-DOW < 5
               SET WS-ROLL-SETTLED TO TRUE
               IF WS-HOLIDAY-OPEN
                   MOVE BUSDATE-ROLL-DATE TO HOL-DATE
                   READ HOLIDAY-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   IF HL-STATUS-OK
                       MOVE 'N' TO WS-ROLL-SETTLED-SW
                   END-IF
               END-IF
           END-IF
           IF NOT WS-ROLL-SETTLED
               ADD 1 TO WS-DATE-INTEGER
               COMPUTE BUSDATE-ROLL-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           END-IF.
       3100-EXIT.
           EXIT.
