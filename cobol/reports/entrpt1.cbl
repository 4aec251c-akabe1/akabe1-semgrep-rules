      *================================================================*
      *  ENTRPT1                                                       *
      *  Operator entitlement review - who can do what, for the        *
      *  auditors' quarterly access review.  Part one lists every      *
      *  active grant on ENTITLEMENT-FILE by operator, with the        *
      *  operator's class, account status, and last sign-on from       *
      *  PIN-SECURITY-FILE, plus the grants revoked in the last        *
      *  quarter so the reviewer sees what was taken away as well as   *
      *  what remains.  A grant still active for an operator who is    *
      *  no longer enrolled, or whose account is disabled, is flagged  *
      *  as an exception.  Part two re-sorts the active grants by      *
      *  program and function, answering "who can CLOSE an account"    *
      *  without reading the whole of part one.                        *
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
       PROGRAM-ID. ENTRPT1.
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
           SELECT ENTITLEMENT-FILE ASSIGN TO ENTITLE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-KEY
               FILE STATUS IS EN-FILE-STATUS.

           SELECT PIN-SECURITY-FILE ASSIGN TO PINSEC-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PINSEC-USERNAME
               FILE STATUS IS PS-FILE-STATUS.

           SELECT ENTITLEMENT-REPORT ASSIGN TO ENTRPT-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  ENTITLEMENT-FILE.
           COPY "entrec.cpy".

       FD  PIN-SECURITY-FILE.
           COPY "pinsec.cpy".

       FD  ENTITLEMENT-REPORT.
       01  REPORT-LINE                 PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-GRANT-RECORD.
           05  SRT-PROGRAM-ID          PIC X(08).
           05  SRT-FUNCTION            PIC X(08).
           05  SRT-OPERATOR-ID         PIC X(10).
           05  SRT-GRANTED-BY          PIC X(10).
           05  SRT-GRANTED-DATE        PIC 9(08).
           05  SRT-EXCEPTION           PIC X(20).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  EN-FILE-STATUS               PIC X(02).
           88  EN-STATUS-OK                   VALUE '00'.
       77  PS-FILE-STATUS               PIC X(02).
           88  PS-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.

       77  WS-ENTITLEMENT-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-ENTITLEMENT-OPEN            VALUE 'Y'.
       77  WS-PIN-SECURITY-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PIN-SECURITY-OPEN           VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.
       77  WS-SORT-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-SORT-AT-EOF                 VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-QUARTER-START-DATE        PIC 9(08).
       77  WS-DATE-INTEGER              PIC S9(09) COMP.
       77  WS-CURRENT-OPERATOR          PIC X(10) VALUE SPACES.
       77  WS-CURRENT-PROGRAM           PIC X(08) VALUE SPACES.
       77  WS-OPERATOR-CLASS            PIC X(10).
       77  WS-OPERATOR-ACCOUNT          PIC X(12).
       77  WS-OPERATOR-LAST-SIGNON      PIC 9(08).
       77  WS-OPERATOR-EXCEPTION        PIC X(20).

       77  WS-OPERATORS-LISTED          PIC 9(07) COMP-3 VALUE 0.
       77  WS-ACTIVE-GRANTS             PIC 9(07) COMP-3 VALUE 0.
       77  WS-REVOKED-THIS-QUARTER      PIC 9(07) COMP-3 VALUE 0.
       77  WS-EXCEPTION-COUNT           PIC 9(07) COMP-3 VALUE 0.

       COPY "retcode.cpy".
       COPY "busdate.cpy".

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(36) VALUE
               "OPERATOR ENTITLEMENT REVIEW".
           05  FILLER                  PIC X(12) VALUE "RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(24) VALUE
               "   REVOKED SINCE : ".
           05  WS-HDR-QUARTER-START    PIC 9(08).
       01  WS-PART-1-HEADER.
           05  FILLER                  PIC X(40) VALUE
               "PART 1 - GRANTS BY OPERATOR".
       01  WS-PART-1-COLUMNS.
           05  FILLER                  PIC X(12) VALUE "OPERATOR".
           05  FILLER                  PIC X(12) VALUE "CLASS".
           05  FILLER                  PIC X(14) VALUE "ACCOUNT".
           05  FILLER                  PIC X(10) VALUE "LAST SIGN".
           05  FILLER                  PIC X(10) VALUE "PROGRAM".
           05  FILLER                  PIC X(10) VALUE "FUNCTION".
           05  FILLER                  PIC X(09) VALUE "STATUS".
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(12) VALUE "BY".
           05  FILLER                  PIC X(09) VALUE "EXCEPTION".
       01  WS-PART-2-HEADER.
           05  FILLER                  PIC X(40) VALUE
               "PART 2 - ACTIVE GRANTS BY PROGRAM".
       01  WS-PART-2-COLUMNS.
           05  FILLER                  PIC X(10) VALUE "PROGRAM".
           05  FILLER                  PIC X(10) VALUE "FUNCTION".
           05  FILLER                  PIC X(12) VALUE "OPERATOR".
           05  FILLER                  PIC X(10) VALUE "GRANTED".
           05  FILLER                  PIC X(12) VALUE "BY".
           05  FILLER                  PIC X(09) VALUE "EXCEPTION".

       01  WS-OPERATOR-LINE.
           05  WS-OPL-OPERATOR-ID      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OPL-CLASS            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OPL-ACCOUNT          PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OPL-LAST-SIGNON      PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OPL-PROGRAM-ID       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OPL-FUNCTION         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OPL-STATUS           PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OPL-DATE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OPL-BY               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OPL-EXCEPTION        PIC X(20).

       01  WS-PROGRAM-LINE.
           05  WS-PGL-PROGRAM-ID       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PGL-FUNCTION         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PGL-OPERATOR-ID      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PGL-GRANTED-DATE     PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PGL-GRANTED-BY       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PGL-EXCEPTION        PIC X(20).

       01  WS-TRAILER-LINE.
           05  FILLER                  PIC X(11) VALUE "OPERATORS:".
           05  WS-TRL-OPERATORS        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(17) VALUE
               "   ACTIVE GRANTS:".
           05  WS-TRL-ACTIVE           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(22) VALUE
               "   REVOKED THIS QTR:".
           05  WS-TRL-REVOKED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
               "   EXCEPTIONS:".
           05  WS-TRL-EXCEPTIONS       PIC ZZZ,ZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE < RC-ABEND-WORTHY
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-PROGRAM-ID
                                    SRT-FUNCTION
                                    SRT-OPERATOR-ID
                   INPUT PROCEDURE IS 2000-LIST-BY-OPERATOR
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-LIST-BY-PROGRAM
                       THRU 3000-EXIT
           END-IF
           PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - the review quarter is the ninety-two      *
      *    days ending on the business date                            *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 92
           COMPUTE WS-QUARTER-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)

           OPEN INPUT ENTITLEMENT-FILE
           IF EN-STATUS-OK
               SET WS-ENTITLEMENT-OPEN TO TRUE
           ELSE
               DISPLAY "ENTRPT1: ENTITLEMENT-FILE OPEN FAILED "
                       EN-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT PIN-SECURITY-FILE
           IF PS-STATUS-OK
               SET WS-PIN-SECURITY-OPEN TO TRUE
           ELSE
               DISPLAY "ENTRPT1: PIN-SECURITY-FILE OPEN FAILED "
                       PS-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT ENTITLEMENT-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "ENTRPT1: ENTITLEMENT-REPORT OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-QUARTER-START-DATE TO WS-HDR-QUARTER-START
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PART-1-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PART-1-COLUMNS TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-LIST-BY-OPERATOR - key order is operator order; each   *
      *    active grant is also released to the sort for part two      *
      *----------------------------------------------------------------*
       2000-LIST-BY-OPERATOR.
           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO ENT-KEY
           START ENTITLEMENT-FILE
               KEY IS NOT LESS THAN ENT-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 2100-LIST-ONE-ROW THRU 2100-EXIT
               UNTIL WS-END-OF-FILE.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-LIST-ONE-ROW.
           READ ENTITLEMENT-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF ENT-REVOKED
            AND ENT-REVOKED-DATE < WS-QUARTER-START-DATE
               GO TO 2100-EXIT
           END-IF

           MOVE SPACES TO WS-OPERATOR-LINE
           IF ENT-OPERATOR-ID NOT = WS-CURRENT-OPERATOR
               PERFORM 2200-LOOK-UP-OPERATOR THRU 2200-EXIT
               MOVE ENT-OPERATOR-ID TO WS-OPL-OPERATOR-ID
               MOVE WS-OPERATOR-CLASS TO WS-OPL-CLASS
               MOVE WS-OPERATOR-ACCOUNT TO WS-OPL-ACCOUNT
               MOVE WS-OPERATOR-LAST-SIGNON TO WS-OPL-LAST-SIGNON
           END-IF
           MOVE ENT-PROGRAM-ID TO WS-OPL-PROGRAM-ID
           MOVE ENT-FUNCTION TO WS-OPL-FUNCTION

           IF ENT-ACTIVE
               ADD 1 TO WS-ACTIVE-GRANTS
               MOVE "ACTIVE" TO WS-OPL-STATUS
               MOVE ENT-GRANTED-DATE TO WS-OPL-DATE
               MOVE ENT-GRANTED-BY TO WS-OPL-BY
               MOVE WS-OPERATOR-EXCEPTION TO WS-OPL-EXCEPTION
               IF WS-OPERATOR-EXCEPTION NOT = SPACES
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
               MOVE ENT-PROGRAM-ID TO SRT-PROGRAM-ID
               MOVE ENT-FUNCTION TO SRT-FUNCTION
               MOVE ENT-OPERATOR-ID TO SRT-OPERATOR-ID
               MOVE ENT-GRANTED-BY TO SRT-GRANTED-BY
               MOVE ENT-GRANTED-DATE TO SRT-GRANTED-DATE
               MOVE WS-OPERATOR-EXCEPTION TO SRT-EXCEPTION
               RELEASE SORT-GRANT-RECORD
           ELSE
               ADD 1 TO WS-REVOKED-THIS-QUARTER
               MOVE "REVOKED" TO WS-OPL-STATUS
               MOVE ENT-REVOKED-DATE TO WS-OPL-DATE
               MOVE ENT-REVOKED-BY TO WS-OPL-BY
           END-IF
           MOVE WS-OPERATOR-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-LOOK-UP-OPERATOR - a grant is only as good as the      *
      *    account behind it                                           *
      *----------------------------------------------------------------*
       2200-LOOK-UP-OPERATOR.
           MOVE ENT-OPERATOR-ID TO WS-CURRENT-OPERATOR
           ADD 1 TO WS-OPERATORS-LISTED
           MOVE SPACES TO WS-OPERATOR-EXCEPTION
           MOVE 0 TO WS-OPERATOR-LAST-SIGNON
           MOVE ENT-OPERATOR-ID TO PINSEC-USERNAME
           READ PIN-SECURITY-FILE
               INVALID KEY
                   MOVE SPACES TO WS-OPERATOR-CLASS
                   MOVE "NOT ENROLLED" TO WS-OPERATOR-ACCOUNT
                   MOVE "NOT ON PIN FILE" TO WS-OPERATOR-EXCEPTION
                   GO TO 2200-EXIT
           END-READ

           IF PINSEC-CLASS-SUPERVISOR
               MOVE "SUPERVISOR" TO WS-OPERATOR-CLASS
           ELSE
               MOVE "OPERATOR" TO WS-OPERATOR-CLASS
           END-IF
           IF PINSEC-ACCT-DISABLED
               MOVE "DISABLED" TO WS-OPERATOR-ACCOUNT
               MOVE "ACCOUNT DISABLED" TO WS-OPERATOR-EXCEPTION
           ELSE
               MOVE "ACTIVE" TO WS-OPERATOR-ACCOUNT
           END-IF
           MOVE PINSEC-LAST-SIGNON-DATE TO WS-OPERATOR-LAST-SIGNON.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-LIST-BY-PROGRAM - program id printed once per group    *
      *----------------------------------------------------------------*
       3000-LIST-BY-PROGRAM.
           IF NOT WS-REPORT-OPEN
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PART-2-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PART-2-COLUMNS TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE SPACES TO WS-CURRENT-PROGRAM
           PERFORM 3100-LIST-ONE-GRANT THRU 3100-EXIT
               UNTIL WS-SORT-AT-EOF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-LIST-ONE-GRANT.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-AT-EOF TO TRUE
                   GO TO 3100-EXIT
           END-RETURN
           MOVE SPACES TO WS-PROGRAM-LINE
           IF SRT-PROGRAM-ID NOT = WS-CURRENT-PROGRAM
               MOVE SRT-PROGRAM-ID TO WS-CURRENT-PROGRAM
               MOVE SRT-PROGRAM-ID TO WS-PGL-PROGRAM-ID
           END-IF
           MOVE SRT-FUNCTION TO WS-PGL-FUNCTION
           MOVE SRT-OPERATOR-ID TO WS-PGL-OPERATOR-ID
           MOVE SRT-GRANTED-DATE TO WS-PGL-GRANTED-DATE
           MOVE SRT-GRANTED-BY TO WS-PGL-GRANTED-BY
           MOVE SRT-EXCEPTION TO WS-PGL-EXCEPTION
           MOVE WS-PROGRAM-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-WRITE-TRAILER - a grant outliving its account is a     *
      *    finding for the reviewers                                   *
      *----------------------------------------------------------------*
       4000-WRITE-TRAILER.
           IF NOT WS-REPORT-OPEN
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OPERATORS-LISTED TO WS-TRL-OPERATORS
           MOVE WS-ACTIVE-GRANTS TO WS-TRL-ACTIVE
           MOVE WS-REVOKED-THIS-QUARTER TO WS-TRL-REVOKED
           MOVE WS-EXCEPTION-COUNT TO WS-TRL-EXCEPTIONS
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "ENTRPT1: ACTIVE GRANTS " WS-ACTIVE-GRANTS
                   " EXCEPTIONS " WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > 0
              AND RETURN-CODE = RC-CLEAN
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-ENTITLEMENT-OPEN
               CLOSE ENTITLEMENT-FILE
           END-IF
           IF WS-PIN-SECURITY-OPEN
               CLOSE PIN-SECURITY-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE ENTITLEMENT-REPORT
           END-IF.
       9000-EXIT.
           EXIT.
