      *================================================================*
      *  OPRCERT1                                                      *
      *  Dormant operator disablement and access recertification.     *
      *  CREDRCN1 catches the leaver whose EMPLOYEES row is gone, but  *
      *  an ID nobody has used in months stays live as long as its     *
      *  owner is still on the payroll.  This periodic job walks       *
      *  PIN-SECURITY-FILE and:                                        *
      *                                                                *
      *    - disables every active ID with no sign-on inside the      *
      *      dormancy window (default 90 days, overridden by the      *
      *      parameter card), writing an audit row for each one.      *
      *      An ID that has never signed on is judged by the date     *
      *      its PIN was set, so a new enrolment is not disabled      *
      *      before its owner has had the chance to use it            *
      *    - lists every ID still active afterwards by department     *
      *      (the DEPT column on the EMPLOYEES table), with its       *
      *      class and last sign-on, and a sign-off line under each   *
      *      department for the manager recertifying the access       *
      *                                                                *
      *  Re-enabling a disabled ID is a PINADM1 ENABLE, as for any    *
      *  other disable.  ENABLE does not move the last sign-on date,  *
      *  so the owner is to sign on before the next run.              *
      *                                                                *
      *  Runs as its own periodic job, not under the nightly driver.  *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, SECURITY ADMINISTRATION GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE-WRITTEN.  2026-10-15.
      *  DATE-COMPILED.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Original version.
      *  2026-10-15 JHM   An SQL warning on the EMPLOYEES lookup no
      *                   longer leaves the run from inside the sort;
      *                   the scan ends, the sort completes and the
      *                   warning is reported after it, RC-WARNING.
      *  2026-10-15 JHM   The WHENEVER SQLWARNING branch and its
      *                   handler paragraph are gone; the lookup's
      *                   SQLWARN0 test is the only warning path.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRCERT1.
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

           SELECT OPRC-PARM-FILE ASSIGN TO OPRCPARM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CP-FILE-STATUS.

           SELECT OPRC-REPORT ASSIGN TO OPRCERT-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT OS-AUDIT-FILE ASSIGN TO OSAUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  PIN-SECURITY-FILE.
           COPY "pinsec.cpy".

       FD  OPRC-PARM-FILE.
       01  OPRC-PARM-RECORD.
           05  OPRCP-DORMANT-DAYS          PIC 9(03).

       FD  OPRC-REPORT.
       01  REPORT-LINE                 PIC X(132).

       FD  OS-AUDIT-FILE.
           COPY "auditrec.cpy".

       SD  SORT-WORK-FILE.
       01  SORT-OPERATOR-RECORD.
           05  SRT-DEPARTMENT          PIC X(10).
           05  SRT-USERNAME            PIC X(10).
           05  SRT-EMPLOYEE-NAME       PIC X(30).
           05  SRT-OPERATOR-CLASS      PIC X(10).
           05  SRT-LAST-SIGNON         PIC 9(08).
           05  SRT-PIN-SET-DATE        PIC 9(08).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       77  PS-FILE-STATUS               PIC X(02).
           88  PS-STATUS-OK                   VALUE '00'.
       77  CP-FILE-STATUS               PIC X(02).
           88  CP-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.
       77  OA-FILE-STATUS               PIC X(02).
           88  OA-STATUS-OK                   VALUE '00'.

       77  WS-PIN-SECURITY-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PIN-SECURITY-OPEN          VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                VALUE 'Y'.
       77  WS-OS-AUDIT-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-OS-AUDIT-OPEN              VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.
       77  WS-SORT-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-SORT-AT-EOF                 VALUE 'Y'.
       77  WS-SQL-WARNING-SW            PIC X(01) VALUE 'N'.
           88  WS-SQL-WARNING                 VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-TIMESTAMP                 PIC 9(14).
       77  WS-DORMANT-DAYS              PIC 9(03) COMP-3 VALUE 90.
       77  WS-DORMANT-CUTOFF-DATE       PIC 9(08).
       77  WS-LAST-ACTIVITY-DATE        PIC 9(08).
       77  WS-DATE-INTEGER              PIC S9(09) COMP.
       77  WS-CURRENT-DEPARTMENT        PIC X(10).
       77  WS-FIRST-DEPARTMENT-SW       PIC X(01) VALUE 'Y'.
           88  WS-FIRST-DEPARTMENT           VALUE 'Y'.

       77  HV-EMP-USERNAME              PIC X(10).
       77  HV-EMP-DEPT                  PIC X(10).
       77  HV-EMP-NAME                  PIC X(30).

       77  WS-IDS-READ                  PIC 9(05) COMP-3 VALUE 0.
       77  WS-DORMANT-COUNT             PIC 9(05) COMP-3 VALUE 0.
       77  WS-LISTED-COUNT              PIC 9(05) COMP-3 VALUE 0.
       77  WS-DEPARTMENT-COUNT          PIC 9(05) COMP-3 VALUE 0.
       77  WS-DEPARTMENT-IDS            PIC 9(05) COMP-3 VALUE 0.

       COPY "sqlcls.cpy".
       COPY "retcode.cpy".
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
       COPY "busdate.cpy".
       COPY "audseq.cpy".
       77  WS-AUDIT-SEQ-READY-SW        PIC X(01) VALUE 'N'.
           88  WS-AUDIT-SEQ-READY            VALUE 'Y'.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
               "OPERATOR DORMANCY AND RECERTIFICATION".
           05  FILLER                  PIC X(12) VALUE "RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(22) VALUE
               "   DORMANT BEFORE : ".
           05  WS-HDR-CUTOFF-DATE      PIC 9(08).
       01  WS-PART-1-HEADER.
           05  FILLER                  PIC X(40) VALUE
               "PART 1 - DORMANT IDS DISABLED".
       01  WS-PART-1-COLUMNS.
           05  FILLER                  PIC X(12) VALUE "OPERATOR".
           05  FILLER                  PIC X(12) VALUE "CLASS".
           05  FILLER                  PIC X(10) VALUE "LAST SIGN".
           05  FILLER                  PIC X(10) VALUE "PIN SET".
           05  FILLER                  PIC X(10) VALUE "ACTION".
       01  WS-PART-2-HEADER.
           05  FILLER                  PIC X(40) VALUE
               "PART 2 - ACTIVE IDS BY DEPARTMENT".
       01  WS-PART-2-COLUMNS.
           05  FILLER                  PIC X(12) VALUE "OPERATOR".
           05  FILLER                  PIC X(32) VALUE "NAME".
           05  FILLER                  PIC X(12) VALUE "CLASS".
           05  FILLER                  PIC X(10) VALUE "LAST SIGN".
           05  FILLER                  PIC X(10) VALUE "PIN SET".
           05  FILLER                  PIC X(13) VALUE "RECERTIFY Y/N".

       01  WS-DORMANT-LINE.
           05  WS-DML-USERNAME         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DML-CLASS            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DML-LAST-SIGNON      PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DML-PIN-SET-DATE     PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DML-ACTION           PIC X(30).

       01  WS-DEPARTMENT-LINE.
           05  FILLER                  PIC X(12) VALUE "DEPARTMENT:".
           05  WS-DPL-DEPARTMENT       PIC X(10).

       01  WS-ACTIVE-LINE.
           05  WS-ACL-USERNAME         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ACL-EMPLOYEE-NAME    PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ACL-CLASS            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ACL-LAST-SIGNON      PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ACL-PIN-SET-DATE     PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "  ___".

       01  WS-SIGN-OFF-LINE.
           05  FILLER                  PIC X(06) VALUE "IDS:".
           05  WS-SOL-IDS              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(44) VALUE
               "RECERTIFIED BY MANAGER ____________________".
           05  FILLER                  PIC X(17) VALUE
               "  DATE __________".

       01  WS-TRAILER-LINE.
           05  FILLER                  PIC X(09) VALUE "IDS READ:".
           05  WS-TRL-READ             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "DORMANT DISABLED:".
           05  WS-TRL-DORMANT          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "ACTIVE LISTED:".
           05  WS-TRL-LISTED           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "DEPARTMENTS:".
           05  WS-TRL-DEPARTMENTS      PIC ZZ,ZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE < RC-ABEND-WORTHY
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-DEPARTMENT
                                    SRT-USERNAME
                   INPUT PROCEDURE IS 2000-SCAN-CREDENTIALS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-LIST-BY-DEPARTMENT
                       THRU 3000-EXIT
               IF WS-SQL-WARNING
                   DISPLAY "OPRCERT1: SQL WARNING RAISED - "
                           SQLCLS-DESCRIPTION
                   DISPLAY "OPRCERT1: SCAN STOPPED AT "
                           PINSEC-USERNAME
                           " - LISTING IS INCOMPLETE"
                   IF RETURN-CODE < RC-WARNING
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - the parameter card, when present and      *
      *    non-zero, replaces the default dormancy window              *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TIME-HHMMSS
           COMPUTE WS-TIMESTAMP = BUSDATE-BUSINESS-DATE
               * 1000000 + WS-TIME-HHMMSS

           OPEN INPUT OPRC-PARM-FILE
           IF CP-STATUS-OK
               READ OPRC-PARM-FILE
                   AT END MOVE 0 TO OPRCP-DORMANT-DAYS
               END-READ
               IF OPRCP-DORMANT-DAYS IS NUMERIC
                AND OPRCP-DORMANT-DAYS > 0
                   MOVE OPRCP-DORMANT-DAYS TO WS-DORMANT-DAYS
               END-IF
               CLOSE OPRC-PARM-FILE
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-DORMANT-DAYS
           COMPUTE WS-DORMANT-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)

           OPEN I-O PIN-SECURITY-FILE
           IF PS-STATUS-OK
               SET WS-PIN-SECURITY-OPEN TO TRUE
           ELSE
               DISPLAY "OPRCERT1: PIN-SECURITY-FILE OPEN FAILED "
                       PS-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT OPRC-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "OPRCERT1: OPRC-REPORT OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN EXTEND OS-AUDIT-FILE
           IF OA-STATUS-OK
               SET WS-OS-AUDIT-OPEN TO TRUE
           END-IF

           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-DORMANT-CUTOFF-DATE TO WS-HDR-CUTOFF-DATE
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
      *    2000-SCAN-CREDENTIALS - dormant IDs are disabled and        *
      *    listed in part one; the IDs left active go to the sort      *
      *----------------------------------------------------------------*
       2000-SCAN-CREDENTIALS.
           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO PINSEC-USERNAME
           START PIN-SECURITY-FILE
               KEY IS NOT LESS THAN PINSEC-USERNAME
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 2100-CHECK-ONE-CREDENTIAL THRU 2100-EXIT
               UNTIL WS-END-OF-FILE.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-CHECK-ONE-CREDENTIAL - last activity is the later of   *
      *    the last sign-on and the date the PIN was set               *
      *----------------------------------------------------------------*
       2100-CHECK-ONE-CREDENTIAL.
           READ PIN-SECURITY-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-IDS-READ
           IF NOT PINSEC-ACCT-ACTIVE
               GO TO 2100-EXIT
           END-IF

           MOVE PINSEC-LAST-SIGNON-DATE TO WS-LAST-ACTIVITY-DATE
           IF PINSEC-PIN-SET-DATE > WS-LAST-ACTIVITY-DATE
               MOVE PINSEC-PIN-SET-DATE TO WS-LAST-ACTIVITY-DATE
           END-IF
           IF WS-LAST-ACTIVITY-DATE < WS-DORMANT-CUTOFF-DATE
               PERFORM 2200-DISABLE-DORMANT THRU 2200-EXIT
           ELSE
               PERFORM 2300-RELEASE-ACTIVE THRU 2300-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-DISABLE-DORMANT - one audit row per disable            *
      *----------------------------------------------------------------*
       2200-DISABLE-DORMANT.
           MOVE SPACES TO WS-DORMANT-LINE
           MOVE PINSEC-USERNAME TO WS-DML-USERNAME
           IF PINSEC-CLASS-SUPERVISOR
               MOVE "SUPERVISOR" TO WS-DML-CLASS
           ELSE
               MOVE "OPERATOR" TO WS-DML-CLASS
           END-IF
           MOVE PINSEC-LAST-SIGNON-DATE TO WS-DML-LAST-SIGNON
           MOVE PINSEC-PIN-SET-DATE TO WS-DML-PIN-SET-DATE

           SET PINSEC-ACCT-DISABLED TO TRUE
           REWRITE PIN-SECURITY-RECORD
           IF PS-STATUS-OK
               ADD 1 TO WS-DORMANT-COUNT
               MOVE "DORMANT - ACCOUNT DISABLED" TO WS-DML-ACTION
               PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
           ELSE
               DISPLAY "OPRCERT1: REWRITE FAILED FOR "
                       PINSEC-USERNAME " " PS-FILE-STATUS
               MOVE "DORMANT - DISABLE FAILED" TO WS-DML-ACTION
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF
           MOVE WS-DORMANT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-RELEASE-ACTIVE - department from the EMPLOYEES table;  *
      *    an ID with no active employee row is listed under           *
      *    *NONE* for CREDRCN1 to take up.  An SQL warning ends the    *
      *    scan here rather than leaving the sort                      *
      *----------------------------------------------------------------*
       2300-RELEASE-ACTIVE.
           MOVE PINSEC-USERNAME TO HV-EMP-USERNAME
           MOVE SPACES TO HV-EMP-DEPT
           MOVE SPACES TO HV-EMP-NAME
           EXEC SQL
               SELECT DEPT, EMPNAME
                   INTO :HV-EMP-DEPT, :HV-EMP-NAME
                   FROM EMPLOYEES
                   WHERE USERNAME = :HV-EMP-USERNAME
                     AND STATUS = 'A'
           END-EXEC
           PERFORM 8900-CLASSIFY-SQLCODE THRU 8900-EXIT
           IF SQLCLS-NOT-FOUND
               MOVE "*NONE*" TO HV-EMP-DEPT
               MOVE "NO ACTIVE EMPLOYEE ROW" TO HV-EMP-NAME
           ELSE
               IF NOT SQLCLS-SEV-INFO
                   DISPLAY "OPRCERT1: EMPLOYEE LOOKUP FAILED - "
                           SQLCLS-DESCRIPTION
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2300-EXIT
               END-IF
           END-IF
           IF SQLWARN0 = 'W'
               SET WS-SQL-WARNING TO TRUE
               SET WS-END-OF-FILE TO TRUE
               GO TO 2300-EXIT
           END-IF

           MOVE HV-EMP-DEPT TO SRT-DEPARTMENT
           MOVE PINSEC-USERNAME TO SRT-USERNAME
           MOVE HV-EMP-NAME TO SRT-EMPLOYEE-NAME
           IF PINSEC-CLASS-SUPERVISOR
               MOVE "SUPERVISOR" TO SRT-OPERATOR-CLASS
           ELSE
               MOVE "OPERATOR" TO SRT-OPERATOR-CLASS
           END-IF
           MOVE PINSEC-LAST-SIGNON-DATE TO SRT-LAST-SIGNON
           MOVE PINSEC-PIN-SET-DATE TO SRT-PIN-SET-DATE
           RELEASE SORT-OPERATOR-RECORD.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-LIST-BY-DEPARTMENT - one block per department, closed  *
      *    by the manager's sign-off line                              *
      *----------------------------------------------------------------*
       3000-LIST-BY-DEPARTMENT.
           IF NOT WS-REPORT-OPEN
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PART-2-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PART-2-COLUMNS TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE 'Y' TO WS-FIRST-DEPARTMENT-SW
           PERFORM 3100-LIST-ONE-OPERATOR THRU 3100-EXIT
               UNTIL WS-SORT-AT-EOF
           IF NOT WS-FIRST-DEPARTMENT
               PERFORM 3300-WRITE-SIGN-OFF THRU 3300-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-LIST-ONE-OPERATOR.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-AT-EOF TO TRUE
                   GO TO 3100-EXIT
           END-RETURN
           IF WS-FIRST-DEPARTMENT
            OR SRT-DEPARTMENT NOT = WS-CURRENT-DEPARTMENT
               PERFORM 3200-START-DEPARTMENT THRU 3200-EXIT
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           ADD 1 TO WS-DEPARTMENT-IDS
           MOVE SRT-USERNAME TO WS-ACL-USERNAME
           MOVE SRT-EMPLOYEE-NAME TO WS-ACL-EMPLOYEE-NAME
           MOVE SRT-OPERATOR-CLASS TO WS-ACL-CLASS
           MOVE SRT-LAST-SIGNON TO WS-ACL-LAST-SIGNON
           MOVE SRT-PIN-SET-DATE TO WS-ACL-PIN-SET-DATE
           MOVE WS-ACTIVE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-START-DEPARTMENT - close off the previous block        *
      *----------------------------------------------------------------*
       3200-START-DEPARTMENT.
           IF NOT WS-FIRST-DEPARTMENT
               PERFORM 3300-WRITE-SIGN-OFF THRU 3300-EXIT
           END-IF
           MOVE 'N' TO WS-FIRST-DEPARTMENT-SW
           MOVE SRT-DEPARTMENT TO WS-CURRENT-DEPARTMENT
           ADD 1 TO WS-DEPARTMENT-COUNT
           MOVE 0 TO WS-DEPARTMENT-IDS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SRT-DEPARTMENT TO WS-DPL-DEPARTMENT
           MOVE WS-DEPARTMENT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3300-WRITE-SIGN-OFF.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DEPARTMENT-IDS TO WS-SOL-IDS
           MOVE WS-SIGN-OFF-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-WRITE-TRAILER - a disable leaves a warning so the      *
      *    run is looked at                                            *
      *----------------------------------------------------------------*
       4000-WRITE-TRAILER.
           IF NOT WS-REPORT-OPEN
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-IDS-READ TO WS-TRL-READ
           MOVE WS-DORMANT-COUNT TO WS-TRL-DORMANT
           MOVE WS-LISTED-COUNT TO WS-TRL-LISTED
           MOVE WS-DEPARTMENT-COUNT TO WS-TRL-DEPARTMENTS
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "OPRCERT1: IDS " WS-IDS-READ
                   " DORMANT DISABLED " WS-DORMANT-COUNT
                   " ACTIVE LISTED " WS-LISTED-COUNT
           IF WS-DORMANT-COUNT > 0
              AND RETURN-CODE = RC-CLEAN
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8900-CLASSIFY-SQLCODE - centralized SQLCODE classification  *
      *----------------------------------------------------------------*
       8900-CLASSIFY-SQLCODE.
           MOVE SQLCODE TO SQLCLS-SQLCODE
           CALL "SQLCLS01" USING SQLCLS-PARMS.
       8900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - one row per dormant disable       *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-RECORD.
           IF NOT WS-OS-AUDIT-OPEN
               GO TO 8000-EXIT
           END-IF
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           SET AUDIT-CHANNEL-OS TO TRUE
           MOVE "BATCH" TO AUDIT-OPERATOR-ID
           MOVE "BATCH" TO AUDIT-TERMINAL-ID
           MOVE "OPRCERT1" TO AUDIT-PROGRAM-ID
           MOVE SPACES TO AUDIT-ACTION
           STRING "SECADM AUTO-DISABLE DORMANT USER="
                   DELIMITED BY SIZE
                  PINSEC-USERNAME DELIMITED BY SIZE
                  INTO AUDIT-ACTION
           SET AUDIT-RESULT-SUCCESS TO TRUE
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
           IF WS-REPORT-OPEN
               CLOSE OPRC-REPORT
           END-IF
           IF WS-OS-AUDIT-OPEN
               CLOSE OS-AUDIT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
