      *================================================================*
      *  PCHGEXP1                                                      *
      *  Nightly pending customer change expiry and register.  Walks   *
      *  the keyed PENDING-CHANGE-FILE that CUSTMNT1 writes and        *
      *  CUSTAPR1 decides, and:                                        *
      *                                                                *
      *    - expires every change still awaiting approval that was    *
      *      made more than the cutoff number of days before the      *
      *      business date; the master is never touched, the row     *
      *      keeps its final status, and each expiry is audited       *
      *    - lists everything that happened to the queue on the       *
      *      business date - changes made, approved, denied, and      *
      *      expired - with maker, decider, and the old and new       *
      *      values, for the morning controls review                  *
      *                                                                *
      *  Rerunning the step for the same date reproduces the same      *
      *  register, since an expiry is stamped with the business date.  *
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
       PROGRAM-ID. PCHGEXP1.
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
           SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCHG-CHANGE-ID
               FILE STATUS IS PC-FILE-STATUS.

           SELECT CHANGE-REGISTER ASSIGN TO PCHGEXP-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT OS-AUDIT-FILE ASSIGN TO OSAUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGE-FILE.
           COPY "pendchg.cpy".

       FD  CHANGE-REGISTER.
       01  REPORT-LINE                 PIC X(132).

       FD  OS-AUDIT-FILE.
           COPY "auditrec.cpy".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  PC-FILE-STATUS               PIC X(02).
           88  PC-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.
       77  OA-FILE-STATUS               PIC X(02).
           88  OA-STATUS-OK                   VALUE '00'.

       77  WS-PENDING-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PENDING-FILE-OPEN           VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-OS-AUDIT-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-OS-AUDIT-OPEN               VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-TIMESTAMP                 PIC 9(14).
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
       77  WS-EXPIRY-DAYS               PIC 9(03) COMP-3 VALUE 3.
       77  WS-CUTOFF-DATE               PIC 9(08).
       77  WS-CUTOFF-TIMESTAMP          PIC 9(14).
       77  WS-DATE-INTEGER              PIC S9(09) COMP.
       77  WS-MADE-DATE                 PIC 9(08).
       77  WS-DECISION-DATE             PIC 9(08).
       77  WS-EVENT                     PIC X(08).
       77  WS-LIMIT-DISPLAY             PIC Z,ZZZ,ZZ9.99.

       77  WS-CHANGES-READ              PIC 9(07) COMP-3 VALUE 0.
       77  WS-MADE-COUNT                PIC 9(07) COMP-3 VALUE 0.
       77  WS-APPROVED-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-DENIED-COUNT              PIC 9(07) COMP-3 VALUE 0.
       77  WS-EXPIRED-COUNT             PIC 9(07) COMP-3 VALUE 0.
       77  WS-AWAITING-COUNT            PIC 9(07) COMP-3 VALUE 0.

       COPY "retcode.cpy".
       COPY "busdate.cpy".
       COPY "audseq.cpy".
       77  WS-AUDIT-SEQ-READY-SW        PIC X(01) VALUE 'N'.
           88  WS-AUDIT-SEQ-READY            VALUE 'Y'.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(36) VALUE
               "PENDING CUSTOMER CHANGE REGISTER".
           05  FILLER                  PIC X(12) VALUE "RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(24) VALUE
               "   EXPIRING MADE BEFORE ".
           05  WS-HDR-CUTOFF-DATE      PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(10) VALUE "EVENT".
           05  FILLER                  PIC X(10) VALUE "CHANGE".
           05  FILLER                  PIC X(08) VALUE "CUST".
           05  FILLER                  PIC X(10) VALUE "TYPE".
           05  FILLER                  PIC X(14) VALUE "FROM".
           05  FILLER                  PIC X(14) VALUE "TO".
           05  FILLER                  PIC X(12) VALUE "MADE BY".
           05  FILLER                  PIC X(10) VALUE "MADE".
           05  FILLER                  PIC X(12) VALUE "DECIDED BY".
           05  FILLER                  PIC X(06) VALUE "REASON".

       01  WS-DETAIL-LINE.
           05  WS-DTL-EVENT            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CHANGE-ID        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-TYPE             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-FROM             PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-TO               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-MADE-BY          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-MADE-DATE        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DECIDED-BY       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-REASON           PIC X(24).

       01  WS-TRAILER-LINE.
           05  FILLER                  PIC X(06) VALUE "MADE:".
           05  WS-TRL-MADE             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE
               "   APPROVED:".
           05  WS-TRL-APPROVED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE
               "   DENIED:".
           05  WS-TRL-DENIED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE
               "   EXPIRED:".
           05  WS-TRL-EXPIRED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(19) VALUE
               "   STILL AWAITING:".
           05  WS-TRL-AWAITING         PIC ZZZ,ZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-CHANGE THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - an absent or empty pending file is a      *
      *    clean night                                                 *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TIME-HHMMSS
           COMPUTE WS-TIMESTAMP = BUSDATE-BUSINESS-DATE
               * 1000000 + WS-TIME-HHMMSS
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-EXPIRY-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           COMPUTE WS-CUTOFF-TIMESTAMP = WS-CUTOFF-DATE * 1000000

           OPEN I-O PENDING-CHANGE-FILE
           IF PC-STATUS-OK
               SET WS-PENDING-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "PCHGEXP1: NO PENDING-CHANGE-FILE TO PROCESS, "
                       "STATUS " PC-FILE-STATUS
               SET WS-END-OF-FILE TO TRUE
           END-IF

           OPEN OUTPUT CHANGE-REGISTER
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "PCHGEXP1: CHANGE-REGISTER OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN EXTEND OS-AUDIT-FILE
           IF OA-STATUS-OK
               SET WS-OS-AUDIT-OPEN TO TRUE
           END-IF

           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-CUTOFF-DATE TO WS-HDR-CUTOFF-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           IF NOT WS-PENDING-FILE-OPEN
               GO TO 1000-EXIT
           END-IF
           MOVE 0 TO PCHG-CHANGE-ID
           START PENDING-CHANGE-FILE
               KEY IS NOT LESS THAN PCHG-CHANGE-ID
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 1100-READ-NEXT-CHANGE THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-READ-NEXT-CHANGE.
           READ PENDING-CHANGE-FILE NEXT
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-PROCESS-ONE-CHANGE - expire first, so tonight's        *
      *    expiries are listed with the day's decisions                *
      *----------------------------------------------------------------*
       2000-PROCESS-ONE-CHANGE.
           ADD 1 TO WS-CHANGES-READ
           IF PCHG-AWAITING-APPROVAL
            AND PCHG-MADE-TIMESTAMP < WS-CUTOFF-TIMESTAMP
               PERFORM 2100-EXPIRE-CHANGE THRU 2100-EXIT
           END-IF

           COMPUTE WS-MADE-DATE = PCHG-MADE-TIMESTAMP / 1000000
           COMPUTE WS-DECISION-DATE =
               PCHG-DECISION-TIMESTAMP / 1000000
           IF WS-MADE-DATE = WS-RUN-DATE
               ADD 1 TO WS-MADE-COUNT
               MOVE "MADE" TO WS-EVENT
               PERFORM 2200-LIST-EVENT THRU 2200-EXIT
           END-IF
           IF WS-DECISION-DATE = WS-RUN-DATE
               EVALUATE TRUE
                   WHEN PCHG-APPROVED
                       ADD 1 TO WS-APPROVED-COUNT
                       MOVE "APPROVED" TO WS-EVENT
                       PERFORM 2200-LIST-EVENT THRU 2200-EXIT
                   WHEN PCHG-DENIED
                       ADD 1 TO WS-DENIED-COUNT
                       MOVE "DENIED" TO WS-EVENT
                       PERFORM 2200-LIST-EVENT THRU 2200-EXIT
                   WHEN PCHG-EXPIRED
                       ADD 1 TO WS-EXPIRED-COUNT
                       MOVE "EXPIRED" TO WS-EVENT
                       PERFORM 2200-LIST-EVENT THRU 2200-EXIT
               END-EVALUATE
           END-IF
           IF PCHG-AWAITING-APPROVAL
               ADD 1 TO WS-AWAITING-COUNT
           END-IF

           PERFORM 1100-READ-NEXT-CHANGE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-EXPIRE-CHANGE - undecided past the cutoff; the master  *
      *    was never changed, so there is nothing to undo              *
      *----------------------------------------------------------------*
       2100-EXPIRE-CHANGE.
           SET PCHG-EXPIRED TO TRUE
           MOVE "BATCH" TO PCHG-DECIDED-BY
           MOVE WS-TIMESTAMP TO PCHG-DECISION-TIMESTAMP
           MOVE "UNDECIDED PAST CUTOFF" TO PCHG-DECISION-REASON
           REWRITE PENDING-CHANGE-RECORD
           IF NOT PC-STATUS-OK
               DISPLAY "PCHGEXP1: REWRITE FAILED FOR CHANGE "
                       PCHG-CHANGE-ID " " PC-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-LIST-EVENT - a limit shows as an amount, a status or   *
      *    CLOSE as the status code                                    *
      *----------------------------------------------------------------*
       2200-LIST-EVENT.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-EVENT TO WS-DTL-EVENT
           MOVE PCHG-CHANGE-ID TO WS-DTL-CHANGE-ID
           MOVE PCHG-CUST-ID TO WS-DTL-CUST-ID
           MOVE PCHG-CHANGE-TYPE TO WS-DTL-TYPE
           IF PCHG-TYPE-LIMIT
               MOVE PCHG-OLD-LIMIT TO WS-LIMIT-DISPLAY
               MOVE WS-LIMIT-DISPLAY TO WS-DTL-FROM
               MOVE PCHG-NEW-LIMIT TO WS-LIMIT-DISPLAY
               MOVE WS-LIMIT-DISPLAY TO WS-DTL-TO
           ELSE
               MOVE PCHG-OLD-STATUS TO WS-DTL-FROM
               MOVE PCHG-NEW-STATUS TO WS-DTL-TO
           END-IF
           MOVE PCHG-MADE-BY TO WS-DTL-MADE-BY
           MOVE WS-MADE-DATE TO WS-DTL-MADE-DATE
           IF WS-EVENT NOT = "MADE"
               MOVE PCHG-DECIDED-BY TO WS-DTL-DECIDED-BY
               MOVE PCHG-DECISION-REASON TO WS-DTL-REASON
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-WRITE-TRAILER - an expiry leaves a warning so the      *
      *    stalled queue is looked at                                  *
      *----------------------------------------------------------------*
       3000-WRITE-TRAILER.
           IF NOT WS-REPORT-OPEN
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MADE-COUNT TO WS-TRL-MADE
           MOVE WS-APPROVED-COUNT TO WS-TRL-APPROVED
           MOVE WS-DENIED-COUNT TO WS-TRL-DENIED
           MOVE WS-EXPIRED-COUNT TO WS-TRL-EXPIRED
           MOVE WS-AWAITING-COUNT TO WS-TRL-AWAITING
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "PCHGEXP1: CHANGES READ " WS-CHANGES-READ
                   " EXPIRED " WS-EXPIRED-COUNT
                   " STILL AWAITING " WS-AWAITING-COUNT
           IF WS-EXPIRED-COUNT > 0
              AND RETURN-CODE = RC-CLEAN
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - one row per expiry                *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-RECORD.
           IF NOT WS-OS-AUDIT-OPEN
               GO TO 8000-EXIT
           END-IF
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           SET AUDIT-CHANNEL-OS TO TRUE
           MOVE "BATCH" TO AUDIT-OPERATOR-ID
           MOVE "BATCH" TO AUDIT-TERMINAL-ID
           MOVE "PCHGEXP1" TO AUDIT-PROGRAM-ID
           MOVE SPACES TO AUDIT-ACTION
           STRING "CUSTAPR EXPIRED CHG=" DELIMITED BY SIZE
                  PCHG-CHANGE-ID DELIMITED BY SIZE
                  " CUST=" DELIMITED BY SIZE
                  PCHG-CUST-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PCHG-CHANGE-TYPE DELIMITED BY SIZE
                  " MAKER=" DELIMITED BY SIZE
                  PCHG-MADE-BY DELIMITED BY SIZE
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
           IF WS-PENDING-FILE-OPEN
               CLOSE PENDING-CHANGE-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE CHANGE-REGISTER
           END-IF
           IF WS-OS-AUDIT-OPEN
               CLOSE OS-AUDIT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
