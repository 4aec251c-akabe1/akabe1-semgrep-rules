      *================================================================*
      *  DSPAGE1                                                       *
      *  Nightly aging of open dispute cases.  Walks the keyed         *
      *  DISPUTE-FILE kept by DSPMNT1 and lists every open case with   *
      *  how many days it has been open and how many remain before     *
      *  the regulatory response due date set when it was opened.  A   *
      *  case past its due date is flagged OVERDUE, one due within     *
      *  WS-DUE-SOON-DAYS is flagged DUE SOON, and an open case with   *
      *  no provisional credit yet is marked so disputes can chase     *
      *  the decision.  Any overdue case ends the step with a warning  *
      *  so it is seen on the morning run sheet.  Closed cases pass    *
      *  by; an absent or empty dispute file is a clean night.         *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE-WRITTEN.  2026-10-15.
      *  DATE-COMPILED.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Original version, added with the dispute
      *                   and provisional-credit workflow.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPAGE1.
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
           SELECT DISPUTE-FILE ASSIGN TO DISPUTE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS DS-FILE-STATUS.

           SELECT AGING-REPORT ASSIGN TO DSPAGE-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
           COPY "dsptrec.cpy".

       FD  AGING-REPORT.
       01  REPORT-LINE                 PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  DS-FILE-STATUS               PIC X(02).
           88  DS-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.

       77  WS-DISPUTE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-DISPUTE-FILE-OPEN           VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-RUN-DATE-INTEGER          PIC S9(09) COMP.
       77  WS-CASE-DATE-INTEGER         PIC S9(09) COMP.
       77  WS-DAYS-OPEN                 PIC S9(05) COMP-3.
       77  WS-DAYS-LEFT                 PIC S9(05) COMP-3.
       77  WS-DUE-SOON-DAYS             PIC 9(03) VALUE 7.

       77  WS-CASES-READ                PIC 9(07) COMP-3 VALUE 0.
       77  WS-OPEN-COUNT                PIC 9(07) COMP-3 VALUE 0.
       77  WS-OPEN-TOTAL                PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-OVERDUE-COUNT             PIC 9(07) COMP-3 VALUE 0.
       77  WS-OVERDUE-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-DUE-SOON-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-NO-PROV-COUNT             PIC 9(07) COMP-3 VALUE 0.

       COPY "retcode.cpy".
       COPY "busdate.cpy".

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(28) VALUE
               "OPEN DISPUTE AGING".
           05  FILLER                  PIC X(12) VALUE "RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(08) VALUE "CUST ID".
           05  FILLER                  PIC X(08) VALUE "CASE".
           05  FILLER                  PIC X(10) VALUE "CHARGED".
           05  FILLER                  PIC X(06) VALUE "CODE".
           05  FILLER                  PIC X(14) VALUE "    DISPUTED".
           05  FILLER                  PIC X(10) VALUE "  OPENED".
           05  FILLER                  PIC X(10) VALUE "  DUE".
           05  FILLER                  PIC X(07) VALUE "   OPEN".
           05  FILLER                  PIC X(07) VALUE "   LEFT".
           05  FILLER                  PIC X(09) VALUE "  PROV CR".
           05  FILLER                  PIC X(10) VALUE "  FLAG".
           05  FILLER                  PIC X(20) VALUE "REASON".

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CASE-NO          PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-ORIG-DATE        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-ORIG-CODE        PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DISPUTED         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-OPENED-DATE      PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DUE-DATE         PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DAYS-OPEN        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-DAYS-LEFT        PIC -Z,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DTL-PROV-CREDIT      PIC X(03).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DTL-FLAG             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-REASON           PIC X(20).

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(14) VALUE "CASES READ:".
           05  WS-TRL-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "OPEN:".
           05  WS-TRL-OPEN             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "DISPUTED:".
           05  WS-TRL-OPEN-TOTAL       PIC ZZ,ZZZ,ZZ9.99.
       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(14) VALUE "OVERDUE:".
           05  WS-TRL-OVERDUE          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "DISPUTED:".
           05  WS-TRL-OVERDUE-TOTAL    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "DUE SOON:".
           05  WS-TRL-DUE-SOON         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "NO PROV CREDIT:".
           05  WS-TRL-NO-PROV          PIC ZZZ,ZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-AGE-ONE-CASE THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - an absent or empty dispute file is a      *
      *    clean night                                                 *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           OPEN OUTPUT AGING-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "DSPAGE1: AGING-REPORT OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT DISPUTE-FILE
           IF DS-STATUS-OK
               SET WS-DISPUTE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "DSPAGE1: NO DISPUTE-FILE TO AGE, "
                       "STATUS " DS-FILE-STATUS
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE LOW-VALUES TO DSP-KEY
           START DISPUTE-FILE
               KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 1100-READ-NEXT-CASE THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-READ-NEXT-CASE.
           READ DISPUTE-FILE NEXT
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-AGE-ONE-CASE - days open from the opened date, days    *
      *    left to the response due date (negative once past it)       *
      *----------------------------------------------------------------*
       2000-AGE-ONE-CASE.
           ADD 1 TO WS-CASES-READ
           IF NOT DSP-OPEN
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           ADD DSP-DISPUTED-AMOUNT TO WS-OPEN-TOTAL

           COMPUTE WS-CASE-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(DSP-OPENED-DATE)
           COMPUTE WS-DAYS-OPEN =
               WS-RUN-DATE-INTEGER - WS-CASE-DATE-INTEGER
           COMPUTE WS-CASE-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(DSP-RESPONSE-DUE-DATE)
           COMPUTE WS-DAYS-LEFT =
               WS-CASE-DATE-INTEGER - WS-RUN-DATE-INTEGER

           MOVE SPACES TO WS-DTL-FLAG
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   MOVE "OVERDUE" TO WS-DTL-FLAG
                   ADD 1 TO WS-OVERDUE-COUNT
                   ADD DSP-DISPUTED-AMOUNT TO WS-OVERDUE-TOTAL
               WHEN WS-DAYS-LEFT <= WS-DUE-SOON-DAYS
                   MOVE "DUE SOON" TO WS-DTL-FLAG
                   ADD 1 TO WS-DUE-SOON-COUNT
           END-EVALUATE
           IF DSP-PROV-CREDITED
               MOVE "YES" TO WS-DTL-PROV-CREDIT
           ELSE
               MOVE "NO " TO WS-DTL-PROV-CREDIT
               ADD 1 TO WS-NO-PROV-COUNT
           END-IF

           MOVE DSP-CUST-ID TO WS-DTL-CUST-ID
           MOVE DSP-CASE-NO TO WS-DTL-CASE-NO
           MOVE DSP-ORIG-POST-DATE TO WS-DTL-ORIG-DATE
           MOVE DSP-ORIG-TXN-CODE TO WS-DTL-ORIG-CODE
           MOVE DSP-DISPUTED-AMOUNT TO WS-DTL-DISPUTED
           MOVE DSP-OPENED-DATE TO WS-DTL-OPENED-DATE
           MOVE DSP-RESPONSE-DUE-DATE TO WS-DTL-DUE-DATE
           MOVE WS-DAYS-OPEN TO WS-DTL-DAYS-OPEN
           MOVE WS-DAYS-LEFT TO WS-DTL-DAYS-LEFT
           MOVE DSP-REASON TO WS-DTL-REASON
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       2000-NEXT.
           PERFORM 1100-READ-NEXT-CASE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-WRITE-TRAILER - an overdue case is a warning           *
      *----------------------------------------------------------------*
       3000-WRITE-TRAILER.
           IF NOT WS-REPORT-OPEN
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CASES-READ TO WS-TRL-READ
           MOVE WS-OPEN-COUNT TO WS-TRL-OPEN
           MOVE WS-OPEN-TOTAL TO WS-TRL-OPEN-TOTAL
           MOVE WS-TRAILER-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-TRL-OVERDUE
           MOVE WS-OVERDUE-TOTAL TO WS-TRL-OVERDUE-TOTAL
           MOVE WS-DUE-SOON-COUNT TO WS-TRL-DUE-SOON
           MOVE WS-NO-PROV-COUNT TO WS-TRL-NO-PROV
           MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "DSPAGE1: CASES READ     " WS-CASES-READ
           DISPLAY "DSPAGE1: OPEN CASES     " WS-OPEN-COUNT
           DISPLAY "DSPAGE1: OVERDUE CASES  " WS-OVERDUE-COUNT
           IF WS-OVERDUE-COUNT > 0
              AND RETURN-CODE = RC-CLEAN
               DISPLAY "DSPAGE1: OPEN DISPUTES PAST THEIR RESPONSE "
                       "DUE DATE"
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-DISPUTE-FILE-OPEN
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE AGING-REPORT
           END-IF.
       9000-EXIT.
           EXIT.
