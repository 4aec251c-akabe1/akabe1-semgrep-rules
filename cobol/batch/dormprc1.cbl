      *                   row to CUSTOMER-JOURNAL-FILE through
      *                   CJRNWRT1, for the incremental DB2 sync and
      *                   the roll-forward recovery.
      *  2026-10-15 JHM   The escheatment review is no longer paper.
      *                   Every account five years dormant and still
      *                   holding a credit balance - moved tonight or
      *                   already inactive - is listed on the keyed
      *                   ESCHEAT-FILE for the escheatment batch
      *                   (ESCHPRC1) to carry through the letter,
      *                   the response window, and remittance.  An
      *                   account already in process is not listed
      *                   twice; one whose owner answered is listed
      *                   again only after five more silent years.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMPRC1.
               RECORD KEY IS CUST-ID
               FILE STATUS IS CF-FILE-STATUS.

           SELECT ESCHEAT-FILE ASSIGN TO ESCHEAT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ESCH-CUST-ID
               FILE STATUS IS ES-FILE-STATUS.

           SELECT DORMANCY-REPORT ASSIGN TO DORMRPT-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  ESCHEAT-FILE.
           COPY "eschrec.cpy".

       FD  DORMANCY-REPORT.
       01  REPORT-LINE                 PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  ES-FILE-STATUS               PIC X(02).
           88  ES-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.

       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
       77  WS-ESCHEAT-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-ESCHEAT-FILE-OPEN           VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
       77  WS-BAND-5UP-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-BAND-5UP-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-ESCHEAT-COUNT             PIC 9(07) COMP-3 VALUE 0.
       77  WS-ESCHEAT-LISTED            PIC 9(07) COMP-3 VALUE 0.
       77  WS-RESPONSE-INTEGER          PIC S9(09) COMP.

       COPY "retcode.cpy".
       COPY "busdate.cpy".
               GO TO 1000-EXIT
           END-IF

           OPEN I-O ESCHEAT-FILE
           IF ES-STATUS-OK
               SET WS-ESCHEAT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "DORMPRC1: ESCHEAT-FILE OPEN FAILED "
                       ES-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT DORMANCY-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
      *----------------------------------------------------------------*
      *    2000-JUDGE-ONE-CUSTOMER - only active accounts move; a      *
      *    zero activity date has unknowable age and is counted, not   *
      *    moved.  An account already inactive is only judged for      *
      *    the escheatment list                                        *
      *----------------------------------------------------------------*
       2000-JUDGE-ONE-CUSTOMER.
           ADD 1 TO WS-ACCOUNTS-READ

           IF NOT CUST-ACTIVE
              AND NOT CUST-INACTIVE
               GO TO 2000-NEXT
           END-IF
           IF CUST-LAST-ACTIVITY-DATE = 0
               IF CUST-ACTIVE
                   ADD 1 TO WS-NO-DATE-COUNT
               END-IF
               GO TO 2000-NEXT
           END-IF

               FUNCTION INTEGER-OF-DATE(CUST-LAST-ACTIVITY-DATE)
           COMPUTE WS-AGE-DAYS =
               WS-RUN-DATE-INTEGER - WS-ACTIVITY-INTEGER
           IF CUST-INACTIVE
               IF WS-AGE-DAYS > WS-BAND-5-YEARS
                  AND CUST-BALANCE > 0
                   PERFORM 2200-LIST-FOR-ESCHEAT THRU 2200-EXIT
               END-IF
               GO TO 2000-NEXT
           END-IF
           IF WS-AGE-DAYS <= WS-DORMANT-THRESHOLD
               GO TO 2000-NEXT
           END-IF
                       MOVE WS-ESCHEAT-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
                   IF CUST-BALANCE > 0
                       PERFORM 2200-LIST-FOR-ESCHEAT THRU 2200-EXIT
                   END-IF
           END-EVALUATE.

       2000-NEXT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-LIST-FOR-ESCHEAT - a new row starts listed; an         *
      *    account already in process or escheated is left alone,     *
      *    and one whose owner answered or whose balance went away is  *
      *    listed again only after five more silent years.  An         *
      *    inactive account listed here for the first time goes on     *
      *    the review list too                                         *
      *----------------------------------------------------------------*
       2200-LIST-FOR-ESCHEAT.
           MOVE CUST-ID TO ESCH-CUST-ID
           READ ESCHEAT-FILE
               INVALID KEY CONTINUE
           END-READ
           IF ES-STATUS-OK
               IF ESCH-STATUS-IN-PROCESS
                  OR ESCH-STATUS-ESCHEATED
                   GO TO 2200-EXIT
               END-IF
               COMPUTE WS-RESPONSE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(ESCH-RESPONSE-DATE)
               IF WS-RUN-DATE-INTEGER - WS-RESPONSE-INTEGER
                       NOT > WS-BAND-5-YEARS
                   GO TO 2200-EXIT
               END-IF
           END-IF

           MOVE SPACES TO ESCHEAT-RECORD
           MOVE CUST-ID TO ESCH-CUST-ID
           SET ESCH-STATUS-LISTED TO TRUE
           MOVE WS-RUN-DATE TO ESCH-LISTED-DATE
           MOVE CUST-BALANCE TO ESCH-LISTED-BALANCE
           MOVE CUST-LAST-ACTIVITY-DATE TO ESCH-LAST-ACTIVITY-DATE
           MOVE 0 TO ESCH-LETTER-DATE
           MOVE 0 TO ESCH-RESPONSE-DUE-DATE
           MOVE 0 TO ESCH-RESPONSE-DATE
           MOVE 0 TO ESCH-ESCHEAT-DATE
           MOVE 0 TO ESCH-ESCHEAT-AMOUNT
           IF ES-STATUS-OK
               REWRITE ESCHEAT-RECORD
           ELSE
               WRITE ESCHEAT-RECORD
           END-IF
           IF NOT ES-STATUS-OK
               DISPLAY "DORMPRC1: ESCHEAT-FILE WRITE FAILED "
                       ES-FILE-STATUS " CUST " CUST-ID
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-ESCHEAT-LISTED

           IF CUST-INACTIVE
               ADD 1 TO WS-ESCHEAT-COUNT
               MOVE CUST-ID TO WS-ESC-CUST-ID
               MOVE CUST-NAME TO WS-ESC-CUST-NAME
               MOVE CUST-BALANCE TO WS-ESC-BALANCE
               MOVE CUST-LAST-ACTIVITY-DATE TO WS-ESC-LAST-ACT
               MOVE WS-ESCHEAT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-WRITE-TRAILER - age bands with balance totals; any     *
      *    escheatment candidate leaves a warning for the review       *
      *----------------------------------------------------------------*
           DISPLAY "DORMPRC1: ACCOUNTS READ   " WS-ACCOUNTS-READ
           DISPLAY "DORMPRC1: MOVED INACTIVE  " WS-MOVED-INACTIVE
           DISPLAY "DORMPRC1: ESCHEAT REVIEW  " WS-ESCHEAT-COUNT
           DISPLAY "DORMPRC1: ESCHEAT LISTED  " WS-ESCHEAT-LISTED

           IF WS-ESCHEAT-COUNT > 0
              AND RETURN-CODE = RC-CLEAN
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-ESCHEAT-FILE-OPEN
               CLOSE ESCHEAT-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE DORMANCY-REPORT
           END-IF.
