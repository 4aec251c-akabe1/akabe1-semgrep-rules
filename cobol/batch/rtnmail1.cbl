      *================================================================*
      *  RTNMAIL1                                                      *
      *  Returned-mail intake.  When the post office sends a           *
      *  statement back nobody used to tell the system, and the next   *
      *  cycle mailed the same dead CUST-ADDRESS again.  The mailroom  *
      *  now keys one record per returned piece (customer id, return   *
      *  reason, date the piece came back, their own id) and this      *
      *  batch:                                                        *
      *                                                                *
      *    - puts the customer's profile on delivery H (hold) and      *
      *      sets PROF-RETURNED-MAIL, creating the profile row if      *
      *      the customer has none yet, so STMGEN1 holds the next      *
      *      statement instead of mailing it                           *
      *    - appends a change row to CUSTOMER-JOURNAL-FILE through     *
      *      CJRNWRT1 so the flagging is on the customer's change      *
      *      record alongside the master updates                       *
      *    - lists the account on the address-research worklist with   *
      *      name, address on file, phone and contact from the         *
      *      profile, and the return reason, for the research desk     *
      *                                                                *
      *  A customer already flagged is listed again (the address is    *
      *  still bad) but not re-journalled.  A customer an operator     *
      *  had put on hold by hand keeps that hold as keyed - the        *
      *  returned-mail switch is left off so a later address change    *
      *  does not quietly release it - and is listed for research.     *
      *  Ids not on the master and blank records are listed as         *
      *  rejected for the mailroom to re-key.                          *
      *                                                                *
      *  An address CHANGE through CUSTMNT1 clears the switch and      *
      *  returns the customer to mail delivery.  No intake file on     *
      *  hand means nothing came back today and is a clean run.        *
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
       PROGRAM-ID. RTNMAIL1.
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
           SELECT RETURNED-MAIL-FILE ASSIGN TO RTNMAIL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RM-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CF-FILE-STATUS.

           SELECT CUSTOMER-PROFILE-FILE ASSIGN TO CUSTPROF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROF-CUST-ID
               FILE STATUS IS PF-FILE-STATUS.

           SELECT RESEARCH-WORKLIST ASSIGN TO RTNWORK-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-MAIL-FILE.
       01  RETURNED-MAIL-RECORD.
           05  RTNM-CUST-ID                PIC X(06).
           05  RTNM-REASON-CODE            PIC X(04).
           05  RTNM-RETURN-DATE            PIC X(08).
           05  RTNM-RETURN-DATE-NUM REDEFINES RTNM-RETURN-DATE
                                           PIC 9(08).
           05  RTNM-KEYED-BY               PIC X(08).
           05  FILLER                      PIC X(14).

       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  CUSTOMER-PROFILE-FILE.
           COPY "profrec.cpy".

       FD  RESEARCH-WORKLIST.
       01  REPORT-LINE                 PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  RM-FILE-STATUS               PIC X(02).
           88  RM-STATUS-OK                   VALUE '00'.
           88  RM-STATUS-NOT-FOUND            VALUE '35'.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  PF-FILE-STATUS               PIC X(02).
           88  PF-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.

       77  WS-RETURNED-MAIL-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-RETURNED-MAIL-OPEN          VALUE 'Y'.
       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
       77  WS-PROFILE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PROFILE-FILE-OPEN           VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.
       77  WS-PROFILE-NEW-SW            PIC X(01) VALUE 'N'.
           88  WS-PROFILE-NEW                 VALUE 'Y'.
       77  WS-REASON-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-REASON-FOUND                VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-REASON-TEXT               PIC X(26).
       77  WS-REJECT-TEXT               PIC X(26).

       77  WS-RECORDS-READ              PIC 9(07) COMP-3 VALUE 0.
       77  WS-NEWLY-FLAGGED             PIC 9(07) COMP-3 VALUE 0.
       77  WS-ALREADY-FLAGGED           PIC 9(07) COMP-3 VALUE 0.
       77  WS-OPERATOR-HELD             PIC 9(07) COMP-3 VALUE 0.
       77  WS-PROFILES-CREATED          PIC 9(07) COMP-3 VALUE 0.
       77  WS-REJECTED-COUNT            PIC 9(07) COMP-3 VALUE 0.

       COPY "retcode.cpy".
       COPY "busdate.cpy".
       COPY "cjrnwrt.cpy".

      *    Return reasons as the mailroom keys them off the carrier's  *
      *    endorsement.  An unlisted code is still taken - the piece   *
      *    did come back - and shows as unlisted on the worklist.      *
       01  RETURN-REASON-TABLE.
           05  FILLER   PIC X(30) VALUE
               "MOVDMOVED - NO FORWARDING     ".
           05  FILLER   PIC X(30) VALUE
               "UNDLUNDELIVERABLE AS ADDRESSED".
           05  FILLER   PIC X(30) VALUE
               "NSADNO SUCH ADDRESS           ".
           05  FILLER   PIC X(30) VALUE
               "INSFINSUFFICIENT ADDRESS      ".
           05  FILLER   PIC X(30) VALUE
               "RFSDREFUSED                   ".
           05  FILLER   PIC X(30) VALUE
               "VACNVACANT                    ".
       01  FILLER REDEFINES RETURN-REASON-TABLE.
           05  RETURN-REASON-ENTRY OCCURS 6 TIMES
                   INDEXED BY RTN-REASON-IDX.
               10  RRT-CODE                PIC X(04).
               10  RRT-TEXT                PIC X(26).
       77  RETURN-REASON-COUNT         PIC 9(02) COMP-3 VALUE 6.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
               "RETURNED MAIL - ADDRESS RESEARCH LIST".
           05  FILLER                  PIC X(12) VALUE "RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).

       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(08) VALUE "CUST ID".
           05  FILLER                  PIC X(31) VALUE "NAME".
           05  FILLER                  PIC X(31) VALUE
               "ADDRESS ON FILE".
           05  FILLER                  PIC X(16) VALUE "PHONE".
           05  FILLER                  PIC X(27) VALUE "RETURN REASON".
           05  FILLER                  PIC X(09) VALUE "RETURNED".
           05  FILLER                  PIC X(10) VALUE "ACTION".

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CUST-NAME        PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-ADDRESS          PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-PHONE            PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-REASON           PIC X(26).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-RETURN-DATE      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-ACTION           PIC X(10).

       01  WS-CONTACT-LINE.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "CONTACT: ".
           05  WS-CTL-CONTACT-NAME     PIC X(30).
           05  FILLER                  PIC X(13) VALUE
               "  KEYED BY: ".
           05  WS-CTL-KEYED-BY         PIC X(08).

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(10) VALUE "REJECTED: ".
           05  WS-REJ-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REJ-REASON-CODE      PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REJ-RETURN-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REJ-TEXT             PIC X(26).
           05  FILLER                  PIC X(12) VALUE
               "  KEYED BY: ".
           05  WS-REJ-KEYED-BY         PIC X(08).

       01  WS-TRAILER-LINE-1.
           05  FILLER                  PIC X(16) VALUE
               "RECORDS READ:".
           05  WS-TRL-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "NEWLY FLAGGED:".
           05  WS-TRL-NEW              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "ALREADY FLAGGED:".
           05  WS-TRL-ALREADY          PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE-2.
           05  FILLER                  PIC X(16) VALUE
               "OPERATOR HOLDS:".
           05  WS-TRL-OPER-HELD        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "NEW PROFILES:".
           05  WS-TRL-CREATED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "REJECTED:".
           05  WS-TRL-REJECTED         PIC ZZZ,ZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-TAKE-ONE-RETURN THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - no intake file means nothing came back    *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE

           OPEN INPUT RETURNED-MAIL-FILE
           IF RM-STATUS-OK
               SET WS-RETURNED-MAIL-OPEN TO TRUE
           ELSE
               IF RM-STATUS-NOT-FOUND
                   DISPLAY "RTNMAIL1: NO RETURNED-MAIL FILE - "
                           "NOTHING TO TAKE IN"
               ELSE
                   DISPLAY "RTNMAIL1: RETURNED-MAIL-FILE OPEN FAILED "
                           RM-FILE-STATUS
                   MOVE RC-ABEND-WORTHY TO RETURN-CODE
               END-IF
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "RTNMAIL1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O CUSTOMER-PROFILE-FILE
           IF PF-STATUS-OK
               SET WS-PROFILE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "RTNMAIL1: CUSTOMER-PROFILE-FILE OPEN FAILED "
                       PF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT RESEARCH-WORKLIST
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "RTNMAIL1: RESEARCH-WORKLIST OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF

           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM 1100-READ-NEXT-RETURN THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-READ-NEXT-RETURN.
           READ RETURNED-MAIL-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-TAKE-ONE-RETURN - validate, flag the profile, journal  *
      *    the change, and list the account for research               *
      *----------------------------------------------------------------*
       2000-TAKE-ONE-RETURN.
           ADD 1 TO WS-RECORDS-READ

           IF RTNM-CUST-ID = SPACES
               MOVE "CUSTOMER ID MISSING" TO WS-REJECT-TEXT
               PERFORM 2900-LIST-REJECT THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF
           IF RTNM-RETURN-DATE IS NOT NUMERIC
               MOVE "RETURN DATE NOT NUMERIC" TO WS-REJECT-TEXT
               PERFORM 2900-LIST-REJECT THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF

           MOVE RTNM-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-TEXT
                   PERFORM 2900-LIST-REJECT THRU 2900-EXIT
                   GO TO 2000-NEXT
           END-READ

           PERFORM 2100-FIND-REASON THRU 2100-EXIT
           PERFORM 2200-FLAG-PROFILE THRU 2200-EXIT
           IF RETURN-CODE = RC-ABEND-WORTHY
               SET WS-END-OF-FILE TO TRUE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2800-LIST-FOR-RESEARCH THRU 2800-EXIT.

       2000-NEXT.
           PERFORM 1100-READ-NEXT-RETURN THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2100-FIND-REASON - reason text for the worklist             *
      *----------------------------------------------------------------*
       2100-FIND-REASON.
           MOVE 'N' TO WS-REASON-FOUND-SW
           PERFORM 2110-SCAN-ONE-REASON THRU 2110-EXIT
               VARYING RTN-REASON-IDX FROM 1 BY 1
               UNTIL RTN-REASON-IDX > RETURN-REASON-COUNT
                  OR WS-REASON-FOUND
           IF WS-REASON-FOUND
               SET RTN-REASON-IDX DOWN BY 1
               MOVE RRT-TEXT(RTN-REASON-IDX) TO WS-REASON-TEXT
           ELSE
               MOVE SPACES TO WS-REASON-TEXT
               STRING RTNM-REASON-CODE DELIMITED BY SIZE
                      " - UNLISTED REASON" DELIMITED BY SIZE
                      INTO WS-REASON-TEXT
           END-IF.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2110-SCAN-ONE-REASON.
           IF RTNM-REASON-CODE = RRT-CODE(RTN-REASON-IDX)
               SET WS-REASON-FOUND TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-FLAG-PROFILE - hold delivery and set the returned-mail *
      *    switch; a customer with no profile row gets one.  Only a    *
      *    real change is journalled                                   *
      *----------------------------------------------------------------*
       2200-FLAG-PROFILE.
           MOVE 'N' TO WS-PROFILE-NEW-SW
           MOVE RTNM-CUST-ID TO PROF-CUST-ID
           READ CUSTOMER-PROFILE-FILE
               INVALID KEY
                   SET WS-PROFILE-NEW TO TRUE
                   MOVE RTNM-CUST-ID TO PROF-CUST-ID
                   MOVE SPACES TO PROF-PHONE-NUMBER
                   MOVE SPACES TO PROF-CONTACT-NAME
                   MOVE 0 TO PROF-OPENED-DATE
                   SET PROF-DELIVER-MAIL TO TRUE
                   MOVE 'N' TO PROF-RETURNED-MAIL-SW
           END-READ

           IF PROF-RETURNED-MAIL
               ADD 1 TO WS-ALREADY-FLAGGED
               MOVE "RELISTED" TO WS-DTL-ACTION
               GO TO 2200-EXIT
           END-IF
           IF PROF-DELIVER-HOLD
               ADD 1 TO WS-OPERATOR-HELD
               MOVE "OPER HOLD" TO WS-DTL-ACTION
               GO TO 2200-EXIT
           END-IF

           SET PROF-DELIVER-HOLD TO TRUE
           SET PROF-RETURNED-MAIL TO TRUE
           IF WS-PROFILE-NEW
               WRITE CUSTOMER-PROFILE-RECORD
           ELSE
               REWRITE CUSTOMER-PROFILE-RECORD
           END-IF
           IF NOT PF-STATUS-OK
               DISPLAY "RTNMAIL1: PROFILE WRITE FAILED FOR "
                       RTNM-CUST-ID " STATUS " PF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF
           IF WS-PROFILE-NEW
               ADD 1 TO WS-PROFILES-CREATED
           END-IF
           ADD 1 TO WS-NEWLY-FLAGGED
           MOVE "HELD" TO WS-DTL-ACTION

           MOVE "RTNMAIL1" TO CJRNWRT-PROGRAM-ID
           MOVE 'C' TO CJRNWRT-ACTION
           MOVE CUST-ID TO CJRNWRT-CUST-ID
           MOVE CUSTOMER-RECORD TO CJRNWRT-AFTER-IMAGE
           CALL "CJRNWRT1" USING CJRNWRT-PARMS.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2800-LIST-FOR-RESEARCH                                      *
      *----------------------------------------------------------------*
       2800-LIST-FOR-RESEARCH.
           MOVE CUST-ID TO WS-DTL-CUST-ID
           MOVE CUST-NAME TO WS-DTL-CUST-NAME
           MOVE CUST-ADDRESS TO WS-DTL-ADDRESS
           MOVE PROF-PHONE-NUMBER TO WS-DTL-PHONE
           MOVE WS-REASON-TEXT TO WS-DTL-REASON
           MOVE RTNM-RETURN-DATE TO WS-DTL-RETURN-DATE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE PROF-CONTACT-NAME TO WS-CTL-CONTACT-NAME
           MOVE RTNM-KEYED-BY TO WS-CTL-KEYED-BY
           MOVE WS-CONTACT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2900-LIST-REJECT - back to the mailroom to re-key           *
      *----------------------------------------------------------------*
       2900-LIST-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE RTNM-CUST-ID TO WS-REJ-CUST-ID
           MOVE RTNM-REASON-CODE TO WS-REJ-REASON-CODE
           MOVE RTNM-RETURN-DATE TO WS-REJ-RETURN-DATE
           MOVE WS-REJECT-TEXT TO WS-REJ-TEXT
           MOVE RTNM-KEYED-BY TO WS-REJ-KEYED-BY
           MOVE WS-REJECT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-WRITE-TRAILER - any reject leaves a warning so the     *
      *    mailroom re-keys it                                         *
      *----------------------------------------------------------------*
       3000-WRITE-TRAILER.
           IF NOT WS-REPORT-OPEN
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RECORDS-READ TO WS-TRL-READ
           MOVE WS-NEWLY-FLAGGED TO WS-TRL-NEW
           MOVE WS-ALREADY-FLAGGED TO WS-TRL-ALREADY
           MOVE WS-TRAILER-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OPERATOR-HELD TO WS-TRL-OPER-HELD
           MOVE WS-PROFILES-CREATED TO WS-TRL-CREATED
           MOVE WS-REJECTED-COUNT TO WS-TRL-REJECTED
           MOVE WS-TRAILER-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "RTNMAIL1: RECORDS READ     " WS-RECORDS-READ
           DISPLAY "RTNMAIL1: NEWLY FLAGGED    " WS-NEWLY-FLAGGED
           DISPLAY "RTNMAIL1: ALREADY FLAGGED  " WS-ALREADY-FLAGGED
           DISPLAY "RTNMAIL1: REJECTED         " WS-REJECTED-COUNT

           IF WS-REJECTED-COUNT > 0
              AND RETURN-CODE = RC-CLEAN
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-RETURNED-MAIL-OPEN
               CLOSE RETURNED-MAIL-FILE
           END-IF
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-PROFILE-FILE-OPEN
               CLOSE CUSTOMER-PROFILE-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE RESEARCH-WORKLIST
           END-IF.
       9000-EXIT.
           EXIT.
