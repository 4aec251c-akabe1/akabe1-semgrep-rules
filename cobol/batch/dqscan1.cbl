      *================================================================*
      *  DQSCAN1                                                       *
      *  Weekly customer master data-quality scan.  CUSTOMER-FILE      *
      *  still carries records the rest of the system cannot handle -  *
      *  the BOFTEST1 training adds with blank name and address,       *
      *  activity dates in the future, statement cycles STMCYC1        *
      *  cannot use, zero limits on debit balances, active customers   *
      *  with no profile row, closed accounts still linked to a        *
      *  client.  Every week this step:                                *
      *                                                                *
      *    - tests each master record, its CUSTOMER-PROFILE-FILE row,  *
      *      and its open CLIENT-RELATIONSHIP-FILE links against the   *
      *      rules in DQRULE                                           *
      *    - opens or restamps one DQ-WORKLIST-FILE row per customer   *
      *      per failed rule, for CUSTMNT1 operators to work through,  *
      *      and marks resolved every open row this scan no longer     *
      *      finds                                                     *
      *    - prints the open exceptions grouped by rule, each rule     *
      *      with its count against the last scan's                    *
      *    - appends this scan's counts per rule to DQ-COUNT-FILE, so  *
      *      the next scan can show whether the master is getting      *
      *      cleaner                                                   *
      *                                                                *
      *  The scan changes nothing on the master.  More open            *
      *  exceptions than the last scan leaves RC-WARNING.              *
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
       PROGRAM-ID. DQSCAN1.
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
           SELECT CUSTOMER-FILE ASSIGN TO CUSTOMER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CF-FILE-STATUS.

           SELECT CUSTOMER-PROFILE-FILE ASSIGN TO CUSTPROF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROF-CUST-ID
               FILE STATUS IS PF-FILE-STATUS.

           SELECT CLIENT-RELATIONSHIP-FILE
               ASSIGN TO CLNTREL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREL-KEY
               FILE STATUS IS CR-FILE-STATUS.

           SELECT DQ-WORKLIST-FILE ASSIGN TO DQWORK-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQW-KEY
               FILE STATUS IS DW-FILE-STATUS.

           SELECT DQ-COUNT-FILE ASSIGN TO DQCNT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DC-FILE-STATUS.

           SELECT EXCEPTION-REPORT ASSIGN TO DQSCAN-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT OS-AUDIT-FILE ASSIGN TO OSAUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD  CUSTOMER-PROFILE-FILE.
           COPY "profrec.cpy".

       FD  CLIENT-RELATIONSHIP-FILE.
           COPY "clntrel.cpy".

       FD  DQ-WORKLIST-FILE.
           COPY "dqwork.cpy".

       FD  DQ-COUNT-FILE.
           COPY "dqcnt.cpy".

       FD  EXCEPTION-REPORT.
       01  REPORT-LINE                 PIC X(132).

       FD  OS-AUDIT-FILE.
           COPY "auditrec.cpy".

       SD  SORT-WORK-FILE.
       01  SORT-EXCEPTION-RECORD.
           05  SRTX-RULE-CODE              PIC 9(02).
           05  SRTX-CUST-ID                PIC X(06).
           05  SRTX-DETAIL                 PIC X(30).
           05  SRTX-FIRST-FOUND-DATE       PIC 9(08).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CF-FILE-STATUS               PIC X(02).
           88  CF-STATUS-OK                   VALUE '00'.
       77  PF-FILE-STATUS               PIC X(02).
           88  PF-STATUS-OK                   VALUE '00'.
       77  CR-FILE-STATUS               PIC X(02).
           88  CR-STATUS-OK                   VALUE '00'.
       77  DW-FILE-STATUS               PIC X(02).
           88  DW-STATUS-OK                   VALUE '00'.
           88  DW-STATUS-NOT-FOUND            VALUE '35'.
       77  DC-FILE-STATUS               PIC X(02).
           88  DC-STATUS-OK                   VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.
       77  OA-FILE-STATUS               PIC X(02).
           88  OA-STATUS-OK                   VALUE '00'.

       77  WS-CUSTOMER-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-CUSTOMER-FILE-OPEN          VALUE 'Y'.
       77  WS-PROFILE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PROFILE-FILE-OPEN           VALUE 'Y'.
       77  WS-RELATION-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-RELATION-FILE-OPEN          VALUE 'Y'.
       77  WS-WORKLIST-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-WORKLIST-OPEN               VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-OS-AUDIT-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-OS-AUDIT-OPEN               VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE                 VALUE 'Y'.
       77  WS-SORT-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-SORT-AT-EOF                 VALUE 'Y'.
       77  WS-PROFILE-FOUND-SW          PIC X(01) VALUE 'N'.
           88  WS-PROFILE-FOUND               VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-TIMESTAMP                 PIC 9(14).
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).
       77  WS-PRIOR-RUN-DATE            PIC 9(08) VALUE 0.
       77  WS-RULE-SUB                  PIC 9(02) COMP-3.
       77  WS-CURRENT-RULE              PIC 9(02).
       77  WS-DETAIL                    PIC X(30).
       77  WS-AUDIT-TEXT                PIC X(100).
       77  WS-AMOUNT-DISPLAY            PIC -(7)9.99.
       01  WS-CHECK-DATE                PIC 9(08).
       01  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YEAR            PIC 9(04).
           05  WS-CHECK-MONTH           PIC 9(02).
           05  WS-CHECK-DAY             PIC 9(02).

       77  WS-CUSTOMERS-READ            PIC 9(07) COMP-3 VALUE 0.
       77  WS-LINKS-READ                PIC 9(07) COMP-3 VALUE 0.
       77  WS-TOTAL-OPEN                PIC 9(07) COMP-3 VALUE 0.
       77  WS-TOTAL-NEW                 PIC 9(07) COMP-3 VALUE 0.
       77  WS-TOTAL-RESOLVED            PIC 9(07) COMP-3 VALUE 0.
       77  WS-TOTAL-PRIOR               PIC 9(07) COMP-3 VALUE 0.
       77  WS-RULE-LISTED               PIC 9(07) COMP-3 VALUE 0.
       77  WS-OPEN-DISPLAY              PIC 9(07).
       77  WS-PRIOR-DISPLAY             PIC 9(07).

       01  WS-RULE-TOTALS.
           05  WS-RULE-TOTAL OCCURS 12 TIMES.
               10  WS-RT-OPEN           PIC 9(07) COMP-3.
               10  WS-RT-NEW            PIC 9(07) COMP-3.
               10  WS-RT-RESOLVED       PIC 9(07) COMP-3.
               10  WS-RT-PRIOR          PIC 9(07) COMP-3.

       COPY "dqrule.cpy".
       COPY "retcode.cpy".
       COPY "busdate.cpy".
       COPY "audseq.cpy".
       77  WS-AUDIT-SEQ-READY-SW        PIC X(01) VALUE 'N'.
           88  WS-AUDIT-SEQ-READY            VALUE 'Y'.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(36) VALUE
               "CUSTOMER MASTER DATA-QUALITY SCAN".
           05  FILLER                  PIC X(12) VALUE "RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(16) VALUE
               "   LAST SCAN : ".
           05  WS-HDR-PRIOR-DATE       PIC 9(08).
       01  WS-RULE-HEADER.
           05  FILLER                  PIC X(06) VALUE "RULE ".
           05  WS-RHD-RULE-CODE        PIC 99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RHD-RULE-TEXT        PIC X(30).
       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CUST ID".
           05  FILLER                  PIC X(32) VALUE "DETAIL".
           05  FILLER                  PIC X(12) VALUE "FIRST FOUND".

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DTL-CUST-ID          PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DTL-DETAIL           PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-FIRST-FOUND      PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-NEW-FLAG         PIC X(03).

       01  WS-RULE-FOOTER.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "OPEN ".
           05  WS-RFT-OPEN             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE "   NEW ".
           05  WS-RFT-NEW              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE
               "   RESOLVED ".
           05  WS-RFT-RESOLVED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
               "   LAST SCAN ".
           05  WS-RFT-PRIOR            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE
               "   CHANGE ".
           05  WS-RFT-CHANGE           PIC +++,++9.

       01  WS-SUMMARY-HEADER.
           05  FILLER                  PIC X(34) VALUE
               "RULE SUMMARY".
           05  FILLER                  PIC X(10) VALUE "     OPEN".
           05  FILLER                  PIC X(10) VALUE "      NEW".
           05  FILLER                  PIC X(10) VALUE " RESOLVED".
           05  FILLER                  PIC X(10) VALUE "LAST SCAN".
           05  FILLER                  PIC X(10) VALUE "   CHANGE".
       01  WS-SUMMARY-LINE.
           05  WS-SUM-RULE-CODE        PIC 99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SUM-RULE-TEXT        PIC X(30).
           05  WS-SUM-OPEN             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-SUM-NEW              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-SUM-RESOLVED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-SUM-PRIOR            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-SUM-CHANGE           PIC +++,++9.

       01  WS-TRAILER-LINE.
           05  FILLER                  PIC X(18) VALUE
               "CUSTOMERS READ:".
           05  WS-TRL-CUSTOMERS        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "CLIENT LINKS READ:".
           05  WS-TRL-LINKS            PIC ZZZ,ZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = RC-CLEAN
               PERFORM 2000-SCAN-CUSTOMERS THRU 2000-EXIT
           END-IF
           IF RETURN-CODE = RC-CLEAN
               PERFORM 2500-SCAN-CLIENT-LINKS THRU 2500-EXIT
           END-IF
           IF RETURN-CODE = RC-CLEAN
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRTX-RULE-CODE
                                    SRTX-CUST-ID
                   INPUT PROCEDURE IS 3000-SWEEP-WORKLIST
                       THRU 3000-EXIT
                   OUTPUT PROCEDURE IS 4000-REPORT-BY-RULE
                       THRU 4000-EXIT
               PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
           END-IF
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - the last scan's counts come off the end   *
      *    of DQ-COUNT-FILE; a rerun the same day compares against     *
      *    the scan before it, not against itself                      *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TIME-HHMMSS
           COMPUTE WS-TIMESTAMP = BUSDATE-BUSINESS-DATE
               * 1000000 + WS-TIME-HHMMSS
           PERFORM 1050-CLEAR-ONE-RULE THRU 1050-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > DQ-RULE-COUNT

           OPEN INPUT DQ-COUNT-FILE
           IF DC-STATUS-OK
               MOVE 'N' TO WS-EOF-SW
               READ DQ-COUNT-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM 1100-NOTE-ONE-PRIOR THRU 1100-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE DQ-COUNT-FILE
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CF-STATUS-OK
               SET WS-CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "DQSCAN1: CUSTOMER-FILE OPEN FAILED "
                       CF-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT CUSTOMER-PROFILE-FILE
           IF PF-STATUS-OK
               SET WS-PROFILE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "DQSCAN1: NO CUSTOMER-PROFILE-FILE, STATUS "
                       PF-FILE-STATUS
           END-IF

           OPEN INPUT CLIENT-RELATIONSHIP-FILE
           IF CR-STATUS-OK
               SET WS-RELATION-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "DQSCAN1: NO CLIENT-RELATIONSHIP-FILE, STATUS "
                       CR-FILE-STATUS
           END-IF

           OPEN I-O DQ-WORKLIST-FILE
           IF DW-STATUS-NOT-FOUND
               OPEN OUTPUT DQ-WORKLIST-FILE
               CLOSE DQ-WORKLIST-FILE
               OPEN I-O DQ-WORKLIST-FILE
           END-IF
           IF DW-STATUS-OK
               SET WS-WORKLIST-OPEN TO TRUE
           ELSE
               DISPLAY "DQSCAN1: DQ-WORKLIST-FILE OPEN FAILED "
                       DW-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT EXCEPTION-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "DQSCAN1: EXCEPTION-REPORT OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN EXTEND OS-AUDIT-FILE
           IF OA-STATUS-OK
               SET WS-OS-AUDIT-OPEN TO TRUE
           END-IF

           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-PRIOR-RUN-DATE TO WS-HDR-PRIOR-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1050-CLEAR-ONE-RULE.
           MOVE 0 TO WS-RT-OPEN(WS-RULE-SUB)
           MOVE 0 TO WS-RT-NEW(WS-RULE-SUB)
           MOVE 0 TO WS-RT-RESOLVED(WS-RULE-SUB)
           MOVE 0 TO WS-RT-PRIOR(WS-RULE-SUB).
       1050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1100-NOTE-ONE-PRIOR - rows are appended in run order, so    *
      *    the last one for a rule before today is the last scan's     *
      *----------------------------------------------------------------*
       1100-NOTE-ONE-PRIOR.
           IF DQC-RUN-DATE < WS-RUN-DATE
              AND DQC-RULE-CODE >= 1
              AND DQC-RULE-CODE <= DQ-RULE-COUNT
               MOVE DQC-RUN-DATE TO WS-PRIOR-RUN-DATE
               MOVE DQC-OPEN-COUNT TO WS-RT-PRIOR(DQC-RULE-CODE)
           END-IF
           READ DQ-COUNT-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-SCAN-CUSTOMERS - every master record against rules 01  *
      *    through 11                                                  *
      *----------------------------------------------------------------*
       2000-SCAN-CUSTOMERS.
           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO CUST-ID
           START CUSTOMER-FILE
               KEY IS NOT LESS THAN CUST-ID
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 2100-CHECK-ONE-CUSTOMER THRU 2100-EXIT
               UNTIL WS-END-OF-FILE.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-CHECK-ONE-CUSTOMER.
           READ CUSTOMER-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-CUSTOMERS-READ

           IF CUST-BALANCE IS NOT NUMERIC
            OR CUST-CREDIT-LIMIT IS NOT NUMERIC
               MOVE 01 TO WS-CURRENT-RULE
               MOVE "PACKED AMOUNT WILL NOT UNPACK" TO WS-DETAIL
               PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
           END-IF

           IF CUST-NAME = SPACES
            OR CUST-ADDRESS = SPACES
               MOVE 02 TO WS-CURRENT-RULE
               EVALUATE TRUE
                   WHEN CUST-NAME = SPACES
                    AND CUST-ADDRESS = SPACES
                       MOVE "NAME AND ADDRESS BLANK" TO WS-DETAIL
                   WHEN CUST-NAME = SPACES
                       MOVE "NAME BLANK" TO WS-DETAIL
                   WHEN OTHER
                       MOVE "ADDRESS BLANK" TO WS-DETAIL
               END-EVALUATE
               PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
           END-IF

           IF NOT CUST-ACTIVE
            AND NOT CUST-INACTIVE
            AND NOT CUST-CLOSED
            AND NOT CUST-CHARGED-OFF
               MOVE 03 TO WS-CURRENT-RULE
               MOVE SPACES TO WS-DETAIL
               STRING "STATUS '" DELIMITED BY SIZE
                      CUST-STATUS DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                      INTO WS-DETAIL
               PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
           END-IF

           PERFORM 2200-CHECK-ACTIVITY-DATE THRU 2200-EXIT

           IF CUST-STMT-CYCLE IS NOT NUMERIC
            OR CUST-STMT-CYCLE > 4
               MOVE 06 TO WS-CURRENT-RULE
               MOVE SPACES TO WS-DETAIL
               STRING "CYCLE '" DELIMITED BY SIZE
                      CUST-STMT-CYCLE DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                      INTO WS-DETAIL
               PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
           END-IF

           IF CUST-BALANCE IS NUMERIC
            AND CUST-CREDIT-LIMIT IS NUMERIC
               PERFORM 2300-CHECK-AMOUNTS THRU 2300-EXIT
           END-IF

           PERFORM 2400-CHECK-PROFILE THRU 2400-EXIT.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-CHECK-ACTIVITY-DATE - zero means never posted and is   *
      *    not an exception                                            *
      *----------------------------------------------------------------*
       2200-CHECK-ACTIVITY-DATE.
           IF CUST-LAST-ACTIVITY-DATE IS NOT NUMERIC
               MOVE 04 TO WS-CURRENT-RULE
               MOVE "ACTIVITY DATE NOT NUMERIC" TO WS-DETAIL
               PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF
           IF CUST-LAST-ACTIVITY-DATE = 0
               GO TO 2200-EXIT
           END-IF
           MOVE CUST-LAST-ACTIVITY-DATE TO WS-CHECK-DATE
           IF WS-CHECK-YEAR < 1900
            OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
            OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
               MOVE 04 TO WS-CURRENT-RULE
               MOVE SPACES TO WS-DETAIL
               STRING "ACTIVITY DATE " DELIMITED BY SIZE
                      WS-CHECK-DATE DELIMITED BY SIZE
                      INTO WS-DETAIL
               PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF
           IF WS-CHECK-DATE > WS-RUN-DATE
               MOVE 05 TO WS-CURRENT-RULE
               MOVE SPACES TO WS-DETAIL
               STRING "ACTIVITY DATE " DELIMITED BY SIZE
                      WS-CHECK-DATE DELIMITED BY SIZE
                      INTO WS-DETAIL
               PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
           END-IF.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-CHECK-AMOUNTS - a negative CUST-BALANCE is a debit     *
      *    balance, owed to the shop                                   *
      *----------------------------------------------------------------*
       2300-CHECK-AMOUNTS.
           IF CUST-CREDIT-LIMIT < 0
               MOVE 07 TO WS-CURRENT-RULE
               MOVE CUST-CREDIT-LIMIT TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-DETAIL
               STRING "LIMIT " DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                      INTO WS-DETAIL
               PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
           END-IF
           IF CUST-CREDIT-LIMIT = 0
            AND CUST-BALANCE < 0
               MOVE 08 TO WS-CURRENT-RULE
               MOVE CUST-BALANCE TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-DETAIL
               STRING "BALANCE " DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                      INTO WS-DETAIL
               PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
           END-IF
           IF CUST-CLOSED
            AND CUST-BALANCE NOT = 0
               MOVE 09 TO WS-CURRENT-RULE
               MOVE CUST-BALANCE TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-DETAIL
               STRING "BALANCE " DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                      INTO WS-DETAIL
               PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
           END-IF.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2400-CHECK-PROFILE - with no profile file on hand the       *
      *    profile rules are not judged at all                         *
      *----------------------------------------------------------------*
       2400-CHECK-PROFILE.
           IF NOT WS-PROFILE-FILE-OPEN
               GO TO 2400-EXIT
           END-IF
           MOVE 'N' TO WS-PROFILE-FOUND-SW
           MOVE CUST-ID TO PROF-CUST-ID
           READ CUSTOMER-PROFILE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-PROFILE-FOUND TO TRUE
           END-READ
           IF CUST-ACTIVE
            AND NOT WS-PROFILE-FOUND
               MOVE 10 TO WS-CURRENT-RULE
               MOVE "NO CUSTOMER-PROFILE-FILE ROW" TO WS-DETAIL
               PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
           END-IF
           IF WS-PROFILE-FOUND
            AND NOT PROF-DELIVER-MAIL
            AND NOT PROF-DELIVER-ELECTRONIC
            AND NOT PROF-DELIVER-HOLD
               MOVE 11 TO WS-CURRENT-RULE
               MOVE SPACES TO WS-DETAIL
               STRING "DELIVERY '" DELIMITED BY SIZE
                      PROF-STMT-DELIVERY DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                      INTO WS-DETAIL
               PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
           END-IF.
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2500-SCAN-CLIENT-LINKS - rule 12, an open link to a closed  *
      *    customer; a link to a customer not on the master is         *
      *    CLNTEXP1's broken link and is left to it                    *
      *----------------------------------------------------------------*
       2500-SCAN-CLIENT-LINKS.
           IF NOT WS-RELATION-FILE-OPEN
               GO TO 2500-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO CREL-KEY
           START CLIENT-RELATIONSHIP-FILE
               KEY IS NOT LESS THAN CREL-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 2600-CHECK-ONE-LINK THRU 2600-EXIT
               UNTIL WS-END-OF-FILE.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2600-CHECK-ONE-LINK.
           READ CLIENT-RELATIONSHIP-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2600-EXIT
           END-READ
           ADD 1 TO WS-LINKS-READ
           IF CREL-END-DATE NOT = 0
               GO TO 2600-EXIT
           END-IF
           MOVE CREL-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY GO TO 2600-EXIT
           END-READ
           IF CUST-CLOSED
               MOVE 12 TO WS-CURRENT-RULE
               MOVE SPACES TO WS-DETAIL
               STRING "CLIENT " DELIMITED BY SIZE
                      CREL-CLIENT-ID DELIMITED BY SIZE
                      INTO WS-DETAIL
               PERFORM 2900-RECORD-EXCEPTION THRU 2900-EXIT
           END-IF.
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2900-RECORD-EXCEPTION - open the customer's row under the   *
      *    rule, or restamp it as found this scan; a resolved row      *
      *    found again is reopened.  Counting is left to the sweep so  *
      *    a rerun counts the same way                                 *
      *----------------------------------------------------------------*
       2900-RECORD-EXCEPTION.
           MOVE CUST-ID TO DQW-CUST-ID
           MOVE WS-CURRENT-RULE TO DQW-RULE-CODE
           READ DQ-WORKLIST-FILE
               INVALID KEY
                   INITIALIZE DQ-WORKLIST-RECORD
                   MOVE CUST-ID TO DQW-CUST-ID
                   MOVE WS-CURRENT-RULE TO DQW-RULE-CODE
                   MOVE DQR-RULE-TEXT(WS-CURRENT-RULE)
                       TO DQW-RULE-TEXT
                   MOVE WS-DETAIL TO DQW-DETAIL
                   SET DQW-OPEN TO TRUE
                   MOVE WS-RUN-DATE TO DQW-FIRST-FOUND-DATE
                   MOVE WS-RUN-DATE TO DQW-LAST-FOUND-DATE
                   WRITE DQ-WORKLIST-RECORD
                   GO TO 2900-EXIT
           END-READ
           IF DQW-RESOLVED
               SET DQW-OPEN TO TRUE
               MOVE WS-RUN-DATE TO DQW-FIRST-FOUND-DATE
               MOVE 0 TO DQW-RESOLVED-DATE
           END-IF
           MOVE DQR-RULE-TEXT(WS-CURRENT-RULE) TO DQW-RULE-TEXT
           MOVE WS-DETAIL TO DQW-DETAIL
           MOVE WS-RUN-DATE TO DQW-LAST-FOUND-DATE
           REWRITE DQ-WORKLIST-RECORD.
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-SWEEP-WORKLIST - a row still open but not found this   *
      *    scan has been fixed and is resolved; every row found this   *
      *    scan is counted and goes to the sort for the report         *
      *----------------------------------------------------------------*
       3000-SWEEP-WORKLIST.
           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO DQW-KEY
           START DQ-WORKLIST-FILE
               KEY IS NOT LESS THAN DQW-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 3100-SWEEP-ONE-ROW THRU 3100-EXIT
               UNTIL WS-END-OF-FILE.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-SWEEP-ONE-ROW.
           READ DQ-WORKLIST-FILE NEXT
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF DQW-RULE-CODE < 1
            OR DQW-RULE-CODE > DQ-RULE-COUNT
               GO TO 3100-EXIT
           END-IF
           MOVE DQW-RULE-CODE TO WS-RULE-SUB
           IF DQW-OPEN
            AND DQW-LAST-FOUND-DATE < WS-RUN-DATE
               SET DQW-RESOLVED TO TRUE
               MOVE WS-RUN-DATE TO DQW-RESOLVED-DATE
               REWRITE DQ-WORKLIST-RECORD
           END-IF
           IF DQW-RESOLVED
               IF DQW-RESOLVED-DATE = WS-RUN-DATE
                   ADD 1 TO WS-RT-RESOLVED(WS-RULE-SUB)
               END-IF
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-RT-OPEN(WS-RULE-SUB)
           IF DQW-FIRST-FOUND-DATE = WS-RUN-DATE
               ADD 1 TO WS-RT-NEW(WS-RULE-SUB)
           END-IF
           MOVE DQW-RULE-CODE TO SRTX-RULE-CODE
           MOVE DQW-CUST-ID TO SRTX-CUST-ID
           MOVE DQW-DETAIL TO SRTX-DETAIL
           MOVE DQW-FIRST-FOUND-DATE TO SRTX-FIRST-FOUND-DATE
           RELEASE SORT-EXCEPTION-RECORD.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-REPORT-BY-RULE - a heading and a count line per rule   *
      *    with open exceptions; the summary covers every rule         *
      *----------------------------------------------------------------*
       4000-REPORT-BY-RULE.
           MOVE 0 TO WS-CURRENT-RULE
           MOVE 'N' TO WS-SORT-EOF-SW
           RETURN SORT-WORK-FILE
               AT END SET WS-SORT-AT-EOF TO TRUE
           END-RETURN
           PERFORM 4100-REPORT-ONE-EXCEPTION THRU 4100-EXIT
               UNTIL WS-SORT-AT-EOF
           IF WS-CURRENT-RULE NOT = 0
               PERFORM 4300-WRITE-RULE-FOOTER THRU 4300-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4100-REPORT-ONE-EXCEPTION.
           IF SRTX-RULE-CODE NOT = WS-CURRENT-RULE
               IF WS-CURRENT-RULE NOT = 0
                   PERFORM 4300-WRITE-RULE-FOOTER THRU 4300-EXIT
               END-IF
               MOVE SRTX-RULE-CODE TO WS-CURRENT-RULE
               PERFORM 4200-WRITE-RULE-HEADER THRU 4200-EXIT
           END-IF
           MOVE SRTX-CUST-ID TO WS-DTL-CUST-ID
           MOVE SRTX-DETAIL TO WS-DTL-DETAIL
           MOVE SRTX-FIRST-FOUND-DATE TO WS-DTL-FIRST-FOUND
           MOVE SPACES TO WS-DTL-NEW-FLAG
           IF SRTX-FIRST-FOUND-DATE = WS-RUN-DATE
               MOVE "NEW" TO WS-DTL-NEW-FLAG
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           RETURN SORT-WORK-FILE
               AT END SET WS-SORT-AT-EOF TO TRUE
           END-RETURN.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4200-WRITE-RULE-HEADER.
           MOVE WS-CURRENT-RULE TO WS-RHD-RULE-CODE
           MOVE DQR-RULE-TEXT(WS-CURRENT-RULE) TO WS-RHD-RULE-TEXT
           MOVE WS-RULE-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE.
       4200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4300-WRITE-RULE-FOOTER.
           MOVE WS-CURRENT-RULE TO WS-RULE-SUB
           MOVE WS-RT-OPEN(WS-RULE-SUB) TO WS-RFT-OPEN
           MOVE WS-RT-NEW(WS-RULE-SUB) TO WS-RFT-NEW
           MOVE WS-RT-RESOLVED(WS-RULE-SUB) TO WS-RFT-RESOLVED
           MOVE WS-RT-PRIOR(WS-RULE-SUB) TO WS-RFT-PRIOR
           COMPUTE WS-RFT-CHANGE = WS-RT-OPEN(WS-RULE-SUB)
               - WS-RT-PRIOR(WS-RULE-SUB)
           MOVE WS-RULE-FOOTER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
       4300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-WRITE-SUMMARY - every rule, this scan against the      *
      *    last, and the counts kept for the next scan                 *
      *----------------------------------------------------------------*
       5000-WRITE-SUMMARY.
           MOVE WS-SUMMARY-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN EXTEND DQ-COUNT-FILE
           IF NOT DC-STATUS-OK
               OPEN OUTPUT DQ-COUNT-FILE
           END-IF
           IF NOT DC-STATUS-OK
               DISPLAY "DQSCAN1: DQ-COUNT-FILE OPEN FAILED "
                       DC-FILE-STATUS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF
           PERFORM 5100-SUMMARIZE-ONE-RULE THRU 5100-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > DQ-RULE-COUNT
           IF DC-STATUS-OK
               CLOSE DQ-COUNT-FILE
           END-IF

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "ALL RULES" TO WS-SUM-RULE-TEXT
           MOVE WS-TOTAL-OPEN TO WS-SUM-OPEN
           MOVE WS-TOTAL-NEW TO WS-SUM-NEW
           MOVE WS-TOTAL-RESOLVED TO WS-SUM-RESOLVED
           MOVE WS-TOTAL-PRIOR TO WS-SUM-PRIOR
           COMPUTE WS-SUM-CHANGE = WS-TOTAL-OPEN - WS-TOTAL-PRIOR
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CUSTOMERS-READ TO WS-TRL-CUSTOMERS
           MOVE WS-LINKS-READ TO WS-TRL-LINKS
           MOVE WS-TRAILER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-OPEN TO WS-OPEN-DISPLAY
           MOVE WS-TOTAL-PRIOR TO WS-PRIOR-DISPLAY
           DISPLAY "DQSCAN1: OPEN EXCEPTIONS " WS-OPEN-DISPLAY
                   " LAST SCAN " WS-PRIOR-DISPLAY
           IF WS-PRIOR-RUN-DATE NOT = 0
            AND WS-TOTAL-OPEN > WS-TOTAL-PRIOR
            AND RETURN-CODE = RC-CLEAN
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "DQSCAN RUN OPEN=" DELIMITED BY SIZE
                  WS-OPEN-DISPLAY DELIMITED BY SIZE
                  " LAST=" DELIMITED BY SIZE
                  WS-PRIOR-DISPLAY DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5100-SUMMARIZE-ONE-RULE.
           ADD WS-RT-OPEN(WS-RULE-SUB) TO WS-TOTAL-OPEN
           ADD WS-RT-NEW(WS-RULE-SUB) TO WS-TOTAL-NEW
           ADD WS-RT-RESOLVED(WS-RULE-SUB) TO WS-TOTAL-RESOLVED
           ADD WS-RT-PRIOR(WS-RULE-SUB) TO WS-TOTAL-PRIOR
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE DQR-RULE-CODE(WS-RULE-SUB) TO WS-SUM-RULE-CODE
           MOVE DQR-RULE-TEXT(WS-RULE-SUB) TO WS-SUM-RULE-TEXT
           MOVE WS-RT-OPEN(WS-RULE-SUB) TO WS-SUM-OPEN
           MOVE WS-RT-NEW(WS-RULE-SUB) TO WS-SUM-NEW
           MOVE WS-RT-RESOLVED(WS-RULE-SUB) TO WS-SUM-RESOLVED
           MOVE WS-RT-PRIOR(WS-RULE-SUB) TO WS-SUM-PRIOR
           COMPUTE WS-SUM-CHANGE = WS-RT-OPEN(WS-RULE-SUB)
               - WS-RT-PRIOR(WS-RULE-SUB)
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF DC-STATUS-OK
               MOVE WS-RUN-DATE TO DQC-RUN-DATE
               MOVE DQR-RULE-CODE(WS-RULE-SUB) TO DQC-RULE-CODE
               MOVE WS-RT-OPEN(WS-RULE-SUB) TO DQC-OPEN-COUNT
               MOVE WS-RT-NEW(WS-RULE-SUB) TO DQC-NEW-COUNT
               MOVE WS-RT-RESOLVED(WS-RULE-SUB) TO DQC-RESOLVED-COUNT
               WRITE DQ-COUNT-RECORD
           END-IF.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-WRITE-AUDIT-RECORD - one row for the scan              *
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-RECORD.
           IF NOT WS-OS-AUDIT-OPEN
               GO TO 8000-EXIT
           END-IF
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           SET AUDIT-CHANNEL-OS TO TRUE
           MOVE "BATCH" TO AUDIT-OPERATOR-ID
           MOVE "BATCH" TO AUDIT-TERMINAL-ID
           MOVE "DQSCAN1" TO AUDIT-PROGRAM-ID
           MOVE WS-AUDIT-TEXT TO AUDIT-ACTION
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
           IF WS-CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-PROFILE-FILE-OPEN
               CLOSE CUSTOMER-PROFILE-FILE
           END-IF
           IF WS-RELATION-FILE-OPEN
               CLOSE CLIENT-RELATIONSHIP-FILE
           END-IF
           IF WS-WORKLIST-OPEN
               CLOSE DQ-WORKLIST-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE EXCEPTION-REPORT
           END-IF
           IF WS-OS-AUDIT-OPEN
               CLOSE OS-AUDIT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
