      *================================================================*
      *  MISSUM1                                                       *
      *  Month-end portfolio management information summary.  The      *
      *  business manager used to build one page of month-end numbers  *
      *  by hand out of CUSTRPT1, CUSTAGE1, DORMPRC1, the INTACR1 and  *
      *  SVCCHG1 proofs, COLLFUP1 and SUSPRPT1.  This step gathers     *
      *  the same figures in one pass over their sources and prints    *
      *  each one against the prior month and the same month last      *
      *  year:                                                         *
      *    - accounts by CUST-STATUS, total and average balance, from  *
      *      the customer working extract (CUSTXTR1), proved against   *
      *      its control trailer before anything is trusted;           *
      *    - delinquency as a percentage of all accounts in each age   *
      *      bucket, aged exactly as CUSTAGE1 ages a debit balance,    *
      *      and the total amount owed;                                *
      *    - interest (INT) and fee (FEE) income and charge-off        *
      *      recoveries (RCVY) posted during the month, off the        *
      *      transaction history; a reversed charge is not income.     *
      *      Month-end capitalized interest and service charges are    *
      *      written tonight and post tomorrow, so they are taken      *
      *      from INTACR1's totals rows on INTEREST-CAPITAL-CONTROL    *
      *      and from SVCCHG1's SERVICE-CHARGE-TXN-FILE, and the       *
      *      prior month's, posted early in this one, are passed by    *
      *      on the history;                                           *
      *    - promises collected: the collected amount on each          *
      *      collections work row marked collected whose promise fell  *
      *      due in the month;                                         *
      *    - new accounts (profile opened date in the month) and       *
      *      closed accounts (status C with the last activity in the   *
      *      month - the close date is not carried on the master, and  *
      *      nothing posts to a closed account, the same judgment      *
      *      ARCHPRC1 makes);                                          *
      *    - suspense items still outstanding and their amount.        *
      *  The month's figures are kept on MIS-HISTORY-FILE (MISHIST)    *
      *  so the comparisons build up; a month with no row prints N/A   *
      *  in its columns.  A rerun replaces the month's row.            *
      *                                                                *
      *  The report is also captured into the report repository under  *
      *  the name MISSUM1 and the business date, by the rules the      *
      *  capture utility (RPTCAP1) keeps: a recapture replaces the     *
      *  prior capture of the same date, pages are counted sixty lines *
      *  to the page, and captures older than the seven-year retention *
      *  are dropped.  A repository that will not open costs the       *
      *  capture only, with RC-WARNING.                                *
      *------------------------------------------------------------------
      *  AUTHOR.     J H MERCER, APPLICATIONS SUPPORT GROUP.
      *  INSTALLATION. DATA CENTER 2.
      *  DATE-WRITTEN.  2026-10-15.
      *  DATE-COMPILED.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 JHM   Original version.
      *  2026-10-15 JHM   Month-end interest capitalization and service
      *                   charges now count in the month they were
      *                   raised - taken from INTEREST-CAPITAL-CONTROL
      *                   and SERVICE-CHARGE-TXN-FILE, not from the
      *                   history rows that post the day after.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISSUM1.
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
           SELECT CUSTOMER-EXTRACT-FILE ASSIGN TO CUSTXTR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CX-FILE-STATUS.

           SELECT CUSTOMER-PROFILE-FILE ASSIGN TO CUSTPROF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-CUST-ID
               FILE STATUS IS PF-FILE-STATUS.

           SELECT TXN-HISTORY-FILE ASSIGN TO TXNHIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXNH-KEY
               FILE STATUS IS TH-FILE-STATUS.

           SELECT COLLECTIONS-WORK-FILE ASSIGN TO COLLWRK-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLL-CUST-ID
               FILE STATUS IS CW-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS SU-FILE-STATUS.

           SELECT INTEREST-CAPITAL-CONTROL
               ASSIGN TO INTCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IC-FILE-STATUS.

           SELECT SERVICE-CHARGE-TXN-FILE ASSIGN TO SVCTXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SV-FILE-STATUS.

           SELECT MIS-HISTORY-FILE ASSIGN TO MISHIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MISH-MONTH
               FILE STATUS IS MH-FILE-STATUS.

           SELECT MIS-REPORT ASSIGN TO MISSUM-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

           SELECT REPORT-INDEX-FILE ASSIGN TO RPTIDX-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIDX-KEY
               FILE STATUS IS IX-FILE-STATUS.

           SELECT REPORT-REPOSITORY-FILE ASSIGN TO RPTREP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLIN-KEY
               FILE STATUS IS RP-FILE-STATUS.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-EXTRACT-FILE.
           COPY "cxtrec.cpy".

       FD  CUSTOMER-PROFILE-FILE.
           COPY "profrec.cpy".

       FD  TXN-HISTORY-FILE.
           COPY "txnhist.cpy".

       FD  COLLECTIONS-WORK-FILE.
           COPY "collrec.cpy".

       FD  SUSPENSE-FILE.
           COPY "susprec.cpy".

       FD  INTEREST-CAPITAL-CONTROL.
           COPY "intctl.cpy".

       FD  SERVICE-CHARGE-TXN-FILE.
           COPY "txnrec.cpy"
               REPLACING ==TRANSACTION-RECORD==
                      BY ==SERVICE-CHARGE-RECORD==
                         LEADING ==TXN== BY ==SVC==.

       FD  MIS-HISTORY-FILE.
           COPY "mishist.cpy".

       FD  MIS-REPORT.
       01  REPORT-LINE                 PIC X(132).

       FD  REPORT-INDEX-FILE.
           COPY "rptidx.cpy".

       FD  REPORT-REPOSITORY-FILE.
           COPY "rptline.cpy".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CX-FILE-STATUS               PIC X(02).
           88  CX-STATUS-OK                   VALUE '00'.
       77  PF-FILE-STATUS               PIC X(02).
           88  PF-STATUS-OK                   VALUE '00'.
       77  TH-FILE-STATUS               PIC X(02).
           88  TH-STATUS-OK                   VALUE '00'.
       77  CW-FILE-STATUS               PIC X(02).
           88  CW-STATUS-OK                   VALUE '00'.
       77  SU-FILE-STATUS               PIC X(02).
           88  SU-STATUS-OK                   VALUE '00'.
       77  IC-FILE-STATUS               PIC X(02).
           88  IC-STATUS-OK                   VALUE '00'.
       77  SV-FILE-STATUS               PIC X(02).
           88  SV-STATUS-OK                   VALUE '00'.
       77  MH-FILE-STATUS               PIC X(02).
           88  MH-STATUS-OK                   VALUE '00'.
           88  MH-STATUS-DUPLICATE            VALUE '22'.
           88  MH-STATUS-NOT-FOUND            VALUE '35'.
       77  RPT-FILE-STATUS              PIC X(02).
           88  RPT-STATUS-OK                  VALUE '00'.
       77  IX-FILE-STATUS               PIC X(02).
           88  IX-STATUS-OK                   VALUE '00'.
       77  RP-FILE-STATUS               PIC X(02).
           88  RP-STATUS-OK                   VALUE '00'.

       77  WS-EXTRACT-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-EXTRACT-FILE-OPEN           VALUE 'Y'.
       77  WS-PROFILE-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-PROFILE-FILE-OPEN           VALUE 'Y'.
       77  WS-HISTORY-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-HISTORY-FILE-OPEN           VALUE 'Y'.
       77  WS-COLL-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-COLL-FILE-OPEN              VALUE 'Y'.
       77  WS-SUSPENSE-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
           88  WS-SUSPENSE-FILE-OPEN          VALUE 'Y'.
       77  WS-MIS-FILE-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-MIS-FILE-OPEN               VALUE 'Y'.
       77  WS-REPORT-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                 VALUE 'Y'.
       77  WS-INDEX-OPEN-SW             PIC X(01) VALUE 'N'.
           88  WS-INDEX-OPEN                  VALUE 'Y'.
       77  WS-REPOSITORY-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-REPOSITORY-OPEN             VALUE 'Y'.
       77  WS-CAPTURE-SW                PIC X(01) VALUE 'N'.
           88  WS-CAPTURING                   VALUE 'Y'.

       77  WS-CUST-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-CUST-AT-EOF                 VALUE 'Y'.
       77  WS-HISTORY-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-HISTORY-AT-EOF              VALUE 'Y'.
       77  WS-COLL-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-COLL-AT-EOF                 VALUE 'Y'.
       77  WS-SUSPENSE-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-SUSPENSE-AT-EOF             VALUE 'Y'.
       77  WS-ICC-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-ICC-AT-EOF                  VALUE 'Y'.
       77  WS-CHARGE-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-CHARGE-AT-EOF               VALUE 'Y'.
       77  WS-PURGE-EOF-SW              PIC X(01) VALUE 'N'.
           88  WS-PURGE-AT-EOF                VALUE 'Y'.
       77  WS-LINE-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-LINE-AT-EOF                 VALUE 'Y'.
       77  WS-DETAIL-READY-SW           PIC X(01).
           88  WS-DETAIL-READY                VALUE 'Y'.
       77  WS-PRIOR-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WS-PRIOR-FOUND                 VALUE 'Y'.
       77  WS-LAST-YEAR-FOUND-SW        PIC X(01) VALUE 'N'.
           88  WS-LAST-YEAR-FOUND             VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(08).
       77  WS-RUN-MONTH                 PIC 9(06).
       77  WS-PRIOR-MONTH               PIC 9(06).
       77  WS-LAST-YEAR-MONTH           PIC 9(06).
       77  WS-MONTH-START-DATE          PIC 9(08).
       77  WS-MONTH-END-DATE            PIC 9(08).
       77  WS-RUN-DATE-INTEGER          PIC S9(09) COMP.
       77  WS-ACTIVITY-INTEGER          PIC S9(09) COMP.
       77  WS-AGE-DAYS                  PIC S9(05) COMP-3.
       77  WS-TIMESTAMP                 PIC 9(14).
       77  WS-TIME-OF-DAY               PIC 9(08).
       77  WS-TIME-HHMMSS               PIC 9(06).

       77  WS-XTR-READ-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-XTR-READ-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-XTR-TRAILER-COUNT         PIC 9(07) VALUE 0.
       77  WS-XTR-TRAILER-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-XTR-TRAILER-SEEN-SW       PIC X(01) VALUE 'N'.
           88  WS-XTR-TRAILER-SEEN            VALUE 'Y'.

       77  WS-BUCKET-1-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-BUCKET-2-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-BUCKET-3-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-BUCKET-4-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-DELINQUENT-COUNT          PIC 9(07) COMP-3 VALUE 0.
       77  WS-HISTORY-ROWS-READ         PIC 9(09) COMP-3 VALUE 0.
       77  WS-CURRENT-CUST-ID           PIC X(06).

       77  WS-FIGURE-SUB                PIC S9(04) COMP.
       77  WS-FIGURE-COUNT              PIC S9(04) COMP VALUE 22.
       77  WS-FIGURE-VALUE              PIC S9(11)V99 COMP-3.
       77  WS-FIGURE-KIND               PIC X(01).
           88  WS-FIGURE-IS-COUNT             VALUE 'C'.
           88  WS-FIGURE-IS-AMOUNT            VALUE 'A'.
           88  WS-FIGURE-IS-PERCENT           VALUE 'P'.
       77  WS-FIGURE-TEXT               PIC X(18) JUSTIFIED RIGHT.
       77  WS-EDIT-COUNT                PIC ---,---,---,--9.
       77  WS-EDIT-AMOUNT               PIC ---,---,---,--9.99.
       77  WS-EDIT-PERCENT              PIC ----9.99.

       77  WS-REPORT-NAME               PIC X(10) VALUE "MISSUM1".
       77  WS-RETENTION-DAYS            PIC 9(04) VALUE 2557.
       77  WS-CAPTURE-LINE-COUNT        PIC 9(07) COMP-3 VALUE 0.
       77  WS-CAPTURE-PAGE-COUNT        PIC 9(05) COMP-3 VALUE 0.
       77  WS-LINES-PER-PAGE            PIC 9(02) COMP-3 VALUE 60.
       77  WS-PAGE-REMAINDER            PIC 9(02) COMP-3.
       77  WS-CUTOFF-INTEGER            PIC S9(09) COMP.
       77  WS-CUTOFF-DATE               PIC 9(08).
       77  WS-PURGED-CAPTURES           PIC 9(05) COMP-3 VALUE 0.
       77  WS-PURGE-NAME                PIC X(10).
       77  WS-PURGE-DATE                PIC 9(08).

       COPY "custrec.cpy".
       COPY "txnrec.cpy".
       COPY "retcode.cpy".
       COPY "busdate.cpy".

      *    The month's figures and the two months they are set
      *    against, each in the history row's own layout.
       COPY "mishist.cpy"
           REPLACING ==MIS-HISTORY-RECORD== BY ==MIS-CURRENT-FIGURES==
                     LEADING ==MISH-== BY ==MISC-==.
       COPY "mishist.cpy"
           REPLACING ==MIS-HISTORY-RECORD== BY ==MIS-PRIOR-FIGURES==
                     LEADING ==MISH-== BY ==MISP-==.
       COPY "mishist.cpy"
           REPLACING ==MIS-HISTORY-RECORD== BY ==MIS-LAST-YEAR-FIGURES==
                     LEADING ==MISH-== BY ==MISL-==.

      *    One entry per figure, in MISH-FIGURE-TABLE order: how it
      *    edits (C count, A amount, P percent) and its label.
       01  WS-FIGURE-LABEL-TABLE.
           05  FILLER                  PIC X(31) VALUE
               "C  ACTIVE (A)".
           05  FILLER                  PIC X(31) VALUE
               "C  INACTIVE (I)".
           05  FILLER                  PIC X(31) VALUE
               "C  CLOSED (C)".
           05  FILLER                  PIC X(31) VALUE
               "C  CHARGED OFF (W)".
           05  FILLER                  PIC X(31) VALUE
               "C  ANY OTHER STATUS".
           05  FILLER                  PIC X(31) VALUE
               "C  TOTAL ACCOUNTS".
           05  FILLER                  PIC X(31) VALUE
               "A  TOTAL BALANCE".
           05  FILLER                  PIC X(31) VALUE
               "A  AVERAGE BALANCE".
           05  FILLER                  PIC X(31) VALUE
               "P  PCT OWING 0-30 DAYS".
           05  FILLER                  PIC X(31) VALUE
               "P  PCT OWING 31-60 DAYS".
           05  FILLER                  PIC X(31) VALUE
               "P  PCT OWING 61-90 DAYS".
           05  FILLER                  PIC X(31) VALUE
               "P  PCT OWING OVER 90 DAYS".
           05  FILLER                  PIC X(31) VALUE
               "P  PCT DELINQUENT IN ALL".
           05  FILLER                  PIC X(31) VALUE
               "A  TOTAL AMOUNT OWED".
           05  FILLER                  PIC X(31) VALUE
               "A  INTEREST INCOME".
           05  FILLER                  PIC X(31) VALUE
               "A  FEE INCOME".
           05  FILLER                  PIC X(31) VALUE
               "A  PROMISES COLLECTED".
           05  FILLER                  PIC X(31) VALUE
               "A  CHARGE-OFF RECOVERIES".
           05  FILLER                  PIC X(31) VALUE
               "C  NEW ACCOUNTS".
           05  FILLER                  PIC X(31) VALUE
               "C  CLOSED ACCOUNTS".
           05  FILLER                  PIC X(31) VALUE
               "C  ITEMS OUTSTANDING".
           05  FILLER                  PIC X(31) VALUE
               "A  AMOUNT OUTSTANDING".
       01  FILLER REDEFINES WS-FIGURE-LABEL-TABLE.
           05  WS-FIGURE-ENTRY OCCURS 22 TIMES.
               10  WS-FIGURE-EDIT-KIND PIC X(01).
               10  WS-FIGURE-LABEL     PIC X(30).

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
               "MONTH-END PORTFOLIO SUMMARY - MONTH OF ".
           05  WS-HDR-MONTH            PIC 9(06).
           05  FILLER                  PIC X(12) VALUE " RUN DATE : ".
           05  WS-HDR-RUN-DATE         PIC 9(08).
       01  WS-COLUMN-HEADER-1.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE
               "        THIS MONTH".
           05  FILLER                  PIC X(19) VALUE
               "       PRIOR MONTH".
           05  FILLER                  PIC X(19) VALUE
               "            CHANGE".
           05  FILLER                  PIC X(19) VALUE
               "    SAME MONTH L/Y".
           05  FILLER                  PIC X(19) VALUE
               "            CHANGE".
       01  WS-COLUMN-HEADER-2.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  WS-COL-RUN-MONTH        PIC 9(06).
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  WS-COL-PRIOR-MONTH      PIC 9(06).
           05  FILLER                  PIC X(32) VALUE SPACES.
           05  WS-COL-LAST-YEAR-MONTH  PIC 9(06).

       01  WS-SECTION-LINE.
           05  WS-SECTION-TITLE        PIC X(40).

       01  WS-FIGURE-LINE.
           05  WS-FIG-LABEL            PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-FIG-THIS-MONTH       PIC X(18).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-FIG-PRIOR-MONTH      PIC X(18).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-FIG-PRIOR-CHANGE     PIC X(18).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-FIG-LAST-YEAR        PIC X(18).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-FIG-LAST-YEAR-CHANGE PIC X(18).

       01  WS-NOTE-LINE.
           05  FILLER                  PIC X(12) VALUE "NOTE: MONTH ".
           05  WS-NOTE-MONTH           PIC 9(06).
           05  FILLER                  PIC X(42) VALUE
               " HAS NO SUMMARY ON FILE - SHOWN AS N/A".

       01  WS-PROOF-FAILED-LINE.
           05  FILLER                  PIC X(56) VALUE
               "CUSTOMER EXTRACT TOTALS DO NOT PROVE - NO SUMMARY KEPT".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE RC-CLEAN TO RETURN-CODE
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SWEEP-EXTRACT THRU 2000-EXIT
           PERFORM 3000-SWEEP-HISTORY THRU 3000-EXIT
           PERFORM 3400-SWEEP-CAPITALIZATION THRU 3400-EXIT
           PERFORM 3450-SWEEP-SERVICE-CHARGES THRU 3450-EXIT
           PERFORM 3500-SWEEP-COLLECTIONS THRU 3500-EXIT
           PERFORM 3700-SWEEP-SUSPENSE THRU 3700-EXIT
           PERFORM 4000-FINISH-FIGURES THRU 4000-EXIT
           PERFORM 5000-READ-COMPARISONS THRU 5000-EXIT
           PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
           PERFORM 7000-KEEP-HISTORY THRU 7000-EXIT
           PERFORM 7500-WRITE-INDEX-ROW THRU 7500-EXIT
           PERFORM 7600-APPLY-RETENTION THRU 7600-EXIT
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT
           GOBACK.
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - the month is the business date's month;   *
      *    the prior month rolls back over January, last year is the   *
      *    same month a year back                                      *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           CALL "BUSDATE1" USING BUSDATE-PARMS
           MOVE BUSDATE-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
           COMPUTE WS-MONTH-START-DATE = WS-RUN-MONTH * 100 + 1
           COMPUTE WS-MONTH-END-DATE = WS-RUN-MONTH * 100 + 31
           IF WS-RUN-MONTH(5:2) = "01"
               COMPUTE WS-PRIOR-MONTH = WS-RUN-MONTH - 89
           ELSE
               COMPUTE WS-PRIOR-MONTH = WS-RUN-MONTH - 1
           END-IF
           COMPUTE WS-LAST-YEAR-MONTH = WS-RUN-MONTH - 100
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TIME-HHMMSS
           COMPUTE WS-TIMESTAMP = WS-RUN-DATE * 1000000
               + WS-TIME-HHMMSS
           INITIALIZE MIS-CURRENT-FIGURES
           MOVE WS-RUN-MONTH TO MISC-MONTH
           MOVE WS-RUN-DATE TO MISC-RUN-DATE

           OPEN INPUT CUSTOMER-EXTRACT-FILE
           IF CX-STATUS-OK
               SET WS-EXTRACT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MISSUM1: CUSTOMER-EXTRACT-FILE OPEN FAILED "
                       CX-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT TXN-HISTORY-FILE
           IF TH-STATUS-OK
               SET WS-HISTORY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MISSUM1: TXN-HISTORY-FILE OPEN FAILED "
                       TH-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN I-O MIS-HISTORY-FILE
           IF MH-STATUS-NOT-FOUND
               OPEN OUTPUT MIS-HISTORY-FILE
               CLOSE MIS-HISTORY-FILE
               OPEN I-O MIS-HISTORY-FILE
           END-IF
           IF MH-STATUS-OK
               SET WS-MIS-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MISSUM1: MIS-HISTORY-FILE OPEN FAILED "
                       MH-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT MIS-REPORT
           IF RPT-STATUS-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "MISSUM1: MIS-REPORT OPEN FAILED "
                       RPT-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT CUSTOMER-PROFILE-FILE
           IF PF-STATUS-OK
               SET WS-PROFILE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MISSUM1: NO PROFILE FILE - NEW ACCOUNTS NOT "
                       "COUNTED, STATUS " PF-FILE-STATUS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           OPEN INPUT COLLECTIONS-WORK-FILE
           IF CW-STATUS-OK
               SET WS-COLL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MISSUM1: NO COLLECTIONS-WORK-FILE - PROMISES "
                       "COLLECTED NOT SUMMED, STATUS " CW-FILE-STATUS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           OPEN INPUT SUSPENSE-FILE
           IF SU-STATUS-OK
               SET WS-SUSPENSE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "MISSUM1: NO SUSPENSE-FILE - SUSPENSE NOT "
                       "SUMMED, STATUS " SU-FILE-STATUS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           PERFORM 1500-OPEN-REPOSITORY THRU 1500-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    1500-OPEN-REPOSITORY - a rerun replaces tonight's earlier   *
      *    capture whole; a repository that will not open costs the    *
      *    capture only                                                *
      *----------------------------------------------------------------*
       1500-OPEN-REPOSITORY.
           OPEN I-O REPORT-INDEX-FILE
           IF IX-STATUS-OK
               SET WS-INDEX-OPEN TO TRUE
           ELSE
               DISPLAY "MISSUM1: REPORT-INDEX-FILE OPEN FAILED "
                       IX-FILE-STATUS " - SUMMARY NOT CAPTURED"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO 1500-EXIT
           END-IF

           OPEN I-O REPORT-REPOSITORY-FILE
           IF RP-STATUS-OK
               SET WS-REPOSITORY-OPEN TO TRUE
           ELSE
               DISPLAY "MISSUM1: REPORT-REPOSITORY-FILE OPEN FAILED "
                       RP-FILE-STATUS " - SUMMARY NOT CAPTURED"
               MOVE RC-WARNING TO RETURN-CODE
               GO TO 1500-EXIT
           END-IF
           SET WS-CAPTURING TO TRUE

           MOVE WS-REPORT-NAME TO RIDX-REPORT-NAME
           MOVE WS-RUN-DATE TO RIDX-RUN-DATE
           READ REPORT-INDEX-FILE
               INVALID KEY GO TO 1500-EXIT
           END-READ
           DELETE REPORT-INDEX-FILE
           MOVE WS-REPORT-NAME TO WS-PURGE-NAME
           MOVE WS-RUN-DATE TO WS-PURGE-DATE
           PERFORM 7700-DROP-CAPTURE-LINES THRU 7700-EXIT.
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-SWEEP-EXTRACT - status counts, balances, aging, new    *
      *    and closed accounts; the trailer is proved before the       *
      *    figures are trusted                                         *
      *----------------------------------------------------------------*
       2000-SWEEP-EXTRACT.
           IF RETURN-CODE = RC-ABEND-WORTHY
               GO TO 2000-EXIT
           END-IF
           PERFORM 2050-READ-NEXT-DETAIL THRU 2050-EXIT
           PERFORM 2100-TALLY-ONE-CUSTOMER THRU 2100-EXIT
               UNTIL WS-CUST-AT-EOF

           IF NOT WS-XTR-TRAILER-SEEN
            OR WS-XTR-TRAILER-COUNT NOT = WS-XTR-READ-COUNT
            OR WS-XTR-TRAILER-TOTAL NOT = WS-XTR-READ-TOTAL
               DISPLAY "MISSUM1: EXTRACT CONTROL TOTALS DO NOT "
                       "PROVE - NO SUMMARY KEPT FOR " WS-RUN-MONTH
               MOVE WS-PROOF-FAILED-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2050-READ-NEXT-DETAIL - the wrapper's header passes by,     *
      *    details unpack into the shared customer layout and feed     *
      *    the proof figures, and the trailer is kept for the proof    *
      *----------------------------------------------------------------*
       2050-READ-NEXT-DETAIL.
           MOVE 'N' TO WS-DETAIL-READY-SW
           PERFORM 2060-READ-ONE-WRAPPER THRU 2060-EXIT
               UNTIL WS-DETAIL-READY
                  OR WS-CUST-AT-EOF.
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2060-READ-ONE-WRAPPER.
           READ CUSTOMER-EXTRACT-FILE
               AT END
                   SET WS-CUST-AT-EOF TO TRUE
                   GO TO 2060-EXIT
           END-READ
           EVALUATE TRUE
               WHEN CXT-DETAIL-RECORD
                   MOVE CXT-RECORD-DATA(1:88) TO CUSTOMER-RECORD
                   ADD 1 TO WS-XTR-READ-COUNT
                   ADD CUST-BALANCE TO WS-XTR-READ-TOTAL
                   SET WS-DETAIL-READY TO TRUE
               WHEN CXT-TRAILER-RECORD
                   MOVE CXTT-RECORD-COUNT TO WS-XTR-TRAILER-COUNT
                   MOVE CXTT-BALANCE-TOTAL TO WS-XTR-TRAILER-TOTAL
                   SET WS-XTR-TRAILER-SEEN TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2060-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-TALLY-ONE-CUSTOMER.
           EVALUATE TRUE
               WHEN CUST-ACTIVE
                   ADD 1 TO MISC-ACTIVE-COUNT
               WHEN CUST-INACTIVE
                   ADD 1 TO MISC-INACTIVE-COUNT
               WHEN CUST-CLOSED
                   ADD 1 TO MISC-CLOSED-COUNT
               WHEN CUST-CHARGED-OFF
                   ADD 1 TO MISC-CHARGED-OFF-COUNT
               WHEN OTHER
                   ADD 1 TO MISC-OTHER-STATUS-COUNT
           END-EVALUATE
           ADD 1 TO MISC-ACCOUNT-COUNT
           ADD CUST-BALANCE TO MISC-BALANCE-TOTAL

           IF CUST-BALANCE < 0
               PERFORM 2200-AGE-ONE-DEBIT THRU 2200-EXIT
           END-IF

           IF CUST-CLOSED
              AND CUST-LAST-ACTIVITY-DATE >= WS-MONTH-START-DATE
              AND CUST-LAST-ACTIVITY-DATE <= WS-MONTH-END-DATE
               ADD 1 TO MISC-CLOSED-ACCOUNTS
           END-IF

           PERFORM 2300-CHECK-OPENED THRU 2300-EXIT

           PERFORM 2050-READ-NEXT-DETAIL THRU 2050-EXIT.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2200-AGE-ONE-DEBIT - the CUSTAGE1 buckets: days since the   *
      *    last activity, a record never touched ages over 90          *
      *----------------------------------------------------------------*
       2200-AGE-ONE-DEBIT.
           IF CUST-LAST-ACTIVITY-DATE = 0
               MOVE 9999 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-ACTIVITY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CUST-LAST-ACTIVITY-DATE)
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DATE-INTEGER - WS-ACTIVITY-INTEGER
           END-IF

           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   ADD 1 TO WS-BUCKET-1-COUNT
               WHEN WS-AGE-DAYS <= 60
                   ADD 1 TO WS-BUCKET-2-COUNT
               WHEN WS-AGE-DAYS <= 90
                   ADD 1 TO WS-BUCKET-3-COUNT
               WHEN OTHER
                   ADD 1 TO WS-BUCKET-4-COUNT
           END-EVALUATE
           ADD 1 TO WS-DELINQUENT-COUNT
           SUBTRACT CUST-BALANCE FROM MISC-DELINQUENT-OWED.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2300-CHECK-OPENED - a new account is one whose profile      *
      *    carries an opened date in the month                         *
      *----------------------------------------------------------------*
       2300-CHECK-OPENED.
           IF NOT WS-PROFILE-FILE-OPEN
               GO TO 2300-EXIT
           END-IF
           MOVE CUST-ID TO PROF-CUST-ID
           READ CUSTOMER-PROFILE-FILE
               INVALID KEY GO TO 2300-EXIT
           END-READ
           IF PROF-OPENED-DATE >= WS-MONTH-START-DATE
              AND PROF-OPENED-DATE <= WS-MONTH-END-DATE
               ADD 1 TO MISC-NEW-ACCOUNTS
           END-IF.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3000-SWEEP-HISTORY - rows read newest first within each     *
      *    customer; once one posted before the 1st turns up, the      *
      *    rest of that customer is older still and is skipped         *
      *----------------------------------------------------------------*
       3000-SWEEP-HISTORY.
           IF RETURN-CODE = RC-ABEND-WORTHY
               GO TO 3000-EXIT
           END-IF
           MOVE LOW-VALUES TO TXNH-KEY
           START TXN-HISTORY-FILE
               KEY IS NOT LESS THAN TXNH-KEY
               INVALID KEY SET WS-HISTORY-AT-EOF TO TRUE
           END-START
           IF NOT WS-HISTORY-AT-EOF
               PERFORM 3100-READ-NEXT-HISTORY THRU 3100-EXIT
           END-IF
           PERFORM 3200-TAKE-ONE-ROW THRU 3200-EXIT
               UNTIL WS-HISTORY-AT-EOF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-READ-NEXT-HISTORY.
           READ TXN-HISTORY-FILE NEXT
               AT END SET WS-HISTORY-AT-EOF TO TRUE
           END-READ
           IF NOT WS-HISTORY-AT-EOF
               ADD 1 TO WS-HISTORY-ROWS-READ
           END-IF.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3200-TAKE-ONE-ROW - income is taken on the night it posted; *
      *    a reversed charge was never income.  Month-end interest     *
      *    and service charges posted this month are last month's -   *
      *    this month's come from 3400 and 3450                        *
      *----------------------------------------------------------------*
       3200-TAKE-ONE-ROW.
           IF TXNH-POST-DATE < WS-MONTH-START-DATE
               PERFORM 3300-SKIP-REST-OF-CUSTOMER THRU 3300-EXIT
               GO TO 3200-EXIT
           END-IF
           IF TXNH-POST-DATE > WS-MONTH-END-DATE
            OR TXNH-REVERSED
               GO TO 3200-NEXT
           END-IF

           EVALUATE TRUE
               WHEN TXNH-TXN-CODE = "INT "
                AND TXNH-SOURCE-REF NOT = "INTACR MONTH"
                   ADD TXNH-AMOUNT TO MISC-INTEREST-INCOME
               WHEN TXNH-TXN-CODE = "FEE "
                AND TXNH-SOURCE-REF NOT = "SVCCHG MONTH"
                   ADD TXNH-AMOUNT TO MISC-FEE-INCOME
               WHEN TXNH-TXN-CODE = "RCVY"
                   ADD TXNH-AMOUNT TO MISC-RECOVERIES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3200-NEXT.
           PERFORM 3100-READ-NEXT-HISTORY THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3300-SKIP-REST-OF-CUSTOMER - reposition past the highest    *
      *    possible key for this customer                              *
      *----------------------------------------------------------------*
       3300-SKIP-REST-OF-CUSTOMER.
           MOVE 99999999 TO TXNH-REVERSE-DATE
           MOVE 999999 TO TXNH-SEQUENCE
           START TXN-HISTORY-FILE
               KEY IS GREATER THAN TXNH-KEY
               INVALID KEY SET WS-HISTORY-AT-EOF TO TRUE
           END-START
           IF NOT WS-HISTORY-AT-EOF
               PERFORM 3100-READ-NEXT-HISTORY THRU 3100-EXIT
           END-IF.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3400-SWEEP-CAPITALIZATION - the totals rows INTACR1 wrote   *
      *    for a night in the month add up to the month's capitalized  *
      *    interest, reruns included                                   *
      *----------------------------------------------------------------*
       3400-SWEEP-CAPITALIZATION.
           IF RETURN-CODE = RC-ABEND-WORTHY
               GO TO 3400-EXIT
           END-IF
           OPEN INPUT INTEREST-CAPITAL-CONTROL
           IF NOT IC-STATUS-OK
               DISPLAY "MISSUM1: NO INTEREST-CAPITAL-CONTROL - "
                       "MONTH-END INTEREST NOT SUMMED, STATUS "
                       IC-FILE-STATUS
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
               GO TO 3400-EXIT
           END-IF
           PERFORM 3410-TAKE-ONE-CONTROL THRU 3410-EXIT
               UNTIL WS-ICC-AT-EOF
           CLOSE INTEREST-CAPITAL-CONTROL.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3410-TAKE-ONE-CONTROL.
           READ INTEREST-CAPITAL-CONTROL
               AT END
                   SET WS-ICC-AT-EOF TO TRUE
                   GO TO 3410-EXIT
           END-READ
           IF ICC-TOTALS-ROW
              AND ICC-RUN-DATE >= WS-MONTH-START-DATE
              AND ICC-RUN-DATE <= WS-MONTH-END-DATE
               ADD ICC-AMOUNT TO MISC-INTEREST-INCOME
           END-IF.
       3410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3450-SWEEP-SERVICE-CHARGES - SVCCHG1 rewrites the file only *
      *    on a month-end, so the charge dates keep an older month's   *
      *    file out                                                    *
      *----------------------------------------------------------------*
       3450-SWEEP-SERVICE-CHARGES.
           IF RETURN-CODE = RC-ABEND-WORTHY
               GO TO 3450-EXIT
           END-IF
           OPEN INPUT SERVICE-CHARGE-TXN-FILE
           IF NOT SV-STATUS-OK
               DISPLAY "MISSUM1: NO SERVICE-CHARGE-TXN-FILE - "
                       "SERVICE CHARGES NOT SUMMED, STATUS "
                       SV-FILE-STATUS
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
               GO TO 3450-EXIT
           END-IF
           PERFORM 3460-TAKE-ONE-CHARGE THRU 3460-EXIT
               UNTIL WS-CHARGE-AT-EOF
           CLOSE SERVICE-CHARGE-TXN-FILE.
       3450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3460-TAKE-ONE-CHARGE.
           READ SERVICE-CHARGE-TXN-FILE
               AT END
                   SET WS-CHARGE-AT-EOF TO TRUE
                   GO TO 3460-EXIT
           END-READ
           IF SVC-CODE = "FEE "
              AND SVC-AMOUNT NUMERIC
              AND SVC-EFFECTIVE-DATE >= WS-MONTH-START-DATE
              AND SVC-EFFECTIVE-DATE <= WS-MONTH-END-DATE
               ADD SVC-AMOUNT TO MISC-FEE-INCOME
           END-IF.
       3460-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3500-SWEEP-COLLECTIONS - a promise counts in the month it   *
      *    fell due, once COLLFUP1 has judged it collected             *
      *----------------------------------------------------------------*
       3500-SWEEP-COLLECTIONS.
           IF RETURN-CODE = RC-ABEND-WORTHY
            OR NOT WS-COLL-FILE-OPEN
               GO TO 3500-EXIT
           END-IF
           PERFORM 3510-TAKE-ONE-PROMISE THRU 3510-EXIT
               UNTIL WS-COLL-AT-EOF.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3510-TAKE-ONE-PROMISE.
           READ COLLECTIONS-WORK-FILE NEXT
               AT END
                   SET WS-COLL-AT-EOF TO TRUE
                   GO TO 3510-EXIT
           END-READ
           IF COLL-STATUS-COLLECTED
              AND COLL-PROMISE-DATE >= WS-MONTH-START-DATE
              AND COLL-PROMISE-DATE <= WS-MONTH-END-DATE
               ADD COLL-COLLECTED-AMOUNT TO MISC-PROMISES-COLLECTED
           END-IF.
       3510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    3700-SWEEP-SUSPENSE - every row still on the file is        *
      *    outstanding                                                 *
      *----------------------------------------------------------------*
       3700-SWEEP-SUSPENSE.
           IF RETURN-CODE = RC-ABEND-WORTHY
            OR NOT WS-SUSPENSE-FILE-OPEN
               GO TO 3700-EXIT
           END-IF
           PERFORM 3710-TAKE-ONE-SUSPENSE THRU 3710-EXIT
               UNTIL WS-SUSPENSE-AT-EOF.
       3700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3710-TAKE-ONE-SUSPENSE.
           READ SUSPENSE-FILE NEXT
               AT END
                   SET WS-SUSPENSE-AT-EOF TO TRUE
                   GO TO 3710-EXIT
           END-READ
           ADD 1 TO MISC-SUSPENSE-COUNT
           MOVE SUSP-TRANSACTION-DATA TO TRANSACTION-RECORD
           IF TXN-AMOUNT NUMERIC
               ADD TXN-AMOUNT TO MISC-SUSPENSE-AMOUNT
           END-IF.
       3710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    4000-FINISH-FIGURES - averages and percentages of all       *
      *    accounts on file                                            *
      *----------------------------------------------------------------*
       4000-FINISH-FIGURES.
           IF RETURN-CODE = RC-ABEND-WORTHY
            OR MISC-ACCOUNT-COUNT = 0
               GO TO 4000-EXIT
           END-IF
           COMPUTE MISC-AVERAGE-BALANCE ROUNDED =
               MISC-BALANCE-TOTAL / MISC-ACCOUNT-COUNT
           COMPUTE MISC-BUCKET-1-PCT ROUNDED =
               WS-BUCKET-1-COUNT * 100 / MISC-ACCOUNT-COUNT
           COMPUTE MISC-BUCKET-2-PCT ROUNDED =
               WS-BUCKET-2-COUNT * 100 / MISC-ACCOUNT-COUNT
           COMPUTE MISC-BUCKET-3-PCT ROUNDED =
               WS-BUCKET-3-COUNT * 100 / MISC-ACCOUNT-COUNT
           COMPUTE MISC-BUCKET-4-PCT ROUNDED =
               WS-BUCKET-4-COUNT * 100 / MISC-ACCOUNT-COUNT
           COMPUTE MISC-DELINQUENT-PCT ROUNDED =
               WS-DELINQUENT-COUNT * 100 / MISC-ACCOUNT-COUNT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    5000-READ-COMPARISONS - the prior month and the same month  *
      *    last year, where a summary was kept for them                *
      *----------------------------------------------------------------*
       5000-READ-COMPARISONS.
           IF RETURN-CODE = RC-ABEND-WORTHY
               GO TO 5000-EXIT
           END-IF
           INITIALIZE MIS-PRIOR-FIGURES
           INITIALIZE MIS-LAST-YEAR-FIGURES

           MOVE WS-PRIOR-MONTH TO MISH-MONTH
           READ MIS-HISTORY-FILE
               INVALID KEY CONTINUE
           END-READ
           IF MH-STATUS-OK
               MOVE MIS-HISTORY-RECORD TO MIS-PRIOR-FIGURES
               SET WS-PRIOR-FOUND TO TRUE
           END-IF

           MOVE WS-LAST-YEAR-MONTH TO MISH-MONTH
           READ MIS-HISTORY-FILE
               INVALID KEY CONTINUE
           END-READ
           IF MH-STATUS-OK
               MOVE MIS-HISTORY-RECORD TO MIS-LAST-YEAR-FIGURES
               SET WS-LAST-YEAR-FOUND TO TRUE
           END-IF.
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6000-PRINT-SUMMARY - one line per figure, grouped           *
      *----------------------------------------------------------------*
       6000-PRINT-SUMMARY.
           IF RETURN-CODE = RC-ABEND-WORTHY
               GO TO 6000-EXIT
           END-IF
           MOVE WS-RUN-MONTH TO WS-HDR-MONTH
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE SPACES TO REPORT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE WS-COLUMN-HEADER-1 TO REPORT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE WS-RUN-MONTH TO WS-COL-RUN-MONTH
           MOVE WS-PRIOR-MONTH TO WS-COL-PRIOR-MONTH
           MOVE WS-LAST-YEAR-MONTH TO WS-COL-LAST-YEAR-MONTH
           MOVE WS-COLUMN-HEADER-2 TO REPORT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT

           PERFORM 6100-PRINT-ONE-FIGURE THRU 6100-EXIT
               VARYING WS-FIGURE-SUB FROM 1 BY 1
               UNTIL WS-FIGURE-SUB > WS-FIGURE-COUNT

           MOVE SPACES TO REPORT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           IF NOT WS-PRIOR-FOUND
               MOVE WS-PRIOR-MONTH TO WS-NOTE-MONTH
               MOVE WS-NOTE-LINE TO REPORT-LINE
               PERFORM 8000-PUT-LINE THRU 8000-EXIT
           END-IF
           IF NOT WS-LAST-YEAR-FOUND
               MOVE WS-LAST-YEAR-MONTH TO WS-NOTE-MONTH
               MOVE WS-NOTE-LINE TO REPORT-LINE
               PERFORM 8000-PUT-LINE THRU 8000-EXIT
           END-IF.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6100-PRINT-ONE-FIGURE - this month, the prior month and     *
      *    the change from it, last year and the change from it        *
      *----------------------------------------------------------------*
       6100-PRINT-ONE-FIGURE.
           PERFORM 6200-SECTION-BREAK THRU 6200-EXIT
           MOVE WS-FIGURE-EDIT-KIND(WS-FIGURE-SUB) TO WS-FIGURE-KIND
           MOVE WS-FIGURE-LABEL(WS-FIGURE-SUB) TO WS-FIG-LABEL

           MOVE MISC-FIGURE(WS-FIGURE-SUB) TO WS-FIGURE-VALUE
           PERFORM 6500-EDIT-FIGURE THRU 6500-EXIT
           MOVE WS-FIGURE-TEXT TO WS-FIG-THIS-MONTH

           IF WS-PRIOR-FOUND
               MOVE MISP-FIGURE(WS-FIGURE-SUB) TO WS-FIGURE-VALUE
               PERFORM 6500-EDIT-FIGURE THRU 6500-EXIT
               MOVE WS-FIGURE-TEXT TO WS-FIG-PRIOR-MONTH
               COMPUTE WS-FIGURE-VALUE = MISC-FIGURE(WS-FIGURE-SUB)
                   - MISP-FIGURE(WS-FIGURE-SUB)
               PERFORM 6500-EDIT-FIGURE THRU 6500-EXIT
               MOVE WS-FIGURE-TEXT TO WS-FIG-PRIOR-CHANGE
           ELSE
               MOVE "N/A" TO WS-FIGURE-TEXT
               MOVE WS-FIGURE-TEXT TO WS-FIG-PRIOR-MONTH
               MOVE WS-FIGURE-TEXT TO WS-FIG-PRIOR-CHANGE
           END-IF

           IF WS-LAST-YEAR-FOUND
               MOVE MISL-FIGURE(WS-FIGURE-SUB) TO WS-FIGURE-VALUE
               PERFORM 6500-EDIT-FIGURE THRU 6500-EXIT
               MOVE WS-FIGURE-TEXT TO WS-FIG-LAST-YEAR
               COMPUTE WS-FIGURE-VALUE = MISC-FIGURE(WS-FIGURE-SUB)
                   - MISL-FIGURE(WS-FIGURE-SUB)
               PERFORM 6500-EDIT-FIGURE THRU 6500-EXIT
               MOVE WS-FIGURE-TEXT TO WS-FIG-LAST-YEAR-CHANGE
           ELSE
               MOVE "N/A" TO WS-FIGURE-TEXT
               MOVE WS-FIGURE-TEXT TO WS-FIG-LAST-YEAR
               MOVE WS-FIGURE-TEXT TO WS-FIG-LAST-YEAR-CHANGE
           END-IF

           MOVE WS-FIGURE-LINE TO REPORT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
       6100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6200-SECTION-BREAK - a heading ahead of each group          *
      *----------------------------------------------------------------*
       6200-SECTION-BREAK.
           EVALUATE WS-FIGURE-SUB
               WHEN 1
                   MOVE "ACCOUNTS BY STATUS" TO WS-SECTION-TITLE
               WHEN 7
                   MOVE "BALANCES" TO WS-SECTION-TITLE
               WHEN 9
                   MOVE "DELINQUENCY (OF ALL ACCOUNTS)"
                       TO WS-SECTION-TITLE
               WHEN 15
                   MOVE "INCOME FOR THE MONTH" TO WS-SECTION-TITLE
               WHEN 17
                   MOVE "COLLECTIONS RECOVERED" TO WS-SECTION-TITLE
               WHEN 19
                   MOVE "ACCOUNTS OPENED AND CLOSED"
                       TO WS-SECTION-TITLE
               WHEN 21
                   MOVE "SUSPENSE" TO WS-SECTION-TITLE
               WHEN OTHER
                   GO TO 6200-EXIT
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE WS-SECTION-LINE TO REPORT-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
       6200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    6500-EDIT-FIGURE - WS-FIGURE-VALUE edited by its kind into  *
      *    the right-justified column text                             *
      *----------------------------------------------------------------*
       6500-EDIT-FIGURE.
           EVALUATE TRUE
               WHEN WS-FIGURE-IS-COUNT
                   MOVE WS-FIGURE-VALUE TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO WS-FIGURE-TEXT
               WHEN WS-FIGURE-IS-PERCENT
                   MOVE WS-FIGURE-VALUE TO WS-EDIT-PERCENT
                   MOVE WS-EDIT-PERCENT TO WS-FIGURE-TEXT
               WHEN OTHER
                   MOVE WS-FIGURE-VALUE TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO WS-FIGURE-TEXT
           END-EVALUATE.
       6500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7000-KEEP-HISTORY - the month's row for the comparisons to  *
      *    come; a rerun replaces it                                   *
      *----------------------------------------------------------------*
       7000-KEEP-HISTORY.
           IF RETURN-CODE = RC-ABEND-WORTHY
               GO TO 7000-EXIT
           END-IF
           MOVE MIS-CURRENT-FIGURES TO MIS-HISTORY-RECORD
           WRITE MIS-HISTORY-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF MH-STATUS-DUPLICATE
               REWRITE MIS-HISTORY-RECORD
           END-IF
           IF NOT MH-STATUS-OK
               DISPLAY "MISSUM1: SUMMARY FOR " WS-RUN-MONTH
                       " NOT KEPT, STATUS " MH-FILE-STATUS
               MOVE RC-ABEND-WORTHY TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF

           DISPLAY "MISSUM1: SUMMARY FOR " WS-RUN-MONTH " KEPT - "
                   MISC-ACCOUNT-COUNT " ACCOUNTS, "
                   WS-HISTORY-ROWS-READ " HISTORY ROWS READ".
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7500-WRITE-INDEX-ROW - the repository lookup row, one page  *
      *    per sixty lines                                             *
      *----------------------------------------------------------------*
       7500-WRITE-INDEX-ROW.
           IF NOT WS-CAPTURING
            OR WS-CAPTURE-LINE-COUNT = 0
               GO TO 7500-EXIT
           END-IF
           DIVIDE WS-CAPTURE-LINE-COUNT BY WS-LINES-PER-PAGE
               GIVING WS-CAPTURE-PAGE-COUNT
               REMAINDER WS-PAGE-REMAINDER
           IF WS-PAGE-REMAINDER > 0
            OR WS-CAPTURE-PAGE-COUNT = 0
               ADD 1 TO WS-CAPTURE-PAGE-COUNT
           END-IF

           MOVE WS-REPORT-NAME TO RIDX-REPORT-NAME
           MOVE WS-RUN-DATE TO RIDX-RUN-DATE
           MOVE WS-CAPTURE-LINE-COUNT TO RIDX-LINE-COUNT
           MOVE WS-CAPTURE-PAGE-COUNT TO RIDX-PAGE-COUNT
           MOVE WS-RETENTION-DAYS TO RIDX-RETENTION-DAYS
           MOVE WS-TIMESTAMP TO RIDX-CAPTURED-TIMESTAMP
           WRITE REPORT-INDEX-RECORD
               INVALID KEY
                   REWRITE REPORT-INDEX-RECORD
           END-WRITE

           DISPLAY "MISSUM1: CAPTURED " WS-REPORT-NAME
                   " FOR " WS-RUN-DATE
                   " LINES " WS-CAPTURE-LINE-COUNT
                   " PAGES " WS-CAPTURE-PAGE-COUNT.
       7500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7600-APPLY-RETENTION - captures of the summary older than   *
      *    its retention are dropped, index and lines both             *
      *----------------------------------------------------------------*
       7600-APPLY-RETENTION.
           IF NOT WS-CAPTURING
               GO TO 7600-EXIT
           END-IF
           COMPUTE WS-CUTOFF-INTEGER =
               WS-RUN-DATE-INTEGER - WS-RETENTION-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)

           MOVE WS-REPORT-NAME TO RIDX-REPORT-NAME
           MOVE 0 TO RIDX-RUN-DATE
           START REPORT-INDEX-FILE
               KEY IS NOT LESS THAN RIDX-KEY
               INVALID KEY SET WS-PURGE-AT-EOF TO TRUE
           END-START
           PERFORM 7610-PURGE-ONE-CAPTURE THRU 7610-EXIT
               UNTIL WS-PURGE-AT-EOF

           IF WS-PURGED-CAPTURES > 0
               DISPLAY "MISSUM1: RETIRED " WS-PURGED-CAPTURES
                       " EXPIRED CAPTURE(S) OF " WS-REPORT-NAME
           END-IF.
       7600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7610-PURGE-ONE-CAPTURE.
           READ REPORT-INDEX-FILE NEXT
               AT END
                   SET WS-PURGE-AT-EOF TO TRUE
                   GO TO 7610-EXIT
           END-READ
           IF RIDX-REPORT-NAME NOT = WS-REPORT-NAME
               SET WS-PURGE-AT-EOF TO TRUE
               GO TO 7610-EXIT
           END-IF
           IF RIDX-RUN-DATE >= WS-CUTOFF-DATE
               GO TO 7610-EXIT
           END-IF

           MOVE RIDX-REPORT-NAME TO WS-PURGE-NAME
           MOVE RIDX-RUN-DATE TO WS-PURGE-DATE
           DELETE REPORT-INDEX-FILE
           ADD 1 TO WS-PURGED-CAPTURES
           PERFORM 7700-DROP-CAPTURE-LINES THRU 7700-EXIT.
       7610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    7700-DROP-CAPTURE-LINES - every repository line under the   *
      *    named report and date                                       *
      *----------------------------------------------------------------*
       7700-DROP-CAPTURE-LINES.
           MOVE 'N' TO WS-LINE-EOF-SW
           MOVE WS-PURGE-NAME TO RLIN-REPORT-NAME
           MOVE WS-PURGE-DATE TO RLIN-RUN-DATE
           MOVE 0 TO RLIN-LINE-NUMBER
           START REPORT-REPOSITORY-FILE
               KEY IS NOT LESS THAN RLIN-KEY
               INVALID KEY SET WS-LINE-AT-EOF TO TRUE
           END-START
           PERFORM 7710-DROP-ONE-LINE THRU 7710-EXIT
               UNTIL WS-LINE-AT-EOF.
       7700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       7710-DROP-ONE-LINE.
           READ REPORT-REPOSITORY-FILE NEXT
               AT END
                   SET WS-LINE-AT-EOF TO TRUE
                   GO TO 7710-EXIT
           END-READ
           IF RLIN-REPORT-NAME NOT = WS-PURGE-NAME
            OR RLIN-RUN-DATE NOT = WS-PURGE-DATE
               SET WS-LINE-AT-EOF TO TRUE
               GO TO 7710-EXIT
           END-IF
           DELETE REPORT-REPOSITORY-FILE.
       7710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    8000-PUT-LINE - REPORT-LINE to the printed summary and,     *
      *    when capturing, to the repository under the next line       *
      *    number                                                      *
      *----------------------------------------------------------------*
       8000-PUT-LINE.
           WRITE REPORT-LINE
           IF NOT WS-CAPTURING
               GO TO 8000-EXIT
           END-IF
           ADD 1 TO WS-CAPTURE-LINE-COUNT
           MOVE WS-REPORT-NAME TO RLIN-REPORT-NAME
           MOVE WS-RUN-DATE TO RLIN-RUN-DATE
           MOVE WS-CAPTURE-LINE-COUNT TO RLIN-LINE-NUMBER
           MOVE REPORT-LINE TO RLIN-LINE-TEXT
           WRITE REPORT-LINE-RECORD
               INVALID KEY
                   REWRITE REPORT-LINE-RECORD
           END-WRITE
           IF NOT RP-STATUS-OK
               DISPLAY "MISSUM1: REPOSITORY WRITE FAILED "
                       RP-FILE-STATUS " - CAPTURE ABANDONED"
               MOVE 'N' TO WS-CAPTURE-SW
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    9000-END-OF-JOB - close every file this program opened      *
      *----------------------------------------------------------------*
       9000-END-OF-JOB.
           IF WS-EXTRACT-FILE-OPEN
               CLOSE CUSTOMER-EXTRACT-FILE
           END-IF
           IF WS-PROFILE-FILE-OPEN
               CLOSE CUSTOMER-PROFILE-FILE
           END-IF
           IF WS-HISTORY-FILE-OPEN
               CLOSE TXN-HISTORY-FILE
           END-IF
           IF WS-COLL-FILE-OPEN
               CLOSE COLLECTIONS-WORK-FILE
           END-IF
           IF WS-SUSPENSE-FILE-OPEN
               CLOSE SUSPENSE-FILE
           END-IF
           IF WS-MIS-FILE-OPEN
               CLOSE MIS-HISTORY-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE MIS-REPORT
           END-IF
           IF WS-INDEX-OPEN
               CLOSE REPORT-INDEX-FILE
           END-IF
           IF WS-REPOSITORY-OPEN
               CLOSE REPORT-REPOSITORY-FILE
           END-IF.
       9000-EXIT.
           EXIT.
